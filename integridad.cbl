      ******************************************************************
      * AUTHOR MIGUEL ANGEL CHAVEZ DOMINGUEZ:
      * DATE:
      * PURPOSE: Integridad del ledger de saldos - reconstruye el
      *          saldo de cada cuenta desde una apertura fechada
      *          (el historial de saldos, o cero con toda la
      *          historia), repasando los históricos del índice del
      *          archivado, el archivo vigente y los archivos de la
      *          lista de bancos con las reglas de la corrida diaria:
      *          solo lo abonado, sin duplicados, solo Reversas
      *          pareadas, todo en moneda base. Lista cada cuenta
      *          cuyo SAL-CIERRE difiere y, con la firma del
      *          responsable en la consulta, reescribe el ledger
      *          corregido y asienta quién autorizó la corrección.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEABLE-INTERBANK-INTEGRIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSULTA-INTEGRIDAD
               ASSIGN TO '../data/consulta-integridad.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS CONSULTA-STATUS-FILE.
           SELECT ARCHIVO-INDICE
               ASSIGN TO DYNAMIC RUTA-INDICE
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS INDICE-STATUS-FILE.
           SELECT HISTORIA
               ASSIGN TO DYNAMIC RUTA-HISTORIA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS HISTORIA-STATUS-FILE.
           SELECT LISTA-BANCOS
               ASSIGN TO DYNAMIC RUTA-LISTA-BANCOS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS LISTA-STATUS-FILE.
           SELECT MAESTRO-CUENTAS
               ASSIGN TO DYNAMIC RUTA-MAESTRO
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS MAESTRO-STATUS-FILE.
           SELECT TIPOS-CAMBIO
               ASSIGN TO DYNAMIC RUTA-TIPOS-CAMBIO
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS TIPOS-CAMBIO-STATUS-FILE.
           SELECT REGISTRO-IDS
               ASSIGN TO DYNAMIC RUTA-REGISTRO-IDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REGISTRO-LLAVE
               STATUS REGISTRO-STATUS-FILE.
           SELECT HISTORIAL-SALDOS
               ASSIGN TO DYNAMIC RUTA-HISTORIAL-SALDOS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS HISTORIAL-STATUS-FILE.
           SELECT SALDOS-CUENTAS
               ASSIGN TO DYNAMIC RUTA-SALDOS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS SALDOS-STATUS-FILE.
           SELECT SALDOS-CUENTAS-TMP
               ASSIGN TO DYNAMIC RUTA-SALDOS-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS SALDOS-TMP-STATUS-FILE.
           SELECT CHECKPOINT-TRANSACCIONES
               ASSIGN TO DYNAMIC RUTA-CHECKPOINT
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS CHECKPOINT-STATUS-FILE.
           SELECT REPORTE-INTEGRIDAD
               ASSIGN TO DYNAMIC INTEGRIDAD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS INTEGRIDAD-STATUS-FILE.
           SELECT CORRIDAS-JOURNAL
               ASSIGN TO DYNAMIC RUTA-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS JOURNAL-STATUS-FILE.
           SELECT PARAMETROS
               ASSIGN TO '../data/parametros.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS PARAMETROS-STATUS-FILE.
       DATA DIVISION.
       FILE SECTION.
           FD CONSULTA-INTEGRIDAD.
           01 LINEA-CONSULTA       PIC X(80).

           FD ARCHIVO-INDICE.
           01 LINEA-INDICE         PIC X(50).

           FD HISTORIA.
           01 LINEA-HISTORIA       PIC X(150).

           FD LISTA-BANCOS.
           01 LINEA-LISTA          PIC X(80).

           FD MAESTRO-CUENTAS.
           01 LINEA-MAESTRO        PIC X(120).

           FD TIPOS-CAMBIO.
           01 LINEA-TIPO-CAMBIO    PIC X(80).

           FD REGISTRO-IDS.
           01 REGISTRO-IDS-REG.
               05 REGISTRO-LLAVE   PIC X(10).

           FD HISTORIAL-SALDOS.
           01 LINEA-HISTORIAL      PIC X(40).

      * Mismo layout que escribe la corrida diaria.
           FD SALDOS-CUENTAS.
           01 LINEA-SALDO.
               05 SAL-CUENTA-ID     PIC X(4).
               05 SAL-APERTURA      PIC S9(7)V99
                     SIGN LEADING SEPARATE.
               05 SAL-DIA-CREDITO   PIC 9(7)V99.
               05 SAL-DIA-DEBITO    PIC 9(7)V99.
               05 SAL-DIA-REVERSA   PIC 9(7)V99.
               05 SAL-CIERRE        PIC S9(7)V99
                     SIGN LEADING SEPARATE.

           FD SALDOS-CUENTAS-TMP.
           01 LINEA-SALDO-TMP.
               05 SALT-CUENTA-ID    PIC X(4).
               05 SALT-APERTURA     PIC S9(7)V99
                     SIGN LEADING SEPARATE.
               05 SALT-DIA-CREDITO  PIC 9(7)V99.
               05 SALT-DIA-DEBITO   PIC 9(7)V99.
               05 SALT-DIA-REVERSA  PIC 9(7)V99.
               05 SALT-CIERRE       PIC S9(7)V99
                     SIGN LEADING SEPARATE.

      * Del checkpoint solo interesa la marca de estado al inicio
      * del encabezado.
           FD CHECKPOINT-TRANSACCIONES.
           01 LINEA-CHECKPOINT.
               05 CKPT-STATUS       PIC X(10).
               05 FILLER            PIC X(190).

           FD REPORTE-INTEGRIDAD.
           01 LINEA-INTEGRIDAD     PIC X(132).

           FD CORRIDAS-JOURNAL.
           01 LINEA-JOURNAL        PIC X(200).

           FD PARAMETROS.
           01 LINEA-PARAMETRO      PIC X(80).
       WORKING-STORAGE SECTION.

       01 CONSULTA-STATUS-FILE     PIC XX.
       01 INDICE-STATUS-FILE       PIC XX.
       01 HISTORIA-STATUS-FILE     PIC XX.
       01 LISTA-STATUS-FILE        PIC XX.
       01 MAESTRO-STATUS-FILE      PIC XX.
       01 TIPOS-CAMBIO-STATUS-FILE PIC XX.
       01 REGISTRO-STATUS-FILE     PIC XX.
       01 HISTORIAL-STATUS-FILE    PIC XX.
       01 SALDOS-STATUS-FILE       PIC XX.
       01 SALDOS-TMP-STATUS-FILE   PIC XX.
       01 CHECKPOINT-STATUS-FILE   PIC XX.
       01 INTEGRIDAD-STATUS-FILE   PIC XX.
       01 JOURNAL-STATUS-FILE      PIC XX.
       01 PARAMETROS-STATUS-FILE   PIC XX.
       01 MENSAJE                  PIC X(80).
       01 INTEGRIDAD-MESSAGE       PIC X(132).
       01 RETORNO-SO               PIC S9(9) COMP-5.

      * Identificador de corrida para auditoría - mismo esquema y
      * mismo journal de corridas que el resto del sistema.
       01 TIMESTAMP-CORRIDA.
           05 TS-AAAAMMDDHHMMSS PIC X(14).
           05 FILLER            PIC X(7).
       01 ID-CORRIDA            PIC X(18).
       01 CORRIDA-INICIO-TS     PIC X(14).
       01 CORRIDA-FIN-TS        PIC X(14).
       01 RESULTADO-CORRIDA     PIC X(16) VALUE "ERROR-APERTURA".

       01 FIN                      PIC X(3) VALUE "NO".
         88 CONTINUAR              VALUE "NO".
         88 TERMINAR               VALUE "YES".
       01 FIN-LISTA                PIC X(3) VALUE "NO".
         88 TERMINAR-LISTA         VALUE "YES".

       01 INDICADOR-ABORTO     PIC X VALUE 'N'.
         88 ABORTAR-CORRIDA    VALUE 'S'.

      * Consulta: "AAAAMMDD[,CORREGIR,INICIALES]". La fecha es el
      * día desde el que se reconstruye: la apertura de cada cuenta
      * es su último cierre del historial ANTERIOR a ese día y se
      * repasan las líneas con fecha en el ID desde ese día. Fecha
      * en blanco o sin consulta: todas las cuentas desde cero con
      * toda la historia. Sin CORREGIR solo se reporta; la
      * corrección exige las iniciales de quien la autoriza.
       01 FECHA-CONSULTA-TXT    PIC X(10).
       01 ACCION-CONSULTA-TXT   PIC X(10).
       01 INICIALES-CONSULTA    PIC X(10).
       01 FECHA-APERTURA        PIC 9(8) VALUE 0.
       01 INDICADOR-MODO        PIC X VALUE 'R'.
         88 MODO-REPORTE        VALUE 'R'.
         88 MODO-CORREGIR       VALUE 'C'.

      * Mismas rutas que la corrida diaria: siguen a las claves de
      * ../data/parametros.dat.
       01 RUTA-VIGENTE          PIC X(50)
             VALUE '../data/transacciones.csv'.
       01 RUTA-INDICE           PIC X(50)
             VALUE '../data/archivo-indice.dat'.
       01 RUTA-LISTA-BANCOS     PIC X(50)
             VALUE '../data/bancos-entrada.csv'.
       01 RUTA-MAESTRO          PIC X(50)
             VALUE '../data/maestro-cuentas.csv'.
       01 RUTA-TIPOS-CAMBIO     PIC X(50)
             VALUE '../data/tipos-cambio.csv'.
       01 RUTA-REGISTRO-IDS     PIC X(50)
             VALUE '../data/registro-ids.idx'.
       01 RUTA-HISTORIAL-SALDOS PIC X(50)
             VALUE '../data/historial-saldos.dat'.
       01 RUTA-SALDOS           PIC X(50)
             VALUE '../data/saldos-cuentas.dat'.
       01 RUTA-SALDOS-TMP       PIC X(50)
             VALUE '../data/saldos-cuentas.dat.tmp'.
       01 RUTA-CHECKPOINT       PIC X(50)
             VALUE '../data/checkpoint-transacciones.dat'.
       01 RUTA-JOURNAL          PIC X(50)
             VALUE '../data/corridas-journal.csv'.
       01 RUTA-HISTORIA         PIC X(50).
       01 INTEGRIDAD-FILENAME   PIC X(60).
       01 MONEDA-BASE           PIC X(3) VALUE "MXN".
       01 CLAVE-PARAMETRO       PIC X(30).
       01 VALOR-PARAMETRO       PIC X(50).

       01 FECHA-ACTUAL.
           05 FECHA-HOY-AAAAMMDD PIC 9(8).
           05 FILLER            PIC X(13).

      * Una fila por cuenta del ledger, del maestro, del historial
      * o de las líneas repasadas. Las del ledger se cargan primero
      * para que el ledger corregido conserve su orden.
       01 CUENTAS-TABLA.
           05 CUENTA-ENTRY OCCURS 200 TIMES INDEXED BY CTA-IDX.
               10 CUENTA-ID             PIC X(4).
               10 CUENTA-EN-LEDGER      PIC X.
               10 CUENTA-EN-MAESTRO     PIC X.
               10 CUENTA-EXTRANJERA     PIC X.
               10 CUENTA-REVISION       PIC X.
                 88 CUENTA-IGUAL        VALUE "I".
                 88 CUENTA-DIFIERE      VALUE "D".
                 88 CUENTA-A-CORREGIR   VALUE "C".
                 88 CUENTA-MANUAL       VALUE "M".
               10 CUENTA-LED-APERTURA   PIC S9(7)V99.
               10 CUENTA-LED-CREDITO    PIC 9(7)V99.
               10 CUENTA-LED-DEBITO     PIC 9(7)V99.
               10 CUENTA-LED-REVERSA    PIC 9(7)V99.
               10 CUENTA-LED-CIERRE     PIC S9(7)V99.
               10 CUENTA-FECHA-PREVIA   PIC 9(8).
               10 CUENTA-SALDO-PREVIO   PIC S9(9)V99.
               10 CUENTA-RECALCULADO    PIC S9(9)V99.
               10 CUENTA-DIFERENCIA     PIC S9(9)V99.
               10 CUENTA-NUEVA-APERTURA PIC S9(7)V99.
               10 CUENTA-MOVIMIENTOS    PIC 9(7).
       01 NUM-CUENTAS           PIC 9(3) VALUE 0.
       01 CUENTA-BUSCADA        PIC X(4).
       01 INDICADOR-CUENTA      PIC X VALUE 'N'.
         88 CUENTA-ENCONTRADA   VALUE 'S'.
       01 INDICADOR-CUENTAS-LLENO PIC X VALUE 'N'.
         88 CUENTAS-LLENAS      VALUE 'S'.

       01 MAESTRO-ID-TXT        PIC X(10).
       01 ES-PRIMER-MAESTRO     PIC X VALUE 'S'.

       01 HISTORIAL-FECHA-TXT   PIC X(10).
       01 HISTORIAL-CUENTA-TXT  PIC X(10).
       01 HISTORIAL-SALDO-TXT   PIC X(15).
       01 HISTORIAL-FECHA       PIC 9(8) VALUE 0.
       01 HISTORIAL-SALDO       PIC S9(9)V99 VALUE 0.
       01 HISTORIAL-PREVIOS     PIC 9(7) VALUE 0.

      * Tipos de cambio del día, igual que el reporte regulatorio:
      * los históricos no guardan la tasa con que se abonaron, así
      * que se convierten a la vigente. Las cuentas con movimientos
      * en otra moneda quedan marcadas - su diferencia puede ser
      * solo cambiaria y no se corrige sin revisión.
       01 MONEDAS-TABLA.
           05 MONEDA-ENTRY OCCURS 10 TIMES.
               10 MONEDA-CODIGO    PIC X(3).
               10 MONEDA-TASA      PIC 9(4)V9(6) VALUE 0.
       01 NUM-MONEDAS           PIC 9(2) VALUE 0.
       01 MONEDA-BUSQUEDA       PIC 9(2) VALUE 0.
       01 CAMBIO-MONEDA-TXT     PIC X(10).
       01 CAMBIO-TASA-TXT       PIC X(15).
       01 TASA-ACTUAL           PIC 9(4)V9(6) VALUE 0.
       01 MONEDA-COD-ACTUAL     PIC X(3).
       01 INDICADOR-MONEDA      PIC X VALUE 'N'.
         88 MONEDA-HALLADA      VALUE 'S'.

       01 RUTAS-VISTAS-TABLA.
           05 RUTA-VISTA-ENTRY OCCURS 200 TIMES INDEXED BY VIS-IDX.
               10 RUTA-VISTA       PIC X(50).
       01 NUM-RUTAS-VISTAS      PIC 9(3) VALUE 0.
       01 INDICADOR-RUTA-VISTA  PIC X VALUE 'N'.
         88 RUTA-YA-RECORRIDA   VALUE 'S'.
       01 INDICADOR-HISTORICO   PIC X VALUE 'N'.
         88 ARCHIVO-HISTORICO   VALUE 'S'.
       01 BANCO-CODIGO-TXT      PIC X(20).
       01 BANCO-RUTA-TXT        PIC X(50).

      * Campos de la línea. El histórico agrega nombre y banco al
      * final, así que la cuarta columna solo es la moneda cuando
      * el conteo de campos lo confirma.
       01 TRANSACCION-ID        PIC X(10).
       01 TIPO                  PIC X(10).
       01 MONTO-TXT             PIC X(15).
       01 CAMPO4-TXT            PIC X(30).
       01 CAMPO5-TXT            PIC X(30).
       01 CAMPO6-TXT            PIC X(30).
       01 CAMPOS-LINEA          PIC 9(2) VALUE 0.
       01 MONEDA-TXT            PIC X(10).
       01 FECHA-TRX-AAAAMMDD    PIC 9(8).
       01 MONTO-ORIGINAL        PIC 9(7)V99 VALUE 0.
       01 MONTO                 PIC 9(9)V99 VALUE 0.
       01 INDICADOR-ABONADA     PIC X VALUE 'N'.
         88 LINEA-ABONADA       VALUE 'S'.
       01 INDICADOR-CUENTA-LINEA PIC X VALUE 'N'.
         88 LINEA-CUENTA        VALUE 'S'.

       01 IDS-VISTOS-TABLA.
           05 ID-VISTO-ENTRY OCCURS 20000 TIMES INDEXED BY IDV-IDX.
               10 ID-VISTO         PIC X(10).
       01 NUM-IDS-VISTOS        PIC 9(5) VALUE 0.
       01 INDICADOR-ID-VISTO    PIC X VALUE 'N'.
         88 ID-YA-VISTO         VALUE 'S'.
       01 INDICADOR-IDS-LLENO   PIC X VALUE 'N'.
         88 IDS-VISTOS-LLENOS   VALUE 'S'.

      * Créditos y Débitos abonados, en su moneda original, para
      * parear las Reversas como la corrida diaria: misma cuenta,
      * mismo monto, misma moneda, aún sin reversar. Se anotan
      * también los anteriores a la apertura - una Reversa de hoy
      * puede deshacer un abono que ya está en el saldo inicial.
       01 MOVIMIENTOS-TABLA.
           05 MOVIMIENTO-ENTRY OCCURS 20000 TIMES INDEXED BY MOV-IDX.
               10 MOV-CUENTA       PIC X(4).
               10 MOV-MONTO        PIC 9(7)V99.
               10 MOV-MONEDA       PIC X(3).
               10 MOV-REVERSADO    PIC X.
       01 NUM-MOVIMIENTOS       PIC 9(5) VALUE 0.
       01 INDICADOR-MOV-LLENO   PIC X VALUE 'N'.
         88 MOVIMIENTOS-LLENOS  VALUE 'S'.
       01 INDICADOR-ORIGINAL    PIC X VALUE 'N'.
         88 ORIGINAL-ENCONTRADO VALUE 'S'.

      * Reversas con ID en el registro que no encuentran su
      * original en lo repasado: no se restan y se listan.
       01 SIN-PAR-TABLA.
           05 SIN-PAR-ENTRY OCCURS 500 TIMES INDEXED BY SPR-IDX.
               10 SIN-PAR-ID       PIC X(10).
               10 SIN-PAR-MONTO    PIC 9(7)V99.
               10 SIN-PAR-MONEDA   PIC X(3).
       01 NUM-SIN-PAR           PIC 9(3) VALUE 0.

       01 CONTADOR-LEIDAS       PIC 9(7) VALUE 0.
       01 CONTADOR-NO-ABONADAS  PIC 9(7) VALUE 0.
       01 CONTADOR-ANTERIORES   PIC 9(7) VALUE 0.
       01 CONTADOR-APLICADAS    PIC 9(7) VALUE 0.
       01 CONTADOR-SIN-PAR      PIC 9(7) VALUE 0.
       01 CONTADOR-REVISADAS    PIC 9(5) VALUE 0.
       01 CONTADOR-DIFERENCIAS  PIC 9(5) VALUE 0.
       01 CONTADOR-FUERA-LEDGER PIC 9(5) VALUE 0.
       01 CONTADOR-CORREGIDAS   PIC 9(5) VALUE 0.
       01 CONTADOR-MANUALES     PIC 9(5) VALUE 0.
       01 TOTAL-DIFERENCIA      PIC S9(11)V99 VALUE 0.

       01 CONTADOR-LEIDAS-FMT   PIC Z(6)9.
       01 CONTADOR-NO-AB-FMT    PIC Z(6)9.
       01 CONTADOR-ANT-FMT      PIC Z(6)9.
       01 CONTADOR-APL-FMT      PIC Z(6)9.
       01 CONTADOR-SIN-PAR-FMT  PIC Z(6)9.
       01 CONTADOR-REVISADAS-FMT PIC Z(4)9.
       01 CONTADOR-DIF-FMT      PIC Z(4)9.
       01 CONTADOR-FUERA-FMT    PIC Z(4)9.
       01 CONTADOR-CORR-FMT     PIC Z(4)9.
       01 CONTADOR-MAN-FMT      PIC Z(4)9.
       01 LEDGER-FMT            PIC -(9)9.99.
       01 RECALCULADO-FMT       PIC -(9)9.99.
       01 DIFERENCIA-FMT        PIC -(9)9.99.
       01 TOTAL-DIF-FMT         PIC -(11)9.99.
       01 MONTO-FMT             PIC Z(6)9.99.
       01 MARCA-CUENTA          PIC X(30).

      * Un asiento por cuenta corregida; se escriben solo cuando el
      * ledger nuevo ya está en su lugar.
       01 AUD-DETALLE           PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIAR-CORRIDA.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-CONSULTA.
           IF NOT ABORTAR-CORRIDA
             AND MODO-CORREGIR
               PERFORM VERIFICAR-CHECKPOINT
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-SALDOS-CUENTAS
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-MAESTRO-CUENTAS
               PERFORM CARGAR-TIPOS-CAMBIO
           END-IF.
           IF NOT ABORTAR-CORRIDA
             AND FECHA-APERTURA > 0
               PERFORM CARGAR-HISTORIAL-SALDOS
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM ABRIR-REGISTRO-IDS
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM ABRIR-REPORTE
           END-IF.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM PREPARAR-RECALCULO.
           PERFORM RECORRER-HISTORICOS.
           IF NOT ABORTAR-CORRIDA
               MOVE "N" TO INDICADOR-HISTORICO
               MOVE RUTA-VIGENTE TO RUTA-HISTORIA
               PERFORM RECORRER-ARCHIVO-HISTORIA
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM RECORRER-LISTA-BANCOS
           END-IF.
           CLOSE REGISTRO-IDS.
           IF ABORTAR-CORRIDA
               CLOSE REPORTE-INTEGRIDAD
               GO TO FINALIZE
           END-IF.

           PERFORM VARYING CTA-IDX FROM 1 BY 1
             UNTIL CTA-IDX > NUM-CUENTAS
               PERFORM COMPARAR-CUENTA
           END-PERFORM.
           PERFORM ESCRIBIR-SECCION-DIFERENCIAS.
           PERFORM ESCRIBIR-SECCION-FUERA-LEDGER.
           PERFORM ESCRIBIR-SECCION-SIN-PAR.
           IF MODO-CORREGIR
               PERFORM APLICAR-CORRECCION
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE REPORTE-INTEGRIDAD.
           IF NOT ABORTAR-CORRIDA
               MOVE "COMPLETA" TO RESULTADO-CORRIDA
           END-IF.
           GO TO FINALIZE.

       INICIAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-INICIO-TS.
           MOVE SPACES TO ID-CORRIDA.
           STRING "ITG-" TS-AAAAMMDDHHMMSS
             DELIMITED BY SIZE INTO ID-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
           DISPLAY "CORRIDA " ID-CORRIDA.

      * Sin archivo de parámetros se trabaja con las rutas y los
      * valores de siempre.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF PARAMETROS-STATUS-FILE > "07"
               CONTINUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ PARAMETROS
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM TOMAR-PARAMETRO
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE PARAMETROS
           END-IF.
           MOVE SPACES TO RUTA-SALDOS-TMP.
           STRING FUNCTION TRIM (RUTA-SALDOS) ".tmp"
             DELIMITED BY SIZE INTO RUTA-SALDOS-TMP.
           DISPLAY "PARAMETRO RUTA-SALDOS: "
             FUNCTION TRIM (RUTA-SALDOS).
           DISPLAY "PARAMETRO RUTA-HISTORIAL-SALDOS: "
             FUNCTION TRIM (RUTA-HISTORIAL-SALDOS).

       TOMAR-PARAMETRO.
           MOVE SPACES TO CLAVE-PARAMETRO VALOR-PARAMETRO.
           UNSTRING LINEA-PARAMETRO DELIMITED BY "="
             INTO CLAVE-PARAMETRO, VALOR-PARAMETRO
           END-UNSTRING.
           EVALUATE CLAVE-PARAMETRO
               WHEN "RUTA-ENTRADA"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-VIGENTE
                   END-IF
               WHEN "RUTA-INDICE"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-INDICE
                   END-IF
               WHEN "RUTA-LISTA-BANCOS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-LISTA-BANCOS
                   END-IF
               WHEN "RUTA-MAESTRO"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-MAESTRO
                   END-IF
               WHEN "RUTA-TIPOS-CAMBIO"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-TIPOS-CAMBIO
                   END-IF
               WHEN "MONEDA-BASE"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO (1:3) TO MONEDA-BASE
                   END-IF
               WHEN "RUTA-REGISTRO-IDS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-REGISTRO-IDS
                   END-IF
               WHEN "RUTA-HISTORIAL-SALDOS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-HISTORIAL-SALDOS
                   END-IF
               WHEN "RUTA-SALDOS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-SALDOS
                   END-IF
               WHEN "RUTA-CHECKPOINT"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-CHECKPOINT
                   END-IF
               WHEN "RUTA-JOURNAL"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-JOURNAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEER-CONSULTA.
           OPEN INPUT CONSULTA-INTEGRIDAD.
           IF CONSULTA-STATUS-FILE > "07"
               DISPLAY "SIN ARCHIVO DE CONSULTA - SE RECONSTRUYE "
                 "DESDE CERO CON TODA LA HISTORIA, SOLO REPORTE"
           ELSE
               READ CONSULTA-INTEGRIDAD
                   AT END
                       DISPLAY "CONSULTA VACIA - SE RECONSTRUYE "
                         "DESDE CERO CON TODA LA HISTORIA, SOLO "
                         "REPORTE"
                   NOT AT END
                       PERFORM VALIDAR-CONSULTA
               END-READ
               CLOSE CONSULTA-INTEGRIDAD
           END-IF.

       VALIDAR-CONSULTA.
           MOVE SPACES TO FECHA-CONSULTA-TXT ACCION-CONSULTA-TXT
             INICIALES-CONSULTA.
           UNSTRING LINEA-CONSULTA DELIMITED BY ","
             INTO FECHA-CONSULTA-TXT, ACCION-CONSULTA-TXT,
               INICIALES-CONSULTA
           END-UNSTRING.

           EVALUATE TRUE
               WHEN FECHA-CONSULTA-TXT = SPACES
                   CONTINUE
               WHEN FECHA-CONSULTA-TXT (1:8) IS NUMERIC
                 AND FECHA-CONSULTA-TXT (5:2) >= "01"
                 AND FECHA-CONSULTA-TXT (5:2) <= "12"
                 AND FECHA-CONSULTA-TXT (7:2) >= "01"
                 AND FECHA-CONSULTA-TXT (7:2) <= "31"
                 AND FECHA-CONSULTA-TXT (9:2) = SPACES
                   MOVE FECHA-CONSULTA-TXT (1:8) TO FECHA-APERTURA
               WHEN OTHER
                   DISPLAY "ERROR: FECHA DE APERTURA INVALIDA - "
                     FECHA-CONSULTA-TXT
                   SET ABORTAR-CORRIDA TO TRUE
                   MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
           END-EVALUATE.

           EVALUATE TRUE
               WHEN ABORTAR-CORRIDA
                   CONTINUE
               WHEN ACCION-CONSULTA-TXT = SPACES
                   CONTINUE
               WHEN ACCION-CONSULTA-TXT NOT = "CORREGIR"
                   DISPLAY "ERROR: ACCION DESCONOCIDA EN LA CONSULTA "
                     "- " ACCION-CONSULTA-TXT
                   SET ABORTAR-CORRIDA TO TRUE
                   MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
               WHEN INICIALES-CONSULTA = SPACES
                   DISPLAY "ERROR: LA CORRECCION DEL LEDGER REQUIERE "
                     "LAS INICIALES DE QUIEN LA AUTORIZA"
                   SET ABORTAR-CORRIDA TO TRUE
                   MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
               WHEN OTHER
                   SET MODO-CORREGIR TO TRUE
           END-EVALUATE.

           IF NOT ABORTAR-CORRIDA
               IF FECHA-APERTURA = 0
                   DISPLAY "APERTURA: CERO, TODA LA HISTORIA"
               ELSE
                   DISPLAY "APERTURA: CIERRE DEL HISTORIAL ANTERIOR "
                     "AL " FECHA-APERTURA
               END-IF
               IF MODO-CORREGIR
                   DISPLAY "CORRECCION AUTORIZADA POR "
                     FUNCTION TRIM (INICIALES-CONSULTA)
               END-IF
           END-IF.

      * Una corrida diaria interrumpida reescribe el ledger al
      * reanudarse con lo que trae en el checkpoint; corregir por
      * debajo de ella se perdería o, peor, se mezclaría.
       VERIFICAR-CHECKPOINT.
           OPEN INPUT CHECKPOINT-TRANSACCIONES.
           IF CHECKPOINT-STATUS-FILE > "07"
               CONTINUE
           ELSE
               READ CHECKPOINT-TRANSACCIONES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-STATUS (1:7) = "EN-PROC"
                           DISPLAY "ERROR: HAY UNA CORRIDA DIARIA "
                             "SIN TERMINAR (" CKPT-STATUS ") - "
                             "NO SE CORRIGE EL LEDGER"
                           SET ABORTAR-CORRIDA TO TRUE
                           MOVE "CORRIDA-EN-CURSO"
                             TO RESULTADO-CORRIDA
                       END-IF
               END-READ
               CLOSE CHECKPOINT-TRANSACCIONES
           END-IF.

      * Sin ledger no hay contra qué comparar.
       CARGAR-SALDOS-CUENTAS.
           OPEN INPUT SALDOS-CUENTAS.
           IF SALDOS-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL LEDGER DE SALDOS "
                 SALDOS-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: CORRIDA ABORTADA"
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ SALDOS-CUENTAS
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM CARGAR-SALDO-CUENTA
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE SALDOS-CUENTAS
           END-IF.

       CARGAR-SALDO-CUENTA.
           IF LINEA-SALDO = SPACES
               CONTINUE
           ELSE
               MOVE SAL-CUENTA-ID TO CUENTA-BUSCADA
               PERFORM BUSCAR-O-AGREGAR-CUENTA
               IF CUENTA-ENCONTRADA
                   MOVE "S" TO CUENTA-EN-LEDGER (CTA-IDX)
                   MOVE SAL-APERTURA TO CUENTA-LED-APERTURA (CTA-IDX)
                   MOVE SAL-DIA-CREDITO
                     TO CUENTA-LED-CREDITO (CTA-IDX)
                   MOVE SAL-DIA-DEBITO TO CUENTA-LED-DEBITO (CTA-IDX)
                   MOVE SAL-DIA-REVERSA
                     TO CUENTA-LED-REVERSA (CTA-IDX)
                   MOVE SAL-CIERRE TO CUENTA-LED-CIERRE (CTA-IDX)
               END-IF
           END-IF.

       BUSCAR-CUENTA.
           MOVE "N" TO INDICADOR-CUENTA.
           SET CTA-IDX TO 1.
           SEARCH CUENTA-ENTRY
             VARYING CTA-IDX
             AT END
                 CONTINUE
             WHEN CTA-IDX > NUM-CUENTAS
                 CONTINUE
             WHEN CUENTA-ID (CTA-IDX) = CUENTA-BUSCADA
                 SET CUENTA-ENCONTRADA TO TRUE
           END-SEARCH.

       BUSCAR-O-AGREGAR-CUENTA.
           PERFORM BUSCAR-CUENTA.
           IF NOT CUENTA-ENCONTRADA
               IF NUM-CUENTAS < 200
                   ADD 1 TO NUM-CUENTAS
                   SET CTA-IDX TO NUM-CUENTAS
                   MOVE CUENTA-BUSCADA TO CUENTA-ID (CTA-IDX)
                   MOVE "N" TO CUENTA-EN-LEDGER (CTA-IDX)
                     CUENTA-EN-MAESTRO (CTA-IDX)
                     CUENTA-EXTRANJERA (CTA-IDX)
                   MOVE "I" TO CUENTA-REVISION (CTA-IDX)
                   MOVE 0 TO CUENTA-LED-APERTURA (CTA-IDX)
                     CUENTA-LED-CREDITO (CTA-IDX)
                     CUENTA-LED-DEBITO (CTA-IDX)
                     CUENTA-LED-REVERSA (CTA-IDX)
                     CUENTA-LED-CIERRE (CTA-IDX)
                     CUENTA-FECHA-PREVIA (CTA-IDX)
                     CUENTA-SALDO-PREVIO (CTA-IDX)
                     CUENTA-RECALCULADO (CTA-IDX)
                     CUENTA-DIFERENCIA (CTA-IDX)
                     CUENTA-NUEVA-APERTURA (CTA-IDX)
                     CUENTA-MOVIMIENTOS (CTA-IDX)
                   SET CUENTA-ENCONTRADA TO TRUE
               ELSE
                   IF NOT CUENTAS-LLENAS
                       SET CUENTAS-LLENAS TO TRUE
                       DISPLAY "ALERTA: CAPACIDAD DE 200 CUENTAS "
                         "EXCEDIDA - LA CUENTA " CUENTA-BUSCADA
                         " Y SIGUIENTES QUEDAN FUERA DE LA REVISION"
                   END-IF
               END-IF
           END-IF.

      * El maestro solo dice qué cuentas pueden entrar a un ledger
      * corregido; sin él la corrección no agrega cuentas nuevas.
       CARGAR-MAESTRO-CUENTAS.
           OPEN INPUT MAESTRO-CUENTAS.
           IF MAESTRO-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL MAESTRO DE CUENTAS "
                 MAESTRO-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ALERTA: NO SE AGREGAN CUENTAS AL LEDGER"
           ELSE
               PERFORM UNTIL TERMINAR
                   READ MAESTRO-CUENTAS
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM REGISTRAR-CUENTA-MAESTRO
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE MAESTRO-CUENTAS
           END-IF.

      * La primera línea del maestro es el encabezado de columnas.
       REGISTRAR-CUENTA-MAESTRO.
           IF ES-PRIMER-MAESTRO = "S"
               MOVE "N" TO ES-PRIMER-MAESTRO
           ELSE
               MOVE SPACES TO MAESTRO-ID-TXT
               UNSTRING LINEA-MAESTRO DELIMITED BY ","
                 INTO MAESTRO-ID-TXT
               END-UNSTRING
               IF MAESTRO-ID-TXT NOT = SPACES
                   MOVE MAESTRO-ID-TXT (1:4) TO CUENTA-BUSCADA
                   PERFORM BUSCAR-O-AGREGAR-CUENTA
                   IF CUENTA-ENCONTRADA
                       MOVE "S" TO CUENTA-EN-MAESTRO (CTA-IDX)
                   END-IF
               END-IF
           END-IF.

      * La moneda base siempre existe con tasa 1; el archivo solo
      * aporta las demás.
       CARGAR-TIPOS-CAMBIO.
           MOVE 1 TO NUM-MONEDAS.
           MOVE MONEDA-BASE TO MONEDA-CODIGO (1).
           MOVE 1 TO MONEDA-TASA (1).
           OPEN INPUT TIPOS-CAMBIO.
           IF TIPOS-CAMBIO-STATUS-FILE > "07"
               DISPLAY "SIN TIPOS DE CAMBIO ("
                 TIPOS-CAMBIO-STATUS-FILE ") - SOLO SE CONVIERTE "
                 MONEDA-BASE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ TIPOS-CAMBIO
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM REGISTRAR-TIPO-CAMBIO
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE TIPOS-CAMBIO
           END-IF.

       REGISTRAR-TIPO-CAMBIO.
           MOVE SPACES TO CAMBIO-MONEDA-TXT CAMBIO-TASA-TXT.
           UNSTRING LINEA-TIPO-CAMBIO DELIMITED BY ","
             INTO CAMBIO-MONEDA-TXT, CAMBIO-TASA-TXT
           END-UNSTRING.

           EVALUATE TRUE
               WHEN LINEA-TIPO-CAMBIO = SPACES
                   CONTINUE
               WHEN CAMBIO-MONEDA-TXT = "MONEDA"
                   CONTINUE
               WHEN CAMBIO-MONEDA-TXT (1:3) = MONEDA-BASE
                   CONTINUE
               WHEN CAMBIO-MONEDA-TXT = SPACES
                 OR CAMBIO-TASA-TXT = SPACES
                 OR FUNCTION TEST-NUMVAL (CAMBIO-TASA-TXT) NOT = 0
                 OR FUNCTION NUMVAL (CAMBIO-TASA-TXT) = 0
                   DISPLAY "ERROR: LINEA MALFORMADA EN LOS TIPOS "
                     "DE CAMBIO - "
                     FUNCTION TRIM (LINEA-TIPO-CAMBIO)
                   DISPLAY "ERROR: CORRIDA ABORTADA"
                   MOVE "ERROR-MONEDA" TO RESULTADO-CORRIDA
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN NUM-MONEDAS < 10
                   ADD 1 TO NUM-MONEDAS
                   MOVE CAMBIO-MONEDA-TXT (1:3)
                     TO MONEDA-CODIGO (NUM-MONEDAS)
                   MOVE FUNCTION NUMVAL (CAMBIO-TASA-TXT)
                     TO MONEDA-TASA (NUM-MONEDAS)
               WHEN OTHER
                   DISPLAY "ALERTA: CAPACIDAD DE 10 MONEDAS "
                     "EXCEDIDA - SE IGNORA " CAMBIO-MONEDA-TXT
           END-EVALUATE.

      * La apertura es un corte fechado: el historial que anexa la
      * corrida diaria trae el cierre de cada cuenta por día de
      * corrida. Se toma el último renglón anterior a la fecha de
      * apertura; el historial va en orden de corrida, así que a
      * igual fecha el renglón posterior (otra sesión) pisa al
      * anterior. Una cuenta sin renglón previo abre en cero, pero
      * si ningún renglón es anterior a la fecha no hay corte que
      * abrir: todas abrirían en cero perdiendo su historia, así
      * que se aborta.
       CARGAR-HISTORIAL-SALDOS.
           OPEN INPUT HISTORIAL-SALDOS.
           IF HISTORIAL-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL HISTORIAL DE SALDOS "
                 HISTORIAL-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: SIN HISTORIAL NO HAY APERTURA "
                 "FECHADA - CORRIDA ABORTADA"
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ HISTORIAL-SALDOS
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM REGISTRAR-SALDO-HISTORIAL
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE HISTORIAL-SALDOS
               IF HISTORIAL-PREVIOS = 0
                   DISPLAY "ERROR: SIN CIERRE EN EL HISTORIAL ANTERIOR "
                     "A LA FECHA " FECHA-APERTURA
                     " - CORRIDA ABORTADA"
                   SET ABORTAR-CORRIDA TO TRUE
                   MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
               END-IF
           END-IF.

       REGISTRAR-SALDO-HISTORIAL.
           MOVE SPACES TO HISTORIAL-FECHA-TXT HISTORIAL-CUENTA-TXT
             HISTORIAL-SALDO-TXT.
           UNSTRING LINEA-HISTORIAL DELIMITED BY ","
             INTO HISTORIAL-FECHA-TXT, HISTORIAL-CUENTA-TXT,
               HISTORIAL-SALDO-TXT
           END-UNSTRING.
           IF HISTORIAL-FECHA-TXT (1:8) IS NUMERIC
             AND HISTORIAL-CUENTA-TXT NOT = SPACES
             AND HISTORIAL-SALDO-TXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL (HISTORIAL-SALDO-TXT) = 0
               MOVE HISTORIAL-FECHA-TXT (1:8) TO HISTORIAL-FECHA
               IF HISTORIAL-FECHA < FECHA-APERTURA
                   ADD 1 TO HISTORIAL-PREVIOS
                   MOVE FUNCTION NUMVAL (HISTORIAL-SALDO-TXT)
                     TO HISTORIAL-SALDO
                   MOVE HISTORIAL-CUENTA-TXT (1:4) TO CUENTA-BUSCADA
                   PERFORM BUSCAR-O-AGREGAR-CUENTA
                   IF CUENTA-ENCONTRADA
                     AND HISTORIAL-FECHA
                       >= CUENTA-FECHA-PREVIA (CTA-IDX)
                       MOVE HISTORIAL-FECHA
                         TO CUENTA-FECHA-PREVIA (CTA-IDX)
                       MOVE HISTORIAL-SALDO
                         TO CUENTA-SALDO-PREVIO (CTA-IDX)
                   END-IF
               END-IF
           END-IF.

      * El registro de IDs es la prueba de que una línea se abonó:
      * solo crece con las aceptadas de corridas completas (una
      * Reversa solo entra si pareó, una retenida por tope no
      * entra). Sin él no se separa lo abonado de lo rechazado.
       ABRIR-REGISTRO-IDS.
           OPEN INPUT REGISTRO-IDS.
           IF REGISTRO-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL REGISTRO DE IDS "
                 REGISTRO-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: SIN REGISTRO DE IDS NO SE DISTINGUE "
                 "LO ABONADO - CORRIDA ABORTADA"
               MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           END-IF.

       ABRIR-REPORTE.
           MOVE SPACES TO INTEGRIDAD-FILENAME.
           STRING "../data/integridad-saldos-" TS-AAAAMMDDHHMMSS
             ".txt"
             DELIMITED BY SIZE INTO INTEGRIDAD-FILENAME.
           OPEN OUTPUT REPORTE-INTEGRIDAD.
           IF INTEGRIDAD-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL REPORTE DE INTEGRIDAD "
                 INTEGRIDAD-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               CLOSE REGISTRO-IDS
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               MOVE SPACES TO INTEGRIDAD-MESSAGE
               STRING "INTEGRIDAD DEL LEDGER DE SALDOS - CORRIDA "
                 ID-CORRIDA " - MONTOS EN " MONEDA-BASE
                 DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
               MOVE SPACES TO INTEGRIDAD-MESSAGE
               IF FECHA-APERTURA = 0
                   STRING "APERTURA EN CERO - SE REPASA TODA LA "
                     "HISTORIA"
                     DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE
               ELSE
                   STRING "APERTURA: ULTIMO CIERRE DEL HISTORIAL "
                     "ANTERIOR AL " FECHA-APERTURA
                     " - SE REPASAN LAS LINEAS DESDE ESA FECHA"
                     DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE
               END-IF
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.

       PREPARAR-RECALCULO.
           PERFORM VARYING CTA-IDX FROM 1 BY 1
             UNTIL CTA-IDX > NUM-CUENTAS
               MOVE CUENTA-SALDO-PREVIO (CTA-IDX)
                 TO CUENTA-RECALCULADO (CTA-IDX)
           END-PERFORM.

      * Los históricos se recorren en el orden en que el archivado
      * los fue creando; uno borrado a mano solo genera una alerta.
       RECORRER-HISTORICOS.
           OPEN INPUT ARCHIVO-INDICE.
           IF INDICE-STATUS-FILE > "07"
               DISPLAY "SIN INDICE DE ARCHIVOS HISTORICOS - SE "
                 "REPASAN SOLO LOS ARCHIVOS VIGENTES"
           ELSE
               PERFORM UNTIL TERMINAR
                   READ ARCHIVO-INDICE
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           IF LINEA-INDICE NOT = SPACES
                               SET ARCHIVO-HISTORICO TO TRUE
                               MOVE LINEA-INDICE TO RUTA-HISTORIA
                               PERFORM RECORRER-ARCHIVO-HISTORIA
                           END-IF
                   END-READ
                   IF ABORTAR-CORRIDA
                       SET TERMINAR TO TRUE
                   END-IF
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE ARCHIVO-INDICE
           END-IF.

      * Los archivos de los bancos de la lista del día todavía no
      * pasan por el archivado; lo abonado hoy desde ellos solo
      * está ahí. Misma lista y mismo layout que la corrida diaria.
       RECORRER-LISTA-BANCOS.
           OPEN INPUT LISTA-BANCOS.
           IF LISTA-STATUS-FILE > "07"
               DISPLAY "SIN LISTA DE BANCOS - SE REPASA SOLO EL "
                 "ARCHIVO VIGENTE"
           ELSE
               MOVE "NO" TO FIN-LISTA
               PERFORM UNTIL TERMINAR-LISTA
                   READ LISTA-BANCOS
                       AT END
                           SET TERMINAR-LISTA TO TRUE
                       NOT AT END
                           PERFORM TOMAR-BANCO-LISTA
                   END-READ
                   IF ABORTAR-CORRIDA
                       SET TERMINAR-LISTA TO TRUE
                   END-IF
               END-PERFORM
               CLOSE LISTA-BANCOS
           END-IF.

       TOMAR-BANCO-LISTA.
           MOVE SPACES TO BANCO-CODIGO-TXT BANCO-RUTA-TXT.
           UNSTRING LINEA-LISTA DELIMITED BY ","
             INTO BANCO-CODIGO-TXT, BANCO-RUTA-TXT
           END-UNSTRING.
           IF BANCO-RUTA-TXT NOT = SPACES
               MOVE "N" TO INDICADOR-HISTORICO
               MOVE BANCO-RUTA-TXT TO RUTA-HISTORIA
               PERFORM RECORRER-ARCHIVO-HISTORIA
           END-IF.

       RECORRER-ARCHIVO-HISTORIA.
           PERFORM VERIFICAR-RUTA-RECORRIDA.
           IF RUTA-YA-RECORRIDA
               DISPLAY "ALERTA: RUTA REPETIDA EN EL RECORRIDO - "
                 "SE OMITE " FUNCTION TRIM (RUTA-HISTORIA)
           ELSE
               PERFORM LEER-ARCHIVO-HISTORIA
           END-IF.

       VERIFICAR-RUTA-RECORRIDA.
           MOVE "N" TO INDICADOR-RUTA-VISTA.
           SET VIS-IDX TO 1.
           SEARCH RUTA-VISTA-ENTRY
             VARYING VIS-IDX
             AT END
                 CONTINUE
             WHEN VIS-IDX > NUM-RUTAS-VISTAS
                 CONTINUE
             WHEN RUTA-VISTA (VIS-IDX) = RUTA-HISTORIA
                 SET RUTA-YA-RECORRIDA TO TRUE
           END-SEARCH.
           IF NOT RUTA-YA-RECORRIDA
               IF NUM-RUTAS-VISTAS < 200
                   ADD 1 TO NUM-RUTAS-VISTAS
                   SET VIS-IDX TO NUM-RUTAS-VISTAS
                   MOVE RUTA-HISTORIA TO RUTA-VISTA (VIS-IDX)
               END-IF
           END-IF.

      * El índice y la historia comparten FIN: la historia lo pone
      * en "NO" al abrir cada archivo y lo devuelve en "NO" al
      * cerrarlo para que el índice siga su recorrido.
       LEER-ARCHIVO-HISTORIA.
           OPEN INPUT HISTORIA.
           IF HISTORIA-STATUS-FILE > "07"
               DISPLAY "ALERTA: NO SE PUDO ABRIR "
                 FUNCTION TRIM (RUTA-HISTORIA) " ("
                 HISTORIA-STATUS-FILE ") - SE OMITE"
           ELSE
               MOVE "NO" TO FIN
               PERFORM UNTIL TERMINAR
                   READ HISTORIA
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM SELECCIONAR-LINEA-HISTORIA
                   END-READ
                   IF ABORTAR-CORRIDA
                       SET TERMINAR TO TRUE
                   END-IF
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE HISTORIA
           END-IF.

      * Mismo filtro por contenido que el reporte regulatorio: el
      * encabezado y el trailer no traen un ID con fecha numérica
      * ni monto legible.
       SELECCIONAR-LINEA-HISTORIA.
           IF LINEA-HISTORIA (1:7) = "TRAILER"
             OR LINEA-HISTORIA = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO TRANSACCION-ID TIPO MONTO-TXT
                 CAMPO4-TXT CAMPO5-TXT CAMPO6-TXT MONEDA-TXT
               MOVE 0 TO CAMPOS-LINEA
               UNSTRING LINEA-HISTORIA DELIMITED BY ","
                 INTO TRANSACCION-ID, TIPO, MONTO-TXT,
                   CAMPO4-TXT, CAMPO5-TXT, CAMPO6-TXT
                 TALLYING IN CAMPOS-LINEA
               END-UNSTRING
               IF TRANSACCION-ID (5:6) IS NUMERIC
                 AND MONTO-TXT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (MONTO-TXT) = 0
                   ADD 1 TO CONTADOR-LEIDAS
                   PERFORM TOMAR-MONEDA-LINEA
                   PERFORM VERIFICAR-LINEA-ABONADA
                   IF LINEA-ABONADA
                       PERFORM REPASAR-LINEA
                   ELSE
                       ADD 1 TO CONTADOR-NO-ABONADAS
                   END-IF
               END-IF
           END-IF.

      * En el vigente y en los archivos de banco la cuarta columna
      * es la moneda. En el histórico se agregaron nombre y banco
      * al final: seis campos traen moneda, cinco no.
       TOMAR-MONEDA-LINEA.
           IF ARCHIVO-HISTORICO
               IF CAMPOS-LINEA = 4 OR CAMPOS-LINEA = 6
                   MOVE CAMPO4-TXT TO MONEDA-TXT
               END-IF
           ELSE
               MOVE CAMPO4-TXT TO MONEDA-TXT
           END-IF.
           IF MONEDA-TXT = SPACES
               MOVE MONEDA-BASE TO MONEDA-COD-ACTUAL
           ELSE
               MOVE MONEDA-TXT (1:3) TO MONEDA-COD-ACTUAL
           END-IF.

      * Abonada = su ID está en el registro y es la primera vez que
      * aparece en el recorrido; la repetición posterior fue
      * rechazada como duplicada.
       VERIFICAR-LINEA-ABONADA.
           MOVE "N" TO INDICADOR-ABONADA.
           MOVE TRANSACCION-ID TO REGISTRO-LLAVE.
           READ REGISTRO-IDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LINEA-ABONADA TO TRUE
           END-READ.
           IF LINEA-ABONADA
               MOVE "N" TO INDICADOR-ID-VISTO
               PERFORM VARYING IDV-IDX FROM 1 BY 1
                 UNTIL IDV-IDX > NUM-IDS-VISTOS
                   OR ID-YA-VISTO
                   IF ID-VISTO (IDV-IDX) = TRANSACCION-ID
                       SET ID-YA-VISTO TO TRUE
                   END-IF
               END-PERFORM
               IF ID-YA-VISTO
                   MOVE "N" TO INDICADOR-ABONADA
               ELSE
                   PERFORM REGISTRAR-ID-VISTO
               END-IF
           END-IF.

       REGISTRAR-ID-VISTO.
           IF NUM-IDS-VISTOS < 20000
               ADD 1 TO NUM-IDS-VISTOS
               SET IDV-IDX TO NUM-IDS-VISTOS
               MOVE TRANSACCION-ID TO ID-VISTO (IDV-IDX)
           ELSE
               IF NOT IDS-VISTOS-LLENOS
                   SET IDS-VISTOS-LLENOS TO TRUE
                   DISPLAY "ALERTA: MAS DE 20000 IDS EN LA HISTORIA "
                     "- LA EXCLUSION DE DUPLICADOS QUEDA INCOMPLETA"
               END-IF
           END-IF.

      * Lo anterior a la fecha de apertura ya está en el saldo
      * inicial: no se suma, pero sus Créditos y Débitos se anotan
      * y sus Reversas consumen su original, igual que pasó en la
      * corrida que los abonó.
       REPASAR-LINEA.
           COMPUTE FECHA-TRX-AAAAMMDD =
             20000000 + FUNCTION NUMVAL (TRANSACCION-ID (5:6)).
           MOVE FUNCTION NUMVAL (MONTO-TXT) TO MONTO-ORIGINAL.
           MOVE TRANSACCION-ID (1:4) TO CUENTA-BUSCADA.
           IF FECHA-TRX-AAAAMMDD < FECHA-APERTURA
               MOVE "N" TO INDICADOR-CUENTA-LINEA
               ADD 1 TO CONTADOR-ANTERIORES
           ELSE
               SET LINEA-CUENTA TO TRUE
               PERFORM CONVERTIR-MONTO
           END-IF.
           IF NOT ABORTAR-CORRIDA
               EVALUATE TIPO
                   WHEN "Crédito"
                       PERFORM REGISTRAR-MOVIMIENTO
                       IF LINEA-CUENTA
                           PERFORM BUSCAR-O-AGREGAR-CUENTA
                           IF CUENTA-ENCONTRADA
                               ADD MONTO TO CUENTA-RECALCULADO (CTA-IDX)
                               PERFORM ANOTAR-APLICADA
                           END-IF
                       END-IF
                   WHEN "Débito"
                       PERFORM REGISTRAR-MOVIMIENTO
                       IF LINEA-CUENTA
                           PERFORM BUSCAR-O-AGREGAR-CUENTA
                           IF CUENTA-ENCONTRADA
                               SUBTRACT MONTO
                                 FROM CUENTA-RECALCULADO (CTA-IDX)
                               PERFORM ANOTAR-APLICADA
                           END-IF
                       END-IF
                   WHEN "Reversa"
                       PERFORM BUSCAR-REVERSA-ORIGINAL
                       IF NOT ORIGINAL-ENCONTRADO
                           PERFORM ANOTAR-SIN-PAR
                       ELSE
                           IF LINEA-CUENTA
                               PERFORM BUSCAR-O-AGREGAR-CUENTA
                               IF CUENTA-ENCONTRADA
                                   SUBTRACT MONTO
                                     FROM CUENTA-RECALCULADO (CTA-IDX)
                                   PERFORM ANOTAR-APLICADA
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * MONTO en moneda base a la tasa de hoy, igual que el reporte
      * regulatorio; una moneda sin tasa aborta - un saldo
      * reconstruido con un monto inconvertible no sirve.
       CONVERTIR-MONTO.
           MOVE "N" TO INDICADOR-MONEDA.
           PERFORM VARYING MONEDA-BUSQUEDA FROM 1 BY 1
             UNTIL MONEDA-BUSQUEDA > NUM-MONEDAS
               IF MONEDA-CODIGO (MONEDA-BUSQUEDA)
                 = MONEDA-COD-ACTUAL
                   SET MONEDA-HALLADA TO TRUE
                   MOVE MONEDA-TASA (MONEDA-BUSQUEDA)
                     TO TASA-ACTUAL
               END-IF
           END-PERFORM.
           IF NOT MONEDA-HALLADA
               DISPLAY "ERROR: SIN TIPO DE CAMBIO PARA LA MONEDA "
                 MONEDA-COD-ACTUAL " DEL ID " TRANSACCION-ID
                 " - CORRIDA ABORTADA"
               MOVE "ERROR-MONEDA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               COMPUTE MONTO ROUNDED = MONTO-ORIGINAL * TASA-ACTUAL
           END-IF.

       ANOTAR-APLICADA.
           ADD 1 TO CONTADOR-APLICADAS.
           ADD 1 TO CUENTA-MOVIMIENTOS (CTA-IDX).
           IF MONEDA-COD-ACTUAL NOT = MONEDA-BASE
               MOVE "S" TO CUENTA-EXTRANJERA (CTA-IDX)
           END-IF.

       REGISTRAR-MOVIMIENTO.
           IF NUM-MOVIMIENTOS < 20000
               ADD 1 TO NUM-MOVIMIENTOS
               SET MOV-IDX TO NUM-MOVIMIENTOS
               MOVE CUENTA-BUSCADA TO MOV-CUENTA (MOV-IDX)
               MOVE MONTO-ORIGINAL TO MOV-MONTO (MOV-IDX)
               MOVE MONEDA-COD-ACTUAL TO MOV-MONEDA (MOV-IDX)
               MOVE "N" TO MOV-REVERSADO (MOV-IDX)
           ELSE
               IF NOT MOVIMIENTOS-LLENOS
                   SET MOVIMIENTOS-LLENOS TO TRUE
                   DISPLAY "ALERTA: CAPACIDAD DE 20000 MOVIMIENTOS "
                     "EXCEDIDA - EL PAREO DE REVERSAS PUEDE "
                     "REPORTAR SIN PAR DE MAS"
               END-IF
           END-IF.

       BUSCAR-REVERSA-ORIGINAL.
           MOVE "N" TO INDICADOR-ORIGINAL.
           SET MOV-IDX TO 1.
           SEARCH MOVIMIENTO-ENTRY
             VARYING MOV-IDX
             AT END
                 CONTINUE
             WHEN MOV-IDX > NUM-MOVIMIENTOS
                 CONTINUE
             WHEN MOV-CUENTA (MOV-IDX) = CUENTA-BUSCADA
               AND MOV-MONTO (MOV-IDX) = MONTO-ORIGINAL
               AND MOV-MONEDA (MOV-IDX) = MONEDA-COD-ACTUAL
               AND MOV-REVERSADO (MOV-IDX) = "N"
                 SET ORIGINAL-ENCONTRADO TO TRUE
                 MOVE "S" TO MOV-REVERSADO (MOV-IDX)
           END-SEARCH.

       ANOTAR-SIN-PAR.
           ADD 1 TO CONTADOR-SIN-PAR.
           IF NUM-SIN-PAR < 500
               ADD 1 TO NUM-SIN-PAR
               SET SPR-IDX TO NUM-SIN-PAR
               MOVE TRANSACCION-ID TO SIN-PAR-ID (SPR-IDX)
               MOVE MONTO-ORIGINAL TO SIN-PAR-MONTO (SPR-IDX)
               MOVE MONEDA-COD-ACTUAL TO SIN-PAR-MONEDA (SPR-IDX)
           END-IF.

      * Diferencia = recalculado - ledger. Una cuenta fuera del
      * ledger solo se reporta si lo recalculado no es cero.
      * Corregible: con firma, sin movimientos en otra moneda y con
      * la apertura nueva dentro del campo del ledger; una cuenta
      * nueva para el ledger además debe estar en el maestro, o la
      * corrida diaria la descartaría.
       COMPARAR-CUENTA.
           COMPUTE CUENTA-DIFERENCIA (CTA-IDX) =
             CUENTA-RECALCULADO (CTA-IDX)
             - CUENTA-LED-CIERRE (CTA-IDX).
           IF CUENTA-EN-LEDGER (CTA-IDX) = "S"
               ADD 1 TO CONTADOR-REVISADAS
           END-IF.
           IF CUENTA-DIFERENCIA (CTA-IDX) = 0
               SET CUENTA-IGUAL (CTA-IDX) TO TRUE
           ELSE
               SET CUENTA-DIFIERE (CTA-IDX) TO TRUE
               ADD CUENTA-DIFERENCIA (CTA-IDX) TO TOTAL-DIFERENCIA
               IF CUENTA-EN-LEDGER (CTA-IDX) = "S"
                   ADD 1 TO CONTADOR-DIFERENCIAS
               ELSE
                   ADD 1 TO CONTADOR-FUERA-LEDGER
               END-IF
               IF MODO-CORREGIR
                   PERFORM EVALUAR-CORRECCION
               END-IF
           END-IF.

       EVALUAR-CORRECCION.
           SET CUENTA-A-CORREGIR (CTA-IDX) TO TRUE.
           IF CUENTA-EXTRANJERA (CTA-IDX) = "S"
               SET CUENTA-MANUAL (CTA-IDX) TO TRUE
           END-IF.
           IF CUENTA-EN-LEDGER (CTA-IDX) = "N"
             AND CUENTA-EN-MAESTRO (CTA-IDX) = "N"
               SET CUENTA-MANUAL (CTA-IDX) TO TRUE
           END-IF.
           IF CUENTA-A-CORREGIR (CTA-IDX)
               COMPUTE CUENTA-NUEVA-APERTURA (CTA-IDX) =
                 CUENTA-RECALCULADO (CTA-IDX)
                 - CUENTA-LED-CREDITO (CTA-IDX)
                 + CUENTA-LED-DEBITO (CTA-IDX)
                 + CUENTA-LED-REVERSA (CTA-IDX)
                 ON SIZE ERROR
                     SET CUENTA-MANUAL (CTA-IDX) TO TRUE
               END-COMPUTE
           END-IF.
           IF CUENTA-A-CORREGIR (CTA-IDX)
             AND (CUENTA-RECALCULADO (CTA-IDX) > 9999999.99
               OR CUENTA-RECALCULADO (CTA-IDX) < -9999999.99)
               SET CUENTA-MANUAL (CTA-IDX) TO TRUE
           END-IF.
           IF CUENTA-MANUAL (CTA-IDX)
               ADD 1 TO CONTADOR-MANUALES
           END-IF.

       ESCRIBIR-SECCION-DIFERENCIAS.
           MOVE SPACES TO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           STRING "CUENTAS DEL LEDGER CUYO CIERRE DIFIERE DEL "
             "RECALCULADO"
             DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM VARYING CTA-IDX FROM 1 BY 1
             UNTIL CTA-IDX > NUM-CUENTAS
               IF CUENTA-EN-LEDGER (CTA-IDX) = "S"
                 AND NOT CUENTA-IGUAL (CTA-IDX)
                   PERFORM ESCRIBIR-RENGLON-CUENTA
               END-IF
           END-PERFORM.
           IF CONTADOR-DIFERENCIAS = 0
               MOVE "  (ninguna)" TO INTEGRIDAD-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.

       ESCRIBIR-SECCION-FUERA-LEDGER.
           MOVE SPACES TO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           STRING "CUENTAS CON SALDO RECALCULADO QUE NO ESTAN EN "
             "EL LEDGER"
             DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM VARYING CTA-IDX FROM 1 BY 1
             UNTIL CTA-IDX > NUM-CUENTAS
               IF CUENTA-EN-LEDGER (CTA-IDX) = "N"
                 AND NOT CUENTA-IGUAL (CTA-IDX)
                   PERFORM ESCRIBIR-RENGLON-CUENTA
               END-IF
           END-PERFORM.
           IF CONTADOR-FUERA-LEDGER = 0
               MOVE "  (ninguna)" TO INTEGRIDAD-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.

       ESCRIBIR-RENGLON-CUENTA.
           MOVE CUENTA-LED-CIERRE (CTA-IDX) TO LEDGER-FMT.
           MOVE CUENTA-RECALCULADO (CTA-IDX) TO RECALCULADO-FMT.
           MOVE CUENTA-DIFERENCIA (CTA-IDX) TO DIFERENCIA-FMT.
           MOVE SPACES TO MARCA-CUENTA.
           EVALUATE TRUE
               WHEN CUENTA-EXTRANJERA (CTA-IDX) = "S"
                   MOVE "(*) OTRA MONEDA" TO MARCA-CUENTA
               WHEN CUENTA-EN-LEDGER (CTA-IDX) = "N"
                 AND CUENTA-EN-MAESTRO (CTA-IDX) = "N"
                   MOVE "FUERA DEL MAESTRO" TO MARCA-CUENTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO INTEGRIDAD-MESSAGE.
           STRING "  Cuenta " CUENTA-ID (CTA-IDX)
             " Ledger: " LEDGER-FMT
             " Recalculado: " RECALCULADO-FMT
             " Diferencia: " DIFERENCIA-FMT
             " " MARCA-CUENTA
             DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.

       ESCRIBIR-SECCION-SIN-PAR.
           MOVE SPACES TO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           STRING "REVERSAS ABONADAS SIN ORIGINAL EN LO REPASADO "
             "- NO SE RESTAN"
             DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM VARYING SPR-IDX FROM 1 BY 1
             UNTIL SPR-IDX > NUM-SIN-PAR
               MOVE SIN-PAR-MONTO (SPR-IDX) TO MONTO-FMT
               MOVE SPACES TO INTEGRIDAD-MESSAGE
               STRING "  ID " SIN-PAR-ID (SPR-IDX)
                 " Monto: " MONTO-FMT " " SIN-PAR-MONEDA (SPR-IDX)
                 DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-PERFORM.
           IF CONTADOR-SIN-PAR = 0
               MOVE "  (ninguna)" TO INTEGRIDAD-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.
           IF CONTADOR-SIN-PAR > NUM-SIN-PAR
               MOVE "  ... (lista truncada a 500)"
                 TO INTEGRIDAD-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.

      * Se conservan los subtotales del día de cada cuenta y se
      * ajusta la apertura para que el cierre quede en lo
      * recalculado - la próxima corrida diaria arrastra ese
      * cierre. Temporal y renombre, como la corrida diaria.
       APLICAR-CORRECCION.
           MOVE 0 TO CONTADOR-CORREGIDAS.
           PERFORM VARYING CTA-IDX FROM 1 BY 1
             UNTIL CTA-IDX > NUM-CUENTAS
               IF CUENTA-A-CORREGIR (CTA-IDX)
                   ADD 1 TO CONTADOR-CORREGIDAS
               END-IF
           END-PERFORM.
           IF CONTADOR-CORREGIDAS = 0
               MOVE SPACES TO INTEGRIDAD-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
               STRING "SIN CUENTAS QUE CORREGIR - EL LEDGER NO SE "
                 "REESCRIBE"
                 DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
           ELSE
               PERFORM REESCRIBIR-SALDOS-CUENTAS
               IF ABORTAR-CORRIDA
                   MOVE 0 TO CONTADOR-CORREGIDAS
               ELSE
                   PERFORM ASENTAR-AUDITORIA
               END-IF
           END-IF.

       REESCRIBIR-SALDOS-CUENTAS.
           OPEN OUTPUT SALDOS-CUENTAS-TMP.
           IF SALDOS-TMP-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL TEMPORAL DEL LEDGER "
                 SALDOS-TMP-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: EL LEDGER NO SE CORRIGIO"
               MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM VARYING CTA-IDX FROM 1 BY 1
                 UNTIL CTA-IDX > NUM-CUENTAS
                   PERFORM ESCRIBIR-SALDO-CUENTA
               END-PERFORM
               CLOSE SALDOS-CUENTAS-TMP
               CALL "CBL_DELETE_FILE" USING RUTA-SALDOS
                 RETURNING RETORNO-SO
               CALL "CBL_RENAME_FILE" USING RUTA-SALDOS-TMP
                 RUTA-SALDOS
                 RETURNING RETORNO-SO
               IF RETORNO-SO NOT = 0
                   DISPLAY "ERROR AL REEMPLAZAR EL LEDGER DE "
                     "SALDOS - REVISAR " RUTA-SALDOS-TMP
                   DISPLAY "ERROR: NADA SE ASIENTA COMO CORREGIDO"
                   MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
                   SET ABORTAR-CORRIDA TO TRUE
               END-IF
           END-IF.
           MOVE SPACES TO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           IF ABORTAR-CORRIDA
               STRING "LA CORRECCION DEL LEDGER FALLO - EL LEDGER "
                 "NO CAMBIO O QUEDO EN EL TEMPORAL"
                 DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE
           ELSE
               STRING "LEDGER CORREGIDO - AUTORIZO "
                 FUNCTION TRIM (INICIALES-CONSULTA)
                 DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE
           END-IF.
           PERFORM ESCRIBIR-LINEA-REPORTE.

      * Las cuentas del ledger salen siempre, en su orden; una
      * cuenta nueva solo entra si se corrige.
       ESCRIBIR-SALDO-CUENTA.
           IF CUENTA-EN-LEDGER (CTA-IDX) = "S"
             OR CUENTA-A-CORREGIR (CTA-IDX)
               MOVE CUENTA-ID (CTA-IDX) TO SALT-CUENTA-ID
               MOVE CUENTA-LED-CREDITO (CTA-IDX) TO SALT-DIA-CREDITO
               MOVE CUENTA-LED-DEBITO (CTA-IDX) TO SALT-DIA-DEBITO
               MOVE CUENTA-LED-REVERSA (CTA-IDX) TO SALT-DIA-REVERSA
               IF CUENTA-A-CORREGIR (CTA-IDX)
                   MOVE CUENTA-NUEVA-APERTURA (CTA-IDX)
                     TO SALT-APERTURA
                   MOVE CUENTA-RECALCULADO (CTA-IDX) TO SALT-CIERRE
               ELSE
                   MOVE CUENTA-LED-APERTURA (CTA-IDX)
                     TO SALT-APERTURA
                   MOVE CUENTA-LED-CIERRE (CTA-IDX) TO SALT-CIERRE
               END-IF
               WRITE LINEA-SALDO-TMP
           END-IF.

       ABRIR-JOURNAL.
           OPEN EXTEND CORRIDAS-JOURNAL.
           IF JOURNAL-STATUS-FILE = "35"
               OPEN OUTPUT CORRIDAS-JOURNAL
           END-IF.
           IF JOURNAL-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL JOURNAL DE CORRIDAS "
                 JOURNAL-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE.

      * Un asiento por cuenta corregida, escrito solo cuando el
      * ledger nuevo ya está en su lugar - el journal responde
      * "quién cambió este saldo, de cuánto a cuánto y cuándo".
       ASENTAR-AUDITORIA.
           PERFORM ABRIR-JOURNAL.
           IF JOURNAL-STATUS-FILE <= "07"
               MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA
               PERFORM VARYING CTA-IDX FROM 1 BY 1
                 UNTIL CTA-IDX > NUM-CUENTAS
                   IF CUENTA-A-CORREGIR (CTA-IDX)
                       PERFORM ESCRIBIR-ASIENTO-CORRECCION
                   END-IF
               END-PERFORM
               CLOSE CORRIDAS-JOURNAL
           END-IF.

       ESCRIBIR-ASIENTO-CORRECCION.
           MOVE CUENTA-LED-CIERRE (CTA-IDX) TO LEDGER-FMT.
           MOVE CUENTA-RECALCULADO (CTA-IDX) TO RECALCULADO-FMT.
           MOVE SPACES TO AUD-DETALLE.
           STRING "CORRECCION " CUENTA-ID (CTA-IDX) " "
             FUNCTION TRIM (LEDGER-FMT) " A "
             FUNCTION TRIM (RECALCULADO-FMT)
             DELIMITED BY SIZE INTO AUD-DETALLE.
           MOVE SPACES TO LINEA-JOURNAL.
           STRING FUNCTION TRIM (ID-CORRIDA) ","
             "SALDO,"
             CORRIDA-INICIO-TS ","
             TS-AAAAMMDDHHMMSS ","
             FUNCTION TRIM (AUD-DETALLE)
             " POR " FUNCTION TRIM (INICIALES-CONSULTA) ","
             "0,0,0,0,0,0,0,"
             "N,APLICADA"
             DELIMITED BY SIZE INTO LINEA-JOURNAL.
           WRITE LINEA-JOURNAL.

       ESCRIBIR-TOTALES.
           MOVE CONTADOR-LEIDAS TO CONTADOR-LEIDAS-FMT.
           MOVE CONTADOR-NO-ABONADAS TO CONTADOR-NO-AB-FMT.
           MOVE CONTADOR-ANTERIORES TO CONTADOR-ANT-FMT.
           MOVE CONTADOR-APLICADAS TO CONTADOR-APL-FMT.
           MOVE CONTADOR-SIN-PAR TO CONTADOR-SIN-PAR-FMT.
           MOVE CONTADOR-REVISADAS TO CONTADOR-REVISADAS-FMT.
           MOVE CONTADOR-DIFERENCIAS TO CONTADOR-DIF-FMT.
           MOVE CONTADOR-FUERA-LEDGER TO CONTADOR-FUERA-FMT.
           MOVE CONTADOR-CORREGIDAS TO CONTADOR-CORR-FMT.
           MOVE CONTADOR-MANUALES TO CONTADOR-MAN-FMT.
           MOVE TOTAL-DIFERENCIA TO TOTAL-DIF-FMT.
           MOVE SPACES TO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           STRING "Lineas leidas: " CONTADOR-LEIDAS-FMT
             "  No abonadas o duplicadas: " CONTADOR-NO-AB-FMT
             DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE SPACES TO INTEGRIDAD-MESSAGE.
           STRING "Anteriores a la apertura: " CONTADOR-ANT-FMT
             "  Aplicadas al saldo: " CONTADOR-APL-FMT
             "  Reversas sin par: " CONTADOR-SIN-PAR-FMT
             DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE SPACES TO INTEGRIDAD-MESSAGE.
           STRING "Cuentas del ledger revisadas: "
             CONTADOR-REVISADAS-FMT
             "  Con diferencia: " CONTADOR-DIF-FMT
             "  Fuera del ledger: " CONTADOR-FUERA-FMT
             DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE SPACES TO INTEGRIDAD-MESSAGE.
           STRING "Diferencia neta total: " TOTAL-DIF-FMT
             DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           IF MODO-CORREGIR
               MOVE SPACES TO INTEGRIDAD-MESSAGE
               STRING "Cuentas corregidas: " CONTADOR-CORR-FMT
                 "  A corregir a mano: " CONTADOR-MAN-FMT
                 DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.
           MOVE SPACES TO INTEGRIDAD-MESSAGE.
           STRING "(*) movimientos en otra moneda convertidos a la "
             "tasa de hoy - la diferencia puede ser cambiaria y no "
             "se corrige sin revision"
             DELIMITED BY SIZE INTO INTEGRIDAD-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.

       ESCRIBIR-LINEA-REPORTE.
           MOVE INTEGRIDAD-MESSAGE TO LINEA-INTEGRIDAD.
           WRITE LINEA-INTEGRIDAD.
           DISPLAY FUNCTION TRIM (INTEGRIDAD-MESSAGE TRAILING).

      * Toda salida del programa deja su asiento resumen en el
      * journal de corridas, también cuando la apertura falla.
       ESCRIBIR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-FIN-TS.
           MOVE CONTADOR-REVISADAS TO CONTADOR-REVISADAS-FMT.
           MOVE CONTADOR-DIFERENCIAS TO CONTADOR-DIF-FMT.
           MOVE CONTADOR-FUERA-LEDGER TO CONTADOR-FUERA-FMT.
           MOVE CONTADOR-CORREGIDAS TO CONTADOR-CORR-FMT.
           MOVE CONTADOR-SIN-PAR TO CONTADOR-SIN-PAR-FMT.

           PERFORM ABRIR-JOURNAL.
           IF JOURNAL-STATUS-FILE <= "07"
               MOVE SPACES TO LINEA-JOURNAL
               STRING FUNCTION TRIM (ID-CORRIDA) ","
                 "INTEGRIDAD,"
                 CORRIDA-INICIO-TS ","
                 CORRIDA-FIN-TS ","
                 FUNCTION TRIM (RUTA-SALDOS) ","
                 FUNCTION TRIM (CONTADOR-REVISADAS-FMT) ","
                 FUNCTION TRIM (CONTADOR-DIF-FMT) ","
                 FUNCTION TRIM (CONTADOR-FUERA-FMT) ","
                 FUNCTION TRIM (CONTADOR-CORR-FMT) ","
                 FUNCTION TRIM (CONTADOR-SIN-PAR-FMT) ","
                 "0,0,"
                 "N,"
                 FUNCTION TRIM (RESULTADO-CORRIDA)
                 DELIMITED BY SIZE INTO LINEA-JOURNAL
               WRITE LINEA-JOURNAL
               CLOSE CORRIDAS-JOURNAL
           END-IF.

       FINALIZE.
           PERFORM ESCRIBIR-JOURNAL.
           EXIT PROGRAM.

       END PROGRAM CODEABLE-INTERBANK-INTEGRIDAD.
