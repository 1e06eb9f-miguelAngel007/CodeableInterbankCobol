      ******************************************************************
      * AUTHOR MIGUEL ANGEL CHAVEZ DOMINGUEZ:
      * DATE:
      * PURPOSE: Cuentas inactivas - recorre los históricos anotados
      *          en el índice del archivado más el archivo vigente,
      *          igual que el estado de cuenta en modo lote, para
      *          hallar el último movimiento de cada cuenta Activa
      *          del maestro. Las que llevan más meses sin
      *          movimiento que los configurados salen en el reporte
      *          con nombre, banco, último movimiento y saldo de
      *          cierre del ledger. Para las de saldo cero escribe
      *          el CAMBIO-ESTADO a Bloqueada en un archivo de
      *          movimientos del maestro que el mantenimiento aplica
      *          una vez revisado; las que aún tienen saldo se
      *          reportan aparte y no se bloquean.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEABLE-INTERBANK-INACTIVIDAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSULTA-INACTIVIDAD
               ASSIGN TO '../data/consulta-inactividad.dat'
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
           SELECT MAESTRO-CUENTAS
               ASSIGN TO DYNAMIC RUTA-MAESTRO
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS MAESTRO-STATUS-FILE.
           SELECT SALDOS-CUENTAS
               ASSIGN TO DYNAMIC RUTA-SALDOS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS SALDOS-STATUS-FILE.
           SELECT REPORTE-INACTIVAS
               ASSIGN TO DYNAMIC INACTIVAS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS INACTIVAS-STATUS-FILE.
           SELECT MOVIMIENTOS-INACTIVAS
               ASSIGN TO DYNAMIC RUTA-MOVIMIENTOS-INACTIVAS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS MOVIMIENTOS-STATUS-FILE.
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
           FD CONSULTA-INACTIVIDAD.
           01 LINEA-CONSULTA       PIC X(20).

           FD ARCHIVO-INDICE.
           01 LINEA-INDICE         PIC X(50).

           FD HISTORIA.
           01 LINEA-HISTORIA       PIC X(150).

           FD MAESTRO-CUENTAS.
           01 LINEA-MAESTRO        PIC X(120).

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

           FD REPORTE-INACTIVAS.
           01 LINEA-INACTIVAS      PIC X(150).

           FD MOVIMIENTOS-INACTIVAS.
           01 LINEA-MOVIMIENTO     PIC X(120).

           FD CORRIDAS-JOURNAL.
           01 LINEA-JOURNAL        PIC X(200).

           FD PARAMETROS.
           01 LINEA-PARAMETRO      PIC X(80).
       WORKING-STORAGE SECTION.

       01 CONSULTA-STATUS-FILE     PIC XX.
       01 INDICE-STATUS-FILE       PIC XX.
       01 HISTORIA-STATUS-FILE     PIC XX.
       01 MAESTRO-STATUS-FILE      PIC XX.
       01 SALDOS-STATUS-FILE       PIC XX.
       01 INACTIVAS-STATUS-FILE    PIC XX.
       01 MOVIMIENTOS-STATUS-FILE  PIC XX.
       01 JOURNAL-STATUS-FILE      PIC XX.
       01 PARAMETROS-STATUS-FILE   PIC XX.
       01 MENSAJE                  PIC X(80).

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

       01 INDICADOR-ABORTO     PIC X VALUE 'N'.
         88 ABORTAR-CORRIDA    VALUE 'S'.

       01 ES-PRIMER-MAESTRO        PIC X VALUE 'S'.

      * El "archivo vigente" es el que la corrida diaria lee: sigue
      * a RUTA-ENTRADA de ../data/parametros.dat igual que el
      * estado de cuenta.
       01 RUTA-VIGENTE          PIC X(50)
             VALUE '../data/transacciones.csv'.
       01 RUTA-INDICE           PIC X(50)
             VALUE '../data/archivo-indice.dat'.
       01 RUTA-HISTORIA         PIC X(50).
       01 RUTA-MAESTRO          PIC X(50)
             VALUE '../data/maestro-cuentas.csv'.
       01 RUTA-SALDOS           PIC X(50)
             VALUE '../data/saldos-cuentas.dat'.
       01 RUTA-JOURNAL          PIC X(50)
             VALUE '../data/corridas-journal.csv'.
      * La propuesta de bloqueo no va al archivo de movimientos que
      * captura operación: se revisa y se aplica apuntando a ella
      * RUTA-MOVIMIENTOS-MAESTRO del mantenimiento.
       01 RUTA-MOVIMIENTOS-INACTIVAS PIC X(50)
             VALUE '../data/movimientos-maestro-inactivas.csv'.
       01 INACTIVAS-FILENAME    PIC X(60).
       01 CLAVE-PARAMETRO       PIC X(30).
       01 VALOR-PARAMETRO       PIC X(50).

      * Meses sin movimiento para considerar inactiva una cuenta e
      * iniciales con que el sistema firma los cambios propuestos.
       01 MESES-INACTIVIDAD     PIC 9(3) VALUE 12.
       01 INICIALES-SISTEMA     PIC X(5) VALUE "SIS".

      * Fecha de proceso: hoy, salvo que operación la fije en
      * ../data/consulta-inactividad.dat (AAAAMMDD). La fecha
      * límite es la de proceso menos los meses configurados; si el
      * día no existe en ese mes se toma el último del mes.
       01 FECHA-ACTUAL          PIC X(21).
       01 FECHA-PROCESO         PIC 9(8) VALUE 0.
       01 FECHA-PROCESO-R REDEFINES FECHA-PROCESO.
           05 PROCESO-AAAA      PIC 9(4).
           05 PROCESO-MM        PIC 9(2).
           05 PROCESO-DD        PIC 9(2).
       01 FECHA-LIMITE          PIC 9(8) VALUE 0.
       01 FECHA-LIMITE-R REDEFINES FECHA-LIMITE.
           05 LIMITE-AAAA       PIC 9(4).
           05 LIMITE-MM         PIC 9(2).
           05 LIMITE-DD         PIC 9(2).
       01 FECHA-SIGUIENTE-MES   PIC 9(8) VALUE 0.
       01 FECHA-SIGUIENTE-MES-R REDEFINES FECHA-SIGUIENTE-MES.
           05 SIGUIENTE-AAAA    PIC 9(4).
           05 SIGUIENTE-MM      PIC 9(2).
           05 SIGUIENTE-DD      PIC 9(2).
       01 FECHA-FIN-MES         PIC 9(8) VALUE 0.
       01 MESES-ABSOLUTOS       PIC 9(7) VALUE 0.

      * Una entrada por cuenta Activa del maestro con la fecha
      * (AAAAMMDD) de su último movimiento y su cierre en el ledger.
       01 CUENTAS-TABLA.
           05 CUENTA-ENTRY OCCURS 200 TIMES INDEXED BY CTA-IDX.
               10 CUENTA-ID          PIC X(4).
               10 CUENTA-NOMBRE      PIC X(30).
               10 CUENTA-BANCO       PIC X(20).
               10 CUENTA-ULTIMO-MOV  PIC 9(8).
               10 CUENTA-SALDO       PIC S9(9)V99.
               10 CUENTA-EN-LEDGER   PIC X.
               10 CUENTA-INACTIVA    PIC X.
       01 NUM-CUENTAS           PIC 9(4) VALUE 0.
       01 MAESTRO-ID-TXT        PIC X(10).
       01 MAESTRO-NOMBRE-TXT    PIC X(30).
       01 MAESTRO-BANCO-TXT     PIC X(20).
       01 MAESTRO-ESTADO-TXT    PIC X(10).
       01 CUENTA-BUSCADA        PIC X(4).
       01 FECHA-MOVIMIENTO      PIC 9(8) VALUE 0.
       01 INDICADOR-CUENTA      PIC X VALUE 'N'.
         88 CUENTA-ENCONTRADA   VALUE 'S'.

      * Rutas ya recorridas: un índice con líneas repetidas (o que
      * repita el archivo vigente) no debe leerse dos veces.
       01 RUTAS-VISTAS-TABLA.
           05 RUTA-VISTA-ENTRY OCCURS 200 TIMES INDEXED BY VIS-IDX.
               10 RUTA-VISTA       PIC X(50).
       01 NUM-RUTAS-VISTAS      PIC 9(3) VALUE 0.
       01 INDICADOR-RUTA-VISTA  PIC X VALUE 'N'.
         88 RUTA-YA-RECORRIDA   VALUE 'S'.

       01 TRANSACCION-ID        PIC X(10).
       01 TIPO                  PIC X(10).
       01 MONTO-TXT             PIC X(15).
       01 MONEDA-TXT            PIC X(10).
       01 CONTADOR-LEIDAS       PIC 9(7) VALUE 0.

      * Renglón del journal de corridas: los asientos MAESTRO del
      * mantenimiento dan la fecha de alta o de reactivación de la
      * cuenta, que cuenta como actividad aunque aún no tenga
      * transacciones.
       01 JOURNAL-ID-TXT        PIC X(20).
       01 JOURNAL-TIPO-TXT      PIC X(20).
       01 JOURNAL-INICIO-TXT    PIC X(14).
       01 JOURNAL-TS-TXT        PIC X(14).
       01 JOURNAL-DETALLE-TXT   PIC X(100).
       01 CONTADOR-REACTIVA     PIC 9(3) VALUE 0.

      * Cálculo y reporte por cuenta.
       01 FECHA-ULTIMO          PIC 9(8) VALUE 0.
       01 FECHA-ULTIMO-R REDEFINES FECHA-ULTIMO.
           05 ULTIMO-AAAA       PIC 9(4).
           05 ULTIMO-MM         PIC 9(2).
           05 ULTIMO-DD         PIC 9(2).
       01 MESES-SIN-MOV         PIC 9(4) VALUE 0.
       01 ULTIMO-MOV-TXT        PIC X(15).
       01 MESES-FMT             PIC Z(3)9.
       01 MESES-TXT             PIC X(4).
       01 SALDO-FMT             PIC -(8)9.99.
       01 SALDO-TXT             PIC X(22).
       01 MESES-INACT-FMT       PIC ZZ9.

       01 CONTADOR-REVISADAS    PIC 9(5) VALUE 0.
       01 CONTADOR-BLOQUEO      PIC 9(5) VALUE 0.
       01 CONTADOR-CON-SALDO    PIC 9(5) VALUE 0.
       01 CONTADOR-SIN-LEDGER   PIC 9(5) VALUE 0.
       01 CONTADOR-REVISADAS-FMT PIC Z(4)9.
       01 CONTADOR-BLOQUEO-FMT  PIC Z(4)9.
       01 CONTADOR-CON-SALDO-FMT PIC Z(4)9.
       01 INACTIVAS-MESSAGE     PIC X(150).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIAR-CORRIDA.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-CONSULTA.
           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-MAESTRO-CUENTAS
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-SALDOS-CUENTAS
           END-IF.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM RECORRER-HISTORICOS.
           MOVE RUTA-VIGENTE TO RUTA-HISTORIA.
           PERFORM RECORRER-ARCHIVO-HISTORIA.
           PERFORM RECORRER-JOURNAL.

           PERFORM ABRIR-SALIDAS.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM VARYING CTA-IDX FROM 1 BY 1
             UNTIL CTA-IDX > NUM-CUENTAS
               PERFORM EVALUAR-INACTIVIDAD
           END-PERFORM.
           PERFORM ESCRIBIR-SECCION-BLOQUEO.
           PERFORM ESCRIBIR-SECCION-CON-SALDO.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE REPORTE-INACTIVAS MOVIMIENTOS-INACTIVAS.
           MOVE "COMPLETA" TO RESULTADO-CORRIDA.
           GO TO FINALIZE.

       INICIAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-INICIO-TS.
           MOVE SPACES TO ID-CORRIDA.
           STRING "INA-" TS-AAAAMMDDHHMMSS
             DELIMITED BY SIZE INTO ID-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
           MOVE FECHA-ACTUAL (1:8) TO FECHA-PROCESO.
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
           MOVE MESES-INACTIVIDAD TO MESES-INACT-FMT.
           DISPLAY "PARAMETRO MESES-INACTIVIDAD: " MESES-INACT-FMT.
           DISPLAY "PARAMETRO INICIALES-SISTEMA: " INICIALES-SISTEMA.
           DISPLAY "PARAMETRO RUTA-MOVIMIENTOS-INACTIVAS: "
             FUNCTION TRIM (RUTA-MOVIMIENTOS-INACTIVAS).

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
               WHEN "RUTA-MAESTRO"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-MAESTRO
                   END-IF
               WHEN "RUTA-SALDOS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-SALDOS
                   END-IF
               WHEN "RUTA-JOURNAL"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-JOURNAL
                   END-IF
               WHEN "RUTA-MOVIMIENTOS-INACTIVAS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO
                         TO RUTA-MOVIMIENTOS-INACTIVAS
                   END-IF
               WHEN "MESES-INACTIVIDAD"
                   IF VALOR-PARAMETRO NOT = SPACES
                     AND FUNCTION TEST-NUMVAL (VALOR-PARAMETRO) = 0
                     AND FUNCTION NUMVAL (VALOR-PARAMETRO) > 0
                     AND FUNCTION NUMVAL (VALOR-PARAMETRO) < 1000
                       MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                         TO MESES-INACTIVIDAD
                   ELSE
                       DISPLAY "ALERTA: MESES-INACTIVIDAD INVALIDO - "
                         "SE USAN " MESES-INACTIVIDAD
                   END-IF
               WHEN "INICIALES-SISTEMA"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO (1:5) TO INICIALES-SISTEMA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEER-CONSULTA.
           OPEN INPUT CONSULTA-INACTIVIDAD.
           IF CONSULTA-STATUS-FILE > "07"
               CONTINUE
           ELSE
               READ CONSULTA-INACTIVIDAD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINEA-CONSULTA (1:8) IS NUMERIC
                         AND LINEA-CONSULTA (5:2) >= "01"
                         AND LINEA-CONSULTA (5:2) <= "12"
                         AND LINEA-CONSULTA (7:2) >= "01"
                         AND LINEA-CONSULTA (7:2) <= "31"
                           MOVE LINEA-CONSULTA (1:8) TO FECHA-PROCESO
                       ELSE
                           DISPLAY "ERROR: FECHA DE LA CONSULTA "
                             "INVALIDA - " LINEA-CONSULTA
                           MOVE "ERROR-PARAMETROS"
                             TO RESULTADO-CORRIDA
                           SET ABORTAR-CORRIDA TO TRUE
                       END-IF
               END-READ
               CLOSE CONSULTA-INACTIVIDAD
           END-IF.

           COMPUTE MESES-ABSOLUTOS = PROCESO-AAAA * 12
             + PROCESO-MM - 1 - MESES-INACTIVIDAD.
           DIVIDE MESES-ABSOLUTOS BY 12 GIVING LIMITE-AAAA
             REMAINDER LIMITE-MM.
           ADD 1 TO LIMITE-MM.
           MOVE LIMITE-AAAA TO SIGUIENTE-AAAA.
           MOVE 01 TO SIGUIENTE-DD.
           IF LIMITE-MM = 12
               ADD 1 TO SIGUIENTE-AAAA
               MOVE 01 TO SIGUIENTE-MM
           ELSE
               COMPUTE SIGUIENTE-MM = LIMITE-MM + 1
           END-IF.
           COMPUTE FECHA-FIN-MES = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (FECHA-SIGUIENTE-MES) - 1).
           IF PROCESO-DD > FECHA-FIN-MES (7:2)
               MOVE FECHA-FIN-MES (7:2) TO LIMITE-DD
           ELSE
               MOVE PROCESO-DD TO LIMITE-DD
           END-IF.
           DISPLAY "CUENTAS INACTIVAS AL " FECHA-PROCESO
             " - SIN MOVIMIENTO DESDE EL " FECHA-LIMITE.

           MOVE SPACES TO INACTIVAS-FILENAME.
           STRING "../data/cuentas-inactivas-" FECHA-PROCESO ".txt"
             DELIMITED BY SIZE INTO INACTIVAS-FILENAME.

       CARGAR-MAESTRO-CUENTAS.
           OPEN INPUT MAESTRO-CUENTAS.
           IF MAESTRO-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL MAESTRO DE CUENTAS "
                 MAESTRO-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: CORRIDA ABORTADA"
               SET ABORTAR-CORRIDA TO TRUE
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
      * Solo se revisan las cuentas Activas: las Bloqueadas y
      * Cerradas ya no operan.
       REGISTRAR-CUENTA-MAESTRO.
           IF ES-PRIMER-MAESTRO = "S"
               MOVE "N" TO ES-PRIMER-MAESTRO
           ELSE
               MOVE SPACES TO MAESTRO-ID-TXT MAESTRO-NOMBRE-TXT
                 MAESTRO-BANCO-TXT MAESTRO-ESTADO-TXT
               UNSTRING LINEA-MAESTRO DELIMITED BY ","
                 INTO MAESTRO-ID-TXT, MAESTRO-NOMBRE-TXT,
                   MAESTRO-BANCO-TXT, MAESTRO-ESTADO-TXT
               END-UNSTRING
               IF MAESTRO-ID-TXT NOT = SPACES
                 AND MAESTRO-ESTADO-TXT = "Activa"
                   IF NUM-CUENTAS < 200
                       ADD 1 TO NUM-CUENTAS
                       SET CTA-IDX TO NUM-CUENTAS
                       MOVE MAESTRO-ID-TXT (1:4) TO CUENTA-ID (CTA-IDX)
                       MOVE MAESTRO-NOMBRE-TXT
                         TO CUENTA-NOMBRE (CTA-IDX)
                       MOVE MAESTRO-BANCO-TXT TO CUENTA-BANCO (CTA-IDX)
                       MOVE 0 TO CUENTA-ULTIMO-MOV (CTA-IDX)
                         CUENTA-SALDO (CTA-IDX)
                       MOVE "N" TO CUENTA-EN-LEDGER (CTA-IDX)
                         CUENTA-INACTIVA (CTA-IDX)
                   ELSE
                       DISPLAY "ALERTA: MAS DE 200 CUENTAS ACTIVAS - "
                         "SE OMITE " MAESTRO-ID-TXT
                   END-IF
               END-IF
           END-IF.

      * Sin el ledger no se sabe qué cuentas tienen saldo y no se
      * puede proponer ningún bloqueo: se aborta.
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
               PERFORM BUSCAR-CUENTA
               IF CUENTA-ENCONTRADA
                   MOVE SAL-CIERRE TO CUENTA-SALDO (CTA-IDX)
                   MOVE "S" TO CUENTA-EN-LEDGER (CTA-IDX)
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

      * Los históricos se recorren en el orden en que el archivado
      * los fue creando; uno borrado a mano solo genera una alerta.
       RECORRER-HISTORICOS.
           OPEN INPUT ARCHIVO-INDICE.
           IF INDICE-STATUS-FILE > "07"
               DISPLAY "SIN INDICE DE ARCHIVOS HISTORICOS - SE "
                 "REVISA SOLO EL ARCHIVO VIGENTE"
           ELSE
               PERFORM UNTIL TERMINAR
                   READ ARCHIVO-INDICE
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           IF LINEA-INDICE NOT = SPACES
                               MOVE LINEA-INDICE TO RUTA-HISTORIA
                               PERFORM RECORRER-ARCHIVO-HISTORIA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE ARCHIVO-INDICE
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
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE HISTORIA
           END-IF.

      * Mismo filtro por contenido que el estado de cuenta: las
      * líneas de datos empiezan con un código de cuenta de la tabla
      * y traen la fecha AAMMDD en el ID.
       SELECCIONAR-LINEA-HISTORIA.
           IF LINEA-HISTORIA (1:7) = "TRAILER"
             OR LINEA-HISTORIA = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO TRANSACCION-ID TIPO MONTO-TXT
                 MONEDA-TXT
               UNSTRING LINEA-HISTORIA DELIMITED BY ","
                 INTO TRANSACCION-ID, TIPO, MONTO-TXT, MONEDA-TXT
               END-UNSTRING
               MOVE TRANSACCION-ID (1:4) TO CUENTA-BUSCADA
               PERFORM BUSCAR-CUENTA
               IF CUENTA-ENCONTRADA
                 AND TRANSACCION-ID (5:6) IS NUMERIC
                 AND MONTO-TXT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (MONTO-TXT) = 0
                   ADD 1 TO CONTADOR-LEIDAS
                   MOVE 20000000 TO FECHA-MOVIMIENTO
                   ADD FUNCTION NUMVAL (TRANSACCION-ID (5:6))
                     TO FECHA-MOVIMIENTO
                   PERFORM ANOTAR-MOVIMIENTO
               END-IF
           END-IF.

       ANOTAR-MOVIMIENTO.
           IF FECHA-MOVIMIENTO > CUENTA-ULTIMO-MOV (CTA-IDX)
             AND FECHA-MOVIMIENTO <= FECHA-PROCESO
               MOVE FECHA-MOVIMIENTO TO CUENTA-ULTIMO-MOV (CTA-IDX)
           END-IF.

      * Una cuenta dada de alta o reactivada hace poco no tiene por
      * qué tener transacciones todavía; el asiento MAESTRO del
      * mantenimiento ("ALTA cccc ..." o "CAMBIO-ESTADO cccc x A
      * Activa") cuenta como su último movimiento. Sin journal se
      * trabaja solo con las transacciones.
       RECORRER-JOURNAL.
           OPEN INPUT CORRIDAS-JOURNAL.
           IF JOURNAL-STATUS-FILE > "07"
               DISPLAY "SIN JOURNAL DE CORRIDAS - NO SE CONSIDERAN "
                 "ALTAS NI REACTIVACIONES"
           ELSE
               PERFORM UNTIL TERMINAR
                   READ CORRIDAS-JOURNAL
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM SELECCIONAR-ASIENTO-MAESTRO
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE CORRIDAS-JOURNAL
           END-IF.

       SELECCIONAR-ASIENTO-MAESTRO.
           MOVE SPACES TO JOURNAL-ID-TXT JOURNAL-TIPO-TXT
             JOURNAL-INICIO-TXT JOURNAL-TS-TXT JOURNAL-DETALLE-TXT.
           UNSTRING LINEA-JOURNAL DELIMITED BY ","
             INTO JOURNAL-ID-TXT, JOURNAL-TIPO-TXT,
               JOURNAL-INICIO-TXT, JOURNAL-TS-TXT,
               JOURNAL-DETALLE-TXT
           END-UNSTRING.
           MOVE SPACES TO CUENTA-BUSCADA.
           IF JOURNAL-TIPO-TXT = "MAESTRO"
             AND JOURNAL-TS-TXT (1:8) IS NUMERIC
               MOVE 0 TO CONTADOR-REACTIVA
               INSPECT JOURNAL-DETALLE-TXT TALLYING CONTADOR-REACTIVA
                 FOR ALL " A Activa POR "
               EVALUATE TRUE
                   WHEN JOURNAL-DETALLE-TXT (1:5) = "ALTA "
                       MOVE JOURNAL-DETALLE-TXT (6:4) TO CUENTA-BUSCADA
                   WHEN JOURNAL-DETALLE-TXT (1:14) = "CAMBIO-ESTADO "
                     AND CONTADOR-REACTIVA > 0
                       MOVE JOURNAL-DETALLE-TXT (15:4)
                         TO CUENTA-BUSCADA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF CUENTA-BUSCADA NOT = SPACES
               PERFORM BUSCAR-CUENTA
               IF CUENTA-ENCONTRADA
                   MOVE JOURNAL-TS-TXT (1:8) TO FECHA-MOVIMIENTO
                   PERFORM ANOTAR-MOVIMIENTO
               END-IF
           END-IF.

       ABRIR-SALIDAS.
           OPEN OUTPUT REPORTE-INACTIVAS.
           IF INACTIVAS-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL REPORTE DE INACTIVAS "
                 INACTIVAS-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               OPEN OUTPUT MOVIMIENTOS-INACTIVAS
               IF MOVIMIENTOS-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ABRIR LOS MOVIMIENTOS PROPUESTOS "
                     MOVIMIENTOS-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
                   CLOSE REPORTE-INACTIVAS
                   SET ABORTAR-CORRIDA TO TRUE
               END-IF
           END-IF.
           IF NOT ABORTAR-CORRIDA
               MOVE "ACCION,ID,Estado,Iniciales" TO LINEA-MOVIMIENTO
               WRITE LINEA-MOVIMIENTO
               MOVE SPACES TO INACTIVAS-MESSAGE
               STRING "CUENTAS ACTIVAS SIN MOVIMIENTO EN "
                 FUNCTION TRIM (MESES-INACT-FMT) " MESES AL "
                 FECHA-PROCESO " (ULTIMO MOVIMIENTO ANTERIOR AL "
                 FECHA-LIMITE ") - CORRIDA " ID-CORRIDA
                 DELIMITED BY SIZE INTO INACTIVAS-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.

      * Inactiva: último movimiento anterior a la fecha límite, o
      * ninguno en todo lo archivado. Una cuenta fuera del ledger no
      * tiene saldo conocido y no se bloquea.
       EVALUAR-INACTIVIDAD.
           ADD 1 TO CONTADOR-REVISADAS.
           IF CUENTA-ULTIMO-MOV (CTA-IDX) < FECHA-LIMITE
               MOVE "S" TO CUENTA-INACTIVA (CTA-IDX)
               IF CUENTA-EN-LEDGER (CTA-IDX) = "S"
                 AND CUENTA-SALDO (CTA-IDX) = 0
                   ADD 1 TO CONTADOR-BLOQUEO
               ELSE
                   ADD 1 TO CONTADOR-CON-SALDO
                   IF CUENTA-EN-LEDGER (CTA-IDX) = "N"
                       ADD 1 TO CONTADOR-SIN-LEDGER
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR-SECCION-BLOQUEO.
           MOVE SPACES TO INACTIVAS-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           STRING "INACTIVAS CON SALDO CERO - SE PROPONE "
             "CAMBIO-ESTADO A Bloqueada"
             DELIMITED BY SIZE INTO INACTIVAS-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM VARYING CTA-IDX FROM 1 BY 1
             UNTIL CTA-IDX > NUM-CUENTAS
               IF CUENTA-INACTIVA (CTA-IDX) = "S"
                 AND CUENTA-EN-LEDGER (CTA-IDX) = "S"
                 AND CUENTA-SALDO (CTA-IDX) = 0
                   PERFORM ESCRIBIR-RENGLON-INACTIVA
                   PERFORM ESCRIBIR-MOVIMIENTO-BLOQUEO
               END-IF
           END-PERFORM.
           IF CONTADOR-BLOQUEO = 0
               MOVE "  (ninguna)" TO INACTIVAS-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.

      * El saldo de estas cuentas debe atenderse (devolución,
      * traspaso) antes de bloquearlas; no se propone movimiento.
       ESCRIBIR-SECCION-CON-SALDO.
           MOVE SPACES TO INACTIVAS-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           STRING "INACTIVAS CON SALDO - NO SE BLOQUEAN, ATENDER "
             "EL SALDO PRIMERO"
             DELIMITED BY SIZE INTO INACTIVAS-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM VARYING CTA-IDX FROM 1 BY 1
             UNTIL CTA-IDX > NUM-CUENTAS
               IF CUENTA-INACTIVA (CTA-IDX) = "S"
                 AND (CUENTA-EN-LEDGER (CTA-IDX) = "N"
                      OR CUENTA-SALDO (CTA-IDX) NOT = 0)
                   PERFORM ESCRIBIR-RENGLON-INACTIVA
               END-IF
           END-PERFORM.
           IF CONTADOR-CON-SALDO = 0
               MOVE "  (ninguna)" TO INACTIVAS-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.

      * Meses completos entre el último movimiento y la fecha de
      * proceso.
       ESCRIBIR-RENGLON-INACTIVA.
           MOVE CUENTA-ULTIMO-MOV (CTA-IDX) TO FECHA-ULTIMO.
           MOVE SPACES TO ULTIMO-MOV-TXT.
           IF FECHA-ULTIMO = 0
               MOVE "SIN MOVIMIENTOS" TO ULTIMO-MOV-TXT
               MOVE "   -" TO MESES-TXT
           ELSE
               MOVE FECHA-ULTIMO TO ULTIMO-MOV-TXT
               COMPUTE MESES-SIN-MOV =
                 (PROCESO-AAAA * 12 + PROCESO-MM)
                 - (ULTIMO-AAAA * 12 + ULTIMO-MM)
               IF PROCESO-DD < ULTIMO-DD
                   SUBTRACT 1 FROM MESES-SIN-MOV
               END-IF
               MOVE MESES-SIN-MOV TO MESES-FMT
               MOVE MESES-FMT TO MESES-TXT
           END-IF.
           MOVE SPACES TO SALDO-TXT.
           IF CUENTA-EN-LEDGER (CTA-IDX) = "S"
               MOVE CUENTA-SALDO (CTA-IDX) TO SALDO-FMT
               MOVE SALDO-FMT TO SALDO-TXT
           ELSE
               MOVE "SIN SALDO EN EL LEDGER" TO SALDO-TXT
           END-IF.
           MOVE SPACES TO INACTIVAS-MESSAGE.
           STRING "  Cuenta " CUENTA-ID (CTA-IDX)
             " " CUENTA-NOMBRE (CTA-IDX) (1:20)
             " Banco: " CUENTA-BANCO (CTA-IDX) (1:12)
             " Ultimo mov: " ULTIMO-MOV-TXT
             " Meses: " MESES-TXT
             " Cierre: " SALDO-TXT
             DELIMITED BY SIZE INTO INACTIVAS-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.

       ESCRIBIR-MOVIMIENTO-BLOQUEO.
           MOVE SPACES TO LINEA-MOVIMIENTO.
           STRING "CAMBIO-ESTADO," CUENTA-ID (CTA-IDX)
             ",Bloqueada,"
             FUNCTION TRIM (INICIALES-SISTEMA)
             DELIMITED BY SIZE INTO LINEA-MOVIMIENTO.
           WRITE LINEA-MOVIMIENTO.

       ESCRIBIR-TOTALES.
           MOVE CONTADOR-REVISADAS TO CONTADOR-REVISADAS-FMT.
           MOVE CONTADOR-BLOQUEO TO CONTADOR-BLOQUEO-FMT.
           MOVE CONTADOR-CON-SALDO TO CONTADOR-CON-SALDO-FMT.
           MOVE SPACES TO INACTIVAS-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           STRING "Cuentas Activas revisadas: "
             CONTADOR-REVISADAS-FMT
             DELIMITED BY SIZE INTO INACTIVAS-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE SPACES TO INACTIVAS-MESSAGE.
           STRING "Inactivas con saldo cero (bloqueo propuesto): "
             CONTADOR-BLOQUEO-FMT
             DELIMITED BY SIZE INTO INACTIVAS-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE SPACES TO INACTIVAS-MESSAGE.
           STRING "Inactivas con saldo (sin bloqueo): "
             CONTADOR-CON-SALDO-FMT
             DELIMITED BY SIZE INTO INACTIVAS-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE SPACES TO INACTIVAS-MESSAGE.
           STRING "Movimientos propuestos: "
             FUNCTION TRIM (RUTA-MOVIMIENTOS-INACTIVAS)
             DELIMITED BY SIZE INTO INACTIVAS-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           IF CONTADOR-SIN-LEDGER > 0
               DISPLAY "ALERTA: CUENTAS INACTIVAS FUERA DEL LEDGER "
                 "DE SALDOS: " CONTADOR-SIN-LEDGER
           END-IF.

       ESCRIBIR-LINEA-REPORTE.
           MOVE INACTIVAS-MESSAGE TO LINEA-INACTIVAS.
           WRITE LINEA-INACTIVAS.
           DISPLAY FUNCTION TRIM (INACTIVAS-MESSAGE TRAILING).

       ESCRIBIR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-FIN-TS.
           MOVE CONTADOR-REVISADAS TO CONTADOR-REVISADAS-FMT.
           MOVE CONTADOR-BLOQUEO TO CONTADOR-BLOQUEO-FMT.
           MOVE CONTADOR-CON-SALDO TO CONTADOR-CON-SALDO-FMT.

           OPEN EXTEND CORRIDAS-JOURNAL.
           IF JOURNAL-STATUS-FILE = "35"
               OPEN OUTPUT CORRIDAS-JOURNAL
           END-IF.
           IF JOURNAL-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL JOURNAL DE CORRIDAS "
                 JOURNAL-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           ELSE
               MOVE SPACES TO LINEA-JOURNAL
               STRING FUNCTION TRIM (ID-CORRIDA) ","
                 "INACTIVIDAD,"
                 CORRIDA-INICIO-TS ","
                 CORRIDA-FIN-TS ","
                 "cuentas-inactivas-" FECHA-PROCESO ".txt,"
                 FUNCTION TRIM (CONTADOR-BLOQUEO-FMT) ","
                 FUNCTION TRIM (CONTADOR-CON-SALDO-FMT) ","
                 FUNCTION TRIM (CONTADOR-REVISADAS-FMT) ","
                 "0,0,0,0,"
                 "N,"
                 FUNCTION TRIM (RESULTADO-CORRIDA)
                 DELIMITED BY SIZE INTO LINEA-JOURNAL
               WRITE LINEA-JOURNAL
               CLOSE CORRIDAS-JOURNAL
           END-IF.

       FINALIZE.
           PERFORM ESCRIBIR-JOURNAL.
           EXIT PROGRAM.

       END PROGRAM CODEABLE-INTERBANK-INACTIVIDAD.
