      ******************************************************************
      * AUTHOR MIGUEL ANGEL CHAVEZ DOMINGUEZ:
      * DATE:
      * PURPOSE: Reporte regulatorio de operaciones relevantes -
      *          recorre los históricos anotados en el índice del
      *          archivado más el archivo vigente y emite la
      *          declaración de posiciones fijas en dos secciones:
      *          (1) toda operación abonada por encima del umbral
      *          en moneda base y (2) cuentas que fraccionan en
      *          varios Créditos/Débitos por debajo del umbral que
      *          dentro de la ventana de días lo rebasan. Cada
      *          declaración lleva número de secuencia y su asiento
      *          en el journal de corridas.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEABLE-INTERBANK-REGULATORIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSULTA-REGULATORIO
               ASSIGN TO '../data/consulta-regulatorio.dat'
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
           SELECT SECUENCIA-REGULATORIO
               ASSIGN TO DYNAMIC RUTA-SECUENCIA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS SECUENCIA-STATUS-FILE.
           SELECT DECLARACION-REGULATORIA
               ASSIGN TO DYNAMIC DECLARACION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS DECLARACION-STATUS-FILE.
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
           FD CONSULTA-REGULATORIO.
           01 LINEA-CONSULTA       PIC X(80).

           FD ARCHIVO-INDICE.
           01 LINEA-INDICE         PIC X(50).

           FD HISTORIA.
           01 LINEA-HISTORIA       PIC X(150).

           FD MAESTRO-CUENTAS.
           01 LINEA-MAESTRO        PIC X(120).

           FD TIPOS-CAMBIO.
           01 LINEA-TIPO-CAMBIO    PIC X(80).

           FD REGISTRO-IDS.
           01 REGISTRO-IDS-REG.
               05 REGISTRO-LLAVE   PIC X(10).

           FD SECUENCIA-REGULATORIO.
           01 LINEA-SECUENCIA      PIC X(20).

      * Layout de posiciones fijas que pide el regulador: el primer
      * byte identifica el registro - H encabezado, 1 operación
      * sobre el umbral, 2 cuenta con fraccionamiento, T cifras de
      * control.
           FD DECLARACION-REGULATORIA.
           01 DECL-ENCABEZADO.
               05 DECL-H-TIPO-REG       PIC X.
               05 DECL-H-SECUENCIA      PIC 9(6).
               05 DECL-H-FECHA          PIC 9(8).
               05 DECL-H-DESDE          PIC 9(6).
               05 DECL-H-HASTA          PIC 9(6).
               05 DECL-H-UMBRAL         PIC 9(9)V99.
               05 DECL-H-VENTANA        PIC 9(3).
               05 DECL-H-MONEDA-BASE    PIC X(3).
               05 DECL-H-ID-CORRIDA     PIC X(18).
               05 FILLER                PIC X(68).
           01 DECL-OPERACION.
               05 DECL-O-TIPO-REG       PIC X.
               05 DECL-O-SECUENCIA      PIC 9(6).
               05 DECL-O-TRANSACCION-ID PIC X(10).
               05 DECL-O-FECHA          PIC 9(8).
               05 DECL-O-MOVIMIENTO     PIC X.
               05 DECL-O-MONTO-BASE     PIC 9(9)V99.
               05 DECL-O-MONTO-ORIGINAL PIC 9(7)V99.
               05 DECL-O-MONEDA         PIC X(3).
               05 DECL-O-CUENTA         PIC X(4).
               05 DECL-O-NOMBRE         PIC X(30).
               05 DECL-O-BANCO          PIC X(20).
               05 FILLER                PIC X(27).
           01 DECL-FRACCIONAMIENTO.
               05 DECL-F-TIPO-REG       PIC X.
               05 DECL-F-SECUENCIA      PIC 9(6).
               05 DECL-F-CUENTA         PIC X(4).
               05 DECL-F-NOMBRE         PIC X(30).
               05 DECL-F-BANCO          PIC X(20).
               05 DECL-F-DESDE          PIC 9(8).
               05 DECL-F-HASTA          PIC 9(8).
               05 DECL-F-OPERACIONES    PIC 9(5).
               05 DECL-F-TOTAL          PIC 9(9)V99.
               05 FILLER                PIC X(37).
           01 DECL-CONTROL.
               05 DECL-T-TIPO-REG       PIC X.
               05 DECL-T-SECUENCIA      PIC 9(6).
               05 DECL-T-OPERACIONES    PIC 9(7).
               05 DECL-T-TOTAL-OPER     PIC 9(11)V99.
               05 DECL-T-CUENTAS        PIC 9(5).
               05 DECL-T-TOTAL-FRACC    PIC 9(11)V99.
               05 FILLER                PIC X(85).

           FD CORRIDAS-JOURNAL.
           01 LINEA-JOURNAL        PIC X(200).

           FD PARAMETROS.
           01 LINEA-PARAMETRO      PIC X(80).
       WORKING-STORAGE SECTION.

       01 CONSULTA-STATUS-FILE     PIC XX.
       01 INDICE-STATUS-FILE       PIC XX.
       01 HISTORIA-STATUS-FILE     PIC XX.
       01 MAESTRO-STATUS-FILE      PIC XX.
       01 TIPOS-CAMBIO-STATUS-FILE PIC XX.
       01 REGISTRO-STATUS-FILE     PIC XX.
       01 SECUENCIA-STATUS-FILE    PIC XX.
       01 DECLARACION-STATUS-FILE  PIC XX.
       01 JOURNAL-STATUS-FILE      PIC XX.
       01 PARAMETROS-STATUS-FILE   PIC XX.
       01 MENSAJE                  PIC X(80).

      * Identificador de corrida para auditoría - mismo esquema y
      * mismo journal de corridas que transacciones.cbl.
       01 TIMESTAMP-CORRIDA.
           05 TS-AAAAMMDDHHMMSS PIC X(14).
           05 FILLER            PIC X(7).
       01 ID-CORRIDA            PIC X(18).
       01 CORRIDA-INICIO-TS     PIC X(14).
       01 CORRIDA-FIN-TS        PIC X(14).
       01 RESULTADO-CORRIDA     PIC X(16) VALUE "ABORTADA".

       01 FIN                      PIC X(3) VALUE "NO".
         88 CONTINUAR              VALUE "NO".
         88 TERMINAR               VALUE "YES".

       01 INDICADOR-ABORTO     PIC X VALUE 'N'.
         88 ABORTAR-CORRIDA    VALUE 'S'.

      * Periodo declarado: "DESDE-AAMMDD,HASTA-AAMMDD" en la primera
      * línea del archivo de consulta, igual que el estado de
      * cuenta; sin archivo se declara toda la historia disponible.
       01 DESDE-TXT             PIC X(10).
       01 HASTA-TXT             PIC X(10).
       01 FECHA-DESDE           PIC 9(6) VALUE 0.
       01 FECHA-HASTA           PIC 9(6) VALUE 991231.

      * Umbral de reporte en moneda base y ventana móvil de días
      * para el fraccionamiento: claves UMBRAL-REGULATORIO y
      * VENTANA-FRACCIONAMIENTO de ../data/parametros.dat.
       01 UMBRAL-REGULATORIO    PIC 9(9)V99 VALUE 50000.00.
       01 VENTANA-DIAS          PIC 9(3) VALUE 7.

      * Mismas rutas que la corrida diaria y el estado de cuenta:
      * siguen a las claves de ../data/parametros.dat.
       01 RUTA-VIGENTE          PIC X(50)
             VALUE '../data/transacciones.csv'.
       01 RUTA-INDICE           PIC X(50)
             VALUE '../data/archivo-indice.dat'.
       01 RUTA-MAESTRO          PIC X(50)
             VALUE '../data/maestro-cuentas.csv'.
       01 RUTA-TIPOS-CAMBIO     PIC X(50)
             VALUE '../data/tipos-cambio.csv'.
       01 RUTA-REGISTRO-IDS     PIC X(50)
             VALUE '../data/registro-ids.idx'.
       01 RUTA-JOURNAL          PIC X(50)
             VALUE '../data/corridas-journal.csv'.
       01 RUTA-SECUENCIA        PIC X(50)
             VALUE '../data/regulatorio-secuencia.dat'.
       01 RUTA-DECLARACION-PREFIJO PIC X(50)
             VALUE '../data/regulatorio-'.
       01 RUTA-HISTORIA         PIC X(50).
       01 DECLARACION-FILENAME  PIC X(60).
       01 CLAVE-PARAMETRO       PIC X(30).
       01 VALOR-PARAMETRO       PIC X(50).

      * Número de secuencia de la declaración: el último emitido
      * vive en el archivo de secuencia y solo avanza cuando la
      * declaración quedó completa - una corrida abortada reusa el
      * número y sobreescribe su archivo.
       01 SECUENCIA-ANTERIOR    PIC 9(6) VALUE 0.
       01 SECUENCIA-DECLARACION PIC 9(6) VALUE 0.
       01 SECUENCIA-FMT         PIC Z(5)9.

       01 FECHA-ACTUAL.
           05 FECHA-HOY-AAAAMMDD PIC 9(8).
           05 FILLER            PIC X(13).

       01 MAESTRO-ID-TXT        PIC X(10).
       01 MAESTRO-NOMBRE-TXT    PIC X(30).
       01 MAESTRO-BANCO-TXT     PIC X(20).
       01 MAESTRO-ESTADO-TXT    PIC X(10).
       01 ES-PRIMER-MAESTRO     PIC X VALUE 'S'.
       01 MAESTRO-TABLA.
           05 MAESTRO-ENTRY OCCURS 200 TIMES INDEXED BY MAE-IDX.
               10 MAESTRO-ID       PIC X(4).
               10 MAESTRO-NOMBRE   PIC X(30).
               10 MAESTRO-BANCO    PIC X(20).
       01 NUM-MAESTRO           PIC 9(3) VALUE 0.
       01 NOMBRE-CUENTA         PIC X(30).
       01 BANCO-CUENTA          PIC X(20).

      * Tipos de cambio del día, igual que la corrida diaria. Los
      * históricos no guardan la tasa con que se abonaron, así que
      * se convierten a la tasa vigente; una moneda sin tasa aborta
      * - declarar un monto inconvertible sería peor que no
      * declarar.
       01 MONEDA-BASE           PIC X(3) VALUE "MXN".
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

      * Rutas ya recorridas, como en el estado de cuenta: un índice
      * con líneas repetidas no debe declarar dos veces lo mismo.
       01 RUTAS-VISTAS-TABLA.
           05 RUTA-VISTA-ENTRY OCCURS 200 TIMES INDEXED BY VIS-IDX.
               10 RUTA-VISTA       PIC X(50).
       01 NUM-RUTAS-VISTAS      PIC 9(3) VALUE 0.
       01 INDICADOR-RUTA-VISTA  PIC X VALUE 'N'.
         88 RUTA-YA-RECORRIDA   VALUE 'S'.
       01 INDICADOR-HISTORICO   PIC X VALUE 'N'.
         88 ARCHIVO-HISTORICO   VALUE 'S'.

      * Campos de la línea. El histórico agrega nombre y banco al
      * final de la línea original, así que la cuarta columna solo
      * es la moneda cuando el conteo de campos lo confirma.
       01 TRANSACCION-ID        PIC X(10).
       01 TIPO                  PIC X(10).
       01 MONTO-TXT             PIC X(15).
       01 CAMPO4-TXT            PIC X(30).
       01 CAMPO5-TXT            PIC X(30).
       01 CAMPO6-TXT            PIC X(30).
       01 CAMPOS-LINEA          PIC 9(2) VALUE 0.
       01 MONEDA-TXT            PIC X(10).
       01 FECHA-TRX-AAMMDD      PIC 9(6).
       01 FECHA-TRX-AAAAMMDD    PIC 9(8).
       01 DIA-TRX-ENTERO        PIC 9(7) VALUE 0.
       01 MONTO-ORIGINAL        PIC 9(7)V99 VALUE 0.
       01 MONTO                 PIC 9(9)V99 VALUE 0.
       01 INDICADOR-ABONADA     PIC X VALUE 'N'.
         88 LINEA-ABONADA       VALUE 'S'.

      * IDs ya declarados en esta pasada: el registro de IDs
      * prueba que un ID se abonó, pero una repetición posterior
      * del mismo ID fue rechazada como duplicada y no cuenta.
       01 IDS-VISTOS-TABLA.
           05 ID-VISTO-ENTRY OCCURS 20000 TIMES INDEXED BY IDV-IDX.
               10 ID-VISTO         PIC X(10).
       01 NUM-IDS-VISTOS        PIC 9(5) VALUE 0.
       01 INDICADOR-ID-VISTO    PIC X VALUE 'N'.
         88 ID-YA-VISTO         VALUE 'S'.
       01 INDICADOR-IDS-LLENO   PIC X VALUE 'N'.
         88 IDS-VISTOS-LLENOS   VALUE 'S'.

      * Créditos y Débitos por debajo del umbral, candidatos al
      * fraccionamiento; se ordenan por cuenta y día antes de
      * recorrer la ventana móvil.
       01 CANDIDATOS-TABLA.
           05 CANDIDATO-ENTRY OCCURS 20000 TIMES INDEXED BY CAN-IDX.
               10 CAN-CUENTA       PIC X(4).
               10 CAN-DIA          PIC 9(7).
               10 CAN-MONTO        PIC 9(9)V99.
       01 NUM-CANDIDATOS        PIC 9(5) VALUE 0.
       01 INDICADOR-CAN-LLENO   PIC X VALUE 'N'.
         88 CANDIDATOS-LLENOS   VALUE 'S'.

       01 ORD-I                 PIC 9(5).
       01 ORD-J                 PIC 9(5).
       01 ORD-J1                PIC 9(5).
       01 SWAP-CUENTA           PIC X(4).
       01 SWAP-DIA              PIC 9(7).
       01 SWAP-MONTO            PIC 9(9)V99.
       01 INDICADOR-CAMBIO      PIC X.

      * Ventana móvil sobre los candidatos de una misma cuenta: se
      * conserva la ventana de mayor suma que rebasa el umbral con
      * al menos dos operaciones.
       01 VEN-INICIO            PIC 9(5) VALUE 0.
       01 VEN-FIN               PIC 9(5) VALUE 0.
       01 VEN-SUMA              PIC 9(11)V99 VALUE 0.
       01 VEN-CONTEO            PIC 9(5) VALUE 0.
       01 MEJOR-SUMA            PIC 9(11)V99 VALUE 0.
       01 MEJOR-CONTEO          PIC 9(5) VALUE 0.
       01 MEJOR-DIA-DESDE       PIC 9(7) VALUE 0.
       01 MEJOR-DIA-HASTA       PIC 9(7) VALUE 0.
       01 CUENTA-EN-PROCESO     PIC X(4).
       01 FECHA-SALIDA          PIC 9(8).

       01 CONTADOR-LEIDAS       PIC 9(7) VALUE 0.
       01 CONTADOR-NO-ABONADAS  PIC 9(7) VALUE 0.
       01 CONTADOR-OPERACIONES  PIC 9(7) VALUE 0.
       01 TOTAL-OPERACIONES     PIC 9(11)V99 VALUE 0.
       01 CONTADOR-FRACCIONADAS PIC 9(5) VALUE 0.
       01 TOTAL-FRACCIONADO     PIC 9(11)V99 VALUE 0.

       01 CONTADOR-LEIDAS-FMT   PIC Z(6)9.
       01 CONTADOR-NO-AB-FMT    PIC Z(6)9.
       01 CONTADOR-OPER-FMT     PIC Z(6)9.
       01 CONTADOR-FRACC-FMT    PIC Z(4)9.
       01 TOTAL-FMT             PIC Z(10)9.99.
       01 UMBRAL-FMT            PIC Z(8)9.99.
       01 VENTANA-FMT           PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIAR-CORRIDA.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-CONSULTA.
           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-MAESTRO-CUENTAS
               PERFORM CARGAR-TIPOS-CAMBIO
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM ABRIR-REGISTRO-IDS
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM LEER-SECUENCIA
               PERFORM ABRIR-DECLARACION
           END-IF.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM RECORRER-HISTORICOS.
           IF NOT ABORTAR-CORRIDA
               MOVE "N" TO INDICADOR-HISTORICO
               MOVE RUTA-VIGENTE TO RUTA-HISTORIA
               PERFORM RECORRER-ARCHIVO-HISTORIA
           END-IF.
           CLOSE REGISTRO-IDS.
           IF ABORTAR-CORRIDA
               CLOSE DECLARACION-REGULATORIA
               GO TO FINALIZE
           END-IF.

           PERFORM ORDENAR-CANDIDATOS.
           PERFORM DETECTAR-FRACCIONAMIENTO.
           PERFORM ESCRIBIR-CONTROL-DECLARACION.
           CLOSE DECLARACION-REGULATORIA.
           PERFORM GRABAR-SECUENCIA.
           MOVE "COMPLETA" TO RESULTADO-CORRIDA.
           PERFORM PRINT-RESULTS.
           GO TO FINALIZE.

       INICIAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-INICIO-TS.
           MOVE SPACES TO ID-CORRIDA.
           STRING "REG-" TS-AAAAMMDDHHMMSS
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
           MOVE UMBRAL-REGULATORIO TO UMBRAL-FMT.
           MOVE VENTANA-DIAS TO VENTANA-FMT.
           DISPLAY "PARAMETRO UMBRAL-REGULATORIO: " UMBRAL-FMT.
           DISPLAY "PARAMETRO VENTANA-FRACCIONAMIENTO: " VENTANA-FMT.

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
               WHEN "RUTA-JOURNAL"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-JOURNAL
                   END-IF
               WHEN "RUTA-SECUENCIA-REGULATORIO"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-SECUENCIA
                   END-IF
               WHEN "UMBRAL-REGULATORIO"
                   IF VALOR-PARAMETRO NOT = SPACES
                     AND FUNCTION TEST-NUMVAL (VALOR-PARAMETRO) = 0
                     AND FUNCTION NUMVAL (VALOR-PARAMETRO) > 0
                       MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                         TO UMBRAL-REGULATORIO
                   ELSE
                       DISPLAY "ALERTA: UMBRAL-REGULATORIO INVALIDO "
                         "- SE USA EL VALOR POR OMISION"
                   END-IF
               WHEN "VENTANA-FRACCIONAMIENTO"
                   IF VALOR-PARAMETRO NOT = SPACES
                     AND FUNCTION TEST-NUMVAL (VALOR-PARAMETRO) = 0
                     AND FUNCTION NUMVAL (VALOR-PARAMETRO) > 0
                       MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                         TO VENTANA-DIAS
                   ELSE
                       DISPLAY "ALERTA: VENTANA-FRACCIONAMIENTO "
                         "INVALIDA - SE USA EL VALOR POR OMISION"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEER-CONSULTA.
           OPEN INPUT CONSULTA-REGULATORIO.
           IF CONSULTA-STATUS-FILE > "07"
               DISPLAY "SIN ARCHIVO DE CONSULTA - SE DECLARA TODA "
                 "LA HISTORIA DISPONIBLE"
           ELSE
               READ CONSULTA-REGULATORIO
                   AT END
                       DISPLAY "CONSULTA VACIA - SE DECLARA TODA "
                         "LA HISTORIA DISPONIBLE"
                   NOT AT END
                       PERFORM VALIDAR-CONSULTA
               END-READ
               CLOSE CONSULTA-REGULATORIO
           END-IF.

       VALIDAR-CONSULTA.
           MOVE SPACES TO DESDE-TXT HASTA-TXT.
           UNSTRING LINEA-CONSULTA DELIMITED BY ","
             INTO DESDE-TXT, HASTA-TXT
           END-UNSTRING.

           EVALUATE TRUE
               WHEN DESDE-TXT = SPACES
                 OR FUNCTION TEST-NUMVAL (DESDE-TXT) NOT = 0
                   DISPLAY "ERROR: FECHA DESDE INVALIDA - " DESDE-TXT
                   SET ABORTAR-CORRIDA TO TRUE
                   MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
               WHEN HASTA-TXT = SPACES
                 OR FUNCTION TEST-NUMVAL (HASTA-TXT) NOT = 0
                   DISPLAY "ERROR: FECHA HASTA INVALIDA - " HASTA-TXT
                   SET ABORTAR-CORRIDA TO TRUE
                   MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
               WHEN OTHER
                   MOVE FUNCTION NUMVAL (DESDE-TXT) TO FECHA-DESDE
                   MOVE FUNCTION NUMVAL (HASTA-TXT) TO FECHA-HASTA
                   IF FECHA-DESDE > FECHA-HASTA
                       DISPLAY "ERROR: RANGO DE FECHAS INVERTIDO"
                       SET ABORTAR-CORRIDA TO TRUE
                       MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
                   ELSE
                       DISPLAY "PERIODO DECLARADO: " FECHA-DESDE
                         " AL " FECHA-HASTA
                   END-IF
           END-EVALUATE.

      * Nombre y banco de la cuenta para ambas secciones; sin
      * maestro la declaración sale igual, con esas columnas en
      * blanco.
       CARGAR-MAESTRO-CUENTAS.
           OPEN INPUT MAESTRO-CUENTAS.
           IF MAESTRO-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL MAESTRO DE CUENTAS "
                 MAESTRO-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ALERTA: LA DECLARACION SALE SIN NOMBRE NI "
                 "BANCO DE LAS CUENTAS"
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
               PERFORM CARGAR-ENTRADA-MAESTRO
           END-IF.

      * Toda cuenta del maestro entra, sin importar su estado - una
      * cuenta hoy Cerrada pudo operar dentro del periodo.
       CARGAR-ENTRADA-MAESTRO.
           MOVE SPACES TO MAESTRO-ID-TXT MAESTRO-NOMBRE-TXT
             MAESTRO-BANCO-TXT MAESTRO-ESTADO-TXT.
           UNSTRING LINEA-MAESTRO DELIMITED BY ","
             INTO MAESTRO-ID-TXT, MAESTRO-NOMBRE-TXT,
               MAESTRO-BANCO-TXT, MAESTRO-ESTADO-TXT
           END-UNSTRING.

           IF MAESTRO-ID-TXT NOT = SPACES
               IF NUM-MAESTRO < 200
                   ADD 1 TO NUM-MAESTRO
                   SET MAE-IDX TO NUM-MAESTRO
                   MOVE MAESTRO-ID-TXT (1:4) TO MAESTRO-ID (MAE-IDX)
                   MOVE MAESTRO-NOMBRE-TXT
                     TO MAESTRO-NOMBRE (MAE-IDX)
                   MOVE MAESTRO-BANCO-TXT TO MAESTRO-BANCO (MAE-IDX)
               ELSE
                   DISPLAY "ALERTA: CAPACIDAD DE 200 CUENTAS DEL "
                     "MAESTRO EXCEDIDA - CUENTA " MAESTRO-ID-TXT
                     " SIN NOMBRE EN LA DECLARACION"
               END-IF
           END-IF.

       BUSCAR-CUENTA-MAESTRO.
           MOVE SPACES TO NOMBRE-CUENTA BANCO-CUENTA.
           SET MAE-IDX TO 1.
           SEARCH MAESTRO-ENTRY
             VARYING MAE-IDX
             AT END
                 CONTINUE
             WHEN MAESTRO-ID (MAE-IDX) = CUENTA-EN-PROCESO
                 MOVE MAESTRO-NOMBRE (MAE-IDX) TO NOMBRE-CUENTA
                 MOVE MAESTRO-BANCO (MAE-IDX) TO BANCO-CUENTA
           END-SEARCH.

      * La moneda base siempre existe con tasa 1; el archivo solo
      * aporta las demás.
       CARGAR-TIPOS-CAMBIO.
           MOVE 1 TO NUM-MONEDAS.
           MOVE MONEDA-BASE TO MONEDA-CODIGO (1).
           MOVE 1 TO MONEDA-TASA (1).
           OPEN INPUT TIPOS-CAMBIO.
           IF TIPOS-CAMBIO-STATUS-FILE > "07"
               DISPLAY "SIN TIPOS DE CAMBIO ("
                 TIPOS-CAMBIO-STATUS-FILE ") - SOLO SE DECLARA "
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

      * El registro de IDs es la prueba de que una línea se abonó:
      * solo crece con las aceptadas de corridas completas. Sin él
      * no hay forma de separar lo abonado de lo rechazado, y
      * declarar rechazos como operaciones sería un error ante el
      * regulador - la corrida se aborta.
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

       LEER-SECUENCIA.
           MOVE 0 TO SECUENCIA-ANTERIOR.
           OPEN INPUT SECUENCIA-REGULATORIO.
           IF SECUENCIA-STATUS-FILE > "07"
               DISPLAY "SIN ARCHIVO DE SECUENCIA - PRIMERA "
                 "DECLARACION"
           ELSE
               READ SECUENCIA-REGULATORIO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINEA-SECUENCIA (1:6) IS NUMERIC
                           MOVE LINEA-SECUENCIA (1:6)
                             TO SECUENCIA-ANTERIOR
                       END-IF
               END-READ
               CLOSE SECUENCIA-REGULATORIO
           END-IF.
           COMPUTE SECUENCIA-DECLARACION = SECUENCIA-ANTERIOR + 1.

       ABRIR-DECLARACION.
           MOVE SPACES TO DECLARACION-FILENAME.
           STRING FUNCTION TRIM (RUTA-DECLARACION-PREFIJO)
             SECUENCIA-DECLARACION ".dat"
             DELIMITED BY SIZE INTO DECLARACION-FILENAME.
           OPEN OUTPUT DECLARACION-REGULATORIA.
           IF DECLARACION-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR LA DECLARACION "
                 DECLARACION-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               MOVE SPACES TO DECL-ENCABEZADO
               MOVE "H" TO DECL-H-TIPO-REG
               MOVE SECUENCIA-DECLARACION TO DECL-H-SECUENCIA
               MOVE FECHA-HOY-AAAAMMDD TO DECL-H-FECHA
               MOVE FECHA-DESDE TO DECL-H-DESDE
               MOVE FECHA-HASTA TO DECL-H-HASTA
               MOVE UMBRAL-REGULATORIO TO DECL-H-UMBRAL
               MOVE VENTANA-DIAS TO DECL-H-VENTANA
               MOVE MONEDA-BASE TO DECL-H-MONEDA-BASE
               MOVE ID-CORRIDA TO DECL-H-ID-CORRIDA
               WRITE DECL-ENCABEZADO
               DISPLAY "DECLARACION "
                 FUNCTION TRIM (DECLARACION-FILENAME)
           END-IF.

      * Los históricos se recorren en el orden en que el archivado
      * los fue creando; uno borrado a mano solo genera una alerta.
       RECORRER-HISTORICOS.
           OPEN INPUT ARCHIVO-INDICE.
           IF INDICE-STATUS-FILE > "07"
               DISPLAY "SIN INDICE DE ARCHIVOS HISTORICOS - SE "
                 "DECLARA SOLO EL ARCHIVO VIGENTE"
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

      * El índice se lee con su propio FIN; la historia usa uno
      * nuevo por archivo y lo devuelve en "NO" para que el índice
      * siga su recorrido.
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

      * Se filtra por contenido como en el estado de cuenta: el
      * encabezado del vigente y el trailer no traen un ID con
      * fecha numérica ni monto legible.
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
                   MOVE TRANSACCION-ID (5:6) TO FECHA-TRX-AAMMDD
                   IF FECHA-TRX-AAMMDD >= FECHA-DESDE
                     AND FECHA-TRX-AAMMDD <= FECHA-HASTA
                       ADD 1 TO CONTADOR-LEIDAS
                       PERFORM TOMAR-MONEDA-LINEA
                       PERFORM VERIFICAR-LINEA-ABONADA
                       IF LINEA-ABONADA
                           PERFORM CLASIFICAR-OPERACION
                       ELSE
                           ADD 1 TO CONTADOR-NO-ABONADAS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * En el vigente la cuarta columna es la moneda. En el
      * histórico se agregaron nombre y banco al final: seis campos
      * traen moneda, cinco no; una línea que no cruzó contra el
      * maestro al archivarse se conservó tal cual.
       TOMAR-MONEDA-LINEA.
           IF ARCHIVO-HISTORICO
               IF CAMPOS-LINEA = 4 OR CAMPOS-LINEA = 6
                   MOVE CAMPO4-TXT TO MONEDA-TXT
               END-IF
           ELSE
               MOVE CAMPO4-TXT TO MONEDA-TXT
           END-IF.

      * Abonada = su ID está en el registro y es la primera vez que
      * aparece en el recorrido.
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
                   DISPLAY "ALERTA: MAS DE 20000 IDS EN EL PERIODO "
                     "- LA EXCLUSION DE DUPLICADOS QUEDA INCOMPLETA"
               END-IF
           END-IF.

      * MONTO en moneda base, igual que la corrida diaria - el
      * umbral regulatorio es en moneda base, no en la moneda en
      * que vino la línea.
       CLASIFICAR-OPERACION.
           IF MONEDA-TXT = SPACES
               MOVE MONEDA-BASE TO MONEDA-COD-ACTUAL
           ELSE
               MOVE MONEDA-TXT (1:3) TO MONEDA-COD-ACTUAL
           END-IF.
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
               MOVE FUNCTION NUMVAL (MONTO-TXT) TO MONTO-ORIGINAL
               COMPUTE MONTO ROUNDED = MONTO-ORIGINAL * TASA-ACTUAL
               COMPUTE FECHA-TRX-AAAAMMDD =
                 20000000 + FECHA-TRX-AAMMDD
               IF MONTO > UMBRAL-REGULATORIO
                   PERFORM ESCRIBIR-OPERACION-DECLARADA
               ELSE
                   IF TIPO = "Crédito" OR TIPO = "Débito"
                       PERFORM REGISTRAR-CANDIDATO
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR-OPERACION-DECLARADA.
           MOVE TRANSACCION-ID (1:4) TO CUENTA-EN-PROCESO.
           PERFORM BUSCAR-CUENTA-MAESTRO.
           MOVE SPACES TO DECL-OPERACION.
           MOVE "1" TO DECL-O-TIPO-REG.
           MOVE SECUENCIA-DECLARACION TO DECL-O-SECUENCIA.
           MOVE TRANSACCION-ID TO DECL-O-TRANSACCION-ID.
           MOVE FECHA-TRX-AAAAMMDD TO DECL-O-FECHA.
           EVALUATE TIPO
               WHEN "Crédito"
                   MOVE "C" TO DECL-O-MOVIMIENTO
               WHEN "Débito"
                   MOVE "D" TO DECL-O-MOVIMIENTO
               WHEN "Reversa"
                   MOVE "R" TO DECL-O-MOVIMIENTO
               WHEN OTHER
                   MOVE "X" TO DECL-O-MOVIMIENTO
           END-EVALUATE.
           MOVE MONTO TO DECL-O-MONTO-BASE.
           MOVE MONTO-ORIGINAL TO DECL-O-MONTO-ORIGINAL.
           MOVE MONEDA-COD-ACTUAL TO DECL-O-MONEDA.
           MOVE CUENTA-EN-PROCESO TO DECL-O-CUENTA.
           MOVE NOMBRE-CUENTA TO DECL-O-NOMBRE.
           MOVE BANCO-CUENTA TO DECL-O-BANCO.
           WRITE DECL-OPERACION.
           ADD 1 TO CONTADOR-OPERACIONES.
           ADD MONTO TO TOTAL-OPERACIONES.

       REGISTRAR-CANDIDATO.
           IF NUM-CANDIDATOS < 20000
               COMPUTE DIA-TRX-ENTERO =
                 FUNCTION INTEGER-OF-DATE (FECHA-TRX-AAAAMMDD)
               ADD 1 TO NUM-CANDIDATOS
               SET CAN-IDX TO NUM-CANDIDATOS
               MOVE TRANSACCION-ID (1:4) TO CAN-CUENTA (CAN-IDX)
               MOVE DIA-TRX-ENTERO TO CAN-DIA (CAN-IDX)
               MOVE MONTO TO CAN-MONTO (CAN-IDX)
           ELSE
               IF NOT CANDIDATOS-LLENOS
                   SET CANDIDATOS-LLENOS TO TRUE
                   DISPLAY "ALERTA: MAS DE 20000 OPERACIONES BAJO EL "
                     "UMBRAL - LA SECCION DE FRACCIONAMIENTO QUEDA "
                     "INCOMPLETA"
               END-IF
           END-IF.

      * Ordenamiento por intercambio por cuenta y día, como el del
      * estado de cuenta.
       ORDENAR-CANDIDATOS.
           IF NUM-CANDIDATOS < 2
               CONTINUE
           ELSE
               PERFORM VARYING ORD-I FROM 1 BY 1
                 UNTIL ORD-I >= NUM-CANDIDATOS
                   MOVE "N" TO INDICADOR-CAMBIO
                   PERFORM VARYING ORD-J FROM 1 BY 1
                     UNTIL ORD-J > NUM-CANDIDATOS - ORD-I
                       COMPUTE ORD-J1 = ORD-J + 1
                       IF CAN-CUENTA (ORD-J) > CAN-CUENTA (ORD-J1)
                         OR (CAN-CUENTA (ORD-J) = CAN-CUENTA (ORD-J1)
                         AND CAN-DIA (ORD-J) > CAN-DIA (ORD-J1))
                           PERFORM INTERCAMBIAR-CANDIDATOS
                           MOVE "S" TO INDICADOR-CAMBIO
                       END-IF
                   END-PERFORM
                   IF INDICADOR-CAMBIO = "N"
                       MOVE NUM-CANDIDATOS TO ORD-I
                   END-IF
               END-PERFORM
           END-IF.

       INTERCAMBIAR-CANDIDATOS.
           MOVE CAN-CUENTA (ORD-J) TO SWAP-CUENTA.
           MOVE CAN-DIA (ORD-J) TO SWAP-DIA.
           MOVE CAN-MONTO (ORD-J) TO SWAP-MONTO.
           MOVE CAN-CUENTA (ORD-J1) TO CAN-CUENTA (ORD-J).
           MOVE CAN-DIA (ORD-J1) TO CAN-DIA (ORD-J).
           MOVE CAN-MONTO (ORD-J1) TO CAN-MONTO (ORD-J).
           MOVE SWAP-CUENTA TO CAN-CUENTA (ORD-J1).
           MOVE SWAP-DIA TO CAN-DIA (ORD-J1).
           MOVE SWAP-MONTO TO CAN-MONTO (ORD-J1).

      * Ventana móvil por cuenta: cada operación cierra una ventana
      * de VENTANA-DIAS días hacia atrás; al cambiar de cuenta se
      * declara la peor ventana de la anterior, si rebasó el umbral.
       DETECTAR-FRACCIONAMIENTO.
           MOVE SPACES TO CUENTA-EN-PROCESO.
           PERFORM VARYING VEN-FIN FROM 1 BY 1
             UNTIL VEN-FIN > NUM-CANDIDATOS
               IF CAN-CUENTA (VEN-FIN) NOT = CUENTA-EN-PROCESO
                   PERFORM DECLARAR-FRACCIONAMIENTO
                   MOVE CAN-CUENTA (VEN-FIN) TO CUENTA-EN-PROCESO
                   MOVE VEN-FIN TO VEN-INICIO
                   MOVE 0 TO VEN-SUMA VEN-CONTEO MEJOR-SUMA
                     MEJOR-CONTEO
               END-IF
               ADD CAN-MONTO (VEN-FIN) TO VEN-SUMA
               ADD 1 TO VEN-CONTEO
               PERFORM UNTIL CAN-DIA (VEN-FIN) - CAN-DIA (VEN-INICIO)
                 < VENTANA-DIAS
                   SUBTRACT CAN-MONTO (VEN-INICIO) FROM VEN-SUMA
                   SUBTRACT 1 FROM VEN-CONTEO
                   ADD 1 TO VEN-INICIO
               END-PERFORM
               IF VEN-CONTEO > 1
                 AND VEN-SUMA > UMBRAL-REGULATORIO
                 AND VEN-SUMA > MEJOR-SUMA
                   MOVE VEN-SUMA TO MEJOR-SUMA
                   MOVE VEN-CONTEO TO MEJOR-CONTEO
                   MOVE CAN-DIA (VEN-INICIO) TO MEJOR-DIA-DESDE
                   MOVE CAN-DIA (VEN-FIN) TO MEJOR-DIA-HASTA
               END-IF
           END-PERFORM.
           PERFORM DECLARAR-FRACCIONAMIENTO.

       DECLARAR-FRACCIONAMIENTO.
           IF CUENTA-EN-PROCESO = SPACES OR MEJOR-CONTEO = 0
               CONTINUE
           ELSE
               PERFORM BUSCAR-CUENTA-MAESTRO
               MOVE SPACES TO DECL-FRACCIONAMIENTO
               MOVE "2" TO DECL-F-TIPO-REG
               MOVE SECUENCIA-DECLARACION TO DECL-F-SECUENCIA
               MOVE CUENTA-EN-PROCESO TO DECL-F-CUENTA
               MOVE NOMBRE-CUENTA TO DECL-F-NOMBRE
               MOVE BANCO-CUENTA TO DECL-F-BANCO
               COMPUTE FECHA-SALIDA =
                 FUNCTION DATE-OF-INTEGER (MEJOR-DIA-DESDE)
               MOVE FECHA-SALIDA TO DECL-F-DESDE
               COMPUTE FECHA-SALIDA =
                 FUNCTION DATE-OF-INTEGER (MEJOR-DIA-HASTA)
               MOVE FECHA-SALIDA TO DECL-F-HASTA
               MOVE MEJOR-CONTEO TO DECL-F-OPERACIONES
               MOVE MEJOR-SUMA TO DECL-F-TOTAL
               WRITE DECL-FRACCIONAMIENTO
               ADD 1 TO CONTADOR-FRACCIONADAS
               ADD MEJOR-SUMA TO TOTAL-FRACCIONADO
               MOVE MEJOR-SUMA TO TOTAL-FMT
               DISPLAY "  FRACCIONAMIENTO: CUENTA " CUENTA-EN-PROCESO
                 " " FUNCTION TRIM (NOMBRE-CUENTA) " - "
                 MEJOR-CONTEO " OPERACIONES POR " TOTAL-FMT
           END-IF.

       ESCRIBIR-CONTROL-DECLARACION.
           MOVE SPACES TO DECL-CONTROL.
           MOVE "T" TO DECL-T-TIPO-REG.
           MOVE SECUENCIA-DECLARACION TO DECL-T-SECUENCIA.
           MOVE CONTADOR-OPERACIONES TO DECL-T-OPERACIONES.
           MOVE TOTAL-OPERACIONES TO DECL-T-TOTAL-OPER.
           MOVE CONTADOR-FRACCIONADAS TO DECL-T-CUENTAS.
           MOVE TOTAL-FRACCIONADO TO DECL-T-TOTAL-FRACC.
           WRITE DECL-CONTROL.

      * La secuencia se graba solo con la declaración completa.
       GRABAR-SECUENCIA.
           OPEN OUTPUT SECUENCIA-REGULATORIO.
           IF SECUENCIA-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL GRABAR LA SECUENCIA "
                 SECUENCIA-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ALERTA: LA PROXIMA DECLARACION REPETIRIA EL "
                 "NUMERO " SECUENCIA-DECLARACION
                 " - CORREGIR " FUNCTION TRIM (RUTA-SECUENCIA)
           ELSE
               MOVE SPACES TO LINEA-SECUENCIA
               MOVE SECUENCIA-DECLARACION TO LINEA-SECUENCIA (1:6)
               WRITE LINEA-SECUENCIA
               CLOSE SECUENCIA-REGULATORIO
           END-IF.

       PRINT-RESULTS.
           MOVE SECUENCIA-DECLARACION TO SECUENCIA-FMT.
           MOVE CONTADOR-LEIDAS TO CONTADOR-LEIDAS-FMT.
           MOVE CONTADOR-NO-ABONADAS TO CONTADOR-NO-AB-FMT.
           MOVE CONTADOR-OPERACIONES TO CONTADOR-OPER-FMT.
           MOVE CONTADOR-FRACCIONADAS TO CONTADOR-FRACC-FMT.
           DISPLAY "REPORTE REGULATORIO DE OPERACIONES".
           DISPLAY "Declaracion numero:        " SECUENCIA-FMT.
           DISPLAY "Lineas del periodo:        " CONTADOR-LEIDAS-FMT.
           DISPLAY "No abonadas (omitidas):    " CONTADOR-NO-AB-FMT.
           MOVE TOTAL-OPERACIONES TO TOTAL-FMT.
           DISPLAY "Operaciones sobre umbral:  " CONTADOR-OPER-FMT
             " por " TOTAL-FMT " " MONEDA-BASE.
           MOVE TOTAL-FRACCIONADO TO TOTAL-FMT.
           DISPLAY "Cuentas con fraccionamiento: " CONTADOR-FRACC-FMT
             " por " TOTAL-FMT " " MONEDA-BASE.

      * Toda salida del programa deja su asiento en el journal de
      * corridas, también cuando la apertura falla: el número de
      * secuencia y la declaración quedan así probados.
       ESCRIBIR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-FIN-TS.
           MOVE SECUENCIA-DECLARACION TO SECUENCIA-FMT.
           MOVE CONTADOR-LEIDAS TO CONTADOR-LEIDAS-FMT.
           MOVE CONTADOR-NO-ABONADAS TO CONTADOR-NO-AB-FMT.
           MOVE CONTADOR-OPERACIONES TO CONTADOR-OPER-FMT.
           MOVE CONTADOR-FRACCIONADAS TO CONTADOR-FRACC-FMT.
           IF DECLARACION-FILENAME = SPACES
               MOVE RUTA-VIGENTE TO DECLARACION-FILENAME
           END-IF.

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
                 "REGULATORIO,"
                 CORRIDA-INICIO-TS ","
                 CORRIDA-FIN-TS ","
                 FUNCTION TRIM (DECLARACION-FILENAME) ","
                 FUNCTION TRIM (SECUENCIA-FMT) ","
                 FUNCTION TRIM (CONTADOR-OPER-FMT) ","
                 FUNCTION TRIM (CONTADOR-FRACC-FMT) ","
                 FUNCTION TRIM (CONTADOR-LEIDAS-FMT) ","
                 FUNCTION TRIM (CONTADOR-NO-AB-FMT) ","
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

       END PROGRAM CODEABLE-INTERBANK-REGULATORIO.
