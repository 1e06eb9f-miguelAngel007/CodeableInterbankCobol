      ******************************************************************
      * AUTHOR MIGUEL ANGEL CHAVEZ DOMINGUEZ:
      * DATE:
      * PURPOSE: Mantenimiento de órdenes permanentes - aplica un
      *          archivo de movimientos (ALTA / BAJA / SUSPENDER /
      *          REACTIVAR) sobre el archivo de órdenes que la
      *          generación vuelca cada día a los archivos de
      *          entrada, validando cada movimiento, reescribiendo
      *          el archivo de forma atómica, reportando los
      *          rechazados con su motivo y asentando cada cambio
      *          aplicado en el journal de corridas con las
      *          iniciales de quien lo pidió.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEABLE-INTERBANK-ORDENES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS-ORDENES
               ASSIGN TO '../data/movimientos-ordenes.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS MOVIMIENTOS-STATUS-FILE.
           SELECT MOVIMIENTOS-RECHAZADOS
               ASSIGN TO '../data/movimientos-ordenes-rechazados.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS RECHAZADOS-STATUS-FILE.
           SELECT ORDENES-PERMANENTES
               ASSIGN TO DYNAMIC RUTA-ORDENES
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ORDENES-STATUS-FILE.
           SELECT ORDENES-TMP
               ASSIGN TO DYNAMIC RUTA-ORDENES-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ORDENES-TMP-STATUS-FILE.
           SELECT MAESTRO-CUENTAS
               ASSIGN TO DYNAMIC RUTA-MAESTRO-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS MAESTRO-STATUS-FILE.
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
           FD MOVIMIENTOS-ORDENES.
           01 LINEA-MOVIMIENTO     PIC X(150).

           FD MOVIMIENTOS-RECHAZADOS.
           01 LINEA-RECHAZADO      PIC X(200).

           FD ORDENES-PERMANENTES.
           01 LINEA-ORDEN          PIC X(150).

           FD ORDENES-TMP.
           01 LINEA-ORDEN-TMP      PIC X(150).

           FD MAESTRO-CUENTAS.
           01 LINEA-MAESTRO        PIC X(120).

           FD CORRIDAS-JOURNAL.
           01 LINEA-JOURNAL        PIC X(200).

           FD PARAMETROS.
           01 LINEA-PARAMETRO      PIC X(80).
       WORKING-STORAGE SECTION.

       01 MOVIMIENTOS-STATUS-FILE  PIC XX.
       01 RECHAZADOS-STATUS-FILE   PIC XX.
       01 ORDENES-STATUS-FILE      PIC XX.
       01 ORDENES-TMP-STATUS-FILE  PIC XX.
       01 MAESTRO-STATUS-FILE      PIC XX.
       01 JOURNAL-STATUS-FILE      PIC XX.
       01 PARAMETROS-STATUS-FILE   PIC XX.
       01 MENSAJE                  PIC X(80).

      * Identificador de corrida para auditoría - mismo esquema y
      * mismo journal de corridas que mantenimiento.cbl: un asiento
      * resumen por corrida y uno por cada cambio aplicado.
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

       01 ES-PRIMER-ORDEN          PIC X VALUE 'S'.
       01 ES-PRIMER-MAESTRO        PIC X VALUE 'S'.

       01 RUTA-ORDENES          PIC X(50)
             VALUE '../data/ordenes-permanentes.csv'.
       01 RUTA-ORDENES-TMP      PIC X(50)
             VALUE '../data/ordenes-permanentes.csv.tmp'.
       01 RUTA-MAESTRO-PARAM    PIC X(50)
             VALUE '../data/maestro-cuentas.csv'.
       01 RUTA-JOURNAL          PIC X(50)
             VALUE '../data/corridas-journal.csv'.
       01 MONEDA-BASE           PIC X(3) VALUE "MXN".
       01 CLAVE-PARAMETRO       PIC X(30).
       01 VALOR-PARAMETRO       PIC X(50).
       01 RETORNO-SO            PIC S9(9) COMP-5.

      * Archivo de órdenes permanentes, una por línea tras el
      * encabezado:
      *   Orden,Cuenta,Tipo,Monto,Moneda,Frecuencia,Dia,Inicio,Fin,
      *   Banco,Estado,UltimaGeneracion
      * Tipo Crédito/Débito; Frecuencia DIARIA, SEMANAL (cada 7
      * días desde Inicio), MENSUAL (el día del mes de Inicio) o
      * DIA-MES (el día Dia de cada mes); Inicio/Fin AAAAMMDD, Fin
      * vacío sin vencimiento; Banco es el código de la lista de
      * bancos a cuyo archivo de entrada va la orden; Estado
      * Activa/Suspendida; UltimaGeneracion AAAAMMDD la lleva la
      * generación. Sin archivo (primera alta) se parte de vacío.
       01 ENCABEZADO-ORDENES    PIC X(150) VALUE SPACES.
       01 ORDEN-TABLA.
           05 ORDEN-ENTRY OCCURS 500 TIMES INDEXED BY ORD-IDX.
               10 ORDEN-ID         PIC X(8).
               10 ORDEN-CUENTA     PIC X(4).
               10 ORDEN-TIPO       PIC X(10).
               10 ORDEN-MONTO      PIC 9(7)V99.
               10 ORDEN-MONEDA     PIC X(3).
               10 ORDEN-FRECUENCIA PIC X(10).
               10 ORDEN-DIA        PIC 9(2).
               10 ORDEN-INICIO     PIC 9(8).
               10 ORDEN-FIN        PIC 9(8).
               10 ORDEN-BANCO      PIC X(10).
               10 ORDEN-ESTADO     PIC X(10).
               10 ORDEN-ULTIMA     PIC 9(8).
               10 ORDEN-BORRADO    PIC X.
       01 NUM-ORDENES           PIC 9(4) VALUE 0.
       01 ORDEN-ID-TXT          PIC X(10).
       01 ORDEN-CUENTA-TXT      PIC X(10).
       01 ORDEN-TIPO-TXT        PIC X(10).
       01 ORDEN-MONTO-TXT       PIC X(15).
       01 ORDEN-MONEDA-TXT      PIC X(10).
       01 ORDEN-FRECUENCIA-TXT  PIC X(10).
       01 ORDEN-DIA-TXT         PIC X(10).
       01 ORDEN-INICIO-TXT      PIC X(10).
       01 ORDEN-FIN-TXT         PIC X(10).
       01 ORDEN-BANCO-TXT       PIC X(10).
       01 ORDEN-ESTADO-TXT      PIC X(10).
       01 ORDEN-ULTIMA-TXT      PIC X(10).
       01 ORDEN-MONTO-FMT       PIC Z(6)9.99.
       01 ORDEN-DIA-FMT         PIC Z9 BLANK WHEN ZERO.
       01 ORDEN-FIN-FMT         PIC X(8).
       01 ORDEN-ULTIMA-FMT      PIC X(8).

      * Del maestro solo interesa el estado: una orden nueva se da
      * de alta únicamente sobre una cuenta Activa.
       01 MAESTRO-TABLA.
           05 MAESTRO-ENTRY OCCURS 200 TIMES INDEXED BY MAE-IDX.
               10 MAESTRO-ID       PIC X(4).
               10 MAESTRO-ESTADO   PIC X(10).
       01 NUM-MAESTRO           PIC 9(4) VALUE 0.
       01 MAESTRO-ID-TXT        PIC X(10).
       01 MAESTRO-NOMBRE-TXT    PIC X(30).
       01 MAESTRO-BANCO-TXT     PIC X(20).
       01 MAESTRO-ESTADO-TXT    PIC X(10).

      * Movimiento: la primera columna es la acción y la segunda el
      * número de orden; la última columna son siempre las
      * iniciales de quien lo solicitó:
      *   ALTA,Orden,Cuenta,Tipo,Monto,Moneda,Frecuencia,Dia,
      *        Inicio,Fin,Banco,iniciales
      *   BAJA,Orden,iniciales
      *   SUSPENDER,Orden,iniciales
      *   REACTIVAR,Orden,iniciales
      * Moneda vacía es la moneda base; Dia solo se usa con
      * DIA-MES y Fin puede ir vacío.
       01 ACCION-TXT            PIC X(15).
       01 MOV-ORDEN-TXT         PIC X(10).
       01 MOV-CAMPOS.
           05 MOV-CAMPO-TXT OCCURS 10 TIMES PIC X(15).
       01 MOV-ORDEN             PIC X(8).
       01 MOV-CUENTA            PIC X(4).
       01 MOV-TIPO              PIC X(10).
       01 MOV-MONTO             PIC 9(7)V99 VALUE 0.
       01 MOV-MONEDA            PIC X(3).
       01 MOV-FRECUENCIA        PIC X(10).
       01 MOV-DIA               PIC 9(2) VALUE 0.
       01 MOV-INICIO            PIC 9(8) VALUE 0.
       01 MOV-FIN               PIC 9(8) VALUE 0.
       01 MOV-BANCO             PIC X(10).
       01 MOV-INICIALES         PIC X(5).
       01 FECHA-VALIDAR-TXT     PIC X(15).
       01 FECHA-VALIDADA        PIC 9(8) VALUE 0.

       01 INDICADOR-LINEA      PIC X VALUE 'S'.
         88 LINEA-VALIDA       VALUE 'S'.
         88 LINEA-INVALIDA     VALUE 'N'.
       01 MOTIVO-RECHAZO    PIC X(40).
       01 INDICADOR-ORDEN       PIC X VALUE 'N'.
         88 ORDEN-HALLADA       VALUE 'S'.
       01 INDICADOR-FECHA       PIC X VALUE 'S'.
         88 FECHA-VALIDA        VALUE 'S'.
         88 FECHA-INVALIDA      VALUE 'N'.

       01 DETALLE-AUDITORIA     PIC X(80).

      * Bitácora de cambios aplicados en memoria: sus asientos van
      * al journal únicamente después de que el archivo de órdenes
      * reescrito quedó en su lugar, igual que en el mantenimiento
      * del maestro.
       01 AUDITORIA-TABLA.
           05 AUDITORIA-ENTRY OCCURS 500 TIMES INDEXED BY AUD-IDX.
               10 AUD-DETALLE      PIC X(80).
               10 AUD-INICIALES    PIC X(5).
       01 NUM-AUDITORIA         PIC 9(3) VALUE 0.
       01 AUD-ACTUAL            PIC 9(3) VALUE 0.

       01 CONTADOR-APLICADOS    PIC 9(5) VALUE 0.
       01 CONTADOR-RECHAZADOS   PIC 9(5) VALUE 0.
       01 CONTADOR-APLICADOS-FORMAT  PIC Z(4)9.
       01 CONTADOR-RECHAZADOS-FORMAT PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIAR-CORRIDA.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-MAESTRO-CUENTAS.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM CARGAR-ORDENES.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM PROCESAR-MOVIMIENTOS.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM REESCRIBIR-ORDENES.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.
           MOVE "COMPLETA" TO RESULTADO-CORRIDA.
           PERFORM PRINT-RESULTS.
           GO TO FINALIZE.

       INICIAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-INICIO-TS.
           MOVE SPACES TO ID-CORRIDA.
           STRING "ORD-" TS-AAAAMMDDHHMMSS
             DELIMITED BY SIZE INTO ID-CORRIDA.
           DISPLAY "CORRIDA " ID-CORRIDA.

      * Solo interesan las rutas compartidas con la corrida diaria
      * y la generación; sin archivo de parámetros se trabaja con
      * las rutas de siempre.
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
           MOVE SPACES TO RUTA-ORDENES-TMP.
           STRING FUNCTION TRIM (RUTA-ORDENES) ".tmp"
             DELIMITED BY SIZE INTO RUTA-ORDENES-TMP.
           DISPLAY "PARAMETRO RUTA-ORDENES: "
             FUNCTION TRIM (RUTA-ORDENES).

       TOMAR-PARAMETRO.
           MOVE SPACES TO CLAVE-PARAMETRO VALOR-PARAMETRO.
           UNSTRING LINEA-PARAMETRO DELIMITED BY "="
             INTO CLAVE-PARAMETRO, VALOR-PARAMETRO
           END-UNSTRING.
           EVALUATE CLAVE-PARAMETRO
               WHEN "RUTA-ORDENES"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-ORDENES
                   END-IF
               WHEN "RUTA-MAESTRO"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-MAESTRO-PARAM
                   END-IF
               WHEN "RUTA-JOURNAL"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-JOURNAL
                   END-IF
               WHEN "MONEDA-BASE"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO MONEDA-BASE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CARGAR-MAESTRO-CUENTAS.
           OPEN INPUT MAESTRO-CUENTAS.
           IF MAESTRO-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL MAESTRO DE CUENTAS "
                 MAESTRO-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: SIN MAESTRO DE CUENTAS NO SE PUEDEN "
                 "VALIDAR ALTAS - CORRIDA ABORTADA"
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
               IF MAESTRO-ID-TXT NOT = SPACES AND NUM-MAESTRO < 200
                   ADD 1 TO NUM-MAESTRO
                   SET MAE-IDX TO NUM-MAESTRO
                   MOVE MAESTRO-ID-TXT (1:4) TO MAESTRO-ID (MAE-IDX)
                   MOVE MAESTRO-ESTADO-TXT
                     TO MAESTRO-ESTADO (MAE-IDX)
               END-IF
           END-IF.

      * Sin archivo de órdenes (estado 35) se parte de un archivo
      * vacío con el encabezado de siempre - la primera alta lo
      * crea. Cualquier otra falla de apertura aborta.
       CARGAR-ORDENES.
           OPEN INPUT ORDENES-PERMANENTES.
           EVALUATE TRUE
               WHEN ORDENES-STATUS-FILE = "35"
                   DISPLAY "SIN ARCHIVO DE ORDENES - SE CREA CON LA "
                     "PRIMERA ALTA"
                   STRING "Orden,Cuenta,Tipo,Monto,Moneda,"
                     "Frecuencia,Dia,Inicio,Fin,Banco,Estado,"
                     "UltimaGeneracion"
                     DELIMITED BY SIZE INTO ENCABEZADO-ORDENES
               WHEN ORDENES-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ABRIR LAS ORDENES PERMANENTES "
                     ORDENES-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
                   DISPLAY "ERROR: CORRIDA ABORTADA, NO SE TOCA NADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN OTHER
                   PERFORM UNTIL TERMINAR
                       READ ORDENES-PERMANENTES
                           AT END
                               SET TERMINAR TO TRUE
                           NOT AT END
                               PERFORM REGISTRAR-ORDEN
                       END-READ
                   END-PERFORM
                   MOVE "NO" TO FIN
                   CLOSE ORDENES-PERMANENTES
           END-EVALUATE.

      * La primera línea es el encabezado - se guarda para
      * reescribirla tal cual.
       REGISTRAR-ORDEN.
           IF ES-PRIMER-ORDEN = "S"
               MOVE "N" TO ES-PRIMER-ORDEN
               MOVE LINEA-ORDEN TO ENCABEZADO-ORDENES
           ELSE
               PERFORM CARGAR-ENTRADA-ORDEN
           END-IF.

       CARGAR-ENTRADA-ORDEN.
           MOVE SPACES TO ORDEN-ID-TXT ORDEN-CUENTA-TXT ORDEN-TIPO-TXT
             ORDEN-MONTO-TXT ORDEN-MONEDA-TXT ORDEN-FRECUENCIA-TXT
             ORDEN-DIA-TXT ORDEN-INICIO-TXT ORDEN-FIN-TXT
             ORDEN-BANCO-TXT ORDEN-ESTADO-TXT ORDEN-ULTIMA-TXT.
           UNSTRING LINEA-ORDEN DELIMITED BY ","
             INTO ORDEN-ID-TXT, ORDEN-CUENTA-TXT, ORDEN-TIPO-TXT,
               ORDEN-MONTO-TXT, ORDEN-MONEDA-TXT,
               ORDEN-FRECUENCIA-TXT, ORDEN-DIA-TXT,
               ORDEN-INICIO-TXT, ORDEN-FIN-TXT, ORDEN-BANCO-TXT,
               ORDEN-ESTADO-TXT, ORDEN-ULTIMA-TXT
           END-UNSTRING.

           IF ORDEN-ID-TXT NOT = SPACES
               IF NUM-ORDENES < 500
                   ADD 1 TO NUM-ORDENES
                   SET ORD-IDX TO NUM-ORDENES
                   MOVE ORDEN-ID-TXT TO ORDEN-ID (ORD-IDX)
                   MOVE ORDEN-CUENTA-TXT TO ORDEN-CUENTA (ORD-IDX)
                   MOVE ORDEN-TIPO-TXT TO ORDEN-TIPO (ORD-IDX)
                   MOVE ORDEN-MONEDA-TXT TO ORDEN-MONEDA (ORD-IDX)
                   MOVE ORDEN-FRECUENCIA-TXT
                     TO ORDEN-FRECUENCIA (ORD-IDX)
                   MOVE ORDEN-BANCO-TXT TO ORDEN-BANCO (ORD-IDX)
                   MOVE ORDEN-ESTADO-TXT TO ORDEN-ESTADO (ORD-IDX)
                   MOVE "N" TO ORDEN-BORRADO (ORD-IDX)
                   MOVE 0 TO ORDEN-MONTO (ORD-IDX) ORDEN-DIA (ORD-IDX)
                     ORDEN-INICIO (ORD-IDX) ORDEN-FIN (ORD-IDX)
                     ORDEN-ULTIMA (ORD-IDX)
                   IF FUNCTION TEST-NUMVAL (ORDEN-MONTO-TXT) = 0
                       MOVE FUNCTION NUMVAL (ORDEN-MONTO-TXT)
                         TO ORDEN-MONTO (ORD-IDX)
                   END-IF
                   IF FUNCTION TEST-NUMVAL (ORDEN-DIA-TXT) = 0
                       MOVE FUNCTION NUMVAL (ORDEN-DIA-TXT)
                         TO ORDEN-DIA (ORD-IDX)
                   END-IF
                   IF ORDEN-INICIO-TXT (1:8) IS NUMERIC
                       MOVE ORDEN-INICIO-TXT (1:8)
                         TO ORDEN-INICIO (ORD-IDX)
                   END-IF
                   IF ORDEN-FIN-TXT (1:8) IS NUMERIC
                       MOVE ORDEN-FIN-TXT (1:8) TO ORDEN-FIN (ORD-IDX)
                   END-IF
                   IF ORDEN-ULTIMA-TXT (1:8) IS NUMERIC
                       MOVE ORDEN-ULTIMA-TXT (1:8)
                         TO ORDEN-ULTIMA (ORD-IDX)
                   END-IF
               ELSE
                   DISPLAY "ERROR: CAPACIDAD DE 500 ORDENES "
                     "EXCEDIDA - REESCRIBIR PERDERIA LA ORDEN "
                     ORDEN-ID-TXT " - CORRIDA ABORTADA"
                   SET ABORTAR-CORRIDA TO TRUE
               END-IF
           END-IF.

       PROCESAR-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-ORDENES.
           IF MOVIMIENTOS-STATUS-FILE > "07"
               DISPLAY "SIN ARCHIVO DE MOVIMIENTOS DE ORDENES - NADA "
                 "QUE APLICAR"
               MOVE "COMPLETA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
               GO TO FINALIZE
           END-IF.

      * Sin el reporte de rechazados se perdería la mitad "qué
      * movimiento no entró y por qué" - se aborta sin tocar nada.
           OPEN OUTPUT MOVIMIENTOS-RECHAZADOS.
           IF RECHAZADOS-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL REPORTE DE RECHAZADOS "
                 RECHAZADOS-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: CORRIDA ABORTADA, NO SE TOCA NADA"
               CLOSE MOVIMIENTOS-ORDENES
               SET ABORTAR-CORRIDA TO TRUE
               GO TO FINALIZE
           END-IF.

           PERFORM UNTIL TERMINAR
               READ MOVIMIENTOS-ORDENES
                   AT END
                       SET TERMINAR TO TRUE
                   NOT AT END
                       PERFORM APLICAR-MOVIMIENTO
               END-READ
           END-PERFORM.
           MOVE "NO" TO FIN.

           CLOSE MOVIMIENTOS-ORDENES.
           CLOSE MOVIMIENTOS-RECHAZADOS.

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

       APLICAR-MOVIMIENTO.
           MOVE SPACES TO ACCION-TXT MOV-ORDEN-TXT MOV-CAMPOS
             MOV-ORDEN MOV-CUENTA MOV-TIPO MOV-MONEDA MOV-FRECUENCIA
             MOV-BANCO MOV-INICIALES MOTIVO-RECHAZO.
           MOVE 0 TO MOV-MONTO MOV-DIA MOV-INICIO MOV-FIN.
           SET LINEA-VALIDA TO TRUE.

           UNSTRING LINEA-MOVIMIENTO DELIMITED BY ","
             INTO ACCION-TXT, MOV-ORDEN-TXT,
               MOV-CAMPO-TXT (1), MOV-CAMPO-TXT (2),
               MOV-CAMPO-TXT (3), MOV-CAMPO-TXT (4),
               MOV-CAMPO-TXT (5), MOV-CAMPO-TXT (6),
               MOV-CAMPO-TXT (7), MOV-CAMPO-TXT (8),
               MOV-CAMPO-TXT (9), MOV-CAMPO-TXT (10)
             ON OVERFLOW
                 SET LINEA-INVALIDA TO TRUE
                 MOVE "CAMPOS EXTRA EN LA LINEA" TO MOTIVO-RECHAZO
           END-UNSTRING.

           IF LINEA-MOVIMIENTO = SPACES OR ACCION-TXT = "ACCION"
               CONTINUE
           ELSE
               IF LINEA-VALIDA
                   PERFORM INTERPRETAR-MOVIMIENTO
               END-IF
               IF LINEA-VALIDA
                   PERFORM VALIDAR-Y-APLICAR
               END-IF
               IF LINEA-INVALIDA
                   PERFORM REPORTAR-MOVIMIENTO-RECHAZADO
               END-IF
           END-IF.

      * Reparte los campos posicionales según la acción; las
      * iniciales van siempre al final y son obligatorias.
       INTERPRETAR-MOVIMIENTO.
           IF MOV-ORDEN-TXT = SPACES
             OR MOV-ORDEN-TXT (9:2) NOT = SPACES
               SET LINEA-INVALIDA TO TRUE
               MOVE "NUMERO DE ORDEN VACIO O MAYOR A 8"
                 TO MOTIVO-RECHAZO
           ELSE
               MOVE MOV-ORDEN-TXT TO MOV-ORDEN
               EVALUATE ACCION-TXT
                   WHEN "ALTA"
                       PERFORM INTERPRETAR-ALTA
                       MOVE MOV-CAMPO-TXT (10) TO MOV-INICIALES
                   WHEN "BAJA"
                   WHEN "SUSPENDER"
                   WHEN "REACTIVAR"
                       MOVE MOV-CAMPO-TXT (1) TO MOV-INICIALES
                   WHEN OTHER
                       SET LINEA-INVALIDA TO TRUE
                       MOVE "ACCION DESCONOCIDA" TO MOTIVO-RECHAZO
               END-EVALUATE
               IF LINEA-VALIDA AND MOV-INICIALES = SPACES
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "INICIALES VACIAS" TO MOTIVO-RECHAZO
               END-IF
           END-IF.

      * Una orden mal formada generaría todos los días una línea
      * que la corrida diaria rechaza - se valida aquí, campo por
      * campo, con el primer motivo que falle.
       INTERPRETAR-ALTA.
           MOVE MOV-CAMPO-TXT (1) TO MOV-CUENTA.
           MOVE MOV-CAMPO-TXT (2) TO MOV-TIPO.
           MOVE MOV-CAMPO-TXT (4) TO MOV-MONEDA.
           MOVE MOV-CAMPO-TXT (5) TO MOV-FRECUENCIA.
           MOVE MOV-CAMPO-TXT (9) TO MOV-BANCO.
           IF MOV-MONEDA = SPACES
               MOVE MONEDA-BASE TO MOV-MONEDA
           END-IF.
           EVALUATE TRUE
               WHEN MOV-CAMPO-TXT (1) = SPACES
                 OR MOV-CAMPO-TXT (1) (5:) NOT = SPACES
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "CUENTA INVALIDA" TO MOTIVO-RECHAZO
               WHEN MOV-TIPO NOT = "Crédito"
                 AND MOV-TIPO NOT = "Débito"
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "TIPO INVALIDO - SOLO Crédito O Débito"
                     TO MOTIVO-RECHAZO
               WHEN MOV-CAMPO-TXT (3) = SPACES
                 OR FUNCTION TEST-NUMVAL (MOV-CAMPO-TXT (3)) NOT = 0
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "MONTO NO NUMERICO" TO MOTIVO-RECHAZO
               WHEN FUNCTION NUMVAL (MOV-CAMPO-TXT (3)) <= 0
                 OR FUNCTION NUMVAL (MOV-CAMPO-TXT (3)) > 9999999.99
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "MONTO FUERA DE RANGO" TO MOTIVO-RECHAZO
               WHEN MOV-CAMPO-TXT (4) (4:) NOT = SPACES
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "MONEDA INVALIDA" TO MOTIVO-RECHAZO
               WHEN MOV-FRECUENCIA NOT = "DIARIA"
                 AND MOV-FRECUENCIA NOT = "SEMANAL"
                 AND MOV-FRECUENCIA NOT = "MENSUAL"
                 AND MOV-FRECUENCIA NOT = "DIA-MES"
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "FRECUENCIA INVALIDA" TO MOTIVO-RECHAZO
               WHEN MOV-BANCO = SPACES
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "BANCO VACIO" TO MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE FUNCTION NUMVAL (MOV-CAMPO-TXT (3))
                     TO MOV-MONTO
           END-EVALUATE.

           IF LINEA-VALIDA AND MOV-FRECUENCIA = "DIA-MES"
               IF FUNCTION TEST-NUMVAL (MOV-CAMPO-TXT (6)) NOT = 0
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "DIA DEL MES INVALIDO" TO MOTIVO-RECHAZO
               ELSE
                   IF FUNCTION NUMVAL (MOV-CAMPO-TXT (6)) < 1
                     OR FUNCTION NUMVAL (MOV-CAMPO-TXT (6)) > 31
                       SET LINEA-INVALIDA TO TRUE
                       MOVE "DIA DEL MES INVALIDO" TO MOTIVO-RECHAZO
                   ELSE
                       MOVE FUNCTION NUMVAL (MOV-CAMPO-TXT (6))
                         TO MOV-DIA
                   END-IF
               END-IF
           END-IF.

           IF LINEA-VALIDA
               MOVE MOV-CAMPO-TXT (7) TO FECHA-VALIDAR-TXT
               PERFORM VALIDAR-FECHA
               IF FECHA-INVALIDA
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "FECHA DE INICIO INVALIDA" TO MOTIVO-RECHAZO
               ELSE
                   MOVE FECHA-VALIDADA TO MOV-INICIO
               END-IF
           END-IF.

           IF LINEA-VALIDA AND MOV-CAMPO-TXT (8) NOT = SPACES
               MOVE MOV-CAMPO-TXT (8) TO FECHA-VALIDAR-TXT
               PERFORM VALIDAR-FECHA
               IF FECHA-INVALIDA OR FECHA-VALIDADA < MOV-INICIO
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "FECHA FIN INVALIDA" TO MOTIVO-RECHAZO
               ELSE
                   MOVE FECHA-VALIDADA TO MOV-FIN
               END-IF
           END-IF.

       VALIDAR-FECHA.
           SET FECHA-VALIDA TO TRUE.
           MOVE 0 TO FECHA-VALIDADA.
           IF FECHA-VALIDAR-TXT (1:8) IS NOT NUMERIC
             OR FECHA-VALIDAR-TXT (9:) NOT = SPACES
               SET FECHA-INVALIDA TO TRUE
           ELSE
               MOVE FECHA-VALIDAR-TXT (1:8) TO FECHA-VALIDADA
               IF FUNCTION TEST-DATE-YYYYMMDD (FECHA-VALIDADA) NOT = 0
                   SET FECHA-INVALIDA TO TRUE
               END-IF
           END-IF.

       BUSCAR-ORDEN-MOVIMIENTO.
           MOVE "N" TO INDICADOR-ORDEN.
           SET ORD-IDX TO 1.
           SEARCH ORDEN-ENTRY
             VARYING ORD-IDX
             AT END
                 CONTINUE
             WHEN ORDEN-ID (ORD-IDX) = MOV-ORDEN
               AND ORDEN-BORRADO (ORD-IDX) = "N"
                 SET ORDEN-HALLADA TO TRUE
           END-SEARCH.

       VALIDAR-Y-APLICAR.
           IF NUM-AUDITORIA >= 500
               SET LINEA-INVALIDA TO TRUE
               MOVE "CAPACIDAD DE AUDITORIA EXCEDIDA"
                 TO MOTIVO-RECHAZO
           ELSE
               PERFORM BUSCAR-ORDEN-MOVIMIENTO
               EVALUATE ACCION-TXT
                   WHEN "ALTA"
                       PERFORM APLICAR-ALTA
                   WHEN "BAJA"
                       PERFORM APLICAR-BAJA
                   WHEN "SUSPENDER"
                       PERFORM APLICAR-SUSPENDER
                   WHEN "REACTIVAR"
                       PERFORM APLICAR-REACTIVAR
               END-EVALUATE
           END-IF.

      * Una orden nueva solo sobre una cuenta Activa del maestro;
      * si después deja de estarlo, la generación la omite y la
      * reporta sin darla de baja.
       APLICAR-ALTA.
           EVALUATE TRUE
               WHEN ORDEN-HALLADA
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "LA ORDEN YA EXISTE" TO MOTIVO-RECHAZO
               WHEN OTHER
                   SET MAE-IDX TO 1
                   SEARCH MAESTRO-ENTRY
                     VARYING MAE-IDX
                     AT END
                         SET LINEA-INVALIDA TO TRUE
                         MOVE "CUENTA NO REGISTRADA EN MAESTRO"
                           TO MOTIVO-RECHAZO
                     WHEN MAESTRO-ID (MAE-IDX) = MOV-CUENTA
                         IF MAESTRO-ESTADO (MAE-IDX) NOT = "Activa"
                             SET LINEA-INVALIDA TO TRUE
                             MOVE "CUENTA NO ACTIVA" TO MOTIVO-RECHAZO
                         END-IF
                   END-SEARCH
           END-EVALUATE.
           IF LINEA-VALIDA
               IF NUM-ORDENES < 500
                   ADD 1 TO NUM-ORDENES
                   SET ORD-IDX TO NUM-ORDENES
                   MOVE MOV-ORDEN TO ORDEN-ID (ORD-IDX)
                   MOVE MOV-CUENTA TO ORDEN-CUENTA (ORD-IDX)
                   MOVE MOV-TIPO TO ORDEN-TIPO (ORD-IDX)
                   MOVE MOV-MONTO TO ORDEN-MONTO (ORD-IDX)
                   MOVE MOV-MONEDA TO ORDEN-MONEDA (ORD-IDX)
                   MOVE MOV-FRECUENCIA TO ORDEN-FRECUENCIA (ORD-IDX)
                   MOVE MOV-DIA TO ORDEN-DIA (ORD-IDX)
                   MOVE MOV-INICIO TO ORDEN-INICIO (ORD-IDX)
                   MOVE MOV-FIN TO ORDEN-FIN (ORD-IDX)
                   MOVE MOV-BANCO TO ORDEN-BANCO (ORD-IDX)
                   MOVE "Activa" TO ORDEN-ESTADO (ORD-IDX)
                   MOVE 0 TO ORDEN-ULTIMA (ORD-IDX)
                   MOVE "N" TO ORDEN-BORRADO (ORD-IDX)
                   MOVE MOV-MONTO TO ORDEN-MONTO-FMT
                   MOVE SPACES TO DETALLE-AUDITORIA
                   STRING "ALTA ORDEN " FUNCTION TRIM (MOV-ORDEN)
                     " CUENTA " MOV-CUENTA " "
                     FUNCTION TRIM (MOV-TIPO) " "
                     FUNCTION TRIM (ORDEN-MONTO-FMT) " "
                     MOV-MONEDA " " FUNCTION TRIM (MOV-FRECUENCIA)
                     " A " FUNCTION TRIM (MOV-BANCO)
                     DELIMITED BY SIZE INTO DETALLE-AUDITORIA
                   PERFORM ASENTAR-CAMBIO-APLICADO
               ELSE
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "CAPACIDAD DE ORDENES EXCEDIDA"
                     TO MOTIVO-RECHAZO
               END-IF
           END-IF.

       APLICAR-BAJA.
           IF NOT ORDEN-HALLADA
               SET LINEA-INVALIDA TO TRUE
               MOVE "LA ORDEN NO EXISTE" TO MOTIVO-RECHAZO
           ELSE
               MOVE "S" TO ORDEN-BORRADO (ORD-IDX)
               MOVE SPACES TO DETALLE-AUDITORIA
               STRING "BAJA ORDEN " FUNCTION TRIM (MOV-ORDEN)
                 DELIMITED BY SIZE INTO DETALLE-AUDITORIA
               PERFORM ASENTAR-CAMBIO-APLICADO
           END-IF.

       APLICAR-SUSPENDER.
           EVALUATE TRUE
               WHEN NOT ORDEN-HALLADA
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "LA ORDEN NO EXISTE" TO MOTIVO-RECHAZO
               WHEN ORDEN-ESTADO (ORD-IDX) = "Suspendida"
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "LA ORDEN YA ESTA SUSPENDIDA" TO MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE "Suspendida" TO ORDEN-ESTADO (ORD-IDX)
                   MOVE SPACES TO DETALLE-AUDITORIA
                   STRING "SUSPENDER ORDEN " FUNCTION TRIM (MOV-ORDEN)
                     DELIMITED BY SIZE INTO DETALLE-AUDITORIA
                   PERFORM ASENTAR-CAMBIO-APLICADO
           END-EVALUATE.

       APLICAR-REACTIVAR.
           EVALUATE TRUE
               WHEN NOT ORDEN-HALLADA
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "LA ORDEN NO EXISTE" TO MOTIVO-RECHAZO
               WHEN ORDEN-ESTADO (ORD-IDX) NOT = "Suspendida"
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "LA ORDEN NO ESTA SUSPENDIDA" TO MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE "Activa" TO ORDEN-ESTADO (ORD-IDX)
                   MOVE SPACES TO DETALLE-AUDITORIA
                   STRING "REACTIVAR ORDEN " FUNCTION TRIM (MOV-ORDEN)
                     DELIMITED BY SIZE INTO DETALLE-AUDITORIA
                   PERFORM ASENTAR-CAMBIO-APLICADO
           END-EVALUATE.

      * El cambio ya aplicado en memoria se anota en la bitácora
      * con las iniciales del solicitante; su asiento de journal
      * espera en ASENTAR-AUDITORIA a que el archivo reescrito
      * quede en su lugar.
       ASENTAR-CAMBIO-APLICADO.
           ADD 1 TO CONTADOR-APLICADOS.
           ADD 1 TO NUM-AUDITORIA.
           SET AUD-IDX TO NUM-AUDITORIA.
           MOVE DETALLE-AUDITORIA TO AUD-DETALLE (AUD-IDX).
           MOVE MOV-INICIALES TO AUD-INICIALES (AUD-IDX).

       REPORTAR-MOVIMIENTO-RECHAZADO.
           ADD 1 TO CONTADOR-RECHAZADOS.
           MOVE SPACES TO LINEA-RECHAZADO.
           STRING FUNCTION TRIM (LINEA-MOVIMIENTO) " - "
             MOTIVO-RECHAZO
             DELIMITED BY SIZE INTO LINEA-RECHAZADO.
           WRITE LINEA-RECHAZADO.

      * El archivo solo se reemplaza si algo cambió, y siempre vía
      * temporal más renombre.
       REESCRIBIR-ORDENES.
           IF CONTADOR-APLICADOS = 0
               DISPLAY "SIN MOVIMIENTOS APLICADOS - NO SE MODIFICA "
                 FUNCTION TRIM (RUTA-ORDENES)
           ELSE
               OPEN OUTPUT ORDENES-TMP
               IF ORDENES-TMP-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ABRIR EL TEMPORAL "
                     ORDENES-TMP-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
                   DISPLAY "ERROR: SIN TEMPORAL NO SE REESCRIBEN LAS "
                     "ORDENES - LOS CAMBIOS NO SE APLICARON"
                   MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
                   SET ABORTAR-CORRIDA TO TRUE
               ELSE
                   MOVE ENCABEZADO-ORDENES TO LINEA-ORDEN-TMP
                   WRITE LINEA-ORDEN-TMP
                   PERFORM VARYING ORD-IDX FROM 1 BY 1
                     UNTIL ORD-IDX > NUM-ORDENES
                       PERFORM ESCRIBIR-ORDEN
                   END-PERFORM
                   CLOSE ORDENES-TMP
                   CALL "CBL_DELETE_FILE" USING RUTA-ORDENES
                     RETURNING RETORNO-SO
                   CALL "CBL_RENAME_FILE" USING RUTA-ORDENES-TMP
                     RUTA-ORDENES
                     RETURNING RETORNO-SO
                   IF RETORNO-SO NOT = 0
                       DISPLAY "ERROR AL REEMPLAZAR LAS ORDENES - "
                         "REVISAR " RUTA-ORDENES-TMP
                       DISPLAY "ERROR: LOS CAMBIOS NO QUEDARON "
                         "APLICADOS NI ASENTADOS"
                       MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
                       SET ABORTAR-CORRIDA TO TRUE
                   ELSE
                       PERFORM ASENTAR-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       ASENTAR-AUDITORIA.
           PERFORM ABRIR-JOURNAL.
           IF JOURNAL-STATUS-FILE <= "07"
               MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA
               PERFORM VARYING AUD-ACTUAL FROM 1 BY 1
                 UNTIL AUD-ACTUAL > NUM-AUDITORIA
                   PERFORM ESCRIBIR-ASIENTO-CAMBIO
               END-PERFORM
               CLOSE CORRIDAS-JOURNAL
           END-IF.

       ESCRIBIR-ASIENTO-CAMBIO.
           SET AUD-IDX TO AUD-ACTUAL.
           MOVE SPACES TO LINEA-JOURNAL.
           STRING FUNCTION TRIM (ID-CORRIDA) ","
             "ORDEN,"
             CORRIDA-INICIO-TS ","
             TS-AAAAMMDDHHMMSS ","
             FUNCTION TRIM (AUD-DETALLE (AUD-IDX))
             " POR " FUNCTION TRIM (AUD-INICIALES (AUD-IDX)) ","
             "0,0,0,0,0,0,0,"
             "N,APLICADA"
             DELIMITED BY SIZE INTO LINEA-JOURNAL.
           WRITE LINEA-JOURNAL.

      * Dia, Fin y UltimaGeneracion en cero se escriben vacíos.
       ESCRIBIR-ORDEN.
           IF ORDEN-BORRADO (ORD-IDX) = "S"
               CONTINUE
           ELSE
               MOVE ORDEN-MONTO (ORD-IDX) TO ORDEN-MONTO-FMT
               MOVE ORDEN-DIA (ORD-IDX) TO ORDEN-DIA-FMT
               MOVE SPACES TO ORDEN-FIN-FMT ORDEN-ULTIMA-FMT
               IF ORDEN-FIN (ORD-IDX) NOT = 0
                   MOVE ORDEN-FIN (ORD-IDX) TO ORDEN-FIN-FMT
               END-IF
               IF ORDEN-ULTIMA (ORD-IDX) NOT = 0
                   MOVE ORDEN-ULTIMA (ORD-IDX) TO ORDEN-ULTIMA-FMT
               END-IF
               MOVE SPACES TO LINEA-ORDEN-TMP
               STRING FUNCTION TRIM (ORDEN-ID (ORD-IDX)) ","
                 ORDEN-CUENTA (ORD-IDX) ","
                 FUNCTION TRIM (ORDEN-TIPO (ORD-IDX)) ","
                 FUNCTION TRIM (ORDEN-MONTO-FMT) ","
                 ORDEN-MONEDA (ORD-IDX) ","
                 FUNCTION TRIM (ORDEN-FRECUENCIA (ORD-IDX)) ","
                 FUNCTION TRIM (ORDEN-DIA-FMT) ","
                 ORDEN-INICIO (ORD-IDX) ","
                 FUNCTION TRIM (ORDEN-FIN-FMT) ","
                 FUNCTION TRIM (ORDEN-BANCO (ORD-IDX)) ","
                 FUNCTION TRIM (ORDEN-ESTADO (ORD-IDX)) ","
                 FUNCTION TRIM (ORDEN-ULTIMA-FMT)
                 DELIMITED BY SIZE INTO LINEA-ORDEN-TMP
               WRITE LINEA-ORDEN-TMP
           END-IF.

       PRINT-RESULTS.
           MOVE CONTADOR-APLICADOS TO CONTADOR-APLICADOS-FORMAT.
           MOVE CONTADOR-RECHAZADOS TO CONTADOR-RECHAZADOS-FORMAT.
           DISPLAY "MANTENIMIENTO DE ORDENES PERMANENTES".
           DISPLAY "Movimientos aplicados:  "
             CONTADOR-APLICADOS-FORMAT.
           DISPLAY "Movimientos rechazados: "
             CONTADOR-RECHAZADOS-FORMAT.

      * Toda salida del programa deja su asiento resumen en el
      * journal de corridas, también cuando la apertura falla.
       ESCRIBIR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-FIN-TS.
           MOVE CONTADOR-APLICADOS TO CONTADOR-APLICADOS-FORMAT.
           MOVE CONTADOR-RECHAZADOS TO CONTADOR-RECHAZADOS-FORMAT.

           PERFORM ABRIR-JOURNAL.
           IF JOURNAL-STATUS-FILE <= "07"
               MOVE SPACES TO LINEA-JOURNAL
               STRING FUNCTION TRIM (ID-CORRIDA) ","
                 "ORDENES,"
                 CORRIDA-INICIO-TS ","
                 CORRIDA-FIN-TS ","
                 "movimientos-ordenes.csv,"
                 FUNCTION TRIM (CONTADOR-APLICADOS-FORMAT) ","
                 FUNCTION TRIM (CONTADOR-RECHAZADOS-FORMAT) ","
                 "0,0,0,0,0,"
                 "N,"
                 FUNCTION TRIM (RESULTADO-CORRIDA)
                 DELIMITED BY SIZE INTO LINEA-JOURNAL
               WRITE LINEA-JOURNAL
               CLOSE CORRIDAS-JOURNAL
           END-IF.

       FINALIZE.
           PERFORM ESCRIBIR-JOURNAL.
           EXIT PROGRAM.

       END PROGRAM CODEABLE-INTERBANK-ORDENES.
