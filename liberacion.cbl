      ******************************************************************
      * AUTHOR MIGUEL ANGEL CHAVEZ DOMINGUEZ:
      * DATE:
      * PURPOSE: Liberación de líneas retenidas por tope bilateral -
      *          tesorería pide liberar un ID o todo lo retenido de
      *          una contraparte (LIBERAR-ID / LIBERAR-BANCO) una
      *          vez que subió el tope o la posición del día se
      *          compensó.
      *          Cada línea pedida se vuelve a medir contra el tope
      *          vigente y la posición bilateral del día; las que
      *          caben salen en un archivo de entrada por banco, con
      *          su lista de bancos, para abonarse en una sesión de
      *          TRANSACCIONES, y dejan la retención. Las que aún no
      *          caben siguen retenidas. Cada liberación queda
      *          asentada en el journal de corridas con las iniciales
      *          de quien la pidió.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEABLE-INTERBANK-LIBERACION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS-LIBERACION
               ASSIGN TO DYNAMIC RUTA-MOVIMIENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS MOVIMIENTOS-STATUS-FILE.
           SELECT MOVIMIENTOS-RECHAZADOS
               ASSIGN TO '../data/movimientos-liberacion-rechazados.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS RECHAZADOS-STATUS-FILE.
           SELECT TOPES-BILATERALES
               ASSIGN TO DYNAMIC RUTA-TOPES-BILATERALES
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS TOPES-STATUS-FILE.
           SELECT POSICION-BILATERAL
               ASSIGN TO DYNAMIC RUTA-POSICION-BILATERAL
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS POSICION-STATUS-FILE.
           SELECT RETENIDAS-LIQUIDACION
               ASSIGN TO DYNAMIC RUTA-RETENIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS RETENIDAS-STATUS-FILE.
           SELECT RETENIDAS-TMP
               ASSIGN TO DYNAMIC RUTA-RETENIDAS-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS RETENIDAS-TMP-STATUS-FILE.
           SELECT ARCHIVO-LIBERADAS
               ASSIGN TO DYNAMIC RUTA-LIBERADAS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS LIBERADAS-STATUS-FILE.
           SELECT LISTA-LIBERADAS
               ASSIGN TO DYNAMIC RUTA-LISTA-LIBERADAS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS LISTA-STATUS-FILE.
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
           FD MOVIMIENTOS-LIBERACION.
           01 LINEA-MOVIMIENTO     PIC X(120).

           FD MOVIMIENTOS-RECHAZADOS.
           01 LINEA-RECHAZADO      PIC X(200).

           FD TOPES-BILATERALES.
           01 LINEA-TOPE           PIC X(80).

           FD POSICION-BILATERAL.
           01 LINEA-POSICION       PIC X(80).

           FD RETENIDAS-LIQUIDACION.
           01 LINEA-RETENIDA       PIC X(150).

           FD RETENIDAS-TMP.
           01 LINEA-RETENIDA-TMP   PIC X(150).

           FD ARCHIVO-LIBERADAS.
           01 LINEA-LIBERADA       PIC X(80).

           FD LISTA-LIBERADAS.
           01 LINEA-LISTA          PIC X(80).

           FD CORRIDAS-JOURNAL.
           01 LINEA-JOURNAL        PIC X(200).

           FD PARAMETROS.
           01 LINEA-PARAMETRO      PIC X(80).
       WORKING-STORAGE SECTION.

       01 MOVIMIENTOS-STATUS-FILE  PIC XX.
       01 RECHAZADOS-STATUS-FILE   PIC XX.
       01 TOPES-STATUS-FILE        PIC XX.
       01 POSICION-STATUS-FILE     PIC XX.
       01 RETENIDAS-STATUS-FILE    PIC XX.
       01 RETENIDAS-TMP-STATUS-FILE PIC XX.
       01 LIBERADAS-STATUS-FILE    PIC XX.
       01 LISTA-STATUS-FILE        PIC XX.
       01 JOURNAL-STATUS-FILE      PIC XX.
       01 PARAMETROS-STATUS-FILE   PIC XX.
       01 MENSAJE                  PIC X(80).

      * Identificador de corrida para auditoría - mismo esquema y
      * mismo journal de corridas que transacciones.cbl; cada línea
      * liberada deja además su propio asiento con las iniciales de
      * quien la pidió.
       01 TIMESTAMP-CORRIDA.
           05 TS-AAAAMMDDHHMMSS.
               10 TS-AAAAMMDD   PIC X(8).
               10 FILLER        PIC X(6).
           05 FILLER            PIC X(7).
       01 ID-CORRIDA            PIC X(18).
       01 CORRIDA-INICIO-TS     PIC X(14).
       01 CORRIDA-FIN-TS        PIC X(14).
       01 FECHA-CORRIDA         PIC X(8).
       01 RESULTADO-CORRIDA     PIC X(16) VALUE "ERROR-APERTURA".

       01 FIN                      PIC X(3) VALUE "NO".
         88 CONTINUAR              VALUE "NO".
         88 TERMINAR               VALUE "YES".

       01 INDICADOR-ABORTO     PIC X VALUE 'N'.
         88 ABORTAR-CORRIDA    VALUE 'S'.

       01 MONEDA-BASE           PIC X(3) VALUE "MXN".
       01 RUTA-MOVIMIENTOS      PIC X(50)
             VALUE '../data/movimientos-liberacion.csv'.
       01 RUTA-TOPES-BILATERALES PIC X(50)
             VALUE '../data/topes-bilaterales.csv'.
       01 RUTA-POSICION-BILATERAL PIC X(50)
             VALUE '../data/posicion-bilateral-diaria.dat'.
       01 RUTA-RETENIDAS        PIC X(50)
             VALUE '../data/retenidas-liquidacion.csv'.
       01 RUTA-RETENIDAS-TMP    PIC X(50)
             VALUE '../data/retenidas-liquidacion.csv.tmp'.
       01 RUTA-JOURNAL          PIC X(50)
             VALUE '../data/corridas-journal.csv'.
       01 RUTA-LIBERADAS        PIC X(50).
       01 RUTA-LISTA-LIBERADAS  PIC X(50).
       01 CLAVE-PARAMETRO       PIC X(30).
       01 VALOR-PARAMETRO       PIC X(50).
       01 RETORNO-SO            PIC S9(9) COMP-5.

      * Topes bilaterales vigentes, mismo archivo y misma regla que
      * la corrida diaria: MONEDA vacía es el tope consolidado del
      * banco en moneda base; con moneda, el de esa divisa en su
      * monto original. Sin archivo no hay tope que respetar.
       01 TOPES-TABLA.
           05 TOPE-ENTRY OCCURS 220 TIMES INDEXED BY TOP-IDX.
               10 TOPE-BANCO       PIC X(10).
               10 TOPE-MONEDA      PIC X(3).
               10 TOPE-MONTO       PIC 9(9)V99 VALUE 0.
       01 NUM-TOPES             PIC 9(3) VALUE 0.
       01 TOPE-BANCO-TXT        PIC X(20).
       01 TOPE-MONEDA-TXT       PIC X(10).
       01 TOPE-MONTO-TXT        PIC X(15).
       01 TOPE-BANCO-BUSCADO    PIC X(10).
       01 TOPE-MONEDA-BUSCADA   PIC X(3).
       01 INDICADOR-TOPE        PIC X VALUE 'N'.
         88 TOPE-HALLADO        VALUE 'S'.

      * Posición bilateral del día que dejaron las sesiones ya
      * terminadas (negativo = lo que le debemos a la contraparte).
      * Lo que esta corrida libera se descuenta aquí mismo, así la
      * siguiente línea se mide contra lo que ya quedó comprometido.
      * El archivo no se toca: lo actualiza TRANSACCIONES cuando la
      * línea liberada de verdad se abona.
       01 POSICION-TABLA.
           05 POSICION-ENTRY OCCURS 300 TIMES INDEXED BY POS-IDX.
               10 POSICION-BANCO   PIC X(10).
               10 POSICION-MONEDA  PIC X(3).
               10 POSICION-NETO    PIC S9(9)V99 VALUE 0.
       01 NUM-POSICIONES        PIC 9(3) VALUE 0.
       01 POSICION-FECHA-TXT    PIC X(10).
       01 POSICION-BANCO-TXT    PIC X(20).
       01 POSICION-MONEDA-TXT   PIC X(10).
       01 POSICION-NETO-TXT     PIC X(20).
       01 INDICADOR-POSICION    PIC X VALUE 'N'.
         88 POSICION-HALLADA    VALUE 'S'.

       01 TOPE-HOLGURA          PIC S9(9)V99 VALUE 0.
       01 TOPE-DISPONIBLE       PIC 9(9)V99 VALUE 0.
       01 TOPE-DISPONIBLE-FMT   PIC Z(8)9.99.
       01 TOPE-MONEDA-FALTA     PIC X(3).
       01 MONTO-A-DESCONTAR     PIC 9(9)V99 VALUE 0.

      * Retenidas tal como las dejó TRANSACCIONES:
      *   ID,Tipo,Monto,Moneda,Banco,MontoBase,MonedaTope,Holgura,
      *   AAAAMMDD,ID-CORRIDA
      * Se guarda la línea completa para reescribir sin cambios las
      * que siguen retenidas. RET-ESTADO: P pendiente, S pedida en
      * esta corrida, L liberada.
       01 RETENIDAS-TABLA.
           05 RETENIDA-ENTRY OCCURS 2000 TIMES INDEXED BY RET-IDX.
               10 RET-ID           PIC X(10).
               10 RET-TIPO         PIC X(10).
               10 RET-MONTO-TXT    PIC X(15).
               10 RET-MONEDA       PIC X(3).
               10 RET-BANCO        PIC X(10).
               10 RET-MONTO-ORIGINAL PIC 9(9)V99.
               10 RET-MONTO-BASE   PIC 9(9)V99.
               10 RET-ESTADO       PIC X.
               10 RET-INICIALES    PIC X(5).
               10 RET-LINEA        PIC X(150).
       01 NUM-RETENIDAS         PIC 9(4) VALUE 0.
       01 RET-ID-TXT            PIC X(20).
       01 RET-TIPO-TXT          PIC X(10).
       01 RET-MONTO-TXT-LEIDO   PIC X(15).
       01 RET-MONEDA-TXT        PIC X(10).
       01 RET-BANCO-TXT         PIC X(20).
       01 RET-BASE-TXT          PIC X(15).

      * Contrapartes con líneas liberadas en esta corrida - una por
      * archivo de entrada, como en la lista de bancos de la corrida
      * diaria (que admite hasta 20).
       01 LIBERADAS-TABLA.
           05 LIBERADA-ENTRY OCCURS 20 TIMES INDEXED BY LIB-IDX.
               10 LIB-BANCO        PIC X(10).
               10 LIB-RUTA         PIC X(50).
               10 LIB-CONTEO       PIC 9(5) VALUE 0.
               10 LIB-TOTAL        PIC 9(9)V99 VALUE 0.
       01 NUM-LIBERADAS-BANCOS  PIC 9(3) VALUE 0.
       01 INDICADOR-BANCO-LIB   PIC X VALUE 'N'.
         88 BANCO-LIB-HALLADO   VALUE 'S'.
       01 CONTEO-TRAILER-FORMAT PIC Z(6)9.
       01 TOTAL-TRAILER-FORMAT  PIC Z(8)9.99.

      * Movimiento de liberación; la última columna son siempre las
      * iniciales de quien lo pidió:
      *   LIBERAR-ID,ID,iniciales
      *   LIBERAR-BANCO,BANCO,iniciales
       01 ACCION-TXT            PIC X(15).
       01 MOV-CLAVE-TXT         PIC X(20).
       01 MOV-CAMPO3-TXT        PIC X(30).
       01 MOV-INICIALES         PIC X(5).
       01 MOV-PEDIDAS           PIC 9(4) VALUE 0.

       01 INDICADOR-LINEA      PIC X VALUE 'S'.
         88 LINEA-VALIDA       VALUE 'S'.
         88 LINEA-INVALIDA     VALUE 'N'.
       01 MOTIVO-RECHAZO    PIC X(40).
       01 INDICADOR-CABE       PIC X VALUE 'S'.
         88 LINEA-CABE         VALUE 'S'.
         88 LINEA-NO-CABE      VALUE 'N'.

       01 DETALLE-AUDITORIA     PIC X(80).
       01 MONTO-AUDITORIA-FMT   PIC Z(8)9.99.

      * Bitácora de liberaciones: sus asientos van al journal
      * ÚNICAMENTE cuando el archivo de retenidas reescrito ya quedó
      * en su lugar, igual que los cambios al maestro en
      * MANTENIMIENTO.
       01 AUDITORIA-TABLA.
           05 AUDITORIA-ENTRY OCCURS 2000 TIMES INDEXED BY AUD-IDX.
               10 AUD-DETALLE      PIC X(80).
               10 AUD-INICIALES    PIC X(5).
       01 NUM-AUDITORIA         PIC 9(4) VALUE 0.
       01 AUD-ACTUAL            PIC 9(4) VALUE 0.

       01 CONTADOR-LIBERADAS    PIC 9(5) VALUE 0.
       01 CONTADOR-SIN-CUPO     PIC 9(5) VALUE 0.
       01 CONTADOR-RECHAZADOS   PIC 9(5) VALUE 0.
       01 CONTADOR-PENDIENTES   PIC 9(5) VALUE 0.
       01 CONTADOR-LIBERADAS-FORMAT  PIC Z(4)9.
       01 CONTADOR-SIN-CUPO-FORMAT   PIC Z(4)9.
       01 CONTADOR-RECHAZADOS-FORMAT PIC Z(4)9.
       01 CONTADOR-PENDIENTES-FORMAT PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIAR-CORRIDA.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-RETENIDAS.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM CARGAR-TOPES-BILATERALES.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.
           PERFORM CARGAR-POSICION-BILATERAL.

           PERFORM PROCESAR-MOVIMIENTOS.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM ESCRIBIR-LIBERADAS.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.
           MOVE "COMPLETA" TO RESULTADO-CORRIDA.
           PERFORM PRINT-RESULTS.
           GO TO FINALIZE.

       INICIAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-INICIO-TS.
           MOVE TS-AAAAMMDD TO FECHA-CORRIDA.
           MOVE SPACES TO ID-CORRIDA.
           STRING "LIB-" TS-AAAAMMDDHHMMSS
             DELIMITED BY SIZE INTO ID-CORRIDA.
           DISPLAY "CORRIDA " ID-CORRIDA.

      * Las rutas son las mismas que usa la corrida diaria; sin
      * archivo de parámetros se trabaja con las de siempre.
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
           MOVE SPACES TO RUTA-RETENIDAS-TMP.
           STRING FUNCTION TRIM (RUTA-RETENIDAS) ".tmp"
             DELIMITED BY SIZE INTO RUTA-RETENIDAS-TMP.
           MOVE SPACES TO RUTA-LISTA-LIBERADAS.
           STRING "../data/bancos-liberadas-" CORRIDA-INICIO-TS
             ".csv"
             DELIMITED BY SIZE INTO RUTA-LISTA-LIBERADAS.
           DISPLAY "PARAMETRO MONEDA-BASE: " MONEDA-BASE.
           DISPLAY "PARAMETRO RUTA-RETENIDAS: "
             FUNCTION TRIM (RUTA-RETENIDAS).
           DISPLAY "PARAMETRO RUTA-TOPES-BILATERALES: "
             FUNCTION TRIM (RUTA-TOPES-BILATERALES).
           DISPLAY "PARAMETRO RUTA-POSICION-BILATERAL: "
             FUNCTION TRIM (RUTA-POSICION-BILATERAL).
           DISPLAY "PARAMETRO RUTA-MOVIMIENTOS-LIBERACION: "
             FUNCTION TRIM (RUTA-MOVIMIENTOS).

       TOMAR-PARAMETRO.
           MOVE SPACES TO CLAVE-PARAMETRO VALOR-PARAMETRO.
           UNSTRING LINEA-PARAMETRO DELIMITED BY "="
             INTO CLAVE-PARAMETRO, VALOR-PARAMETRO
           END-UNSTRING.
           EVALUATE CLAVE-PARAMETRO
               WHEN "MONEDA-BASE"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO (1:3) TO MONEDA-BASE
                   END-IF
               WHEN "RUTA-JOURNAL"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-JOURNAL
                   END-IF
               WHEN "RUTA-RETENIDAS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-RETENIDAS
                   END-IF
               WHEN "RUTA-TOPES-BILATERALES"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-TOPES-BILATERALES
                   END-IF
               WHEN "RUTA-POSICION-BILATERAL"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-POSICION-BILATERAL
                   END-IF
               WHEN "RUTA-MOVIMIENTOS-LIBERACION"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-MOVIMIENTOS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Sin retenidas no hay nada que liberar y la corrida termina
      * limpia. Si el archivo no cabe entero en la tabla se aborta:
      * al reescribirlo se perderían las líneas que no se leyeron.
       CARGAR-RETENIDAS.
           OPEN INPUT RETENIDAS-LIQUIDACION.
           IF RETENIDAS-STATUS-FILE > "07"
               DISPLAY "SIN ARCHIVO DE RETENIDAS - NADA QUE LIBERAR"
               MOVE "COMPLETA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM UNTIL TERMINAR OR ABORTAR-CORRIDA
                   READ RETENIDAS-LIQUIDACION
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM REGISTRAR-RETENIDA
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE RETENIDAS-LIQUIDACION
               IF NUM-RETENIDAS = 0 AND NOT ABORTAR-CORRIDA
                   DISPLAY "SIN LINEAS RETENIDAS - NADA QUE LIBERAR"
                   MOVE "COMPLETA" TO RESULTADO-CORRIDA
                   SET ABORTAR-CORRIDA TO TRUE
               END-IF
           END-IF.

       REGISTRAR-RETENIDA.
           MOVE SPACES TO RET-ID-TXT RET-TIPO-TXT RET-MONTO-TXT-LEIDO
             RET-MONEDA-TXT RET-BANCO-TXT RET-BASE-TXT.
           UNSTRING LINEA-RETENIDA DELIMITED BY ","
             INTO RET-ID-TXT, RET-TIPO-TXT, RET-MONTO-TXT-LEIDO,
               RET-MONEDA-TXT, RET-BANCO-TXT, RET-BASE-TXT
           END-UNSTRING.

           EVALUATE TRUE
               WHEN LINEA-RETENIDA = SPACES
                   CONTINUE
               WHEN NUM-RETENIDAS >= 2000
                   DISPLAY "ERROR: CAPACIDAD DE 2000 RETENIDAS "
                     "EXCEDIDA - CORRIDA ABORTADA, NO SE TOCA NADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN RET-ID-TXT = SPACES
                 OR RET-BANCO-TXT = SPACES
                 OR RET-MONTO-TXT-LEIDO = SPACES
                 OR RET-BASE-TXT = SPACES
                 OR FUNCTION TEST-NUMVAL (RET-MONTO-TXT-LEIDO) NOT = 0
                 OR FUNCTION TEST-NUMVAL (RET-BASE-TXT) NOT = 0
                   DISPLAY "ERROR: LINEA MALFORMADA EN LAS RETENIDAS "
                     "- " FUNCTION TRIM (LINEA-RETENIDA)
                   DISPLAY "ERROR: CORRIDA ABORTADA, NO SE TOCA NADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN OTHER
                   ADD 1 TO NUM-RETENIDAS
                   SET RET-IDX TO NUM-RETENIDAS
                   MOVE RET-ID-TXT TO RET-ID (RET-IDX)
                   MOVE RET-TIPO-TXT TO RET-TIPO (RET-IDX)
                   MOVE RET-MONTO-TXT-LEIDO TO RET-MONTO-TXT (RET-IDX)
                   IF RET-MONEDA-TXT = SPACES
                       MOVE MONEDA-BASE TO RET-MONEDA (RET-IDX)
                   ELSE
                       MOVE RET-MONEDA-TXT (1:3) TO RET-MONEDA (RET-IDX)
                   END-IF
                   MOVE RET-BANCO-TXT TO RET-BANCO (RET-IDX)
                   MOVE FUNCTION NUMVAL (RET-MONTO-TXT-LEIDO)
                     TO RET-MONTO-ORIGINAL (RET-IDX)
                   MOVE FUNCTION NUMVAL (RET-BASE-TXT)
                     TO RET-MONTO-BASE (RET-IDX)
                   MOVE "P" TO RET-ESTADO (RET-IDX)
                   MOVE SPACES TO RET-INICIALES (RET-IDX)
                   MOVE LINEA-RETENIDA TO RET-LINEA (RET-IDX)
           END-EVALUATE.

       CARGAR-TOPES-BILATERALES.
           OPEN INPUT TOPES-BILATERALES.
           IF TOPES-STATUS-FILE > "07"
               DISPLAY "ALERTA: SIN TOPES BILATERALES ("
                 TOPES-STATUS-FILE ") - TODA LINEA PEDIDA SE LIBERA"
           ELSE
               PERFORM UNTIL TERMINAR
                   READ TOPES-BILATERALES
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM REGISTRAR-TOPE
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE TOPES-BILATERALES
           END-IF.

      * Misma validación que la corrida diaria: liberar contra un
      * archivo de topes que ella rechazaría no tiene sentido.
       REGISTRAR-TOPE.
           MOVE SPACES TO TOPE-BANCO-TXT TOPE-MONEDA-TXT
             TOPE-MONTO-TXT.
           UNSTRING LINEA-TOPE DELIMITED BY ","
             INTO TOPE-BANCO-TXT, TOPE-MONEDA-TXT, TOPE-MONTO-TXT
           END-UNSTRING.

           EVALUATE TRUE
               WHEN LINEA-TOPE = SPACES
                   CONTINUE
               WHEN TOPE-BANCO-TXT = "BANCO"
                   CONTINUE
               WHEN TOPE-BANCO-TXT = SPACES
                 OR TOPE-MONTO-TXT = SPACES
                 OR TOPE-MONEDA-TXT (4:7) NOT = SPACES
                 OR FUNCTION TEST-NUMVAL (TOPE-MONTO-TXT) NOT = 0
                   DISPLAY "ERROR: LINEA MALFORMADA EN LOS TOPES "
                     "BILATERALES - " FUNCTION TRIM (LINEA-TOPE)
                   DISPLAY "ERROR: CORRIDA ABORTADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN FUNCTION NUMVAL (TOPE-MONTO-TXT) < 0
                   DISPLAY "ERROR: TOPE NEGATIVO EN LOS TOPES "
                     "BILATERALES - " FUNCTION TRIM (LINEA-TOPE)
                   DISPLAY "ERROR: CORRIDA ABORTADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN NUM-TOPES < 220
                   ADD 1 TO NUM-TOPES
                   SET TOP-IDX TO NUM-TOPES
                   MOVE TOPE-BANCO-TXT TO TOPE-BANCO (TOP-IDX)
                   MOVE TOPE-MONEDA-TXT (1:3) TO TOPE-MONEDA (TOP-IDX)
                   MOVE FUNCTION NUMVAL (TOPE-MONTO-TXT)
                     TO TOPE-MONTO (TOP-IDX)
               WHEN OTHER
                   DISPLAY "ALERTA: CAPACIDAD DE 220 TOPES "
                     "EXCEDIDA - SE IGNORA " TOPE-BANCO-TXT
           END-EVALUATE.

      * Solo cuentan los renglones de hoy; sin archivo (ninguna
      * sesión terminó todavía) cada contraparte parte de cero.
       CARGAR-POSICION-BILATERAL.
           OPEN INPUT POSICION-BILATERAL.
           IF POSICION-STATUS-FILE > "07"
               CONTINUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ POSICION-BILATERAL
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM CARGAR-POSICION-RENGLON
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE POSICION-BILATERAL
           END-IF.

       CARGAR-POSICION-RENGLON.
           MOVE SPACES TO POSICION-FECHA-TXT POSICION-BANCO-TXT
             POSICION-MONEDA-TXT POSICION-NETO-TXT.
           UNSTRING LINEA-POSICION DELIMITED BY ","
             INTO POSICION-FECHA-TXT, POSICION-BANCO-TXT,
               POSICION-MONEDA-TXT, POSICION-NETO-TXT
           END-UNSTRING.
           IF POSICION-FECHA-TXT (1:8) = FECHA-CORRIDA
             AND POSICION-BANCO-TXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL (POSICION-NETO-TXT) = 0
             AND NUM-POSICIONES < 300
               ADD 1 TO NUM-POSICIONES
               SET POS-IDX TO NUM-POSICIONES
               MOVE POSICION-BANCO-TXT TO POSICION-BANCO (POS-IDX)
               MOVE POSICION-MONEDA-TXT (1:3)
                 TO POSICION-MONEDA (POS-IDX)
               MOVE FUNCTION NUMVAL (POSICION-NETO-TXT)
                 TO POSICION-NETO (POS-IDX)
           END-IF.

       PROCESAR-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-LIBERACION.
           IF MOVIMIENTOS-STATUS-FILE > "07"
               DISPLAY "SIN ARCHIVO DE MOVIMIENTOS - NADA QUE "
                 "LIBERAR"
               MOVE "COMPLETA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
               GO TO FINALIZE
           END-IF.

      * Sin el reporte de rechazados se perdería qué pedido no
      * entró y por qué - se aborta sin tocar nada.
           OPEN OUTPUT MOVIMIENTOS-RECHAZADOS.
           IF RECHAZADOS-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL REPORTE DE RECHAZADOS "
                 RECHAZADOS-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: CORRIDA ABORTADA, NO SE TOCA NADA"
               CLOSE MOVIMIENTOS-LIBERACION
               SET ABORTAR-CORRIDA TO TRUE
               GO TO FINALIZE
           END-IF.

           PERFORM UNTIL TERMINAR
               READ MOVIMIENTOS-LIBERACION
                   AT END
                       SET TERMINAR TO TRUE
                   NOT AT END
                       PERFORM APLICAR-MOVIMIENTO
               END-READ
           END-PERFORM.
           MOVE "NO" TO FIN.
           CLOSE MOVIMIENTOS-LIBERACION.

           PERFORM VARYING RET-IDX FROM 1 BY 1
             UNTIL RET-IDX > NUM-RETENIDAS
               IF RET-ESTADO (RET-IDX) = "S"
                   PERFORM MEDIR-LINEA-PEDIDA
               END-IF
           END-PERFORM.
           CLOSE MOVIMIENTOS-RECHAZADOS.

       APLICAR-MOVIMIENTO.
           MOVE SPACES TO ACCION-TXT MOV-CLAVE-TXT MOV-CAMPO3-TXT
             MOV-INICIALES MOTIVO-RECHAZO.
           SET LINEA-VALIDA TO TRUE.

           UNSTRING LINEA-MOVIMIENTO DELIMITED BY ","
             INTO ACCION-TXT, MOV-CLAVE-TXT, MOV-CAMPO3-TXT
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
                   EVALUATE ACCION-TXT
                       WHEN "LIBERAR-ID"
                           PERFORM PEDIR-LIBERAR-ID
                       WHEN "LIBERAR-BANCO"
                           PERFORM PEDIR-LIBERAR-BANCO
                   END-EVALUATE
               END-IF
               IF LINEA-INVALIDA
                   PERFORM REPORTAR-MOVIMIENTO-RECHAZADO
               END-IF
           END-IF.

      * Las iniciales son obligatorias - sin ellas el asiento de
      * auditoría no responde quién pidió abonar lo retenido.
       INTERPRETAR-MOVIMIENTO.
           MOVE MOV-CAMPO3-TXT TO MOV-INICIALES.
           EVALUATE TRUE
               WHEN ACCION-TXT NOT = "LIBERAR-ID"
                 AND ACCION-TXT NOT = "LIBERAR-BANCO"
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "ACCION DESCONOCIDA" TO MOTIVO-RECHAZO
               WHEN MOV-CLAVE-TXT = SPACES
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "ID O BANCO VACIO" TO MOTIVO-RECHAZO
               WHEN MOV-INICIALES = SPACES
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "INICIALES VACIAS" TO MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PEDIR-LIBERAR-ID.
           MOVE "N" TO INDICADOR-BANCO-LIB.
           SET RET-IDX TO 1.
           SEARCH RETENIDA-ENTRY
             VARYING RET-IDX
             AT END
                 CONTINUE
             WHEN RET-IDX > NUM-RETENIDAS
                 CONTINUE
             WHEN RET-ID (RET-IDX) = MOV-CLAVE-TXT
                 SET BANCO-LIB-HALLADO TO TRUE
           END-SEARCH.
           EVALUATE TRUE
               WHEN NOT BANCO-LIB-HALLADO
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "ID NO RETENIDO" TO MOTIVO-RECHAZO
               WHEN RET-ESTADO (RET-IDX) NOT = "P"
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "LIBERACION YA PEDIDA" TO MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE "S" TO RET-ESTADO (RET-IDX)
                   MOVE MOV-INICIALES TO RET-INICIALES (RET-IDX)
           END-EVALUATE.

       PEDIR-LIBERAR-BANCO.
           MOVE 0 TO MOV-PEDIDAS.
           PERFORM VARYING RET-IDX FROM 1 BY 1
             UNTIL RET-IDX > NUM-RETENIDAS
               IF RET-BANCO (RET-IDX) = MOV-CLAVE-TXT
                 AND RET-ESTADO (RET-IDX) = "P"
                   MOVE "S" TO RET-ESTADO (RET-IDX)
                   MOVE MOV-INICIALES TO RET-INICIALES (RET-IDX)
                   ADD 1 TO MOV-PEDIDAS
               END-IF
           END-PERFORM.
           IF MOV-PEDIDAS = 0
               SET LINEA-INVALIDA TO TRUE
               MOVE "BANCO SIN RETENIDAS PENDIENTES"
                 TO MOTIVO-RECHAZO
           END-IF.

       REPORTAR-MOVIMIENTO-RECHAZADO.
           ADD 1 TO CONTADOR-RECHAZADOS.
           MOVE SPACES TO LINEA-RECHAZADO.
           STRING FUNCTION TRIM (LINEA-MOVIMIENTO) " - "
             MOTIVO-RECHAZO
             DELIMITED BY SIZE INTO LINEA-RECHAZADO.
           WRITE LINEA-RECHAZADO.

      * Se mide en el orden del archivo de retenidas (el orden en
      * que llegaron) con la misma regla que la corrida diaria:
      * primero el tope consolidado en base, luego el de la divisa
      * en su monto original. La holgura es tope más posición, y la
      * posición ya lleva descontado lo liberado antes en esta
      * corrida. Lo que aún no cabe sigue retenido y se informa en
      * el reporte de rechazados con lo disponible.
       MEDIR-LINEA-PEDIDA.
           SET LINEA-CABE TO TRUE.
           MOVE RET-BANCO (RET-IDX) TO TOPE-BANCO-BUSCADO.
           MOVE SPACES TO TOPE-MONEDA-BUSCADA.
           PERFORM CALCULAR-HOLGURA.
           IF TOPE-HALLADO
             AND RET-MONTO-BASE (RET-IDX) > TOPE-HOLGURA
               SET LINEA-NO-CABE TO TRUE
               MOVE MONEDA-BASE TO TOPE-MONEDA-FALTA
           END-IF.
           IF LINEA-CABE
               MOVE RET-MONEDA (RET-IDX) TO TOPE-MONEDA-BUSCADA
               PERFORM CALCULAR-HOLGURA
               IF TOPE-HALLADO
                 AND RET-MONTO-ORIGINAL (RET-IDX) > TOPE-HOLGURA
                   SET LINEA-NO-CABE TO TRUE
                   MOVE RET-MONEDA (RET-IDX) TO TOPE-MONEDA-FALTA
               END-IF
           END-IF.
           IF LINEA-CABE
               PERFORM BUSCAR-BANCO-LIBERADO
               IF NOT BANCO-LIB-HALLADO
                   DISPLAY "ALERTA: CAPACIDAD DE 20 BANCOS EXCEDIDA "
                     "- ID " RET-ID (RET-IDX) " SIGUE RETENIDO"
                   MOVE "P" TO RET-ESTADO (RET-IDX)
                   ADD 1 TO CONTADOR-SIN-CUPO
               ELSE
                   PERFORM LIBERAR-LINEA
               END-IF
           ELSE
               PERFORM REPORTAR-SIN-CUPO
           END-IF.

      * Deja TOP-IDX en el tope buscado y, si lo hay, su holgura
      * contra la posición del día; sin tope la línea no se limita.
       CALCULAR-HOLGURA.
           MOVE "N" TO INDICADOR-TOPE.
           SET TOP-IDX TO 1.
           SEARCH TOPE-ENTRY
             VARYING TOP-IDX
             AT END
                 CONTINUE
             WHEN TOP-IDX > NUM-TOPES
                 CONTINUE
             WHEN TOPE-BANCO (TOP-IDX) = TOPE-BANCO-BUSCADO
               AND TOPE-MONEDA (TOP-IDX) = TOPE-MONEDA-BUSCADA
                 SET TOPE-HALLADO TO TRUE
           END-SEARCH.
           IF TOPE-HALLADO
               PERFORM BUSCAR-POSICION
               IF POSICION-HALLADA
                   COMPUTE TOPE-HOLGURA =
                     TOPE-MONTO (TOP-IDX) + POSICION-NETO (POS-IDX)
               ELSE
                   MOVE TOPE-MONTO (TOP-IDX) TO TOPE-HOLGURA
               END-IF
           END-IF.

       BUSCAR-POSICION.
           MOVE "N" TO INDICADOR-POSICION.
           SET POS-IDX TO 1.
           SEARCH POSICION-ENTRY
             VARYING POS-IDX
             AT END
                 CONTINUE
             WHEN POS-IDX > NUM-POSICIONES
                 CONTINUE
             WHEN POSICION-BANCO (POS-IDX) = TOPE-BANCO-BUSCADO
               AND POSICION-MONEDA (POS-IDX) = TOPE-MONEDA-BUSCADA
                 SET POSICION-HALLADA TO TRUE
           END-SEARCH.

      * Deja LIB-IDX en el banco de la línea, agregándolo si es el
      * primero que se libera de esa contraparte.
       BUSCAR-BANCO-LIBERADO.
           MOVE "N" TO INDICADOR-BANCO-LIB.
           SET LIB-IDX TO 1.
           SEARCH LIBERADA-ENTRY
             VARYING LIB-IDX
             AT END
                 CONTINUE
             WHEN LIB-IDX > NUM-LIBERADAS-BANCOS
                 IF NUM-LIBERADAS-BANCOS < 20
                     ADD 1 TO NUM-LIBERADAS-BANCOS
                     SET LIB-IDX TO NUM-LIBERADAS-BANCOS
                     MOVE RET-BANCO (RET-IDX) TO LIB-BANCO (LIB-IDX)
                     MOVE SPACES TO LIB-RUTA (LIB-IDX)
                     STRING "../data/liberadas-" CORRIDA-INICIO-TS
                       "-" FUNCTION TRIM (RET-BANCO (RET-IDX)) ".csv"
                       DELIMITED BY SIZE INTO LIB-RUTA (LIB-IDX)
                     MOVE 0 TO LIB-CONTEO (LIB-IDX)
                       LIB-TOTAL (LIB-IDX)
                     SET BANCO-LIB-HALLADO TO TRUE
                 END-IF
             WHEN LIB-BANCO (LIB-IDX) = RET-BANCO (RET-IDX)
                 SET BANCO-LIB-HALLADO TO TRUE
           END-SEARCH.

      * La línea liberada compromete su monto: se descuenta de la
      * posición consolidada (en base) y de la de su divisa (en su
      * monto original), creando el renglón si el banco aún no
      * tenía posición ese día.
       LIBERAR-LINEA.
           MOVE "L" TO RET-ESTADO (RET-IDX).
           ADD 1 TO CONTADOR-LIBERADAS.
           ADD 1 TO LIB-CONTEO (LIB-IDX).
           ADD RET-MONTO-ORIGINAL (RET-IDX) TO LIB-TOTAL (LIB-IDX).
           MOVE RET-BANCO (RET-IDX) TO TOPE-BANCO-BUSCADO.
           MOVE SPACES TO TOPE-MONEDA-BUSCADA.
           MOVE RET-MONTO-BASE (RET-IDX) TO MONTO-A-DESCONTAR.
           PERFORM DESCONTAR-POSICION.
           MOVE RET-MONEDA (RET-IDX) TO TOPE-MONEDA-BUSCADA.
           MOVE RET-MONTO-ORIGINAL (RET-IDX) TO MONTO-A-DESCONTAR.
           PERFORM DESCONTAR-POSICION.

           MOVE RET-MONTO-ORIGINAL (RET-IDX) TO MONTO-AUDITORIA-FMT.
           MOVE SPACES TO DETALLE-AUDITORIA.
           STRING "LIBERAR " FUNCTION TRIM (RET-ID (RET-IDX))
             " BANCO " FUNCTION TRIM (RET-BANCO (RET-IDX)) " "
             FUNCTION TRIM (MONTO-AUDITORIA-FMT) " "
             RET-MONEDA (RET-IDX)
             DELIMITED BY SIZE INTO DETALLE-AUDITORIA.
           ADD 1 TO NUM-AUDITORIA.
           SET AUD-IDX TO NUM-AUDITORIA.
           MOVE DETALLE-AUDITORIA TO AUD-DETALLE (AUD-IDX).
           MOVE RET-INICIALES (RET-IDX) TO AUD-INICIALES (AUD-IDX).

       DESCONTAR-POSICION.
           PERFORM BUSCAR-POSICION.
           IF POSICION-HALLADA
               SUBTRACT MONTO-A-DESCONTAR FROM POSICION-NETO (POS-IDX)
           ELSE
               IF NUM-POSICIONES < 300
                   ADD 1 TO NUM-POSICIONES
                   SET POS-IDX TO NUM-POSICIONES
                   MOVE TOPE-BANCO-BUSCADO TO POSICION-BANCO (POS-IDX)
                   MOVE TOPE-MONEDA-BUSCADA
                     TO POSICION-MONEDA (POS-IDX)
                   COMPUTE POSICION-NETO (POS-IDX) =
                     0 - MONTO-A-DESCONTAR
               END-IF
           END-IF.

       REPORTAR-SIN-CUPO.
           MOVE "P" TO RET-ESTADO (RET-IDX).
           ADD 1 TO CONTADOR-SIN-CUPO.
           IF TOPE-HOLGURA > 0
               MOVE TOPE-HOLGURA TO TOPE-DISPONIBLE
           ELSE
               MOVE 0 TO TOPE-DISPONIBLE
           END-IF.
           MOVE TOPE-DISPONIBLE TO TOPE-DISPONIBLE-FMT.
           MOVE SPACES TO LINEA-RECHAZADO.
           STRING FUNCTION TRIM (RET-LINEA (RET-IDX))
             " - SIN CUPO BAJO EL TOPE - DISPONIBLE "
             FUNCTION TRIM (TOPE-DISPONIBLE-FMT) " "
             TOPE-MONEDA-FALTA
             DELIMITED BY SIZE INTO LINEA-RECHAZADO.
           WRITE LINEA-RECHAZADO.
           DISPLAY "ALERTA: ID " FUNCTION TRIM (RET-ID (RET-IDX))
             " BANCO " FUNCTION TRIM (RET-BANCO (RET-IDX))
             " SIGUE RETENIDO - DISPONIBLE "
             FUNCTION TRIM (TOPE-DISPONIBLE-FMT) " "
             TOPE-MONEDA-FALTA.

      * Primero los archivos de entrada por banco y su lista; al
      * final se reescribe el archivo de retenidas, a temporal y
      * renombre. Si la corrida cae entre ambos pasos la línea sigue
      * retenida y, si aun así se abonara el archivo, TRANSACCIONES
      * la vuelve a retener por su ID - nunca queda abonada dos
      * veces. Si el renombre falla se borran los archivos ya
      * escritos y nada se asienta.
       ESCRIBIR-LIBERADAS.
           IF CONTADOR-LIBERADAS = 0
               DISPLAY "SIN LINEAS LIBERADAS - NO SE MODIFICA "
                 FUNCTION TRIM (RUTA-RETENIDAS)
           ELSE
               PERFORM VARYING LIB-IDX FROM 1 BY 1
                 UNTIL LIB-IDX > NUM-LIBERADAS-BANCOS
                   OR ABORTAR-CORRIDA
                   PERFORM ESCRIBIR-ARCHIVO-BANCO
               END-PERFORM
               IF NOT ABORTAR-CORRIDA
                   PERFORM ESCRIBIR-LISTA-LIBERADAS
               END-IF
               IF NOT ABORTAR-CORRIDA
                   PERFORM REESCRIBIR-RETENIDAS
               END-IF
               IF ABORTAR-CORRIDA
                   PERFORM BORRAR-LIBERADAS
               ELSE
                   PERFORM ASENTAR-AUDITORIA
               END-IF
           END-IF.

      * Mismo formato que el archivo de una contraparte: encabezado,
      * líneas con su moneda explícita y trailer con el conteo y el
      * total crudo de montos, como lo verifica la corrida diaria.
       ESCRIBIR-ARCHIVO-BANCO.
           MOVE LIB-RUTA (LIB-IDX) TO RUTA-LIBERADAS.
           OPEN OUTPUT ARCHIVO-LIBERADAS.
           IF LIBERADAS-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR " FUNCTION TRIM (RUTA-LIBERADAS)
                 " " LIBERADAS-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: NADA SE LIBERA - CORRIDA ABORTADA"
               MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               MOVE "ID,Tipo,Monto,Moneda" TO LINEA-LIBERADA
               WRITE LINEA-LIBERADA
               PERFORM VARYING RET-IDX FROM 1 BY 1
                 UNTIL RET-IDX > NUM-RETENIDAS
                   IF RET-ESTADO (RET-IDX) = "L"
                     AND RET-BANCO (RET-IDX) = LIB-BANCO (LIB-IDX)
                       MOVE SPACES TO LINEA-LIBERADA
                       STRING FUNCTION TRIM (RET-ID (RET-IDX)) ","
                         FUNCTION TRIM (RET-TIPO (RET-IDX)) ","
                         FUNCTION TRIM (RET-MONTO-TXT (RET-IDX)) ","
                         RET-MONEDA (RET-IDX)
                         DELIMITED BY SIZE INTO LINEA-LIBERADA
                       WRITE LINEA-LIBERADA
                   END-IF
               END-PERFORM
               MOVE LIB-CONTEO (LIB-IDX) TO CONTEO-TRAILER-FORMAT
               MOVE LIB-TOTAL (LIB-IDX) TO TOTAL-TRAILER-FORMAT
               MOVE SPACES TO LINEA-LIBERADA
               STRING "TRAILER,"
                 FUNCTION TRIM (CONTEO-TRAILER-FORMAT) ","
                 FUNCTION TRIM (TOTAL-TRAILER-FORMAT)
                 DELIMITED BY SIZE INTO LINEA-LIBERADA
               WRITE LINEA-LIBERADA
               CLOSE ARCHIVO-LIBERADAS
               DISPLAY "LIBERADAS " FUNCTION TRIM (LIB-BANCO (LIB-IDX))
                 ": " FUNCTION TRIM (RUTA-LIBERADAS)
           END-IF.

      * La lista va en el formato de RUTA-LISTA-BANCOS: la sesión de
      * TRANSACCIONES que abona lo liberado se corre apuntando ese
      * parámetro a este archivo.
       ESCRIBIR-LISTA-LIBERADAS.
           OPEN OUTPUT LISTA-LIBERADAS.
           IF LISTA-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR LA LISTA DE LIBERADAS "
                 LISTA-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: NADA SE LIBERA - CORRIDA ABORTADA"
               MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM VARYING LIB-IDX FROM 1 BY 1
                 UNTIL LIB-IDX > NUM-LIBERADAS-BANCOS
                   MOVE SPACES TO LINEA-LISTA
                   STRING FUNCTION TRIM (LIB-BANCO (LIB-IDX)) ","
                     FUNCTION TRIM (LIB-RUTA (LIB-IDX))
                     DELIMITED BY SIZE INTO LINEA-LISTA
                   WRITE LINEA-LISTA
               END-PERFORM
               CLOSE LISTA-LIBERADAS
               DISPLAY "LISTA DE BANCOS PARA ABONAR: "
                 FUNCTION TRIM (RUTA-LISTA-LIBERADAS)
           END-IF.

       REESCRIBIR-RETENIDAS.
           OPEN OUTPUT RETENIDAS-TMP.
           IF RETENIDAS-TMP-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL TEMPORAL "
                 RETENIDAS-TMP-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: SIN TEMPORAL NO SE REESCRIBEN LAS "
                 "RETENIDAS - NADA SE LIBERA"
               MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM VARYING RET-IDX FROM 1 BY 1
                 UNTIL RET-IDX > NUM-RETENIDAS
                   IF RET-ESTADO (RET-IDX) NOT = "L"
                       MOVE RET-LINEA (RET-IDX) TO LINEA-RETENIDA-TMP
                       WRITE LINEA-RETENIDA-TMP
                   END-IF
               END-PERFORM
               CLOSE RETENIDAS-TMP
               CALL "CBL_DELETE_FILE" USING RUTA-RETENIDAS
                 RETURNING RETORNO-SO
               CALL "CBL_RENAME_FILE" USING RUTA-RETENIDAS-TMP
                 RUTA-RETENIDAS
                 RETURNING RETORNO-SO
               IF RETORNO-SO NOT = 0
                   DISPLAY "ERROR AL REEMPLAZAR LAS RETENIDAS - "
                     "REVISAR " RUTA-RETENIDAS-TMP
                   DISPLAY "ERROR: NADA SE LIBERA NI SE ASIENTA"
                   MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
                   SET ABORTAR-CORRIDA TO TRUE
               END-IF
           END-IF.

      * Lo que no quedó liberado vuelve a contar como retenido en el
      * asiento resumen.
       BORRAR-LIBERADAS.
           PERFORM VARYING LIB-IDX FROM 1 BY 1
             UNTIL LIB-IDX > NUM-LIBERADAS-BANCOS
               CALL "CBL_DELETE_FILE" USING LIB-RUTA (LIB-IDX)
                 RETURNING RETORNO-SO
           END-PERFORM.
           CALL "CBL_DELETE_FILE" USING RUTA-LISTA-LIBERADAS
             RETURNING RETORNO-SO.
           PERFORM VARYING RET-IDX FROM 1 BY 1
             UNTIL RET-IDX > NUM-RETENIDAS
               IF RET-ESTADO (RET-IDX) = "L"
                   MOVE "P" TO RET-ESTADO (RET-IDX)
               END-IF
           END-PERFORM.
           MOVE 0 TO CONTADOR-LIBERADAS.

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

      * Un asiento por línea liberada, escrito solo cuando las
      * retenidas reescritas ya están en su lugar - el journal
      * responde "quién soltó este pago y cuándo".
       ASENTAR-AUDITORIA.
           PERFORM ABRIR-JOURNAL.
           IF JOURNAL-STATUS-FILE <= "07"
               MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA
               PERFORM VARYING AUD-ACTUAL FROM 1 BY 1
                 UNTIL AUD-ACTUAL > NUM-AUDITORIA
                   PERFORM ESCRIBIR-ASIENTO-LIBERACION
               END-PERFORM
               CLOSE CORRIDAS-JOURNAL
           END-IF.

       ESCRIBIR-ASIENTO-LIBERACION.
           SET AUD-IDX TO AUD-ACTUAL.
           MOVE SPACES TO LINEA-JOURNAL.
           STRING FUNCTION TRIM (ID-CORRIDA) ","
             "RETENIDA,"
             CORRIDA-INICIO-TS ","
             TS-AAAAMMDDHHMMSS ","
             FUNCTION TRIM (AUD-DETALLE (AUD-IDX))
             " POR " FUNCTION TRIM (AUD-INICIALES (AUD-IDX)) ","
             "0,0,0,0,0,0,0,"
             "N,APLICADA"
             DELIMITED BY SIZE INTO LINEA-JOURNAL.
           WRITE LINEA-JOURNAL.

       CONTAR-PENDIENTES.
           MOVE 0 TO CONTADOR-PENDIENTES.
           PERFORM VARYING RET-IDX FROM 1 BY 1
             UNTIL RET-IDX > NUM-RETENIDAS
               IF RET-ESTADO (RET-IDX) NOT = "L"
                   ADD 1 TO CONTADOR-PENDIENTES
               END-IF
           END-PERFORM.

       PRINT-RESULTS.
           PERFORM CONTAR-PENDIENTES.
           MOVE CONTADOR-LIBERADAS TO CONTADOR-LIBERADAS-FORMAT.
           MOVE CONTADOR-SIN-CUPO TO CONTADOR-SIN-CUPO-FORMAT.
           MOVE CONTADOR-RECHAZADOS TO CONTADOR-RECHAZADOS-FORMAT.
           MOVE CONTADOR-PENDIENTES TO CONTADOR-PENDIENTES-FORMAT.
           DISPLAY "LIBERACION DE RETENIDAS POR TOPE BILATERAL".
           DISPLAY "Lineas liberadas:        "
             CONTADOR-LIBERADAS-FORMAT.
           DISPLAY "Pedidas sin cupo:        "
             CONTADOR-SIN-CUPO-FORMAT.
           DISPLAY "Movimientos rechazados:  "
             CONTADOR-RECHAZADOS-FORMAT.
           DISPLAY "Siguen retenidas:        "
             CONTADOR-PENDIENTES-FORMAT.

      * Toda salida del programa deja su asiento resumen en el
      * journal de corridas, también cuando la apertura falla.
       ESCRIBIR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-FIN-TS.
           PERFORM CONTAR-PENDIENTES.
           MOVE CONTADOR-LIBERADAS TO CONTADOR-LIBERADAS-FORMAT.
           MOVE CONTADOR-SIN-CUPO TO CONTADOR-SIN-CUPO-FORMAT.
           MOVE CONTADOR-RECHAZADOS TO CONTADOR-RECHAZADOS-FORMAT.
           MOVE CONTADOR-PENDIENTES TO CONTADOR-PENDIENTES-FORMAT.

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
                 "LIBERACION,"
                 CORRIDA-INICIO-TS ","
                 CORRIDA-FIN-TS ","
                 FUNCTION TRIM (RUTA-MOVIMIENTOS) ","
                 FUNCTION TRIM (CONTADOR-LIBERADAS-FORMAT) ","
                 FUNCTION TRIM (CONTADOR-SIN-CUPO-FORMAT) ","
                 FUNCTION TRIM (CONTADOR-RECHAZADOS-FORMAT) ","
                 FUNCTION TRIM (CONTADOR-PENDIENTES-FORMAT) ","
                 "0,0,0,"
                 "N,"
                 FUNCTION TRIM (RESULTADO-CORRIDA)
                 DELIMITED BY SIZE INTO LINEA-JOURNAL
               WRITE LINEA-JOURNAL
               CLOSE CORRIDAS-JOURNAL
           END-IF.

       FINALIZE.
           PERFORM ESCRIBIR-JOURNAL.
           EXIT PROGRAM.

       END PROGRAM CODEABLE-INTERBANK-LIBERACION.
