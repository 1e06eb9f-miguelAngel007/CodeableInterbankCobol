      ******************************************************************
      * AUTHOR MIGUEL ANGEL CHAVEZ DOMINGUEZ:
      * DATE:
      * PURPOSE: Generación de órdenes permanentes - antes de la
      *          corrida diaria anexa cada orden que vence en la
      *          fecha de proceso al archivo de entrada de su banco
      *          como línea "ID,tipo,monto,moneda", recalcula el
      *          trailer igual que el reciclaje, omite y reporta
      *          las órdenes cuya cuenta ya no está Activa y anota
      *          en cada orden su última fecha de generación para
      *          que una recorrida del mismo día no la duplique.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEABLE-INTERBANK-GENERACION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSULTA-GENERACION
               ASSIGN TO '../data/consulta-generacion.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS CONSULTA-STATUS-FILE.
           SELECT ORDENES-OMITIDAS
               ASSIGN TO '../data/ordenes-omitidas.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS OMITIDAS-STATUS-FILE.
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
           SELECT LISTA-BANCOS
               ASSIGN TO DYNAMIC RUTA-LISTA-PARAM
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS LISTA-STATUS-FILE.
           SELECT TRANSACCIONES
               ASSIGN TO DYNAMIC RUTA-TRANSACCIONES
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS STATUS-FILE.
           SELECT TRANSACCIONES-TMP
               ASSIGN TO DYNAMIC RUTA-TRANSACCIONES-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS TMP-STATUS-FILE.
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
           FD CONSULTA-GENERACION.
           01 LINEA-CONSULTA       PIC X(20).

           FD ORDENES-OMITIDAS.
           01 LINEA-OMITIDA        PIC X(120).

           FD ORDENES-PERMANENTES.
           01 LINEA-ORDEN          PIC X(150).

           FD ORDENES-TMP.
           01 LINEA-ORDEN-TMP      PIC X(150).

           FD MAESTRO-CUENTAS.
           01 LINEA-MAESTRO        PIC X(120).

           FD LISTA-BANCOS.
           01 LINEA-LISTA          PIC X(80).

           FD TRANSACCIONES.
           01 TRANSACCION          PIC X(100).

           FD TRANSACCIONES-TMP.
           01 LINEA-TMP            PIC X(100).

           FD CORRIDAS-JOURNAL.
           01 LINEA-JOURNAL        PIC X(200).

           FD PARAMETROS.
           01 LINEA-PARAMETRO      PIC X(80).
       WORKING-STORAGE SECTION.

       01 CONSULTA-STATUS-FILE     PIC XX.
       01 OMITIDAS-STATUS-FILE     PIC XX.
       01 ORDENES-STATUS-FILE      PIC XX.
       01 ORDENES-TMP-STATUS-FILE  PIC XX.
       01 MAESTRO-STATUS-FILE      PIC XX.
       01 LISTA-STATUS-FILE        PIC XX.
       01 STATUS-FILE              PIC XX.
       01 TMP-STATUS-FILE          PIC XX.
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

       01 ES-PRIMER-ORDEN          PIC X VALUE 'S'.
       01 ES-PRIMER-MAESTRO        PIC X VALUE 'S'.
       01 ES-PRIMER-LINEA          PIC X VALUE 'S'.

       01 RUTA-ORDENES          PIC X(50)
             VALUE '../data/ordenes-permanentes.csv'.
       01 RUTA-ORDENES-TMP      PIC X(50)
             VALUE '../data/ordenes-permanentes.csv.tmp'.
       01 RUTA-MAESTRO-PARAM    PIC X(50)
             VALUE '../data/maestro-cuentas.csv'.
       01 RUTA-LISTA-PARAM      PIC X(50)
             VALUE '../data/bancos-entrada.csv'.
       01 RUTA-ENTRADA-PARAM    PIC X(50) VALUE SPACES.
       01 RUTA-TRANSACCIONES    PIC X(50).
       01 RUTA-TRANSACCIONES-TMP PIC X(50).
       01 RUTA-JOURNAL          PIC X(50)
             VALUE '../data/corridas-journal.csv'.
       01 CLAVE-PARAMETRO       PIC X(30).
       01 VALOR-PARAMETRO       PIC X(50).
       01 RETORNO-SO            PIC S9(9) COMP-5.

      * Fecha de proceso: la del día, salvo que operación la fije
      * en ../data/consulta-generacion.dat (AAAAMMDD) para generar
      * un día hábil distinto - mismo esquema que el corte.
       01 FECHA-ACTUAL          PIC X(21).
       01 FECHA-PROCESO         PIC 9(8) VALUE 0.
       01 FECHA-PROCESO-R REDEFINES FECHA-PROCESO.
           05 PROCESO-AAAA      PIC 9(4).
           05 PROCESO-MM        PIC 9(2).
           05 PROCESO-DD        PIC 9(2).
       01 FECHA-SIGUIENTE-MES   PIC 9(8) VALUE 0.
       01 FECHA-SIGUIENTE-MES-R REDEFINES FECHA-SIGUIENTE-MES.
           05 SIGUIENTE-AAAA    PIC 9(4).
           05 SIGUIENTE-MM      PIC 9(2).
           05 SIGUIENTE-DD      PIC 9(2).
       01 FECHA-FIN-MES         PIC 9(8) VALUE 0.
       01 ULTIMO-DIA-MES        PIC 9(2) VALUE 0.
       01 DIA-OBJETIVO          PIC 9(2) VALUE 0.
       01 DIAS-TRANSCURRIDOS    PIC S9(9) VALUE 0.
       01 SEMANAS-TRANSCURRIDAS PIC S9(9) VALUE 0.
       01 DIAS-SOBRANTES        PIC S9(9) VALUE 0.
       01 INDICADOR-VENCE       PIC X VALUE 'N'.
         88 ORDEN-VENCE         VALUE 'S'.

      * Las órdenes con el layout de ordenes.cbl, más lo que esta
      * corrida decide de cada una:
      *   ORDEN-ACCION  G por generar, P anexada en espera del
      *                 renombre, L generada, Y ya estaba en el
      *                 archivo, O omitida, espacio no vence hoy.
       01 ENCABEZADO-ORDENES    PIC X(150).
       01 ORDEN-TABLA.
           05 ORDEN-ENTRY OCCURS 500 TIMES
                 INDEXED BY ORD-IDX ORD-OTRA.
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
               10 ORDEN-ACCION     PIC X.
               10 ORDEN-MOTIVO     PIC X(50).
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

       01 MAESTRO-TABLA.
           05 MAESTRO-ENTRY OCCURS 200 TIMES INDEXED BY MAE-IDX.
               10 MAESTRO-ID       PIC X(4).
               10 MAESTRO-ESTADO   PIC X(10).
       01 NUM-MAESTRO           PIC 9(4) VALUE 0.
       01 MAESTRO-ID-TXT        PIC X(10).
       01 MAESTRO-NOMBRE-TXT    PIC X(30).
       01 MAESTRO-BANCO-TXT     PIC X(20).
       01 MAESTRO-ESTADO-TXT    PIC X(10).

      * Misma lista de bancos que la corrida diaria: código y ruta
      * del archivo de entrada de cada contraparte. Sin lista, el
      * único banco es LOCAL con RUTA-ENTRADA.
       01 BANCOS-TABLA.
           05 BANCO-ENTRY OCCURS 20 TIMES INDEXED BY BCO-IDX.
               10 BANCO-CODIGO     PIC X(10).
               10 BANCO-RUTA       PIC X(50).
       01 NUM-BANCOS            PIC 9(2) VALUE 0.
       01 BANCO-CODIGO-TXT      PIC X(10).
       01 BANCO-RUTA-TXT        PIC X(50).

      * Líneas de datos del archivo del banco en curso: el ID de
      * una orden es la cuenta más AAMMDD de la fecha de proceso,
      * el mismo esquema que todo el sistema lee de la posición
      * 5. Si el ID ya está en el archivo con la misma línea la
      * orden ya se había anexado (p.ej. se cayó la corrida antes
      * de anotar la generación); con otra línea, el ID del día de
      * esa cuenta ya está ocupado y la orden se omite. Las
      * primeras NUM-ARCHIVO-PREVIAS son las que ya traía el
      * archivo; las siguientes las anexó esta corrida, y una
      * segunda orden de la cuenta que cae en ellas no es "ya
      * generada" sino otra orden que chocaría con el mismo ID.
       01 ARCHIVO-TABLA.
           05 ARCHIVO-ENTRY OCCURS 5000 TIMES INDEXED BY ARC-IDX.
               10 ARCHIVO-ID       PIC X(10).
               10 ARCHIVO-LINEA    PIC X(60).
       01 NUM-ARCHIVO           PIC 9(5) VALUE 0.
       01 NUM-ARCHIVO-PREVIAS   PIC 9(5) VALUE 0.
       01 INDICADOR-ID-OTRA-ORDEN PIC X VALUE 'N'.
         88 ID-EN-OTRA-ORDEN    VALUE 'S'.
       01 MOTIVO-OTRA-ORDEN     PIC X(50) VALUE
             "OTRA ORDEN DE LA CUENTA YA USA EL ID DEL DIA".
       01 INDICADOR-ARC-LLENO   PIC X VALUE 'N'.
         88 ARCHIVO-LLENO       VALUE 'S'.

       01 TRANSACCION-ID           PIC X(10).
       01 TIPO                     PIC X(10).
       01 MONTO-TXT                PIC X(15).
       01 MONEDA-TXT               PIC X(10).
       01 INDICADOR-LINEA      PIC X VALUE 'S'.
         88 LINEA-VALIDA       VALUE 'S'.
         88 LINEA-INVALIDA     VALUE 'N'.
       01 LINEA-GENERADA        PIC X(60).
       01 ID-GENERADO           PIC X(10).

      * Trailer del archivo del banco: el que trae se coteja contra
      * lo contado antes de tocar nada - recalcularlo sobre un
      * archivo ya descuadrado taparía la alerta de archivo
      * incompleto de la corrida diaria. El nuevo se recalcula
      * como en el reciclaje: todas las líneas de datos, montos
      * numéricos sumados.
       01 TRAILER-MARCA         PIC X(10).
       01 TRAILER-CONTEO-TXT    PIC X(10).
       01 TRAILER-TOTAL-TXT     PIC X(15).
       01 INDICADOR-TRAILER     PIC X VALUE 'N'.
         88 TRAILER-LEIDO       VALUE 'S'.
       01 TRAILER-CONTEO-LEIDO  PIC 9(7) VALUE 0.
       01 TRAILER-TOTAL-LEIDO   PIC 9(7)V99 VALUE 0.
       01 CONTEO-TRAILER           PIC 9(7) VALUE 0.
       01 TOTAL-TRAILER            PIC 9(7)V99 VALUE 0.
       01 CONTEO-TRAILER-FORMAT    PIC Z(6)9.
       01 TOTAL-TRAILER-FORMAT     PIC Z(6)9.99.
       01 MOTIVO-BANCO          PIC X(40).

       01 PENDIENTES-BANCO      PIC 9(4) VALUE 0.
       01 ANEXADAS-BANCO        PIC 9(4) VALUE 0.
       01 CONTADOR-GENERADAS    PIC 9(5) VALUE 0.
       01 CONTADOR-OMITIDAS     PIC 9(5) VALUE 0.
       01 CONTADOR-YA-GENERADAS PIC 9(5) VALUE 0.
       01 CONTADOR-BANCOS       PIC 9(3) VALUE 0.
       01 CONTADOR-GENERADAS-FMT    PIC Z(4)9.
       01 CONTADOR-OMITIDAS-FMT     PIC Z(4)9.
       01 CONTADOR-YA-GENERADAS-FMT PIC Z(4)9.
       01 CONTADOR-BANCOS-FMT       PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIAR-CORRIDA.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-CONSULTA.
           PERFORM CARGAR-MAESTRO-CUENTAS.
           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-LISTA-BANCOS
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-ORDENES
           END-IF.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

      * Sin el reporte de omitidas se perdería el "qué orden no
      * salió y por qué" - se aborta sin tocar nada.
           OPEN OUTPUT ORDENES-OMITIDAS.
           IF OMITIDAS-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL REPORTE DE OMITIDAS "
                 OMITIDAS-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: CORRIDA ABORTADA, NO SE TOCA NADA"
               GO TO FINALIZE
           END-IF.

           PERFORM VARYING ORD-IDX FROM 1 BY 1
             UNTIL ORD-IDX > NUM-ORDENES
               PERFORM SELECCIONAR-ORDEN
           END-PERFORM.

           PERFORM VARYING BCO-IDX FROM 1 BY 1
             UNTIL BCO-IDX > NUM-BANCOS
               PERFORM GENERAR-BANCO
           END-PERFORM.

           PERFORM VARYING ORD-IDX FROM 1 BY 1
             UNTIL ORD-IDX > NUM-ORDENES
               IF ORDEN-ACCION (ORD-IDX) = "O"
                   PERFORM REPORTAR-ORDEN-OMITIDA
               END-IF
           END-PERFORM.
           CLOSE ORDENES-OMITIDAS.

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
           STRING "GEN-" TS-AAAAMMDDHHMMSS
             DELIMITED BY SIZE INTO ID-CORRIDA.
           DISPLAY "CORRIDA " ID-CORRIDA.

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
           DISPLAY "PARAMETRO RUTA-LISTA-BANCOS: "
             FUNCTION TRIM (RUTA-LISTA-PARAM).

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
               WHEN "RUTA-LISTA-BANCOS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-LISTA-PARAM
                   END-IF
               WHEN "RUTA-ENTRADA"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-ENTRADA-PARAM
                   END-IF
               WHEN "RUTA-JOURNAL"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-JOURNAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEER-CONSULTA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
           MOVE FECHA-ACTUAL (1:8) TO FECHA-PROCESO.
           OPEN INPUT CONSULTA-GENERACION.
           IF CONSULTA-STATUS-FILE > "07"
               CONTINUE
           ELSE
               READ CONSULTA-GENERACION
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINEA-CONSULTA (1:8) IS NUMERIC
                           MOVE LINEA-CONSULTA (1:8) TO FECHA-PROCESO
                       ELSE
                           DISPLAY "ALERTA: FECHA DE PROCESO INVALIDA "
                             "- SE GENERA EL DIA DE HOY"
                       END-IF
               END-READ
               CLOSE CONSULTA-GENERACION
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (FECHA-PROCESO) NOT = 0
               DISPLAY "ALERTA: FECHA DE PROCESO INVALIDA "
                 "- SE GENERA EL DIA DE HOY"
               MOVE FECHA-ACTUAL (1:8) TO FECHA-PROCESO
           END-IF.
           DISPLAY "GENERACION DE ORDENES PERMANENTES - FECHA "
             FECHA-PROCESO.

       CARGAR-MAESTRO-CUENTAS.
           OPEN INPUT MAESTRO-CUENTAS.
           IF MAESTRO-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL MAESTRO DE CUENTAS "
                 MAESTRO-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: SIN MAESTRO DE CUENTAS NO SE SABE QUE "
                 "CUENTAS SIGUEN ACTIVAS - CORRIDA ABORTADA"
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

       CARGAR-LISTA-BANCOS.
           OPEN INPUT LISTA-BANCOS.
           IF LISTA-STATUS-FILE > "07"
               DISPLAY "SIN LISTA DE BANCOS - SOLO SE GENERA PARA "
                 "LOCAL"
               IF RUTA-ENTRADA-PARAM NOT = SPACES
                   MOVE 1 TO NUM-BANCOS
                   MOVE "LOCAL" TO BANCO-CODIGO (1)
                   MOVE RUTA-ENTRADA-PARAM TO BANCO-RUTA (1)
               END-IF
           ELSE
               PERFORM UNTIL TERMINAR
                   READ LISTA-BANCOS
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM REGISTRAR-BANCO-LISTA
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE LISTA-BANCOS
           END-IF.

      * Misma regla que la corrida diaria: una línea sin código Y
      * ruta aborta para que operación corrija la lista.
       REGISTRAR-BANCO-LISTA.
           MOVE SPACES TO BANCO-CODIGO-TXT BANCO-RUTA-TXT.
           UNSTRING LINEA-LISTA DELIMITED BY ","
             INTO BANCO-CODIGO-TXT, BANCO-RUTA-TXT
           END-UNSTRING.

           EVALUATE TRUE
               WHEN LINEA-LISTA = SPACES
                   CONTINUE
               WHEN BANCO-CODIGO-TXT = SPACES
                 OR BANCO-RUTA-TXT = SPACES
                   DISPLAY "ERROR: LINEA MALFORMADA EN LA LISTA DE "
                     "BANCOS - " FUNCTION TRIM (LINEA-LISTA)
                   DISPLAY "ERROR: CORRIDA ABORTADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN NUM-BANCOS < 20
                   ADD 1 TO NUM-BANCOS
                   MOVE BANCO-CODIGO-TXT TO BANCO-CODIGO (NUM-BANCOS)
                   MOVE BANCO-RUTA-TXT TO BANCO-RUTA (NUM-BANCOS)
               WHEN OTHER
                   DISPLAY "ALERTA: CAPACIDAD DE 20 BANCOS "
                     "EXCEDIDA - SE IGNORA " BANCO-CODIGO-TXT
           END-EVALUATE.

      * Sin archivo de órdenes no hay nada que generar; cualquier
      * otra falla de apertura aborta.
       CARGAR-ORDENES.
           OPEN INPUT ORDENES-PERMANENTES.
           EVALUATE TRUE
               WHEN ORDENES-STATUS-FILE = "35"
                   DISPLAY "SIN ORDENES PERMANENTES - NADA QUE "
                     "GENERAR"
                   MOVE "COMPLETA" TO RESULTADO-CORRIDA
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN ORDENES-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ABRIR LAS ORDENES PERMANENTES "
                     ORDENES-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
                   DISPLAY "ERROR: CORRIDA ABORTADA"
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
                   MOVE SPACE TO ORDEN-ACCION (ORD-IDX)
                   MOVE SPACES TO ORDEN-MOTIVO (ORD-IDX)
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

      * Decide qué pasa hoy con la orden. Suspendidas, fuera de
      * vigencia, que no vencen hoy o ya generadas hoy se dejan en
      * silencio; las que vencen pero no pueden salir (cuenta no
      * Activa, banco fuera de la lista, orden dañada a mano) se
      * omiten con motivo y NO se anotan como generadas - si
      * operación corrige hoy mismo, la recorrida las genera.
       SELECCIONAR-ORDEN.
           MOVE "N" TO INDICADOR-VENCE.
           IF ORDEN-ESTADO (ORD-IDX) = "Activa"
               IF FUNCTION TEST-DATE-YYYYMMDD (ORDEN-INICIO (ORD-IDX))
                 NOT = 0
                 OR ORDEN-MONTO (ORD-IDX) = 0
                   MOVE "O" TO ORDEN-ACCION (ORD-IDX)
                   MOVE "ORDEN MAL FORMADA" TO ORDEN-MOTIVO (ORD-IDX)
               ELSE
                   PERFORM EVALUAR-VENCIMIENTO
               END-IF
           END-IF.

           IF ORDEN-VENCE
               IF ORDEN-ULTIMA (ORD-IDX) >= FECHA-PROCESO
                   ADD 1 TO CONTADOR-YA-GENERADAS
               ELSE
                   PERFORM VALIDAR-ORDEN-VENCIDA
               END-IF
           END-IF.

       VALIDAR-ORDEN-VENCIDA.
           MOVE "G" TO ORDEN-ACCION (ORD-IDX).
           SET MAE-IDX TO 1.
           SEARCH MAESTRO-ENTRY
             VARYING MAE-IDX
             AT END
                 MOVE "O" TO ORDEN-ACCION (ORD-IDX)
                 MOVE "CUENTA NO REGISTRADA EN MAESTRO"
                   TO ORDEN-MOTIVO (ORD-IDX)
             WHEN MAE-IDX > NUM-MAESTRO
                 MOVE "O" TO ORDEN-ACCION (ORD-IDX)
                 MOVE "CUENTA NO REGISTRADA EN MAESTRO"
                   TO ORDEN-MOTIVO (ORD-IDX)
             WHEN MAESTRO-ID (MAE-IDX) = ORDEN-CUENTA (ORD-IDX)
                 IF MAESTRO-ESTADO (MAE-IDX) NOT = "Activa"
                     MOVE "O" TO ORDEN-ACCION (ORD-IDX)
                     MOVE SPACES TO ORDEN-MOTIVO (ORD-IDX)
                     STRING "CUENTA NO ACTIVA ("
                       FUNCTION TRIM (MAESTRO-ESTADO (MAE-IDX)) ")"
                       DELIMITED BY SIZE INTO ORDEN-MOTIVO (ORD-IDX)
                 END-IF
           END-SEARCH.
           IF ORDEN-ACCION (ORD-IDX) = "G"
               SET BCO-IDX TO 1
               SEARCH BANCO-ENTRY
                 VARYING BCO-IDX
                 AT END
                     MOVE "O" TO ORDEN-ACCION (ORD-IDX)
                     MOVE "BANCO FUERA DE LA LISTA DE BANCOS"
                       TO ORDEN-MOTIVO (ORD-IDX)
                 WHEN BCO-IDX > NUM-BANCOS
                     MOVE "O" TO ORDEN-ACCION (ORD-IDX)
                     MOVE "BANCO FUERA DE LA LISTA DE BANCOS"
                       TO ORDEN-MOTIVO (ORD-IDX)
                 WHEN BANCO-CODIGO (BCO-IDX) = ORDEN-BANCO (ORD-IDX)
                     CONTINUE
               END-SEARCH
           END-IF.

      * DIARIA vence todos los días de su vigencia; SEMANAL cada 7
      * días contados desde Inicio; MENSUAL el día del mes de
      * Inicio y DIA-MES el día Dia - en ambas, un día que el mes
      * no tiene (31 en abril, 30 en febrero) vence el último día
      * del mes.
       EVALUAR-VENCIMIENTO.
           IF FECHA-PROCESO < ORDEN-INICIO (ORD-IDX)
             OR (ORDEN-FIN (ORD-IDX) NOT = 0
                 AND FECHA-PROCESO > ORDEN-FIN (ORD-IDX))
               CONTINUE
           ELSE
               EVALUATE ORDEN-FRECUENCIA (ORD-IDX)
                   WHEN "DIARIA"
                       SET ORDEN-VENCE TO TRUE
                   WHEN "SEMANAL"
                       COMPUTE DIAS-TRANSCURRIDOS =
                         FUNCTION INTEGER-OF-DATE (FECHA-PROCESO)
                         - FUNCTION INTEGER-OF-DATE
                             (ORDEN-INICIO (ORD-IDX))
                       DIVIDE DIAS-TRANSCURRIDOS BY 7
                         GIVING SEMANAS-TRANSCURRIDAS
                         REMAINDER DIAS-SOBRANTES
                       IF DIAS-SOBRANTES = 0
                           SET ORDEN-VENCE TO TRUE
                       END-IF
                   WHEN "MENSUAL"
                       MOVE ORDEN-INICIO (ORD-IDX) (7:2)
                         TO DIA-OBJETIVO
                       PERFORM VERIFICAR-DIA-DEL-MES
                   WHEN "DIA-MES"
                       MOVE ORDEN-DIA (ORD-IDX) TO DIA-OBJETIVO
                       PERFORM VERIFICAR-DIA-DEL-MES
                   WHEN OTHER
                       MOVE "O" TO ORDEN-ACCION (ORD-IDX)
                       MOVE "ORDEN MAL FORMADA"
                         TO ORDEN-MOTIVO (ORD-IDX)
               END-EVALUATE
           END-IF.

       VERIFICAR-DIA-DEL-MES.
           MOVE PROCESO-AAAA TO SIGUIENTE-AAAA.
           MOVE 01 TO SIGUIENTE-DD.
           IF PROCESO-MM = 12
               ADD 1 TO SIGUIENTE-AAAA
               MOVE 01 TO SIGUIENTE-MM
           ELSE
               COMPUTE SIGUIENTE-MM = PROCESO-MM + 1
           END-IF.
           COMPUTE FECHA-FIN-MES = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (FECHA-SIGUIENTE-MES) - 1).
           MOVE FECHA-FIN-MES (7:2) TO ULTIMO-DIA-MES.
           IF PROCESO-DD = DIA-OBJETIVO
             OR (DIA-OBJETIVO > ULTIMO-DIA-MES
                 AND PROCESO-DD = ULTIMO-DIA-MES)
               SET ORDEN-VENCE TO TRUE
           END-IF.

      * Un archivo por banco: se copia al temporal sin su trailer,
      * se le anexan las órdenes del banco y se reemplaza con el
      * trailer recalculado, como en el reciclaje. Sin archivo del
      * banco (aún no llega) o con trailer descuadrado no se toca
      * nada y sus órdenes se omiten.
       GENERAR-BANCO.
           MOVE 0 TO PENDIENTES-BANCO ANEXADAS-BANCO.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
             UNTIL ORD-IDX > NUM-ORDENES
               IF ORDEN-ACCION (ORD-IDX) = "G"
                 AND ORDEN-BANCO (ORD-IDX) = BANCO-CODIGO (BCO-IDX)
                   ADD 1 TO PENDIENTES-BANCO
               END-IF
           END-PERFORM.
           IF PENDIENTES-BANCO > 0
               PERFORM ABRIR-ARCHIVO-BANCO
           END-IF.

       ABRIR-ARCHIVO-BANCO.
           MOVE BANCO-RUTA (BCO-IDX) TO RUTA-TRANSACCIONES.
           MOVE SPACES TO RUTA-TRANSACCIONES-TMP.
           STRING FUNCTION TRIM (RUTA-TRANSACCIONES) ".tmp"
             DELIMITED BY SIZE INTO RUTA-TRANSACCIONES-TMP.
           MOVE 0 TO CONTEO-TRAILER TOTAL-TRAILER NUM-ARCHIVO
             TRAILER-CONTEO-LEIDO TRAILER-TOTAL-LEIDO.
           MOVE "N" TO INDICADOR-TRAILER INDICADOR-ARC-LLENO.
           MOVE "S" TO ES-PRIMER-LINEA.
           MOVE SPACES TO MOTIVO-BANCO.

           OPEN INPUT TRANSACCIONES.
           IF STATUS-FILE > "07"
               MOVE "SIN ARCHIVO DE ENTRADA DEL BANCO" TO MOTIVO-BANCO
               PERFORM OMITIR-ORDENES-BANCO
           ELSE
               OPEN OUTPUT TRANSACCIONES-TMP
               IF TMP-STATUS-FILE > "07"
                   CLOSE TRANSACCIONES
                   MOVE "ERROR AL ABRIR EL TEMPORAL DEL ARCHIVO"
                     TO MOTIVO-BANCO
                   PERFORM OMITIR-ORDENES-BANCO
               ELSE
                   PERFORM COPIAR-ARCHIVO-BANCO
               END-IF
           END-IF.

       COPIAR-ARCHIVO-BANCO.
           PERFORM UNTIL TERMINAR
               READ TRANSACCIONES
                   AT END
                       SET TERMINAR TO TRUE
                   NOT AT END
                       PERFORM COPIAR-LINEA-VIGENTE
               END-READ
           END-PERFORM.
           MOVE "NO" TO FIN.
           CLOSE TRANSACCIONES.

           IF NOT TRAILER-LEIDO
             OR TRAILER-CONTEO-LEIDO NOT = CONTEO-TRAILER
             OR TRAILER-TOTAL-LEIDO NOT = TOTAL-TRAILER
               CLOSE TRANSACCIONES-TMP
               CALL "CBL_DELETE_FILE" USING RUTA-TRANSACCIONES-TMP
                 RETURNING RETORNO-SO
               MOVE "TRAILER DESCUADRADO EN EL ARCHIVO"
                 TO MOTIVO-BANCO
               PERFORM OMITIR-ORDENES-BANCO
           ELSE
               PERFORM ANEXAR-ORDENES-BANCO
           END-IF.

       ANEXAR-ORDENES-BANCO.
      * Un archivo vacío no trae encabezado - la corrida diaria
      * toma la primera línea como tal, así que se le pone uno.
           IF ES-PRIMER-LINEA = "S"
               MOVE "ID,Tipo,Monto,Moneda" TO LINEA-TMP
               WRITE LINEA-TMP
           END-IF.

           MOVE NUM-ARCHIVO TO NUM-ARCHIVO-PREVIAS.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
             UNTIL ORD-IDX > NUM-ORDENES
               IF ORDEN-ACCION (ORD-IDX) = "G"
                 AND ORDEN-BANCO (ORD-IDX) = BANCO-CODIGO (BCO-IDX)
                   PERFORM ANEXAR-ORDEN
               END-IF
           END-PERFORM.

           MOVE CONTEO-TRAILER TO CONTEO-TRAILER-FORMAT.
           MOVE TOTAL-TRAILER TO TOTAL-TRAILER-FORMAT.
           MOVE SPACES TO LINEA-TMP.
           STRING "TRAILER,"
             FUNCTION TRIM (CONTEO-TRAILER-FORMAT) ","
             FUNCTION TRIM (TOTAL-TRAILER-FORMAT)
             DELIMITED BY SIZE INTO LINEA-TMP.
           WRITE LINEA-TMP.
           CLOSE TRANSACCIONES-TMP.

           IF ANEXADAS-BANCO = 0
               CALL "CBL_DELETE_FILE" USING RUTA-TRANSACCIONES-TMP
                 RETURNING RETORNO-SO
           ELSE
               CALL "CBL_DELETE_FILE" USING RUTA-TRANSACCIONES
                 RETURNING RETORNO-SO
               CALL "CBL_RENAME_FILE" USING RUTA-TRANSACCIONES-TMP
                 RUTA-TRANSACCIONES
                 RETURNING RETORNO-SO
               IF RETORNO-SO NOT = 0
                   DISPLAY "ERROR AL REEMPLAZAR EL ARCHIVO DE "
                     "ENTRADA - REVISAR " RUTA-TRANSACCIONES-TMP
                   MOVE "ERROR AL REEMPLAZAR EL ARCHIVO DE ENTRADA"
                     TO MOTIVO-BANCO
               ELSE
                   ADD 1 TO CONTADOR-BANCOS
               END-IF
               PERFORM CONFIRMAR-ORDENES-BANCO
           END-IF.

       COPIAR-LINEA-VIGENTE.
           IF ES-PRIMER-LINEA = "S"
               MOVE "N" TO ES-PRIMER-LINEA
               MOVE TRANSACCION TO LINEA-TMP
               WRITE LINEA-TMP
           ELSE
               IF TRANSACCION (1:7) = "TRAILER"
                   PERFORM LEER-TRAILER-VIGENTE
               ELSE
                   MOVE TRANSACCION TO LINEA-TMP
                   WRITE LINEA-TMP
                   ADD 1 TO CONTEO-TRAILER
                   PERFORM SUMAR-MONTO-LINEA
               END-IF
           END-IF.

       LEER-TRAILER-VIGENTE.
           SET TRAILER-LEIDO TO TRUE.
           MOVE SPACES TO TRAILER-MARCA TRAILER-CONTEO-TXT
             TRAILER-TOTAL-TXT.
           UNSTRING TRANSACCION DELIMITED BY ","
             INTO TRAILER-MARCA, TRAILER-CONTEO-TXT,
               TRAILER-TOTAL-TXT
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL (TRAILER-CONTEO-TXT) = 0
             AND FUNCTION TEST-NUMVAL (TRAILER-TOTAL-TXT) = 0
               MOVE FUNCTION NUMVAL (TRAILER-CONTEO-TXT)
                 TO TRAILER-CONTEO-LEIDO
               MOVE FUNCTION NUMVAL (TRAILER-TOTAL-TXT)
                 TO TRAILER-TOTAL-LEIDO
           ELSE
               MOVE "N" TO INDICADOR-TRAILER
           END-IF.

      * Misma regla de validez que el reciclaje para sumar montos;
      * de paso cada ID con su línea entra a la tabla del archivo.
       SUMAR-MONTO-LINEA.
           MOVE SPACES TO TRANSACCION-ID TIPO MONTO-TXT MONEDA-TXT.
           SET LINEA-VALIDA TO TRUE.
           UNSTRING TRANSACCION DELIMITED BY ","
             INTO TRANSACCION-ID, TIPO, MONTO-TXT, MONEDA-TXT
             ON OVERFLOW
                 SET LINEA-INVALIDA TO TRUE
           END-UNSTRING.
           IF LINEA-VALIDA
             AND TRANSACCION-ID NOT = SPACES
             AND MONTO-TXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL (MONTO-TXT) = 0
               COMPUTE TOTAL-TRAILER =
                 TOTAL-TRAILER + FUNCTION NUMVAL (MONTO-TXT)
           END-IF.
           IF TRANSACCION-ID NOT = SPACES
               MOVE TRANSACCION (1:60) TO LINEA-GENERADA
               PERFORM REGISTRAR-LINEA-ARCHIVO
           END-IF.

       REGISTRAR-LINEA-ARCHIVO.
           IF NUM-ARCHIVO < 5000
               ADD 1 TO NUM-ARCHIVO
               SET ARC-IDX TO NUM-ARCHIVO
               MOVE TRANSACCION-ID TO ARCHIVO-ID (ARC-IDX)
               MOVE LINEA-GENERADA TO ARCHIVO-LINEA (ARC-IDX)
           ELSE
               IF NOT ARCHIVO-LLENO
                   SET ARCHIVO-LLENO TO TRUE
                   DISPLAY "ALERTA: CAPACIDAD DE 5000 LINEAS POR "
                     "ARCHIVO EXCEDIDA - LA CORRIDA DIARIA DETECTA "
                     "LOS DUPLICADOS RESTANTES"
               END-IF
           END-IF.

       ANEXAR-ORDEN.
           MOVE SPACES TO ID-GENERADO LINEA-GENERADA.
           STRING ORDEN-CUENTA (ORD-IDX) FECHA-PROCESO (3:6)
             DELIMITED BY SIZE INTO ID-GENERADO.
           MOVE ORDEN-MONTO (ORD-IDX) TO ORDEN-MONTO-FMT.
           STRING ID-GENERADO ","
             FUNCTION TRIM (ORDEN-TIPO (ORD-IDX)) ","
             FUNCTION TRIM (ORDEN-MONTO-FMT) ","
             ORDEN-MONEDA (ORD-IDX)
             DELIMITED BY SIZE INTO LINEA-GENERADA.

      * El ID del día es uno por cuenta en todos los bancos: si
      * otra orden de la cuenta ya lo usó, en este banco o en otro,
      * la corrida diaria rechazaría esta por duplicada.
           PERFORM BUSCAR-ID-OTRA-ORDEN.
           IF ID-EN-OTRA-ORDEN
               MOVE "O" TO ORDEN-ACCION (ORD-IDX)
               MOVE MOTIVO-OTRA-ORDEN TO ORDEN-MOTIVO (ORD-IDX)
           ELSE
               SET ARC-IDX TO 1
               SEARCH ARCHIVO-ENTRY
                 VARYING ARC-IDX
                 AT END
                     PERFORM ESCRIBIR-ORDEN-ANEXADA
                 WHEN ARC-IDX > NUM-ARCHIVO
                     PERFORM ESCRIBIR-ORDEN-ANEXADA
                 WHEN ARCHIVO-ID (ARC-IDX) = ID-GENERADO
                     EVALUATE TRUE
                         WHEN ARC-IDX > NUM-ARCHIVO-PREVIAS
                             MOVE "O" TO ORDEN-ACCION (ORD-IDX)
                             MOVE MOTIVO-OTRA-ORDEN
                               TO ORDEN-MOTIVO (ORD-IDX)
                         WHEN ARCHIVO-LINEA (ARC-IDX) = LINEA-GENERADA
                             MOVE "Y" TO ORDEN-ACCION (ORD-IDX)
                             MOVE FECHA-PROCESO
                               TO ORDEN-ULTIMA (ORD-IDX)
                             ADD 1 TO CONTADOR-YA-GENERADAS
                         WHEN OTHER
                             MOVE "O" TO ORDEN-ACCION (ORD-IDX)
                             MOVE "ID DEL DIA YA OCUPADO EN EL ARCHIVO"
                               TO ORDEN-MOTIVO (ORD-IDX)
                     END-EVALUATE
               END-SEARCH
           END-IF.

       ESCRIBIR-ORDEN-ANEXADA.
           MOVE LINEA-GENERADA TO LINEA-TMP.
           WRITE LINEA-TMP.
           ADD 1 TO CONTEO-TRAILER.
           ADD ORDEN-MONTO (ORD-IDX) TO TOTAL-TRAILER.
           MOVE ID-GENERADO TO TRANSACCION-ID.
           PERFORM REGISTRAR-LINEA-ARCHIVO.
           MOVE "P" TO ORDEN-ACCION (ORD-IDX).
           ADD 1 TO ANEXADAS-BANCO.

      * Otra orden de la misma cuenta ya es dueña del ID del día si
      * esta corrida la anexó (P, aún sin renombre) o si ya quedó
      * generada hoy: en esta corrida (L, Y) o en una anterior del
      * día, que dejó su última generación en la fecha de proceso.
      * Sin esto, en una recorrida la línea idéntica de otra orden
      * se tomaría como propia.
       BUSCAR-ID-OTRA-ORDEN.
           MOVE "N" TO INDICADOR-ID-OTRA-ORDEN.
           PERFORM VARYING ORD-OTRA FROM 1 BY 1
             UNTIL ORD-OTRA > NUM-ORDENES OR ID-EN-OTRA-ORDEN
               IF ORD-OTRA NOT = ORD-IDX
                 AND ORDEN-CUENTA (ORD-OTRA) = ORDEN-CUENTA (ORD-IDX)
                 AND (ORDEN-ACCION (ORD-OTRA) = "P"
                   OR ORDEN-ULTIMA (ORD-OTRA) = FECHA-PROCESO)
                   SET ID-EN-OTRA-ORDEN TO TRUE
               END-IF
           END-PERFORM.

       OMITIR-ORDENES-BANCO.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
             UNTIL ORD-IDX > NUM-ORDENES
               IF ORDEN-ACCION (ORD-IDX) = "G"
                 AND ORDEN-BANCO (ORD-IDX) = BANCO-CODIGO (BCO-IDX)
                   MOVE "O" TO ORDEN-ACCION (ORD-IDX)
                   MOVE MOTIVO-BANCO TO ORDEN-MOTIVO (ORD-IDX)
               END-IF
           END-PERFORM.

      * Las anexadas quedan generadas solo si el archivo nuevo
      * quedó en su lugar; si el renombre falló se omiten con el
      * motivo y la recorrida las vuelve a intentar.
       CONFIRMAR-ORDENES-BANCO.
           PERFORM VARYING ORD-IDX FROM 1 BY 1
             UNTIL ORD-IDX > NUM-ORDENES
               IF ORDEN-ACCION (ORD-IDX) = "P"
                 AND ORDEN-BANCO (ORD-IDX) = BANCO-CODIGO (BCO-IDX)
                   IF MOTIVO-BANCO = SPACES
                       MOVE "L" TO ORDEN-ACCION (ORD-IDX)
                       MOVE FECHA-PROCESO TO ORDEN-ULTIMA (ORD-IDX)
                       ADD 1 TO CONTADOR-GENERADAS
                   ELSE
                       MOVE "O" TO ORDEN-ACCION (ORD-IDX)
                       MOVE MOTIVO-BANCO TO ORDEN-MOTIVO (ORD-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       REPORTAR-ORDEN-OMITIDA.
           ADD 1 TO CONTADOR-OMITIDAS.
           MOVE SPACES TO LINEA-OMITIDA.
           STRING FECHA-PROCESO ","
             FUNCTION TRIM (ORDEN-ID (ORD-IDX)) ","
             ORDEN-CUENTA (ORD-IDX) ","
             FUNCTION TRIM (ORDEN-BANCO (ORD-IDX)) ","
             FUNCTION TRIM (ORDEN-MOTIVO (ORD-IDX))
             DELIMITED BY SIZE INTO LINEA-OMITIDA.
           WRITE LINEA-OMITIDA.
           DISPLAY "OMITIDA: " FUNCTION TRIM (LINEA-OMITIDA).

      * La fecha de última generación se anota por temporal y
      * renombre. Si esto falla después de anexar, la recorrida
      * encuentra las líneas ya en el archivo y solo las anota.
       REESCRIBIR-ORDENES.
           IF CONTADOR-GENERADAS = 0 AND CONTADOR-YA-GENERADAS = 0
               CONTINUE
           ELSE
               OPEN OUTPUT ORDENES-TMP
               IF ORDENES-TMP-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ABRIR EL TEMPORAL "
                     ORDENES-TMP-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
                   DISPLAY "ERROR: LA ULTIMA GENERACION NO QUEDO "
                     "ANOTADA EN LAS ORDENES"
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
                       MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
                       SET ABORTAR-CORRIDA TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Mismo layout que ordenes.cbl.
       ESCRIBIR-ORDEN.
           MOVE ORDEN-MONTO (ORD-IDX) TO ORDEN-MONTO-FMT.
           MOVE ORDEN-DIA (ORD-IDX) TO ORDEN-DIA-FMT.
           MOVE SPACES TO ORDEN-FIN-FMT ORDEN-ULTIMA-FMT.
           IF ORDEN-FIN (ORD-IDX) NOT = 0
               MOVE ORDEN-FIN (ORD-IDX) TO ORDEN-FIN-FMT
           END-IF.
           IF ORDEN-ULTIMA (ORD-IDX) NOT = 0
               MOVE ORDEN-ULTIMA (ORD-IDX) TO ORDEN-ULTIMA-FMT
           END-IF.
           MOVE SPACES TO LINEA-ORDEN-TMP.
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
             DELIMITED BY SIZE INTO LINEA-ORDEN-TMP.
           WRITE LINEA-ORDEN-TMP.

       PRINT-RESULTS.
           MOVE CONTADOR-GENERADAS TO CONTADOR-GENERADAS-FMT.
           MOVE CONTADOR-OMITIDAS TO CONTADOR-OMITIDAS-FMT.
           MOVE CONTADOR-YA-GENERADAS TO CONTADOR-YA-GENERADAS-FMT.
           MOVE CONTADOR-BANCOS TO CONTADOR-BANCOS-FMT.
           DISPLAY "GENERACION DE ORDENES PERMANENTES".
           DISPLAY "Órdenes generadas:        "
             CONTADOR-GENERADAS-FMT.
           DISPLAY "Órdenes ya generadas hoy: "
             CONTADOR-YA-GENERADAS-FMT.
           DISPLAY "Órdenes omitidas:         "
             CONTADOR-OMITIDAS-FMT.
           DISPLAY "Archivos de entrada actualizados: "
             CONTADOR-BANCOS-FMT.

       ESCRIBIR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-FIN-TS.
           MOVE CONTADOR-GENERADAS TO CONTADOR-GENERADAS-FMT.
           MOVE CONTADOR-OMITIDAS TO CONTADOR-OMITIDAS-FMT.
           MOVE CONTADOR-YA-GENERADAS TO CONTADOR-YA-GENERADAS-FMT.
           MOVE CONTADOR-BANCOS TO CONTADOR-BANCOS-FMT.

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
                 "GENERACION,"
                 CORRIDA-INICIO-TS ","
                 CORRIDA-FIN-TS ","
                 "ordenes-permanentes.csv,"
                 FUNCTION TRIM (CONTADOR-GENERADAS-FMT) ","
                 FUNCTION TRIM (CONTADOR-OMITIDAS-FMT) ","
                 FUNCTION TRIM (CONTADOR-YA-GENERADAS-FMT) ","
                 FUNCTION TRIM (CONTADOR-BANCOS-FMT) ","
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

       END PROGRAM CODEABLE-INTERBANK-GENERACION.
