      ******************************************************************
      * AUTHOR MIGUEL ANGEL CHAVEZ DOMINGUEZ:
      * DATE:
      * PURPOSE: Interfaz contable - para una corrida dada arma la
      *          póliza de partida doble que contabilidad capturaba a
      *          mano: Crédito/Débito/Reversa por banco, posición por
      *          moneda de cada banco, tarifas devengadas y el total
      *          de reversas huérfanas a la cuenta de suspenso. Cada
      *          partida se traduce a cuenta contable con el mapeo
      *          banco/moneda/tipo. No escribe la póliza si la
      *          conciliación no dio PASS a la corrida ni si los
      *          cargos no igualan a los abonos.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEABLE-INTERBANK-CONTABLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSULTA-CONTABLE
               ASSIGN TO '../data/consulta-contable.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS CONSULTA-STATUS-FILE.
           SELECT RESUMEN-CSV
               ASSIGN TO DYNAMIC RUTA-RESUMEN
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS RESUMEN-STATUS-FILE.
           SELECT SESIONES-CSV
               ASSIGN TO DYNAMIC RUTA-SESIONES
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS SESIONES-STATUS-FILE.
           SELECT CORRIDAS-JOURNAL
               ASSIGN TO DYNAMIC RUTA-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS JOURNAL-STATUS-FILE.
           SELECT REPORTE-LIQUIDACION
               ASSIGN TO DYNAMIC LIQUIDACION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS LIQUIDACION-STATUS-FILE.
           SELECT TARIFAS-DIARIAS
               ASSIGN TO DYNAMIC RUTA-TARIFAS-DIARIAS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS TARIFAS-STATUS-FILE.
           SELECT MAPEO-CONTABLE
               ASSIGN TO DYNAMIC RUTA-MAPEO-CONTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS MAPEO-STATUS-FILE.
           SELECT POLIZA-CONTABLE
               ASSIGN TO DYNAMIC POLIZA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS POLIZA-STATUS-FILE.
           SELECT PARAMETROS
               ASSIGN TO '../data/parametros.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS PARAMETROS-STATUS-FILE.
       DATA DIVISION.
       FILE SECTION.
           FD CONSULTA-CONTABLE.
           01 LINEA-CONSULTA       PIC X(80).

           FD RESUMEN-CSV.
           01 LINEA-RESUMEN-CSV    PIC X(150).

           FD SESIONES-CSV.
           01 LINEA-SESION-CSV     PIC X(170).

           FD CORRIDAS-JOURNAL.
           01 LINEA-JOURNAL        PIC X(200).

           FD REPORTE-LIQUIDACION.
           01 LINEA-LIQUIDACION    PIC X(120).

           FD TARIFAS-DIARIAS.
           01 LINEA-TARIFA-DIARIA  PIC X(80).

           FD MAPEO-CONTABLE.
           01 LINEA-MAPEO          PIC X(80).

      * Renglón de póliza para el sistema contable: una partida por
      * renglón, C cargo / A abono, en la moneda de la partida.
           FD POLIZA-CONTABLE.
           01 LINEA-POLIZA.
               05 POL-ID-POLIZA    PIC X(18).
               05 POL-ID-CORRIDA   PIC X(18).
               05 POL-FECHA        PIC 9(8).
               05 POL-RENGLON      PIC 9(5).
               05 POL-CUENTA-GL    PIC X(20).
               05 POL-NATURALEZA   PIC X.
               05 POL-MONTO        PIC 9(9)V99.
               05 POL-MONEDA       PIC X(3).
               05 POL-BANCO        PIC X(10).
               05 POL-TIPO         PIC X(12).
               05 POL-CONCEPTO     PIC X(30).

           FD PARAMETROS.
           01 LINEA-PARAMETRO      PIC X(80).
       WORKING-STORAGE SECTION.

       01 CONSULTA-STATUS-FILE     PIC XX.
       01 RESUMEN-STATUS-FILE      PIC XX.
       01 SESIONES-STATUS-FILE     PIC XX.
       01 JOURNAL-STATUS-FILE      PIC XX.
       01 LIQUIDACION-STATUS-FILE  PIC XX.
       01 TARIFAS-STATUS-FILE      PIC XX.
       01 MAPEO-STATUS-FILE        PIC XX.
       01 POLIZA-STATUS-FILE       PIC XX.
       01 PARAMETROS-STATUS-FILE   PIC XX.
       01 MENSAJE                  PIC X(80).

       01 FIN                      PIC X(3) VALUE "NO".
         88 CONTINUAR              VALUE "NO".
         88 TERMINAR               VALUE "YES".

       01 INDICADOR-ABORTO     PIC X VALUE 'N'.
         88 ABORTAR-CORRIDA    VALUE 'S'.

      * Identificador de la propia interfaz - mismo esquema y mismo
      * journal de corridas que transacciones.cbl; la corrida
      * contabilizada va en la columna de entrada.
       01 TIMESTAMP-CORRIDA.
           05 TS-AAAAMMDDHHMMSS PIC X(14).
           05 FILLER            PIC X(7).
       01 ID-CORRIDA            PIC X(18).
       01 CORRIDA-INICIO-TS     PIC X(14).
       01 CORRIDA-FIN-TS        PIC X(14).
       01 RESULTADO-CORRIDA     PIC X(16) VALUE "ABORTADA".

      * Corrida a contabilizar: su ID en la primera línea del
      * archivo de consulta, igual que en la conciliación.
       01 ID-CORRIDA-CONSULTA   PIC X(18).
       01 FECHA-CORRIDA-AAAAMMDD PIC X(8).

       01 RUTA-RESUMEN          PIC X(50)
             VALUE '../data/resumen-transacciones.csv'.
       01 RUTA-SESIONES         PIC X(50)
             VALUE '../data/sesiones-resumen.csv'.
       01 RUTA-JOURNAL          PIC X(50)
             VALUE '../data/corridas-journal.csv'.
       01 RUTA-LIQUIDACION-PREFIJO PIC X(50)
             VALUE '../data/liquidacion-'.
       01 RUTA-TARIFAS-DIARIAS  PIC X(50)
             VALUE '../data/tarifas-diarias.csv'.
      * Mapeo "BANCO,MONEDA,TIPO,CUENTA-GL" que mantiene
      * contabilidad; "*" en banco o moneda vale para cualquiera y
      * el renglón más específico gana.
       01 RUTA-MAPEO-CONTABLE   PIC X(50)
             VALUE '../data/mapeo-contable.csv'.
       01 RUTA-POLIZA-PREFIJO   PIC X(50)
             VALUE '../data/poliza-contable-'.
       01 CLAVE-PARAMETRO       PIC X(30).
       01 VALOR-PARAMETRO       PIC X(50).

       01 LIQUIDACION-FILENAME  PIC X(60).
       01 POLIZA-FILENAME       PIC X(60).

      * Localización de la sesión de la corrida - mismo criterio que
      * la conciliación (resumen diario, o acumulador de sesiones
      * con la sesión en la columna 13).
       01 RESUMEN-CAMPO-TXT     PIC X(15).
       01 RESUMEN-IDCORRIDA-TXT PIC X(20).
       01 RESUMEN-SESION-TXT    PIC X(10).
       01 INDICADOR-RESUMEN     PIC X VALUE 'N'.
         88 RESUMEN-ENCONTRADO  VALUE 'S'.
       01 SESION-CORRIDA        PIC X(10) VALUE SPACES.
         88 CORRIDA-SIN-SESION  VALUE SPACES.

      * Asientos del journal que interesan: el veredicto de la
      * última conciliación de la corrida y si ya hubo una póliza
      * completa para ella.
       01 JOURNAL-ID-TXT        PIC X(20).
       01 JOURNAL-TIPO-TXT      PIC X(15).
       01 JOURNAL-INI-TXT       PIC X(15).
       01 JOURNAL-FIN-TXT       PIC X(15).
       01 JOURNAL-ENTRADA-TXT   PIC X(50).
       01 JOURNAL-C1-TXT        PIC X(10).
       01 JOURNAL-C2-TXT        PIC X(10).
       01 JOURNAL-C3-TXT        PIC X(10).
       01 JOURNAL-C4-TXT        PIC X(10).
       01 JOURNAL-C5-TXT        PIC X(10).
       01 JOURNAL-C6-TXT        PIC X(10).
       01 JOURNAL-C7-TXT        PIC X(10).
       01 JOURNAL-RESUME-TXT    PIC X(5).
       01 JOURNAL-RESULTADO-TXT PIC X(16).
       01 VEREDICTO-CONCILIACION PIC X(16) VALUE SPACES.
       01 INDICADOR-YA-CONTABLE PIC X VALUE 'N'.
         88 CORRIDA-YA-CONTABILIZADA VALUE 'S'.

      * Totales por banco de la liquidación (moneda base) y netos
      * por banco y moneda (montos originales). Las posiciones son
      * las que arman FORMATEAR-BANCO-MESSAGE y
      * ESCRIBIR-MONEDA-BANCO-LINEA, en bytes (cada tilde ocupa
      * dos).
       01 MONEDA-BASE           PIC X(3) VALUE "MXN".
       01 INDICADOR-LIQ-CORRIDA PIC X VALUE 'N'.
         88 LIQUIDACION-DE-LA-CORRIDA VALUE 'S'.
       01 INDICADOR-HUERFANAS   PIC X VALUE 'N'.
         88 HUERFANAS-LEIDAS    VALUE 'S'.
       01 TOTAL-HUERFANAS       PIC 9(9)V99 VALUE 0.
       01 BANCOS-LIQ-TABLA.
           05 BANCO-LIQ-ENTRY OCCURS 20 TIMES INDEXED BY LIQ-IDX.
               10 BANCO-LIQ-CODIGO  PIC X(10).
               10 BANCO-LIQ-CREDITO PIC 9(9)V99.
               10 BANCO-LIQ-DEBITO  PIC 9(9)V99.
               10 BANCO-LIQ-REVERSA PIC 9(9)V99.
               10 BANCO-LIQ-TARIFA  PIC 9(9)V99.
       01 NUM-BANCOS-LIQ        PIC 9(2) VALUE 0.
       01 POSICIONES-TABLA.
           05 POSICION-ENTRY OCCURS 200 TIMES INDEXED BY POS-IDX.
               10 POSICION-BANCO    PIC X(10).
               10 POSICION-MONEDA   PIC X(3).
               10 POSICION-NETO     PIC S9(9)V99.
       01 NUM-POSICIONES        PIC 9(3) VALUE 0.
       01 CONTADOR-TARIFAS      PIC 9(3) VALUE 0.

      * Renglón de tarifas diarias "FECHA,BANCO,conteo,total,ID".
       01 TARIFA-FECHA-TXT      PIC X(10).
       01 TARIFA-BANCO-TXT      PIC X(10).
       01 TARIFA-CONTEO-TXT     PIC X(10).
       01 TARIFA-TOTAL-TXT      PIC X(15).
       01 TARIFA-IDCORRIDA-TXT  PIC X(20).

       01 MAPEO-TABLA.
           05 MAPEO-ENTRY OCCURS 200 TIMES INDEXED BY MAP-IDX.
               10 MAPEO-BANCO       PIC X(10).
               10 MAPEO-MONEDA      PIC X(3).
               10 MAPEO-TIPO        PIC X(12).
               10 MAPEO-CUENTA      PIC X(20).
       01 NUM-MAPEOS            PIC 9(3) VALUE 0.
       01 MAPEO-BANCO-TXT       PIC X(10).
       01 MAPEO-MONEDA-TXT      PIC X(3).
       01 MAPEO-TIPO-TXT        PIC X(12).
       01 MAPEO-CUENTA-TXT      PIC X(20).
      * Búsqueda del renglón más específico: banco exacto vale 2,
      * moneda exacta vale 1, comodín 0.
       01 MAPEO-PUNTAJE         PIC 9 VALUE 0.
       01 MAPEO-MEJOR-PUNTAJE   PIC 9 VALUE 0.
       01 CUENTA-GL-HALLADA     PIC X(20).
       01 INDICADOR-MAPEO       PIC X VALUE 'N'.
         88 MAPEO-ENCONTRADO    VALUE 'S'.
       01 INDICADOR-MAPEO-FALTA PIC X VALUE 'N'.
         88 MAPEO-INCOMPLETO    VALUE 'S'.

      * Partidas de la póliza antes de escribirla: solo se graba
      * si cuadra moneda por moneda.
       01 PARTIDAS-TABLA.
           05 PARTIDA-ENTRY OCCURS 800 TIMES INDEXED BY PAR-IDX.
               10 PARTIDA-CUENTA    PIC X(20).
               10 PARTIDA-NATURALEZA PIC X.
               10 PARTIDA-MONTO     PIC 9(9)V99.
               10 PARTIDA-MONEDA    PIC X(3).
               10 PARTIDA-BANCO     PIC X(10).
               10 PARTIDA-TIPO      PIC X(12).
               10 PARTIDA-CONCEPTO  PIC X(30).
       01 NUM-PARTIDAS          PIC 9(4) VALUE 0.
       01 INDICADOR-PARTIDAS-LLENAS PIC X VALUE 'N'.
         88 PARTIDAS-LLENAS     VALUE 'S'.

      * Asiento en curso: el importe va al cargo del primer tipo y
      * al abono del segundo.
       01 ASIENTO-BANCO         PIC X(10).
       01 ASIENTO-MONEDA        PIC X(3).
       01 ASIENTO-MONTO         PIC 9(9)V99.
       01 ASIENTO-TIPO-CARGO    PIC X(12).
       01 ASIENTO-TIPO-ABONO    PIC X(12).
       01 ASIENTO-CONCEPTO      PIC X(30).
       01 PARTIDA-TIPO-ACTUAL   PIC X(12).
       01 PARTIDA-NAT-ACTUAL    PIC X.

      * Cuadre por moneda: cargos contra abonos.
       01 CUADRE-TABLA.
           05 CUADRE-ENTRY OCCURS 20 TIMES INDEXED BY CUA-IDX.
               10 CUADRE-MONEDA     PIC X(3) VALUE SPACES.
               10 CUADRE-CARGOS     PIC 9(11)V99.
               10 CUADRE-ABONOS     PIC 9(11)V99.
       01 NUM-CUADRES           PIC 9(2) VALUE 0.
       01 INDICADOR-DESCUADRE   PIC X VALUE 'N'.
         88 POLIZA-DESCUADRADA  VALUE 'S'.
       01 TOTAL-CARGOS          PIC 9(11)V99 VALUE 0.
       01 TOTAL-ABONOS          PIC 9(11)V99 VALUE 0.

       01 CONTADOR-PARTIDAS-FMT PIC Z(6)9.
       01 CONTADOR-BANCOS-FMT   PIC Z(6)9.
       01 CONTADOR-POSICIONES-FMT PIC Z(6)9.
       01 CONTADOR-TARIFAS-FMT  PIC Z(6)9.
       01 TOTAL-FMT             PIC Z(10)9.99.
       01 TOTAL-B-FMT           PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIAR-CORRIDA.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-CONSULTA.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM CARGAR-JOURNAL.
           IF VEREDICTO-CONCILIACION NOT = "PASS"
               DISPLAY "ERROR: LA CORRIDA " ID-CORRIDA-CONSULTA
                 " NO TIENE CONCILIACION PASS ("
                 FUNCTION TRIM (VEREDICTO-CONCILIACION) ")"
               DISPLAY "LA POLIZA NO SE ESCRIBE SIN CONCILIACION"
               MOVE "SIN-CONCILIACION" TO RESULTADO-CORRIDA
               GO TO FINALIZE
           END-IF.
           IF CORRIDA-YA-CONTABILIZADA
               DISPLAY "ERROR: LA CORRIDA " ID-CORRIDA-CONSULTA
                 " YA TIENE POLIZA CONTABLE COMPLETA"
               MOVE "YA-CONTABILIZADA" TO RESULTADO-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM CARGAR-MAPEO.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.
           PERFORM CARGAR-RESUMEN.
           PERFORM CARGAR-LIQUIDACION.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.
           PERFORM CARGAR-TARIFAS-DIARIAS.

           PERFORM ARMAR-POLIZA.
           PERFORM CUADRAR-POLIZA.
           IF MAPEO-INCOMPLETO
               DISPLAY "ERROR: HAY PARTIDAS SIN CUENTA CONTABLE EN "
                 "EL MAPEO - NO SE ESCRIBE LA POLIZA"
               MOVE "MAPEO-INCOMPLETO" TO RESULTADO-CORRIDA
               GO TO FINALIZE
           END-IF.
           IF POLIZA-DESCUADRADA OR PARTIDAS-LLENAS
               DISPLAY "ERROR: CARGOS Y ABONOS NO CUADRAN - NO SE "
                 "ESCRIBE LA POLIZA"
               MOVE "DESCUADRADA" TO RESULTADO-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM ESCRIBIR-POLIZA.
           PERFORM PRINT-RESULTS.
           GO TO FINALIZE.

       INICIAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-INICIO-TS.
           MOVE SPACES TO ID-CORRIDA.
           STRING "CTB-" TS-AAAAMMDDHHMMSS
             DELIMITED BY SIZE INTO ID-CORRIDA.
           MOVE SPACES TO ID-CORRIDA-CONSULTA.
           DISPLAY "CORRIDA " ID-CORRIDA.

      * Solo interesan las rutas compartidas con la corrida diaria
      * y las del mapeo y la póliza; sin archivo de parámetros se
      * trabaja con las rutas de siempre.
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

       TOMAR-PARAMETRO.
           MOVE SPACES TO CLAVE-PARAMETRO VALOR-PARAMETRO.
           UNSTRING LINEA-PARAMETRO DELIMITED BY "="
             INTO CLAVE-PARAMETRO, VALOR-PARAMETRO
           END-UNSTRING.
           EVALUATE CLAVE-PARAMETRO
               WHEN "RUTA-RESUMEN"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-RESUMEN
                   END-IF
               WHEN "RUTA-SESIONES"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-SESIONES
                   END-IF
               WHEN "RUTA-JOURNAL"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-JOURNAL
                   END-IF
               WHEN "RUTA-LIQUIDACION-PREFIJO"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO
                         TO RUTA-LIQUIDACION-PREFIJO
                   END-IF
               WHEN "RUTA-TARIFAS-DIARIAS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-TARIFAS-DIARIAS
                   END-IF
               WHEN "RUTA-MAPEO-CONTABLE"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-MAPEO-CONTABLE
                   END-IF
               WHEN "RUTA-POLIZA-PREFIJO"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-POLIZA-PREFIJO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEER-CONSULTA.
           OPEN INPUT CONSULTA-CONTABLE.
           IF CONSULTA-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR LA CONSULTA "
                 CONSULTA-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: FALTA EL ARCHIVO DE CONSULTA CON EL "
                 "ID-CORRIDA A CONTABILIZAR"
               MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               READ CONSULTA-CONTABLE
                   AT END
                       DISPLAY "ERROR: ARCHIVO DE CONSULTA VACIO"
                       MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
                       SET ABORTAR-CORRIDA TO TRUE
                   NOT AT END
                       PERFORM VALIDAR-CONSULTA
               END-READ
               CLOSE CONSULTA-CONTABLE
           END-IF.

      * El ID debe venir del esquema TRX-AAAAMMDDHHMMSS - de ahí se
      * toma la fecha de los archivos fechados de la corrida.
       VALIDAR-CONSULTA.
           IF LINEA-CONSULTA (1:4) NOT = "TRX-"
             OR LINEA-CONSULTA (5:8) IS NOT NUMERIC
               DISPLAY "ERROR: ID-CORRIDA INVALIDO EN LA CONSULTA "
                 "- " FUNCTION TRIM (LINEA-CONSULTA)
               MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               MOVE LINEA-CONSULTA (1:18) TO ID-CORRIDA-CONSULTA
               MOVE LINEA-CONSULTA (5:8) TO FECHA-CORRIDA-AAAAMMDD
               DISPLAY "POLIZA CONTABLE DE LA CORRIDA "
                 ID-CORRIDA-CONSULTA
           END-IF.

      * Se queda con el veredicto de la ÚLTIMA conciliación de la
      * corrida - una reconciliación posterior con PASS corrige un
      * FAIL anterior, y al revés.
       CARGAR-JOURNAL.
           OPEN INPUT CORRIDAS-JOURNAL.
           IF JOURNAL-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL JOURNAL DE CORRIDAS "
                 JOURNAL-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ CORRIDAS-JOURNAL
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM TOMAR-ASIENTO-JOURNAL
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE CORRIDAS-JOURNAL
           END-IF.

       TOMAR-ASIENTO-JOURNAL.
           MOVE SPACES TO JOURNAL-ID-TXT JOURNAL-TIPO-TXT
             JOURNAL-INI-TXT JOURNAL-FIN-TXT JOURNAL-ENTRADA-TXT
             JOURNAL-C1-TXT JOURNAL-C2-TXT JOURNAL-C3-TXT
             JOURNAL-C4-TXT JOURNAL-C5-TXT JOURNAL-C6-TXT
             JOURNAL-C7-TXT JOURNAL-RESUME-TXT
             JOURNAL-RESULTADO-TXT.
           UNSTRING LINEA-JOURNAL DELIMITED BY ","
             INTO JOURNAL-ID-TXT, JOURNAL-TIPO-TXT,
               JOURNAL-INI-TXT, JOURNAL-FIN-TXT,
               JOURNAL-ENTRADA-TXT, JOURNAL-C1-TXT,
               JOURNAL-C2-TXT, JOURNAL-C3-TXT,
               JOURNAL-C4-TXT, JOURNAL-C5-TXT,
               JOURNAL-C6-TXT, JOURNAL-C7-TXT,
               JOURNAL-RESUME-TXT, JOURNAL-RESULTADO-TXT
           END-UNSTRING.
           IF JOURNAL-ENTRADA-TXT (1:18) = ID-CORRIDA-CONSULTA
               EVALUATE JOURNAL-TIPO-TXT
                   WHEN "CONCILIACION"
                       MOVE JOURNAL-RESULTADO-TXT
                         TO VEREDICTO-CONCILIACION
                   WHEN "CONTABLE"
                       IF JOURNAL-RESULTADO-TXT = "COMPLETA"
                           SET CORRIDA-YA-CONTABILIZADA TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CARGAR-MAPEO.
           OPEN INPUT MAPEO-CONTABLE.
           IF MAPEO-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL MAPEO CONTABLE "
                 MAPEO-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ MAPEO-CONTABLE
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM REGISTRAR-MAPEO
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE MAPEO-CONTABLE
           END-IF.

      * Un renglón malformado aborta, igual que el tarifario en la
      * corrida diaria: contabilizar con un mapeo a medias es peor
      * que no contabilizar.
       REGISTRAR-MAPEO.
           IF LINEA-MAPEO = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO MAPEO-BANCO-TXT MAPEO-MONEDA-TXT
                 MAPEO-TIPO-TXT MAPEO-CUENTA-TXT
               UNSTRING LINEA-MAPEO DELIMITED BY ","
                 INTO MAPEO-BANCO-TXT, MAPEO-MONEDA-TXT,
                   MAPEO-TIPO-TXT, MAPEO-CUENTA-TXT
               END-UNSTRING
               IF MAPEO-BANCO-TXT = SPACES
                 OR MAPEO-MONEDA-TXT = SPACES
                 OR MAPEO-TIPO-TXT = SPACES
                 OR MAPEO-CUENTA-TXT = SPACES
                 OR NUM-MAPEOS >= 200
                   DISPLAY "ERROR: RENGLON DE MAPEO CONTABLE "
                     "INVALIDO - " FUNCTION TRIM (LINEA-MAPEO)
                   MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
                   SET ABORTAR-CORRIDA TO TRUE
               ELSE
                   ADD 1 TO NUM-MAPEOS
                   SET MAP-IDX TO NUM-MAPEOS
                   MOVE MAPEO-BANCO-TXT TO MAPEO-BANCO (MAP-IDX)
                   MOVE MAPEO-MONEDA-TXT TO MAPEO-MONEDA (MAP-IDX)
                   MOVE MAPEO-TIPO-TXT TO MAPEO-TIPO (MAP-IDX)
                   MOVE MAPEO-CUENTA-TXT TO MAPEO-CUENTA (MAP-IDX)
               END-IF
           END-IF.

      * Si la corrida no está en el resumen diario pudo haber sido
      * una sesión intradía: se busca en el acumulador de sesiones
      * para abrir la liquidación con su sufijo.
       CARGAR-RESUMEN.
           OPEN INPUT RESUMEN-CSV.
           IF RESUMEN-STATUS-FILE > "07"
               CONTINUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ RESUMEN-CSV
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM TOMAR-RENGLON-RESUMEN
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE RESUMEN-CSV
           END-IF.
           IF NOT RESUMEN-ENCONTRADO
               PERFORM CARGAR-RENGLON-SESIONES
           END-IF.

       TOMAR-RENGLON-RESUMEN.
           IF RESUMEN-ENCONTRADO
               CONTINUE
           ELSE
               MOVE SPACES TO RESUMEN-IDCORRIDA-TXT
               UNSTRING LINEA-RESUMEN-CSV DELIMITED BY ","
                 INTO RESUMEN-CAMPO-TXT, RESUMEN-CAMPO-TXT,
                   RESUMEN-CAMPO-TXT, RESUMEN-CAMPO-TXT,
                   RESUMEN-CAMPO-TXT, RESUMEN-CAMPO-TXT,
                   RESUMEN-CAMPO-TXT, RESUMEN-CAMPO-TXT,
                   RESUMEN-CAMPO-TXT, RESUMEN-CAMPO-TXT,
                   RESUMEN-CAMPO-TXT, RESUMEN-IDCORRIDA-TXT
               END-UNSTRING
               IF RESUMEN-IDCORRIDA-TXT (1:18) = ID-CORRIDA-CONSULTA
                   SET RESUMEN-ENCONTRADO TO TRUE
               END-IF
           END-IF.

       CARGAR-RENGLON-SESIONES.
           OPEN INPUT SESIONES-CSV.
           IF SESIONES-STATUS-FILE > "07"
               CONTINUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ SESIONES-CSV
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM TOMAR-RENGLON-SESION
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE SESIONES-CSV
           END-IF.

       TOMAR-RENGLON-SESION.
           IF RESUMEN-ENCONTRADO
               CONTINUE
           ELSE
               MOVE SPACES TO RESUMEN-IDCORRIDA-TXT
                 RESUMEN-SESION-TXT
               UNSTRING LINEA-SESION-CSV DELIMITED BY ","
                 INTO RESUMEN-CAMPO-TXT, RESUMEN-CAMPO-TXT,
                   RESUMEN-CAMPO-TXT, RESUMEN-CAMPO-TXT,
                   RESUMEN-CAMPO-TXT, RESUMEN-CAMPO-TXT,
                   RESUMEN-CAMPO-TXT, RESUMEN-CAMPO-TXT,
                   RESUMEN-CAMPO-TXT, RESUMEN-CAMPO-TXT,
                   RESUMEN-CAMPO-TXT, RESUMEN-IDCORRIDA-TXT,
                   RESUMEN-SESION-TXT
               END-UNSTRING
               IF RESUMEN-IDCORRIDA-TXT (1:18) = ID-CORRIDA-CONSULTA
                   SET RESUMEN-ENCONTRADO TO TRUE
                   MOVE RESUMEN-SESION-TXT TO SESION-CORRIDA
               END-IF
           END-IF.

      * La liquidación fechada se reescribe con cada corrida sin
      * sesión del día: su segunda línea debe ser de la corrida
      * consultada o las cifras serían de otra.
       CARGAR-LIQUIDACION.
           MOVE SPACES TO LIQUIDACION-FILENAME.
           IF CORRIDA-SIN-SESION
               STRING FUNCTION TRIM (RUTA-LIQUIDACION-PREFIJO)
                 FECHA-CORRIDA-AAAAMMDD ".txt"
                 DELIMITED BY SIZE INTO LIQUIDACION-FILENAME
           ELSE
               STRING FUNCTION TRIM (RUTA-LIQUIDACION-PREFIJO)
                 FECHA-CORRIDA-AAAAMMDD "-"
                 FUNCTION TRIM (SESION-CORRIDA) ".txt"
                 DELIMITED BY SIZE INTO LIQUIDACION-FILENAME
           END-IF.
           OPEN INPUT REPORTE-LIQUIDACION.
           IF LIQUIDACION-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR LA LIQUIDACION "
                 LIQUIDACION-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ REPORTE-LIQUIDACION
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM TOMAR-LINEA-LIQUIDACION
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE REPORTE-LIQUIDACION
               IF NOT LIQUIDACION-DE-LA-CORRIDA
                   DISPLAY "ERROR: "
                     FUNCTION TRIM (LIQUIDACION-FILENAME)
                     " NO ES DE LA CORRIDA " ID-CORRIDA-CONSULTA
                   MOVE "LIQ-AJENA" TO RESULTADO-CORRIDA
                   SET ABORTAR-CORRIDA TO TRUE
               END-IF
               IF NOT HUERFANAS-LEIDAS
                   DISPLAY "ALERTA: LA LIQUIDACION NO TRAE TOTAL DE "
                     "REVERSAS HUERFANAS - SUSPENSO EN CERO"
               END-IF
           END-IF.

      * Línea de banco: código 9-18, Crédito 30-40, Débito 51-61,
      * Reversa 72-82, Tarifa 110-120. Línea de moneda (cuatro
      * espacios y el código): moneda 5-7, neto 82-93.
       TOMAR-LINEA-LIQUIDACION.
           EVALUATE TRUE
               WHEN LINEA-LIQUIDACION (1:9) = "Corrida: "
                   IF LINEA-LIQUIDACION (10:18) = ID-CORRIDA-CONSULTA
                       SET LIQUIDACION-DE-LA-CORRIDA TO TRUE
                       IF LINEA-LIQUIDACION (46:3) NOT = SPACES
                           MOVE LINEA-LIQUIDACION (46:3)
                             TO MONEDA-BASE
                       END-IF
                   END-IF
               WHEN LINEA-LIQUIDACION (1:8) = "  Banco "
                   IF NUM-BANCOS-LIQ < 20
                       ADD 1 TO NUM-BANCOS-LIQ
                       SET LIQ-IDX TO NUM-BANCOS-LIQ
                       MOVE LINEA-LIQUIDACION (9:10)
                         TO BANCO-LIQ-CODIGO (LIQ-IDX)
                       MOVE FUNCTION NUMVAL (LINEA-LIQUIDACION (30:11))
                         TO BANCO-LIQ-CREDITO (LIQ-IDX)
                       MOVE FUNCTION NUMVAL (LINEA-LIQUIDACION (51:11))
                         TO BANCO-LIQ-DEBITO (LIQ-IDX)
                       MOVE FUNCTION NUMVAL (LINEA-LIQUIDACION (72:11))
                         TO BANCO-LIQ-REVERSA (LIQ-IDX)
                       MOVE 0 TO BANCO-LIQ-TARIFA (LIQ-IDX)
                   END-IF
               WHEN LINEA-LIQUIDACION (1:4) = SPACES
                 AND LINEA-LIQUIDACION (5:3) NOT = SPACES
                 AND NUM-BANCOS-LIQ > 0
                   IF NUM-POSICIONES < 200
                       ADD 1 TO NUM-POSICIONES
                       SET POS-IDX TO NUM-POSICIONES
                       MOVE BANCO-LIQ-CODIGO (NUM-BANCOS-LIQ)
                         TO POSICION-BANCO (POS-IDX)
                       MOVE LINEA-LIQUIDACION (5:3)
                         TO POSICION-MONEDA (POS-IDX)
                       MOVE FUNCTION NUMVAL (LINEA-LIQUIDACION (82:12))
                         TO POSICION-NETO (POS-IDX)
                   END-IF
               WHEN LINEA-LIQUIDACION (1:9) = "Reversas "
                   SET HUERFANAS-LEIDAS TO TRUE
                   MOVE FUNCTION NUMVAL (LINEA-LIQUIDACION (34:11))
                     TO TOTAL-HUERFANAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Las tarifas de la corrida son los renglones cuyo ID-CORRIDA
      * es el consultado; se suman al banco de la liquidación.
       CARGAR-TARIFAS-DIARIAS.
           OPEN INPUT TARIFAS-DIARIAS.
           IF TARIFAS-STATUS-FILE > "07"
               DISPLAY "ALERTA: SIN TARIFAS DIARIAS - LA POLIZA VA "
                 "SIN TARIFAS"
           ELSE
               PERFORM UNTIL TERMINAR
                   READ TARIFAS-DIARIAS
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM TOMAR-TARIFA-DIARIA
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE TARIFAS-DIARIAS
           END-IF.

       TOMAR-TARIFA-DIARIA.
           MOVE SPACES TO TARIFA-FECHA-TXT TARIFA-BANCO-TXT
             TARIFA-CONTEO-TXT TARIFA-TOTAL-TXT TARIFA-IDCORRIDA-TXT.
           UNSTRING LINEA-TARIFA-DIARIA DELIMITED BY ","
             INTO TARIFA-FECHA-TXT, TARIFA-BANCO-TXT,
               TARIFA-CONTEO-TXT, TARIFA-TOTAL-TXT,
               TARIFA-IDCORRIDA-TXT
           END-UNSTRING.
           IF TARIFA-IDCORRIDA-TXT (1:18) = ID-CORRIDA-CONSULTA
             AND FUNCTION TEST-NUMVAL (TARIFA-TOTAL-TXT) = 0
               SET LIQ-IDX TO 1
               SEARCH BANCO-LIQ-ENTRY
                 VARYING LIQ-IDX
                 AT END
                     DISPLAY "ALERTA: TARIFA DE "
                       FUNCTION TRIM (TARIFA-BANCO-TXT)
                       " SIN LINEA EN LA LIQUIDACION - SE OMITE"
                 WHEN BANCO-LIQ-CODIGO (LIQ-IDX) = TARIFA-BANCO-TXT
                     ADD FUNCTION NUMVAL (TARIFA-TOTAL-TXT)
                       TO BANCO-LIQ-TARIFA (LIQ-IDX)
                     ADD 1 TO CONTADOR-TARIFAS
               END-SEARCH
           END-IF.

      * Asientos de la póliza:
      *   Crédito   cargo COMPENSACION  abono CREDITO
      *   Débito    cargo DEBITO        abono COMPENSACION
      *   Reversa   cargo REVERSA       abono COMPENSACION
      *   Tarifa    cargo CXC-TARIFA    abono TARIFA
      *   Posición  neto a favor: cargo POSICION abono LIQUIDACION;
      *             neto a cargo: cargo LIQUIDACION abono POSICION
      *   Huérfanas cargo SUSPENSO      abono HUERFANA
      * Por banco en moneda base; posiciones en la moneda original.
       ARMAR-POLIZA.
           PERFORM VARYING LIQ-IDX FROM 1 BY 1
             UNTIL LIQ-IDX > NUM-BANCOS-LIQ
               PERFORM ARMAR-ASIENTOS-BANCO
           END-PERFORM.
           PERFORM VARYING POS-IDX FROM 1 BY 1
             UNTIL POS-IDX > NUM-POSICIONES
               PERFORM ARMAR-ASIENTO-POSICION
           END-PERFORM.
           IF TOTAL-HUERFANAS > 0
               MOVE "*" TO ASIENTO-BANCO
               MOVE MONEDA-BASE TO ASIENTO-MONEDA
               MOVE TOTAL-HUERFANAS TO ASIENTO-MONTO
               MOVE "SUSPENSO" TO ASIENTO-TIPO-CARGO
               MOVE "HUERFANA" TO ASIENTO-TIPO-ABONO
               MOVE "REVERSAS HUERFANAS EN SUSPENSO"
                 TO ASIENTO-CONCEPTO
               PERFORM AGREGAR-ASIENTO
           END-IF.

       ARMAR-ASIENTOS-BANCO.
           MOVE BANCO-LIQ-CODIGO (LIQ-IDX) TO ASIENTO-BANCO.
           MOVE MONEDA-BASE TO ASIENTO-MONEDA.
           IF BANCO-LIQ-CREDITO (LIQ-IDX) > 0
               MOVE BANCO-LIQ-CREDITO (LIQ-IDX) TO ASIENTO-MONTO
               MOVE "COMPENSACION" TO ASIENTO-TIPO-CARGO
               MOVE "CREDITO" TO ASIENTO-TIPO-ABONO
               MOVE "CREDITOS ABONADOS" TO ASIENTO-CONCEPTO
               PERFORM AGREGAR-ASIENTO
           END-IF.
           IF BANCO-LIQ-DEBITO (LIQ-IDX) > 0
               MOVE BANCO-LIQ-DEBITO (LIQ-IDX) TO ASIENTO-MONTO
               MOVE "DEBITO" TO ASIENTO-TIPO-CARGO
               MOVE "COMPENSACION" TO ASIENTO-TIPO-ABONO
               MOVE "DEBITOS ABONADOS" TO ASIENTO-CONCEPTO
               PERFORM AGREGAR-ASIENTO
           END-IF.
           IF BANCO-LIQ-REVERSA (LIQ-IDX) > 0
               MOVE BANCO-LIQ-REVERSA (LIQ-IDX) TO ASIENTO-MONTO
               MOVE "REVERSA" TO ASIENTO-TIPO-CARGO
               MOVE "COMPENSACION" TO ASIENTO-TIPO-ABONO
               MOVE "REVERSAS PAREADAS" TO ASIENTO-CONCEPTO
               PERFORM AGREGAR-ASIENTO
           END-IF.
           IF BANCO-LIQ-TARIFA (LIQ-IDX) > 0
               MOVE BANCO-LIQ-TARIFA (LIQ-IDX) TO ASIENTO-MONTO
               MOVE "CXC-TARIFA" TO ASIENTO-TIPO-CARGO
               MOVE "TARIFA" TO ASIENTO-TIPO-ABONO
               MOVE "TARIFAS INTERBANCARIAS" TO ASIENTO-CONCEPTO
               PERFORM AGREGAR-ASIENTO
           END-IF.

       ARMAR-ASIENTO-POSICION.
           MOVE POSICION-BANCO (POS-IDX) TO ASIENTO-BANCO.
           MOVE POSICION-MONEDA (POS-IDX) TO ASIENTO-MONEDA.
           MOVE "POSICION NETA POR MONEDA" TO ASIENTO-CONCEPTO.
           IF POSICION-NETO (POS-IDX) > 0
               MOVE POSICION-NETO (POS-IDX) TO ASIENTO-MONTO
               MOVE "POSICION" TO ASIENTO-TIPO-CARGO
               MOVE "LIQUIDACION" TO ASIENTO-TIPO-ABONO
               PERFORM AGREGAR-ASIENTO
           END-IF.
           IF POSICION-NETO (POS-IDX) < 0
               COMPUTE ASIENTO-MONTO = 0 - POSICION-NETO (POS-IDX)
               MOVE "LIQUIDACION" TO ASIENTO-TIPO-CARGO
               MOVE "POSICION" TO ASIENTO-TIPO-ABONO
               PERFORM AGREGAR-ASIENTO
           END-IF.

       AGREGAR-ASIENTO.
           MOVE ASIENTO-TIPO-CARGO TO PARTIDA-TIPO-ACTUAL.
           MOVE "C" TO PARTIDA-NAT-ACTUAL.
           PERFORM AGREGAR-PARTIDA.
           MOVE ASIENTO-TIPO-ABONO TO PARTIDA-TIPO-ACTUAL.
           MOVE "A" TO PARTIDA-NAT-ACTUAL.
           PERFORM AGREGAR-PARTIDA.

      * Una partida que no cabe deja la póliza sin su contrapartida
      * - el cuadre la rechaza.
       AGREGAR-PARTIDA.
           PERFORM BUSCAR-CUENTA-GL.
           IF NOT MAPEO-ENCONTRADO
               SET MAPEO-INCOMPLETO TO TRUE
               DISPLAY "ALERTA: SIN CUENTA CONTABLE PARA "
                 FUNCTION TRIM (ASIENTO-BANCO) "/"
                 ASIENTO-MONEDA "/"
                 FUNCTION TRIM (PARTIDA-TIPO-ACTUAL)
           END-IF.
           IF NUM-PARTIDAS < 800
               ADD 1 TO NUM-PARTIDAS
               SET PAR-IDX TO NUM-PARTIDAS
               MOVE CUENTA-GL-HALLADA TO PARTIDA-CUENTA (PAR-IDX)
               MOVE PARTIDA-NAT-ACTUAL
                 TO PARTIDA-NATURALEZA (PAR-IDX)
               MOVE ASIENTO-MONTO TO PARTIDA-MONTO (PAR-IDX)
               MOVE ASIENTO-MONEDA TO PARTIDA-MONEDA (PAR-IDX)
               MOVE ASIENTO-BANCO TO PARTIDA-BANCO (PAR-IDX)
               MOVE PARTIDA-TIPO-ACTUAL TO PARTIDA-TIPO (PAR-IDX)
               MOVE ASIENTO-CONCEPTO TO PARTIDA-CONCEPTO (PAR-IDX)
           ELSE
               IF NOT PARTIDAS-LLENAS
                   SET PARTIDAS-LLENAS TO TRUE
                   DISPLAY "ALERTA: CAPACIDAD DE 800 PARTIDAS "
                     "EXCEDIDA"
               END-IF
           END-IF.

       BUSCAR-CUENTA-GL.
           MOVE "N" TO INDICADOR-MAPEO.
           MOVE SPACES TO CUENTA-GL-HALLADA.
           MOVE 0 TO MAPEO-MEJOR-PUNTAJE.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
             UNTIL MAP-IDX > NUM-MAPEOS
               PERFORM EVALUAR-RENGLON-MAPEO
           END-PERFORM.

       EVALUAR-RENGLON-MAPEO.
           IF MAPEO-TIPO (MAP-IDX) = PARTIDA-TIPO-ACTUAL
             AND (MAPEO-BANCO (MAP-IDX) = ASIENTO-BANCO
                  OR MAPEO-BANCO (MAP-IDX) = "*")
             AND (MAPEO-MONEDA (MAP-IDX) = ASIENTO-MONEDA
                  OR MAPEO-MONEDA (MAP-IDX) = "*")
               MOVE 0 TO MAPEO-PUNTAJE
               IF MAPEO-BANCO (MAP-IDX) NOT = "*"
                   ADD 2 TO MAPEO-PUNTAJE
               END-IF
               IF MAPEO-MONEDA (MAP-IDX) NOT = "*"
                   ADD 1 TO MAPEO-PUNTAJE
               END-IF
               IF NOT MAPEO-ENCONTRADO
                 OR MAPEO-PUNTAJE > MAPEO-MEJOR-PUNTAJE
                   SET MAPEO-ENCONTRADO TO TRUE
                   MOVE MAPEO-PUNTAJE TO MAPEO-MEJOR-PUNTAJE
                   MOVE MAPEO-CUENTA (MAP-IDX) TO CUENTA-GL-HALLADA
               END-IF
           END-IF.

      * Cargos contra abonos moneda por moneda - sumar pesos con
      * dólares no prueba nada.
       CUADRAR-POLIZA.
           PERFORM VARYING PAR-IDX FROM 1 BY 1
             UNTIL PAR-IDX > NUM-PARTIDAS
               PERFORM ACUMULAR-CUADRE
           END-PERFORM.
           PERFORM VARYING CUA-IDX FROM 1 BY 1
             UNTIL CUA-IDX > NUM-CUADRES
               MOVE CUADRE-CARGOS (CUA-IDX) TO TOTAL-FMT
               MOVE CUADRE-ABONOS (CUA-IDX) TO TOTAL-B-FMT
               DISPLAY "  " CUADRE-MONEDA (CUA-IDX)
                 " Cargos: " TOTAL-FMT " Abonos: " TOTAL-B-FMT
               IF CUADRE-CARGOS (CUA-IDX)
                 NOT = CUADRE-ABONOS (CUA-IDX)
                   SET POLIZA-DESCUADRADA TO TRUE
               END-IF
           END-PERFORM.
           IF TOTAL-CARGOS NOT = TOTAL-ABONOS
               SET POLIZA-DESCUADRADA TO TRUE
           END-IF.

       ACUMULAR-CUADRE.
           SET CUA-IDX TO 1.
           SEARCH CUADRE-ENTRY
             VARYING CUA-IDX
             AT END
                 IF NUM-CUADRES < 20
                     ADD 1 TO NUM-CUADRES
                     SET CUA-IDX TO NUM-CUADRES
                     MOVE PARTIDA-MONEDA (PAR-IDX)
                       TO CUADRE-MONEDA (CUA-IDX)
                     MOVE 0 TO CUADRE-CARGOS (CUA-IDX)
                       CUADRE-ABONOS (CUA-IDX)
                 ELSE
                     SET POLIZA-DESCUADRADA TO TRUE
                 END-IF
             WHEN CUADRE-MONEDA (CUA-IDX) = PARTIDA-MONEDA (PAR-IDX)
                 CONTINUE
           END-SEARCH.
           IF CUA-IDX <= NUM-CUADRES
               IF PARTIDA-NATURALEZA (PAR-IDX) = "C"
                   ADD PARTIDA-MONTO (PAR-IDX)
                     TO CUADRE-CARGOS (CUA-IDX) TOTAL-CARGOS
               ELSE
                   ADD PARTIDA-MONTO (PAR-IDX)
                     TO CUADRE-ABONOS (CUA-IDX) TOTAL-ABONOS
               END-IF
           END-IF.

      * La póliza se escribe completa de una vez, ya cuadrada: el
      * sistema contable nunca ve una a medias.
       ESCRIBIR-POLIZA.
           MOVE SPACES TO POLIZA-FILENAME.
           STRING FUNCTION TRIM (RUTA-POLIZA-PREFIJO)
             FUNCTION TRIM (ID-CORRIDA-CONSULTA) ".dat"
             DELIMITED BY SIZE INTO POLIZA-FILENAME.
           OPEN OUTPUT POLIZA-CONTABLE.
           IF POLIZA-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR LA POLIZA CONTABLE "
                 POLIZA-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
           ELSE
               PERFORM VARYING PAR-IDX FROM 1 BY 1
                 UNTIL PAR-IDX > NUM-PARTIDAS
                   PERFORM ESCRIBIR-PARTIDA
               END-PERFORM
               CLOSE POLIZA-CONTABLE
               MOVE "COMPLETA" TO RESULTADO-CORRIDA
           END-IF.

       ESCRIBIR-PARTIDA.
           MOVE ID-CORRIDA TO POL-ID-POLIZA.
           MOVE ID-CORRIDA-CONSULTA TO POL-ID-CORRIDA.
           MOVE FECHA-CORRIDA-AAAAMMDD TO POL-FECHA.
           SET POL-RENGLON TO PAR-IDX.
           MOVE PARTIDA-CUENTA (PAR-IDX) TO POL-CUENTA-GL.
           MOVE PARTIDA-NATURALEZA (PAR-IDX) TO POL-NATURALEZA.
           MOVE PARTIDA-MONTO (PAR-IDX) TO POL-MONTO.
           MOVE PARTIDA-MONEDA (PAR-IDX) TO POL-MONEDA.
           MOVE PARTIDA-BANCO (PAR-IDX) TO POL-BANCO.
           MOVE PARTIDA-TIPO (PAR-IDX) TO POL-TIPO.
           MOVE PARTIDA-CONCEPTO (PAR-IDX) TO POL-CONCEPTO.
           WRITE LINEA-POLIZA.

       PRINT-RESULTS.
           MOVE NUM-PARTIDAS TO CONTADOR-PARTIDAS-FMT.
           MOVE NUM-BANCOS-LIQ TO CONTADOR-BANCOS-FMT.
           MOVE NUM-POSICIONES TO CONTADOR-POSICIONES-FMT.
           MOVE TOTAL-CARGOS TO TOTAL-FMT.
           MOVE TOTAL-ABONOS TO TOTAL-B-FMT.
           DISPLAY "POLIZA CONTABLE DE LA CORRIDA "
             ID-CORRIDA-CONSULTA.
           DISPLAY "Partidas:             " CONTADOR-PARTIDAS-FMT.
           DISPLAY "Bancos:               " CONTADOR-BANCOS-FMT.
           DISPLAY "Posiciones por moneda:" CONTADOR-POSICIONES-FMT.
           DISPLAY "Total cargos:  " TOTAL-FMT.
           DISPLAY "Total abonos:  " TOTAL-B-FMT.
           DISPLAY "Poliza en " FUNCTION TRIM (POLIZA-FILENAME).

      * Toda salida del programa deja su asiento en el journal de
      * corridas con la corrida contabilizada como entrada - una
      * segunda póliza para la misma corrida se rechaza con él.
       ESCRIBIR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-FIN-TS.
           MOVE NUM-PARTIDAS TO CONTADOR-PARTIDAS-FMT.
           MOVE NUM-BANCOS-LIQ TO CONTADOR-BANCOS-FMT.
           MOVE NUM-POSICIONES TO CONTADOR-POSICIONES-FMT.
           MOVE CONTADOR-TARIFAS TO CONTADOR-TARIFAS-FMT.
           IF ID-CORRIDA-CONSULTA = SPACES
               MOVE "SIN-CORRIDA" TO ID-CORRIDA-CONSULTA
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
                 "CONTABLE,"
                 CORRIDA-INICIO-TS ","
                 CORRIDA-FIN-TS ","
                 FUNCTION TRIM (ID-CORRIDA-CONSULTA) ","
                 FUNCTION TRIM (CONTADOR-PARTIDAS-FMT) ","
                 FUNCTION TRIM (CONTADOR-BANCOS-FMT) ","
                 FUNCTION TRIM (CONTADOR-POSICIONES-FMT) ","
                 FUNCTION TRIM (CONTADOR-TARIFAS-FMT) ","
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

       END PROGRAM CODEABLE-INTERBANK-CONTABLE.
