       01 INDICADOR-ABORTO     PIC X VALUE 'N'.
         88 ABORTAR-CORRIDA    VALUE 'S'.

      * Identificador de la propia conciliación - mismo esquema y
      * mismo journal de corridas que transacciones.cbl. Su asiento
      * lleva la corrida conciliada como entrada y el veredicto
      * PASS/FAIL como resultado: la interfaz contable y la cadena
      * de fin de día lo buscan ahí antes de avanzar.
       01 TIMESTAMP-CORRIDA.
           05 TS-AAAAMMDDHHMMSS PIC X(14).
           05 FILLER            PIC X(7).
       01 ID-CORRIDA            PIC X(18).
       01 CORRIDA-INICIO-TS     PIC X(14).
       01 CORRIDA-FIN-TS        PIC X(14).
       01 RESULTADO-CORRIDA     PIC X(16) VALUE "ABORTADA".

      * Corrida a conciliar: su ID en la primera línea del archivo
      * de consulta, igual que la consulta de estados de cuenta. La
      * fecha AAAAMMDD de los archivos fechados viene dentro del
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIAR-CORRIDA.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-CONSULTA.
           IF NOT ABORTAR-CORRIDA
           END-IF.
           GO TO FINALIZE.

       INICIAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-INICIO-TS.
           MOVE SPACES TO ID-CORRIDA.
           STRING "CON-" TS-AAAAMMDDHHMMSS
             DELIMITED BY SIZE INTO ID-CORRIDA.
           MOVE SPACES TO ID-CORRIDA-CONSULTA.

      * Solo interesan las rutas compartidas con la corrida diaria;
      * sin archivo de parámetros se trabaja con las rutas de
      * siempre.
             OR LINEA-CONSULTA (5:8) IS NOT NUMERIC
               DISPLAY "ERROR: ID-CORRIDA INVALIDO EN LA CONSULTA "
                 "- " FUNCTION TRIM (LINEA-CONSULTA)
               MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               MOVE LINEA-CONSULTA (1:18) TO ID-CORRIDA-CONSULTA
                 CONCILIACION-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
           ELSE
               MOVE SPACES TO CONCILIACION-MESSAGE
               STRING "CONCILIACION DE FIN DE DIA - CORRIDA "
           IF CONTADOR-DISCREPANCIAS = 0
               MOVE "RESULTADO: PASS - LIQUIDACION LIBERABLE"
                 TO CONCILIACION-MESSAGE
               MOVE "PASS" TO RESULTADO-CORRIDA
           ELSE
               MOVE "FAIL" TO RESULTADO-CORRIDA
               MOVE CONTADOR-DISCREPANCIAS
                 TO CONTADOR-DISCREPANCIAS-FMT
               MOVE SPACES TO CONCILIACION-MESSAGE
           END-IF.
           PERFORM ANOTAR-LINEA-CONCILIACION.

      * Toda salida del programa deja su asiento en el journal de
      * corridas: la corrida conciliada va en la columna de entrada
      * y el veredicto (PASS/FAIL) como resultado.
       ESCRIBIR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-FIN-TS.
           MOVE CONTADOR-DISCREPANCIAS TO CONTADOR-DISCREPANCIAS-FMT.
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
                 "CONCILIACION,"
                 CORRIDA-INICIO-TS ","
                 CORRIDA-FIN-TS ","
                 FUNCTION TRIM (ID-CORRIDA-CONSULTA) ","
                 FUNCTION TRIM (CONTADOR-DISCREPANCIAS-FMT) ","
                 "0,0,0,0,0,0,"
                 "N,"
                 FUNCTION TRIM (RESULTADO-CORRIDA)
                 DELIMITED BY SIZE INTO LINEA-JOURNAL
               WRITE LINEA-JOURNAL
               CLOSE CORRIDAS-JOURNAL
           END-IF.

       FINALIZE.
           PERFORM ESCRIBIR-JOURNAL.
           EXIT PROGRAM.

       END PROGRAM CODEABLE-INTERBANK-CONCILIACION.
