      ******************************************************************
      * AUTHOR MIGUEL ANGEL CHAVEZ DOMINGUEZ:
      * DATE:
      * PURPOSE: Devengo mensual de intereses - con el historial de
      *          saldos diarios que deja la corrida diaria calcula
      *          el saldo promedio diario del mes de cada cuenta,
      *          le aplica la tasa anual del rango de saldo que le
      *          toca en el archivo de tasas (Bloqueada con su propia
      *          tabla o sin interés), emite el reporte de devengo y
      *          genera los Créditos de interés como archivo de
      *          entrada con trailer para la corrida del día
      *          siguiente, que los valida, registra y abona como
      *          cualquier otra línea. Lo devengado por una cuenta
      *          Bloqueada queda en el reporte para abonarlo a mano:
      *          la corrida diaria rechaza sus líneas.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEABLE-INTERBANK-INTERES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSULTA-INTERES
               ASSIGN TO '../data/consulta-interes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS CONSULTA-STATUS-FILE.
           SELECT HISTORIAL-SALDOS
               ASSIGN TO DYNAMIC RUTA-HISTORIAL-SALDOS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS HISTORIAL-STATUS-FILE.
           SELECT MAESTRO-CUENTAS
               ASSIGN TO DYNAMIC RUTA-MAESTRO
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS MAESTRO-STATUS-FILE.
           SELECT TASAS-INTERES
               ASSIGN TO DYNAMIC RUTA-TASAS-INTERES
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS TASAS-STATUS-FILE.
           SELECT REGISTRO-IDS
               ASSIGN TO DYNAMIC RUTA-REGISTRO-IDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REGISTRO-LLAVE
               STATUS REGISTRO-STATUS-FILE.
           SELECT REPORTE-DEVENGO
               ASSIGN TO DYNAMIC DEVENGO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS DEVENGO-STATUS-FILE.
           SELECT ENTRADA-INTERESES
               ASSIGN TO DYNAMIC ENTRADA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ENTRADA-STATUS-FILE.
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
           FD CONSULTA-INTERES.
           01 LINEA-CONSULTA       PIC X(20).

           FD HISTORIAL-SALDOS.
           01 LINEA-HISTORIAL      PIC X(40).

           FD MAESTRO-CUENTAS.
           01 LINEA-MAESTRO        PIC X(120).

           FD TASAS-INTERES.
           01 LINEA-TASA           PIC X(80).

           FD REGISTRO-IDS.
           01 REGISTRO-IDS-REG.
               05 REGISTRO-LLAVE   PIC X(10).

           FD REPORTE-DEVENGO.
           01 LINEA-DEVENGO        PIC X(160).

           FD ENTRADA-INTERESES.
           01 LINEA-ENTRADA        PIC X(100).

           FD CORRIDAS-JOURNAL.
           01 LINEA-JOURNAL        PIC X(200).

           FD PARAMETROS.
           01 LINEA-PARAMETRO      PIC X(80).
       WORKING-STORAGE SECTION.

       01 CONSULTA-STATUS-FILE     PIC XX.
       01 HISTORIAL-STATUS-FILE    PIC XX.
       01 MAESTRO-STATUS-FILE      PIC XX.
       01 TASAS-STATUS-FILE        PIC XX.
       01 REGISTRO-STATUS-FILE     PIC XX.
       01 DEVENGO-STATUS-FILE      PIC XX.
       01 ENTRADA-STATUS-FILE      PIC XX.
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
       01 INDICADOR-REGISTRO   PIC X VALUE 'N'.
         88 REGISTRO-ABIERTO   VALUE 'S'.

      * Un mes con devengo COMPLETA en el journal ya generó sus
      * abonos: repetirlo encontraría todos los IDs registrados y
      * mandaría a abonar a mano lo que ya se abonó.
       01 JOURNAL-ID-TXT        PIC X(20).
       01 JOURNAL-TIPO-TXT      PIC X(15).
       01 JOURNAL-INI-TXT       PIC X(15).
       01 JOURNAL-FIN-TXT       PIC X(15).
       01 JOURNAL-ENTRADA-TXT   PIC X(50).
       01 JOURNAL-RESULTADO-TXT PIC X(16).
       01 JOURNAL-C1-TXT        PIC X(10).
       01 JOURNAL-C2-TXT        PIC X(10).
       01 JOURNAL-C3-TXT        PIC X(10).
       01 JOURNAL-C4-TXT        PIC X(10).
       01 JOURNAL-C5-TXT        PIC X(10).
       01 JOURNAL-C6-TXT        PIC X(10).
       01 JOURNAL-C7-TXT        PIC X(10).
       01 JOURNAL-RESUME-TXT    PIC X(5).
       01 ENTRADA-JOURNAL       PIC X(50).
       01 INDICADOR-YA-DEVENGADO PIC X VALUE 'N'.
         88 MES-YA-DEVENGADO    VALUE 'S'.

       01 ES-PRIMER-MAESTRO        PIC X VALUE 'S'.
       01 ES-PRIMER-TASA           PIC X VALUE 'S'.

       01 RUTA-HISTORIAL-SALDOS PIC X(50)
             VALUE '../data/historial-saldos.dat'.
       01 RUTA-MAESTRO          PIC X(50)
             VALUE '../data/maestro-cuentas.csv'.
       01 RUTA-TASAS-INTERES    PIC X(50)
             VALUE '../data/tasas-interes.csv'.
       01 RUTA-REGISTRO-IDS     PIC X(50)
             VALUE '../data/registro-ids.idx'.
       01 RUTA-JOURNAL          PIC X(50)
             VALUE '../data/corridas-journal.csv'.
       01 DEVENGO-FILENAME      PIC X(60).
       01 ENTRADA-FILENAME      PIC X(60).
       01 MONEDA-BASE           PIC X(3) VALUE "MXN".
       01 CLAVE-PARAMETRO       PIC X(30).
       01 VALOR-PARAMETRO       PIC X(50).

      * Mes a devengar: el anterior al de hoy - la corrida va el
      * primer día hábil, después de la corrida del último día del
      * mes - salvo que operación lo fije en
      * ../data/consulta-interes.dat (AAAAMM).
       01 FECHA-ACTUAL          PIC X(21).
       01 FECHA-HOY             PIC 9(8) VALUE 0.
       01 FECHA-HOY-R REDEFINES FECHA-HOY.
           05 HOY-AAAA          PIC 9(4).
           05 HOY-MM            PIC 9(2).
           05 HOY-DD            PIC 9(2).
       01 MES-PROCESO           PIC 9(6) VALUE 0.
       01 MES-PROCESO-R REDEFINES MES-PROCESO.
           05 MES-AAAA          PIC 9(4).
           05 MES-MM            PIC 9(2).
       01 FECHA-INICIO-MES      PIC 9(8) VALUE 0.
       01 FECHA-SIGUIENTE-MES   PIC 9(8) VALUE 0.
       01 FECHA-SIGUIENTE-MES-R REDEFINES FECHA-SIGUIENTE-MES.
           05 SIGUIENTE-AAAA    PIC 9(4).
           05 SIGUIENTE-MM      PIC 9(2).
           05 SIGUIENTE-DD      PIC 9(2).
       01 FECHA-FIN-MES         PIC 9(8) VALUE 0.
       01 DIAS-MES              PIC 9(2) VALUE 0.

      * Tabla de tasas: "Estado,SaldoDesde,SaldoHasta,TasaAnual",
      * tasa en por ciento anual. Estado Activa o Bloqueada; sin
      * renglones de Bloqueada esas cuentas no devengan. Hasta en
      * blanco o cero es sin tope. Gana el primer rango que
      * contenga el saldo promedio, y su tasa se aplica al saldo
      * promedio completo.
       01 TASAS-TABLA.
           05 TASA-ENTRY OCCURS 50 TIMES INDEXED BY TAS-IDX.
               10 TASA-ESTADO      PIC X(10).
               10 TASA-DESDE       PIC 9(9)V99.
               10 TASA-HASTA       PIC 9(9)V99.
               10 TASA-ANUAL       PIC 9(3)V9(4).
       01 NUM-TASAS             PIC 9(2) VALUE 0.
       01 TASA-ESTADO-TXT       PIC X(10).
       01 TASA-DESDE-TXT        PIC X(15).
       01 TASA-HASTA-TXT        PIC X(15).
       01 TASA-ANUAL-TXT        PIC X(15).

      * Una entrada por cuenta del maestro con el saldo de cierre
      * de cada día del mes que trae el historial (vale el último
      * renglón de cada fecha) y el último cierre anterior al mes,
      * que es el saldo de los días previos al primer renglón.
       01 CUENTAS-TABLA.
           05 CUENTA-ENTRY OCCURS 200 TIMES INDEXED BY CTA-IDX.
               10 CUENTA-ID          PIC X(4).
               10 CUENTA-NOMBRE      PIC X(30).
               10 CUENTA-ESTADO      PIC X(10).
               10 CUENTA-FECHA-PREVIA PIC 9(8).
               10 CUENTA-SALDO-PREVIO PIC S9(9)V99.
               10 CUENTA-DIA OCCURS 31 TIMES.
                   15 DIA-SALDO      PIC S9(9)V99.
                   15 DIA-CONOCIDO   PIC X.
       01 NUM-CUENTAS           PIC 9(4) VALUE 0.
       01 DIA-ACTUAL            PIC 9(2) VALUE 0.
       01 MAESTRO-ID-TXT        PIC X(10).
       01 MAESTRO-NOMBRE-TXT    PIC X(30).
       01 MAESTRO-BANCO-TXT     PIC X(20).
       01 MAESTRO-ESTADO-TXT    PIC X(10).

       01 HISTORIAL-FECHA-TXT   PIC X(10).
       01 HISTORIAL-CUENTA-TXT  PIC X(10).
       01 HISTORIAL-SALDO-TXT   PIC X(15).
       01 HISTORIAL-FECHA       PIC 9(8) VALUE 0.
       01 HISTORIAL-SALDO       PIC S9(9)V99 VALUE 0.
       01 CONTADOR-HISTORIAL    PIC 9(7) VALUE 0.
       01 CONTADOR-SIN-MAESTRO  PIC 9(7) VALUE 0.

      * Cálculo por cuenta.
       01 INDICADOR-SALDO      PIC X VALUE 'N'.
         88 SALDO-CONOCIDO     VALUE 'S'.
       01 SALDO-CORRIENTE       PIC S9(9)V99 VALUE 0.
       01 SUMA-SALDOS           PIC S9(11)V99 VALUE 0.
       01 DIAS-CON-SALDO        PIC 9(2) VALUE 0.
       01 SALDO-PROMEDIO        PIC S9(9)V99 VALUE 0.
       01 TASA-APLICADA         PIC 9(3)V9(4) VALUE 0.
       01 INTERES-CUENTA        PIC 9(7)V99 VALUE 0.
       01 OBSERVACION           PIC X(40).
       01 ID-INTERES            PIC X(10).

       01 CONTADOR-ABONOS       PIC 9(5) VALUE 0.
       01 CONTADOR-SIN-INTERES  PIC 9(5) VALUE 0.
       01 CONTADOR-ID-OCUPADO   PIC 9(5) VALUE 0.
       01 CONTADOR-BLOQUEADAS   PIC 9(5) VALUE 0.
       01 TOTAL-INTERESES       PIC 9(9)V99 VALUE 0.
       01 CONTEO-TRAILER-FORMAT PIC Z(6)9.
       01 TOTAL-TRAILER-FORMAT  PIC Z(6)9.99.

       01 PROMEDIO-FMT          PIC -(8)9.99.
       01 TASA-FMT              PIC ZZ9.9999.
       01 INTERES-FMT           PIC Z(6)9.99.
       01 DIAS-FMT              PIC Z9.
       01 TOTAL-FMT             PIC Z(8)9.99.
       01 CONTADOR-ABONOS-FMT   PIC Z(4)9.
       01 CONTADOR-SIN-INT-FMT  PIC Z(4)9.
       01 CONTADOR-ID-OCUP-FMT  PIC Z(4)9.
       01 CONTADOR-BLOQ-FMT     PIC Z(4)9.
       01 DEVENGO-MESSAGE       PIC X(160).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIAR-CORRIDA.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-CONSULTA.
           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-JOURNAL
           END-IF.
           IF MES-YA-DEVENGADO
               DISPLAY "ERROR: EL MES " MES-PROCESO
                 " YA TIENE DEVENGO COMPLETO - NO SE GENERA DE NUEVO"
               MOVE "YA-DEVENGADO" TO RESULTADO-CORRIDA
               GO TO FINALIZE
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-TASAS
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-MAESTRO-CUENTAS
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-HISTORIAL-SALDOS
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM ABRIR-REGISTRO-IDS
           END-IF.
           IF NOT ABORTAR-CORRIDA
               PERFORM ABRIR-SALIDAS
           END-IF.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM VARYING CTA-IDX FROM 1 BY 1
             UNTIL CTA-IDX > NUM-CUENTAS
               PERFORM DEVENGAR-CUENTA
           END-PERFORM.

           PERFORM ESCRIBIR-TRAILER-ENTRADA.
           PERFORM ESCRIBIR-TOTALES-DEVENGO.
           CLOSE REPORTE-DEVENGO ENTRADA-INTERESES.
           IF REGISTRO-ABIERTO
               CLOSE REGISTRO-IDS
           END-IF.
           MOVE "COMPLETA" TO RESULTADO-CORRIDA.
           GO TO FINALIZE.

       INICIAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-INICIO-TS.
           MOVE SPACES TO ID-CORRIDA.
           STRING "INT-" TS-AAAAMMDDHHMMSS
             DELIMITED BY SIZE INTO ID-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
           MOVE FECHA-ACTUAL (1:8) TO FECHA-HOY.
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
           DISPLAY "PARAMETRO RUTA-HISTORIAL-SALDOS: "
             FUNCTION TRIM (RUTA-HISTORIAL-SALDOS).
           DISPLAY "PARAMETRO RUTA-TASAS-INTERES: "
             FUNCTION TRIM (RUTA-TASAS-INTERES).
           DISPLAY "PARAMETRO MONEDA-BASE: " MONEDA-BASE.

       TOMAR-PARAMETRO.
           MOVE SPACES TO CLAVE-PARAMETRO VALOR-PARAMETRO.
           UNSTRING LINEA-PARAMETRO DELIMITED BY "="
             INTO CLAVE-PARAMETRO, VALOR-PARAMETRO
           END-UNSTRING.
           EVALUATE CLAVE-PARAMETRO
               WHEN "RUTA-HISTORIAL-SALDOS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-HISTORIAL-SALDOS
                   END-IF
               WHEN "RUTA-MAESTRO"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-MAESTRO
                   END-IF
               WHEN "RUTA-TASAS-INTERES"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-TASAS-INTERES
                   END-IF
               WHEN "RUTA-REGISTRO-IDS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-REGISTRO-IDS
                   END-IF
               WHEN "RUTA-JOURNAL"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-JOURNAL
                   END-IF
               WHEN "MONEDA-BASE"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO (1:3) TO MONEDA-BASE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEER-CONSULTA.
           IF HOY-MM = 01
               COMPUTE MES-AAAA = HOY-AAAA - 1
               MOVE 12 TO MES-MM
           ELSE
               MOVE HOY-AAAA TO MES-AAAA
               COMPUTE MES-MM = HOY-MM - 1
           END-IF.
           OPEN INPUT CONSULTA-INTERES.
           IF CONSULTA-STATUS-FILE > "07"
               CONTINUE
           ELSE
               READ CONSULTA-INTERES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINEA-CONSULTA (1:6) IS NUMERIC
                         AND LINEA-CONSULTA (5:2) >= "01"
                         AND LINEA-CONSULTA (5:2) <= "12"
                           MOVE LINEA-CONSULTA (1:6) TO MES-PROCESO
                       ELSE
                           DISPLAY "ERROR: MES DE LA CONSULTA "
                             "INVALIDO - " LINEA-CONSULTA
                           MOVE "ERROR-PARAMETROS"
                             TO RESULTADO-CORRIDA
                           SET ABORTAR-CORRIDA TO TRUE
                       END-IF
               END-READ
               CLOSE CONSULTA-INTERES
           END-IF.

           COMPUTE FECHA-INICIO-MES = MES-PROCESO * 100 + 1.
           MOVE MES-AAAA TO SIGUIENTE-AAAA.
           MOVE 01 TO SIGUIENTE-DD.
           IF MES-MM = 12
               ADD 1 TO SIGUIENTE-AAAA
               MOVE 01 TO SIGUIENTE-MM
           ELSE
               COMPUTE SIGUIENTE-MM = MES-MM + 1
           END-IF.
           COMPUTE FECHA-FIN-MES = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (FECHA-SIGUIENTE-MES) - 1).
           MOVE FECHA-FIN-MES (7:2) TO DIAS-MES.
           DISPLAY "DEVENGO DEL MES " MES-PROCESO
             " (" FECHA-INICIO-MES " AL " FECHA-FIN-MES ")".
           IF FECHA-FIN-MES >= FECHA-HOY
               DISPLAY "ALERTA: EL MES NO HA CERRADO - LOS DIAS SIN "
                 "CORRIDA ARRASTRAN EL ULTIMO SALDO CONOCIDO"
           END-IF.

      * Sin journal (35) no hay devengos anteriores. Si existe pero
      * no se puede leer se aborta: sin él no se sabe si el mes ya
      * se abonó.
       CARGAR-JOURNAL.
           MOVE SPACES TO ENTRADA-JOURNAL.
           STRING "entrada-intereses-" MES-PROCESO ".csv"
             DELIMITED BY SIZE INTO ENTRADA-JOURNAL.
           OPEN INPUT CORRIDAS-JOURNAL.
           EVALUATE TRUE
               WHEN JOURNAL-STATUS-FILE = "35"
                   CONTINUE
               WHEN JOURNAL-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ABRIR EL JOURNAL DE CORRIDAS "
                     JOURNAL-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN OTHER
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
           END-EVALUATE.

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
           IF JOURNAL-TIPO-TXT = "INTERES"
             AND JOURNAL-ENTRADA-TXT = ENTRADA-JOURNAL
             AND JOURNAL-RESULTADO-TXT = "COMPLETA"
               SET MES-YA-DEVENGADO TO TRUE
           END-IF.

      * Sin tabla de tasas no hay con qué devengar; un renglón que
      * no se entiende aborta para que se corrija, igual que la
      * lista de bancos.
       CARGAR-TASAS.
           OPEN INPUT TASAS-INTERES.
           IF TASAS-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR LA TABLA DE TASAS "
                 TASAS-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: CORRIDA ABORTADA"
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ TASAS-INTERES
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM REGISTRAR-TASA
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE TASAS-INTERES
           END-IF.

      * La primera línea de la tabla es el encabezado de columnas.
       REGISTRAR-TASA.
           IF ES-PRIMER-TASA = "S"
               MOVE "N" TO ES-PRIMER-TASA
           ELSE
               IF LINEA-TASA NOT = SPACES
                   PERFORM CARGAR-ENTRADA-TASA
               END-IF
           END-IF.

       CARGAR-ENTRADA-TASA.
           MOVE SPACES TO TASA-ESTADO-TXT TASA-DESDE-TXT
             TASA-HASTA-TXT TASA-ANUAL-TXT.
           UNSTRING LINEA-TASA DELIMITED BY ","
             INTO TASA-ESTADO-TXT, TASA-DESDE-TXT, TASA-HASTA-TXT,
               TASA-ANUAL-TXT
           END-UNSTRING.
           IF TASA-HASTA-TXT = SPACES
               MOVE "0" TO TASA-HASTA-TXT
           END-IF.

           EVALUATE TRUE
               WHEN TASA-ESTADO-TXT NOT = "Activa"
                 AND TASA-ESTADO-TXT NOT = "Bloqueada"
               WHEN FUNCTION TEST-NUMVAL (TASA-DESDE-TXT) NOT = 0
               WHEN FUNCTION TEST-NUMVAL (TASA-HASTA-TXT) NOT = 0
               WHEN TASA-ANUAL-TXT = SPACES
               WHEN FUNCTION TEST-NUMVAL (TASA-ANUAL-TXT) NOT = 0
                   DISPLAY "ERROR: LINEA MALFORMADA EN LA TABLA DE "
                     "TASAS - " FUNCTION TRIM (LINEA-TASA)
                   DISPLAY "ERROR: CORRIDA ABORTADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN NUM-TASAS < 50
                   ADD 1 TO NUM-TASAS
                   SET TAS-IDX TO NUM-TASAS
                   MOVE TASA-ESTADO-TXT TO TASA-ESTADO (TAS-IDX)
                   MOVE FUNCTION NUMVAL (TASA-DESDE-TXT)
                     TO TASA-DESDE (TAS-IDX)
                   MOVE FUNCTION NUMVAL (TASA-HASTA-TXT)
                     TO TASA-HASTA (TAS-IDX)
                   MOVE FUNCTION NUMVAL (TASA-ANUAL-TXT)
                     TO TASA-ANUAL (TAS-IDX)
               WHEN OTHER
                   DISPLAY "ERROR: CAPACIDAD DE 50 RANGOS DE TASA "
                     "EXCEDIDA - CORRIDA ABORTADA"
                   SET ABORTAR-CORRIDA TO TRUE
           END-EVALUATE.

       CARGAR-MAESTRO-CUENTAS.
           OPEN INPUT MAESTRO-CUENTAS.
           IF MAESTRO-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL MAESTRO DE CUENTAS "
                 MAESTRO-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: SIN MAESTRO NO SE SABE EL ESTADO DE "
                 "LAS CUENTAS - CORRIDA ABORTADA"
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
               IF MAESTRO-ID-TXT NOT = SPACES AND NUM-CUENTAS < 200
                   ADD 1 TO NUM-CUENTAS
                   SET CTA-IDX TO NUM-CUENTAS
                   MOVE MAESTRO-ID-TXT (1:4) TO CUENTA-ID (CTA-IDX)
                   MOVE MAESTRO-NOMBRE-TXT TO CUENTA-NOMBRE (CTA-IDX)
                   MOVE MAESTRO-ESTADO-TXT TO CUENTA-ESTADO (CTA-IDX)
                   MOVE 0 TO CUENTA-FECHA-PREVIA (CTA-IDX)
                     CUENTA-SALDO-PREVIO (CTA-IDX)
                   PERFORM VARYING DIA-ACTUAL FROM 1 BY 1
                     UNTIL DIA-ACTUAL > 31
                       MOVE 0 TO DIA-SALDO (CTA-IDX, DIA-ACTUAL)
                       MOVE "N" TO DIA-CONOCIDO (CTA-IDX, DIA-ACTUAL)
                   END-PERFORM
               END-IF
           END-IF.

      * Sin historial no hay saldos diarios: se aborta en lugar de
      * devengar cero a todas las cuentas.
       CARGAR-HISTORIAL-SALDOS.
           OPEN INPUT HISTORIAL-SALDOS.
           IF HISTORIAL-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL HISTORIAL DE SALDOS "
                 HISTORIAL-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: CORRIDA ABORTADA"
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
           END-IF.

      * El historial va en orden de corrida, así que el renglón que
      * llega después para la misma fecha (otra sesión) pisa al
      * anterior.
       REGISTRAR-SALDO-HISTORIAL.
           MOVE SPACES TO HISTORIAL-FECHA-TXT HISTORIAL-CUENTA-TXT
             HISTORIAL-SALDO-TXT.
           UNSTRING LINEA-HISTORIAL DELIMITED BY ","
             INTO HISTORIAL-FECHA-TXT, HISTORIAL-CUENTA-TXT,
               HISTORIAL-SALDO-TXT
           END-UNSTRING.
           IF HISTORIAL-FECHA-TXT (1:8) IS NUMERIC
             AND HISTORIAL-SALDO-TXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL (HISTORIAL-SALDO-TXT) = 0
               MOVE HISTORIAL-FECHA-TXT (1:8) TO HISTORIAL-FECHA
               MOVE FUNCTION NUMVAL (HISTORIAL-SALDO-TXT)
                 TO HISTORIAL-SALDO
               IF HISTORIAL-FECHA <= FECHA-FIN-MES
                   ADD 1 TO CONTADOR-HISTORIAL
                   PERFORM UBICAR-SALDO-HISTORIAL
               END-IF
           END-IF.

       UBICAR-SALDO-HISTORIAL.
           SET CTA-IDX TO 1.
           SEARCH CUENTA-ENTRY
             VARYING CTA-IDX
             AT END
                 ADD 1 TO CONTADOR-SIN-MAESTRO
             WHEN CTA-IDX > NUM-CUENTAS
                 ADD 1 TO CONTADOR-SIN-MAESTRO
             WHEN CUENTA-ID (CTA-IDX) = HISTORIAL-CUENTA-TXT (1:4)
                 IF HISTORIAL-FECHA < FECHA-INICIO-MES
                     IF HISTORIAL-FECHA
                       >= CUENTA-FECHA-PREVIA (CTA-IDX)
                         MOVE HISTORIAL-FECHA
                           TO CUENTA-FECHA-PREVIA (CTA-IDX)
                         MOVE HISTORIAL-SALDO
                           TO CUENTA-SALDO-PREVIO (CTA-IDX)
                     END-IF
                 ELSE
                     MOVE HISTORIAL-FECHA (7:2) TO DIA-ACTUAL
                     MOVE HISTORIAL-SALDO
                       TO DIA-SALDO (CTA-IDX, DIA-ACTUAL)
                     MOVE "S" TO DIA-CONOCIDO (CTA-IDX, DIA-ACTUAL)
                 END-IF
           END-SEARCH.

      * El registro de IDs dice si el ID del abono de interés ya se
      * usó - otra operación de la cuenta ese día o el devengo del
      * mes ya abonado. Sin registro (aún no hay corridas
      * completas) no hay nada que cotejar.
       ABRIR-REGISTRO-IDS.
           OPEN INPUT REGISTRO-IDS.
           EVALUATE TRUE
               WHEN REGISTRO-STATUS-FILE = "35"
                   DISPLAY "SIN REGISTRO DE IDS - NO SE COTEJAN LOS "
                     "IDS DE LOS ABONOS"
               WHEN REGISTRO-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ABRIR EL REGISTRO DE IDS "
                     REGISTRO-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
                   DISPLAY "ERROR: CORRIDA ABORTADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN OTHER
                   SET REGISTRO-ABIERTO TO TRUE
           END-EVALUATE.

       ABRIR-SALIDAS.
           MOVE SPACES TO DEVENGO-FILENAME ENTRADA-FILENAME.
           STRING "../data/devengo-intereses-" MES-PROCESO ".txt"
             DELIMITED BY SIZE INTO DEVENGO-FILENAME.
           STRING "../data/entrada-intereses-" MES-PROCESO ".csv"
             DELIMITED BY SIZE INTO ENTRADA-FILENAME.

           OPEN OUTPUT REPORTE-DEVENGO.
           IF DEVENGO-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL REPORTE DE DEVENGO "
                 DEVENGO-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               OPEN OUTPUT ENTRADA-INTERESES
               IF ENTRADA-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ABRIR EL ARCHIVO DE ABONOS "
                     ENTRADA-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
                   CLOSE REPORTE-DEVENGO
                   SET ABORTAR-CORRIDA TO TRUE
               END-IF
           END-IF.
           IF ABORTAR-CORRIDA
               IF REGISTRO-ABIERTO
                   CLOSE REGISTRO-IDS
               END-IF
           ELSE
               MOVE "ID,Tipo,Monto,Moneda" TO LINEA-ENTRADA
               WRITE LINEA-ENTRADA
               MOVE SPACES TO DEVENGO-MESSAGE
               STRING "DEVENGO DE INTERESES DEL MES " MES-PROCESO
                 " - CORRIDA " ID-CORRIDA
                 DELIMITED BY SIZE INTO DEVENGO-MESSAGE
               MOVE DEVENGO-MESSAGE TO LINEA-DEVENGO
               WRITE LINEA-DEVENGO
               DISPLAY DEVENGO-MESSAGE
           END-IF.

      * Saldo promedio diario = suma de los cierres de los días del
      * mes entre los días del mes. Un día sin renglón (sin corrida,
      * fin de semana) lleva el cierre del último día conocido; los
      * días anteriores al primer saldo conocido de la cuenta (alta
      * a medio mes) cuentan en cero. Interés = promedio x tasa
      * anual x días del mes / 365.
       DEVENGAR-CUENTA.
           MOVE 0 TO SUMA-SALDOS DIAS-CON-SALDO SALDO-PROMEDIO
             TASA-APLICADA INTERES-CUENTA.
           MOVE SPACES TO OBSERVACION.
           MOVE "N" TO INDICADOR-SALDO.
           MOVE 0 TO SALDO-CORRIENTE.
           IF CUENTA-FECHA-PREVIA (CTA-IDX) NOT = 0
               MOVE CUENTA-SALDO-PREVIO (CTA-IDX) TO SALDO-CORRIENTE
               SET SALDO-CONOCIDO TO TRUE
           END-IF.
           PERFORM VARYING DIA-ACTUAL FROM 1 BY 1
             UNTIL DIA-ACTUAL > DIAS-MES
               IF DIA-CONOCIDO (CTA-IDX, DIA-ACTUAL) = "S"
                   MOVE DIA-SALDO (CTA-IDX, DIA-ACTUAL)
                     TO SALDO-CORRIENTE
                   SET SALDO-CONOCIDO TO TRUE
               END-IF
               IF SALDO-CONOCIDO
                   ADD SALDO-CORRIENTE TO SUMA-SALDOS
                   ADD 1 TO DIAS-CON-SALDO
               END-IF
           END-PERFORM.
           COMPUTE SALDO-PROMEDIO ROUNDED = SUMA-SALDOS / DIAS-MES.

           EVALUATE TRUE
               WHEN DIAS-CON-SALDO = 0
                   MOVE "SIN SALDOS EN EL HISTORIAL"
                     TO OBSERVACION
               WHEN CUENTA-ESTADO (CTA-IDX) NOT = "Activa"
                 AND CUENTA-ESTADO (CTA-IDX) NOT = "Bloqueada"
                   STRING "CUENTA "
                     FUNCTION TRIM (CUENTA-ESTADO (CTA-IDX))
                     " - NO DEVENGA"
                     DELIMITED BY SIZE INTO OBSERVACION
               WHEN SALDO-PROMEDIO NOT > 0
                   MOVE "SALDO PROMEDIO NO POSITIVO" TO OBSERVACION
               WHEN OTHER
                   PERFORM BUSCAR-TASA
           END-EVALUATE.

           IF OBSERVACION = SPACES
               COMPUTE INTERES-CUENTA ROUNDED =
                 SALDO-PROMEDIO * TASA-APLICADA / 100
                 * DIAS-MES / 365
               IF INTERES-CUENTA = 0
                   MOVE "INTERES MENOR A UN CENTAVO" TO OBSERVACION
               ELSE
                   PERFORM GENERAR-ABONO-INTERES
               END-IF
           END-IF.
           IF OBSERVACION NOT = SPACES
               ADD 1 TO CONTADOR-SIN-INTERES
           END-IF.
           PERFORM ESCRIBIR-RENGLON-DEVENGO.

       BUSCAR-TASA.
           SET TAS-IDX TO 1.
           SEARCH TASA-ENTRY
             VARYING TAS-IDX
             AT END
                 PERFORM REPORTAR-SIN-TASA
             WHEN TAS-IDX > NUM-TASAS
                 PERFORM REPORTAR-SIN-TASA
             WHEN TASA-ESTADO (TAS-IDX) = CUENTA-ESTADO (CTA-IDX)
               AND TASA-DESDE (TAS-IDX) <= SALDO-PROMEDIO
               AND (TASA-HASTA (TAS-IDX) = 0
                    OR SALDO-PROMEDIO <= TASA-HASTA (TAS-IDX))
                 MOVE TASA-ANUAL (TAS-IDX) TO TASA-APLICADA
                 IF TASA-APLICADA = 0
                     MOVE "TASA CERO EN SU RANGO" TO OBSERVACION
                 END-IF
           END-SEARCH.

       REPORTAR-SIN-TASA.
           IF CUENTA-ESTADO (CTA-IDX) = "Bloqueada"
               MOVE "BLOQUEADA - SIN TASA" TO OBSERVACION
           ELSE
               MOVE "SIN RANGO DE TASA PARA EL SALDO" TO OBSERVACION
           END-IF.

      * El abono lleva la fecha del último día del mes devengado en
      * el ID (cuenta + AAMMDD). Como un mes ya devengado no se
      * repite, ese ID en el registro es otro movimiento de la
      * cuenta ese día: no se genera - la corrida diaria lo
      * rechazaría por duplicado - y queda en el reporte para
      * abonarlo a mano. Lo mismo con
      * una cuenta Bloqueada: la corrida diaria rechaza toda línea
      * de la cuenta, así que su interés no va al archivo.
       GENERAR-ABONO-INTERES.
           MOVE SPACES TO ID-INTERES.
           STRING CUENTA-ID (CTA-IDX) FECHA-FIN-MES (3:6)
             DELIMITED BY SIZE INTO ID-INTERES.
           IF CUENTA-ESTADO (CTA-IDX) = "Bloqueada"
               MOVE "BLOQUEADA - ABONAR A MANO" TO OBSERVACION
               ADD 1 TO CONTADOR-BLOQUEADAS
           END-IF.
           IF REGISTRO-ABIERTO AND OBSERVACION = SPACES
               MOVE ID-INTERES TO REGISTRO-LLAVE
               READ REGISTRO-IDS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "ID YA REGISTRADO - ABONAR A MANO"
                         TO OBSERVACION
                       ADD 1 TO CONTADOR-ID-OCUPADO
               END-READ
           END-IF.
           IF OBSERVACION = SPACES
               MOVE INTERES-CUENTA TO INTERES-FMT
               MOVE SPACES TO LINEA-ENTRADA
               STRING ID-INTERES ",Crédito,"
                 FUNCTION TRIM (INTERES-FMT) ","
                 MONEDA-BASE
                 DELIMITED BY SIZE INTO LINEA-ENTRADA
               WRITE LINEA-ENTRADA
               ADD 1 TO CONTADOR-ABONOS
               ADD INTERES-CUENTA TO TOTAL-INTERESES
           END-IF.

       ESCRIBIR-RENGLON-DEVENGO.
           MOVE SALDO-PROMEDIO TO PROMEDIO-FMT.
           MOVE TASA-APLICADA TO TASA-FMT.
           MOVE INTERES-CUENTA TO INTERES-FMT.
           MOVE DIAS-CON-SALDO TO DIAS-FMT.
           MOVE SPACES TO DEVENGO-MESSAGE.
           STRING "  Cuenta " CUENTA-ID (CTA-IDX)
             " " CUENTA-NOMBRE (CTA-IDX) (1:20)
             " " CUENTA-ESTADO (CTA-IDX)
             " Dias: " DIAS-FMT
             " Promedio: " PROMEDIO-FMT
             " Tasa: " TASA-FMT
             " Interes: " INTERES-FMT
             " " OBSERVACION
             DELIMITED BY SIZE INTO DEVENGO-MESSAGE.
           MOVE DEVENGO-MESSAGE TO LINEA-DEVENGO.
           WRITE LINEA-DEVENGO.
           DISPLAY FUNCTION TRIM (DEVENGO-MESSAGE TRAILING).

      * Trailer igual que el del reciclaje: conteo de líneas de
      * datos y suma de montos.
       ESCRIBIR-TRAILER-ENTRADA.
           MOVE CONTADOR-ABONOS TO CONTEO-TRAILER-FORMAT.
           MOVE TOTAL-INTERESES TO TOTAL-TRAILER-FORMAT.
           MOVE SPACES TO LINEA-ENTRADA.
           STRING "TRAILER,"
             FUNCTION TRIM (CONTEO-TRAILER-FORMAT) ","
             FUNCTION TRIM (TOTAL-TRAILER-FORMAT)
             DELIMITED BY SIZE INTO LINEA-ENTRADA.
           WRITE LINEA-ENTRADA.

       ESCRIBIR-TOTALES-DEVENGO.
           MOVE CONTADOR-ABONOS TO CONTADOR-ABONOS-FMT.
           MOVE CONTADOR-SIN-INTERES TO CONTADOR-SIN-INT-FMT.
           MOVE CONTADOR-ID-OCUPADO TO CONTADOR-ID-OCUP-FMT.
           MOVE CONTADOR-BLOQUEADAS TO CONTADOR-BLOQ-FMT.
           MOVE TOTAL-INTERESES TO TOTAL-FMT.

           MOVE SPACES TO DEVENGO-MESSAGE.
           STRING "Abonos de interes generados: "
             CONTADOR-ABONOS-FMT " por " TOTAL-FMT " " MONEDA-BASE
             DELIMITED BY SIZE INTO DEVENGO-MESSAGE.
           MOVE DEVENGO-MESSAGE TO LINEA-DEVENGO.
           WRITE LINEA-DEVENGO.
           DISPLAY DEVENGO-MESSAGE.

           MOVE SPACES TO DEVENGO-MESSAGE.
           STRING "Cuentas sin interes: " CONTADOR-SIN-INT-FMT
             " (con ID ya registrado: " CONTADOR-ID-OCUP-FMT
             ", bloqueadas a abonar a mano: " CONTADOR-BLOQ-FMT ")"
             DELIMITED BY SIZE INTO DEVENGO-MESSAGE.
           MOVE DEVENGO-MESSAGE TO LINEA-DEVENGO.
           WRITE LINEA-DEVENGO.
           DISPLAY DEVENGO-MESSAGE.

           MOVE SPACES TO DEVENGO-MESSAGE.
           STRING "Archivo de abonos: "
             FUNCTION TRIM (ENTRADA-FILENAME)
             DELIMITED BY SIZE INTO DEVENGO-MESSAGE.
           MOVE DEVENGO-MESSAGE TO LINEA-DEVENGO.
           WRITE LINEA-DEVENGO.
           DISPLAY DEVENGO-MESSAGE.

           IF CONTADOR-SIN-MAESTRO > 0
               DISPLAY "ALERTA: RENGLONES DEL HISTORIAL DE CUENTAS "
                 "FUERA DEL MAESTRO: " CONTADOR-SIN-MAESTRO
           END-IF.

       ESCRIBIR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-FIN-TS.
           MOVE CONTADOR-ABONOS TO CONTADOR-ABONOS-FMT.
           MOVE CONTADOR-SIN-INTERES TO CONTADOR-SIN-INT-FMT.
           MOVE CONTADOR-ID-OCUPADO TO CONTADOR-ID-OCUP-FMT.
           MOVE CONTADOR-BLOQUEADAS TO CONTADOR-BLOQ-FMT.

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
                 "INTERES,"
                 CORRIDA-INICIO-TS ","
                 CORRIDA-FIN-TS ","
                 "entrada-intereses-" MES-PROCESO ".csv,"
                 FUNCTION TRIM (CONTADOR-ABONOS-FMT) ","
                 FUNCTION TRIM (CONTADOR-SIN-INT-FMT) ","
                 FUNCTION TRIM (CONTADOR-ID-OCUP-FMT) ","
                 FUNCTION TRIM (CONTADOR-BLOQ-FMT) ","
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

       END PROGRAM CODEABLE-INTERBANK-INTERES.
