      ******************************************************************
      * AUTHOR MIGUEL ANGEL CHAVEZ DOMINGUEZ:
      * DATE:
      * PURPOSE: Cadena de fin de día - corre en orden los pasos del
      *          archivo de control (paso, programa, parámetros del
      *          paso, prerrequisitos), revisa en el journal de
      *          corridas el resultado de cada paso y detiene la
      *          cadena ante ABORTADA o FAIL. Una segunda corrida
      *          del mismo día retoma en el paso que falló. Deja una
      *          bitácora fechada con lo ejecutado, omitido y fallido
      *          y la duración de cada paso para el turno matutino.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEABLE-INTERBANK-CADENA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSULTA-CADENA
               ASSIGN TO '../data/consulta-cadena.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS CONSULTA-STATUS-FILE.
           SELECT CONTROL-CADENA
               ASSIGN TO DYNAMIC RUTA-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS CONTROL-STATUS-FILE.
           SELECT ESTADO-CADENA
               ASSIGN TO DYNAMIC RUTA-ESTADO
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ESTADO-STATUS-FILE.
           SELECT ESTADO-CADENA-TMP
               ASSIGN TO DYNAMIC RUTA-ESTADO-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS ESTADO-TMP-STATUS-FILE.
           SELECT BITACORA-CADENA
               ASSIGN TO DYNAMIC RUTA-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS BITACORA-STATUS-FILE.
           SELECT CONSULTA-PASO
               ASSIGN TO DYNAMIC RUTA-CONSULTA-PASO
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS CONSULTA-PASO-STATUS-FILE.
           SELECT CORRIDAS-JOURNAL
               ASSIGN TO DYNAMIC RUTA-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS JOURNAL-STATUS-FILE.
           SELECT PARAMETROS-RESGUARDO
               ASSIGN TO DYNAMIC RUTA-RESGUARDO
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS RESGUARDO-STATUS-FILE.
           SELECT PARAMETROS
               ASSIGN TO '../data/parametros.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS PARAMETROS-STATUS-FILE.
       DATA DIVISION.
       FILE SECTION.
           FD CONSULTA-CADENA.
           01 LINEA-CONSULTA       PIC X(80).

           FD CONTROL-CADENA.
           01 LINEA-CONTROL        PIC X(300).

           FD ESTADO-CADENA.
           01 LINEA-ESTADO         PIC X(100).

           FD ESTADO-CADENA-TMP.
           01 LINEA-ESTADO-TMP     PIC X(100).

           FD BITACORA-CADENA.
           01 LINEA-BITACORA       PIC X(150).

           FD CONSULTA-PASO.
           01 LINEA-CONSULTA-PASO  PIC X(80).

           FD CORRIDAS-JOURNAL.
           01 LINEA-JOURNAL        PIC X(200).

           FD PARAMETROS-RESGUARDO.
           01 LINEA-RESGUARDO      PIC X(80).

           FD PARAMETROS.
           01 LINEA-PARAMETRO      PIC X(80).
       WORKING-STORAGE SECTION.

       01 CONSULTA-STATUS-FILE     PIC XX.
       01 CONTROL-STATUS-FILE      PIC XX.
       01 ESTADO-STATUS-FILE       PIC XX.
       01 ESTADO-TMP-STATUS-FILE   PIC XX.
       01 BITACORA-STATUS-FILE     PIC XX.
       01 CONSULTA-PASO-STATUS-FILE PIC XX.
       01 JOURNAL-STATUS-FILE      PIC XX.
       01 RESGUARDO-STATUS-FILE    PIC XX.
       01 PARAMETROS-STATUS-FILE   PIC XX.
       01 MENSAJE                  PIC X(80).

       01 FIN                      PIC X(3) VALUE "NO".
         88 CONTINUAR              VALUE "NO".
         88 TERMINAR               VALUE "YES".

       01 INDICADOR-ABORTO     PIC X VALUE 'N'.
         88 ABORTAR-CORRIDA    VALUE 'S'.

      * Identificador de la propia cadena - mismo esquema y mismo
      * journal de corridas que transacciones.cbl.
       01 TIMESTAMP-CORRIDA.
           05 TS-AAAAMMDDHHMMSS PIC X(14).
           05 FILLER            PIC X(7).
       01 ID-CORRIDA            PIC X(18).
       01 CORRIDA-INICIO-TS     PIC X(14).
       01 CORRIDA-FIN-TS        PIC X(14).
       01 RESULTADO-CORRIDA     PIC X(16) VALUE "ABORTADA".
       01 INDICADOR-RESUME      PIC X VALUE 'N'.
         88 CADENA-REANUDADA    VALUE 'S'.

      * Fecha de la cadena: AAAAMMDD en la primera línea del archivo
      * de consulta (para retomar la cadena de un día anterior);
      * sin archivo es la de hoy. La bitácora y el estado de la
      * cadena van fechados con ella.
       01 FECHA-CADENA          PIC X(8).
       01 FECHA-ACTUAL.
           05 FECHA-AAAAMMDD    PIC 9(8).
           05 FILLER            PIC X(13).

       01 RUTA-CONTROL          PIC X(50)
             VALUE '../data/cadena-control.dat'.
       01 RUTA-CADENA-PREFIJO   PIC X(50)
             VALUE '../data/cadena-'.
       01 RUTA-PROGRAMAS        PIC X(50) VALUE './'.
       01 RUTA-JOURNAL          PIC X(50)
             VALUE '../data/corridas-journal.csv'.
       01 RUTA-RESGUARDO        PIC X(50)
             VALUE '../data/parametros-cadena.dat'.
       01 RUTA-BITACORA         PIC X(60).
       01 RUTA-ESTADO           PIC X(60).
       01 RUTA-ESTADO-TMP       PIC X(60).
       01 RUTA-CONSULTA-PASO    PIC X(50).
       01 CLAVE-PARAMETRO       PIC X(30).
       01 VALOR-PARAMETRO       PIC X(50).
       01 RETORNO-SO            PIC S9(9) COMP-5.

      * Parámetros de base del día: se resguardan al arrancar y se
      * restituyen al terminar cada paso. Si el resguardo ya existe
      * al arrancar, la cadena anterior cayó a mitad de un paso y
      * ../data/parametros.dat puede traer todavía los de ese paso -
      * la base buena es el resguardo.
       01 PARAMETROS-BASE-TABLA.
           05 PARAMETRO-BASE OCCURS 100 TIMES INDEXED BY PRM-IDX
                                PIC X(80).
       01 NUM-PARAMETROS-BASE   PIC 9(3) VALUE 0.

      * Renglón de control: "PASO,PROGRAMA,PARAMETROS,PRERREQUISITOS"
      * - los parámetros del paso como CLAVE=VALOR separados por ";"
      * y los prerrequisitos como nombres de paso separados por ";".
      * Renglones en blanco o que empiezan con "*" se ignoran.
      * CONSULTA-CORRIDA=<ruta> no va a parámetros: la cadena deja
      * en esa ruta el ID de la última corrida TRX- de la cadena
      * (la consulta que esperan la conciliación y la contabilidad).
       01 PASOS-TABLA.
           05 PASO-ENTRY OCCURS 50 TIMES INDEXED BY PASO-IDX.
               10 PASO-NOMBRE       PIC X(20).
               10 PASO-PROGRAMA     PIC X(30).
               10 PASO-PARAMETROS   PIC X(150).
               10 PASO-PRERREQ      PIC X(100).
               10 PASO-ESTADO       PIC X(10).
                 88 PASO-PENDIENTE  VALUE "PENDIENTE".
                 88 PASO-COMPLETO   VALUE "COMPLETO".
                 88 PASO-FALLIDO    VALUE "FALLIDO".
               10 PASO-RESULTADO    PIC X(16).
               10 PASO-ID-CORRIDA   PIC X(20).
               10 PASO-DURACION     PIC 9(7).
       01 NUM-PASOS             PIC 9(2) VALUE 0.
       01 PASO-ACTUAL           PIC 9(2) VALUE 0.
       01 CONTROL-PASO-TXT      PIC X(20).
       01 CONTROL-PROGRAMA-TXT  PIC X(30).
       01 CONTROL-PARAMETROS-TXT PIC X(150).
       01 CONTROL-PRERREQ-TXT   PIC X(100).

      * Estado de la cadena del día: "PASO,ESTADO,RESULTADO,ID,SEG"
      * - se reescribe tras cada paso por temporal y renombre.
       01 ESTADO-PASO-TXT       PIC X(20).
       01 ESTADO-ESTADO-TXT     PIC X(10).
       01 ESTADO-RESULTADO-TXT  PIC X(16).
       01 ESTADO-ID-TXT         PIC X(20).
       01 ESTADO-DURACION-TXT   PIC X(10).

       01 INDICADOR-DETENIDA    PIC X VALUE 'N'.
         88 CADENA-DETENIDA     VALUE 'S'.
       01 CONTADOR-EJECUTADOS   PIC 9(3) VALUE 0.
       01 CONTADOR-OMITIDOS     PIC 9(3) VALUE 0.
       01 CONTADOR-FALLIDOS     PIC 9(3) VALUE 0.
       01 CONTADOR-EJECUTADOS-FMT PIC ZZ9.
       01 CONTADOR-OMITIDOS-FMT PIC ZZ9.
       01 CONTADOR-FALLIDOS-FMT PIC ZZ9.

      * Prerrequisitos y parámetros del paso en curso.
       01 PUNTERO-LISTA         PIC 9(3) VALUE 1.
       01 ELEMENTO-LISTA        PIC X(80).
       01 INDICADOR-PRERREQ     PIC X VALUE 'S'.
         88 PRERREQ-CUMPLIDOS   VALUE 'S'.
       01 PRERREQ-FALTANTE      PIC X(20).
       01 INDICADOR-PRERREQ-OK  PIC X VALUE 'N'.
         88 PRERREQ-HALLADO     VALUE 'S'.
       01 ULTIMA-CORRIDA-TRX    PIC X(20) VALUE SPACES.

      * Ejecución del paso: comando, tiempos y asiento del journal
      * con inicio igual o posterior al arranque del paso.
       01 COMANDO-PASO          PIC X(100).
       01 RETORNO-PASO          PIC S9(9) VALUE 0.
       01 RETORNO-PASO-FMT      PIC -(8)9.
       01 PASO-INICIO-TS        PIC X(14).
       01 PASO-FIN-TS           PIC X(14).
       01 TS-CALCULO            PIC X(14).
       01 TS-CALCULO-CAMPOS REDEFINES TS-CALCULO.
           05 TS-CALC-FECHA     PIC 9(8).
           05 TS-CALC-HH        PIC 9(2).
           05 TS-CALC-MM        PIC 9(2).
           05 TS-CALC-SS        PIC 9(2).
       01 SEGUNDOS-CALCULO      PIC 9(12) VALUE 0.
       01 SEGUNDOS-INICIO       PIC 9(12) VALUE 0.
       01 DURACION-FMT          PIC Z(6)9.
       01 JOURNAL-ID-TXT        PIC X(20).
       01 JOURNAL-TIPO-TXT      PIC X(15).
       01 JOURNAL-RESULTADO-TXT PIC X(16).
       01 ASIENTO-ID            PIC X(20).
       01 ASIENTO-RESULTADO     PIC X(16).
       01 INDICADOR-ASIENTO     PIC X VALUE 'N'.
         88 ASIENTO-HALLADO     VALUE 'S'.
       01 LINEAS-JOURNAL-PREVIAS PIC 9(7) VALUE 0.
       01 LINEAS-JOURNAL        PIC 9(7) VALUE 0.
       01 CONTADOR-COMAS        PIC 9(3) VALUE 0.
       01 POSICION-COMA         PIC 9(3) VALUE 0.
       01 MOTIVO-PASO           PIC X(40).
       01 BITACORA-MESSAGE      PIC X(150).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIAR-CORRIDA.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-CONSULTA.
           PERFORM DERIVAR-RUTAS-CADENA.
           PERFORM CARGAR-CONTROL.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.
           PERFORM CARGAR-ESTADO.
           PERFORM RESGUARDAR-PARAMETROS.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.
           PERFORM ABRIR-BITACORA.

           PERFORM EJECUTAR-PASO
             VARYING PASO-ACTUAL FROM 1 BY 1
             UNTIL PASO-ACTUAL > NUM-PASOS.

           PERFORM RESTITUIR-PARAMETROS.
           CALL "CBL_DELETE_FILE" USING RUTA-RESGUARDO
             RETURNING RETORNO-SO.
           IF CADENA-DETENIDA
               MOVE "FALLIDA" TO RESULTADO-CORRIDA
           ELSE
               MOVE "COMPLETA" TO RESULTADO-CORRIDA
           END-IF.
           PERFORM CERRAR-BITACORA.
           GO TO FINALIZE.

       INICIAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-INICIO-TS.
           MOVE SPACES TO ID-CORRIDA.
           STRING "CAD-" TS-AAAAMMDDHHMMSS
             DELIMITED BY SIZE INTO ID-CORRIDA.
           DISPLAY "CORRIDA " ID-CORRIDA.

      * Solo interesan las rutas propias de la cadena y la del
      * journal; las demás claves son de los programas de cada paso.
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
               WHEN "RUTA-CADENA-CONTROL"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-CONTROL
                   END-IF
               WHEN "RUTA-CADENA-PREFIJO"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-CADENA-PREFIJO
                   END-IF
               WHEN "RUTA-PROGRAMAS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-PROGRAMAS
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
           MOVE FECHA-ACTUAL (1:8) TO FECHA-CADENA.
           OPEN INPUT CONSULTA-CADENA.
           IF CONSULTA-STATUS-FILE > "07"
               CONTINUE
           ELSE
               READ CONSULTA-CADENA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINEA-CONSULTA (1:8) IS NUMERIC
                           MOVE LINEA-CONSULTA (1:8) TO FECHA-CADENA
                       ELSE
                           DISPLAY "ALERTA: FECHA DE CADENA INVALIDA "
                             "- SE TOMA EL DIA DE HOY"
                       END-IF
               END-READ
               CLOSE CONSULTA-CADENA
           END-IF.
           DISPLAY "CADENA DE FIN DE DIA - FECHA " FECHA-CADENA.

       DERIVAR-RUTAS-CADENA.
           MOVE SPACES TO RUTA-BITACORA RUTA-ESTADO RUTA-ESTADO-TMP.
           STRING FUNCTION TRIM (RUTA-CADENA-PREFIJO)
             FECHA-CADENA ".log"
             DELIMITED BY SIZE INTO RUTA-BITACORA.
           STRING FUNCTION TRIM (RUTA-CADENA-PREFIJO)
             FECHA-CADENA ".estado"
             DELIMITED BY SIZE INTO RUTA-ESTADO.
           STRING FUNCTION TRIM (RUTA-ESTADO) ".tmp"
             DELIMITED BY SIZE INTO RUTA-ESTADO-TMP.

       CARGAR-CONTROL.
           OPEN INPUT CONTROL-CADENA.
           IF CONTROL-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL CONTROL DE LA CADENA "
                 CONTROL-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ CONTROL-CADENA
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM REGISTRAR-PASO-CONTROL
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE CONTROL-CADENA
               IF NUM-PASOS = 0 AND NOT ABORTAR-CORRIDA
                   DISPLAY "ERROR: EL CONTROL DE LA CADENA NO TRAE "
                     "PASOS"
                   MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
                   SET ABORTAR-CORRIDA TO TRUE
               END-IF
           END-IF.

      * Un renglón sin paso o sin programa, o un nombre de paso
      * repetido, aborta: correr media cadena es peor que no
      * correrla.
       REGISTRAR-PASO-CONTROL.
           IF LINEA-CONTROL = SPACES
             OR LINEA-CONTROL (1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CONTROL-PASO-TXT CONTROL-PROGRAMA-TXT
                 CONTROL-PARAMETROS-TXT CONTROL-PRERREQ-TXT
               UNSTRING LINEA-CONTROL DELIMITED BY ","
                 INTO CONTROL-PASO-TXT, CONTROL-PROGRAMA-TXT,
                   CONTROL-PARAMETROS-TXT, CONTROL-PRERREQ-TXT
               END-UNSTRING
               SET PASO-IDX TO 1
               SEARCH PASO-ENTRY
                 VARYING PASO-IDX
                 AT END
                     CONTINUE
                 WHEN PASO-NOMBRE (PASO-IDX) = CONTROL-PASO-TXT
                     MOVE SPACES TO CONTROL-PASO-TXT
               END-SEARCH
               IF CONTROL-PASO-TXT = SPACES
                 OR CONTROL-PROGRAMA-TXT = SPACES
                 OR NUM-PASOS >= 50
                   DISPLAY "ERROR: RENGLON DE CONTROL INVALIDO O "
                     "REPETIDO - " FUNCTION TRIM (LINEA-CONTROL)
                   MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
                   SET ABORTAR-CORRIDA TO TRUE
               ELSE
                   ADD 1 TO NUM-PASOS
                   SET PASO-IDX TO NUM-PASOS
                   MOVE CONTROL-PASO-TXT TO PASO-NOMBRE (PASO-IDX)
                   MOVE CONTROL-PROGRAMA-TXT
                     TO PASO-PROGRAMA (PASO-IDX)
                   MOVE CONTROL-PARAMETROS-TXT
                     TO PASO-PARAMETROS (PASO-IDX)
                   MOVE CONTROL-PRERREQ-TXT TO PASO-PRERREQ (PASO-IDX)
                   SET PASO-PENDIENTE (PASO-IDX) TO TRUE
                   MOVE SPACES TO PASO-RESULTADO (PASO-IDX)
                     PASO-ID-CORRIDA (PASO-IDX)
                   MOVE 0 TO PASO-DURACION (PASO-IDX)
               END-IF
           END-IF.

      * Estado de una corrida anterior de la cadena del mismo día:
      * los pasos que ya terminaron COMPLETO no se vuelven a correr
      * y la cadena retoma en el primero que falló o quedó
      * pendiente.
       CARGAR-ESTADO.
           OPEN INPUT ESTADO-CADENA.
           IF ESTADO-STATUS-FILE > "07"
               CONTINUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ ESTADO-CADENA
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM TOMAR-RENGLON-ESTADO
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE ESTADO-CADENA
           END-IF.

       TOMAR-RENGLON-ESTADO.
           MOVE SPACES TO ESTADO-PASO-TXT ESTADO-ESTADO-TXT
             ESTADO-RESULTADO-TXT ESTADO-ID-TXT ESTADO-DURACION-TXT.
           UNSTRING LINEA-ESTADO DELIMITED BY ","
             INTO ESTADO-PASO-TXT, ESTADO-ESTADO-TXT,
               ESTADO-RESULTADO-TXT, ESTADO-ID-TXT,
               ESTADO-DURACION-TXT
           END-UNSTRING.
           SET PASO-IDX TO 1.
           SEARCH PASO-ENTRY
             VARYING PASO-IDX
             AT END
                 CONTINUE
             WHEN PASO-NOMBRE (PASO-IDX) = ESTADO-PASO-TXT
                 SET CADENA-REANUDADA TO TRUE
                 IF ESTADO-ESTADO-TXT = "COMPLETO"
                     SET PASO-COMPLETO (PASO-IDX) TO TRUE
                     MOVE ESTADO-RESULTADO-TXT
                       TO PASO-RESULTADO (PASO-IDX)
                     MOVE ESTADO-ID-TXT TO PASO-ID-CORRIDA (PASO-IDX)
                     IF FUNCTION TEST-NUMVAL (ESTADO-DURACION-TXT)
                       = 0
                         MOVE FUNCTION NUMVAL (ESTADO-DURACION-TXT)
                           TO PASO-DURACION (PASO-IDX)
                     END-IF
                 END-IF
           END-SEARCH.

       RESGUARDAR-PARAMETROS.
           OPEN INPUT PARAMETROS-RESGUARDO.
           IF RESGUARDO-STATUS-FILE = "00"
               DISPLAY "ALERTA: RESGUARDO DE PARAMETROS DE UNA "
                 "CADENA ANTERIOR - SE TOMA COMO BASE"
               PERFORM UNTIL TERMINAR
                   READ PARAMETROS-RESGUARDO
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           MOVE LINEA-RESGUARDO TO LINEA-PARAMETRO
                           PERFORM CARGAR-PARAMETRO-BASE
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE PARAMETROS-RESGUARDO
           ELSE
               OPEN INPUT PARAMETROS
               IF PARAMETROS-STATUS-FILE = "00"
                   PERFORM UNTIL TERMINAR
                       READ PARAMETROS
                           AT END
                               SET TERMINAR TO TRUE
                           NOT AT END
                               PERFORM CARGAR-PARAMETRO-BASE
                       END-READ
                   END-PERFORM
                   MOVE "NO" TO FIN
                   CLOSE PARAMETROS
               END-IF
               IF NOT ABORTAR-CORRIDA
                   PERFORM ESCRIBIR-RESGUARDO
               END-IF
           END-IF.

       CARGAR-PARAMETRO-BASE.
           IF NUM-PARAMETROS-BASE < 100
               ADD 1 TO NUM-PARAMETROS-BASE
               SET PRM-IDX TO NUM-PARAMETROS-BASE
               MOVE LINEA-PARAMETRO TO PARAMETRO-BASE (PRM-IDX)
           ELSE
               DISPLAY "ERROR: MAS DE 100 RENGLONES DE PARAMETROS"
               MOVE "ERROR-PARAMETROS" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           END-IF.

       ESCRIBIR-RESGUARDO.
           OPEN OUTPUT PARAMETROS-RESGUARDO.
           IF RESGUARDO-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL RESGUARDO DE PARAMETROS "
                 RESGUARDO-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM VARYING PRM-IDX FROM 1 BY 1
                 UNTIL PRM-IDX > NUM-PARAMETROS-BASE
                   MOVE PARAMETRO-BASE (PRM-IDX) TO LINEA-RESGUARDO
                   WRITE LINEA-RESGUARDO
               END-PERFORM
               CLOSE PARAMETROS-RESGUARDO
           END-IF.

      * La bitácora es de lectura para el turno: se anexa, de modo
      * que una reanudación queda debajo de la corrida que falló.
       ABRIR-BITACORA.
           OPEN EXTEND BITACORA-CADENA.
           IF BITACORA-STATUS-FILE = "35"
               OPEN OUTPUT BITACORA-CADENA
           END-IF.
           IF BITACORA-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR LA BITACORA DE LA CADENA "
                 BITACORA-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           END-IF.
           MOVE SPACES TO BITACORA-MESSAGE.
           IF CADENA-REANUDADA
               STRING "CADENA " ID-CORRIDA " FECHA " FECHA-CADENA
                 " - REANUDACION DE LA CADENA DEL DIA"
                 DELIMITED BY SIZE INTO BITACORA-MESSAGE
           ELSE
               STRING "CADENA " ID-CORRIDA " FECHA " FECHA-CADENA
                 " - CONTROL " FUNCTION TRIM (RUTA-CONTROL)
                 DELIMITED BY SIZE INTO BITACORA-MESSAGE
           END-IF.
           PERFORM ANOTAR-BITACORA.

       ANOTAR-BITACORA.
           DISPLAY BITACORA-MESSAGE.
           IF BITACORA-STATUS-FILE = "00"
               MOVE BITACORA-MESSAGE TO LINEA-BITACORA
               WRITE LINEA-BITACORA
           END-IF.

       EJECUTAR-PASO.
           SET PASO-IDX TO PASO-ACTUAL.
           EVALUATE TRUE
               WHEN CADENA-DETENIDA
                   ADD 1 TO CONTADOR-OMITIDOS
                   MOVE "OMITIDO - CADENA DETENIDA" TO MOTIVO-PASO
                   PERFORM ANOTAR-PASO-BITACORA
               WHEN PASO-COMPLETO (PASO-IDX)
                   ADD 1 TO CONTADOR-OMITIDOS
                   MOVE "OMITIDO - COMPLETO EN CORRIDA ANTERIOR"
                     TO MOTIVO-PASO
                   PERFORM ANOTAR-PASO-BITACORA
                   PERFORM RECORDAR-CORRIDA-TRX
               WHEN OTHER
                   PERFORM VERIFICAR-PRERREQUISITOS
                   IF PRERREQ-CUMPLIDOS
                       PERFORM CORRER-PASO
                   ELSE
                       SET PASO-FALLIDO (PASO-IDX) TO TRUE
                       MOVE "PRERREQUISITO" TO PASO-RESULTADO (PASO-IDX)
                       ADD 1 TO CONTADOR-FALLIDOS
                       SET CADENA-DETENIDA TO TRUE
                       MOVE SPACES TO MOTIVO-PASO
                       STRING "FALLIDO - FALTA "
                         FUNCTION TRIM (PRERREQ-FALTANTE)
                         DELIMITED BY SIZE INTO MOTIVO-PASO
                       PERFORM ANOTAR-PASO-BITACORA
                       PERFORM GRABAR-ESTADO
                   END-IF
           END-EVALUATE.

      * Cada prerrequisito debe ser un paso anterior de la cadena
      * que ya terminó COMPLETO (en esta corrida o en una anterior
      * del mismo día).
       VERIFICAR-PRERREQUISITOS.
           SET PRERREQ-CUMPLIDOS TO TRUE.
           MOVE SPACES TO PRERREQ-FALTANTE.
           MOVE 1 TO PUNTERO-LISTA.
           PERFORM UNTIL PUNTERO-LISTA > 100
             OR NOT PRERREQ-CUMPLIDOS
               MOVE SPACES TO ELEMENTO-LISTA
               UNSTRING PASO-PRERREQ (PASO-IDX) DELIMITED BY ";"
                 INTO ELEMENTO-LISTA
                 WITH POINTER PUNTERO-LISTA
               END-UNSTRING
               IF ELEMENTO-LISTA NOT = SPACES
                   PERFORM BUSCAR-PRERREQUISITO
               END-IF
           END-PERFORM.

       BUSCAR-PRERREQUISITO.
           MOVE "N" TO INDICADOR-PRERREQ-OK.
           PERFORM VARYING PRM-IDX FROM 1 BY 1
             UNTIL PRM-IDX >= PASO-ACTUAL
               IF PASO-NOMBRE (PRM-IDX) = ELEMENTO-LISTA (1:20)
                 AND PASO-COMPLETO (PRM-IDX)
                   SET PRERREQ-HALLADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT PRERREQ-HALLADO
               MOVE "N" TO INDICADOR-PRERREQ
               MOVE ELEMENTO-LISTA (1:20) TO PRERREQ-FALTANTE
           END-IF.

       CORRER-PASO.
           PERFORM ESCRIBIR-PARAMETROS-PASO.
           PERFORM CONTAR-JOURNAL.
           MOVE LINEAS-JOURNAL TO LINEAS-JOURNAL-PREVIAS.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO PASO-INICIO-TS.
           MOVE SPACES TO COMANDO-PASO.
           STRING FUNCTION TRIM (RUTA-PROGRAMAS)
             FUNCTION TRIM (PASO-PROGRAMA (PASO-IDX))
             DELIMITED BY SIZE INTO COMANDO-PASO.
           DISPLAY "PASO " FUNCTION TRIM (PASO-NOMBRE (PASO-IDX))
             ": " FUNCTION TRIM (COMANDO-PASO).
           CALL "SYSTEM" USING COMANDO-PASO.
           MOVE RETURN-CODE TO RETORNO-PASO.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO PASO-FIN-TS.
           PERFORM RESTITUIR-PARAMETROS.
           PERFORM CALCULAR-DURACION.
           PERFORM BUSCAR-ASIENTO-PASO.

           ADD 1 TO CONTADOR-EJECUTADOS.
           MOVE ASIENTO-ID TO PASO-ID-CORRIDA (PASO-IDX).
           EVALUATE TRUE
               WHEN RETORNO-PASO NOT = 0
                   MOVE RETORNO-PASO TO RETORNO-PASO-FMT
                   MOVE SPACES TO PASO-RESULTADO (PASO-IDX)
                   STRING "RETORNO " FUNCTION TRIM (RETORNO-PASO-FMT)
                     DELIMITED BY SIZE INTO PASO-RESULTADO (PASO-IDX)
                   SET PASO-FALLIDO (PASO-IDX) TO TRUE
               WHEN NOT ASIENTO-HALLADO
                   MOVE "SIN-ASIENTO" TO PASO-RESULTADO (PASO-IDX)
                   SET PASO-COMPLETO (PASO-IDX) TO TRUE
               WHEN ASIENTO-RESULTADO = "COMPLETA"
                 OR ASIENTO-RESULTADO = "PASS"
                   MOVE ASIENTO-RESULTADO TO PASO-RESULTADO (PASO-IDX)
                   SET PASO-COMPLETO (PASO-IDX) TO TRUE
               WHEN OTHER
                   MOVE ASIENTO-RESULTADO TO PASO-RESULTADO (PASO-IDX)
                   SET PASO-FALLIDO (PASO-IDX) TO TRUE
           END-EVALUATE.
           IF PASO-FALLIDO (PASO-IDX)
               ADD 1 TO CONTADOR-FALLIDOS
               SET CADENA-DETENIDA TO TRUE
               MOVE "FALLIDO - CADENA DETENIDA" TO MOTIVO-PASO
           ELSE
               MOVE "EJECUTADO" TO MOTIVO-PASO
               PERFORM RECORDAR-CORRIDA-TRX
           END-IF.
           PERFORM ANOTAR-PASO-BITACORA.
           PERFORM GRABAR-ESTADO.

      * Los parámetros del paso van DESPUES de los de base: cada
      * programa toma el último valor de una clave repetida.
       ESCRIBIR-PARAMETROS-PASO.
           OPEN OUTPUT PARAMETROS.
           IF PARAMETROS-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ESCRIBIR LOS PARAMETROS DEL PASO "
                 PARAMETROS-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           ELSE
               PERFORM VARYING PRM-IDX FROM 1 BY 1
                 UNTIL PRM-IDX > NUM-PARAMETROS-BASE
                   MOVE PARAMETRO-BASE (PRM-IDX) TO LINEA-PARAMETRO
                   WRITE LINEA-PARAMETRO
               END-PERFORM
               MOVE 1 TO PUNTERO-LISTA
               PERFORM UNTIL PUNTERO-LISTA > 150
                   MOVE SPACES TO ELEMENTO-LISTA
                   UNSTRING PASO-PARAMETROS (PASO-IDX)
                     DELIMITED BY ";"
                     INTO ELEMENTO-LISTA
                     WITH POINTER PUNTERO-LISTA
                   END-UNSTRING
                   IF ELEMENTO-LISTA NOT = SPACES
                       PERFORM APLICAR-PARAMETRO-PASO
                   END-IF
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.

       APLICAR-PARAMETRO-PASO.
           MOVE SPACES TO CLAVE-PARAMETRO VALOR-PARAMETRO.
           UNSTRING ELEMENTO-LISTA DELIMITED BY "="
             INTO CLAVE-PARAMETRO, VALOR-PARAMETRO
           END-UNSTRING.
           IF CLAVE-PARAMETRO = "CONSULTA-CORRIDA"
               PERFORM ESCRIBIR-CONSULTA-PASO
           ELSE
               MOVE ELEMENTO-LISTA TO LINEA-PARAMETRO
               WRITE LINEA-PARAMETRO
           END-IF.

       ESCRIBIR-CONSULTA-PASO.
           IF ULTIMA-CORRIDA-TRX = SPACES
               DISPLAY "ALERTA: SIN CORRIDA TRX- EN LA CADENA PARA "
                 FUNCTION TRIM (VALOR-PARAMETRO)
           ELSE
               MOVE VALOR-PARAMETRO TO RUTA-CONSULTA-PASO
               OPEN OUTPUT CONSULTA-PASO
               IF CONSULTA-PASO-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ESCRIBIR LA CONSULTA DEL PASO "
                     CONSULTA-PASO-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
               ELSE
                   MOVE ULTIMA-CORRIDA-TRX TO LINEA-CONSULTA-PASO
                   WRITE LINEA-CONSULTA-PASO
                   CLOSE CONSULTA-PASO
               END-IF
           END-IF.

       RESTITUIR-PARAMETROS.
           OPEN OUTPUT PARAMETROS.
           IF PARAMETROS-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL RESTITUIR LOS PARAMETROS "
                 PARAMETROS-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           ELSE
               PERFORM VARYING PRM-IDX FROM 1 BY 1
                 UNTIL PRM-IDX > NUM-PARAMETROS-BASE
                   MOVE PARAMETRO-BASE (PRM-IDX) TO LINEA-PARAMETRO
                   WRITE LINEA-PARAMETRO
               END-PERFORM
               CLOSE PARAMETROS
           END-IF.

       RECORDAR-CORRIDA-TRX.
           IF PASO-ID-CORRIDA (PASO-IDX) (1:4) = "TRX-"
               MOVE PASO-ID-CORRIDA (PASO-IDX) TO ULTIMA-CORRIDA-TRX
           END-IF.

       CALCULAR-DURACION.
           MOVE PASO-INICIO-TS TO TS-CALCULO.
           PERFORM CONVERTIR-A-SEGUNDOS.
           MOVE SEGUNDOS-CALCULO TO SEGUNDOS-INICIO.
           MOVE PASO-FIN-TS TO TS-CALCULO.
           PERFORM CONVERTIR-A-SEGUNDOS.
           IF SEGUNDOS-CALCULO < SEGUNDOS-INICIO
               MOVE 0 TO PASO-DURACION (PASO-IDX)
           ELSE
               COMPUTE PASO-DURACION (PASO-IDX) =
                 SEGUNDOS-CALCULO - SEGUNDOS-INICIO
           END-IF.

       CONVERTIR-A-SEGUNDOS.
           COMPUTE SEGUNDOS-CALCULO =
             FUNCTION INTEGER-OF-DATE (TS-CALC-FECHA) * 86400
             + TS-CALC-HH * 3600 + TS-CALC-MM * 60 + TS-CALC-SS.

       CONTAR-JOURNAL.
           MOVE 0 TO LINEAS-JOURNAL.
           OPEN INPUT CORRIDAS-JOURNAL.
           IF JOURNAL-STATUS-FILE > "07"
               CONTINUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ CORRIDAS-JOURNAL
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-JOURNAL
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE CORRIDAS-JOURNAL
           END-IF.

      * El asiento del paso es el último que se anexó al journal
      * mientras corría el paso. Los programas sin journal
      * (revisión, confirmación, facturación, tendencia) no dejan
      * asiento: para ellos vale el retorno.
       BUSCAR-ASIENTO-PASO.
           MOVE "N" TO INDICADOR-ASIENTO.
           MOVE SPACES TO ASIENTO-ID ASIENTO-RESULTADO.
           MOVE 0 TO LINEAS-JOURNAL.
           OPEN INPUT CORRIDAS-JOURNAL.
           IF JOURNAL-STATUS-FILE > "07"
               CONTINUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ CORRIDAS-JOURNAL
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-JOURNAL
                           IF LINEAS-JOURNAL > LINEAS-JOURNAL-PREVIAS
                               PERFORM TOMAR-ASIENTO-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE CORRIDAS-JOURNAL
           END-IF.

      * El resultado es siempre la última columna del asiento.
       TOMAR-ASIENTO-JOURNAL.
           MOVE SPACES TO JOURNAL-ID-TXT JOURNAL-TIPO-TXT.
           UNSTRING LINEA-JOURNAL DELIMITED BY ","
             INTO JOURNAL-ID-TXT, JOURNAL-TIPO-TXT
           END-UNSTRING.
           IF LINEA-JOURNAL NOT = SPACES
               SET ASIENTO-HALLADO TO TRUE
               MOVE JOURNAL-ID-TXT TO ASIENTO-ID
               MOVE 0 TO CONTADOR-COMAS POSICION-COMA
               INSPECT LINEA-JOURNAL TALLYING CONTADOR-COMAS
                 FOR ALL ","
               MOVE SPACES TO JOURNAL-RESULTADO-TXT
               MOVE 1 TO PUNTERO-LISTA
               PERFORM UNTIL POSICION-COMA > CONTADOR-COMAS
                   MOVE SPACES TO JOURNAL-RESULTADO-TXT
                   UNSTRING LINEA-JOURNAL DELIMITED BY ","
                     INTO JOURNAL-RESULTADO-TXT
                     WITH POINTER PUNTERO-LISTA
                   END-UNSTRING
                   ADD 1 TO POSICION-COMA
               END-PERFORM
               MOVE JOURNAL-RESULTADO-TXT TO ASIENTO-RESULTADO
           END-IF.

       ANOTAR-PASO-BITACORA.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE PASO-DURACION (PASO-IDX) TO DURACION-FMT.
           MOVE SPACES TO BITACORA-MESSAGE.
           STRING TS-AAAAMMDDHHMMSS (9:2) ":"
             TS-AAAAMMDDHHMMSS (11:2) ":"
             TS-AAAAMMDDHHMMSS (13:2)
             " PASO " PASO-NOMBRE (PASO-IDX)
             " " PASO-PROGRAMA (PASO-IDX) (1:15)
             " " MOTIVO-PASO
             " " PASO-RESULTADO (PASO-IDX)
             " " PASO-ID-CORRIDA (PASO-IDX) (1:18)
             " " DURACION-FMT "s"
             DELIMITED BY SIZE INTO BITACORA-MESSAGE.
           PERFORM ANOTAR-BITACORA.

      * El estado se reescribe completo tras cada paso - por
      * temporal y renombre, para que una caída a media escritura
      * no deje a la reanudación sin saber qué terminó.
       GRABAR-ESTADO.
           OPEN OUTPUT ESTADO-CADENA-TMP.
           IF ESTADO-TMP-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL ESTADO DE LA CADENA "
                 ESTADO-TMP-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           ELSE
               PERFORM VARYING PRM-IDX FROM 1 BY 1
                 UNTIL PRM-IDX > NUM-PASOS
                   IF NOT PASO-PENDIENTE (PRM-IDX)
                       MOVE PASO-DURACION (PRM-IDX) TO DURACION-FMT
                       MOVE SPACES TO LINEA-ESTADO-TMP
                       STRING FUNCTION TRIM (PASO-NOMBRE (PRM-IDX)) ","
                         FUNCTION TRIM (PASO-ESTADO (PRM-IDX)) ","
                         FUNCTION TRIM (PASO-RESULTADO (PRM-IDX)) ","
                         FUNCTION TRIM (PASO-ID-CORRIDA (PRM-IDX)) ","
                         FUNCTION TRIM (DURACION-FMT)
                         DELIMITED BY SIZE INTO LINEA-ESTADO-TMP
                       WRITE LINEA-ESTADO-TMP
                   END-IF
               END-PERFORM
               CLOSE ESTADO-CADENA-TMP
               CALL "CBL_DELETE_FILE" USING RUTA-ESTADO
                 RETURNING RETORNO-SO
               CALL "CBL_RENAME_FILE" USING RUTA-ESTADO-TMP
                 RUTA-ESTADO
                 RETURNING RETORNO-SO
               IF RETORNO-SO NOT = 0
                   DISPLAY "ERROR AL REEMPLAZAR EL ESTADO DE LA "
                     "CADENA - REVISAR " RUTA-ESTADO-TMP
               END-IF
           END-IF.

       CERRAR-BITACORA.
           MOVE CONTADOR-EJECUTADOS TO CONTADOR-EJECUTADOS-FMT.
           MOVE CONTADOR-OMITIDOS TO CONTADOR-OMITIDOS-FMT.
           MOVE CONTADOR-FALLIDOS TO CONTADOR-FALLIDOS-FMT.
           MOVE SPACES TO BITACORA-MESSAGE.
           STRING "FIN CADENA " ID-CORRIDA
             " - EJECUTADOS " CONTADOR-EJECUTADOS-FMT
             " OMITIDOS " CONTADOR-OMITIDOS-FMT
             " FALLIDOS " CONTADOR-FALLIDOS-FMT
             " - " RESULTADO-CORRIDA
             DELIMITED BY SIZE INTO BITACORA-MESSAGE.
           PERFORM ANOTAR-BITACORA.
           IF CADENA-DETENIDA
               MOVE SPACES TO BITACORA-MESSAGE
               STRING "CORREGIR EL PASO FALLIDO Y VOLVER A LANZAR "
                 "LA CADENA - RETOMA EN ESE PASO"
                 DELIMITED BY SIZE INTO BITACORA-MESSAGE
               PERFORM ANOTAR-BITACORA
           END-IF.
           IF BITACORA-STATUS-FILE = "00"
               CLOSE BITACORA-CADENA
           END-IF.

      * Toda salida de la cadena deja su asiento en el journal de
      * corridas: el archivo de control como entrada, pasos
      * ejecutados / omitidos / fallidos y si fue reanudación.
       ESCRIBIR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-FIN-TS.
           MOVE CONTADOR-EJECUTADOS TO CONTADOR-EJECUTADOS-FMT.
           MOVE CONTADOR-OMITIDOS TO CONTADOR-OMITIDOS-FMT.
           MOVE CONTADOR-FALLIDOS TO CONTADOR-FALLIDOS-FMT.

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
                 "CADENA,"
                 CORRIDA-INICIO-TS ","
                 CORRIDA-FIN-TS ","
                 FUNCTION TRIM (RUTA-CONTROL) ","
                 FUNCTION TRIM (CONTADOR-EJECUTADOS-FMT) ","
                 FUNCTION TRIM (CONTADOR-OMITIDOS-FMT) ","
                 FUNCTION TRIM (CONTADOR-FALLIDOS-FMT) ","
                 "0,0,0,0,"
                 INDICADOR-RESUME ","
                 FUNCTION TRIM (RESULTADO-CORRIDA)
                 DELIMITED BY SIZE INTO LINEA-JOURNAL
               WRITE LINEA-JOURNAL
               CLOSE CORRIDAS-JOURNAL
           END-IF.

       FINALIZE.
           PERFORM ESCRIBIR-JOURNAL.
           EXIT PROGRAM.

       END PROGRAM CODEABLE-INTERBANK-CADENA.
