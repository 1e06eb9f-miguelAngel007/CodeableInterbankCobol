      ******************************************************************
      * AUTHOR MIGUEL ANGEL CHAVEZ DOMINGUEZ:
      * DATE:
      * PURPOSE: Cribado del maestro de cuentas contra la lista
      *          restringida (personas bloqueadas de las listas
      *          oficiales) que cumplimiento refresca. Cada nombre
      *          del maestro se normaliza - mayúsculas, sin acentos
      *          ni puntuación, sin importar el orden de las
      *          palabras - y se compara con cada nombre de la lista;
      *          las coincidencias salen en un reporte con su
      *          puntaje. Las confirmadas quedan ABIERTAS en el
      *          archivo de coincidencias, que la corrida diaria lee
      *          para rechazar las líneas de esas cuentas hasta que
      *          cumplimiento las libere (LIBERAR con sus iniciales,
      *          asentado en el journal de corridas).
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEABLE-INTERBANK-CRIBADO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-RESTRINGIDA
               ASSIGN TO DYNAMIC RUTA-LISTA-RESTRINGIDA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS LISTA-STATUS-FILE.
           SELECT MAESTRO-CUENTAS
               ASSIGN TO DYNAMIC RUTA-MAESTRO
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS MAESTRO-STATUS-FILE.
           SELECT COINCIDENCIAS-LISTA
               ASSIGN TO DYNAMIC RUTA-COINCIDENCIAS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS COINCIDENCIAS-STATUS-FILE.
           SELECT COINCIDENCIAS-TMP
               ASSIGN TO DYNAMIC RUTA-COINCIDENCIAS-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS COINCIDENCIAS-TMP-STATUS-FILE.
           SELECT MOVIMIENTOS-LISTA
               ASSIGN TO DYNAMIC RUTA-MOVIMIENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS MOVIMIENTOS-STATUS-FILE.
           SELECT MOVIMIENTOS-RECHAZADOS
               ASSIGN TO '../data/movimientos-lista-rechazados.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS RECHAZADOS-STATUS-FILE.
           SELECT REPORTE-CRIBADO
               ASSIGN TO DYNAMIC CRIBADO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS CRIBADO-STATUS-FILE.
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
           FD LISTA-RESTRINGIDA.
           01 LINEA-LISTA          PIC X(120).

           FD MAESTRO-CUENTAS.
           01 LINEA-MAESTRO        PIC X(120).

           FD COINCIDENCIAS-LISTA.
           01 LINEA-COINCIDENCIA   PIC X(100).

           FD COINCIDENCIAS-TMP.
           01 LINEA-COINCIDENCIA-TMP PIC X(100).

           FD MOVIMIENTOS-LISTA.
           01 LINEA-MOVIMIENTO     PIC X(120).

           FD MOVIMIENTOS-RECHAZADOS.
           01 LINEA-RECHAZADO      PIC X(200).

           FD REPORTE-CRIBADO.
           01 LINEA-CRIBADO        PIC X(150).

           FD CORRIDAS-JOURNAL.
           01 LINEA-JOURNAL        PIC X(200).

           FD PARAMETROS.
           01 LINEA-PARAMETRO      PIC X(80).
       WORKING-STORAGE SECTION.

       01 LISTA-STATUS-FILE        PIC XX.
       01 MAESTRO-STATUS-FILE      PIC XX.
       01 COINCIDENCIAS-STATUS-FILE PIC XX.
       01 COINCIDENCIAS-TMP-STATUS-FILE PIC XX.
       01 MOVIMIENTOS-STATUS-FILE  PIC XX.
       01 RECHAZADOS-STATUS-FILE   PIC XX.
       01 CRIBADO-STATUS-FILE      PIC XX.
       01 JOURNAL-STATUS-FILE      PIC XX.
       01 PARAMETROS-STATUS-FILE   PIC XX.
       01 MENSAJE                  PIC X(80).

      * Identificador de corrida para auditoría - mismo esquema y
      * mismo journal de corridas que el resto del sistema; cada
      * coincidencia liberada deja además su propio asiento con las
      * iniciales del oficial de cumplimiento.
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

       01 ES-PRIMER-MAESTRO        PIC X VALUE 'S'.

      * La lista restringida la deja cumplimiento; el archivo de
      * coincidencias es el que lee TRANSACCIONES (misma clave
      * RUTA-COINCIDENCIAS-LISTA en ../data/parametros.dat).
       01 RUTA-LISTA-RESTRINGIDA PIC X(50)
             VALUE '../data/lista-restringida.csv'.
       01 RUTA-MAESTRO          PIC X(50)
             VALUE '../data/maestro-cuentas.csv'.
       01 RUTA-COINCIDENCIAS    PIC X(50)
             VALUE '../data/coincidencias-lista.csv'.
       01 RUTA-COINCIDENCIAS-TMP PIC X(50)
             VALUE '../data/coincidencias-lista.csv.tmp'.
       01 RUTA-MOVIMIENTOS      PIC X(50)
             VALUE '../data/movimientos-lista.csv'.
       01 RUTA-JOURNAL          PIC X(50)
             VALUE '../data/corridas-journal.csv'.
       01 CRIBADO-FILENAME      PIC X(60).
       01 CLAVE-PARAMETRO       PIC X(30).
       01 VALOR-PARAMETRO       PIC X(50).
       01 RETORNO-SO            PIC S9(9) COMP-5.

      * Puntaje de 0 a 100 (ver CALCULAR-PUNTAJE). Desde el umbral
      * de revisión la pareja sale en el reporte como posible; desde
      * el de confirmación queda ABIERTA y la cuenta se detiene.
      * MANTENIMIENTO rechaza altas y cambios de nombre con el mismo
      * umbral de confirmación.
       01 UMBRAL-LISTA-REVISION   PIC 9(3) VALUE 70.
       01 UMBRAL-LISTA-CONFIRMADO PIC 9(3) VALUE 90.
       01 UMBRAL-FMT            PIC ZZ9.
       01 UMBRAL-CONFIRMADO-FMT PIC ZZ9.

      * Lista restringida: REFERENCIA,NOMBRE - el nombre es todo lo
      * que sigue a la primera coma (las listas oficiales traen
      * "APELLIDOS, NOMBRE"). Se guarda ya partido en palabras
      * normalizadas para no repetir el trabajo por cada cuenta.
       01 LISTA-TABLA.
           05 LISTA-ENTRY OCCURS 2000 TIMES INDEXED BY LIS-IDX.
               10 LISTA-REFERENCIA  PIC X(15).
               10 LISTA-NOMBRE      PIC X(60).
               10 LISTA-NUM-TOKENS  PIC 9(2).
               10 LISTA-TOKENS.
                   15 LISTA-TOKEN-TXT PIC X(20) OCCURS 10 TIMES.
       01 NUM-LISTA             PIC 9(4) VALUE 0.
       01 LISTA-REFERENCIA-TXT  PIC X(20).
       01 PUNTERO-LISTA         PIC 9(3) VALUE 1.

      * Normalización de nombres: mayúsculas, vocales acentuadas,
      * Ñ y Ç a su letra base, todo lo que no sea letra o dígito
      * separa palabras, y se descartan las partículas (DE, DEL,
      * LA, LAS, LOS, EL, Y) que las listas omiten o agregan a
      * capricho. Las vocales acentuadas ocupan dos posiciones; se
      * reemplazan por la letra base más una marca (~) que se salta
      * al partir en palabras.
       01 NORM-ENTRADA          PIC X(60).
       01 NORM-POSICION         PIC 9(2) VALUE 0.
       01 NORM-CARACTER         PIC X.
       01 NORM-TOKEN            PIC X(20).
       01 NORM-LARGO            PIC 9(2) VALUE 0.
       01 NORM-TOKENS-TABLA.
           05 NORM-TOKEN-TXT    PIC X(20) OCCURS 10 TIMES.
       01 NORM-NUM-TOKENS       PIC 9(2) VALUE 0.

      * Palabras del nombre de la cuenta que se está cribando.
       01 NOMBRE-TOKENS-TABLA.
           05 NOMBRE-TOKEN-TXT  PIC X(20) OCCURS 10 TIMES.
       01 NOMBRE-NUM-TOKENS     PIC 9(2) VALUE 0.
       01 TOKEN-NOMBRE-ACTUAL   PIC 9(2) VALUE 0.
       01 TOKEN-LISTA-ACTUAL    PIC 9(2) VALUE 0.
       01 TOKENS-USADOS         PIC X(10).
       01 TOKENS-COMUNES        PIC 9(2) VALUE 0.
       01 INDICADOR-TOKEN       PIC X VALUE 'N'.
         88 TOKEN-COMUN         VALUE 'S'.
       01 PUNTAJE               PIC 9(3) VALUE 0.
       01 PUNTAJE-FMT           PIC ZZ9.

      * Maestro de cuentas: solo interesan ID y nombre. Se criban
      * todas las cuentas, sin importar su estado - una Bloqueada
      * puede volver a Activa sin pasar por un cambio de nombre.
       01 MAESTRO-ID-TXT        PIC X(10).
       01 MAESTRO-NOMBRE-TXT    PIC X(30).
       01 CUENTA-CRIBADA        PIC X(4).
       01 NOMBRE-CRIBADO        PIC X(30).

      * Coincidencias confirmadas, una por pareja cuenta-referencia:
      *   CUENTA,REFERENCIA,PUNTAJE,ESTADO,NOMBRE,FECHA,INICIALES
      * ESTADO ABIERTA detiene la cuenta en la corrida diaria;
      * LIBERADA lleva fecha e iniciales de quien la liberó. Una
      * liberada sigue liberada mientras el nombre de la cuenta sea
      * el mismo que se revisó; si el nombre cambia y vuelve a
      * coincidir, se reabre. COI-VIGENTE marca las parejas que
      * coincidieron en esta corrida.
       01 COINCIDENCIAS-TABLA.
           05 COINCIDENCIA-ENTRY OCCURS 2000 TIMES INDEXED BY COI-IDX.
               10 COI-CUENTA       PIC X(4).
               10 COI-REFERENCIA   PIC X(15).
               10 COI-PUNTAJE      PIC 9(3).
               10 COI-ESTADO       PIC X(8).
               10 COI-NOMBRE       PIC X(30).
               10 COI-FECHA        PIC X(8).
               10 COI-INICIALES    PIC X(5).
               10 COI-VIGENTE      PIC X.
       01 NUM-COINCIDENCIAS     PIC 9(4) VALUE 0.
       01 COI-CUENTA-TXT        PIC X(10).
       01 COI-REFERENCIA-TXT    PIC X(20).
       01 COI-PUNTAJE-TXT       PIC X(10).
       01 COI-ESTADO-TXT        PIC X(10).
       01 COI-NOMBRE-TXT        PIC X(30).
       01 COI-FECHA-TXT         PIC X(10).
       01 COI-INICIALES-TXT     PIC X(10).
       01 COI-CUENTA-BUSCADA    PIC X(4).
       01 COI-REFERENCIA-BUSCADA PIC X(15).
       01 INDICADOR-COINCIDENCIA PIC X VALUE 'N'.
         88 COINCIDENCIA-HALLADA VALUE 'S'.
       01 INDICADOR-CAMBIOS     PIC X VALUE 'N'.
         88 HUBO-CAMBIOS        VALUE 'S'.
       01 SITUACION-TXT         PIC X(30).

      * Movimiento de cumplimiento; la última columna son siempre
      * las iniciales de quien libera:
      *   LIBERAR,CUENTA,REFERENCIA,iniciales
       01 ACCION-TXT            PIC X(15).
       01 MOV-CUENTA-TXT        PIC X(10).
       01 MOV-REFERENCIA-TXT    PIC X(20).
       01 MOV-INICIALES-TXT     PIC X(10).
       01 MOV-INICIALES         PIC X(5).

       01 INDICADOR-LINEA      PIC X VALUE 'S'.
         88 LINEA-VALIDA       VALUE 'S'.
         88 LINEA-INVALIDA     VALUE 'N'.
       01 MOTIVO-RECHAZO    PIC X(40).

      * Bitácora de liberaciones: sus asientos van al journal
      * ÚNICAMENTE cuando el archivo de coincidencias reescrito ya
      * quedó en su lugar, igual que LIBERACION con las retenidas.
       01 DETALLE-AUDITORIA     PIC X(80).
       01 AUDITORIA-TABLA.
           05 AUDITORIA-ENTRY OCCURS 2000 TIMES INDEXED BY AUD-IDX.
               10 AUD-DETALLE      PIC X(80).
               10 AUD-INICIALES    PIC X(5).
       01 NUM-AUDITORIA         PIC 9(4) VALUE 0.
       01 AUD-ACTUAL            PIC 9(4) VALUE 0.

       01 CONTADOR-REVISADAS    PIC 9(5) VALUE 0.
       01 CONTADOR-POSIBLES     PIC 9(5) VALUE 0.
       01 CONTADOR-CONFIRMADAS  PIC 9(5) VALUE 0.
       01 CONTADOR-NUEVAS       PIC 9(5) VALUE 0.
       01 CONTADOR-ABIERTAS     PIC 9(5) VALUE 0.
       01 CONTADOR-LIBERADAS    PIC 9(5) VALUE 0.
       01 CONTADOR-RECHAZADOS   PIC 9(5) VALUE 0.
       01 CONTADOR-REVISADAS-FMT  PIC Z(4)9.
       01 CONTADOR-POSIBLES-FMT   PIC Z(4)9.
       01 CONTADOR-CONFIRMADAS-FMT PIC Z(4)9.
       01 CONTADOR-NUEVAS-FMT     PIC Z(4)9.
       01 CONTADOR-ABIERTAS-FMT   PIC Z(4)9.
       01 CONTADOR-LIBERADAS-FMT  PIC Z(4)9.
       01 CONTADOR-RECHAZADOS-FMT PIC Z(4)9.
       01 CRIBADO-MESSAGE       PIC X(150).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INICIAR-CORRIDA.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-LISTA-RESTRINGIDA.
           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-COINCIDENCIAS
           END-IF.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM PROCESAR-LIBERACIONES.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.

           PERFORM ABRIR-REPORTE.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.
           PERFORM CRIBAR-MAESTRO.
           IF ABORTAR-CORRIDA
               CLOSE REPORTE-CRIBADO
               GO TO FINALIZE
           END-IF.
           PERFORM ESCRIBIR-SECCION-ABIERTAS.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE REPORTE-CRIBADO.

           PERFORM REESCRIBIR-COINCIDENCIAS.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.
           MOVE "COMPLETA" TO RESULTADO-CORRIDA.
           GO TO FINALIZE.

       INICIAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-INICIO-TS.
           MOVE TS-AAAAMMDD TO FECHA-CORRIDA.
           MOVE SPACES TO ID-CORRIDA.
           STRING "CRB-" TS-AAAAMMDDHHMMSS
             DELIMITED BY SIZE INTO ID-CORRIDA.
           DISPLAY "CORRIDA " ID-CORRIDA.

      * Sin archivo de parámetros se trabaja con las rutas y los
      * umbrales de siempre.
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
           IF UMBRAL-LISTA-REVISION > UMBRAL-LISTA-CONFIRMADO
               DISPLAY "ALERTA: UMBRAL-LISTA-REVISION MAYOR QUE EL "
                 "DE CONFIRMACION - SE IGUALA"
               MOVE UMBRAL-LISTA-CONFIRMADO TO UMBRAL-LISTA-REVISION
           END-IF.
           MOVE SPACES TO RUTA-COINCIDENCIAS-TMP.
           STRING FUNCTION TRIM (RUTA-COINCIDENCIAS) ".tmp"
             DELIMITED BY SIZE INTO RUTA-COINCIDENCIAS-TMP.
           MOVE SPACES TO CRIBADO-FILENAME.
           STRING "../data/cribado-lista-" CORRIDA-INICIO-TS ".txt"
             DELIMITED BY SIZE INTO CRIBADO-FILENAME.
           DISPLAY "PARAMETRO RUTA-LISTA-RESTRINGIDA: "
             FUNCTION TRIM (RUTA-LISTA-RESTRINGIDA).
           DISPLAY "PARAMETRO RUTA-COINCIDENCIAS-LISTA: "
             FUNCTION TRIM (RUTA-COINCIDENCIAS).
           DISPLAY "PARAMETRO RUTA-MOVIMIENTOS-LISTA: "
             FUNCTION TRIM (RUTA-MOVIMIENTOS).
           MOVE UMBRAL-LISTA-REVISION TO UMBRAL-FMT.
           DISPLAY "PARAMETRO UMBRAL-LISTA-REVISION: " UMBRAL-FMT.
           MOVE UMBRAL-LISTA-CONFIRMADO TO UMBRAL-FMT.
           DISPLAY "PARAMETRO UMBRAL-LISTA-CONFIRMADO: " UMBRAL-FMT.

       TOMAR-PARAMETRO.
           MOVE SPACES TO CLAVE-PARAMETRO VALOR-PARAMETRO.
           UNSTRING LINEA-PARAMETRO DELIMITED BY "="
             INTO CLAVE-PARAMETRO, VALOR-PARAMETRO
           END-UNSTRING.
           EVALUATE CLAVE-PARAMETRO
               WHEN "RUTA-MAESTRO"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-MAESTRO
                   END-IF
               WHEN "RUTA-JOURNAL"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-JOURNAL
                   END-IF
               WHEN "RUTA-LISTA-RESTRINGIDA"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-LISTA-RESTRINGIDA
                   END-IF
               WHEN "RUTA-COINCIDENCIAS-LISTA"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-COINCIDENCIAS
                   END-IF
               WHEN "RUTA-MOVIMIENTOS-LISTA"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-MOVIMIENTOS
                   END-IF
               WHEN "UMBRAL-LISTA-REVISION"
                   IF VALOR-PARAMETRO NOT = SPACES
                     AND FUNCTION TEST-NUMVAL (VALOR-PARAMETRO) = 0
                     AND FUNCTION NUMVAL (VALOR-PARAMETRO) > 0
                     AND FUNCTION NUMVAL (VALOR-PARAMETRO) <= 100
                       MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                         TO UMBRAL-LISTA-REVISION
                   ELSE
                       DISPLAY "ALERTA: UMBRAL-LISTA-REVISION "
                         "INVALIDO - SE USA " UMBRAL-LISTA-REVISION
                   END-IF
               WHEN "UMBRAL-LISTA-CONFIRMADO"
                   IF VALOR-PARAMETRO NOT = SPACES
                     AND FUNCTION TEST-NUMVAL (VALOR-PARAMETRO) = 0
                     AND FUNCTION NUMVAL (VALOR-PARAMETRO) > 0
                     AND FUNCTION NUMVAL (VALOR-PARAMETRO) <= 100
                       MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                         TO UMBRAL-LISTA-CONFIRMADO
                   ELSE
                       DISPLAY "ALERTA: UMBRAL-LISTA-CONFIRMADO "
                         "INVALIDO - SE USA " UMBRAL-LISTA-CONFIRMADO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Sin lista no hay contra qué cribar; y una lista que no cabe
      * entera dejaría sin revisar justo los nombres que faltan -
      * en ambos casos se aborta sin tocar las coincidencias.
       CARGAR-LISTA-RESTRINGIDA.
           OPEN INPUT LISTA-RESTRINGIDA.
           IF LISTA-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR LA LISTA RESTRINGIDA "
                 LISTA-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: SIN LISTA NO HAY CONTRA QUE CRIBAR - "
                 "CORRIDA ABORTADA"
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM UNTIL TERMINAR OR ABORTAR-CORRIDA
                   READ LISTA-RESTRINGIDA
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM REGISTRAR-NOMBRE-LISTA
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE LISTA-RESTRINGIDA
               IF NUM-LISTA = 0 AND NOT ABORTAR-CORRIDA
                   DISPLAY "ERROR: LISTA RESTRINGIDA VACIA - "
                     "CORRIDA ABORTADA"
                   SET ABORTAR-CORRIDA TO TRUE
               END-IF
           END-IF.

       REGISTRAR-NOMBRE-LISTA.
           MOVE SPACES TO LISTA-REFERENCIA-TXT NORM-ENTRADA.
           MOVE 1 TO PUNTERO-LISTA.
           UNSTRING LINEA-LISTA DELIMITED BY ","
             INTO LISTA-REFERENCIA-TXT
             WITH POINTER PUNTERO-LISTA
           END-UNSTRING.
           IF PUNTERO-LISTA <= 120
               MOVE LINEA-LISTA (PUNTERO-LISTA:) TO NORM-ENTRADA
           END-IF.

           EVALUATE TRUE
               WHEN LINEA-LISTA = SPACES
                   CONTINUE
               WHEN LISTA-REFERENCIA-TXT = "REFERENCIA"
                   CONTINUE
               WHEN LISTA-REFERENCIA-TXT = SPACES
                 OR NORM-ENTRADA = SPACES
                   DISPLAY "ALERTA: LINEA MALFORMADA EN LA LISTA "
                     "RESTRINGIDA - " FUNCTION TRIM (LINEA-LISTA)
               WHEN NUM-LISTA >= 2000
                   DISPLAY "ERROR: CAPACIDAD DE 2000 NOMBRES DE LA "
                     "LISTA EXCEDIDA - CORRIDA ABORTADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN OTHER
                   ADD 1 TO NUM-LISTA
                   SET LIS-IDX TO NUM-LISTA
                   MOVE LISTA-REFERENCIA-TXT
                     TO LISTA-REFERENCIA (LIS-IDX)
                   MOVE NORM-ENTRADA TO LISTA-NOMBRE (LIS-IDX)
                   PERFORM NORMALIZAR-NOMBRE
                   MOVE NORM-NUM-TOKENS TO LISTA-NUM-TOKENS (LIS-IDX)
                   MOVE NORM-TOKENS-TABLA TO LISTA-TOKENS (LIS-IDX)
           END-EVALUATE.

      * Deja en NORM-TOKENS-TABLA las palabras de NORM-ENTRADA ya
      * normalizadas (hasta 10 de 20 posiciones). NORM-ENTRADA
      * queda alterada.
       NORMALIZAR-NOMBRE.
           INSPECT NORM-ENTRADA CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT NORM-ENTRADA REPLACING
             ALL "á" BY "A~" ALL "é" BY "E~" ALL "í" BY "I~"
             ALL "ó" BY "O~" ALL "ú" BY "U~" ALL "ü" BY "U~"
             ALL "à" BY "A~" ALL "è" BY "E~" ALL "ì" BY "I~"
             ALL "ò" BY "O~" ALL "ù" BY "U~"
             ALL "ñ" BY "N~" ALL "ç" BY "C~"
             ALL "Á" BY "A~" ALL "É" BY "E~" ALL "Í" BY "I~"
             ALL "Ó" BY "O~" ALL "Ú" BY "U~" ALL "Ü" BY "U~"
             ALL "À" BY "A~" ALL "È" BY "E~" ALL "Ì" BY "I~"
             ALL "Ò" BY "O~" ALL "Ù" BY "U~"
             ALL "Ñ" BY "N~" ALL "Ç" BY "C~".
           MOVE SPACES TO NORM-TOKENS-TABLA NORM-TOKEN.
           MOVE 0 TO NORM-NUM-TOKENS NORM-LARGO.
           PERFORM VARYING NORM-POSICION FROM 1 BY 1
             UNTIL NORM-POSICION > 60
               MOVE NORM-ENTRADA (NORM-POSICION:1) TO NORM-CARACTER
               PERFORM CLASIFICAR-CARACTER
           END-PERFORM.
           PERFORM CERRAR-PALABRA.

       CLASIFICAR-CARACTER.
           EVALUATE TRUE
               WHEN NORM-CARACTER = "~"
                   CONTINUE
               WHEN (NORM-CARACTER >= "A" AND NORM-CARACTER <= "Z")
                 OR (NORM-CARACTER >= "0" AND NORM-CARACTER <= "9")
                   IF NORM-LARGO < 20
                       ADD 1 TO NORM-LARGO
                       MOVE NORM-CARACTER TO NORM-TOKEN (NORM-LARGO:1)
                   END-IF
               WHEN OTHER
                   PERFORM CERRAR-PALABRA
           END-EVALUATE.

       CERRAR-PALABRA.
           IF NORM-LARGO > 0
               EVALUATE NORM-TOKEN
                   WHEN "DE"
                   WHEN "DEL"
                   WHEN "LA"
                   WHEN "LAS"
                   WHEN "LOS"
                   WHEN "EL"
                   WHEN "Y"
                       CONTINUE
                   WHEN OTHER
                       IF NORM-NUM-TOKENS < 10
                           ADD 1 TO NORM-NUM-TOKENS
                           MOVE NORM-TOKEN
                             TO NORM-TOKEN-TXT (NORM-NUM-TOKENS)
                       END-IF
               END-EVALUATE
           END-IF.
           MOVE SPACES TO NORM-TOKEN.
           MOVE 0 TO NORM-LARGO.

      * Coeficiente de Dice sobre palabras: dos veces las palabras
      * en común entre la suma de palabras de ambos nombres, por
      * 100. Cada palabra de la lista se empareja una sola vez y el
      * orden no cuenta: "Pérez López, Juan" contra "JUAN PEREZ
      * LOPEZ" da 100; "Juan Pérez" contra el mismo, 80.
       CALCULAR-PUNTAJE.
           MOVE 0 TO PUNTAJE TOKENS-COMUNES.
           IF NOMBRE-NUM-TOKENS > 0
             AND LISTA-NUM-TOKENS (LIS-IDX) > 0
               MOVE SPACES TO TOKENS-USADOS
               PERFORM VARYING TOKEN-NOMBRE-ACTUAL FROM 1 BY 1
                 UNTIL TOKEN-NOMBRE-ACTUAL > NOMBRE-NUM-TOKENS
                   PERFORM BUSCAR-PALABRA-EN-LISTA
               END-PERFORM
               COMPUTE PUNTAJE = (200 * TOKENS-COMUNES)
                 / (NOMBRE-NUM-TOKENS + LISTA-NUM-TOKENS (LIS-IDX))
           END-IF.

       BUSCAR-PALABRA-EN-LISTA.
           MOVE "N" TO INDICADOR-TOKEN.
           PERFORM VARYING TOKEN-LISTA-ACTUAL FROM 1 BY 1
             UNTIL TOKEN-LISTA-ACTUAL > LISTA-NUM-TOKENS (LIS-IDX)
               OR TOKEN-COMUN
               IF TOKENS-USADOS (TOKEN-LISTA-ACTUAL:1) = SPACE
                 AND LISTA-TOKEN-TXT (LIS-IDX, TOKEN-LISTA-ACTUAL)
                   = NOMBRE-TOKEN-TXT (TOKEN-NOMBRE-ACTUAL)
                   MOVE "S" TO TOKENS-USADOS (TOKEN-LISTA-ACTUAL:1)
                   SET TOKEN-COMUN TO TRUE
                   ADD 1 TO TOKENS-COMUNES
               END-IF
           END-PERFORM.

      * Sin archivo (35) aún no hay coincidencias (primer cribado).
      * Cualquier otra falla al abrir, si no cabe entero o si trae
      * renglones ilegibles, se aborta: al reescribirlo se perderían
      * coincidencias abiertas y liberaciones.
       CARGAR-COINCIDENCIAS.
           OPEN INPUT COINCIDENCIAS-LISTA.
           EVALUATE TRUE
               WHEN COINCIDENCIAS-STATUS-FILE = "35"
                   DISPLAY "SIN ARCHIVO DE COINCIDENCIAS - PRIMER "
                     "CRIBADO"
               WHEN COINCIDENCIAS-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ABRIR LAS COINCIDENCIAS DE LISTA "
                     COINCIDENCIAS-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
                   DISPLAY "ERROR: CORRIDA ABORTADA, NO SE TOCA NADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN OTHER
                   PERFORM UNTIL TERMINAR OR ABORTAR-CORRIDA
                       READ COINCIDENCIAS-LISTA
                           AT END
                               SET TERMINAR TO TRUE
                           NOT AT END
                               PERFORM REGISTRAR-COINCIDENCIA-LEIDA
                       END-READ
                   END-PERFORM
                   MOVE "NO" TO FIN
                   CLOSE COINCIDENCIAS-LISTA
           END-EVALUATE.

       REGISTRAR-COINCIDENCIA-LEIDA.
           MOVE SPACES TO COI-CUENTA-TXT COI-REFERENCIA-TXT
             COI-PUNTAJE-TXT COI-ESTADO-TXT COI-NOMBRE-TXT
             COI-FECHA-TXT COI-INICIALES-TXT.
           UNSTRING LINEA-COINCIDENCIA DELIMITED BY ","
             INTO COI-CUENTA-TXT, COI-REFERENCIA-TXT,
               COI-PUNTAJE-TXT, COI-ESTADO-TXT, COI-NOMBRE-TXT,
               COI-FECHA-TXT, COI-INICIALES-TXT
           END-UNSTRING.

           EVALUATE TRUE
               WHEN LINEA-COINCIDENCIA = SPACES
                   CONTINUE
               WHEN COI-CUENTA-TXT = "CUENTA"
                   CONTINUE
               WHEN COI-CUENTA-TXT = SPACES
                 OR COI-REFERENCIA-TXT = SPACES
                 OR (COI-ESTADO-TXT NOT = "ABIERTA"
                     AND COI-ESTADO-TXT NOT = "LIBERADA")
                   DISPLAY "ERROR: LINEA MALFORMADA EN LAS "
                     "COINCIDENCIAS - "
                     FUNCTION TRIM (LINEA-COINCIDENCIA)
                   DISPLAY "ERROR: CORRIDA ABORTADA, NO SE TOCA NADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN NUM-COINCIDENCIAS >= 2000
                   DISPLAY "ERROR: CAPACIDAD DE 2000 COINCIDENCIAS "
                     "EXCEDIDA - CORRIDA ABORTADA, NO SE TOCA NADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN OTHER
                   ADD 1 TO NUM-COINCIDENCIAS
                   SET COI-IDX TO NUM-COINCIDENCIAS
                   MOVE COI-CUENTA-TXT (1:4) TO COI-CUENTA (COI-IDX)
                   MOVE COI-REFERENCIA-TXT
                     TO COI-REFERENCIA (COI-IDX)
                   MOVE 0 TO COI-PUNTAJE (COI-IDX)
                   IF FUNCTION TEST-NUMVAL (COI-PUNTAJE-TXT) = 0
                       MOVE FUNCTION NUMVAL (COI-PUNTAJE-TXT)
                         TO COI-PUNTAJE (COI-IDX)
                   END-IF
                   MOVE COI-ESTADO-TXT TO COI-ESTADO (COI-IDX)
                   MOVE COI-NOMBRE-TXT TO COI-NOMBRE (COI-IDX)
                   MOVE COI-FECHA-TXT TO COI-FECHA (COI-IDX)
                   MOVE COI-INICIALES-TXT TO COI-INICIALES (COI-IDX)
                   MOVE "N" TO COI-VIGENTE (COI-IDX)
           END-EVALUATE.

       BUSCAR-COINCIDENCIA.
           MOVE "N" TO INDICADOR-COINCIDENCIA.
           SET COI-IDX TO 1.
           SEARCH COINCIDENCIA-ENTRY
             VARYING COI-IDX
             AT END
                 CONTINUE
             WHEN COI-IDX > NUM-COINCIDENCIAS
                 CONTINUE
             WHEN COI-CUENTA (COI-IDX) = COI-CUENTA-BUSCADA
               AND COI-REFERENCIA (COI-IDX) = COI-REFERENCIA-BUSCADA
                 SET COINCIDENCIA-HALLADA TO TRUE
           END-SEARCH.

      * Las liberaciones se aplican antes del cribado: la pareja que
      * cumplimiento libera hoy sigue liberada en el cribado de hoy
      * mientras el nombre no haya cambiado. Sin archivo de
      * movimientos solo se criba.
       PROCESAR-LIBERACIONES.
           OPEN INPUT MOVIMIENTOS-LISTA.
           IF MOVIMIENTOS-STATUS-FILE > "07"
               DISPLAY "SIN MOVIMIENTOS DE LISTA - NADA QUE LIBERAR"
           ELSE
               OPEN OUTPUT MOVIMIENTOS-RECHAZADOS
               IF RECHAZADOS-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ABRIR EL REPORTE DE RECHAZADOS "
                     RECHAZADOS-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
                   DISPLAY "ERROR: CORRIDA ABORTADA, NO SE TOCA NADA"
                   CLOSE MOVIMIENTOS-LISTA
                   SET ABORTAR-CORRIDA TO TRUE
               ELSE
                   PERFORM UNTIL TERMINAR
                       READ MOVIMIENTOS-LISTA
                           AT END
                               SET TERMINAR TO TRUE
                           NOT AT END
                               PERFORM APLICAR-MOVIMIENTO
                       END-READ
                   END-PERFORM
                   MOVE "NO" TO FIN
                   CLOSE MOVIMIENTOS-LISTA
                   CLOSE MOVIMIENTOS-RECHAZADOS
               END-IF
           END-IF.

       APLICAR-MOVIMIENTO.
           MOVE SPACES TO ACCION-TXT MOV-CUENTA-TXT MOV-REFERENCIA-TXT
             MOV-INICIALES-TXT MOV-INICIALES MOTIVO-RECHAZO.
           SET LINEA-VALIDA TO TRUE.

           UNSTRING LINEA-MOVIMIENTO DELIMITED BY ","
             INTO ACCION-TXT, MOV-CUENTA-TXT, MOV-REFERENCIA-TXT,
               MOV-INICIALES-TXT
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
                   PERFORM LIBERAR-COINCIDENCIA
               END-IF
               IF LINEA-INVALIDA
                   PERFORM REPORTAR-MOVIMIENTO-RECHAZADO
               END-IF
           END-IF.

      * Las iniciales son obligatorias - sin ellas el asiento de
      * auditoría no responde quién liberó la cuenta.
       INTERPRETAR-MOVIMIENTO.
           MOVE MOV-INICIALES-TXT TO MOV-INICIALES.
           EVALUATE TRUE
               WHEN ACCION-TXT NOT = "LIBERAR"
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "ACCION DESCONOCIDA" TO MOTIVO-RECHAZO
               WHEN MOV-CUENTA-TXT = SPACES
                 OR MOV-REFERENCIA-TXT = SPACES
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "CUENTA O REFERENCIA VACIA" TO MOTIVO-RECHAZO
               WHEN MOV-INICIALES = SPACES
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "INICIALES VACIAS" TO MOTIVO-RECHAZO
               WHEN NUM-AUDITORIA >= 2000
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "CAPACIDAD DE AUDITORIA EXCEDIDA"
                     TO MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIBERAR-COINCIDENCIA.
           MOVE MOV-CUENTA-TXT (1:4) TO COI-CUENTA-BUSCADA.
           MOVE MOV-REFERENCIA-TXT TO COI-REFERENCIA-BUSCADA.
           PERFORM BUSCAR-COINCIDENCIA.
           EVALUATE TRUE
               WHEN NOT COINCIDENCIA-HALLADA
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "COINCIDENCIA NO REGISTRADA" TO MOTIVO-RECHAZO
               WHEN COI-ESTADO (COI-IDX) NOT = "ABIERTA"
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "COINCIDENCIA YA LIBERADA" TO MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE "LIBERADA" TO COI-ESTADO (COI-IDX)
                   MOVE FECHA-CORRIDA TO COI-FECHA (COI-IDX)
                   MOVE MOV-INICIALES TO COI-INICIALES (COI-IDX)
                   SET HUBO-CAMBIOS TO TRUE
                   ADD 1 TO CONTADOR-LIBERADAS
                   MOVE SPACES TO DETALLE-AUDITORIA
                   STRING "LIBERAR " COI-CUENTA (COI-IDX)
                     " REFERENCIA "
                     FUNCTION TRIM (COI-REFERENCIA (COI-IDX))
                     DELIMITED BY SIZE INTO DETALLE-AUDITORIA
                   ADD 1 TO NUM-AUDITORIA
                   SET AUD-IDX TO NUM-AUDITORIA
                   MOVE DETALLE-AUDITORIA TO AUD-DETALLE (AUD-IDX)
                   MOVE MOV-INICIALES TO AUD-INICIALES (AUD-IDX)
           END-EVALUATE.

       REPORTAR-MOVIMIENTO-RECHAZADO.
           ADD 1 TO CONTADOR-RECHAZADOS.
           MOVE SPACES TO LINEA-RECHAZADO.
           STRING FUNCTION TRIM (LINEA-MOVIMIENTO) " - "
             MOTIVO-RECHAZO
             DELIMITED BY SIZE INTO LINEA-RECHAZADO.
           WRITE LINEA-RECHAZADO.

       ABRIR-REPORTE.
           OPEN OUTPUT REPORTE-CRIBADO.
           IF CRIBADO-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL REPORTE DE CRIBADO "
                 CRIBADO-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: CORRIDA ABORTADA, NO SE TOCA NADA"
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               MOVE SPACES TO CRIBADO-MESSAGE
               STRING "CRIBADO DEL MAESTRO CONTRA LA LISTA "
                 "RESTRINGIDA " FUNCTION TRIM (RUTA-LISTA-RESTRINGIDA)
                 " - CORRIDA " ID-CORRIDA
                 DELIMITED BY SIZE INTO CRIBADO-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
               MOVE UMBRAL-LISTA-REVISION TO UMBRAL-FMT
               MOVE UMBRAL-LISTA-CONFIRMADO TO UMBRAL-CONFIRMADO-FMT
               MOVE SPACES TO CRIBADO-MESSAGE
               STRING "Puntaje 0-100 por palabras normalizadas - "
                 "posible desde " UMBRAL-FMT
                 ", confirmada desde " UMBRAL-CONFIRMADO-FMT
                 DELIMITED BY SIZE INTO CRIBADO-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
               MOVE SPACES TO CRIBADO-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
               MOVE "COINCIDENCIAS DEL CRIBADO" TO CRIBADO-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.

      * El maestro se lee directo del archivo, cuenta por cuenta; la
      * primera línea es el encabezado de columnas.
       CRIBAR-MAESTRO.
           OPEN INPUT MAESTRO-CUENTAS.
           IF MAESTRO-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL MAESTRO DE CUENTAS "
                 MAESTRO-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ERROR: SIN MAESTRO NO HAY QUE CRIBAR - "
                 "CORRIDA ABORTADA"
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               PERFORM UNTIL TERMINAR OR ABORTAR-CORRIDA
                   READ MAESTRO-CUENTAS
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM CRIBAR-CUENTA-MAESTRO
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE MAESTRO-CUENTAS
               IF CONTADOR-POSIBLES = 0
                 AND CONTADOR-CONFIRMADAS = 0
                   MOVE "  (ninguna)" TO CRIBADO-MESSAGE
                   PERFORM ESCRIBIR-LINEA-REPORTE
               END-IF
           END-IF.

       CRIBAR-CUENTA-MAESTRO.
           IF ES-PRIMER-MAESTRO = "S"
               MOVE "N" TO ES-PRIMER-MAESTRO
           ELSE
               MOVE SPACES TO MAESTRO-ID-TXT MAESTRO-NOMBRE-TXT
               UNSTRING LINEA-MAESTRO DELIMITED BY ","
                 INTO MAESTRO-ID-TXT, MAESTRO-NOMBRE-TXT
               END-UNSTRING
               IF MAESTRO-ID-TXT NOT = SPACES
                   ADD 1 TO CONTADOR-REVISADAS
                   MOVE MAESTRO-ID-TXT (1:4) TO CUENTA-CRIBADA
                   MOVE MAESTRO-NOMBRE-TXT TO NOMBRE-CRIBADO
                     NORM-ENTRADA
                   PERFORM NORMALIZAR-NOMBRE
                   MOVE NORM-NUM-TOKENS TO NOMBRE-NUM-TOKENS
                   MOVE NORM-TOKENS-TABLA TO NOMBRE-TOKENS-TABLA
                   PERFORM VARYING LIS-IDX FROM 1 BY 1
                     UNTIL LIS-IDX > NUM-LISTA OR ABORTAR-CORRIDA
                       PERFORM CALCULAR-PUNTAJE
                       IF PUNTAJE >= UMBRAL-LISTA-REVISION
                           PERFORM CLASIFICAR-COINCIDENCIA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * Posible: solo al reporte, para revisión de cumplimiento.
      * Confirmada: queda registrada (nueva, sigue abierta, sigue
      * liberada o se reabre si el nombre cambió desde que se
      * liberó).
       CLASIFICAR-COINCIDENCIA.
           IF PUNTAJE < UMBRAL-LISTA-CONFIRMADO
               ADD 1 TO CONTADOR-POSIBLES
               MOVE "POSIBLE - REVISAR" TO SITUACION-TXT
           ELSE
               ADD 1 TO CONTADOR-CONFIRMADAS
               MOVE CUENTA-CRIBADA TO COI-CUENTA-BUSCADA
               MOVE LISTA-REFERENCIA (LIS-IDX)
                 TO COI-REFERENCIA-BUSCADA
               PERFORM BUSCAR-COINCIDENCIA
               EVALUATE TRUE
                   WHEN NOT COINCIDENCIA-HALLADA
                       PERFORM AGREGAR-COINCIDENCIA
                   WHEN COI-ESTADO (COI-IDX) = "ABIERTA"
                       MOVE "CONFIRMADA - SIGUE ABIERTA"
                         TO SITUACION-TXT
                       PERFORM ACTUALIZAR-COINCIDENCIA
                   WHEN COI-NOMBRE (COI-IDX) = NOMBRE-CRIBADO
                       MOVE SPACES TO SITUACION-TXT
                       STRING "CONFIRMADA - LIBERADA POR "
                         COI-INICIALES (COI-IDX)
                         DELIMITED BY SIZE INTO SITUACION-TXT
                       PERFORM ACTUALIZAR-COINCIDENCIA
                   WHEN OTHER
                       MOVE "CONFIRMADA - REABIERTA" TO SITUACION-TXT
                       MOVE "ABIERTA" TO COI-ESTADO (COI-IDX)
                       MOVE SPACES TO COI-INICIALES (COI-IDX)
                       MOVE FECHA-CORRIDA TO COI-FECHA (COI-IDX)
                       ADD 1 TO CONTADOR-NUEVAS
                       SET HUBO-CAMBIOS TO TRUE
                       PERFORM ACTUALIZAR-COINCIDENCIA
               END-EVALUATE
           END-IF.
           PERFORM ESCRIBIR-RENGLON-COINCIDENCIA.

      * Una coincidencia confirmada que ya no cabe en la tabla no
      * puede quedar sin registrar: se aborta antes de reescribir.
       AGREGAR-COINCIDENCIA.
           IF NUM-COINCIDENCIAS >= 2000
               DISPLAY "ERROR: CAPACIDAD DE 2000 COINCIDENCIAS "
                 "EXCEDIDA - CORRIDA ABORTADA, NO SE TOCA NADA"
               MOVE "CONFIRMADA - SIN REGISTRAR" TO SITUACION-TXT
               SET ABORTAR-CORRIDA TO TRUE
           ELSE
               MOVE "CONFIRMADA - NUEVA" TO SITUACION-TXT
               ADD 1 TO NUM-COINCIDENCIAS
               SET COI-IDX TO NUM-COINCIDENCIAS
               MOVE CUENTA-CRIBADA TO COI-CUENTA (COI-IDX)
               MOVE LISTA-REFERENCIA (LIS-IDX)
                 TO COI-REFERENCIA (COI-IDX)
               MOVE "ABIERTA" TO COI-ESTADO (COI-IDX)
               MOVE FECHA-CORRIDA TO COI-FECHA (COI-IDX)
               MOVE SPACES TO COI-INICIALES (COI-IDX)
               ADD 1 TO CONTADOR-NUEVAS
               SET HUBO-CAMBIOS TO TRUE
               PERFORM ACTUALIZAR-COINCIDENCIA
           END-IF.

       ACTUALIZAR-COINCIDENCIA.
           IF COI-PUNTAJE (COI-IDX) NOT = PUNTAJE
             OR COI-NOMBRE (COI-IDX) NOT = NOMBRE-CRIBADO
               SET HUBO-CAMBIOS TO TRUE
           END-IF.
           MOVE PUNTAJE TO COI-PUNTAJE (COI-IDX).
           MOVE NOMBRE-CRIBADO TO COI-NOMBRE (COI-IDX).
           MOVE "S" TO COI-VIGENTE (COI-IDX).

       ESCRIBIR-RENGLON-COINCIDENCIA.
           MOVE PUNTAJE TO PUNTAJE-FMT.
           MOVE SPACES TO CRIBADO-MESSAGE.
           STRING "  Cuenta " CUENTA-CRIBADA
             " " NOMBRE-CRIBADO (1:25)
             " Ref: " LISTA-REFERENCIA (LIS-IDX) (1:12)
             " Lista: " LISTA-NOMBRE (LIS-IDX) (1:30)
             " Puntaje: " PUNTAJE-FMT
             " " SITUACION-TXT
             DELIMITED BY SIZE INTO CRIBADO-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.

      * Todo lo que sigue deteniendo cuentas, también lo abierto en
      * cribados anteriores que hoy ya no alcanza el umbral (lista
      * refrescada o nombre cambiado): solo cumplimiento lo libera.
       ESCRIBIR-SECCION-ABIERTAS.
           MOVE SPACES TO CRIBADO-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           STRING "COINCIDENCIAS ABIERTAS - CUENTAS DETENIDAS EN "
             "LA CORRIDA DIARIA HASTA SU LIBERACION"
             DELIMITED BY SIZE INTO CRIBADO-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           PERFORM VARYING COI-IDX FROM 1 BY 1
             UNTIL COI-IDX > NUM-COINCIDENCIAS
               IF COI-ESTADO (COI-IDX) = "ABIERTA"
                   ADD 1 TO CONTADOR-ABIERTAS
                   MOVE COI-PUNTAJE (COI-IDX) TO PUNTAJE-FMT
                   MOVE SPACES TO SITUACION-TXT
                   IF COI-VIGENTE (COI-IDX) NOT = "S"
                       MOVE "YA NO COINCIDE - REVISAR" TO SITUACION-TXT
                   END-IF
                   MOVE SPACES TO CRIBADO-MESSAGE
                   STRING "  Cuenta " COI-CUENTA (COI-IDX)
                     " " COI-NOMBRE (COI-IDX) (1:25)
                     " Ref: " COI-REFERENCIA (COI-IDX) (1:12)
                     " Desde: " COI-FECHA (COI-IDX)
                     " Puntaje: " PUNTAJE-FMT
                     " " SITUACION-TXT
                     DELIMITED BY SIZE INTO CRIBADO-MESSAGE
                   PERFORM ESCRIBIR-LINEA-REPORTE
               END-IF
           END-PERFORM.
           IF CONTADOR-ABIERTAS = 0
               MOVE "  (ninguna)" TO CRIBADO-MESSAGE
               PERFORM ESCRIBIR-LINEA-REPORTE
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE CONTADOR-REVISADAS TO CONTADOR-REVISADAS-FMT.
           MOVE CONTADOR-POSIBLES TO CONTADOR-POSIBLES-FMT.
           MOVE CONTADOR-CONFIRMADAS TO CONTADOR-CONFIRMADAS-FMT.
           MOVE CONTADOR-NUEVAS TO CONTADOR-NUEVAS-FMT.
           MOVE CONTADOR-ABIERTAS TO CONTADOR-ABIERTAS-FMT.
           MOVE CONTADOR-LIBERADAS TO CONTADOR-LIBERADAS-FMT.
           MOVE CONTADOR-RECHAZADOS TO CONTADOR-RECHAZADOS-FMT.
           MOVE SPACES TO CRIBADO-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           STRING "Cuentas cribadas: " CONTADOR-REVISADAS-FMT
             DELIMITED BY SIZE INTO CRIBADO-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE SPACES TO CRIBADO-MESSAGE.
           STRING "Coincidencias posibles: " CONTADOR-POSIBLES-FMT
             DELIMITED BY SIZE INTO CRIBADO-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE SPACES TO CRIBADO-MESSAGE.
           STRING "Coincidencias confirmadas: "
             CONTADOR-CONFIRMADAS-FMT
             " (nuevas o reabiertas: " CONTADOR-NUEVAS-FMT ")"
             DELIMITED BY SIZE INTO CRIBADO-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE SPACES TO CRIBADO-MESSAGE.
           STRING "Coincidencias abiertas: " CONTADOR-ABIERTAS-FMT
             DELIMITED BY SIZE INTO CRIBADO-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.
           MOVE SPACES TO CRIBADO-MESSAGE.
           STRING "Liberadas en esta corrida: "
             CONTADOR-LIBERADAS-FMT
             " (movimientos rechazados: " CONTADOR-RECHAZADOS-FMT ")"
             DELIMITED BY SIZE INTO CRIBADO-MESSAGE.
           PERFORM ESCRIBIR-LINEA-REPORTE.

       ESCRIBIR-LINEA-REPORTE.
           MOVE CRIBADO-MESSAGE TO LINEA-CRIBADO.
           WRITE LINEA-CRIBADO.
           DISPLAY FUNCTION TRIM (CRIBADO-MESSAGE TRAILING).

      * El archivo de coincidencias solo se reemplaza si algo
      * cambió, y siempre vía temporal más renombre - la corrida
      * diaria nunca lee un archivo a medias. Los asientos de las
      * liberaciones se escriben después del renombre.
       REESCRIBIR-COINCIDENCIAS.
           IF NOT HUBO-CAMBIOS
               DISPLAY "SIN CAMBIOS EN LAS COINCIDENCIAS - NO SE "
                 "MODIFICA " FUNCTION TRIM (RUTA-COINCIDENCIAS)
           ELSE
               OPEN OUTPUT COINCIDENCIAS-TMP
               IF COINCIDENCIAS-TMP-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ABRIR EL TEMPORAL "
                     COINCIDENCIAS-TMP-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
                   DISPLAY "ERROR: SIN TEMPORAL NO SE REESCRIBEN LAS "
                     "COINCIDENCIAS - NADA SE ABRE NI SE LIBERA"
                   MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
                   SET ABORTAR-CORRIDA TO TRUE
               ELSE
                   MOVE SPACES TO LINEA-COINCIDENCIA-TMP
                   STRING "CUENTA,REFERENCIA,PUNTAJE,ESTADO,NOMBRE,"
                     "FECHA,INICIALES"
                     DELIMITED BY SIZE INTO LINEA-COINCIDENCIA-TMP
                   WRITE LINEA-COINCIDENCIA-TMP
                   PERFORM VARYING COI-IDX FROM 1 BY 1
                     UNTIL COI-IDX > NUM-COINCIDENCIAS
                       PERFORM ESCRIBIR-COINCIDENCIA
                   END-PERFORM
                   CLOSE COINCIDENCIAS-TMP
                   CALL "CBL_DELETE_FILE" USING RUTA-COINCIDENCIAS
                     RETURNING RETORNO-SO
                   CALL "CBL_RENAME_FILE" USING RUTA-COINCIDENCIAS-TMP
                     RUTA-COINCIDENCIAS
                     RETURNING RETORNO-SO
                   IF RETORNO-SO NOT = 0
                       DISPLAY "ERROR AL REEMPLAZAR LAS COINCIDENCIAS "
                         "- REVISAR " RUTA-COINCIDENCIAS-TMP
                       DISPLAY "ERROR: NADA SE ABRE NI SE LIBERA NI "
                         "SE ASIENTA"
                       MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
                       MOVE 0 TO CONTADOR-LIBERADAS
                       SET ABORTAR-CORRIDA TO TRUE
                   ELSE
                       PERFORM ASENTAR-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR-COINCIDENCIA.
           MOVE COI-PUNTAJE (COI-IDX) TO PUNTAJE-FMT.
           MOVE SPACES TO LINEA-COINCIDENCIA-TMP.
           STRING COI-CUENTA (COI-IDX) ","
             FUNCTION TRIM (COI-REFERENCIA (COI-IDX)) ","
             FUNCTION TRIM (PUNTAJE-FMT) ","
             FUNCTION TRIM (COI-ESTADO (COI-IDX)) ","
             FUNCTION TRIM (COI-NOMBRE (COI-IDX)) ","
             COI-FECHA (COI-IDX) ","
             COI-INICIALES (COI-IDX)
             DELIMITED BY SIZE INTO LINEA-COINCIDENCIA-TMP.
           WRITE LINEA-COINCIDENCIA-TMP.

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

      * Un asiento por coincidencia liberada - el journal responde
      * "quién liberó esta cuenta y cuándo".
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
             "LISTA,"
             CORRIDA-INICIO-TS ","
             TS-AAAAMMDDHHMMSS ","
             FUNCTION TRIM (AUD-DETALLE (AUD-IDX))
             " POR " FUNCTION TRIM (AUD-INICIALES (AUD-IDX)) ","
             "0,0,0,0,0,0,0,"
             "N,APLICADA"
             DELIMITED BY SIZE INTO LINEA-JOURNAL.
           WRITE LINEA-JOURNAL.

      * Toda salida del programa deja su asiento resumen en el
      * journal de corridas, también cuando la apertura falla.
       ESCRIBIR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO TIMESTAMP-CORRIDA.
           MOVE TS-AAAAMMDDHHMMSS TO CORRIDA-FIN-TS.
           MOVE CONTADOR-REVISADAS TO CONTADOR-REVISADAS-FMT.
           MOVE CONTADOR-POSIBLES TO CONTADOR-POSIBLES-FMT.
           MOVE CONTADOR-CONFIRMADAS TO CONTADOR-CONFIRMADAS-FMT.
           MOVE CONTADOR-NUEVAS TO CONTADOR-NUEVAS-FMT.
           MOVE CONTADOR-ABIERTAS TO CONTADOR-ABIERTAS-FMT.
           MOVE CONTADOR-LIBERADAS TO CONTADOR-LIBERADAS-FMT.
           MOVE CONTADOR-RECHAZADOS TO CONTADOR-RECHAZADOS-FMT.

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
                 "CRIBADO,"
                 CORRIDA-INICIO-TS ","
                 CORRIDA-FIN-TS ","
                 FUNCTION TRIM (RUTA-LISTA-RESTRINGIDA) ","
                 FUNCTION TRIM (CONTADOR-REVISADAS-FMT) ","
                 FUNCTION TRIM (CONTADOR-POSIBLES-FMT) ","
                 FUNCTION TRIM (CONTADOR-CONFIRMADAS-FMT) ","
                 FUNCTION TRIM (CONTADOR-NUEVAS-FMT) ","
                 FUNCTION TRIM (CONTADOR-ABIERTAS-FMT) ","
                 FUNCTION TRIM (CONTADOR-LIBERADAS-FMT) ","
                 FUNCTION TRIM (CONTADOR-RECHAZADOS-FMT) ","
                 "N,"
                 FUNCTION TRIM (RESULTADO-CORRIDA)
                 DELIMITED BY SIZE INTO LINEA-JOURNAL
               WRITE LINEA-JOURNAL
               CLOSE CORRIDAS-JOURNAL
           END-IF.

       FINALIZE.
           PERFORM ESCRIBIR-JOURNAL.
           EXIT PROGRAM.

       END PROGRAM CODEABLE-INTERBANK-CRIBADO.
