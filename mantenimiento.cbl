      * DATE:
      * PURPOSE: Mantenimiento del maestro de cuentas - aplica un
      *          archivo de movimientos (ALTA / BAJA / CAMBIO-ESTADO
      *          / CAMBIO-DATOS / CAMBIO-LIMITES) validando cada uno
      *          contra el maestro vigente, reescribe el maestro de
      *          forma atómica, reporta los movimientos rechazados
      *          con su motivo y asienta cada cambio aplicado en el
      *          journal de corridas - se acabó editar el maestro a
      *          mano en un editor de texto. Los nombres de ALTA y
      *          CAMBIO-DATOS se criban contra la lista restringida
      *          igual que en CRIBADO; una coincidencia confirmada
      *          rechaza el movimiento.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS-MAESTRO
               ASSIGN TO DYNAMIC RUTA-MOVIMIENTOS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS MOVIMIENTOS-STATUS-FILE.
           SELECT MOVIMIENTOS-RECHAZADOS
               ASSIGN TO DYNAMIC RUTA-MAESTRO-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS MAESTRO-TMP-STATUS-FILE.
           SELECT LISTA-RESTRINGIDA
               ASSIGN TO DYNAMIC RUTA-LISTA-RESTRINGIDA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS LISTA-STATUS-FILE.
           SELECT CORRIDAS-JOURNAL
               ASSIGN TO DYNAMIC RUTA-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
           FD MAESTRO-TMP.
           01 LINEA-MAESTRO-TMP    PIC X(120).

           FD LISTA-RESTRINGIDA.
           01 LINEA-LISTA          PIC X(120).

           FD CORRIDAS-JOURNAL.
           01 LINEA-JOURNAL        PIC X(200).

       01 RECHAZADOS-STATUS-FILE   PIC XX.
       01 MAESTRO-STATUS-FILE      PIC XX.
       01 MAESTRO-TMP-STATUS-FILE  PIC XX.
       01 LISTA-STATUS-FILE        PIC XX.
       01 JOURNAL-STATUS-FILE      PIC XX.
       01 PARAMETROS-STATUS-FILE   PIC XX.
       01 MENSAJE                  PIC X(80).

       01 RUTA-MAESTRO-PARAM    PIC X(50)
             VALUE '../data/maestro-cuentas.csv'.
      * Los movimientos que captura operación; la propuesta de
      * bloqueo de cuentas inactivas se aplica, ya revisada,
      * apuntando aquí su archivo.
       01 RUTA-MOVIMIENTOS      PIC X(50)
             VALUE '../data/movimientos-maestro.csv'.
       01 RUTA-MAESTRO-TMP      PIC X(50)
             VALUE '../data/maestro-cuentas.csv.tmp'.
       01 RUTA-JOURNAL          PIC X(50)
             VALUE '../data/corridas-journal.csv'.
      * La misma lista restringida y el mismo umbral de
      * confirmación que usa CRIBADO (claves RUTA-LISTA-RESTRINGIDA
      * y UMBRAL-LISTA-CONFIRMADO/-REVISION de parametros.dat).
       01 RUTA-LISTA-RESTRINGIDA PIC X(50)
             VALUE '../data/lista-restringida.csv'.
       01 CLAVE-PARAMETRO       PIC X(30).
       01 VALOR-PARAMETRO       PIC X(50).
       01 RETORNO-SO            PIC S9(9) COMP-5.
               10 MAESTRO-NOMBRE   PIC X(30).
               10 MAESTRO-BANCO    PIC X(20).
               10 MAESTRO-ESTADO   PIC X(10).
               10 MAESTRO-LIMITE-DIARIO   PIC 9(7)V99.
               10 MAESTRO-MAX-OPERACIONES PIC 9(5).
               10 MAESTRO-BORRADO  PIC X.
       01 NUM-MAESTRO           PIC 9(4) VALUE 0.
       01 MAESTRO-ID-TXT        PIC X(10).
       01 MAESTRO-NOMBRE-TXT    PIC X(30).
       01 MAESTRO-BANCO-TXT     PIC X(20).
       01 MAESTRO-ESTADO-TXT    PIC X(10).
       01 MAESTRO-LIMITE-TXT    PIC X(15).
       01 MAESTRO-MAXOPS-TXT    PIC X(10).
       01 MAESTRO-ACTUAL        PIC 9(4) VALUE 0.

      * Límites diarios por cuenta que aplica TRANSACCIONES: monto
      * máximo de Débitos del día (moneda base) y cantidad máxima
      * de operaciones del día; 0 es sin límite. Columnas 5 y 6 del
      * maestro - un maestro anterior sin ellas se lee como sin
      * límites y al reescribirlo el encabezado las gana.
       01 LIMITE-FMT            PIC Z(6)9.99.
       01 MAXOPS-FMT            PIC Z(4)9.
       01 LIMITE-ANTERIOR-FMT   PIC Z(6)9.99.
       01 MAXOPS-ANTERIOR-FMT   PIC Z(4)9.
       01 MOV-LIMITE            PIC 9(7)V99 VALUE 0.
       01 MOV-MAXOPS            PIC 9(5) VALUE 0.

      * Movimiento: la primera columna es la acción y la segunda el
      * ID de cuenta de 4 posiciones; el resto depende de la acción
      * y la última columna son siempre las iniciales de quien lo
      *   BAJA,ID,iniciales
      *   CAMBIO-ESTADO,ID,Estado,iniciales
      *   CAMBIO-DATOS,ID,Nombre,Banco,iniciales
      *   CAMBIO-LIMITES,ID,LimiteDiario,MaxOperaciones,iniciales
       01 ACCION-TXT            PIC X(15).
       01 MOV-ID-TXT            PIC X(10).
       01 MOV-CAMPO3-TXT        PIC X(30).
       01 NUM-AUDITORIA         PIC 9(3) VALUE 0.
       01 AUD-ACTUAL            PIC 9(3) VALUE 0.

      * Lista restringida en memoria, ya partida en palabras
      * normalizadas - mismo formato, misma normalización y mismo
      * puntaje que CRIBADO, para que un nombre que aquí pasa no
      * salga confirmado en el cribado siguiente. Sin lista (o si
      * no cabe entera) no se puede cribar: ALTA y CAMBIO-DATOS se
      * rechazan hasta que la haya; el resto de los movimientos se
      * aplica normalmente.
       01 UMBRAL-LISTA-REVISION   PIC 9(3) VALUE 70.
       01 UMBRAL-LISTA-CONFIRMADO PIC 9(3) VALUE 90.
       01 INDICADOR-LISTA       PIC X VALUE 'N'.
         88 LISTA-DISPONIBLE    VALUE 'S'.
       01 LISTA-TABLA.
           05 LISTA-ENTRY OCCURS 2000 TIMES INDEXED BY LIS-IDX.
               10 LISTA-REFERENCIA  PIC X(15).
               10 LISTA-NUM-TOKENS  PIC 9(2).
               10 LISTA-TOKENS.
                   15 LISTA-TOKEN-TXT PIC X(20) OCCURS 10 TIMES.
       01 NUM-LISTA             PIC 9(4) VALUE 0.
       01 LISTA-REFERENCIA-TXT  PIC X(20).
       01 PUNTERO-LISTA         PIC 9(3) VALUE 1.

       01 NORM-ENTRADA          PIC X(60).
       01 NORM-POSICION         PIC 9(2) VALUE 0.
       01 NORM-CARACTER         PIC X.
       01 NORM-TOKEN            PIC X(20).
       01 NORM-LARGO            PIC 9(2) VALUE 0.
       01 NORM-TOKENS-TABLA.
           05 NORM-TOKEN-TXT    PIC X(20) OCCURS 10 TIMES.
       01 NORM-NUM-TOKENS       PIC 9(2) VALUE 0.

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
       01 PUNTAJE-MAXIMO        PIC 9(3) VALUE 0.
       01 PUNTAJE-FMT           PIC ZZ9.
       01 REFERENCIA-MAXIMA     PIC X(15).

       01 CONTADOR-APLICADOS    PIC 9(5) VALUE 0.
       01 CONTADOR-RECHAZADOS   PIC 9(5) VALUE 0.
       01 CONTADOR-APLICADOS-FORMAT  PIC Z(4)9.
           IF ABORTAR-CORRIDA
               GO TO FINALIZE
           END-IF.
           PERFORM CARGAR-LISTA-RESTRINGIDA.

           PERFORM PROCESAR-MOVIMIENTOS.
           IF ABORTAR-CORRIDA
             DELIMITED BY SIZE INTO RUTA-MAESTRO-TMP.
           DISPLAY "PARAMETRO RUTA-MAESTRO: "
             FUNCTION TRIM (RUTA-MAESTRO-PARAM).
           DISPLAY "PARAMETRO RUTA-MOVIMIENTOS-MAESTRO: "
             FUNCTION TRIM (RUTA-MOVIMIENTOS).
           DISPLAY "PARAMETRO RUTA-LISTA-RESTRINGIDA: "
             FUNCTION TRIM (RUTA-LISTA-RESTRINGIDA).
           IF UMBRAL-LISTA-REVISION > UMBRAL-LISTA-CONFIRMADO
               DISPLAY "ALERTA: UMBRAL-LISTA-REVISION MAYOR QUE EL "
                 "DE CONFIRMACION - SE IGUALA"
               MOVE UMBRAL-LISTA-CONFIRMADO TO UMBRAL-LISTA-REVISION
           END-IF.
           MOVE UMBRAL-LISTA-CONFIRMADO TO PUNTAJE-FMT.
           DISPLAY "PARAMETRO UMBRAL-LISTA-CONFIRMADO: " PUNTAJE-FMT.

       TOMAR-PARAMETRO.
           MOVE SPACES TO CLAVE-PARAMETRO VALOR-PARAMETRO.
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-JOURNAL
                   END-IF
               WHEN "RUTA-MOVIMIENTOS-MAESTRO"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-MOVIMIENTOS
                   END-IF
               WHEN "RUTA-LISTA-RESTRINGIDA"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-LISTA-RESTRINGIDA
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

       CARGAR-ENTRADA-MAESTRO.
           MOVE SPACES TO MAESTRO-ID-TXT MAESTRO-NOMBRE-TXT
             MAESTRO-BANCO-TXT MAESTRO-ESTADO-TXT
             MAESTRO-LIMITE-TXT MAESTRO-MAXOPS-TXT.
           UNSTRING LINEA-MAESTRO DELIMITED BY ","
             INTO MAESTRO-ID-TXT, MAESTRO-NOMBRE-TXT,
               MAESTRO-BANCO-TXT, MAESTRO-ESTADO-TXT,
               MAESTRO-LIMITE-TXT, MAESTRO-MAXOPS-TXT
           END-UNSTRING.

           IF MAESTRO-ID-TXT NOT = SPACES
                   MOVE MAESTRO-BANCO-TXT TO MAESTRO-BANCO (MAE-IDX)
                   MOVE MAESTRO-ESTADO-TXT TO MAESTRO-ESTADO (MAE-IDX)
                   MOVE "N" TO MAESTRO-BORRADO (MAE-IDX)
                   PERFORM TOMAR-LIMITES-MAESTRO
               ELSE
                   DISPLAY "ALERTA: CAPACIDAD DE 200 CUENTAS DEL "
                     "MAESTRO EXCEDIDA - CUENTA " MAESTRO-ID-TXT
               END-IF
           END-IF.

      * Un límite ilegible se conserva como sin límite y se avisa;
      * al reescribir el maestro queda en 0 y a la vista.
       TOMAR-LIMITES-MAESTRO.
           MOVE 0 TO MAESTRO-LIMITE-DIARIO (MAE-IDX)
             MAESTRO-MAX-OPERACIONES (MAE-IDX).
           IF MAESTRO-LIMITE-TXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (MAESTRO-LIMITE-TXT) = 0
                   MOVE FUNCTION NUMVAL (MAESTRO-LIMITE-TXT)
                     TO MAESTRO-LIMITE-DIARIO (MAE-IDX)
               ELSE
                   DISPLAY "ALERTA: LIMITE DIARIO ILEGIBLE - CUENTA "
                     MAESTRO-ID-TXT " QUEDA SIN LIMITE DE MONTO"
               END-IF
           END-IF.
           IF MAESTRO-MAXOPS-TXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (MAESTRO-MAXOPS-TXT) = 0
                   MOVE FUNCTION NUMVAL (MAESTRO-MAXOPS-TXT)
                     TO MAESTRO-MAX-OPERACIONES (MAE-IDX)
               ELSE
                   DISPLAY "ALERTA: MAXIMO DE OPERACIONES ILEGIBLE - "
                     "CUENTA " MAESTRO-ID-TXT
                     " QUEDA SIN LIMITE DE OPERACIONES"
               END-IF
           END-IF.

       CARGAR-LISTA-RESTRINGIDA.
           OPEN INPUT LISTA-RESTRINGIDA.
           IF LISTA-STATUS-FILE > "07"
               DISPLAY "ALERTA: SIN LISTA RESTRINGIDA ("
                 LISTA-STATUS-FILE ") - ALTA Y CAMBIO-DATOS SE "
                 "RECHAZAN"
           ELSE
               SET LISTA-DISPONIBLE TO TRUE
               PERFORM UNTIL TERMINAR OR NOT LISTA-DISPONIBLE
                   READ LISTA-RESTRINGIDA
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM REGISTRAR-NOMBRE-LISTA
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE LISTA-RESTRINGIDA
      * Una lista vacía no criba nada - se trata como ausente.
               IF LISTA-DISPONIBLE AND NUM-LISTA = 0
                   DISPLAY "ALERTA: LISTA RESTRINGIDA VACIA - ALTA Y "
                     "CAMBIO-DATOS SE RECHAZAN"
                   MOVE "N" TO INDICADOR-LISTA
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
                   DISPLAY "ALERTA: CAPACIDAD DE 2000 NOMBRES DE LA "
                     "LISTA EXCEDIDA - ALTA Y CAMBIO-DATOS SE "
                     "RECHAZAN"
                   MOVE "N" TO INDICADOR-LISTA
               WHEN OTHER
                   ADD 1 TO NUM-LISTA
                   SET LIS-IDX TO NUM-LISTA
                   MOVE LISTA-REFERENCIA-TXT
                     TO LISTA-REFERENCIA (LIS-IDX)
                   PERFORM NORMALIZAR-NOMBRE
                   MOVE NORM-NUM-TOKENS TO LISTA-NUM-TOKENS (LIS-IDX)
                   MOVE NORM-TOKENS-TABLA TO LISTA-TOKENS (LIS-IDX)
           END-EVALUATE.

      * Deja en NORM-TOKENS-TABLA las palabras de NORM-ENTRADA ya
      * normalizadas: mayúsculas, vocales acentuadas, Ñ y Ç a su
      * letra base (más una marca ~ que se salta, porque ocupan dos
      * posiciones), todo lo que no sea letra o dígito separa
      * palabras, y sin las partículas DE, DEL, LA, LAS, LOS, EL, Y.
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

      * Coeficiente de Dice sobre palabras, de 0 a 100: el orden de
      * las palabras no cuenta.
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

       PROCESAR-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-MAESTRO.
           IF MOVIMIENTOS-STATUS-FILE > "07"
                       MOVE MOV-CAMPO3-TXT TO MOV-NOMBRE
                       MOVE MOV-CAMPO4-TXT TO MOV-BANCO
                       MOVE MOV-CAMPO5-TXT TO MOV-INICIALES
                   WHEN "CAMBIO-LIMITES"
                       PERFORM INTERPRETAR-LIMITES
                       MOVE MOV-CAMPO5-TXT TO MOV-INICIALES
                   WHEN OTHER
                       SET LINEA-INVALIDA TO TRUE
                       MOVE "ACCION DESCONOCIDA" TO MOTIVO-RECHAZO
               END-IF
           END-IF.

      * Ambos límites son obligatorios en el movimiento (0 quita el
      * límite); negativos, decimales en la cantidad de operaciones
      * o valores que no caben en el maestro se rechazan.
       INTERPRETAR-LIMITES.
           MOVE 0 TO MOV-LIMITE MOV-MAXOPS.
           EVALUATE TRUE
               WHEN MOV-CAMPO3-TXT = SPACES
                 OR MOV-CAMPO4-TXT = SPACES
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "LIMITES VACIOS" TO MOTIVO-RECHAZO
               WHEN FUNCTION TEST-NUMVAL (MOV-CAMPO3-TXT) NOT = 0
                 OR FUNCTION TEST-NUMVAL (MOV-CAMPO4-TXT) NOT = 0
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "LIMITE NO NUMERICO" TO MOTIVO-RECHAZO
               WHEN FUNCTION NUMVAL (MOV-CAMPO3-TXT) < 0
                 OR FUNCTION NUMVAL (MOV-CAMPO3-TXT) > 9999999.99
                 OR FUNCTION NUMVAL (MOV-CAMPO4-TXT) < 0
                 OR FUNCTION NUMVAL (MOV-CAMPO4-TXT) > 99999
                 OR FUNCTION NUMVAL (MOV-CAMPO4-TXT) NOT =
                    FUNCTION INTEGER (FUNCTION NUMVAL (MOV-CAMPO4-TXT))
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "LIMITE FUERA DE RANGO" TO MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE FUNCTION NUMVAL (MOV-CAMPO3-TXT) TO MOV-LIMITE
                   MOVE FUNCTION NUMVAL (MOV-CAMPO4-TXT) TO MOV-MAXOPS
           END-EVALUATE.

       BUSCAR-CUENTA-MOVIMIENTO.
           MOVE "N" TO INDICADOR-CUENTA.
           MOVE 0 TO MAESTRO-ACTUAL.
                       PERFORM APLICAR-CAMBIO-ESTADO
                   WHEN "CAMBIO-DATOS"
                       PERFORM APLICAR-CAMBIO-DATOS
                   WHEN "CAMBIO-LIMITES"
                       PERFORM APLICAR-CAMBIO-LIMITES
               END-EVALUATE
           END-IF.

               WHEN OTHER
                   PERFORM VALIDAR-ESTADO-MOVIMIENTO
           END-EVALUATE.
           IF LINEA-VALIDA
               PERFORM CRIBAR-NOMBRE-MOVIMIENTO
           END-IF.
           IF LINEA-VALIDA
               IF NUM-MAESTRO < 200
                   ADD 1 TO NUM-MAESTRO
                   MOVE MOV-NOMBRE TO MAESTRO-NOMBRE (MAE-IDX)
                   MOVE MOV-BANCO TO MAESTRO-BANCO (MAE-IDX)
                   MOVE MOV-ESTADO TO MAESTRO-ESTADO (MAE-IDX)
                   MOVE 0 TO MAESTRO-LIMITE-DIARIO (MAE-IDX)
                     MAESTRO-MAX-OPERACIONES (MAE-IDX)
                   MOVE "N" TO MAESTRO-BORRADO (MAE-IDX)
                   MOVE SPACES TO DETALLE-AUDITORIA
                   STRING "ALTA " MOV-CUENTA " ESTADO "
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "NOMBRE O BANCO VACIOS" TO MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM CRIBAR-NOMBRE-MOVIMIENTO
           END-EVALUATE.
           IF LINEA-VALIDA
               MOVE MOV-NOMBRE TO MAESTRO-NOMBRE (MAE-IDX)
               MOVE MOV-BANCO TO MAESTRO-BANCO (MAE-IDX)
               MOVE SPACES TO DETALLE-AUDITORIA
               STRING "CAMBIO-DATOS " MOV-CUENTA
                 DELIMITED BY SIZE INTO DETALLE-AUDITORIA
               PERFORM ASENTAR-CAMBIO-APLICADO
           END-IF.

      * El nombre del movimiento contra toda la lista: desde el
      * umbral de confirmación se rechaza con la referencia de la
      * lista; desde el de revisión se aplica pero se avisa, y el
      * próximo CRIBADO lo reporta como posible.
       CRIBAR-NOMBRE-MOVIMIENTO.
           IF NOT LISTA-DISPONIBLE
               SET LINEA-INVALIDA TO TRUE
               MOVE "LISTA RESTRINGIDA NO DISPONIBLE"
                 TO MOTIVO-RECHAZO
           ELSE
               MOVE MOV-NOMBRE TO NORM-ENTRADA
               PERFORM NORMALIZAR-NOMBRE
               MOVE NORM-NUM-TOKENS TO NOMBRE-NUM-TOKENS
               MOVE NORM-TOKENS-TABLA TO NOMBRE-TOKENS-TABLA
               MOVE 0 TO PUNTAJE-MAXIMO
               MOVE SPACES TO REFERENCIA-MAXIMA
               PERFORM VARYING LIS-IDX FROM 1 BY 1
                 UNTIL LIS-IDX > NUM-LISTA
                   PERFORM CALCULAR-PUNTAJE
                   IF PUNTAJE > PUNTAJE-MAXIMO
                       MOVE PUNTAJE TO PUNTAJE-MAXIMO
                       MOVE LISTA-REFERENCIA (LIS-IDX)
                         TO REFERENCIA-MAXIMA
                   END-IF
               END-PERFORM
               MOVE PUNTAJE-MAXIMO TO PUNTAJE-FMT
               EVALUATE TRUE
                   WHEN PUNTAJE-MAXIMO >= UMBRAL-LISTA-CONFIRMADO
                       SET LINEA-INVALIDA TO TRUE
                       MOVE SPACES TO MOTIVO-RECHAZO
                       STRING "NOMBRE EN LISTA RESTRINGIDA "
                         REFERENCIA-MAXIMA (1:12)
                         DELIMITED BY SIZE INTO MOTIVO-RECHAZO
                   WHEN PUNTAJE-MAXIMO >= UMBRAL-LISTA-REVISION
                       DISPLAY "ALERTA: POSIBLE COINCIDENCIA EN LISTA "
                         "RESTRINGIDA - CUENTA " MOV-CUENTA " REF "
                         FUNCTION TRIM (REFERENCIA-MAXIMA)
                         " PUNTAJE " PUNTAJE-FMT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * El asiento lleva el valor anterior y el nuevo de ambos
      * límites - auditoría pide ver de cuánto a cuánto se movió.
       APLICAR-CAMBIO-LIMITES.
           IF NOT CUENTA-HALLADA
               SET LINEA-INVALIDA TO TRUE
               MOVE "LA CUENTA NO EXISTE" TO MOTIVO-RECHAZO
           ELSE
               MOVE MAESTRO-LIMITE-DIARIO (MAE-IDX)
                 TO LIMITE-ANTERIOR-FMT
               MOVE MAESTRO-MAX-OPERACIONES (MAE-IDX)
                 TO MAXOPS-ANTERIOR-FMT
               MOVE MOV-LIMITE TO MAESTRO-LIMITE-DIARIO (MAE-IDX)
                 LIMITE-FMT
               MOVE MOV-MAXOPS TO MAESTRO-MAX-OPERACIONES (MAE-IDX)
                 MAXOPS-FMT
               MOVE SPACES TO DETALLE-AUDITORIA
               STRING "CAMBIO-LIMITES " MOV-CUENTA " LIMITE "
                 FUNCTION TRIM (LIMITE-ANTERIOR-FMT) " A "
                 FUNCTION TRIM (LIMITE-FMT) " OPERACIONES "
                 FUNCTION TRIM (MAXOPS-ANTERIOR-FMT) " A "
                 FUNCTION TRIM (MAXOPS-FMT)
                 DELIMITED BY SIZE INTO DETALLE-AUDITORIA
               PERFORM ASENTAR-CAMBIO-APLICADO
           END-IF.

      * El cambio ya aplicado en memoria se anota en la bitácora
      * con las iniciales del solicitante; su asiento de journal
                   MOVE "ERROR-APERTURA" TO RESULTADO-CORRIDA
                   SET ABORTAR-CORRIDA TO TRUE
               ELSE
                   PERFORM COMPLETAR-ENCABEZADO-MAESTRO
                   MOVE ENCABEZADO-MAESTRO TO LINEA-MAESTRO-TMP
                   WRITE LINEA-MAESTRO-TMP
                   PERFORM VARYING MAE-IDX FROM 1 BY 1
               END-IF
           END-IF.

      * Un maestro de antes de los límites trae solo cuatro columnas
      * en el encabezado; se le agregan las dos nuevas para que el
      * encabezado siga describiendo lo que se escribe debajo.
       COMPLETAR-ENCABEZADO-MAESTRO.
           MOVE SPACES TO MAESTRO-ID-TXT MAESTRO-NOMBRE-TXT
             MAESTRO-BANCO-TXT MAESTRO-ESTADO-TXT
             MAESTRO-LIMITE-TXT.
           UNSTRING ENCABEZADO-MAESTRO DELIMITED BY ","
             INTO MAESTRO-ID-TXT, MAESTRO-NOMBRE-TXT,
               MAESTRO-BANCO-TXT, MAESTRO-ESTADO-TXT,
               MAESTRO-LIMITE-TXT
           END-UNSTRING.
           IF MAESTRO-LIMITE-TXT = SPACES
               MOVE SPACES TO LINEA-MAESTRO-TMP
               STRING FUNCTION TRIM (ENCABEZADO-MAESTRO)
                 ",LimiteDiario,MaxOperaciones"
                 DELIMITED BY SIZE INTO LINEA-MAESTRO-TMP
               MOVE LINEA-MAESTRO-TMP TO ENCABEZADO-MAESTRO
           END-IF.

      * Los asientos por cambio se escriben únicamente cuando el
      * maestro nuevo ya está en su lugar - el journal responde
      * "quién desactivó esta cuenta y cuándo" sin afirmar nunca
           IF MAESTRO-BORRADO (MAE-IDX) = "S"
               CONTINUE
           ELSE
               MOVE MAESTRO-LIMITE-DIARIO (MAE-IDX) TO LIMITE-FMT
               MOVE MAESTRO-MAX-OPERACIONES (MAE-IDX) TO MAXOPS-FMT
               MOVE SPACES TO LINEA-MAESTRO-TMP
               STRING MAESTRO-ID (MAE-IDX) ","
                 FUNCTION TRIM (MAESTRO-NOMBRE (MAE-IDX)) ","
                 FUNCTION TRIM (MAESTRO-BANCO (MAE-IDX)) ","
                 FUNCTION TRIM (MAESTRO-ESTADO (MAE-IDX)) ","
                 FUNCTION TRIM (LIMITE-FMT) ","
                 FUNCTION TRIM (MAXOPS-FMT)
                 DELIMITED BY SIZE INTO LINEA-MAESTRO-TMP
               WRITE LINEA-MAESTRO-TMP
           END-IF.
                 "MANTENIMIENTO,"
                 CORRIDA-INICIO-TS ","
                 CORRIDA-FIN-TS ","
                 FUNCTION TRIM (RUTA-MOVIMIENTOS) ","
                 FUNCTION TRIM (CONTADOR-APLICADOS-FORMAT) ","
                 FUNCTION TRIM (CONTADOR-RECHAZADOS-FORMAT) ","
                 "0,0,0,0,0,"
