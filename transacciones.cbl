               ASSIGN TO DYNAMIC RUTA-TIPOS-CAMBIO
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS TIPOS-CAMBIO-STATUS-FILE.
           SELECT USO-LIMITES
               ASSIGN TO DYNAMIC RUTA-USO-LIMITES
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS USO-LIMITES-STATUS-FILE.
           SELECT USO-LIMITES-TMP
               ASSIGN TO DYNAMIC RUTA-USO-LIMITES-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS USO-LIMITES-TMP-STATUS-FILE.
           SELECT HISTORIAL-SALDOS
               ASSIGN TO DYNAMIC RUTA-HISTORIAL-SALDOS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS HISTORIAL-STATUS-FILE.
           SELECT TOPES-BILATERALES
               ASSIGN TO DYNAMIC RUTA-TOPES-BILATERALES
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS TOPES-STATUS-FILE.
           SELECT POSICION-BILATERAL
               ASSIGN TO DYNAMIC RUTA-POSICION-BILATERAL
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS POSICION-STATUS-FILE.
           SELECT POSICION-BILATERAL-TMP
               ASSIGN TO DYNAMIC RUTA-POSICION-BILATERAL-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS POSICION-TMP-STATUS-FILE.
           SELECT RETENIDAS-LIQUIDACION
               ASSIGN TO DYNAMIC RUTA-RETENIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS RETENIDAS-STATUS-FILE.
           SELECT RETENIDAS-LIQUIDACION-TMP
               ASSIGN TO DYNAMIC RUTA-RETENIDAS-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS RETENIDAS-TMP-STATUS-FILE.
           SELECT COINCIDENCIAS-LISTA
               ASSIGN TO DYNAMIC RUTA-COINCIDENCIAS-LISTA
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS COINCIDENCIAS-STATUS-FILE.
       DATA DIVISION.
       FILE SECTION.
           FD TRANSACCIONES.
               05 INS-FECHA-VALOR   PIC 9(8).
               05 INS-ID-CORRIDA    PIC X(18).
               05 INS-MONEDA        PIC X(3).
      * Uso del tope bilateral de la contraparte al cierre de la
      * corrida (lo del día completo, todas las sesiones): clase "M"
      * si la divisa de la instrucción tiene tope propio (montos en
      * esa divisa), "B" si solo hay tope consolidado del banco
      * (montos en moneda base), espacio si el banco no tiene tope.
               05 INS-TOPE-CLASE    PIC X.
               05 INS-TOPE          PIC 9(9)V99.
               05 INS-TOPE-USADO    PIC 9(9)V99.
               05 INS-TOPE-DISPONIBLE PIC 9(9)V99.

           FD TRANSACCIONES-RECHAZADAS.
           01 LINEA-RECHAZO        PIC X(150).
               05 CKPT-NUM-BANCOS           PIC 9(2).
               05 CKPT-NUM-MONEDAS          PIC 9(2).
               05 CKPT-NUM-BANCO-MON        PIC 9(4).
               05 CKPT-NUM-LIMITES          PIC 9(3).
               05 CKPT-CONTADOR-RETENIDAS   PIC 9(7).
               05 CKPT-LINEAS-RETENIDAS     PIC 9(5).
           01 LINEA-CHECKPOINT-CUENTA.
               05 CKPT-CUENTA-MARCA         PIC X(10).
               05 CKPT-CUENTA-ID            PIC X(4).
               05 CKPT-CUENTA-CREDITO       PIC 9(7)V99.
               05 CKPT-CUENTA-DEBITO        PIC 9(7)V99.
               05 CKPT-CUENTA-REVERSA       PIC 9(7)V99.
               05 CKPT-CUENTA-OPERACIONES   PIC 9(5).
           01 LINEA-CHECKPOINT-BANCO.
               05 CKPT-BANCO-MARCA          PIC X(10).
               05 CKPT-BANCO-CODIGO         PIC X(10).
               05 CKPT-BANCO-REVERSA        PIC 9(7)V99.
               05 CKPT-BANCO-TARIFA         PIC 9(7)V99.
               05 CKPT-BANCO-TARIFA-CNT     PIC 9(7).
               05 CKPT-BANCO-RETENIDO       PIC 9(9)V99.
               05 CKPT-BANCO-RETENIDO-CNT   PIC 9(7).
           01 LINEA-CHECKPOINT-MONEDA.
               05 CKPT-MONEDA-MARCA         PIC X(10).
               05 CKPT-MONEDA-CODIGO        PIC X(3).
               05 CKPT-BM-CREDITO           PIC 9(9)V99.
               05 CKPT-BM-DEBITO            PIC 9(9)V99.
               05 CKPT-BM-REVERSA           PIC 9(9)V99.
           01 LINEA-CHECKPOINT-LIMITE.
               05 CKPT-LIM-MARCA            PIC X(10).
               05 CKPT-LIM-CUENTA           PIC X(4).
               05 CKPT-LIM-RECHAZOS-MONTO   PIC 9(7).
               05 CKPT-LIM-RECHAZOS-OPER    PIC 9(7).

           FD RESUMEN-CSV.
           01 LINEA-RESUMEN-CSV     PIC X(150).

           FD TIPOS-CAMBIO.
           01 LINEA-TIPO-CAMBIO     PIC X(80).

           FD USO-LIMITES.
           01 LINEA-USO-LIMITE      PIC X(80).

           FD USO-LIMITES-TMP.
           01 LINEA-USO-LIMITE-TMP  PIC X(80).

           FD HISTORIAL-SALDOS.
           01 LINEA-HISTORIAL       PIC X(40).

           FD TOPES-BILATERALES.
           01 LINEA-TOPE            PIC X(80).

           FD POSICION-BILATERAL.
           01 LINEA-POSICION        PIC X(80).

           FD POSICION-BILATERAL-TMP.
           01 LINEA-POSICION-TMP    PIC X(80).

           FD RETENIDAS-LIQUIDACION.
           01 LINEA-RETENIDA        PIC X(150).

           FD RETENIDAS-LIQUIDACION-TMP.
           01 LINEA-RETENIDA-TMP    PIC X(150).

           FD COINCIDENCIAS-LISTA.
           01 LINEA-COINCIDENCIA    PIC X(100).
       WORKING-STORAGE SECTION.

       01 STATUS-FILE          PIC XX.
       01 TARIFAS-STATUS-FILE  PIC XX.
       01 TARIFAS-DIARIAS-STATUS-FILE PIC XX.
       01 TIPOS-CAMBIO-STATUS-FILE PIC XX.
       01 USO-LIMITES-STATUS-FILE PIC XX.
       01 HISTORIAL-STATUS-FILE PIC XX.
       01 USO-LIMITES-TMP-STATUS-FILE PIC XX.
       01 TOPES-STATUS-FILE    PIC XX.
       01 POSICION-STATUS-FILE PIC XX.
       01 POSICION-TMP-STATUS-FILE PIC XX.
       01 RETENIDAS-STATUS-FILE PIC XX.
       01 RETENIDAS-TMP-STATUS-FILE PIC XX.
       01 COINCIDENCIAS-STATUS-FILE PIC XX.
       01 PARAMETROS-STATUS-FILE PIC XX.
       01 MENSAJE              PIC X(80).

               10 BANCO-REVERSA    PIC 9(7)V99 VALUE 0.
               10 BANCO-TARIFA     PIC 9(7)V99 VALUE 0.
               10 BANCO-TARIFA-CNT PIC 9(7) VALUE 0.
               10 BANCO-RETENIDO   PIC 9(9)V99 VALUE 0.
               10 BANCO-RETENIDO-CNT PIC 9(7) VALUE 0.
               10 BANCO-MONEDA-ENTRY OCCURS 10 TIMES.
                   15 BM-CREDITO   PIC 9(9)V99 VALUE 0.
                   15 BM-DEBITO    PIC 9(9)V99 VALUE 0.
       01 INDICADOR-TARIFAS     PIC X VALUE 'N'.
         88 TARIFAS-DISPONIBLES VALUE 'S'.

      * Topes bilaterales: "BANCO,MONEDA,TOPE" por renglón - lo más
      * que aceptamos deber a esa contraparte en el día según la
      * línea que tesorería le tiene autorizada. MONEDA en blanco
      * topa el neto consolidado del banco en moneda base; con
      * código topa el neto de esa divisa en su monto original. Sin
      * archivo se corre sin topes (y se avisa); un renglón
      * malformado aborta como el tarifario - liquidar con una
      * tabla de topes a medias dejaría pasar justo lo que no debe.
       01 RUTA-TOPES-BILATERALES PIC X(50)
             VALUE '../data/topes-bilaterales.csv'.
       01 TOPES-TABLA.
           05 TOPE-ENTRY OCCURS 220 TIMES INDEXED BY TOP-IDX.
               10 TOPE-BANCO       PIC X(10).
               10 TOPE-MONEDA      PIC X(3).
               10 TOPE-MONTO       PIC 9(9)V99 VALUE 0.
       01 NUM-TOPES             PIC 9(3) VALUE 0.
       01 TOPE-BANCO-TXT        PIC X(10).
       01 TOPE-MONEDA-TXT       PIC X(10).
       01 TOPE-MONTO-TXT        PIC X(15).
       01 TOPE-MONEDA-BUSCADA   PIC X(3).
       01 INDICADOR-TOPES       PIC X VALUE 'N'.
         88 TOPES-DISPONIBLES   VALUE 'S'.
       01 INDICADOR-TOPE        PIC X VALUE 'N'.
         88 TOPE-HALLADO        VALUE 'S'.
       01 TOPE-BANCO-BUSCADO    PIC X(10).
       01 MONEDA-TOPE-SLOT      PIC 9(2) VALUE 0.
       01 MONEDA-TOPE-BUSQUEDA  PIC 9(2) VALUE 0.

      * Posición neta del día por contraparte de las sesiones ya
      * terminadas: "AAAAMMDD,BANCO,MONEDA,NETO" (MONEDA en blanco
      * es el neto consolidado en base, con código el de esa
      * divisa en monto original). Se reescribe con lo de esta
      * corrida al terminar completa, como el uso de límites; los
      * renglones de otros días se ignoran y desaparecen.
      * POSICION-NETO es solo lo de sesiones anteriores (contra eso
      * se mide, más lo que lleva esta corrida en BANCOS-TABLA);
      * POSICION-SUMA junta lo de esta corrida al reescribir.
       01 RUTA-POSICION-BILATERAL PIC X(50)
             VALUE '../data/posicion-bilateral-diaria.dat'.
       01 RUTA-POSICION-BILATERAL-TMP PIC X(50)
             VALUE '../data/posicion-bilateral-diaria.dat.tmp'.
       01 POSICION-TABLA.
           05 POSICION-ENTRY OCCURS 300 TIMES INDEXED BY POS-IDX.
               10 POSICION-BANCO   PIC X(10).
               10 POSICION-MONEDA  PIC X(3).
               10 POSICION-NETO    PIC S9(9)V99 VALUE 0.
               10 POSICION-SUMA    PIC S9(9)V99 VALUE 0.
       01 NUM-POSICIONES        PIC 9(3) VALUE 0.
       01 POSICION-FECHA-TXT    PIC X(10).
       01 POSICION-BANCO-TXT    PIC X(10).
       01 POSICION-MONEDA-TXT   PIC X(10).
       01 POSICION-NETO-TXT     PIC X(15).
       01 POSICION-PREVIA       PIC S9(9)V99 VALUE 0.
       01 POSICION-CORRIDA      PIC S9(9)V99 VALUE 0.
       01 POSICION-NETO-FMT     PIC -(8)9.99.

      * Neto del día contra el tope en curso: negativo es lo que ya
      * debemos a la contraparte. La holgura es lo que aún cabe
      * antes del tope; un Débito o Reversa que no cabe se retiene.
       01 TOPE-NETO-DIA         PIC S9(9)V99 VALUE 0.
       01 TOPE-HOLGURA          PIC S9(9)V99 VALUE 0.
       01 TOPE-USADO            PIC 9(9)V99 VALUE 0.
       01 TOPE-DISPONIBLE       PIC 9(9)V99 VALUE 0.
       01 TOPE-MONEDA-RETENCION PIC X(3).
       01 TOPE-HOLGURA-RETENCION PIC 9(9)V99 VALUE 0.
       01 TOPE-MONTO-FMT        PIC Z(8)9.99.
       01 TOPE-USADO-FMT        PIC Z(8)9.99.
       01 TOPE-DISPONIBLE-FMT   PIC Z(8)9.99.
       01 TOPE-MONEDA-LINEA     PIC X(10).

      * Retenciones de liquidación: el Débito o la Reversa que
      * rebasaría el tope no abona - va al archivo de retenidas,
      * que se conserva entre corridas hasta que liberacion.cbl lo
      * saque ("ID,Tipo,Monto,
      * Moneda,Banco,MontoBase,MonedaTope,Holgura,AAAAMMDD,
      * ID-CORRIDA"). Su ID no se asienta en el registro, para que
      * la liberación pueda abonarlo después; mientras siga
      * pendiente, el mismo ID se vuelve a retener sin abonar ni
      * repetir el renglón. Como la cola de revisión, LINEAS-
      * RETENIDAS viaja en el checkpoint para truncar al reanudar.
       01 RUTA-RETENIDAS        PIC X(50)
             VALUE '../data/retenidas-liquidacion.csv'.
       01 RUTA-RETENIDAS-TMP    PIC X(50)
             VALUE '../data/retenidas-liquidacion.csv.tmp'.
       01 RETENIDAS-TABLA.
           05 RETENIDA-ENTRY OCCURS 2000 TIMES INDEXED BY RET-IDX.
               10 RETENIDA-ID      PIC X(10).
       01 NUM-RETENIDAS         PIC 9(4) VALUE 0.
       01 LINEAS-RETENIDAS      PIC 9(5) VALUE 0.
       01 LINEAS-RETENIDAS-CKPT PIC 9(5) VALUE 0.
       01 CONTADOR-RETENIDAS    PIC 9(7) VALUE 0.
       01 CONTADOR-RETENIDAS-FORMAT PIC Z(6)9.
       01 RETENIDA-ID-ACTUAL    PIC X(10).
       01 RETENIDA-MONTO-FMT    PIC Z(8)9.99.
       01 RETENIDA-HOLGURA-FMT  PIC Z(8)9.99.
       01 RETENIDA-CNT-FMT      PIC Z(6)9.
       01 RETENIDA-MESSAGE      PIC X(80).
       01 INDICADOR-RETENCION   PIC X VALUE 'N'.
         88 LINEA-POR-RETENER  VALUE 'S'.
       01 INDICADOR-YA-RETENIDA PIC X VALUE 'N'.
         88 ID-YA-RETENIDO      VALUE 'S'.
       01 INDICADOR-RETENIDAS-LLENA PIC X VALUE 'N'.
         88 RETENIDAS-LLENA     VALUE 'S'.

      * Cuentas con una coincidencia ABIERTA contra la lista
      * restringida, según el archivo que deja CRIBADO ("CUENTA,
      * REFERENCIA,PUNTAJE,ESTADO,..."). Sus líneas se rechazan
      * hasta que cumplimiento libere la coincidencia. Sin archivo
      * (aún no se ha cribado) ninguna cuenta está detenida.
       01 RUTA-COINCIDENCIAS-LISTA PIC X(50)
             VALUE '../data/coincidencias-lista.csv'.
       01 RESTRINGIDAS-TABLA.
           05 RESTRINGIDA-ENTRY OCCURS 200 TIMES INDEXED BY RES-IDX.
               10 RESTRINGIDA-CUENTA PIC X(4).
       01 NUM-RESTRINGIDAS      PIC 9(3) VALUE 0.
       01 COI-CUENTA-TXT        PIC X(10).
       01 COI-REFERENCIA-TXT    PIC X(20).
       01 COI-PUNTAJE-TXT       PIC X(10).
       01 COI-ESTADO-TXT        PIC X(10).
       01 INDICADOR-RESTRINGIDA PIC X VALUE 'N'.
         88 CUENTA-RESTRINGIDA  VALUE 'S'.

       01 FIN                  PIC X(3) VALUE "NO".
         88 CONTINUAR          VALUE "NO".
         88 TERMINAR           VALUE "YES".
       01 CONTADOR-REVISION-FORMAT PIC Z(6)9.
       01 TOTAL-CREDITO-FORMAT     PIC Z(7)9.99.
       01 TOTAL-DEBITO-FORMAT      PIC Z(7)9.99.
       01 TOTAL-HUERFANA-FORMAT    PIC Z(7)9.99.

       01 RECHAZO-MESSAGE      PIC X(60).
       01 REVERSA-MESSAGE      PIC X(60).
               10 CUENTA-CREDITO   PIC 9(7)V99 VALUE 0.
               10 CUENTA-DEBITO    PIC 9(7)V99 VALUE 0.
               10 CUENTA-REVERSA   PIC 9(7)V99 VALUE 0.
               10 CUENTA-OPERACIONES PIC 9(5) VALUE 0.
       01 NUM-CUENTAS           PIC 9(4) VALUE 0.

      * Maestro de cuentas autorizado: toda transacción debe referir
               10 MAESTRO-NOMBRE   PIC X(30).
               10 MAESTRO-BANCO    PIC X(20).
               10 MAESTRO-ESTADO   PIC X(10).
               10 MAESTRO-LIMITE-DIARIO PIC 9(7)V99.
               10 MAESTRO-MAX-OPERACIONES PIC 9(5).
       01 NUM-MAESTRO           PIC 9(4) VALUE 0.
       01 MAESTRO-ID-TXT        PIC X(10).
       01 MAESTRO-NOMBRE-TXT    PIC X(30).
       01 MAESTRO-BANCO-TXT     PIC X(20).
       01 MAESTRO-ESTADO-TXT    PIC X(10).
       01 MAESTRO-LIMITE-TXT    PIC X(15).
       01 MAESTRO-MAXOPS-TXT    PIC X(10).
       01 ESTADO-CUENTA-ACTUAL  PIC X(10).
       01 ES-PRIMER-MAESTRO     PIC X VALUE 'S'.

      * Límites diarios por cuenta (columnas 5 y 6 del maestro, que
      * mantiene CAMBIO-LIMITES): monto máximo de Débitos del día en
      * moneda base y número máximo de operaciones (Créditos más
      * Débitos abonados) del día; cero o vacío es sin límite. Se
      * miden contra lo abonado en TODAS las sesiones del día: lo de
      * sesiones anteriores viene del archivo de uso diario
      * ("AAAAMMDD,CUENTA,DEBITO,OPERACIONES"), que se reescribe con
      * el acumulado al terminar completa cada corrida; lo de esta
      * corrida vive en CUENTAS-TABLA y viaja en el checkpoint.
       01 RUTA-USO-LIMITES      PIC X(50)
             VALUE '../data/uso-limites-diario.dat'.
       01 RUTA-USO-LIMITES-TMP  PIC X(50)
             VALUE '../data/uso-limites-diario.dat.tmp'.
       01 USO-TABLA.
           05 USO-ENTRY OCCURS 200 TIMES INDEXED BY USO-IDX.
               10 USO-CUENTA       PIC X(4).
               10 USO-DEBITO       PIC 9(9)V99 VALUE 0.
               10 USO-OPERACIONES  PIC 9(7) VALUE 0.
       01 NUM-USO               PIC 9(4) VALUE 0.
       01 USO-FECHA-TXT         PIC X(10).
       01 USO-CUENTA-TXT        PIC X(10).
       01 USO-DEBITO-TXT        PIC X(15).
       01 USO-OPERACIONES-TXT   PIC X(10).
       01 USO-DEBITO-FMT        PIC Z(8)9.99.
       01 USO-OPERACIONES-FMT   PIC Z(6)9.
       01 LIMITE-CUENTA-ACTUAL  PIC 9(7)V99 VALUE 0.
       01 MAXOPS-CUENTA-ACTUAL  PIC 9(5) VALUE 0.
       01 FECHA-USO             PIC 9(8) VALUE 0.
       01 DEBITO-DIA-CUENTA     PIC 9(9)V99 VALUE 0.
       01 OPERACIONES-DIA-CUENTA PIC 9(7) VALUE 0.

      * Cuentas que toparon un límite en esta corrida, con cuántas
      * líneas rechazó cada límite - PRINT-RESULTS las lista para
      * el área de cuentas. Viaja en el checkpoint.
       01 LIMITES-TABLA.
           05 LIMITE-ENTRY OCCURS 200 TIMES INDEXED BY LIM-IDX.
               10 LIMITE-CUENTA        PIC X(4).
               10 LIMITE-RECHAZOS-MONTO PIC 9(7) VALUE 0.
               10 LIMITE-RECHAZOS-OPER PIC 9(7) VALUE 0.
       01 NUM-LIMITES           PIC 9(3) VALUE 0.
       01 NUM-LIMITES-CKPT      PIC 9(3) VALUE 0.
       01 LIMITE-RECHAZOS-FMT   PIC Z(6)9.
       01 LIMITE-MESSAGE        PIC X(80).

      * Ledger de saldos arrastrados: una cuenta por renglón del
      * maestro con el cierre de la corrida anterior como apertura
      * de hoy. Los subtotales del día siguen viviendo en
       01 NUM-SALDOS            PIC 9(4) VALUE 0.
       01 SALDO-DISPONIBLE      PIC S9(8)V99 VALUE 0.

      * Historial de saldos diarios para el devengo de intereses:
      * cada corrida completa anexa "AAAAMMDD,CUENTA,CIERRE" por
      * cuenta del ledger. Varias sesiones del día dejan varios
      * renglones de la misma fecha; vale el último.
       01 RUTA-HISTORIAL-SALDOS PIC X(50)
             VALUE '../data/historial-saldos.dat'.
       01 INDICADOR-HISTORIAL   PIC X VALUE 'N'.
         88 HISTORIAL-ABIERTO   VALUE 'S'.
       01 HISTORIAL-CIERRE-FMT  PIC -(8)9.99.

       01 CUENTA-BALANCE     PIC S9(7)V99.
       01 CUENTA-BALANCE-FMT PIC -(7)9.99.
       01 CUENTA-SALDO-CIERRE PIC S9(8)V99.

           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-SALDOS-CUENTAS
               PERFORM CARGAR-USO-LIMITES
               PERFORM CARGAR-POSICION-BILATERAL
           END-IF.

           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-TIPOS-CAMBIO
           END-IF.

           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-TOPES-BILATERALES
           END-IF.

           IF NOT ABORTAR-CORRIDA
               PERFORM CARGAR-COINCIDENCIAS-LISTA
           END-IF.

           IF NOT ABORTAR-CORRIDA
               PERFORM VERIFICAR-ARCHIVOS-ENTRADA
           END-IF.
               PERFORM TRUNCAR-RECHAZOS-A-CHECKPOINT
               PERFORM TRUNCAR-REVISION-A-CHECKPOINT
               PERFORM TRUNCAR-HUERFANAS-A-CHECKPOINT
               PERFORM TRUNCAR-RETENIDAS-A-CHECKPOINT
           END-IF.

           IF RESUME-ACTIVO
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE.

      * Las retenidas tampoco se truncan en una corrida nueva: lo
      * pendiente de liberar de sesiones anteriores sigue ahí.
           PERFORM CARGAR-RETENIDAS.
           OPEN EXTEND RETENIDAS-LIQUIDACION.
           IF RETENIDAS-STATUS-FILE = "35"
               OPEN OUTPUT RETENIDAS-LIQUIDACION
           END-IF.
           IF (RETENIDAS-STATUS-FILE > "07")
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL ARCHIVO DE RETENIDAS "
                 RETENIDAS-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE.

       TRUNCAR-RECHAZOS-A-CHECKPOINT.
           MOVE 0 TO LINEAS-COPIADAS-TRUNCADO.
           OPEN INPUT TRANSACCIONES-RECHAZADAS.
                 RETURNING RETORNO-SO
           END-IF.

       TRUNCAR-RETENIDAS-A-CHECKPOINT.
           MOVE 0 TO LINEAS-COPIADAS-TRUNCADO.
           OPEN INPUT RETENIDAS-LIQUIDACION.
           IF RETENIDAS-STATUS-FILE = "00"
               OPEN OUTPUT RETENIDAS-LIQUIDACION-TMP
               PERFORM UNTIL
                 LINEAS-COPIADAS-TRUNCADO >= LINEAS-RETENIDAS-CKPT
                   READ RETENIDAS-LIQUIDACION
                       AT END
                           MOVE LINEAS-RETENIDAS-CKPT
                             TO LINEAS-COPIADAS-TRUNCADO
                       NOT AT END
                           MOVE LINEA-RETENIDA TO LINEA-RETENIDA-TMP
                           WRITE LINEA-RETENIDA-TMP
                           ADD 1 TO LINEAS-COPIADAS-TRUNCADO
                   END-READ
               END-PERFORM
               CLOSE RETENIDAS-LIQUIDACION
               CLOSE RETENIDAS-LIQUIDACION-TMP
               CALL "CBL_DELETE_FILE" USING RUTA-RETENIDAS
                 RETURNING RETORNO-SO
               CALL "CBL_RENAME_FILE" USING RUTA-RETENIDAS-TMP
                 RUTA-RETENIDAS
                 RETURNING RETORNO-SO
           END-IF.

       CARGAR-RETENIDAS.
           OPEN INPUT RETENIDAS-LIQUIDACION.
           IF RETENIDAS-STATUS-FILE > "07"
               CONTINUE
           ELSE
               MOVE "NO" TO FIN
               PERFORM UNTIL TERMINAR
                   READ RETENIDAS-LIQUIDACION
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM CARGAR-ID-RETENIDO
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE RETENIDAS-LIQUIDACION
           END-IF.

       CARGAR-ID-RETENIDO.
           IF LINEA-RETENIDA NOT = SPACES
               ADD 1 TO LINEAS-RETENIDAS
               MOVE SPACES TO RETENIDA-ID-ACTUAL
               UNSTRING LINEA-RETENIDA DELIMITED BY ","
                 INTO RETENIDA-ID-ACTUAL
               END-UNSTRING
               PERFORM ANOTAR-ID-RETENIDO
           END-IF.

       ANOTAR-ID-RETENIDO.
           IF NUM-RETENIDAS < 2000
               ADD 1 TO NUM-RETENIDAS
               SET RET-IDX TO NUM-RETENIDAS
               MOVE RETENIDA-ID-ACTUAL TO RETENIDA-ID (RET-IDX)
           ELSE
               IF NOT RETENIDAS-LLENA
                   SET RETENIDAS-LLENA TO TRUE
                   DISPLAY "ALERTA: CAPACIDAD DE 2000 RETENIDAS "
                     "EXCEDIDA - PUEDEN RETENERSE REPETIDAS"
               END-IF
           END-IF.

       BUSCAR-ID-RETENIDO.
           MOVE "N" TO INDICADOR-YA-RETENIDA.
           SET RET-IDX TO 1.
           SEARCH RETENIDA-ENTRY
             VARYING RET-IDX
             AT END
                 CONTINUE
             WHEN RET-IDX > NUM-RETENIDAS
                 CONTINUE
             WHEN RETENIDA-ID (RET-IDX) = TRANSACCION-ID
                 SET ID-YA-RETENIDO TO TRUE
           END-SEARCH.

       CARGAR-COLA-REVISION.
           OPEN INPUT TRANSACCIONES-REVISION.
           IF REVISION-STATUS-FILE > "07"
           END-SEARCH.

       LEER-CHECKPOINT.
      * La marca EN-PROC-V8 versiona el layout del registro: si el
      * formato cambia se sube la versión y un checkpoint viejo ya
      * no se reanuda (cargaría basura corrida campo a campo) - la
      * corrida arranca de cero con aviso, que es seguro porque una
                       CONTINUE
                   NOT AT END
                       EVALUATE CKPT-STATUS
                           WHEN "EN-PROC-V8"
                               PERFORM CARGAR-CHECKPOINT
                           WHEN "COMPLETO"
                               CONTINUE
           MOVE CKPT-CONTADOR-PAREADA TO CONTADOR-REVERSA-PAREADA.
           MOVE CKPT-CONTADOR-HUERFANA TO CONTADOR-REVERSA-HUERFANA.
           MOVE CKPT-TOTAL-HUERFANA TO TOTAL-REVERSA-HUERFANA.
           MOVE CKPT-CONTADOR-RETENIDAS TO CONTADOR-RETENIDAS.
           MOVE CKPT-LINEAS-RETENIDAS TO LINEAS-RETENIDAS-CKPT.
      * Todos los conteos del encabezado se toman antes de leer el
      * primer renglón de detalle: los renglones comparten el área
      * del registro y la pisan.
           MOVE CKPT-NUM-CUENTAS TO NUM-CUENTAS.
           MOVE CKPT-NUM-BANCOS TO NUM-BANCOS-CKPT.
           MOVE CKPT-NUM-MONEDAS TO NUM-MONEDAS-CKPT.
           MOVE CKPT-NUM-BANCO-MON TO NUM-BANCO-MON-CKPT.
           MOVE CKPT-NUM-LIMITES TO NUM-LIMITES-CKPT.
           PERFORM VARYING CTA-IDX FROM 1 BY 1
             UNTIL CTA-IDX > NUM-CUENTAS
               PERFORM CARGAR-CUENTA-CHECKPOINT
             UNTIL BANCO-ACTUAL > NUM-BANCOS-CKPT
               PERFORM CARGAR-BANCO-CHECKPOINT
           END-PERFORM.
           PERFORM VARYING MONEDA-CARGA FROM 1 BY 1
             UNTIL MONEDA-CARGA > NUM-MONEDAS-CKPT
               PERFORM CARGAR-MONEDA-CHECKPOINT
             UNTIL BANCOMON-CARGA > NUM-BANCO-MON-CKPT
               PERFORM CARGAR-BANCOMON-CHECKPOINT
           END-PERFORM.
           PERFORM CARGAR-LIMITE-CHECKPOINT
             VARYING LIM-IDX FROM 1 BY 1
             UNTIL LIM-IDX > NUM-LIMITES-CKPT.
           DISPLAY "REANUDANDO DESDE CHECKPOINT - ULTIMO ID "
             CHECKPOINT-LAST-ID.

                   MOVE CKPT-CUENTA-CREDITO TO CUENTA-CREDITO (CTA-IDX)
                   MOVE CKPT-CUENTA-DEBITO TO CUENTA-DEBITO (CTA-IDX)
                   MOVE CKPT-CUENTA-REVERSA TO CUENTA-REVERSA (CTA-IDX)
                   MOVE CKPT-CUENTA-OPERACIONES
                     TO CUENTA-OPERACIONES (CTA-IDX)
           END-READ.

       CARGAR-LIMITE-CHECKPOINT.
           READ CHECKPOINT-TRANSACCIONES
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO NUM-LIMITES
                   MOVE CKPT-LIM-CUENTA TO LIMITE-CUENTA (LIM-IDX)
                   MOVE CKPT-LIM-RECHAZOS-MONTO
                     TO LIMITE-RECHAZOS-MONTO (LIM-IDX)
                   MOVE CKPT-LIM-RECHAZOS-OPER
                     TO LIMITE-RECHAZOS-OPER (LIM-IDX)
           END-READ.

      * Los totales por banco se restauran cruzando por código
                           TO BANCO-TARIFA (BCO-IDX)
                         MOVE CKPT-BANCO-TARIFA-CNT
                           TO BANCO-TARIFA-CNT (BCO-IDX)
                         MOVE CKPT-BANCO-RETENIDO
                           TO BANCO-RETENIDO (BCO-IDX)
                         MOVE CKPT-BANCO-RETENIDO-CNT
                           TO BANCO-RETENIDO-CNT (BCO-IDX)
                   END-SEARCH
           END-READ.

                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-SESIONES
                   END-IF
               WHEN "RUTA-USO-LIMITES"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-USO-LIMITES
                   END-IF
               WHEN "RUTA-HISTORIAL-SALDOS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-HISTORIAL-SALDOS
                   END-IF
               WHEN "RUTA-TOPES-BILATERALES"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-TOPES-BILATERALES
                   END-IF
               WHEN "RUTA-COINCIDENCIAS-LISTA"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-COINCIDENCIAS-LISTA
                   END-IF
               WHEN "RUTA-POSICION-BILATERAL"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-POSICION-BILATERAL
                   END-IF
               WHEN "RUTA-RETENIDAS"
                   IF VALOR-PARAMETRO NOT = SPACES
                       MOVE VALOR-PARAMETRO TO RUTA-RETENIDAS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               DISPLAY "PARAMETRO RUTA-TIPOS-CAMBIO: "
                 FUNCTION TRIM (RUTA-TIPOS-CAMBIO)
               DISPLAY "PARAMETRO MONEDA-BASE: " MONEDA-BASE
               DISPLAY "PARAMETRO RUTA-USO-LIMITES: "
                 FUNCTION TRIM (RUTA-USO-LIMITES)
               DISPLAY "PARAMETRO RUTA-HISTORIAL-SALDOS: "
                 FUNCTION TRIM (RUTA-HISTORIAL-SALDOS)
               DISPLAY "PARAMETRO RUTA-TOPES-BILATERALES: "
                 FUNCTION TRIM (RUTA-TOPES-BILATERALES)
               DISPLAY "PARAMETRO RUTA-POSICION-BILATERAL: "
                 FUNCTION TRIM (RUTA-POSICION-BILATERAL)
               DISPLAY "PARAMETRO RUTA-RETENIDAS: "
                 FUNCTION TRIM (RUTA-RETENIDAS)
               DISPLAY "PARAMETRO RUTA-COINCIDENCIAS-LISTA: "
                 FUNCTION TRIM (RUTA-COINCIDENCIAS-LISTA)
               IF NOT CORRIDA-SIN-SESION
                   DISPLAY "PARAMETRO SESION: " SESION-CORRIDA
                   DISPLAY "PARAMETRO RUTA-SESIONES: "
           MOVE SPACES TO RUTA-SALDOS-TMP.
           STRING FUNCTION TRIM (RUTA-SALDOS) ".tmp"
             DELIMITED BY SIZE INTO RUTA-SALDOS-TMP.
           MOVE SPACES TO RUTA-USO-LIMITES-TMP.
           STRING FUNCTION TRIM (RUTA-USO-LIMITES) ".tmp"
             DELIMITED BY SIZE INTO RUTA-USO-LIMITES-TMP.
           MOVE SPACES TO RUTA-POSICION-BILATERAL-TMP.
           STRING FUNCTION TRIM (RUTA-POSICION-BILATERAL) ".tmp"
             DELIMITED BY SIZE INTO RUTA-POSICION-BILATERAL-TMP.
           MOVE SPACES TO RUTA-RETENIDAS-TMP.
           STRING FUNCTION TRIM (RUTA-RETENIDAS) ".tmp"
             DELIMITED BY SIZE INTO RUTA-RETENIDAS-TMP.

      * El maestro llega del área de cuentas con el layout
      * "ID,Nombre,Banco,Estado,LimiteDiario,MaxOperaciones"
      * (Estado: Activa/Bloqueada/Cerrada; límites opcionales).
      * Sin maestro no hay contra qué validar - la corrida se aborta
      * antes de tocar los archivos de salida.
       CARGAR-MAESTRO-CUENTAS.

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
                   MOVE MAESTRO-NOMBRE-TXT TO MAESTRO-NOMBRE (MAE-IDX)
                   MOVE MAESTRO-BANCO-TXT TO MAESTRO-BANCO (MAE-IDX)
                   MOVE MAESTRO-ESTADO-TXT TO MAESTRO-ESTADO (MAE-IDX)
                   PERFORM TOMAR-LIMITES-MAESTRO
               ELSE
                   DISPLAY "ALERTA: CAPACIDAD DE 200 CUENTAS DEL "
                     "MAESTRO EXCEDIDA - CUENTA " MAESTRO-ID-TXT
               END-IF
           END-IF.

      * Un límite vacío es sin límite; uno ilegible también, pero
      * con aviso - el maestro lo escribe mantenimiento, que ya
      * valida el dato al capturarlo.
       TOMAR-LIMITES-MAESTRO.
           MOVE 0 TO MAESTRO-LIMITE-DIARIO (MAE-IDX)
             MAESTRO-MAX-OPERACIONES (MAE-IDX).
           IF MAESTRO-LIMITE-TXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (MAESTRO-LIMITE-TXT) = 0
                   MOVE FUNCTION NUMVAL (MAESTRO-LIMITE-TXT)
                     TO MAESTRO-LIMITE-DIARIO (MAE-IDX)
               ELSE
                   DISPLAY "ALERTA: LIMITE DIARIO ILEGIBLE EN EL "
                     "MAESTRO - CUENTA " MAESTRO-ID-TXT
                     " SIN LIMITE DE MONTO"
               END-IF
           END-IF.
           IF MAESTRO-MAXOPS-TXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (MAESTRO-MAXOPS-TXT) = 0
                   MOVE FUNCTION NUMVAL (MAESTRO-MAXOPS-TXT)
                     TO MAESTRO-MAX-OPERACIONES (MAE-IDX)
               ELSE
                   DISPLAY "ALERTA: MAXIMO DE OPERACIONES ILEGIBLE "
                     "EN EL MAESTRO - CUENTA " MAESTRO-ID-TXT
                     " SIN LIMITE DE OPERACIONES"
               END-IF
           END-IF.

      * La cuenta debe existir en el maestro y estar Activa; una
      * Bloqueada o Cerrada se rechaza con su propio motivo para que
      * el área de cuentas distinga el caso en el archivo de rechazos.
       VALIDAR-CUENTA-MAESTRO.
           MOVE SPACES TO ESTADO-CUENTA-ACTUAL.
           MOVE 0 TO LIMITE-CUENTA-ACTUAL MAXOPS-CUENTA-ACTUAL.
           SET MAE-IDX TO 1.
           SEARCH MAESTRO-ENTRY
             VARYING MAE-IDX
             WHEN MAESTRO-ID (MAE-IDX) = CUENTA-ACTUAL
                 MOVE MAESTRO-ESTADO (MAE-IDX)
                   TO ESTADO-CUENTA-ACTUAL
                 MOVE MAESTRO-LIMITE-DIARIO (MAE-IDX)
                   TO LIMITE-CUENTA-ACTUAL
                 MOVE MAESTRO-MAX-OPERACIONES (MAE-IDX)
                   TO MAXOPS-CUENTA-ACTUAL
           END-SEARCH.

           IF LINEA-VALIDA
               PERFORM BUSCAR-CUENTA-RESTRINGIDA
               IF CUENTA-RESTRINGIDA
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "CUENTA EN LISTA RESTRINGIDA" TO MOTIVO-RECHAZO
               END-IF
           END-IF.

           IF LINEA-VALIDA
               EVALUATE ESTADO-CUENTA-ACTUAL
                   WHEN "Activa"
               MOVE "FONDOS INSUFICIENTES" TO MOTIVO-RECHAZO
           END-IF.

      * Uso del día de sesiones anteriores ya terminadas. Sin
      * archivo (primera sesión del día o primera corrida del
      * esquema) la cuenta parte de cero; los renglones de otros
      * días se ignoran y desaparecen al reescribirlo.
       CARGAR-USO-LIMITES.
           MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
           MOVE FECHA-AAAAMMDD TO FECHA-USO.
           OPEN INPUT USO-LIMITES.
           IF USO-LIMITES-STATUS-FILE > "07"
               CONTINUE
           ELSE
               PERFORM UNTIL TERMINAR
                   READ USO-LIMITES
                       AT END
                           SET TERMINAR TO TRUE
                       NOT AT END
                           PERFORM CARGAR-USO-CUENTA
                   END-READ
               END-PERFORM
               MOVE "NO" TO FIN
               CLOSE USO-LIMITES
           END-IF.

       CARGAR-USO-CUENTA.
           MOVE SPACES TO USO-FECHA-TXT USO-CUENTA-TXT
             USO-DEBITO-TXT USO-OPERACIONES-TXT.
           UNSTRING LINEA-USO-LIMITE DELIMITED BY ","
             INTO USO-FECHA-TXT, USO-CUENTA-TXT, USO-DEBITO-TXT,
               USO-OPERACIONES-TXT
           END-UNSTRING.
           IF USO-FECHA-TXT (1:8) = FECHA-AAAAMMDD
             AND USO-CUENTA-TXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL (USO-DEBITO-TXT) = 0
             AND FUNCTION TEST-NUMVAL (USO-OPERACIONES-TXT) = 0
             AND NUM-USO < 200
               ADD 1 TO NUM-USO
               SET USO-IDX TO NUM-USO
               MOVE USO-CUENTA-TXT (1:4) TO USO-CUENTA (USO-IDX)
               MOVE FUNCTION NUMVAL (USO-DEBITO-TXT)
                 TO USO-DEBITO (USO-IDX)
               MOVE FUNCTION NUMVAL (USO-OPERACIONES-TXT)
                 TO USO-OPERACIONES (USO-IDX)
           END-IF.

      * Uso acumulado del día de la cuenta en curso: lo de sesiones
      * anteriores más lo ya abonado en esta corrida.
       CALCULAR-USO-DIA-CUENTA.
           MOVE 0 TO DEBITO-DIA-CUENTA OPERACIONES-DIA-CUENTA.
           SET USO-IDX TO 1.
           SEARCH USO-ENTRY
             VARYING USO-IDX
             AT END
                 CONTINUE
             WHEN USO-IDX > NUM-USO
                 CONTINUE
             WHEN USO-CUENTA (USO-IDX) = CUENTA-ACTUAL
                 MOVE USO-DEBITO (USO-IDX) TO DEBITO-DIA-CUENTA
                 MOVE USO-OPERACIONES (USO-IDX)
                   TO OPERACIONES-DIA-CUENTA
           END-SEARCH.
           SET CTA-IDX TO 1.
           SEARCH CUENTA-ENTRY
             VARYING CTA-IDX
             AT END
                 CONTINUE
             WHEN CTA-IDX > NUM-CUENTAS
                 CONTINUE
             WHEN CUENTA-ID (CTA-IDX) = CUENTA-ACTUAL
                 ADD CUENTA-DEBITO (CTA-IDX) TO DEBITO-DIA-CUENTA
                 ADD CUENTA-OPERACIONES (CTA-IDX)
                   TO OPERACIONES-DIA-CUENTA
           END-SEARCH.

      * Los límites solo cuentan Créditos y Débitos: una Reversa
      * deshace un abono, no es una operación nueva, y bloquearla
      * por límite dejaría el error original sin corregir.
       VALIDAR-LIMITES-DIARIOS.
           MOVE FUNCTION NUMVAL (MONTO-TXT) TO MONTO-ORIGINAL.
           COMPUTE MONTO ROUNDED = MONTO-ORIGINAL * TASA-ACTUAL.
           PERFORM CALCULAR-USO-DIA-CUENTA.
           EVALUATE TRUE
               WHEN MAXOPS-CUENTA-ACTUAL > 0
                 AND OPERACIONES-DIA-CUENTA >= MAXOPS-CUENTA-ACTUAL
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "MAXIMO DE OPERACIONES" TO MOTIVO-RECHAZO
                   PERFORM REGISTRAR-LIMITE-EXCEDIDO
                   ADD 1 TO LIMITE-RECHAZOS-OPER (LIM-IDX)
               WHEN TIPO = "Débito"
                 AND LIMITE-CUENTA-ACTUAL > 0
                 AND DEBITO-DIA-CUENTA + MONTO > LIMITE-CUENTA-ACTUAL
                   SET LINEA-INVALIDA TO TRUE
                   MOVE "LIMITE DIARIO EXCEDIDO" TO MOTIVO-RECHAZO
                   PERFORM REGISTRAR-LIMITE-EXCEDIDO
                   ADD 1 TO LIMITE-RECHAZOS-MONTO (LIM-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Deja LIM-IDX en el renglón de la cuenta, creándolo si es su
      * primer rechazo por límite. Con la tabla llena el rechazo
      * cuenta en el último renglón - la línea se rechaza igual.
       REGISTRAR-LIMITE-EXCEDIDO.
           SET LIM-IDX TO 1.
           SEARCH LIMITE-ENTRY
             VARYING LIM-IDX
             AT END
                 SET LIM-IDX TO NUM-LIMITES
             WHEN LIM-IDX > NUM-LIMITES
                 ADD 1 TO NUM-LIMITES
                 SET LIM-IDX TO NUM-LIMITES
                 MOVE CUENTA-ACTUAL TO LIMITE-CUENTA (LIM-IDX)
             WHEN LIMITE-CUENTA (LIM-IDX) = CUENTA-ACTUAL
                 CONTINUE
           END-SEARCH.

       CARGAR-TOPES-BILATERALES.
           OPEN INPUT TOPES-BILATERALES.
           IF TOPES-STATUS-FILE > "07"
               DISPLAY "ALERTA: SIN TOPES BILATERALES ("
                 TOPES-STATUS-FILE ") - LA CORRIDA NO RETIENE "
                 "POR TOPE"
           ELSE
               SET TOPES-DISPONIBLES TO TRUE
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

      * La primera línea puede ser el encabezado "BANCO,...". El
      * tope es lo más que aceptamos deber, así que va sin signo.
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

      * Un archivo de coincidencias que existe pero no se puede
      * leer, o con más cuentas detenidas de las que caben, aborta
      * la corrida: abonar a una cuenta detenida no tiene vuelta.
       CARGAR-COINCIDENCIAS-LISTA.
           OPEN INPUT COINCIDENCIAS-LISTA.
           EVALUATE TRUE
               WHEN COINCIDENCIAS-STATUS-FILE = "35"
                   CONTINUE
               WHEN COINCIDENCIAS-STATUS-FILE > "07"
                   MOVE SPACES TO MENSAJE
                   STRING "ERROR AL ABRIR LAS COINCIDENCIAS DE LISTA "
                     COINCIDENCIAS-STATUS-FILE
                     DELIMITED BY SIZE INTO MENSAJE
                   DISPLAY MENSAJE
                   DISPLAY "ERROR: CORRIDA ABORTADA"
                   SET ABORTAR-CORRIDA TO TRUE
               WHEN OTHER
                   PERFORM UNTIL TERMINAR OR ABORTAR-CORRIDA
                       READ COINCIDENCIAS-LISTA
                           AT END
                               SET TERMINAR TO TRUE
                           NOT AT END
                               PERFORM REGISTRAR-COINCIDENCIA-LISTA
                       END-READ
                   END-PERFORM
                   MOVE "NO" TO FIN
                   CLOSE COINCIDENCIAS-LISTA
           END-EVALUATE.

      * Solo detienen las ABIERTAS; una cuenta con varias
      * coincidencias abiertas se anota una vez.
       REGISTRAR-COINCIDENCIA-LISTA.
           MOVE SPACES TO COI-CUENTA-TXT COI-REFERENCIA-TXT
             COI-PUNTAJE-TXT COI-ESTADO-TXT.
           UNSTRING LINEA-COINCIDENCIA DELIMITED BY ","
             INTO COI-CUENTA-TXT, COI-REFERENCIA-TXT,
               COI-PUNTAJE-TXT, COI-ESTADO-TXT
           END-UNSTRING.
           IF COI-ESTADO-TXT = "ABIERTA"
             AND COI-CUENTA-TXT NOT = SPACES
               MOVE COI-CUENTA-TXT (1:4) TO CUENTA-ACTUAL
               PERFORM BUSCAR-CUENTA-RESTRINGIDA
               EVALUATE TRUE
                   WHEN CUENTA-RESTRINGIDA
                       CONTINUE
                   WHEN NUM-RESTRINGIDAS >= 200
                       DISPLAY "ERROR: CAPACIDAD DE 200 CUENTAS EN "
                         "LISTA RESTRINGIDA EXCEDIDA - CORRIDA "
                         "ABORTADA"
                       SET ABORTAR-CORRIDA TO TRUE
                   WHEN OTHER
                       ADD 1 TO NUM-RESTRINGIDAS
                       SET RES-IDX TO NUM-RESTRINGIDAS
                       MOVE CUENTA-ACTUAL
                         TO RESTRINGIDA-CUENTA (RES-IDX)
               END-EVALUATE
           END-IF.

       BUSCAR-CUENTA-RESTRINGIDA.
           MOVE "N" TO INDICADOR-RESTRINGIDA.
           SET RES-IDX TO 1.
           SEARCH RESTRINGIDA-ENTRY
             VARYING RES-IDX
             AT END
                 CONTINUE
             WHEN RES-IDX > NUM-RESTRINGIDAS
                 CONTINUE
             WHEN RESTRINGIDA-CUENTA (RES-IDX) = CUENTA-ACTUAL
                 SET CUENTA-RESTRINGIDA TO TRUE
           END-SEARCH.

      * Posición de sesiones anteriores ya terminadas. Sin archivo
      * (primera sesión del día) cada contraparte parte de cero.
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
           IF POSICION-FECHA-TXT (1:8) = FECHA-AAAAMMDD
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

      * Deja TOP-IDX en el tope de TOPE-BANCO-BUSCADO con
      * TOPE-MONEDA-BUSCADA (espacios = tope consolidado).
       BUSCAR-TOPE.
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

       BUSCAR-POSICION.
           MOVE 0 TO POSICION-PREVIA.
           SET POS-IDX TO 1.
           SEARCH POSICION-ENTRY
             VARYING POS-IDX
             AT END
                 CONTINUE
             WHEN POS-IDX > NUM-POSICIONES
                 CONTINUE
             WHEN POSICION-BANCO (POS-IDX) = TOPE-BANCO-BUSCADO
               AND POSICION-MONEDA (POS-IDX) = TOPE-MONEDA-BUSCADA
                 MOVE POSICION-NETO (POS-IDX) TO POSICION-PREVIA
           END-SEARCH.

      * Neto del día del banco BCO-IDX contra el tope TOP-IDX: lo
      * de sesiones anteriores más lo abonado en esta corrida -
      * consolidado en base, o de la divisa MONEDA-TOPE-SLOT en su
      * monto original. Usado es lo que ya debemos; la holgura
      * (tope más neto) es lo que aún cabe, y crece con lo que la
      * contraparte nos debe a nosotros.
       CALCULAR-NETO-TOPE.
           PERFORM BUSCAR-POSICION.
           MOVE 0 TO POSICION-CORRIDA.
           IF TOPE-MONEDA-BUSCADA = SPACES
               COMPUTE POSICION-CORRIDA =
                 BANCO-CREDITO (BCO-IDX) - BANCO-DEBITO (BCO-IDX)
                 - BANCO-REVERSA (BCO-IDX)
           ELSE
               IF MONEDA-TOPE-SLOT NOT = 0
                   COMPUTE POSICION-CORRIDA =
                     BM-CREDITO (BCO-IDX MONEDA-TOPE-SLOT)
                     - BM-DEBITO (BCO-IDX MONEDA-TOPE-SLOT)
                     - BM-REVERSA (BCO-IDX MONEDA-TOPE-SLOT)
               END-IF
           END-IF.
           COMPUTE TOPE-NETO-DIA = POSICION-PREVIA + POSICION-CORRIDA.
           COMPUTE TOPE-HOLGURA = TOPE-MONTO (TOP-IDX) + TOPE-NETO-DIA.
           IF TOPE-NETO-DIA < 0
               COMPUTE TOPE-USADO = 0 - TOPE-NETO-DIA
           ELSE
               MOVE 0 TO TOPE-USADO
           END-IF.
           IF TOPE-HOLGURA > 0
               MOVE TOPE-HOLGURA TO TOPE-DISPONIBLE
           ELSE
               MOVE 0 TO TOPE-DISPONIBLE
           END-IF.

       BUSCAR-SLOT-TOPE.
           MOVE 0 TO MONEDA-TOPE-SLOT.
           PERFORM VARYING MONEDA-TOPE-BUSQUEDA FROM 1 BY 1
             UNTIL MONEDA-TOPE-BUSQUEDA > NUM-MONEDAS
               IF MONEDA-CODIGO (MONEDA-TOPE-BUSQUEDA)
                 = TOPE-MONEDA-BUSCADA
                   MOVE MONEDA-TOPE-BUSQUEDA TO MONEDA-TOPE-SLOT
               END-IF
           END-PERFORM.

      * Se retienen Débitos y Reversas: ambos restan del neto del
      * banco y aumentan lo que le debemos a la contraparte. Un
      * Crédito baja la posición y nunca se retiene. Primero el
      * tope consolidado del banco en base, luego el de la divisa
      * de la línea en su monto original.
       VALIDAR-TOPE-BILATERAL.
           IF TOPES-DISPONIBLES
               MOVE FUNCTION NUMVAL (MONTO-TXT) TO MONTO-ORIGINAL
               COMPUTE MONTO ROUNDED = MONTO-ORIGINAL * TASA-ACTUAL
               SET BCO-IDX TO BANCO-ACTUAL
               MOVE MONEDA-ACTUAL TO MONEDA-TOPE-SLOT
               MOVE BANCO-CODIGO (BANCO-ACTUAL) TO TOPE-BANCO-BUSCADO
               MOVE SPACES TO TOPE-MONEDA-BUSCADA
               PERFORM BUSCAR-TOPE
               IF TOPE-HALLADO
                   PERFORM CALCULAR-NETO-TOPE
                   IF MONTO > TOPE-HOLGURA
                       SET LINEA-POR-RETENER TO TRUE
                       MOVE MONEDA-BASE TO TOPE-MONEDA-RETENCION
                       MOVE TOPE-DISPONIBLE TO TOPE-HOLGURA-RETENCION
                   END-IF
               END-IF
               IF NOT LINEA-POR-RETENER
                   MOVE MONEDA-COD-ACTUAL TO TOPE-MONEDA-BUSCADA
                   PERFORM BUSCAR-TOPE
                   IF TOPE-HALLADO
                       PERFORM CALCULAR-NETO-TOPE
                       IF MONTO-ORIGINAL > TOPE-HOLGURA
                           SET LINEA-POR-RETENER TO TRUE
                           MOVE MONEDA-COD-ACTUAL
                             TO TOPE-MONEDA-RETENCION
                           MOVE TOPE-DISPONIBLE
                             TO TOPE-HOLGURA-RETENCION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * La retenida no abona ni asienta su ID; cuenta en el banco
      * para que la liquidación muestre cuánto quedó detenido. Un
      * ID que ya esperaba liberación no repite su renglón ni se
      * vuelve a contar.
       RETENER-LINEA.
           MOVE FUNCTION NUMVAL (MONTO-TXT) TO MONTO-ORIGINAL.
           COMPUTE MONTO ROUNDED = MONTO-ORIGINAL * TASA-ACTUAL.
           IF ID-YA-RETENIDO
               DISPLAY "ALERTA: ID " TRANSACCION-ID " SIGUE "
                 "RETENIDO EN ESPERA DE LIBERACION - NO SE ABONA"
           ELSE
               ADD 1 TO CONTADOR-RETENIDAS
               ADD MONTO TO BANCO-RETENIDO (BANCO-ACTUAL)
               ADD 1 TO BANCO-RETENIDO-CNT (BANCO-ACTUAL)
               MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL
               MOVE MONTO TO RETENIDA-MONTO-FMT
               MOVE TOPE-HOLGURA-RETENCION TO RETENIDA-HOLGURA-FMT
               MOVE SPACES TO LINEA-RETENIDA
               STRING FUNCTION TRIM (TRANSACCION-ID) ","
                 FUNCTION TRIM (TIPO) ","
                 FUNCTION TRIM (MONTO-TXT) ","
                 MONEDA-COD-ACTUAL ","
                 FUNCTION TRIM (BANCO-CODIGO (BANCO-ACTUAL)) ","
                 FUNCTION TRIM (RETENIDA-MONTO-FMT) ","
                 TOPE-MONEDA-RETENCION ","
                 FUNCTION TRIM (RETENIDA-HOLGURA-FMT) ","
                 FECHA-AAAAMMDD ","
                 FUNCTION TRIM (ID-CORRIDA)
                 DELIMITED BY SIZE INTO LINEA-RETENIDA
               WRITE LINEA-RETENIDA
               ADD 1 TO LINEAS-RETENIDAS
               MOVE TRANSACCION-ID TO RETENIDA-ID-ACTUAL
               PERFORM ANOTAR-ID-RETENIDO
               DISPLAY "ALERTA: RETENIDA POR TOPE BILATERAL - ID "
                 FUNCTION TRIM (TRANSACCION-ID) " BANCO "
                 FUNCTION TRIM (BANCO-CODIGO (BANCO-ACTUAL))
                 " DISPONIBLE " FUNCTION TRIM (RETENIDA-HOLGURA-FMT)
                 " " TOPE-MONEDA-RETENCION
           END-IF.

       CLOSE-FILE.
           CLOSE TRANSACCIONES-RECHAZADAS.
           CLOSE TRANSACCIONES-REVISION.
           CLOSE REVERSAS-HUERFANAS.
           CLOSE RETENIDAS-LIQUIDACION.

       PROCESS-FILE.

                   DISPLAY "ERROR: LAS ENTRADAS NO CORRESPONDEN "
                     "A LA CORRIDA INTERRUMPIDA - CORRIDA ABORTADA"
                   SET ABORTAR-CORRIDA TO TRUE
      * El checkpoint EN-PROC-V8 se deja intacto para que una
      * corrida posterior, con el archivo correcto, pueda reanudar.
               WHEN OTHER
                   PERFORM MARCAR-CHECKPOINT-COMPLETO
           MOVE CONTADOR-REVERSA-PAREADA TO CONTADOR-PAREADA-FORMAT.
           MOVE CONTADOR-REVERSA-HUERFANA TO CONTADOR-HUERFANA-FORMAT.
           MOVE CONTADOR-DUPLICADAS TO CONTADOR-DUPLICADAS-FORMAT.
           MOVE CONTADOR-RETENIDAS TO CONTADOR-RETENIDAS-FORMAT.
           MOVE TOTAL-CREDITO TO TOTAL-CREDITO-FORMAT.
           MOVE TOTAL-DEBITO TO TOTAL-DEBITO-FORMAT.

           MOVE 0 TO CAMPOS-CONTADOS
           SET LINEA-VALIDA TO TRUE
           MOVE SPACES TO MOTIVO-RECHAZO
           MOVE "N" TO INDICADOR-RETENCION INDICADOR-YA-RETENIDA

           UNSTRING TRANSACCION DELIMITED BY ","
             INTO TRANSACCION-ID, TIPO, MONTO-TXT, MONEDA-TXT
                   PERFORM VALIDAR-ID-DUPLICADO
               END-IF

      * Un Débito o Reversa que sigue retenido de una sesión
      * anterior vuelve a retenerse tal cual - ni se valida ni abona
      * hasta que la liberación lo saque del archivo de retenidas.
               IF LINEA-VALIDA
                 AND (TIPO = "Débito" OR TIPO = "Reversa")
                   PERFORM BUSCAR-ID-RETENIDO
                   IF ID-YA-RETENIDO
                       SET LINEA-POR-RETENER TO TRUE
                   END-IF
               END-IF

               IF LINEA-VALIDA AND TIPO = "Débito"
                 AND NOT LINEA-POR-RETENER
                   PERFORM VALIDAR-FONDOS-SUFICIENTES
               END-IF

               IF LINEA-VALIDA AND NOT LINEA-POR-RETENER
                 AND (TIPO = "Crédito" OR TIPO = "Débito")
                   PERFORM VALIDAR-LIMITES-DIARIOS
               END-IF

               IF LINEA-VALIDA
                 AND (TIPO = "Débito" OR TIPO = "Reversa")
                 AND NOT LINEA-POR-RETENER
                   PERFORM VALIDAR-TOPE-BILATERAL
               END-IF

               EVALUATE TRUE
                   WHEN LINEA-INVALIDA
                       PERFORM RECHAZAR-LINEA
                   WHEN LINEA-POR-RETENER
                       PERFORM RETENER-LINEA
                   WHEN OTHER
                       PERFORM ACUMULAR-LINEA
               END-EVALUATE
           END-IF.

      * READ directo por llave contra lo asentado por corridas
      * La validación de fondos NO se repite aquí: los subtotales
      * restaurados son los del corte, no los del momento de cada
      * línea, y repetirla rechazaría en el salto débitos que la
      * corrida original sí abonó. Un Débito o Reversa retenido
      * antes del corte está en el archivo de retenidas (truncado
      * al checkpoint) y no se registra ni parea: no abonó.
       OMITIR-REGISTRO-CHECKPOINT.
           MOVE SPACES TO TRANSACCION-ID TIPO MONTO-TXT MONEDA-TXT
           MOVE 0 TO CAMPOS-CONTADOS
                           MOVE "C" TO MOV-TIPO-ACTUAL
                           PERFORM REGISTRAR-MOVIMIENTO
                       WHEN "Débito"
                           PERFORM BUSCAR-ID-RETENIDO
                           IF NOT ID-YA-RETENIDO
                               PERFORM REGISTRAR-ID-PROCESADO
                               MOVE "D" TO MOV-TIPO-ACTUAL
                               PERFORM REGISTRAR-MOVIMIENTO
                           END-IF
                       WHEN "Reversa"
                           PERFORM BUSCAR-ID-RETENIDO
                           IF NOT ID-YA-RETENIDO
                               PERFORM BUSCAR-REVERSA-ORIGINAL
                               IF ORIGINAL-ENCONTRADO
                                   PERFORM REGISTRAR-ID-PROCESADO
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
               ADD 1 TO CONTADOR-CREDITO
               IF CTA-IDX NOT = 0
                   ADD MONTO TO CUENTA-CREDITO (CTA-IDX)
                   ADD 1 TO CUENTA-OPERACIONES (CTA-IDX)
               END-IF
               ADD MONTO TO BANCO-CREDITO (BANCO-ACTUAL)
               ADD MONTO-ORIGINAL
                   ADD 1 TO CONTADOR-DEBITO
                   IF CTA-IDX NOT = 0
                       ADD MONTO TO CUENTA-DEBITO (CTA-IDX)
                       ADD 1 TO CUENTA-OPERACIONES (CTA-IDX)
                   END-IF
                   ADD MONTO TO BANCO-DEBITO (BANCO-ACTUAL)
                   ADD MONTO-ORIGINAL
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           ELSE
               MOVE "EN-PROC-V8" TO CKPT-STATUS
               MOVE TRANSACCION-ID TO CKPT-LAST-TRX-ID
               MOVE TOTAL-CREDITO TO CKPT-TOTAL-CREDITO
               MOVE TOTAL-DEBITO TO CKPT-TOTAL-DEBITO
               MOVE NUM-MONEDAS TO CKPT-NUM-MONEDAS
               PERFORM CONTAR-BANCO-MONEDAS
               MOVE CONTADOR-BANCO-MON TO CKPT-NUM-BANCO-MON
               MOVE NUM-LIMITES TO CKPT-NUM-LIMITES
               MOVE CONTADOR-RETENIDAS TO CKPT-CONTADOR-RETENIDAS
               MOVE LINEAS-RETENIDAS TO CKPT-LINEAS-RETENIDAS
               WRITE LINEA-CHECKPOINT-HEADER

               PERFORM VARYING CTA-IDX FROM 1 BY 1
                   MOVE CUENTA-CREDITO (CTA-IDX) TO CKPT-CUENTA-CREDITO
                   MOVE CUENTA-DEBITO (CTA-IDX) TO CKPT-CUENTA-DEBITO
                   MOVE CUENTA-REVERSA (CTA-IDX) TO CKPT-CUENTA-REVERSA
                   MOVE CUENTA-OPERACIONES (CTA-IDX)
                     TO CKPT-CUENTA-OPERACIONES
                   WRITE LINEA-CHECKPOINT-CUENTA
               END-PERFORM

                   MOVE BANCO-TARIFA (BCO-IDX) TO CKPT-BANCO-TARIFA
                   MOVE BANCO-TARIFA-CNT (BCO-IDX)
                     TO CKPT-BANCO-TARIFA-CNT
                   MOVE BANCO-RETENIDO (BCO-IDX)
                     TO CKPT-BANCO-RETENIDO
                   MOVE BANCO-RETENIDO-CNT (BCO-IDX)
                     TO CKPT-BANCO-RETENIDO-CNT
                   WRITE LINEA-CHECKPOINT-BANCO
               END-PERFORM

                   PERFORM ESCRIBIR-BANCOMON-CHECKPOINT
               END-PERFORM

               PERFORM VARYING LIM-IDX FROM 1 BY 1
                 UNTIL LIM-IDX > NUM-LIMITES
                   MOVE "LIMITE" TO CKPT-LIM-MARCA
                   MOVE LIMITE-CUENTA (LIM-IDX) TO CKPT-LIM-CUENTA
                   MOVE LIMITE-RECHAZOS-MONTO (LIM-IDX)
                     TO CKPT-LIM-RECHAZOS-MONTO
                   MOVE LIMITE-RECHAZOS-OPER (LIM-IDX)
                     TO CKPT-LIM-RECHAZOS-OPER
                   WRITE LINEA-CHECKPOINT-LIMITE
               END-PERFORM

               CLOSE CHECKPOINT-TRANSACCIONES
           END-IF.

                 CKPT-CONTADOR-PAREADA CKPT-CONTADOR-HUERFANA
                 CKPT-TOTAL-HUERFANA CKPT-NUM-CUENTAS
                 CKPT-NUM-BANCOS CKPT-NUM-MONEDAS
                 CKPT-NUM-BANCO-MON CKPT-NUM-LIMITES
                 CKPT-CONTADOR-RETENIDAS CKPT-LINEAS-RETENIDAS
               MOVE SPACES TO CKPT-MAX-TRX-ID
               WRITE LINEA-CHECKPOINT-HEADER
               CLOSE CHECKPOINT-TRANSACCIONES
           END-IF.
           PERFORM ANEXAR-REGISTRO-IDS.
           PERFORM REESCRIBIR-SALDOS-CUENTAS.
           PERFORM REESCRIBIR-USO-LIMITES.
           PERFORM REESCRIBIR-POSICION-BILATERAL.

      * Los IDs abonados en esta corrida quedan asentados en el
      * registro únicamente al terminar completa - una corrida
               DISPLAY "ALERTA: EL LEDGER DE SALDOS NO SE "
                 "ACTUALIZO EN ESTA CORRIDA"
           ELSE
               PERFORM ABRIR-HISTORIAL-SALDOS
               PERFORM VARYING SAL-IDX FROM 1 BY 1
                 UNTIL SAL-IDX > NUM-SALDOS
                   PERFORM ESCRIBIR-SALDO-CUENTA
               END-PERFORM
               CLOSE SALDOS-CUENTAS-TMP
               IF HISTORIAL-ABIERTO
                   CLOSE HISTORIAL-SALDOS
                   MOVE "N" TO INDICADOR-HISTORIAL
               END-IF
               CALL "CBL_DELETE_FILE" USING RUTA-SALDOS
                 RETURNING RETORNO-SO
               CALL "CBL_RENAME_FILE" USING RUTA-SALDOS-TMP
             + SALT-DIA-CREDITO - SALT-DIA-DEBITO
             - SALT-DIA-REVERSA.
           WRITE LINEA-SALDO-TMP.
           IF HISTORIAL-ABIERTO
               MOVE SALT-CIERRE TO HISTORIAL-CIERRE-FMT
               MOVE SPACES TO LINEA-HISTORIAL
               STRING FECHA-USO ","
                 SALT-CUENTA-ID ","
                 FUNCTION TRIM (HISTORIAL-CIERRE-FMT)
                 DELIMITED BY SIZE INTO LINEA-HISTORIAL
               WRITE LINEA-HISTORIAL
           END-IF.

      * El historial solo se anexa; una falla al abrirlo no detiene
      * el ledger, pero ese día queda sin renglón y el devengo
      * arrastra el saldo del último día conocido.
       ABRIR-HISTORIAL-SALDOS.
           OPEN EXTEND HISTORIAL-SALDOS.
           IF HISTORIAL-STATUS-FILE = "35"
               OPEN OUTPUT HISTORIAL-SALDOS
           END-IF.
           IF HISTORIAL-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL HISTORIAL DE SALDOS "
                 HISTORIAL-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ALERTA: EL SALDO DEL DIA NO QUEDO EN EL "
                 "HISTORIAL"
           ELSE
               SET HISTORIAL-ABIERTO TO TRUE
           END-IF.

      * El uso del día se reescribe, como el ledger, solo al terminar
      * completa la corrida: lo de sesiones anteriores más lo de
      * ésta, por temporal y renombre. Una corrida interrumpida no
      * lo toca - su reanudación trae lo suyo en el checkpoint.
       REESCRIBIR-USO-LIMITES.
           PERFORM VARYING CTA-IDX FROM 1 BY 1
             UNTIL CTA-IDX > NUM-CUENTAS
               PERFORM SUMAR-USO-CORRIDA
           END-PERFORM.
           OPEN OUTPUT USO-LIMITES-TMP.
           IF USO-LIMITES-TMP-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL TEMPORAL DE USO DIARIO "
                 USO-LIMITES-TMP-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ALERTA: EL USO DIARIO DE LIMITES NO SE "
                 "ACTUALIZO - LA SIGUIENTE SESION NO VERA EL DE ESTA"
           ELSE
               PERFORM VARYING USO-IDX FROM 1 BY 1
                 UNTIL USO-IDX > NUM-USO
                   MOVE USO-DEBITO (USO-IDX) TO USO-DEBITO-FMT
                   MOVE USO-OPERACIONES (USO-IDX)
                     TO USO-OPERACIONES-FMT
                   MOVE SPACES TO LINEA-USO-LIMITE-TMP
                   STRING FECHA-USO ","
                     USO-CUENTA (USO-IDX) ","
                     FUNCTION TRIM (USO-DEBITO-FMT) ","
                     FUNCTION TRIM (USO-OPERACIONES-FMT)
                     DELIMITED BY SIZE INTO LINEA-USO-LIMITE-TMP
                   WRITE LINEA-USO-LIMITE-TMP
               END-PERFORM
               CLOSE USO-LIMITES-TMP
               CALL "CBL_DELETE_FILE" USING RUTA-USO-LIMITES
                 RETURNING RETORNO-SO
               CALL "CBL_RENAME_FILE" USING RUTA-USO-LIMITES-TMP
                 RUTA-USO-LIMITES
                 RETURNING RETORNO-SO
               IF RETORNO-SO NOT = 0
                   DISPLAY "ERROR AL REEMPLAZAR EL USO DIARIO DE "
                     "LIMITES - REVISAR " RUTA-USO-LIMITES-TMP
               END-IF
           END-IF.

       SUMAR-USO-CORRIDA.
           IF CUENTA-DEBITO (CTA-IDX) NOT = 0
             OR CUENTA-OPERACIONES (CTA-IDX) NOT = 0
               SET USO-IDX TO 1
               SEARCH USO-ENTRY
                 VARYING USO-IDX
                 AT END
                     CONTINUE
                 WHEN USO-IDX > NUM-USO
                     ADD 1 TO NUM-USO
                     SET USO-IDX TO NUM-USO
                     MOVE CUENTA-ID (CTA-IDX)
                       TO USO-CUENTA (USO-IDX)
                     MOVE CUENTA-DEBITO (CTA-IDX)
                       TO USO-DEBITO (USO-IDX)
                     MOVE CUENTA-OPERACIONES (CTA-IDX)
                       TO USO-OPERACIONES (USO-IDX)
                 WHEN USO-CUENTA (USO-IDX) = CUENTA-ID (CTA-IDX)
                     ADD CUENTA-DEBITO (CTA-IDX) TO USO-DEBITO (USO-IDX)
                     ADD CUENTA-OPERACIONES (CTA-IDX)
                       TO USO-OPERACIONES (USO-IDX)
               END-SEARCH
           END-IF.

      * La posición bilateral se reescribe igual que el uso de
      * límites: lo de sesiones anteriores más el neto de esta
      * corrida por banco (consolidado en base) y por banco y
      * divisa (monto original).
       REESCRIBIR-POSICION-BILATERAL.
           PERFORM VARYING BCO-IDX FROM 1 BY 1
             UNTIL BCO-IDX > NUM-BANCOS
               PERFORM SUMAR-POSICION-CORRIDA
           END-PERFORM.
           OPEN OUTPUT POSICION-BILATERAL-TMP.
           IF POSICION-TMP-STATUS-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "ERROR AL ABRIR EL TEMPORAL DE POSICION "
                 POSICION-TMP-STATUS-FILE
                 DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               DISPLAY "ALERTA: LA POSICION BILATERAL NO SE "
                 "ACTUALIZO - LA SIGUIENTE SESION NO VERA LA DE ESTA"
           ELSE
               PERFORM VARYING POS-IDX FROM 1 BY 1
                 UNTIL POS-IDX > NUM-POSICIONES
                   PERFORM ESCRIBIR-POSICION-RENGLON
               END-PERFORM
               CLOSE POSICION-BILATERAL-TMP
               CALL "CBL_DELETE_FILE" USING RUTA-POSICION-BILATERAL
                 RETURNING RETORNO-SO
               CALL "CBL_RENAME_FILE" USING RUTA-POSICION-BILATERAL-TMP
                 RUTA-POSICION-BILATERAL
                 RETURNING RETORNO-SO
               IF RETORNO-SO NOT = 0
                   DISPLAY "ERROR AL REEMPLAZAR LA POSICION "
                     "BILATERAL - REVISAR " RUTA-POSICION-BILATERAL-TMP
               END-IF
           END-IF.

      * El renglón consolidado lleva la columna de moneda vacía.
       ESCRIBIR-POSICION-RENGLON.
           COMPUTE POSICION-NETO-FMT =
             POSICION-NETO (POS-IDX) + POSICION-SUMA (POS-IDX).
           MOVE SPACES TO LINEA-POSICION-TMP.
           IF POSICION-MONEDA (POS-IDX) = SPACES
               STRING FECHA-USO ","
                 FUNCTION TRIM (POSICION-BANCO (POS-IDX)) ",,"
                 FUNCTION TRIM (POSICION-NETO-FMT)
                 DELIMITED BY SIZE INTO LINEA-POSICION-TMP
           ELSE
               STRING FECHA-USO ","
                 FUNCTION TRIM (POSICION-BANCO (POS-IDX)) ","
                 POSICION-MONEDA (POS-IDX) ","
                 FUNCTION TRIM (POSICION-NETO-FMT)
                 DELIMITED BY SIZE INTO LINEA-POSICION-TMP
           END-IF.
           WRITE LINEA-POSICION-TMP.

       SUMAR-POSICION-CORRIDA.
           MOVE BANCO-CODIGO (BCO-IDX) TO TOPE-BANCO-BUSCADO.
           IF BANCO-CREDITO (BCO-IDX) NOT = 0
             OR BANCO-DEBITO (BCO-IDX) NOT = 0
             OR BANCO-REVERSA (BCO-IDX) NOT = 0
               MOVE SPACES TO TOPE-MONEDA-BUSCADA
               COMPUTE POSICION-CORRIDA =
                 BANCO-CREDITO (BCO-IDX) - BANCO-DEBITO (BCO-IDX)
                 - BANCO-REVERSA (BCO-IDX)
               PERFORM ACUMULAR-POSICION
           END-IF.
           PERFORM VARYING MONEDA-TOPE-BUSQUEDA FROM 1 BY 1
             UNTIL MONEDA-TOPE-BUSQUEDA > NUM-MONEDAS
               IF BM-CREDITO (BCO-IDX MONEDA-TOPE-BUSQUEDA) NOT = 0
                 OR BM-DEBITO (BCO-IDX MONEDA-TOPE-BUSQUEDA) NOT = 0
                 OR BM-REVERSA (BCO-IDX MONEDA-TOPE-BUSQUEDA)
                   NOT = 0
                   MOVE MONEDA-CODIGO (MONEDA-TOPE-BUSQUEDA)
                     TO TOPE-MONEDA-BUSCADA
                   COMPUTE POSICION-CORRIDA =
                     BM-CREDITO (BCO-IDX MONEDA-TOPE-BUSQUEDA)
                     - BM-DEBITO (BCO-IDX MONEDA-TOPE-BUSQUEDA)
                     - BM-REVERSA (BCO-IDX MONEDA-TOPE-BUSQUEDA)
                   PERFORM ACUMULAR-POSICION
               END-IF
           END-PERFORM.

       ACUMULAR-POSICION.
           SET POS-IDX TO 1.
           SEARCH POSICION-ENTRY
             VARYING POS-IDX
             AT END
                 DISPLAY "ALERTA: CAPACIDAD DE 300 POSICIONES "
                   "EXCEDIDA - SE PIERDE LA DE "
                   FUNCTION TRIM (TOPE-BANCO-BUSCADO) " "
                   TOPE-MONEDA-BUSCADA
             WHEN POS-IDX > NUM-POSICIONES
                 SET NUM-POSICIONES TO POS-IDX
                 MOVE TOPE-BANCO-BUSCADO TO POSICION-BANCO (POS-IDX)
                 MOVE TOPE-MONEDA-BUSCADA TO POSICION-MONEDA (POS-IDX)
                 MOVE 0 TO POSICION-NETO (POS-IDX)
                 MOVE POSICION-CORRIDA TO POSICION-SUMA (POS-IDX)
             WHEN POSICION-BANCO (POS-IDX) = TOPE-BANCO-BUSCADO
               AND POSICION-MONEDA (POS-IDX) = TOPE-MONEDA-BUSCADA
                 ADD POSICION-CORRIDA TO POSICION-SUMA (POS-IDX)
           END-SEARCH.

       BUSCAR-O-CREAR-CUENTA.
           SET CTA-IDX TO 1.
             DELIMITED BY SIZE INTO RECHAZO-MESSAGE
           DISPLAY RECHAZO-MESSAGE.

           MOVE SPACES TO RETENIDA-MESSAGE.
           STRING "Retenidas por Tope Bilateral: "
             CONTADOR-RETENIDAS-FORMAT
             DELIMITED BY SIZE INTO RETENIDA-MESSAGE
           DISPLAY RETENIDA-MESSAGE.

           MOVE SPACES TO REVERSA-MESSAGE.
           STRING "Reversas Pareadas: " CONTADOR-PAREADA-FORMAT
             " Huérfanas: " CONTADOR-HUERFANA-FORMAT
               DISPLAY CUENTA-MESSAGE
           END-PERFORM.

           IF NUM-LIMITES > 0
               DISPLAY "Cuentas que Alcanzaron su Límite Diario:"
               PERFORM VARYING LIM-IDX FROM 1 BY 1
                 UNTIL LIM-IDX > NUM-LIMITES
                   PERFORM FORMATEAR-LIMITE-MESSAGE
                   DISPLAY LIMITE-MESSAGE
               END-PERFORM
           END-IF.

           DISPLAY "Posición Neta por Banco:".
           PERFORM VARYING BCO-IDX FROM 1 BY 1
             UNTIL BCO-IDX > NUM-BANCOS
             " Saldo: " CUENTA-SALDO-CIERRE-FMT
             DELIMITED BY SIZE INTO CUENTA-MESSAGE.

       FORMATEAR-LIMITE-MESSAGE.
           MOVE SPACES TO LIMITE-MESSAGE.
           IF LIMITE-RECHAZOS-MONTO (LIM-IDX) > 0
               MOVE LIMITE-RECHAZOS-MONTO (LIM-IDX)
                 TO LIMITE-RECHAZOS-FMT
               STRING "  Cuenta " LIMITE-CUENTA (LIM-IDX)
                 ": LIMITE DIARIO EXCEDIDO - rechazadas "
                 LIMITE-RECHAZOS-FMT
                 DELIMITED BY SIZE INTO LIMITE-MESSAGE
           END-IF.
           IF LIMITE-RECHAZOS-OPER (LIM-IDX) > 0
               MOVE LIMITE-RECHAZOS-OPER (LIM-IDX)
                 TO LIMITE-RECHAZOS-FMT
               IF LIMITE-MESSAGE = SPACES
                   STRING "  Cuenta " LIMITE-CUENTA (LIM-IDX)
                     ": MAXIMO DE OPERACIONES - rechazadas "
                     LIMITE-RECHAZOS-FMT
                     DELIMITED BY SIZE INTO LIMITE-MESSAGE
               ELSE
                   STRING FUNCTION TRIM (LIMITE-MESSAGE TRAILING)
                     "; MAXIMO DE OPERACIONES - rechazadas "
                     LIMITE-RECHAZOS-FMT
                     DELIMITED BY SIZE INTO LIMITE-MESSAGE
               END-IF
           END-IF.

      * Neto = crédito - débito - reversa del banco: positivo es a
      * favor nuestro (por cobrar a la contraparte), negativo es a
      * cargo nuestro (por pagar) - el monto que tesorería gira.
                   MOVE BANCO-MESSAGE TO LINEA-LIQUIDACION
                   WRITE LINEA-LIQUIDACION
                   PERFORM ESCRIBIR-MONEDAS-BANCO
                   PERFORM ESCRIBIR-TOPES-BANCO
               END-PERFORM
               PERFORM ESCRIBIR-HUERFANAS-LIQUIDACION
               CLOSE REPORTE-LIQUIDACION
           END-IF.

      * Al pie va el total de reversas huérfanas en moneda base:
      * no abonaron a ningún banco, pero la interfaz contable las
      * estaciona en la cuenta de suspenso hasta que llegue su
      * original. No empieza con "  Banco " - la conciliación no la
      * toma por línea de banco.
       ESCRIBIR-HUERFANAS-LIQUIDACION.
           MOVE TOTAL-REVERSA-HUERFANA TO TOTAL-HUERFANA-FORMAT.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "Reversas Huérfanas en Suspenso: "
             TOTAL-HUERFANA-FORMAT
             DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

      * Bajo la línea consolidada de cada banco va su neto por
      * moneda en montos originales - eso es lo que realmente se
      * gira con cada contraparte divisa por divisa.
             DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

      * Tras las monedas de cada banco va el uso de cada uno de sus
      * topes en el día completo (todas las sesiones) y lo que esta
      * corrida le retuvo. Empiezan con "  Tope" / "  Retenidas" -
      * ni la conciliación ni la interfaz contable las toman por
      * línea de banco o de moneda.
       ESCRIBIR-TOPES-BANCO.
           IF TOPES-DISPONIBLES
               PERFORM VARYING TOP-IDX FROM 1 BY 1
                 UNTIL TOP-IDX > NUM-TOPES
                   IF TOPE-BANCO (TOP-IDX) = BANCO-CODIGO (BCO-IDX)
                       PERFORM ESCRIBIR-TOPE-LINEA
                   END-IF
               END-PERFORM
           END-IF.
           IF BANCO-RETENIDO-CNT (BCO-IDX) > 0
               MOVE BANCO-RETENIDO-CNT (BCO-IDX) TO RETENIDA-CNT-FMT
               MOVE BANCO-RETENIDO (BCO-IDX) TO RETENIDA-MONTO-FMT
               MOVE SPACES TO LINEA-LIQUIDACION
               STRING "  Retenidas por tope: " RETENIDA-CNT-FMT
                 " por " RETENIDA-MONTO-FMT " " MONEDA-BASE
                 " - pendientes de liberar"
                 DELIMITED BY SIZE INTO LINEA-LIQUIDACION
               WRITE LINEA-LIQUIDACION
           END-IF.

       ESCRIBIR-TOPE-LINEA.
           MOVE TOPE-BANCO (TOP-IDX) TO TOPE-BANCO-BUSCADO.
           MOVE TOPE-MONEDA (TOP-IDX) TO TOPE-MONEDA-BUSCADA.
           MOVE SPACES TO TOPE-MONEDA-LINEA.
           IF TOPE-MONEDA-BUSCADA = SPACES
               STRING "neto " MONEDA-BASE
                 DELIMITED BY SIZE INTO TOPE-MONEDA-LINEA
           ELSE
               PERFORM BUSCAR-SLOT-TOPE
               MOVE TOPE-MONEDA-BUSCADA TO TOPE-MONEDA-LINEA
           END-IF.
           PERFORM CALCULAR-NETO-TOPE.
           MOVE TOPE-MONTO (TOP-IDX) TO TOPE-MONTO-FMT.
           MOVE TOPE-USADO TO TOPE-USADO-FMT.
           MOVE TOPE-DISPONIBLE TO TOPE-DISPONIBLE-FMT.
           MOVE SPACES TO LINEA-LIQUIDACION.
           STRING "  Tope " TOPE-MONEDA-LINEA (1:8)
             ": " TOPE-MONTO-FMT
             " Usado: " TOPE-USADO-FMT
             " Disponible: " TOPE-DISPONIBLE-FMT
             DELIMITED BY SIZE INTO LINEA-LIQUIDACION.
           WRITE LINEA-LIQUIDACION.

      * Instrucciones para el sistema de pagos: una por banco y por
      * moneda con neto distinto de cero, en el monto original de
      * esa divisa. Neto positivo es a favor nuestro (COBRAR a la
               MOVE FECHA-AAAAMMDD TO INS-FECHA-VALOR
               MOVE ID-CORRIDA TO INS-ID-CORRIDA
               MOVE MONEDA-CODIGO (MONEDA-BUSQUEDA) TO INS-MONEDA
               PERFORM CALCULAR-TOPE-INSTRUCCION
               WRITE LINEA-INSTRUCCION
               ADD 1 TO CONTADOR-INSTRUCCIONES
           END-IF.

      * El tope de la divisa manda sobre el consolidado: es el que
      * se mide en la misma moneda que la instrucción.
       CALCULAR-TOPE-INSTRUCCION.
           MOVE SPACE TO INS-TOPE-CLASE.
           MOVE 0 TO INS-TOPE INS-TOPE-USADO INS-TOPE-DISPONIBLE.
           IF TOPES-DISPONIBLES
               MOVE BANCO-CODIGO (BCO-IDX) TO TOPE-BANCO-BUSCADO
               MOVE MONEDA-CODIGO (MONEDA-BUSQUEDA)
                 TO TOPE-MONEDA-BUSCADA
               MOVE MONEDA-BUSQUEDA TO MONEDA-TOPE-SLOT
               PERFORM BUSCAR-TOPE
               IF TOPE-HALLADO
                   MOVE "M" TO INS-TOPE-CLASE
               ELSE
                   MOVE SPACES TO TOPE-MONEDA-BUSCADA
                   PERFORM BUSCAR-TOPE
                   IF TOPE-HALLADO
                       MOVE "B" TO INS-TOPE-CLASE
                   END-IF
               END-IF
               IF TOPE-HALLADO
                   PERFORM CALCULAR-NETO-TOPE
                   MOVE TOPE-MONTO (TOP-IDX) TO INS-TOPE
                   MOVE TOPE-USADO TO INS-TOPE-USADO
                   MOVE TOPE-DISPONIBLE TO INS-TOPE-DISPONIBLE
               END-IF
           END-IF.

       ESCRIBIR-REPORTE-ARCHIVO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-ACTUAL.
           MOVE SPACES TO REPORTE-FILENAME.
               MOVE RECHAZO-MESSAGE TO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE RETENIDA-MESSAGE TO LINEA-REPORTE
               WRITE LINEA-REPORTE

               MOVE REVERSA-MESSAGE TO LINEA-REPORTE
               WRITE LINEA-REPORTE

                   WRITE LINEA-REPORTE
               END-PERFORM

               IF NUM-LIMITES > 0
                   MOVE "Cuentas que Alcanzaron su Límite Diario:"
                     TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   PERFORM VARYING LIM-IDX FROM 1 BY 1
                     UNTIL LIM-IDX > NUM-LIMITES
                       PERFORM FORMATEAR-LIMITE-MESSAGE
                       MOVE LIMITE-MESSAGE TO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-PERFORM
               END-IF

               MOVE "Posición Neta por Banco:" TO LINEA-REPORTE
               WRITE LINEA-REPORTE

