      ******************************************************************
      * DW-EXTRACT: Extracto nocturno de cambios para el almacen de
      * datos
      *
      * El equipo de analitica copiaba cada noche el directorio de
      * datos entero y deducia por su cuenta que habia cambiado.
      * Este paso del cierre compara cada maestro con la foto de la
      * noche anterior (data/dw/snapshot-<fichero>.csv) y escribe
      * solo las diferencias, por clave, en ficheros de ancho fijo:
      *   ACCOUNTS       data/account-master.csv  (clave: cuenta)
      *   CUSTOMERS      data/customers.csv       (clave: cliente)
      *   CUST-ACCOUNTS  data/customer-accounts.csv
      *                                    (clave: cliente,cuenta)
      *   LOANS          data/loans.csv           (clave: prestamo)
      *   TERM-DEPOSITS  data/term-deposits.csv   (clave: deposito)
      *   HOLDS          data/holds.csv           (clave: retencion)
      * con accion I (alta), U (modificacion: la fila ha cambiado)
      * o D (baja: la clave ya no esta; se envian los ultimos datos
      * conocidos). La primera noche, sin foto, todo sale como alta.
      *
      * El ledger (LEDGER) no se compara: se extraen las filas
      * posteriores a la ultima extraida, que se localiza por su
      * referencia y su fecha en las particiones del manifiesto
      * data/tx-partitions.dat y en el ledger vivo (las filas sin
      * referencia que la siguen se cuentan). Si esa fila ya no
      * aparece, el extracto se detiene con RC 8 en vez de saltarse
      * o repetir historia.
      *
      * Salida en data/dw/, todo con la fecha de negocio y el numero
      * de extracto (consecutivo entre noches):
      *   dw-AAAAMMDD-NNNNNN-<fichero>.dat
      *     H tipo(1) entidad(14) fecha(10) extracto(6) registros(9)
      *       total-control(15) longitud(4) altas(9) modif(9)
      *       bajas(9)
      *     D tipo(1) accion(1) clave(42) y las columnas del fichero
      *       de origen, cada una en su anchura fija (ver
      *       DEFINE-ENTITIES)
      *   dw-AAAAMMDD-NNNNNN-manifest.dat
      *     H tipo(1) fecha(10) extracto(6) fecha-anterior(10)
      *       extracto-anterior(6) ficheros(2)
      *     F tipo(1) fichero(40) entidad(14) registros(9)
      *       total-control(15) altas(9) modif(9) bajas(9)
      *     L tipo(1) desde-ref(20) desde-fecha(10) hasta-ref(20)
      *       hasta-fecha(10) filas(9)
      *     T tipo(1) registros(9) total-control(15)
      * El total de control de un fichero es la suma de los codigos
      * de caracter de todo lo que no es blanco en sus registros de
      * detalle, de modo que no depende de los blancos de relleno.
      * El manifiesto se escribe al final: el cargador solo debe
      * tomar un extracto con manifiesto, comprobar que el numero de
      * extracto sigue al anterior y cuadrar registros y totales de
      * cada fichero.
      *
      * Las fotos nuevas y el estado (data/dw/dw-state.dat:
      * extracto,fecha,ultima-ref,fecha-ultima-ref,filas-sin-ref) se
      * confirman despues del manifiesto. Una segunda ejecucion
      * correcta para la misma fecha de negocio se rechaza salvo con
      * MINIBANK_FORCE_RUN=Y.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DW-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT SNAP-FILE ASSIGN TO DYNAMIC WS-SNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SNAP-NEW-FILE ASSIGN TO DYNAMIC WS-SNAP-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-FILE ASSIGN TO "data/dw/dw-work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATE-FILE ASSIGN TO "data/dw/dw-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT PART-MANIFEST-FILE ASSIGN TO
               "data/tx-partitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-MANIFEST-STATUS.
           SELECT TX-FILE ASSIGN TO DYNAMIC WS-TX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT JOB-RUNS-FILE ASSIGN TO "data/job-runs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRUNS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRC-FILE.
       01  SRC-LINE              PIC X(400).
       FD  SNAP-FILE.
       01  SNAP-LINE             PIC X(400).
       FD  SNAP-NEW-FILE.
       01  SNAP-NEW-LINE         PIC X(400).
       FD  WORK-FILE.
       01  WORK-LINE             PIC X(400).
       FD  OUT-FILE.
       01  OUT-LINE              PIC X(400).
       FD  MANIFEST-FILE.
       01  MANIFEST-LINE         PIC X(132).
       FD  STATE-FILE.
       01  STATE-LINE            PIC X(100).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  TX-FILE.
       01  TX-LINE               PIC X(400).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  JOB-RUNS-FILE.
       01  JOB-RUNS-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-SRC-STATUS         PIC XX.
       77  WS-SNAP-STATUS        PIC XX.
       77  WS-WORK-STATUS        PIC XX.
       77  WS-STATE-STATUS       PIC XX.
       77  WS-PART-MANIFEST-STATUS PIC XX.
       77  WS-TX-STATUS          PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-EOF                PIC X VALUE "N".

       77  WS-SRC-PATH           PIC X(60).
       77  WS-SNAP-PATH          PIC X(60).
       77  WS-SNAP-NEW-PATH      PIC X(60).
       77  WS-OUT-PATH           PIC X(60).
       77  WS-OUT-NAME           PIC X(40).
       77  WS-MANIFEST-PATH      PIC X(60).
       77  WS-TX-PATH            PIC X(60).
       77  WS-FILE-PREFIX        PIC X(20).

       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-BUSDATE-LINE       PIC X(10).

      * Libro de control de ejecuciones (ver STANDING-ORDERS)
       77  WS-JOBRUNS-STATUS     PIC XX.
       77  WS-JOBRUNS-LINE       PIC X(80).
       77  WS-JR-JOB             PIC X(16).
       77  WS-JR-DATE            PIC X(10).
       77  WS-JR-EVENT           PIC X(5).
       77  WS-JR-OUTCOME         PIC X(4).
       77  WS-JOB-NAME           PIC X(16) VALUE "DW-EXTRACT".
       77  WS-RUN-TIME           PIC X(8).
       77  WS-ENV-FORCE          PIC X VALUE SPACE.

       77  WS-COMMAND            PIC X(200).
       77  WS-RC                 PIC S9(9) COMP-5.

      * Estado del extracto anterior (data/dw/dw-state.dat)
       77  WS-ST-SEQ-STR         PIC X(10).
       77  WS-ST-DATE            PIC X(10) VALUE SPACES.
       77  WS-ST-LAST-REF        PIC X(20) VALUE SPACES.
       77  WS-ST-LAST-DATE       PIC X(10) VALUE SPACES.
       77  WS-ST-ROWS-STR        PIC X(10).
       77  WS-ST-SEQ             PIC 9(6) VALUE 0.
       77  WS-ST-ROWS-AFTER      PIC 9(9) VALUE 0.
       77  WS-SEQ                PIC 9(6) VALUE 0.

      * Entidades que se comparan contra la foto anterior
       77  WS-ENT-MAX            PIC 9(2) COMP VALUE 0.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 6 TIMES INDEXED BY IX-ENT.
               10  ENT-NAME          PIC X(14).
               10  ENT-SOURCE        PIC X(40).
               10  ENT-TAG           PIC X(20).
      *        'Y' si la primera fila del origen es una cabecera
               10  ENT-SKIP-HEADER   PIC X.
               10  ENT-KEY-COLS      PIC 9.
               10  ENT-FLD-COUNT     PIC 9(2).
               10  ENT-RECLEN        PIC 9(4).
               10  ENT-WIDTHS        PIC X(39).
               10  ENT-WIDTH-TAB REDEFINES ENT-WIDTHS.
                   15  ENT-WIDTH     PIC 9(3) OCCURS 13 TIMES.

      * Anchuras de las columnas del ledger
       01  WS-LEDGER-LAYOUT.
           05  LDG-WIDTHS        PIC X(39) VALUE
               "010030010020042020015003".
           05  LDG-WIDTH-TAB REDEFINES LDG-WIDTHS.
               10  LDG-WIDTH     PIC 9(3) OCCURS 13 TIMES.
       77  LDG-FLD-COUNT         PIC 9(2) VALUE 8.

      * Columnas de la fila en curso y anchuras que se le aplican
       01  WS-FIELDS.
           05  WS-FLD            PIC X(100) OCCURS 13 TIMES.
       77  WS-CUR-FLD-COUNT      PIC 9(2).
       01  WS-CUR-LAYOUT.
           05  WS-CUR-WIDTH      PIC 9(3) OCCURS 13 TIMES.
       77  WS-FX                 PIC 9(2) COMP.
       77  WS-POS                PIC 9(4) COMP.
       77  WS-WIDTH              PIC 9(3).
       77  WS-TRUNCATED          PIC 9(7) VALUE 0.

       77  WS-ROW                PIC X(400).
       77  WS-KEY                PIC X(42).
       77  WS-ROW-NUM            PIC 9(9) COMP.

      * Foto de la noche anterior de la entidad en curso
       77  WS-OLD-MAX            PIC 9(5) COMP VALUE 5000.
       77  WS-OLD-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 5000 TIMES INDEXED BY IX-OLD.
               10  OLD-KEY           PIC X(42).
               10  OLD-LINE          PIC X(400).
               10  OLD-MATCHED       PIC X.
       77  WS-OLD-FOUND          PIC X.

      * Totales del fichero de cambios en curso
       77  WS-CNT-INSERTS        PIC 9(9) VALUE 0.
       77  WS-CNT-UPDATES        PIC 9(9) VALUE 0.
       77  WS-CNT-DELETES        PIC 9(9) VALUE 0.
       77  WS-CNT-RECORDS        PIC 9(9) VALUE 0.
       77  WS-HASH-TOTAL         PIC 9(15) VALUE 0.
       77  WS-HX                 PIC 9(4) COMP.
       77  WS-CUR-ENTITY         PIC X(14).
       77  WS-CUR-TAG            PIC X(20).
       77  WS-CUR-RECLEN         PIC 9(4).
       77  WS-CUR-KEY-COLS       PIC 9.

      * Ficheros del extracto, para el manifiesto
       77  WS-MAN-MAX            PIC 9(2) COMP VALUE 0.
       01  WS-MAN-TABLE.
           05  WS-MAN-ENTRY OCCURS 7 TIMES INDEXED BY IX-MAN.
               10  MAN-FILE          PIC X(40).
               10  MAN-ENTITY        PIC X(14).
               10  MAN-RECORDS       PIC 9(9).
               10  MAN-HASH          PIC 9(15).
               10  MAN-INSERTS       PIC 9(9).
               10  MAN-UPDATES       PIC 9(9).
               10  MAN-DELETES       PIC 9(9).
       77  WS-TOTAL-RECORDS      PIC 9(9) VALUE 0.
       77  WS-TOTAL-HASH         PIC 9(15) VALUE 0.

      * Recorrido del ledger: S busca la ultima fila extraida, K
      * salta las filas sin referencia que ya salieron, E extrae
       77  WS-LEDGER-MODE        PIC X.
           88  LEDGER-SEEKING        VALUE "S".
           88  LEDGER-SKIPPING       VALUE "K".
           88  LEDGER-EMITTING       VALUE "E".
       77  WS-SKIP-LEFT          PIC 9(9).
       77  WS-PART-MONTH         PIC X(7).
       77  WS-FROM-MONTH         PIC X(7).
       77  WS-NEW-LAST-REF       PIC X(20).
       77  WS-NEW-LAST-DATE      PIC X(10).
       77  WS-NEW-ROWS-AFTER     PIC 9(9).
       77  WS-LEDGER-ROWS        PIC 9(9) VALUE 0.

      * Registro de cabecera de un fichero de cambios
       01  DW-HEADER-REC.
           05  DWH-TYPE          PIC X VALUE "H".
           05  DWH-ENTITY        PIC X(14).
           05  DWH-DATE          PIC X(10).
           05  DWH-SEQ           PIC 9(6).
           05  DWH-RECORDS       PIC 9(9).
           05  DWH-HASH          PIC 9(15).
           05  DWH-RECLEN        PIC 9(4).
           05  DWH-INSERTS       PIC 9(9).
           05  DWH-UPDATES       PIC 9(9).
           05  DWH-DELETES       PIC 9(9).

      * Registro de detalle: accion, clave y columnas de ancho fijo
       01  DW-DETAIL-REC.
           05  DWD-TYPE          PIC X.
           05  DWD-ACTION        PIC X.
           05  DWD-KEY           PIC X(42).
           05  DWD-DATA          PIC X(356).

      * Registros del manifiesto
       01  DWM-HEADER-REC.
           05  DWMH-TYPE         PIC X VALUE "H".
           05  DWMH-DATE         PIC X(10).
           05  DWMH-SEQ          PIC 9(6).
           05  DWMH-PREV-DATE    PIC X(10).
           05  DWMH-PREV-SEQ     PIC 9(6).
           05  DWMH-FILES        PIC 9(2).
       01  DWM-FILE-REC.
           05  DWMF-TYPE         PIC X VALUE "F".
           05  DWMF-FILE         PIC X(40).
           05  DWMF-ENTITY       PIC X(14).
           05  DWMF-RECORDS      PIC 9(9).
           05  DWMF-HASH         PIC 9(15).
           05  DWMF-INSERTS      PIC 9(9).
           05  DWMF-UPDATES      PIC 9(9).
           05  DWMF-DELETES      PIC 9(9).
       01  DWM-LEDGER-REC.
           05  DWML-TYPE         PIC X VALUE "L".
           05  DWML-FROM-REF     PIC X(20).
           05  DWML-FROM-DATE    PIC X(10).
           05  DWML-TO-REF       PIC X(20).
           05  DWML-TO-DATE      PIC X(10).
           05  DWML-ROWS         PIC 9(9).
       01  DWM-TRAILER-REC.
           05  DWMT-TYPE         PIC X VALUE "T".
           05  DWMT-RECORDS      PIC 9(9).
           05  DWMT-HASH         PIC 9(15).

       77  WS-NUM-EDIT           PIC Z(8)9.
       77  WS-INS-EDIT           PIC Z(8)9.
       77  WS-UPD-EDIT           PIC Z(8)9.
       77  WS-DEL-EDIT           PIC Z(8)9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM RECORD-RUN-START

           MOVE "mkdir -p data/dw" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "ERROR: no se pudo crear data/dw"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-STATE
           ADD 1 TO WS-ST-SEQ GIVING WS-SEQ

           MOVE SPACES TO WS-FILE-PREFIX
           STRING "dw-" DELIMITED BY SIZE
                  WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  WS-TODAY-DATE(6:2) DELIMITED BY SIZE
                  WS-TODAY-DATE(9:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SEQ DELIMITED BY SIZE
               INTO WS-FILE-PREFIX
           END-STRING

           DISPLAY "EXTRACTO PARA EL ALMACEN DE DATOS - "
               WS-TODAY-DATE " (extracto " WS-SEQ ")"

           PERFORM DEFINE-ENTITIES
           PERFORM VARYING IX-ENT FROM 1 BY 1
               UNTIL IX-ENT > WS-ENT-MAX
               PERFORM EXTRACT-ENTITY
           END-PERFORM

           PERFORM EXTRACT-LEDGER

           IF WS-TRUNCATED > 0
               MOVE WS-TRUNCATED TO WS-NUM-EDIT
               DISPLAY "AVISO: " FUNCTION TRIM(WS-NUM-EDIT)
                   " columnas recortadas a su anchura fija"
           END-IF

           PERFORM WRITE-MANIFEST
           PERFORM COMMIT-SNAPSHOTS
           PERFORM WRITE-STATE

           MOVE "rm -f data/dw/dw-work.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC

           DISPLAY "Manifiesto: " FUNCTION TRIM(WS-MANIFEST-PATH)
           PERFORM RECORD-RUN-END-OK
           GOBACK
           .

      * ----------------------------------------------------------------
      * DEFINE-ENTITIES - Ficheros que se comparan y anchura fija de
      * cada una de sus columnas, en el orden del fichero de origen
      * ----------------------------------------------------------------
       DEFINE-ENTITIES.
      *    cuenta,nombre,estado,descubierto,limite,saldo,producto
           MOVE 1 TO WS-ENT-MAX
           MOVE "ACCOUNTS" TO ENT-NAME(1)
           MOVE "data/account-master.csv" TO ENT-SOURCE(1)
           MOVE "accounts" TO ENT-TAG(1)
           MOVE "Y" TO ENT-SKIP-HEADER(1)
           MOVE 1 TO ENT-KEY-COLS(1)
           MOVE 7 TO ENT-FLD-COUNT(1)
           MOVE "030060012020020020015" TO ENT-WIDTHS(1)

      *    cliente,nombre,direccion,telefono,documento,fiscal,riesgo,
      *    revision,fallecimiento,nacimiento,tutor,correo-devuelto,
      *    motivo
           ADD 1 TO WS-ENT-MAX
           MOVE "CUSTOMERS" TO ENT-NAME(2)
           MOVE "data/customers.csv" TO ENT-SOURCE(2)
           MOVE "customers" TO ENT-TAG(2)
           MOVE "N" TO ENT-SKIP-HEADER(2)
           MOVE 1 TO ENT-KEY-COLS(2)
           MOVE 13 TO ENT-FLD-COUNT(2)
           MOVE "010060080020020010008010010010010010030"
               TO ENT-WIDTHS(2)

      *    cliente,cuenta,rol,limite
           ADD 1 TO WS-ENT-MAX
           MOVE "CUST-ACCOUNTS" TO ENT-NAME(3)
           MOVE "data/customer-accounts.csv" TO ENT-SOURCE(3)
           MOVE "customer-accounts" TO ENT-TAG(3)
           MOVE "N" TO ENT-SKIP-HEADER(3)
           MOVE 2 TO ENT-KEY-COLS(3)
           MOVE 4 TO ENT-FLD-COUNT(3)
           MOVE "010030012020" TO ENT-WIDTHS(3)

      *    prestamo,cuenta,principal,tipo,plazo,cuota,proxima,estado
      *    y condiciones originales y fecha de reestructuracion
           ADD 1 TO WS-ENT-MAX
           MOVE "LOANS" TO ENT-NAME(4)
           MOVE "data/loans.csv" TO ENT-SOURCE(4)
           MOVE "loans" TO ENT-TAG(4)
           MOVE "N" TO ENT-SKIP-HEADER(4)
           MOVE 1 TO ENT-KEY-COLS(4)
           MOVE 13 TO ENT-FLD-COUNT(4)
           MOVE "012030020015006020010012020015006020010"
               TO ENT-WIDTHS(4)

      *    deposito,cuenta,principal,tipo,apertura,vencimiento,
      *    instruccion,estado
           ADD 1 TO WS-ENT-MAX
           MOVE "TERM-DEPOSITS" TO ENT-NAME(5)
           MOVE "data/term-deposits.csv" TO ENT-SOURCE(5)
           MOVE "term-deposits" TO ENT-TAG(5)
           MOVE "N" TO ENT-SKIP-HEADER(5)
           MOVE 1 TO ENT-KEY-COLS(5)
           MOVE 8 TO ENT-FLD-COUNT(5)
           MOVE "010030020015010010006010" TO ENT-WIDTHS(5)

      *    retencion,cuenta,importe,motivo,quien,vencimiento,estado,
      *    fecha
           ADD 1 TO WS-ENT-MAX
           MOVE "HOLDS" TO ENT-NAME(6)
           MOVE "data/holds.csv" TO ENT-SOURCE(6)
           MOVE "holds" TO ENT-TAG(6)
           MOVE "N" TO ENT-SKIP-HEADER(6)
           MOVE 1 TO ENT-KEY-COLS(6)
           MOVE 8 TO ENT-FLD-COUNT(6)
           MOVE "012030020040020010010010" TO ENT-WIDTHS(6)

           PERFORM VARYING IX-ENT FROM 1 BY 1
               UNTIL IX-ENT > WS-ENT-MAX
               MOVE 44 TO ENT-RECLEN(IX-ENT)
               PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > ENT-FLD-COUNT(IX-ENT)
                   ADD ENT-WIDTH(IX-ENT, WS-FX) TO ENT-RECLEN(IX-ENT)
               END-PERFORM
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * EXTRACT-ENTITY - Compara el maestro IX-ENT con su foto de la
      * noche anterior y escribe su fichero de cambios
      * ----------------------------------------------------------------
       EXTRACT-ENTITY.
           MOVE ENT-NAME(IX-ENT) TO WS-CUR-ENTITY
           MOVE ENT-TAG(IX-ENT) TO WS-CUR-TAG
           MOVE ENT-RECLEN(IX-ENT) TO WS-CUR-RECLEN
           MOVE ENT-KEY-COLS(IX-ENT) TO WS-CUR-KEY-COLS
           MOVE ENT-FLD-COUNT(IX-ENT) TO WS-CUR-FLD-COUNT
           MOVE ENT-WIDTHS(IX-ENT) TO WS-CUR-LAYOUT
           MOVE 0 TO WS-CNT-INSERTS WS-CNT-UPDATES WS-CNT-DELETES
           MOVE 0 TO WS-CNT-RECORDS WS-HASH-TOTAL

           MOVE SPACES TO WS-SNAP-PATH WS-SNAP-NEW-PATH
           STRING "data/dw/snapshot-" DELIMITED BY SIZE
                  WS-CUR-TAG DELIMITED BY SPACE
                  ".csv" DELIMITED BY SIZE
               INTO WS-SNAP-PATH
           END-STRING
           STRING WS-SNAP-PATH DELIMITED BY SPACE
                  ".new" DELIMITED BY SIZE
               INTO WS-SNAP-NEW-PATH
           END-STRING

           PERFORM LOAD-OLD-SNAPSHOT

           MOVE ENT-SOURCE(IX-ENT) TO WS-SRC-PATH
           OPEN INPUT SRC-FILE
           IF WS-SRC-STATUS NOT = "00"
      *        Un maestro que desaparece no es una baja masiva
               IF WS-OLD-COUNT > 0
                   DISPLAY "ERROR: no existe "
                       FUNCTION TRIM(WS-SRC-PATH)
                       " y la foto anterior tiene filas; extracto "
                       "no generado"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT WORK-FILE
           OPEN OUTPUT SNAP-NEW-FILE

           IF WS-SRC-STATUS = "00"
               MOVE 0 TO WS-ROW-NUM
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SRC-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROW-NUM
                           MOVE SRC-LINE TO WS-ROW
                           PERFORM COMPARE-CURRENT-ROW
                   END-READ
               END-PERFORM
               CLOSE SRC-FILE
           END-IF

      *    Lo que queda sin emparejar en la foto es una baja
           PERFORM VARYING IX-OLD FROM 1 BY 1
               UNTIL IX-OLD > WS-OLD-COUNT
               IF OLD-MATCHED(IX-OLD) = "N"
                   MOVE OLD-LINE(IX-OLD) TO WS-ROW
                   PERFORM SPLIT-ROW
                   MOVE OLD-KEY(IX-OLD) TO WS-KEY
                   MOVE "D" TO DWD-ACTION
                   PERFORM WRITE-DETAIL
                   ADD 1 TO WS-CNT-DELETES
               END-IF
           END-PERFORM

           CLOSE SNAP-NEW-FILE
           CLOSE WORK-FILE

           PERFORM WRITE-CHANGE-FILE

           MOVE WS-CNT-INSERTS TO WS-INS-EDIT
           MOVE WS-CNT-UPDATES TO WS-UPD-EDIT
           MOVE WS-CNT-DELETES TO WS-DEL-EDIT
           DISPLAY "  " WS-CUR-ENTITY " altas " WS-INS-EDIT
               "  modif " WS-UPD-EDIT "  bajas " WS-DEL-EDIT
           .

      * ----------------------------------------------------------------
      * LOAD-OLD-SNAPSHOT - Foto de la noche anterior; sin foto (primer
      * extracto) todas las filas actuales salen como altas
      * ----------------------------------------------------------------
       LOAD-OLD-SNAPSHOT.
           MOVE 0 TO WS-OLD-COUNT
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SNAP-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SNAP-LINE NOT = SPACES
                           PERFORM ADD-OLD-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SNAP-FILE
           .

       ADD-OLD-ROW.
           IF WS-OLD-COUNT >= WS-OLD-MAX
               DISPLAY "ERROR: la foto de " WS-CUR-ENTITY
                   " supera " WS-OLD-MAX " filas; extracto no "
                   "generado"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SNAP-LINE TO WS-ROW
           PERFORM SPLIT-ROW
           ADD 1 TO WS-OLD-COUNT
           MOVE WS-KEY TO OLD-KEY(WS-OLD-COUNT)
           MOVE SNAP-LINE TO OLD-LINE(WS-OLD-COUNT)
           MOVE "N" TO OLD-MATCHED(WS-OLD-COUNT)
           .

      * ----------------------------------------------------------------
      * COMPARE-CURRENT-ROW - Alta si la clave no estaba en la foto,
      * modificacion si estaba con otro contenido
      * ----------------------------------------------------------------
       COMPARE-CURRENT-ROW.
           IF WS-ROW = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-NUM = 1 AND ENT-SKIP-HEADER(IX-ENT) = "Y"
               EXIT PARAGRAPH
           END-IF

           WRITE SNAP-NEW-LINE FROM WS-ROW
           PERFORM SPLIT-ROW

           MOVE "N" TO WS-OLD-FOUND
           SET IX-OLD TO 1
           SEARCH WS-OLD-ENTRY
               WHEN IX-OLD > WS-OLD-COUNT
                   CONTINUE
               WHEN OLD-KEY(IX-OLD) = WS-KEY
                   AND OLD-MATCHED(IX-OLD) = "N"
                   MOVE "Y" TO WS-OLD-FOUND
                   MOVE "Y" TO OLD-MATCHED(IX-OLD)
           END-SEARCH

           IF WS-OLD-FOUND = "N"
               MOVE "I" TO DWD-ACTION
               PERFORM WRITE-DETAIL
               ADD 1 TO WS-CNT-INSERTS
               EXIT PARAGRAPH
           END-IF

           IF OLD-LINE(IX-OLD) NOT = WS-ROW
               MOVE "U" TO DWD-ACTION
               PERFORM WRITE-DETAIL
               ADD 1 TO WS-CNT-UPDATES
           END-IF
           .

      * ----------------------------------------------------------------
      * SPLIT-ROW - Columnas de WS-ROW y su clave (primera columna, o
      * las dos primeras separadas por coma)
      * ----------------------------------------------------------------
       SPLIT-ROW.
           MOVE SPACES TO WS-FIELDS
           UNSTRING WS-ROW DELIMITED BY ","
               INTO WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
                    WS-FLD(5) WS-FLD(6) WS-FLD(7) WS-FLD(8)
                    WS-FLD(9) WS-FLD(10) WS-FLD(11) WS-FLD(12)
                    WS-FLD(13)
           END-UNSTRING

           MOVE SPACES TO WS-KEY
           IF WS-CUR-KEY-COLS = 2
               STRING WS-FLD(1) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-FLD(2) DELIMITED BY SPACE
                   INTO WS-KEY
               END-STRING
           ELSE
               MOVE WS-FLD(1) TO WS-KEY
           END-IF
           .

      * ----------------------------------------------------------------
      * WRITE-DETAIL - Registro de ancho fijo con las columnas de
      * WS-FIELDS segun WS-CUR-LAYOUT; acumula el total de control
      * ----------------------------------------------------------------
       WRITE-DETAIL.
           MOVE "D" TO DWD-TYPE
           MOVE WS-KEY TO DWD-KEY
           MOVE SPACES TO DWD-DATA
           MOVE 1 TO WS-POS
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-CUR-FLD-COUNT
               MOVE WS-CUR-WIDTH(WS-FX) TO WS-WIDTH
               MOVE WS-FLD(WS-FX)(1:WS-WIDTH)
                   TO DWD-DATA(WS-POS:WS-WIDTH)
               IF WS-FLD(WS-FX)(WS-WIDTH + 1:) NOT = SPACES
                   ADD 1 TO WS-TRUNCATED
               END-IF
               ADD WS-WIDTH TO WS-POS
           END-PERFORM

           PERFORM VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-CUR-RECLEN
               IF DW-DETAIL-REC(WS-HX:1) NOT = SPACE
                   COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
                       + FUNCTION ORD(DW-DETAIL-REC(WS-HX:1)) - 1
               END-IF
           END-PERFORM

           WRITE WORK-LINE FROM DW-DETAIL-REC
           ADD 1 TO WS-CNT-RECORDS
           .

      * ----------------------------------------------------------------
      * WRITE-CHANGE-FILE - Cabecera de control y detalle acumulado
      * en el fichero de trabajo; queda anotado para el manifiesto
      * ----------------------------------------------------------------
       WRITE-CHANGE-FILE.
           MOVE SPACES TO WS-OUT-NAME
           STRING WS-FILE-PREFIX DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-CUR-TAG DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
               INTO WS-OUT-NAME
           END-STRING
           MOVE SPACES TO WS-OUT-PATH
           STRING "data/dw/" DELIMITED BY SIZE
                  WS-OUT-NAME DELIMITED BY SPACE
               INTO WS-OUT-PATH
           END-STRING

           MOVE WS-CUR-ENTITY TO DWH-ENTITY
           MOVE WS-TODAY-DATE TO DWH-DATE
           MOVE WS-SEQ TO DWH-SEQ
           MOVE WS-CNT-RECORDS TO DWH-RECORDS
           MOVE WS-HASH-TOTAL TO DWH-HASH
           MOVE WS-CUR-RECLEN TO DWH-RECLEN
           MOVE WS-CNT-INSERTS TO DWH-INSERTS
           MOVE WS-CNT-UPDATES TO DWH-UPDATES
           MOVE WS-CNT-DELETES TO DWH-DELETES

           OPEN OUTPUT OUT-FILE
           WRITE OUT-LINE FROM DW-HEADER-REC

           OPEN INPUT WORK-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ WORK-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE OUT-LINE FROM WORK-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE OUT-FILE

           ADD 1 TO WS-MAN-MAX
           MOVE WS-OUT-NAME TO MAN-FILE(WS-MAN-MAX)
           MOVE WS-CUR-ENTITY TO MAN-ENTITY(WS-MAN-MAX)
           MOVE WS-CNT-RECORDS TO MAN-RECORDS(WS-MAN-MAX)
           MOVE WS-HASH-TOTAL TO MAN-HASH(WS-MAN-MAX)
           MOVE WS-CNT-INSERTS TO MAN-INSERTS(WS-MAN-MAX)
           MOVE WS-CNT-UPDATES TO MAN-UPDATES(WS-MAN-MAX)
           MOVE WS-CNT-DELETES TO MAN-DELETES(WS-MAN-MAX)
           ADD WS-CNT-RECORDS TO WS-TOTAL-RECORDS
           ADD WS-HASH-TOTAL TO WS-TOTAL-HASH
           .

      * ----------------------------------------------------------------
      * EXTRACT-LEDGER - Filas del ledger posteriores a la ultima
      * extraida: particiones del manifiesto desde su mes y despues
      * el ledger vivo
      * ----------------------------------------------------------------
       EXTRACT-LEDGER.
           MOVE "LEDGER" TO WS-CUR-ENTITY
           MOVE "ledger" TO WS-CUR-TAG
           MOVE LDG-FLD-COUNT TO WS-CUR-FLD-COUNT
           MOVE LDG-WIDTHS TO WS-CUR-LAYOUT
           MOVE 44 TO WS-CUR-RECLEN
           PERFORM VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > LDG-FLD-COUNT
               ADD LDG-WIDTH(WS-FX) TO WS-CUR-RECLEN
           END-PERFORM
           MOVE 0 TO WS-CNT-INSERTS WS-CNT-UPDATES WS-CNT-DELETES
           MOVE 0 TO WS-CNT-RECORDS WS-HASH-TOTAL

           MOVE WS-ST-LAST-REF TO WS-NEW-LAST-REF
           MOVE WS-ST-LAST-DATE TO WS-NEW-LAST-DATE
           MOVE WS-ST-ROWS-AFTER TO WS-NEW-ROWS-AFTER
           MOVE WS-ST-ROWS-AFTER TO WS-SKIP-LEFT
           MOVE SPACES TO WS-FROM-MONTH

           EVALUATE TRUE
               WHEN WS-ST-LAST-REF NOT = SPACES
                   SET LEDGER-SEEKING TO TRUE
                   MOVE WS-ST-LAST-DATE(1:7) TO WS-FROM-MONTH
               WHEN WS-ST-ROWS-AFTER > 0
                   SET LEDGER-SKIPPING TO TRUE
               WHEN OTHER
                   SET LEDGER-EMITTING TO TRUE
           END-EVALUATE

      *    La clave del ledger es su referencia (columna 6)
           MOVE 1 TO WS-CUR-KEY-COLS
           OPEN OUTPUT WORK-FILE

           OPEN INPUT PART-MANIFEST-FILE
           IF WS-PART-MANIFEST-STATUS = "00"
               PERFORM UNTIL WS-PART-MANIFEST-STATUS NOT = "00"
                   READ PART-MANIFEST-FILE
                   IF WS-PART-MANIFEST-STATUS = "00"
                       MOVE PART-MANIFEST-REC(1:7) TO WS-PART-MONTH
                       IF WS-PART-MONTH >= WS-FROM-MONTH
                           MOVE SPACES TO WS-TX-PATH
                           STRING "data/transactions-"
                                      DELIMITED BY SIZE
                                  WS-PART-MONTH DELIMITED BY SIZE
                                  ".csv" DELIMITED BY SIZE
                               INTO WS-TX-PATH
                           END-STRING
                           PERFORM SCAN-LEDGER-FILE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PART-MANIFEST-FILE
           END-IF

           MOVE "data/transactions.csv" TO WS-TX-PATH
           PERFORM SCAN-LEDGER-FILE

           CLOSE WORK-FILE

           IF LEDGER-SEEKING OR LEDGER-SKIPPING
               DISPLAY "ERROR: no se encuentra en el ledger la ultima "
                   "fila extraida (ref "
                   FUNCTION TRIM(WS-ST-LAST-REF) " del "
                   WS-ST-LAST-DATE "); extracto no generado"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-CHANGE-FILE
           MOVE WS-CNT-INSERTS TO WS-LEDGER-ROWS

           MOVE WS-CNT-INSERTS TO WS-INS-EDIT
           DISPLAY "  " WS-CUR-ENTITY " filas " WS-INS-EDIT
           .

       SCAN-LEDGER-FILE.
           OPEN INPUT TX-FILE
           IF WS-TX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TX-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE TX-LINE TO WS-ROW
                       PERFORM TAKE-LEDGER-ROW
               END-READ
           END-PERFORM

           CLOSE TX-FILE
           .

       TAKE-LEDGER-ROW.
      *    Registros de control HDR/TRL del fichero: no son apuntes
           IF WS-ROW = SPACES
               OR WS-ROW(1:3) = "HDR" OR WS-ROW(1:3) = "TRL"
               EXIT PARAGRAPH
           END-IF

           PERFORM SPLIT-ROW
           MOVE WS-FLD(6) TO WS-KEY

           EVALUATE TRUE
               WHEN LEDGER-SEEKING
                   IF WS-FLD(6) = WS-ST-LAST-REF
                       AND WS-FLD(1) = WS-ST-LAST-DATE
                       IF WS-SKIP-LEFT > 0
                           SET LEDGER-SKIPPING TO TRUE
                       ELSE
                           SET LEDGER-EMITTING TO TRUE
                       END-IF
                   END-IF
               WHEN LEDGER-SKIPPING
                   SUBTRACT 1 FROM WS-SKIP-LEFT
                   IF WS-SKIP-LEFT = 0
                       SET LEDGER-EMITTING TO TRUE
                   END-IF
               WHEN LEDGER-EMITTING
                   MOVE "I" TO DWD-ACTION
                   PERFORM WRITE-DETAIL
                   ADD 1 TO WS-CNT-INSERTS
                   IF WS-FLD(6) NOT = SPACES
                       MOVE WS-FLD(6) TO WS-NEW-LAST-REF
                       MOVE WS-FLD(1) TO WS-NEW-LAST-DATE
                       MOVE 0 TO WS-NEW-ROWS-AFTER
                   ELSE
                       ADD 1 TO WS-NEW-ROWS-AFTER
                   END-IF
           END-EVALUATE
           .

      * ----------------------------------------------------------------
      * WRITE-MANIFEST - Ultimo fichero del extracto: su presencia
      * indica al cargador que el juego esta completo
      * ----------------------------------------------------------------
       WRITE-MANIFEST.
           MOVE SPACES TO WS-MANIFEST-PATH
           STRING "data/dw/" DELIMITED BY SIZE
                  WS-FILE-PREFIX DELIMITED BY SPACE
                  "-manifest.dat" DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH
           END-STRING

           OPEN OUTPUT MANIFEST-FILE

           MOVE WS-TODAY-DATE TO DWMH-DATE
           MOVE WS-SEQ TO DWMH-SEQ
           MOVE WS-ST-DATE TO DWMH-PREV-DATE
           MOVE WS-ST-SEQ TO DWMH-PREV-SEQ
           MOVE WS-MAN-MAX TO DWMH-FILES
           WRITE MANIFEST-LINE FROM DWM-HEADER-REC

           PERFORM VARYING IX-MAN FROM 1 BY 1
               UNTIL IX-MAN > WS-MAN-MAX
               MOVE MAN-FILE(IX-MAN) TO DWMF-FILE
               MOVE MAN-ENTITY(IX-MAN) TO DWMF-ENTITY
               MOVE MAN-RECORDS(IX-MAN) TO DWMF-RECORDS
               MOVE MAN-HASH(IX-MAN) TO DWMF-HASH
               MOVE MAN-INSERTS(IX-MAN) TO DWMF-INSERTS
               MOVE MAN-UPDATES(IX-MAN) TO DWMF-UPDATES
               MOVE MAN-DELETES(IX-MAN) TO DWMF-DELETES
               WRITE MANIFEST-LINE FROM DWM-FILE-REC
           END-PERFORM

           MOVE WS-ST-LAST-REF TO DWML-FROM-REF
           MOVE WS-ST-LAST-DATE TO DWML-FROM-DATE
           MOVE WS-NEW-LAST-REF TO DWML-TO-REF
           MOVE WS-NEW-LAST-DATE TO DWML-TO-DATE
           MOVE WS-LEDGER-ROWS TO DWML-ROWS
           WRITE MANIFEST-LINE FROM DWM-LEDGER-REC

           MOVE WS-TOTAL-RECORDS TO DWMT-RECORDS
           MOVE WS-TOTAL-HASH TO DWMT-HASH
           WRITE MANIFEST-LINE FROM DWM-TRAILER-REC

           CLOSE MANIFEST-FILE
           .

      * ----------------------------------------------------------------
      * COMMIT-SNAPSHOTS - Las fotos de esta noche pasan a ser la base
      * del extracto siguiente
      * ----------------------------------------------------------------
       COMMIT-SNAPSHOTS.
           PERFORM VARYING IX-ENT FROM 1 BY 1
               UNTIL IX-ENT > WS-ENT-MAX
               MOVE SPACES TO WS-COMMAND
               STRING "mv data/dw/snapshot-" DELIMITED BY SIZE
                      ENT-TAG(IX-ENT) DELIMITED BY SPACE
                      ".csv.new data/dw/snapshot-" DELIMITED BY SIZE
                      ENT-TAG(IX-ENT) DELIMITED BY SPACE
                      ".csv" DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
               CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
               IF WS-RC NOT = 0
                   DISPLAY "ERROR: no se pudo confirmar la foto de "
                       ENT-NAME(IX-ENT)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           .

       READ-STATE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ STATE-FILE
               AT END MOVE SPACES TO STATE-LINE
           END-READ
           CLOSE STATE-FILE

           MOVE SPACES TO WS-ST-SEQ-STR WS-ST-ROWS-STR
           UNSTRING STATE-LINE DELIMITED BY ","
               INTO WS-ST-SEQ-STR WS-ST-DATE WS-ST-LAST-REF
                    WS-ST-LAST-DATE WS-ST-ROWS-STR
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-ST-SEQ-STR) = 0
               MOVE FUNCTION NUMVAL(WS-ST-SEQ-STR) TO WS-ST-SEQ
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ST-ROWS-STR) = 0
               MOVE FUNCTION NUMVAL(WS-ST-ROWS-STR)
                   TO WS-ST-ROWS-AFTER
           END-IF
           .

       WRITE-STATE.
           MOVE SPACES TO STATE-LINE
           STRING WS-SEQ DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-NEW-LAST-REF DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-NEW-LAST-DATE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-NEW-ROWS-AFTER DELIMITED BY SIZE
               INTO STATE-LINE
           END-STRING

           OPEN OUTPUT STATE-FILE
           WRITE STATE-LINE
           CLOSE STATE-FILE
           .

       GET-TODAY-DATE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING

           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE INTO WS-BUSDATE-LINE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE-FILE
               IF WS-BUSDATE-LINE NOT = SPACES
                   MOVE WS-BUSDATE-LINE TO WS-TODAY-DATE
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * CHECK-RUN-CONTROL - Rechaza un segundo extracto completado
      * para la misma fecha de negocio
      * ----------------------------------------------------------------
       CHECK-RUN-CONTROL.
           ACCEPT WS-ENV-FORCE FROM ENVIRONMENT "MINIBANK_FORCE_RUN"
           IF WS-ENV-FORCE = "Y"
               DISPLAY "AVISO: ejecucion forzada por supervisor "
                   "(MINIBANK_FORCE_RUN)"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT JOB-RUNS-FILE
           IF WS-JOBRUNS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-JOBRUNS-STATUS NOT = "00"
               READ JOB-RUNS-FILE INTO WS-JOBRUNS-LINE
               IF WS-JOBRUNS-STATUS = "00"
                   UNSTRING WS-JOBRUNS-LINE DELIMITED BY ","
                       INTO WS-JR-JOB WS-JR-DATE WS-JR-EVENT
                            WS-JR-OUTCOME
                   END-UNSTRING
                   IF WS-JR-JOB = WS-JOB-NAME
                       AND WS-JR-DATE = WS-TODAY-DATE
                       AND WS-JR-EVENT = "END"
                       AND WS-JR-OUTCOME = "OK"
                       DISPLAY "ERROR: " WS-JOB-NAME " ya se "
                           "ejecuto con exito para " WS-TODAY-DATE
                           "; use MINIBANK_FORCE_RUN=Y para forzar"
                       CLOSE JOB-RUNS-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM

           CLOSE JOB-RUNS-FILE
           .

       RECORD-RUN-START.
           MOVE "START" TO WS-JR-EVENT
           MOVE SPACES TO WS-JR-OUTCOME
           PERFORM APPEND-JOB-RUN
           .

       RECORD-RUN-END-OK.
           MOVE "END" TO WS-JR-EVENT
           MOVE "OK" TO WS-JR-OUTCOME
           PERFORM APPEND-JOB-RUN
           .

       APPEND-JOB-RUN.
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN EXTEND JOB-RUNS-FILE
           IF WS-JOBRUNS-STATUS = "05" OR WS-JOBRUNS-STATUS = "35"
               OPEN OUTPUT JOB-RUNS-FILE
           END-IF

           MOVE SPACES TO WS-JOBRUNS-LINE
           STRING WS-JOB-NAME   DELIMITED BY SPACE
                  ","           DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-JR-EVENT   DELIMITED BY SPACE
                  ","           DELIMITED BY SIZE
                  WS-JR-OUTCOME DELIMITED BY SPACE
                  ","           DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-JOBRUNS-LINE
           END-STRING
           WRITE JOB-RUNS-REC FROM WS-JOBRUNS-LINE
           CLOSE JOB-RUNS-FILE
           .

       END PROGRAM DW-EXTRACT.
