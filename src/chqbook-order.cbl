      ******************************************************************
      * CHQBOOK-ORDER: Pedido nocturno de talonarios a la imprenta
      *
      * La ventanilla emite el talonario (MBMAIN, cheques, opcion 1)
      * reservando su rango en data/cheque-register.csv con los
      * cheques PENDING y anotando el pedido ORDERED en
      * data/cheque-books.csv (cuenta,primer-numero,ultimo-numero,
      * cheques,sucursal-entrega,estado,fecha-pedido,fecha-estado,
      * reposicion-auto,comision,origen,fichero-pedido,ref-envio).
      * Este paso del cierre:
      *   - repone solo el talonario de las cuentas que lo pidieron
      *     (reposicion-auto Y en su talonario mas reciente): si ese
      *     talonario ya esta entregado (COLLECTED), no hay otro en
      *     curso, la cuenta sigue abierta y le quedan
      *     MINIBANK_CHQ_REORDER_LEFT cheques ISSUED o menos (5 por
      *     defecto), se pide uno igual a continuacion del numero
      *     mas alto de la cuenta (origen AUTO, cheques PENDING,
      *     comision PENDING, que MBMAIN cobra al entregarlo);
      *   - genera el pedido del dia para la imprenta
      *     data/chqbook-order-AAAAMMDD.txt con el esquema HDR/DTL/TRL
      *     de OUTBOUND-CLEARING:
      *       HDR fecha(AAAA-MM-DD) " MINIBANK TALONARIOS"
      *       DTL cuenta(30) titular(40) primer-numero(8)
      *           ultimo-numero(8) cheques(4) sucursal-entrega(8)
      *       TRL numero-de-talonarios(6) " " total-cheques(8)
      *     con cada talonario ORDERED, que pasa a SENT con el
      *     fichero en que salio. Una ejecucion forzada del mismo dia
      *     rehace el fichero con lo ya enviado en el mas lo nuevo.
      * El titular y el estado de la cuenta salen del maestro
      * indexado (MBACCT) si esta al dia; si no, de
      * data/account-master.csv y, en su defecto, data/accounts.csv.
      * La confirmacion de envio de la imprenta la importa
      * CHQBOOK-DISPATCH.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQBOOK-ORDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKS-FILE ASSIGN TO "data/cheque-books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKS-STATUS.
           SELECT BOOKS-OUT-FILE ASSIGN TO
               "data/cheque-books.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHQREG-FILE ASSIGN TO "data/cheque-register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQREG-STATUS.
           SELECT ORDER-FILE ASSIGN TO WS-ORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "data/account-master.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT BUSDATE-LOG-FILE ASSIGN TO "data/business-date.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-LOG-STATUS.

           SELECT JOB-RUNS-FILE ASSIGN TO "data/job-runs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRUNS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-RUNS-FILE.
       01  JOB-RUNS-REC          PIC X(80).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  BUSDATE-LOG-FILE.
       01  BUSDATE-LOG-REC       PIC X(10).
       FD  BOOKS-FILE.
       01  BOOKS-LINE            PIC X(200).
       FD  BOOKS-OUT-FILE.
       01  BOOKS-OUT-LINE        PIC X(200).
       FD  CHQREG-FILE.
       01  CHQREG-LINE           PIC X(100).
       FD  ORDER-FILE.
       01  ORDER-LINE            PIC X(120).
       FD  MASTER-FILE.
       01  MASTER-LINE           PIC X(200).
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(200).

       WORKING-STORAGE SECTION.

      * Libro de control de ejecuciones (ver STANDING-ORDERS)
       77  WS-JOBRUNS-STATUS     PIC XX.
       77  WS-JOBRUNS-LINE       PIC X(80).
       77  WS-JR-JOB             PIC X(20).
       77  WS-JR-DATE            PIC X(10).
       77  WS-JR-EVENT           PIC X(5).
       77  WS-JR-OUTCOME         PIC X(4).
       77  WS-ENV-FORCE          PIC X VALUE SPACE.
       77  WS-JOB-NAME           PIC X(18) VALUE "CHQBOOK-ORDER".
       77  WS-RUN-TIME           PIC X(8).

       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-BUSDATE-LOG-STATUS PIC XX.
       77  WS-BUSDATE-LINE       PIC X(10).

       77  WS-BOOKS-STATUS       PIC XX.
       77  WS-CHQREG-STATUS      PIC XX.
       77  WS-MASTER-STATUS      PIC XX.
       77  WS-SEED-STATUS        PIC XX.
       77  WS-EOF                PIC X VALUE "N".
       77  WS-CHANGED            PIC X VALUE "N".

       77  WS-ORDER-PATH         PIC X(40).

      * Registro de talonarios completo en memoria; se reescribe
      * entero (.new + mv) si algun talonario cambia
       77  WS-BK-MAX             PIC 9(4) COMP VALUE 2000.
       77  WS-BK-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY OCCURS 2000 TIMES INDEXED BY IX-BK.
               10  BK-ACCOUNT        PIC X(30).
               10  BK-FIRST          PIC X(8).
               10  BK-LAST           PIC X(8).
               10  BK-COUNT          PIC X(4).
               10  BK-BRANCH         PIC X(8).
               10  BK-STATUS         PIC X(10).
               10  BK-ORDERED        PIC X(10).
               10  BK-STATUS-DATE    PIC X(10).
               10  BK-REORDER        PIC X.
               10  BK-FEE            PIC X(8).
               10  BK-ORIGIN         PIC X(8).
               10  BK-FILE           PIC X(40).
               10  BK-REF            PIC X(20).
               10  BK-FIRST-NO       PIC 9(8).

      * Resumen del registro de cheques por cuenta: cheques ISSUED
      * que le quedan y numero mas alto reservado
       77  WS-RG-MAX             PIC 9(4) COMP VALUE 2000.
       77  WS-RG-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-RG-TABLE.
           05  WS-RG-ENTRY OCCURS 2000 TIMES INDEXED BY IX-RG.
               10  RG-ACCOUNT        PIC X(30).
               10  RG-ISSUED         PIC 9(5).
               10  RG-MAX-NO         PIC 9(8).
       77  WS-RG-FOUND           PIC X.

       77  WS-CHQ-ACCOUNT        PIC X(30).
       77  WS-CHQ-NUMBER         PIC X(10).
       77  WS-CHQ-STATE          PIC X(10).
       77  WS-CHQ-NO             PIC 9(8).

      * Umbral de reposicion automatica (cheques ISSUED restantes)
       77  WS-REORDER-LEFT       PIC 9(3) VALUE 5.
       77  WS-ENV-REORDER-LEFT   PIC X(5) VALUE SPACES.

      * Talonario mas reciente de la cuenta y si hay otro en curso
       77  WS-LATEST-IX          PIC 9(4) COMP.
       77  WS-LATEST-NO          PIC 9(8).
       77  WS-IN-PROGRESS        PIC X.
       77  WS-NEW-FIRST-NO       PIC 9(8).
       77  WS-NEW-LAST-NO        PIC 9(8).
       77  WS-NEW-LEAVES         PIC 9(4).
       77  WS-LEAF-NO            PIC 9(8).

      * Maestro indexado de cuentas (ver MBACCT)
       77  WS-ACM-MODE           PIC X VALUE "N".
       COPY mb-acct-if.

      * Cuenta consultada: titular y estado
       77  WS-LK-ID              PIC X(30).
       77  WS-LK-FOUND           PIC X.
       77  WS-LK-NAME            PIC X(40).
       77  WS-LK-STATUS          PIC X(10).
       77  WS-LK-F-ID            PIC X(30).
       77  WS-LK-F-NAME          PIC X(40).
       77  WS-LK-F-STATUS        PIC X(10).

       77  WS-REORDER-TOTAL      PIC 9(6) VALUE 0.
       77  WS-DETAIL-COUNT       PIC 9(6) VALUE 0.
       77  WS-LEAVES-TOTAL       PIC 9(8) VALUE 0.
       77  WS-SKIPPED-COUNT      PIC 9(6) VALUE 0.

       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

       77  WS-COUNT-EDIT         PIC 9(6).
       77  WS-LEAVES-EDIT        PIC 9(8).
       77  WS-BK-COUNT-EDIT      PIC 9(4).

       77  WS-MV-BOOKS           PIC X(60) VALUE
           "mv data/cheque-books.csv.new data/cheque-books.csv".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM RECORD-RUN-START

           ACCEPT WS-ENV-REORDER-LEFT
               FROM ENVIRONMENT "MINIBANK_CHQ_REORDER_LEFT"
           IF WS-ENV-REORDER-LEFT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-REORDER-LEFT) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-REORDER-LEFT)
                   TO WS-REORDER-LEFT
           END-IF

           PERFORM LOAD-BOOKS
           IF WS-BOOKS-STATUS NOT = "00"
               DISPLAY "Sin talonarios pedidos"
               PERFORM RECORD-RUN-END-OK
               GOBACK
           END-IF

           PERFORM LOAD-REGISTER-SUMMARY
           PERFORM OPEN-ACCOUNT-MASTER

           PERFORM AUTO-REORDER

           MOVE SPACES TO WS-ORDER-PATH
           STRING "data/chqbook-order-" DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-ORDER-PATH
           END-STRING

           OPEN OUTPUT ORDER-FILE
           MOVE SPACES TO ORDER-LINE
           STRING "HDR" WS-TODAY-DATE " MINIBANK TALONARIOS"
               DELIMITED BY SIZE INTO ORDER-LINE
           END-STRING
           WRITE ORDER-LINE

           PERFORM VARYING IX-BK FROM 1 BY 1
               UNTIL IX-BK > WS-BK-COUNT
               IF BK-STATUS(IX-BK) = "ORDERED"
                   OR (BK-STATUS(IX-BK) = "SENT"
                       AND BK-FILE(IX-BK) = WS-ORDER-PATH)
                   PERFORM WRITE-ORDER-DETAIL
               END-IF
           END-PERFORM

           MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT
           MOVE WS-LEAVES-TOTAL TO WS-LEAVES-EDIT
           MOVE SPACES TO ORDER-LINE
           STRING "TRL" WS-COUNT-EDIT " " WS-LEAVES-EDIT
               DELIMITED BY SIZE INTO ORDER-LINE
           END-STRING
           WRITE ORDER-LINE
           CLOSE ORDER-FILE

           IF WS-CHANGED = "Y"
               PERFORM REWRITE-BOOKS
           END-IF

           IF WS-ACM-MODE = "Y"
               SET ACCT-FUNC-CLOSE TO TRUE
               CALL "MBACCT" USING ACCT-REQUEST
           END-IF

           PERFORM RECORD-RUN-END-OK

           DISPLAY "Pedido a la imprenta generado: " WS-ORDER-PATH
           DISPLAY "Talonarios pedidos: " WS-DETAIL-COUNT
               " (" WS-LEAVES-TOTAL " cheques)"
           DISPLAY "Reposiciones automaticas: " WS-REORDER-TOTAL
           DISPLAY "Talonarios retenidos (cuenta no abierta): "
               WS-SKIPPED-COUNT
           GOBACK
           .

      * ----------------------------------------------------------------
      * AUTO-REORDER - Para cada cuenta con cheques en el registro,
      * repone el talonario si su talonario mas reciente lo pide
      * ----------------------------------------------------------------
       AUTO-REORDER.
           PERFORM VARYING IX-RG FROM 1 BY 1
               UNTIL IX-RG > WS-RG-COUNT
               PERFORM CHECK-ACCOUNT-REORDER
           END-PERFORM
           .

       CHECK-ACCOUNT-REORDER.
           MOVE 0 TO WS-LATEST-IX
           MOVE 0 TO WS-LATEST-NO
           MOVE "N" TO WS-IN-PROGRESS
           PERFORM VARYING IX-BK FROM 1 BY 1
               UNTIL IX-BK > WS-BK-COUNT
               IF BK-ACCOUNT(IX-BK) = RG-ACCOUNT(IX-RG)
                   AND BK-STATUS(IX-BK) NOT = "REJECTED"
                   IF BK-STATUS(IX-BK) = "ORDERED"
                       OR BK-STATUS(IX-BK) = "SENT"
                       OR BK-STATUS(IX-BK) = "DISPATCHED"
                       MOVE "Y" TO WS-IN-PROGRESS
                   END-IF
                   IF BK-FIRST-NO(IX-BK) > WS-LATEST-NO
                       MOVE BK-FIRST-NO(IX-BK) TO WS-LATEST-NO
                       SET WS-LATEST-IX TO IX-BK
                   END-IF
               END-IF
           END-PERFORM

           IF WS-LATEST-IX = 0
               OR WS-IN-PROGRESS = "Y"
               OR RG-ISSUED(IX-RG) > WS-REORDER-LEFT
               EXIT PARAGRAPH
           END-IF
           IF BK-STATUS(WS-LATEST-IX) NOT = "COLLECTED"
               OR BK-REORDER(WS-LATEST-IX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(BK-COUNT(WS-LATEST-IX)) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE RG-ACCOUNT(IX-RG) TO WS-LK-ID
           PERFORM LOOKUP-ACCOUNT
           IF WS-LK-FOUND = "N" OR WS-LK-STATUS NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF

           IF WS-BK-COUNT >= WS-BK-MAX
               DISPLAY "Aviso: registro de talonarios lleno; no se "
                   "repone " RG-ACCOUNT(IX-RG)
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(BK-COUNT(WS-LATEST-IX))
               TO WS-NEW-LEAVES
           COMPUTE WS-NEW-FIRST-NO = RG-MAX-NO(IX-RG) + 1
           COMPUTE WS-NEW-LAST-NO =
               WS-NEW-FIRST-NO + WS-NEW-LEAVES - 1

           ADD 1 TO WS-BK-COUNT
           MOVE RG-ACCOUNT(IX-RG) TO BK-ACCOUNT(WS-BK-COUNT)
           MOVE WS-NEW-FIRST-NO TO BK-FIRST(WS-BK-COUNT)
           MOVE WS-NEW-FIRST-NO TO BK-FIRST-NO(WS-BK-COUNT)
           MOVE WS-NEW-LAST-NO TO BK-LAST(WS-BK-COUNT)
           MOVE BK-COUNT(WS-LATEST-IX) TO BK-COUNT(WS-BK-COUNT)
           MOVE BK-BRANCH(WS-LATEST-IX) TO BK-BRANCH(WS-BK-COUNT)
           MOVE "ORDERED" TO BK-STATUS(WS-BK-COUNT)
           MOVE WS-TODAY-DATE TO BK-ORDERED(WS-BK-COUNT)
           MOVE WS-TODAY-DATE TO BK-STATUS-DATE(WS-BK-COUNT)
           MOVE "Y" TO BK-REORDER(WS-BK-COUNT)
           MOVE "PENDING" TO BK-FEE(WS-BK-COUNT)
           MOVE "AUTO" TO BK-ORIGIN(WS-BK-COUNT)
           MOVE SPACES TO BK-FILE(WS-BK-COUNT)
           MOVE SPACES TO BK-REF(WS-BK-COUNT)
           MOVE "Y" TO WS-CHANGED
           ADD 1 TO WS-REORDER-TOTAL

           PERFORM RESERVE-REORDER-RANGE

           DISPLAY "Reposicion automatica: " RG-ACCOUNT(IX-RG)
               " cheques " WS-NEW-FIRST-NO " a " WS-NEW-LAST-NO
           .

      * Los cheques del talonario repuesto entran PENDING en el
      * registro, como los de ventanilla
       RESERVE-REORDER-RANGE.
           OPEN EXTEND CHQREG-FILE
           IF WS-CHQREG-STATUS = "05" OR WS-CHQREG-STATUS = "35"
               OPEN OUTPUT CHQREG-FILE
           END-IF

           MOVE WS-NEW-FIRST-NO TO WS-LEAF-NO
           PERFORM UNTIL WS-LEAF-NO > WS-NEW-LAST-NO
               MOVE SPACES TO CHQREG-LINE
               STRING RG-ACCOUNT(IX-RG) DELIMITED BY SPACE
                      ","               DELIMITED BY SIZE
                      WS-LEAF-NO        DELIMITED BY SIZE
                      ",PENDING,,"      DELIMITED BY SIZE
                      WS-TODAY-DATE     DELIMITED BY SIZE
                   INTO CHQREG-LINE
               END-STRING
               WRITE CHQREG-LINE
               ADD 1 TO WS-LEAF-NO
           END-PERFORM

           CLOSE CHQREG-FILE

           MOVE WS-NEW-LAST-NO TO RG-MAX-NO(IX-RG)
           .

      * ----------------------------------------------------------------
      * WRITE-ORDER-DETAIL - Linea DTL del talonario IX-BK, que pasa a
      * SENT; una cuenta que ya no esta abierta no se pide
      * ----------------------------------------------------------------
       WRITE-ORDER-DETAIL.
           MOVE BK-ACCOUNT(IX-BK) TO WS-LK-ID
           PERFORM LOOKUP-ACCOUNT
           IF WS-LK-FOUND = "N" OR WS-LK-STATUS NOT = "OPEN"
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "Aviso: talonario " BK-FIRST(IX-BK) " de "
                   BK-ACCOUNT(IX-BK) " retenido: cuenta "
                   WS-LK-STATUS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DETAIL-COUNT
           IF FUNCTION TEST-NUMVAL(BK-COUNT(IX-BK)) = 0
               ADD FUNCTION NUMVAL(BK-COUNT(IX-BK))
                   TO WS-LEAVES-TOTAL
               MOVE FUNCTION NUMVAL(BK-COUNT(IX-BK))
                   TO WS-BK-COUNT-EDIT
           ELSE
               MOVE 0 TO WS-BK-COUNT-EDIT
           END-IF

           MOVE SPACES TO ORDER-LINE
           STRING "DTL" DELIMITED BY SIZE
                  BK-ACCOUNT(IX-BK) DELIMITED BY SIZE
                  WS-LK-NAME DELIMITED BY SIZE
                  BK-FIRST(IX-BK) DELIMITED BY SIZE
                  BK-LAST(IX-BK) DELIMITED BY SIZE
                  WS-BK-COUNT-EDIT DELIMITED BY SIZE
                  BK-BRANCH(IX-BK) DELIMITED BY SIZE
               INTO ORDER-LINE
           END-STRING
           WRITE ORDER-LINE

           IF BK-STATUS(IX-BK) = "ORDERED"
               MOVE "SENT" TO BK-STATUS(IX-BK)
               MOVE WS-TODAY-DATE TO BK-STATUS-DATE(IX-BK)
               MOVE WS-ORDER-PATH TO BK-FILE(IX-BK)
               MOVE "Y" TO WS-CHANGED
           END-IF
           .

      * ----------------------------------------------------------------
      * LOOKUP-ACCOUNT - Titular y estado de WS-LK-ID: maestro
      * indexado, o maestro de cierre y alta de cuentas
      * ----------------------------------------------------------------
       LOOKUP-ACCOUNT.
           MOVE "N" TO WS-LK-FOUND
           MOVE SPACES TO WS-LK-NAME
           MOVE SPACES TO WS-LK-STATUS

           IF WS-ACM-MODE = "Y"
               MOVE WS-LK-ID TO ACCT-ID
               SET ACCT-FUNC-READ TO TRUE
               CALL "MBACCT" USING ACCT-REQUEST
               IF ACCT-OK
                   MOVE "Y" TO WS-LK-FOUND
                   MOVE ACCT-NAME TO WS-LK-NAME
                   MOVE ACCT-STATUS TO WS-LK-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                       OR WS-LK-FOUND = "Y"
                   READ MASTER-FILE
                   IF WS-MASTER-STATUS = "00"
                       MOVE SPACES TO WS-LK-F-STATUS
                       UNSTRING MASTER-LINE DELIMITED BY ","
                           INTO WS-LK-F-ID WS-LK-F-NAME
                                WS-LK-F-STATUS
                       END-UNSTRING
                       IF WS-LK-F-ID = WS-LK-ID
                           MOVE "Y" TO WS-LK-FOUND
                           MOVE WS-LK-F-NAME TO WS-LK-NAME
                           MOVE WS-LK-F-STATUS TO WS-LK-STATUS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF
           IF WS-LK-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

      *    Sin maestro de cierre la cuenta dada de alta se toma
      *    como abierta
           OPEN INPUT SEED-FILE
           IF WS-SEED-STATUS = "00"
               PERFORM UNTIL WS-SEED-STATUS NOT = "00"
                       OR WS-LK-FOUND = "Y"
                   READ SEED-FILE
                   IF WS-SEED-STATUS = "00"
                       UNSTRING SEED-LINE DELIMITED BY ","
                           INTO WS-LK-F-ID WS-LK-F-NAME
                       END-UNSTRING
                       IF WS-LK-F-ID = WS-LK-ID
                           MOVE "Y" TO WS-LK-FOUND
                           MOVE WS-LK-F-NAME TO WS-LK-NAME
                           MOVE "OPEN" TO WS-LK-STATUS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SEED-FILE
           END-IF
           .

       OPEN-ACCOUNT-MASTER.
           SET ACCT-FUNC-OPEN TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST
           IF ACCT-OK
               MOVE "Y" TO WS-ACM-MODE
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-BOOKS - Registro de talonarios en la tabla
      * ----------------------------------------------------------------
       LOAD-BOOKS.
           MOVE 0 TO WS-BK-COUNT
           OPEN INPUT BOOKS-FILE
           IF WS-BOOKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BOOKS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM LOAD-ONE-BOOK
               END-READ
           END-PERFORM

           CLOSE BOOKS-FILE
           .

       LOAD-ONE-BOOK.
           IF BOOKS-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BK-COUNT >= WS-BK-MAX
               DISPLAY "ERROR: registro de talonarios mayor que la "
                   "tabla (" WS-BK-MAX "); no se puede reescribir"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-BK-COUNT
           SET IX-BK TO WS-BK-COUNT
           MOVE SPACES TO WS-BK-ENTRY(IX-BK)
           UNSTRING BOOKS-LINE DELIMITED BY ","
               INTO BK-ACCOUNT(IX-BK) BK-FIRST(IX-BK) BK-LAST(IX-BK)
                    BK-COUNT(IX-BK) BK-BRANCH(IX-BK)
                    BK-STATUS(IX-BK) BK-ORDERED(IX-BK)
                    BK-STATUS-DATE(IX-BK) BK-REORDER(IX-BK)
                    BK-FEE(IX-BK) BK-ORIGIN(IX-BK) BK-FILE(IX-BK)
                    BK-REF(IX-BK)
           END-UNSTRING
           MOVE 0 TO BK-FIRST-NO(IX-BK)
           IF FUNCTION TEST-NUMVAL(BK-FIRST(IX-BK)) = 0
               MOVE FUNCTION NUMVAL(BK-FIRST(IX-BK))
                   TO BK-FIRST-NO(IX-BK)
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-REGISTER-SUMMARY - Cheques ISSUED y numero mas alto de
      * cada cuenta del registro (cuenta,numero,estado,motivo,fecha)
      * ----------------------------------------------------------------
       LOAD-REGISTER-SUMMARY.
           MOVE 0 TO WS-RG-COUNT
           OPEN INPUT CHQREG-FILE
           IF WS-CHQREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CHQREG-STATUS NOT = "00"
               READ CHQREG-FILE
               IF WS-CHQREG-STATUS = "00"
                   PERFORM SUMMARISE-CHEQUE
               END-IF
           END-PERFORM

           CLOSE CHQREG-FILE
           .

       SUMMARISE-CHEQUE.
           MOVE SPACES TO WS-CHQ-STATE
           UNSTRING CHQREG-LINE DELIMITED BY ","
               INTO WS-CHQ-ACCOUNT WS-CHQ-NUMBER WS-CHQ-STATE
           END-UNSTRING
           IF WS-CHQ-ACCOUNT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CHQ-NUMBER) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CHQ-NUMBER) TO WS-CHQ-NO

           MOVE "N" TO WS-RG-FOUND
           PERFORM VARYING IX-RG FROM 1 BY 1
               UNTIL IX-RG > WS-RG-COUNT OR WS-RG-FOUND = "Y"
               IF RG-ACCOUNT(IX-RG) = WS-CHQ-ACCOUNT
                   MOVE "Y" TO WS-RG-FOUND
               END-IF
           END-PERFORM
           IF WS-RG-FOUND = "Y"
               SET IX-RG DOWN BY 1
           ELSE
               IF WS-RG-COUNT >= WS-RG-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RG-COUNT
               SET IX-RG TO WS-RG-COUNT
               MOVE WS-CHQ-ACCOUNT TO RG-ACCOUNT(IX-RG)
               MOVE 0 TO RG-ISSUED(IX-RG)
               MOVE 0 TO RG-MAX-NO(IX-RG)
           END-IF

           IF WS-CHQ-STATE = "ISSUED"
               ADD 1 TO RG-ISSUED(IX-RG)
           END-IF
           IF WS-CHQ-NO > RG-MAX-NO(IX-RG)
               MOVE WS-CHQ-NO TO RG-MAX-NO(IX-RG)
           END-IF
           .

      * ----------------------------------------------------------------
      * REWRITE-BOOKS - Reescritura .new + mv del registro de
      * talonarios
      * ----------------------------------------------------------------
       REWRITE-BOOKS.
           OPEN OUTPUT BOOKS-OUT-FILE
           PERFORM VARYING IX-BK FROM 1 BY 1
               UNTIL IX-BK > WS-BK-COUNT
               MOVE SPACES TO BOOKS-OUT-LINE
               STRING BK-ACCOUNT(IX-BK)     DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      BK-FIRST(IX-BK)       DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      BK-LAST(IX-BK)        DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      BK-COUNT(IX-BK)       DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      BK-BRANCH(IX-BK)      DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      BK-STATUS(IX-BK)      DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      BK-ORDERED(IX-BK)     DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      BK-STATUS-DATE(IX-BK) DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      BK-REORDER(IX-BK)     DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      BK-FEE(IX-BK)         DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      BK-ORIGIN(IX-BK)      DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      BK-FILE(IX-BK)        DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      BK-REF(IX-BK)         DELIMITED BY SPACE
                   INTO BOOKS-OUT-LINE
               END-STRING
               WRITE BOOKS-OUT-LINE
           END-PERFORM
           CLOSE BOOKS-OUT-FILE

           CALL "SYSTEM" USING WS-MV-BOOKS
           .

       GET-TODAY-DATE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING

           PERFORM READ-BUSINESS-DATE
           .

      * ----------------------------------------------------------------
      * READ-BUSINESS-DATE - La fecha de proceso sale de
      * data/business-date.dat si existe (la mantiene DATE-ROLL)
      * ----------------------------------------------------------------
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE INTO WS-BUSDATE-LINE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE-FILE
               IF WS-BUSDATE-LINE NOT = SPACES
                   MOVE WS-BUSDATE-LINE TO WS-TODAY-DATE
                   MOVE WS-BUSDATE-LINE(1:4)
                       TO WS-TODAY-YYYYMMDD(1:4)
                   MOVE WS-BUSDATE-LINE(6:2)
                       TO WS-TODAY-YYYYMMDD(5:2)
                   MOVE WS-BUSDATE-LINE(9:2)
                       TO WS-TODAY-YYYYMMDD(7:2)
               END-IF
           END-IF

           PERFORM CHECK-DATE-NOT-ROLLED
           .

       CHECK-DATE-NOT-ROLLED.
           OPEN INPUT BUSDATE-LOG-FILE
           IF WS-BUSDATE-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-BUSDATE-LOG-STATUS NOT = "00"
               READ BUSDATE-LOG-FILE INTO WS-BUSDATE-LINE
               IF WS-BUSDATE-LOG-STATUS = "00"
                   IF WS-BUSDATE-LINE = WS-TODAY-DATE
                       DISPLAY "ERROR: el dia de negocio "
                           WS-TODAY-DATE " ya esta cerrado; no se "
                           "puede volver a procesar"
                       CLOSE BUSDATE-LOG-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM

           CLOSE BUSDATE-LOG-FILE
           .

      * ----------------------------------------------------------------
      * CHECK-RUN-CONTROL - Rechaza una segunda ejecucion completada
      * del mismo trabajo para la misma fecha de negocio
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

       END PROGRAM CHQBOOK-ORDER.
