      ******************************************************************
      * CHQBOOK-DISPATCH: Confirmacion de envio de la imprenta
      *
      * La imprenta contesta al pedido de CHQBOOK-ORDER con un CSV
      * por talonario:
      *   cuenta,primer-numero,estado,referencia-envio,fecha
      * con estado DISPATCHED (impreso y enviado a la sucursal de
      * entrega) o REJECTED (no se imprime). Este importador casa
      * cada fila con su talonario SENT de data/cheque-books.csv
      * (cuenta y primer numero) y le pone el estado, la fecha y la
      * referencia de envio. Los cheques de un talonario rechazado
      * pasan de PENDING a VOID en data/cheque-register.csv (motivo
      * IMPRENTA-RECHAZO), de modo que no se pagan nunca; la
      * ventanilla pide otro talonario si procede. Un talonario
      * DISPATCHED sigue sin pagarse hasta que la sucursal lo
      * entrega al cliente (MBMAIN, cheques, opcion 6).
      * Las filas que no casan con un talonario SENT se listan y no
      * cambian nada. Ambos registros se reescriben con .new + mv.
      *
      * Ruta del fichero de entrada: variable CHQBOOK_DISPATCH_FILE.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQBOOK-DISPATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN TO WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT BOOKS-FILE ASSIGN TO "data/cheque-books.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKS-STATUS.
           SELECT BOOKS-OUT-FILE ASSIGN TO
               "data/cheque-books.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHQREG-FILE ASSIGN TO "data/cheque-register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQREG-STATUS.
           SELECT CHQREG-OUT-FILE ASSIGN TO
               "data/cheque-register.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       01  IN-LINE               PIC X(120).
       FD  BOOKS-FILE.
       01  BOOKS-LINE            PIC X(200).
       FD  BOOKS-OUT-FILE.
       01  BOOKS-OUT-LINE        PIC X(200).
       FD  CHQREG-FILE.
       01  CHQREG-LINE           PIC X(100).
       FD  CHQREG-OUT-FILE.
       01  CHQREG-OUT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-IN-STATUS          PIC XX.
       77  WS-BOOKS-STATUS       PIC XX.
       77  WS-CHQREG-STATUS      PIC XX.
       77  WS-EOF                PIC X VALUE "N".
       77  WS-IN-PATH            PIC X(200) VALUE SPACES.

      * Fila de la confirmacion
       77  WS-R-ACCOUNT          PIC X(30).
       77  WS-R-FIRST            PIC X(10).
       77  WS-R-STATE            PIC X(12).
       77  WS-R-REF              PIC X(20).
       77  WS-R-DATE             PIC X(10).
       77  WS-R-FIRST-NO         PIC 9(8).

      * Registro de talonarios completo en memoria
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
               10  BK-LAST-NO        PIC 9(8).
               10  BK-VOID           PIC X.
       77  WS-FOUND              PIC X.

      * Fila del registro de cheques
       77  WS-CHQ-ACCOUNT        PIC X(30).
       77  WS-CHQ-NUMBER         PIC X(10).
       77  WS-CHQ-STATE          PIC X(10).
       77  WS-CHQ-NO             PIC 9(8).
       77  WS-CHQ-HIT            PIC X.

       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

       77  WS-TOTAL-DISPATCHED   PIC 9(5) VALUE 0.
       77  WS-TOTAL-REJECTED     PIC 9(5) VALUE 0.
       77  WS-TOTAL-UNMATCHED    PIC 9(5) VALUE 0.
       77  WS-TOTAL-VOIDED       PIC 9(6) VALUE 0.

       77  WS-MV-BOOKS           PIC X(60) VALUE
           "mv data/cheque-books.csv.new data/cheque-books.csv".
       77  WS-MV-CHQREG          PIC X(70) VALUE
           "mv data/cheque-register.csv.new data/cheque-register.csv".

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-IN-PATH FROM ENVIRONMENT "CHQBOOK_DISPATCH_FILE"

           IF WS-IN-PATH = SPACES
               DISPLAY "Defina CHQBOOK_DISPATCH_FILE antes de "
                   "ejecutar CHQBOOK-DISPATCH"
               GOBACK
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING

           PERFORM LOAD-BOOKS
           IF WS-BOOKS-STATUS NOT = "00"
               DISPLAY "ERROR: no existe data/cheque-books.csv"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir "
                   FUNCTION TRIM(WS-IN-PATH)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM APPLY-CONFIRMATION
               END-READ
           END-PERFORM
           CLOSE IN-FILE

           IF WS-TOTAL-DISPATCHED > 0 OR WS-TOTAL-REJECTED > 0
               PERFORM REWRITE-BOOKS
           END-IF
           IF WS-TOTAL-REJECTED > 0
               PERFORM VOID-REJECTED-CHEQUES
           END-IF

           DISPLAY "Talonarios enviados por la imprenta: "
               WS-TOTAL-DISPATCHED
           DISPLAY "Talonarios rechazados: " WS-TOTAL-REJECTED
               " (cheques anulados: " WS-TOTAL-VOIDED ")"
           DISPLAY "Filas sin talonario pendiente: "
               WS-TOTAL-UNMATCHED
           GOBACK
           .

       APPLY-CONFIRMATION.
           MOVE SPACES TO WS-R-REF
           MOVE SPACES TO WS-R-DATE
           UNSTRING IN-LINE DELIMITED BY ","
               INTO WS-R-ACCOUNT WS-R-FIRST WS-R-STATE WS-R-REF
                    WS-R-DATE
           END-UNSTRING

           IF WS-R-ACCOUNT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-R-FIRST) NOT = 0
               OR (WS-R-STATE NOT = "DISPATCHED"
                   AND WS-R-STATE NOT = "REJECTED")
               DISPLAY "Aviso: fila no valida, se omite: " IN-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-R-FIRST) TO WS-R-FIRST-NO
           IF WS-R-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-R-DATE
           END-IF

           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-BK FROM 1 BY 1
               UNTIL IX-BK > WS-BK-COUNT OR WS-FOUND = "Y"
               IF BK-ACCOUNT(IX-BK) = WS-R-ACCOUNT
                   AND BK-FIRST-NO(IX-BK) = WS-R-FIRST-NO
                   AND BK-STATUS(IX-BK) = "SENT"
                   MOVE "Y" TO WS-FOUND
                   MOVE WS-R-STATE TO BK-STATUS(IX-BK)
                   MOVE WS-R-DATE TO BK-STATUS-DATE(IX-BK)
                   MOVE WS-R-REF TO BK-REF(IX-BK)
                   IF WS-R-STATE = "REJECTED"
                       MOVE "Y" TO BK-VOID(IX-BK)
                       ADD 1 TO WS-TOTAL-REJECTED
                   ELSE
                       ADD 1 TO WS-TOTAL-DISPATCHED
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FOUND = "N"
               ADD 1 TO WS-TOTAL-UNMATCHED
               DISPLAY "Aviso: sin talonario SENT para "
                   FUNCTION TRIM(WS-R-ACCOUNT) " "
                   FUNCTION TRIM(WS-R-FIRST)
           END-IF
           .

      * ----------------------------------------------------------------
      * VOID-REJECTED-CHEQUES - Los cheques PENDING de los talonarios
      * rechazados pasan a VOID
      * ----------------------------------------------------------------
       VOID-REJECTED-CHEQUES.
           OPEN INPUT CHQREG-FILE
           IF WS-CHQREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHQREG-OUT-FILE

           PERFORM UNTIL WS-CHQREG-STATUS NOT = "00"
               READ CHQREG-FILE
               IF WS-CHQREG-STATUS = "00"
                   PERFORM VOID-ONE-CHEQUE
               END-IF
           END-PERFORM

           CLOSE CHQREG-OUT-FILE
           CLOSE CHQREG-FILE

           CALL "SYSTEM" USING WS-MV-CHQREG
           .

       VOID-ONE-CHEQUE.
           MOVE CHQREG-LINE TO CHQREG-OUT-LINE
           MOVE SPACES TO WS-CHQ-STATE
           UNSTRING CHQREG-LINE DELIMITED BY ","
               INTO WS-CHQ-ACCOUNT WS-CHQ-NUMBER WS-CHQ-STATE
           END-UNSTRING

           IF WS-CHQ-STATE = "PENDING"
               AND FUNCTION TEST-NUMVAL(WS-CHQ-NUMBER) = 0
               MOVE FUNCTION NUMVAL(WS-CHQ-NUMBER) TO WS-CHQ-NO
               MOVE "N" TO WS-CHQ-HIT
               PERFORM VARYING IX-BK FROM 1 BY 1
                   UNTIL IX-BK > WS-BK-COUNT OR WS-CHQ-HIT = "Y"
                   IF BK-VOID(IX-BK) = "Y"
                       AND BK-ACCOUNT(IX-BK) = WS-CHQ-ACCOUNT
                       AND WS-CHQ-NO >= BK-FIRST-NO(IX-BK)
                       AND WS-CHQ-NO <= BK-LAST-NO(IX-BK)
                       MOVE "Y" TO WS-CHQ-HIT
                   END-IF
               END-PERFORM
               IF WS-CHQ-HIT = "Y"
                   ADD 1 TO WS-TOTAL-VOIDED
                   MOVE SPACES TO CHQREG-OUT-LINE
                   STRING WS-CHQ-ACCOUNT DELIMITED BY SPACE
                          ","            DELIMITED BY SIZE
                          WS-CHQ-NUMBER  DELIMITED BY SPACE
                          ",VOID,IMPRENTA-RECHAZO," DELIMITED BY SIZE
                          WS-TODAY-DATE  DELIMITED BY SIZE
                       INTO CHQREG-OUT-LINE
                   END-STRING
               END-IF
           END-IF

           WRITE CHQREG-OUT-LINE
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
           MOVE 0 TO BK-LAST-NO(IX-BK)
           MOVE "N" TO BK-VOID(IX-BK)
           IF FUNCTION TEST-NUMVAL(BK-FIRST(IX-BK)) = 0
               MOVE FUNCTION NUMVAL(BK-FIRST(IX-BK))
                   TO BK-FIRST-NO(IX-BK)
           END-IF
           IF FUNCTION TEST-NUMVAL(BK-LAST(IX-BK)) = 0
               MOVE FUNCTION NUMVAL(BK-LAST(IX-BK))
                   TO BK-LAST-NO(IX-BK)
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

       END PROGRAM CHQBOOK-DISPATCH.
