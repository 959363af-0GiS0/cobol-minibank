      * puede no cubrirla: los abonos entrantes van acumulando hacia
      * el importe reclamado. Este trabajo compara cada noche el
      * saldo de la cuenta (data/accounts.csv + data/balances.csv,
      * como los demas trabajos nocturnos; por clave en el maestro
      * indexado de cuentas si esta al dia) contra el importe de cada
      * orden OPEN y escribe data/legal-orders-report.txt: cual esta
      * ya cubierta y lista para pagarse, y a cual le falta cuanto.
      * Una cuenta sin fila de saldo o que no esta OPEN (congelada
      * por un aviso de fallecimiento, cerrada) no se puede pagar:
      * su orden sale como RETENIDA con el estado de la cuenta.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
           05  WS-ACCOUNTS-ARRAY OCCURS 5000 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-BALANCE       PIC S9(13)V9(2) COMP-3.
               10  ACC-STATE         PIC X(10).

       77  WS-SEED-ID            PIC X(30).
       77  WS-SEED-NAME          PIC X(100).
       77  WS-LOOKUP-INDEX       PIC 9(5) COMP.
       77  WS-FOUND              PIC X VALUE "N".

      * Maestro indexado de cuentas (ver MBACCT): con el, la tabla
      * solo guarda las cuentas de las ordenes
       77  WS-ACM-MODE           PIC X VALUE "N".
       COPY mb-acct-if.

      * Campos de cada orden del registro
       77  WS-ORD-ID             PIC X(12).
       77  WS-ORD-ACCOUNT        PIC X(30).

       77  WS-TOTAL-OPEN         PIC 9(5) VALUE 0.
       77  WS-TOTAL-FUNDED       PIC 9(5) VALUE 0.
       77  WS-TOTAL-HELD         PIC 9(5) VALUE 0.
       77  WS-HELD-STATE         PIC X(10).
       77  FORMATTED-AMT         PIC -(12)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM OPEN-ACCOUNT-MASTER
           IF WS-ACM-MODE = "N"
               PERFORM LOAD-SEED-ACCOUNTS
               PERFORM LOAD-CSV-BALANCES
           END-IF

           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = "00"
           MOVE SPACES TO REPORT-LINE
           STRING "ABIERTAS: " WS-TOTAL-OPEN
                  "  CUBIERTAS: " WS-TOTAL-FUNDED
                  "  RETENIDAS: " WS-TOTAL-HELD
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE
           CLOSE ORDERS-FILE
           SET ACCT-FUNC-CLOSE TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST

           DISPLAY "Ordenes abiertas : " WS-TOTAL-OPEN
           DISPLAY "Ordenes cubiertas: " WS-TOTAL-FUNDED
           DISPLAY "Ordenes retenidas: " WS-TOTAL-HELD
           GOBACK
           .

           MOVE WS-ORD-ACCOUNT TO WS-BAL-ID
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-FOUND = "Y"
               AND ACC-STATE(WS-LOOKUP-INDEX) NOT = "OPEN"
               PERFORM REPORT-ORDER-HELD
               EXIT PARAGRAPH
           END-IF

           IF WS-FOUND = "Y"
               AND ACC-BALANCE(WS-LOOKUP-INDEX) >= WS-ORD-AMOUNT
               ADD 1 TO WS-TOTAL-FUNDED
           WRITE REPORT-LINE
           .

      * ----------------------------------------------------------------
      * REPORT-ORDER-HELD - La cuenta de la orden no tiene fila de
      * saldo o no esta OPEN: la orden no se puede pagar hasta que
      * se resuelva
      * ----------------------------------------------------------------
       REPORT-ORDER-HELD.
           ADD 1 TO WS-TOTAL-HELD
           MOVE ACC-STATE(WS-LOOKUP-INDEX) TO WS-HELD-STATE
           IF WS-HELD-STATE = SPACES
               MOVE "SIN SALDO" TO WS-HELD-STATE
           END-IF
           MOVE WS-ORD-AMOUNT TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING WS-ORD-ID DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ORD-ACCOUNT DELIMITED BY SPACE
                  " RETENIDA: importe " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
                  ", cuenta " DELIMITED BY SIZE
                  WS-HELD-STATE DELIMITED BY "  "
                  " (no se puede pagar)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY "Aviso: orden " WS-ORD-ID " retenida, cuenta "
               WS-HELD-STATE
           .

       LOAD-SEED-ACCOUNTS.
           OPEN INPUT SEED-FILE
           IF WS-SEED-STATUS = "00"
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-SEED-ID TO ACC-ID(WS-ACC-COUNT)
               MOVE 0 TO ACC-BALANCE(WS-ACC-COUNT)
               MOVE SPACES TO ACC-STATE(WS-ACC-COUNT)
           END-IF
           .

                   IF WS-FOUND = "Y"
                       MOVE FUNCTION NUMVAL(WS-BAL-F4)
                           TO ACC-BALANCE(WS-LOOKUP-INDEX)
                       MOVE WS-BAL-STATUS-FLD
                           TO ACC-STATE(WS-LOOKUP-INDEX)
                   END-IF
               END-IF
           END-IF
                   MOVE IX TO WS-LOOKUP-INDEX
               END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND WS-ACM-MODE = "Y"
               PERFORM FETCH-MASTER-ACCOUNT
           END-IF
           .

       OPEN-ACCOUNT-MASTER.
           SET ACCT-FUNC-OPEN TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST
           IF ACCT-OK
               MOVE "Y" TO WS-ACM-MODE
           END-IF
           .

      * Cuenta que aun no esta en la tabla: lectura por clave. Como
      * en la carga de balances.csv, sin fila de saldo no hay saldo
      * ni estado
       FETCH-MASTER-ACCOUNT.
           MOVE WS-BAL-ID TO ACCT-ID
           SET ACCT-FUNC-READ TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST
           IF ACCT-OK AND WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE ACCT-ID TO ACC-ID(WS-ACC-COUNT)
               MOVE 0 TO ACC-BALANCE(WS-ACC-COUNT)
               MOVE SPACES TO ACC-STATE(WS-ACC-COUNT)
               IF ACCT-HAS-BALANCE = "Y"
                   MOVE ACCT-BALANCE TO ACC-BALANCE(WS-ACC-COUNT)
                   MOVE ACCT-STATUS TO ACC-STATE(WS-ACC-COUNT)
               END-IF
               MOVE "Y" TO WS-FOUND
               MOVE WS-ACC-COUNT TO WS-LOOKUP-INDEX
           END-IF
           .

       GET-TODAY-DATE.
