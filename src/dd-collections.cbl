      * Cada detalle se valida contra el registro de mandatos
      * (data/dd-mandates.csv, solo estado ACTIVE) y contra el saldo
      * disponible de la cuenta (data/accounts.csv +
      * data/balances.csv, como INTEREST-ACCRUAL, o por clave del
      * maestro indexado de cuentas si esta al dia); los cobros buenos
      * se asientan como DEBIT en data/transactions.csv (categoria
      * ADEUDO, referencia DD-...) y los rechazados se devuelven al
      * originador en data/dd-returns.csv con su codigo de motivo:
      *   SIN-MANDATO   no hay mandato con esa referencia
      *   CANCELADO     el mandato existe pero fue dado de baja
      *   FALLECIDO     el mandato esta suspendido por fallecimiento
      *                 del titular
      *   SIN-CUENTA    la cuenta no figura en el seed
      *   SIN-SALDO     la cuenta no cubre el importe ni con
      *                 el descubierto concedido (columna 4 del
       77  WS-LOOKUP-INDEX       PIC 9(5) COMP.
       77  WS-FOUND              PIC X VALUE "N".

      * Maestro indexado de cuentas (ver MBACCT): con el, la tabla
      * solo guarda las cuentas cobradas o con retenciones
       77  WS-ACM-MODE           PIC X VALUE "N".
       COPY mb-acct-if.

      * Retenciones de saldo activas: se restan del saldo cargado
      * para que un cobro no disponga de dinero ya apartado
       77  WS-HOLDS-STATUS       PIC XX.
       77  WS-TOTAL-RETURNED     PIC 9(6) VALUE 0.
       77  FORMATTED-AMT         PIC -(12)9.99.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           END-IF

           PERFORM LOAD-MANDATES
           PERFORM OPEN-ACCOUNT-MASTER
           IF WS-ACM-MODE = "N"
               PERFORM LOAD-SEED-ACCOUNTS
               PERFORM LOAD-CSV-BALANCES
               PERFORM LOAD-MASTER-OVERDRAFTS
           END-IF
           PERFORM SUBTRACT-ACTIVE-HOLDS

           OPEN EXTEND TX-FILE

           CLOSE RETURNS-FILE
           CLOSE TX-FILE
           SET ACCT-FUNC-CLOSE TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST

           DISPLAY "Cobros asentados : " WS-TOTAL-POSTED
           DISPLAY "Cobros devueltos : " WS-TOTAL-RETURNED
                   MOVE "SIN-MANDATO" TO WS-RETURN-REASON
                   PERFORM APPEND-RETURN-LINE
                   EXIT PARAGRAPH
               WHEN "SUSPENDED"
                   MOVE "FALLECIDO" TO WS-RETURN-REASON
                   PERFORM APPEND-RETURN-LINE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "CANCELADO" TO WS-RETURN-REASON
                   PERFORM APPEND-RETURN-LINE
                  ",ADEUDO" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * ----------------------------------------------------------------
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

      * ----------------------------------------------------------------
      * FETCH-MASTER-ACCOUNT - Cuenta que aun no esta en la tabla,
      * por clave: el maestro ya trae el descubierto vigente; como
      * en la carga de balances.csv, solo cuenta el saldo OPEN
      * ----------------------------------------------------------------
       FETCH-MASTER-ACCOUNT.
           MOVE WS-BAL-ID TO ACCT-ID
           SET ACCT-FUNC-READ TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST
           IF ACCT-OK AND WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE ACCT-ID        TO ACC-ID(WS-ACC-COUNT)
               MOVE ACCT-NAME      TO ACC-NAME(WS-ACC-COUNT)
               MOVE ACCT-OVERDRAFT TO ACC-OVERDRAFT(WS-ACC-COUNT)
               MOVE 0 TO ACC-BALANCE(WS-ACC-COUNT)
               IF ACCT-HAS-BALANCE = "Y" AND ACCT-STATUS = "OPEN"
                   MOVE ACCT-BALANCE TO ACC-BALANCE(WS-ACC-COUNT)
               END-IF
               MOVE "Y" TO WS-FOUND
               MOVE WS-ACC-COUNT TO WS-LOOKUP-INDEX
           END-IF
           .

      * ----------------------------------------------------------------
           END-STRING
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM DD-COLLECTIONS.
