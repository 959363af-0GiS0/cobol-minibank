      *
      * Con el fichero cuadrado, cada detalle se valida ademas
      * contra las cuentas (data/accounts.csv + data/balances.csv,
      * como INTEREST-ACCRUAL, o por clave del maestro indexado de
      * cuentas si esta al dia), los cierres
      * (data/closed-accounts.csv), los bloqueos
      * (data/frozen-accounts.csv) y el saldo disponible (menos
      * retenciones de data/holds.csv, mas el descubierto
               10  ACC-IS-CLOSED     PIC X.
               10  ACC-IS-FROZEN     PIC X.

      * Maestro indexado de cuentas (ver MBACCT): con el, la tabla
      * solo guarda las cuentas de los detalles, retenciones,
      * cierres y bloqueos
       77  WS-ACM-MODE           PIC X VALUE "N".
       COPY mb-acct-if.

       77  WS-MASTER-STATUS      PIC XX.
       77  WS-MASTER-FIRST       PIC X.
       77  WS-MST-ID             PIC X(30).
       77  WS-CKD-DIGIT          PIC 9(2).
       77  WS-CKD-CHAR           PIC X.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.

           IF WS-REJECT-REASON = SPACES
               PERFORM LOAD-SWITCH-REDIRECTS
               PERFORM OPEN-ACCOUNT-MASTER
               IF WS-ACM-MODE = "N"
                   PERFORM LOAD-SEED-ACCOUNTS
                   PERFORM LOAD-CSV-BALANCES
                   PERFORM LOAD-MASTER-OVERDRAFTS
               END-IF
               PERFORM SUBTRACT-ACTIVE-HOLDS
               PERFORM LOAD-CLOSED-ACCOUNTS
               PERFORM LOAD-FROZEN-ACCOUNTS
               PERFORM APPLY-DETAILS
               SET ACCT-FUNC-CLOSE TO TRUE
               CALL "MBACCT" USING ACCT-REQUEST
           END-IF

           PERFORM WRITE-IMPORT-REPORT
                  ",COMPENSACION" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           ADD 1 TO WS-TOTAL-POSTED

      *    Cuenta en traslado: el abono recien asentado se reenvia
                  ",EXTERIOR" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW

           PERFORM APPEND-OUTBOUND-FORWARD
           ADD 1 TO WS-TOTAL-FORWARDED
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
      * en la carga de balances.csv, solo cuenta el saldo OPEN. Las
      * retenciones se restan antes que nada, asi que toda cuenta
      * con retenciones entra en la tabla en esa pasada
      * ----------------------------------------------------------------
       FETCH-MASTER-ACCOUNT.
           MOVE WS-BAL-ID TO ACCT-ID
           SET ACCT-FUNC-READ TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST
           IF ACCT-OK AND WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE ACCT-ID        TO ACC-ID(WS-ACC-COUNT)
               MOVE ACCT-OVERDRAFT TO ACC-OVERDRAFT(WS-ACC-COUNT)
               MOVE 0 TO ACC-BALANCE(WS-ACC-COUNT)
               IF ACCT-HAS-BALANCE = "Y" AND ACCT-STATUS = "OPEN"
                   MOVE ACCT-BALANCE TO ACC-BALANCE(WS-ACC-COUNT)
               END-IF
               MOVE "N" TO ACC-IS-CLOSED(WS-ACC-COUNT)
               MOVE "N" TO ACC-IS-FROZEN(WS-ACC-COUNT)
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

       END PROGRAM CLEARING-IMPORT.
