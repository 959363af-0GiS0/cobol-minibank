      * prioridad ascendente y con los saldos en memoria
      * actualizados para que un barrido vea el efecto del
      * anterior. La actividad queda en data/sweep-report.txt.
      * Los saldos salen por clave del maestro indexado de cuentas
      * (MBACCT) si esta al dia; si no, de accounts.csv y
      * balances.csv.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
       77  WS-LOOKUP-INDEX       PIC 9(5) COMP.
       77  WS-FOUND              PIC X.

      * Maestro indexado de cuentas (ver MBACCT): con el, la tabla
      * solo guarda las cuentas de los barridos
       77  WS-ACM-MODE           PIC X VALUE "N".
       COPY mb-acct-if.

       77  WS-FROM-INDEX         PIC 9(5) COMP.
       77  WS-TO-INDEX           PIC 9(5) COMP.
       77  WS-SWEEP-AMOUNT       PIC S9(13)V9(2) COMP-3.
       77  WS-TOTAL-SWEPT        PIC 9(5) VALUE 0.
       77  FORMATTED-AMT         PIC -(12)9.99.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
               GOBACK
           END-IF

           PERFORM OPEN-ACCOUNT-MASTER
           IF WS-ACM-MODE = "N"
               PERFORM LOAD-SEED-ACCOUNTS
               PERFORM LOAD-CSV-BALANCES
           END-IF

           OPEN EXTEND TX-FILE
           OPEN OUTPUT REPORT-FILE

           CLOSE REPORT-FILE
           CLOSE TX-FILE
           SET ACCT-FUNC-CLOSE TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST

           PERFORM RECORD-RUN-END-OK

                  ",BARRIDO" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

       LOAD-SWEEPS.
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

      * Cuenta que aun no esta en la tabla: lectura por clave; como
      * en la carga de balances.csv, solo cuenta el saldo OPEN
       FETCH-MASTER-ACCOUNT.
           MOVE WS-BAL-ID TO ACCT-ID
           SET ACCT-FUNC-READ TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST
           IF ACCT-OK AND WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE ACCT-ID TO ACC-ID(WS-ACC-COUNT)
               MOVE 0 TO ACC-BALANCE(WS-ACC-COUNT)
               IF ACCT-HAS-BALANCE = "Y" AND ACCT-STATUS = "OPEN"
                   MOVE ACCT-BALANCE TO ACC-BALANCE(WS-ACC-COUNT)
               END-IF
               MOVE "Y" TO WS-FOUND
               MOVE WS-ACC-COUNT TO WS-LOOKUP-INDEX
           END-IF
           .

       BUILD-TX-REF.
           CLOSE JOB-RUNS-FILE
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM SWEEP-EXEC.
