      *   - la cola debe cuadrar con lo leido,
      *   - la cuenta pagadora debe figurar en data/employers.csv
      *     (cuenta,nombre), y
      *   - su saldo disponible (data/balances.csv, o por clave el
      *     maestro indexado de cuentas si esta al dia, menos las
      *     retenciones activas de data/holds.csv) debe cubrir el
      *     total del fichero.
      * Si todo cuadra: un solo DEBIT al empleador y un CREDIT por

       77  WS-REJECT-REASON      PIC X(60) VALUE SPACES.

      * Maestro indexado de cuentas (ver MBACCT)
       COPY mb-acct-if.

      * Empleadores registrados (cuenta,nombre)
       77  WS-EMP-ACCOUNT        PIC X(30).
       77  WS-EMP-NAME           PIC X(100).
       77  WS-LINE-NO            PIC 9(6) VALUE 0.
       77  WS-COUNT-DISPLAY      PIC 9(6).

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           .

       LOAD-EMPLOYER-BALANCE.
           SET ACCT-FUNC-OPEN TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST
           IF ACCT-OK
               PERFORM READ-EMPLOYER-MASTER
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BALANCES-FILE
           IF WS-BAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           CLOSE BALANCES-FILE
           .

      * Saldo de la cuenta pagadora por clave en el maestro
       READ-EMPLOYER-MASTER.
           MOVE WS-EMPLOYER-ACCT TO ACCT-ID
           SET ACCT-FUNC-READ TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST
           IF ACCT-OK AND ACCT-HAS-BALANCE = "Y"
               MOVE ACCT-BALANCE TO WS-EMP-BALANCE
               MOVE "Y" TO WS-EMP-BAL-SEEN
           END-IF
           SET ACCT-FUNC-CLOSE TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST
           .

       SUBTRACT-EMPLOYER-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
                  ",NOMINA" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW

           PERFORM VARYING IX-DTL FROM 1 BY 1
               UNTIL IX-DTL > WS-DETAIL-COUNT
                      ",NOMINA" DELIMITED BY SIZE
                   INTO TX-LINE
               END-STRING
               MOVE TX-LINE TO CHAIN-ROW
               WRITE TX-LINE
               PERFORM SEAL-LEDGER-ROW
               PERFORM CHECK-SWITCH-FORWARD
           END-PERFORM

                  ",EXTERIOR" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW

           PERFORM APPEND-OUTBOUND-FORWARD
           ADD 1 TO WS-TOTAL-FORWARDED
           END-STRING
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM PAYROLL-IMPORT.
