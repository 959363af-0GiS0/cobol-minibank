      * correspondiente en data/transactions.csv para que el lote
      * nocturno de MINIBANK/MBMAIN la recoja, y avanza la fecha de
      * la orden segun su frecuencia.
      * Una orden con estado SUSPENDED en la 7a columna (la deja asi
      * el aviso de fallecimiento del titular en MBMAIN) se conserva
      * en el fichero pero no se dispara ni avanza.
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-ORD-NEXT-DATE      PIC X(10).
       77  WS-ORD-TYPE           PIC X(6).
       77  WS-ORD-CATEGORY       PIC X(15).
       77  WS-ORD-STATE          PIC X(10).

       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-MV-COMMAND         PIC X(80) VALUE
           "mv data/standing-orders.csv.new data/standing-orders.csv".

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
       PROCESS-ORDER-LINE.
           MOVE SPACES TO WS-ORD-TYPE
           MOVE SPACES TO WS-ORD-CATEGORY
           MOVE SPACES TO WS-ORD-STATE
           UNSTRING WS-LINE DELIMITED BY ","
               INTO WS-ORD-ACCOUNT
                    WS-ORD-AMOUNT-STR
                    WS-ORD-NEXT-DATE
                    WS-ORD-TYPE
                    WS-ORD-CATEGORY
                    WS-ORD-STATE
           END-UNSTRING

           IF WS-ORD-TYPE = SPACES
               DISPLAY "AVISO: digito de control invalido en la "
                   "orden de " WS-ORD-ACCOUNT "; no se dispara"
           ELSE
               IF WS-ORD-STATE = "SUSPENDED"
                   DISPLAY "Orden suspendida de " WS-ORD-ACCOUNT
                       "; no se dispara"
               ELSE
                   IF WS-ORD-NEXT-DATE <= WS-TODAY-DATE
                       ADD 1 TO WS-TOTAL-FIRED
                       PERFORM APPEND-DUE-TRANSACTION
                       PERFORM ADVANCE-NEXT-RUN-DATE
                   END-IF
               END-IF
           END-IF

                  WS-ORD-CATEGORY DELIMITED BY SPACE
               INTO ORDERS-OUT-LINE
           END-STRING
           IF WS-ORD-STATE NOT = SPACES
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(ORDERS-OUT-LINE)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-ORD-STATE DELIMITED BY SPACE
                   INTO WS-LINE
               END-STRING
               MOVE WS-LINE TO ORDERS-OUT-LINE
           END-IF
           WRITE ORDERS-OUT-LINE
           .

                  WS-ORD-CATEGORY DELIMITED BY SPACE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * ----------------------------------------------------------------
           CLOSE JOB-RUNS-FILE
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM STANDING-ORDERS.
