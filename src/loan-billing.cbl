      *
      * Recorre el maestro de prestamos data/loans.csv:
      *   id,cuenta,capital-vivo,tipo-anual,plazo-meses,cuota,
      *   proximo-vencimiento[,estado[,condiciones-originales,
      *   fecha-reestructuracion]]
      * y, para cada prestamo ACTIVO o REESTRUCTURADO cuyo
      * vencimiento ya llego, asienta la cuota como fila DEBIT en
      * data/transactions.csv
      * (igual que STANDING-ORDERS asienta las domiciliaciones),
      * amortiza la cuota separando interes (capital x tipo/12) y
      * capital, reduce el capital vivo y avanza el vencimiento un
       77  WS-LOAN-TERM-STR      PIC X(6).
       77  WS-LOAN-INSTALL-STR   PIC X(20).
       77  WS-LOAN-NEXT-DATE     PIC X(10).
       77  WS-LOAN-STATUS        PIC X(12).
      * Columnas 9-13 de los prestamos reestructurados (condiciones
      * originales y fecha), que se conservan tal cual
       77  WS-LOAN-ORIG-PRIN     PIC X(20).
       77  WS-LOAN-ORIG-RATE     PIC X(15).
       77  WS-LOAN-ORIG-TERM     PIC X(6).
       77  WS-LOAN-ORIG-INST     PIC X(20).
       77  WS-LOAN-RST-DATE      PIC X(10).
       77  WS-LOAN-TAIL          PIC X(80).

       77  WS-LOAN-PRINCIPAL     PIC S9(13)V9(2) COMP-3.
       77  WS-LOAN-RATE          PIC S9(3)V9(6) COMP-3.
       77  WS-TOTAL-ARREARS      PIC 9(5) VALUE 0.
       77  WS-TOTAL-PAID-OFF     PIC 9(5) VALUE 0.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
      * ----------------------------------------------------------------
       PROCESS-LOAN-LINE.
           MOVE SPACES TO WS-LOAN-STATUS
           MOVE SPACES TO WS-LOAN-ORIG-PRIN
           MOVE SPACES TO WS-LOAN-ORIG-RATE
           MOVE SPACES TO WS-LOAN-ORIG-TERM
           MOVE SPACES TO WS-LOAN-ORIG-INST
           MOVE SPACES TO WS-LOAN-RST-DATE
           UNSTRING LOANS-LINE DELIMITED BY ","
               INTO WS-LOAN-ID WS-LOAN-ACCOUNT
                    WS-LOAN-PRINCIPAL-STR WS-LOAN-RATE-STR
                    WS-LOAN-TERM-STR WS-LOAN-INSTALL-STR
                    WS-LOAN-NEXT-DATE WS-LOAN-STATUS
                    WS-LOAN-ORIG-PRIN WS-LOAN-ORIG-RATE
                    WS-LOAN-ORIG-TERM WS-LOAN-ORIG-INST
                    WS-LOAN-RST-DATE
           END-UNSTRING

           IF WS-LOAN-STATUS = SPACES
           MOVE FUNCTION NUMVAL(WS-LOAN-INSTALL-STR)
               TO WS-LOAN-INSTALLMENT

           IF (WS-LOAN-STATUS = "ACTIVE"
               OR WS-LOAN-STATUS = "RESTRUCTURED")
               AND WS-LOAN-NEXT-DATE <= WS-TODAY-DATE
               AND WS-LOAN-PRINCIPAL > 0
               PERFORM BILL-ONE-INSTALLMENT
                  ",PRESTAMO" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW

      *    Contrapartida de la cuota: el interes es ingreso del
      *    banco (CREDIT a INTINCOME) y el capital amortiza la
                      ",PRESTAMO" DELIMITED BY SIZE
                   INTO TX-LINE
               END-STRING
               MOVE TX-LINE TO CHAIN-ROW
               WRITE TX-LINE
               PERFORM SEAL-LEDGER-ROW
           END-IF

           IF WS-PRINCIPAL-PART > 0
                      ",PRESTAMO" DELIMITED BY SIZE
                   INTO TX-LINE
               END-STRING
               MOVE TX-LINE TO CHAIN-ROW
               WRITE TX-LINE
               PERFORM SEAL-LEDGER-ROW
           END-IF

           MOVE WS-INTEREST-PART TO FORMATTED-AMT
           .

       REWRITE-LOAN-LINE.
           MOVE SPACES TO WS-LOAN-TAIL
           IF WS-LOAN-ORIG-PRIN NOT = SPACES
               STRING "," DELIMITED BY SIZE
                      WS-LOAN-ORIG-PRIN DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-LOAN-ORIG-RATE DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-LOAN-ORIG-TERM DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-LOAN-ORIG-INST DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-LOAN-RST-DATE DELIMITED BY SPACE
                   INTO WS-LOAN-TAIL
               END-STRING
           END-IF

           MOVE SPACES TO LOANS-OUT-LINE
           STRING WS-LOAN-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LOAN-NEXT-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LOAN-STATUS DELIMITED BY SPACE
                  WS-LOAN-TAIL DELIMITED BY SPACE
               INTO LOANS-OUT-LINE
           END-STRING
           WRITE LOANS-OUT-LINE
           CLOSE JOB-RUNS-FILE
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM LOAN-BILLING.
