       77  FORMATTED-AMT         PIC -(12)9.99.
       77  FORMATTED-AMT-2       PIC -(12)9.99.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
                  ",EXTORNO" DELIMITED BY SIZE
               INTO TX-OUT-LINE
           END-STRING
           MOVE TX-OUT-LINE TO CHAIN-ROW
           WRITE TX-OUT-LINE
           PERFORM SEAL-LEDGER-ROW
           .

       WRITE-BACKOUT-REPORT.
           END-IF
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM FILE-BACKOUT.
