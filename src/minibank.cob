       77  WS-ARCHIVE-SCAN-IX         PIC 9(4) COMP VALUE 0.
       77  WS-ARCHIVE-SLASH-IX        PIC 9(4) COMP VALUE 0.

      * Cadena de huellas del ledger (ver MBCHAIN): al archivar el
      * ledger vivo sus huellas le acompanan al archivo
       COPY mb-chain-if.

      * üîó VARIABLES PARA DB2 (HOST VARIABLES)
      * Estas variables se usan en las sentencias EXEC SQL
       77  DB-ACCOUNT-ID        PIC 9(10).               *> ID de cuenta en DB2
              DISPLAY "Aviso: no se pudo archivar transactions.csv"
                  UPON CONSOLE
           END-IF

      *    Archivado el ledger vivo, su fichero de huellas va con el
      *    y la cadena sigue desde la ultima huella de particiones
           IF WS-ARCHIVE-RC = 0
              AND TX-PATH = "data/transactions.csv"
              MOVE SPACES TO WS-ARCHIVE-CMD
              STRING "if [ -f data/transactions.chain ]; then "
                         DELIMITED BY SIZE
                  "mv data/transactions.chain data/archive/"
                         DELIMITED BY SIZE
                  WS-ARCHIVE-TS DELIMITED BY SIZE
                  "-transactions.chain; fi" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-CMD
              END-STRING
              CALL "SYSTEM" USING WS-ARCHIVE-CMD
                  RETURNING WS-ARCHIVE-RC
              MOVE SPACES TO CHAIN-DATA-DIR
              SET CHAIN-FUNC-RESEAL-LIVE TO TRUE
              CALL "MBCHAIN" USING CHAIN-REQUEST
           END-IF
           .
