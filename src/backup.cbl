
      * Juego de ficheros vivos a copiar; los que no existan ese dia
      * simplemente se omiten
       77  WS-FILE-MAX           PIC 9(2) COMP VALUE 53.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 53 TIMES INDEXED BY IX-FILE.
               10  FILE-NAME         PIC X(40).

       77  WS-RECORD-COUNT       PIC 9(9).
           MOVE "reject-dispositions.csv" TO FILE-NAME(36)
           MOVE "batch-register.csv"     TO FILE-NAME(37)
           MOVE "gl-mapping.csv"         TO FILE-NAME(38)
           MOVE "drafts.csv"             TO FILE-NAME(39)
           MOVE "draft-counter.dat"      TO FILE-NAME(40)
           MOVE "transactions.chain"     TO FILE-NAME(41)
           MOVE "ledger-chain.dat"       TO FILE-NAME(42)
           MOVE "report-retention.csv"   TO FILE-NAME(43)
           MOVE "eod-sla.csv"            TO FILE-NAME(44)
           MOVE "eod-run-history.csv"    TO FILE-NAME(45)
           MOVE "eod-calendar.csv"       TO FILE-NAME(46)
           MOVE "mt940-subscriptions.csv" TO FILE-NAME(47)
           MOVE "mt940-sequence.csv"     TO FILE-NAME(48)
           MOVE "bulkpay-items.csv"      TO FILE-NAME(49)
           MOVE "internal-accounts.csv"  TO FILE-NAME(50)
           MOVE "internal-breaks.csv"    TO FILE-NAME(51)
           MOVE "cheque-books.csv"       TO FILE-NAME(52)

      *    El fichero de recibos del dia lleva la fecha en el
      *    nombre; se compone en cada ejecucion
           MOVE SPACES TO FILE-NAME(53)
           STRING "receipts-" DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO FILE-NAME(53)
           END-STRING
           .

