       77  WS-COMMAND            PIC X(200).
       77  WS-RC                 PIC S9(9) COMP VALUE 0.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
               GOBACK
           END-IF

      *    No se purga sobre un ledger cuya cadena de huellas no
      *    cuadra: la reescritura la volveria a sellar
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-VERIFY-LIVE TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           IF CHAIN-BROKEN
               DISPLAY "Purga rechazada: cadena del ledger rota en "
                   FUNCTION TRIM(CHAIN-BREAK-FILE) " linea "
                   CHAIN-BREAK-LINE
               DISPLAY "  " FUNCTION TRIM(CHAIN-BREAK-REASON)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "SYSTEM" USING "mkdir -p data/archive"
               GIVING WS-RC

           MOVE "mv data/transactions.csv.new data/transactions.csv"
               TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC

      *    El ledger reescrito recibe huellas nuevas
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-RESEAL-LIVE TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       CLASSIFY-TX-LINE.
