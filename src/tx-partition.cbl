      * (caso archivado): tras una particion aplica el ledger vivo
      * completo sobre el maestro.
      *
      * La cadena de huellas del ledger (MBCHAIN) se verifica antes
      * de confirmar y se rehace despues, de modo que cada particion
      * lleva su fichero de huellas .chain y la cadena sigue el
      * orden del manifiesto y despues el ledger vivo.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************
       77  WS-MV-MASTER-CMD      PIC X(70) VALUE
           "mv data/account-master.csv.new data/account-master.csv".

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
      *    particiones .new se intercambian junto con el ledger
      *    recortado, con el manifiesto al final
           IF WS-TOTAL-MOVED > 0
               PERFORM VERIFY-LEDGER-CHAIN
               PERFORM RECORD-RUN-CHKPT
               PERFORM COMMIT-STAGED-PARTITIONS
               CALL "SYSTEM" USING WS-MV-COMMAND
               PERFORM APPEND-NEW-MANIFEST-MONTHS
               PERFORM RESTATE-MASTER-COVERAGE
               PERFORM RESEAL-LEDGER-CHAIN
           END-IF

           PERFORM RECORD-RUN-END-OK
           GOBACK
           .

      * ----------------------------------------------------------------
      * VERIFY-LEDGER-CHAIN - Antes de confirmar: la cadena de
      * huellas debe cuadrar; si no, no se confirma nada (los .new
      * preparados no se usan) y el cierre se detiene
      * ----------------------------------------------------------------
       VERIFY-LEDGER-CHAIN.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-VERIFY TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           IF CHAIN-BROKEN
               DISPLAY "Particion rechazada: cadena del ledger rota en "
                   FUNCTION TRIM(CHAIN-BREAK-FILE) " linea "
                   CHAIN-BREAK-LINE
               DISPLAY "  " FUNCTION TRIM(CHAIN-BREAK-REASON)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * ----------------------------------------------------------------
      * RESEAL-LEDGER-CHAIN - Tras confirmar: las filas movidas
      * llevan sus huellas a la .chain de su particion y se rehace
      * la cadena en el orden nuevo (manifiesto y ledger vivo)
      * ----------------------------------------------------------------
       RESEAL-LEDGER-CHAIN.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-RESEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

      * ----------------------------------------------------------------
      * ROUTE-ONE-LINE - Mes anterior al actual: a su particion .new
      * (preparada al primer uso copiando la particion existente, y
