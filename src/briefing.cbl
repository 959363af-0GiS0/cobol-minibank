      *   ABRIR      - sin descuadres ni rechazos ni pendientes
      *   INVESTIGAR - algo de lo anterior requiere mirada humana
      *
      * Los descuadres de cuentas internas que INTERNAL-PROOF anoto en
      * data/internal-breaks.csv y su propietario aun no ha visado
      * (estado OPEN, de cualquier dia) se listan y piden INVESTIGAR.
      *
      * Si BATCH-TIMING ha dejado en data/eod-sla-status.dat que la
      * ultima cadena de cierre termino fuera de su SLA, se anade una
      * linea de aviso bajo el veredicto.
      *
      * El dia cerrado se toma de la ultima linea de
      * data/business-date.log (DATE-ROLL la anota al cerrar); sin
      * ese fichero se usa la fecha del sistema.
           SELECT BUSDATE-LOG-FILE ASSIGN TO "data/business-date.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-LOG-STATUS.
           SELECT SLA-STATUS-FILE ASSIGN TO "data/eod-sla-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.
           SELECT BREAKS-FILE ASSIGN TO "data/internal-breaks.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAKS-STATUS.
           SELECT BRIEFING-FILE ASSIGN TO "data/morning-briefing.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  TX-LINE               PIC X(120).
       FD  BUSDATE-LOG-FILE.
       01  BUSDATE-LOG-REC       PIC X(10).
       FD  SLA-STATUS-FILE.
       01  SLA-STATUS-LINE       PIC X(132).
       FD  BREAKS-FILE.
       01  BREAKS-LINE           PIC X(200).
       FD  BRIEFING-FILE.
       01  BRIEFING-LINE         PIC X(132).

       77  WS-PENDING-STATUS     PIC XX.
       77  WS-TX-STATUS          PIC XX.
       77  WS-BUSDATE-LOG-STATUS PIC XX.
       77  WS-SLA-STATUS         PIC XX.
       77  WS-BREAKS-STATUS      PIC XX.
       77  WS-EOF                PIC X VALUE "N".

       77  WS-CLOSED-DAY         PIC X(10).
       77  WS-REJECTS            PIC 9(7) VALUE 0.
       77  WS-PENDING            PIC 9(7) VALUE 0.
       77  WS-ORDERS-FIRED       PIC 9(7) VALUE 0.
       77  WS-OPEN-BREAKS        PIC 9(7) VALUE 0.
       77  WS-INTEREST-POSTED    PIC S9(13)V9(2) COMP-3 VALUE 0.

       77  WS-CSV-DATE           PIC X(10).

       77  FORMATTED-AMT         PIC -(12)9.99.

      * Descuadre de cuenta interna (ver INTERNAL-PROOF)
       77  WS-BRK-DATE           PIC X(10).
       77  WS-BRK-ACCOUNT        PIC X(30).
       77  WS-BRK-BALANCE        PIC X(20).
       77  WS-BRK-BEHAVIOUR      PIC X(12).
       77  WS-BRK-TOLERANCE      PIC X(20).
       77  WS-BRK-DEPT           PIC X(20).
       77  WS-BRK-OWNER          PIC X(8).
       77  WS-BRK-STATE          PIC X(10).

      * Estado de SLA de la ultima cadena (ver BATCH-TIMING)
       77  WS-SLA-DATE           PIC X(10).
       77  WS-SLA-RUN            PIC X(8).
       77  WS-SLA-END            PIC X(8).
       77  WS-SLA-STATE          PIC X(8).
       77  WS-SLA-REASON         PIC X(40).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM COUNT-RECONCILE-MISMATCHES
           PERFORM COUNT-REJECTS
           PERFORM COUNT-PENDING-REVIEWS
           PERFORM COUNT-OPEN-BREAKS
           PERFORM SCAN-DAY-POSTINGS
           PERFORM READ-SLA-STATUS
           PERFORM WRITE-BRIEFING
           GOBACK
           .
           CLOSE PENDING-FILE
           .

      * Descuadres de cuentas internas sin visar, de cualquier dia
       COUNT-OPEN-BREAKS.
           OPEN INPUT BREAKS-FILE
           IF WS-BREAKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BREAKS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-BREAK-LINE
                       IF WS-BRK-STATE = "OPEN"
                           ADD 1 TO WS-OPEN-BREAKS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BREAKS-FILE
           .

       SPLIT-BREAK-LINE.
           MOVE SPACES TO WS-BRK-STATE
           UNSTRING BREAKS-LINE DELIMITED BY ","
               INTO WS-BRK-DATE WS-BRK-ACCOUNT WS-BRK-BALANCE
                    WS-BRK-BEHAVIOUR WS-BRK-TOLERANCE WS-BRK-DEPT
                    WS-BRK-OWNER WS-BRK-STATE
           END-UNSTRING
           .

      * Ultima cadena medida por BATCH-TIMING: termino en SLA?
       READ-SLA-STATUS.
           MOVE SPACES TO WS-SLA-STATE
           OPEN INPUT SLA-STATUS-FILE
           IF WS-SLA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ SLA-STATUS-FILE
               AT END MOVE SPACES TO SLA-STATUS-LINE
           END-READ
           CLOSE SLA-STATUS-FILE

           UNSTRING SLA-STATUS-LINE DELIMITED BY ","
               INTO WS-SLA-DATE WS-SLA-RUN WS-SLA-END
                    WS-SLA-STATE WS-SLA-REASON
           END-UNSTRING
           .

      * Domiciliaciones disparadas e intereses abonados en el dia
      * cerrado, directamente del ledger
       SCAN-DAY-POSTINGS.
           OPEN OUTPUT BRIEFING-FILE

           IF WS-MISMATCHES = 0 AND WS-REJECTS = 0
               AND WS-PENDING = 0 AND WS-OPEN-BREAKS = 0
               MOVE "VEREDICTO: ABRIR" TO BRIEFING-LINE
           ELSE
               MOVE "VEREDICTO: INVESTIGAR antes de abrir"
           END-IF
           WRITE BRIEFING-LINE

           IF WS-SLA-STATE = "BREACH"
               MOVE SPACES TO BRIEFING-LINE
               STRING "AVISO SLA: la cadena de cierre del "
                          DELIMITED BY SIZE
                      WS-SLA-DATE      DELIMITED BY SIZE
                      " termino a las " DELIMITED BY SIZE
                      WS-SLA-END       DELIMITED BY SPACE
                      ", fuera de SLA (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SLA-REASON)
                                       DELIMITED BY SIZE
                      ")"              DELIMITED BY SIZE
                   INTO BRIEFING-LINE
               END-STRING
               WRITE BRIEFING-LINE
           END-IF

           MOVE "========================================"
               TO BRIEFING-LINE
           WRITE BRIEFING-LINE
           END-STRING
           WRITE BRIEFING-LINE

           MOVE SPACES TO BRIEFING-LINE
           STRING "Cuentas internas sin visar : " WS-OPEN-BREAKS
               DELIMITED BY SIZE INTO BRIEFING-LINE
           END-STRING
           WRITE BRIEFING-LINE

           MOVE SPACES TO BRIEFING-LINE
           STRING "Domiciliaciones disparadas : " WS-ORDERS-FIRED
               DELIMITED BY SIZE INTO BRIEFING-LINE
           END-STRING
           WRITE BRIEFING-LINE

           IF WS-OPEN-BREAKS > 0
               PERFORM WRITE-OPEN-BREAKS
           END-IF

      *    Totales de control del lote, tal cual los dejo MINIBANK
           MOVE "---- TOTALES DE CONTROL DEL LOTE ----"
               TO BRIEFING-LINE
           DISPLAY "Resumen matinal en data/morning-briefing.txt"
           .

      * Cada descuadre sin visar con su dueno, para que se reclame
       WRITE-OPEN-BREAKS.
           MOVE "---- CUENTAS INTERNAS CON DESCUADRE SIN VISAR ----"
               TO BRIEFING-LINE
           WRITE BRIEFING-LINE

           OPEN INPUT BREAKS-FILE
           IF WS-BREAKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BREAKS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-BREAK-LINE
                       IF WS-BRK-STATE = "OPEN"
                           MOVE SPACES TO BRIEFING-LINE
                           STRING WS-BRK-DATE DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  WS-BRK-ACCOUNT(1:15)
                                      DELIMITED BY SIZE
                                  " saldo " DELIMITED BY SIZE
                                  WS-BRK-BALANCE DELIMITED BY SPACE
                                  " (" DELIMITED BY SIZE
                                  WS-BRK-BEHAVIOUR DELIMITED BY SPACE
                                  ") " DELIMITED BY SIZE
                                  WS-BRK-DEPT DELIMITED BY "  "
                                  " / " DELIMITED BY SIZE
                                  WS-BRK-OWNER DELIMITED BY SPACE
                               INTO BRIEFING-LINE
                           END-STRING
                           WRITE BRIEFING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BREAKS-FILE
           .

       END PROGRAM BRIEFING.
