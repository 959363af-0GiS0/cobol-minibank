      *     beneficiario.
      * Las devoluciones sin fila SENT que casar se avisan y se
      * conservan en data/outbound-returns-unmatched.csv.
      * Si el pago salio de un fichero de pagos masivos
      * (BULK-PAY-IMPORT, referencias en data/bulkpay-items.csv),
      * su linea del acuse del cliente pasa de QUEUED a RETURNED
      * con el motivo y la fecha de la devolucion.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
               "data/outbound-returns-unmatched.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNMATCHED-STATUS.
           SELECT ITEMS-FILE ASSIGN TO "data/bulkpay-items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMS-STATUS.
           SELECT ACK-FILE ASSIGN TO WS-ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT ACK-OUT-FILE ASSIGN TO WS-ACK-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  NOTIFY-REC            PIC X(120).
       FD  UNMATCHED-FILE.
       01  UNMATCHED-LINE        PIC X(80).
       FD  ITEMS-FILE.
       01  ITEMS-LINE            PIC X(260).
       FD  ACK-FILE.
       01  ACK-LINE              PIC X(150).
       FD  ACK-OUT-FILE.
       01  ACK-OUT-LINE          PIC X(150).

       WORKING-STORAGE SECTION.

       77  WS-MV-COMMAND         PIC X(70) VALUE
           "mv data/outbound-pending.csv.new data/outbound-pending.csv".

      * Acuses de pagos masivos: referencia,ordenante,fecha,acuse
       77  WS-ITEMS-STATUS       PIC XX.
       77  WS-ACK-STATUS         PIC XX.
       77  WS-ACK-PATH           PIC X(210).
       77  WS-ACK-NEW-PATH       PIC X(214).
       77  WS-ACK-COMMAND        PIC X(450).
       77  WS-ACK-RC             PIC S9(9) COMP-5.
       77  WS-ACK-EOF            PIC X.
       77  WS-ITEM-REF           PIC X(20).
       77  WS-ITEM-ACCOUNT       PIC X(30).
       77  WS-ITEM-DATE          PIC X(10).
       77  WS-ACK-NO             PIC X(6).
       77  WS-ACK-REF            PIC X(20).
       77  WS-ACK-BANK           PIC X(16).
       77  WS-ACK-DEST           PIC X(30).
       77  WS-ACK-AMOUNT         PIC X(20).
       77  WS-ACK-CUST-REF       PIC X(16).
       77  WS-ACK-STATE          PIC X(13).
       77  WS-ACKS-UPDATED       PIC 9(4) VALUE 0.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           CALL "SYSTEM" USING WS-MV-COMMAND

           PERFORM REPORT-UNMATCHED-RETURNS
           PERFORM UPDATE-BULK-ACKS

           DISPLAY "Devoluciones reabonadas: " WS-TOTAL-RETURNED
           DISPLAY "Devoluciones sin casar : " WS-TOTAL-UNMATCHED
           IF WS-ACKS-UPDATED > 0
               DISPLAY "Acuses de pagos masivos marcados: "
                   WS-ACKS-UPDATED
           END-IF
           GOBACK
           .

                  ",DEVOLUCION" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

       APPEND-RETURN-NOTIFICATION.
           CLOSE UNMATCHED-FILE
           .

      * ----------------------------------------------------------------
      * UPDATE-BULK-ACKS - Cada devolucion casada de un pago masivo
      * se refleja en el acuse que recibio el cliente
      * ----------------------------------------------------------------
       UPDATE-BULK-ACKS.
           OPEN INPUT ITEMS-FILE
           IF WS-ITEMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-ITEMS-STATUS NOT = "00"
               READ ITEMS-FILE
               IF WS-ITEMS-STATUS = "00"
                   MOVE SPACES TO WS-ACK-PATH
                   UNSTRING ITEMS-LINE DELIMITED BY ","
                       INTO WS-ITEM-REF WS-ITEM-ACCOUNT WS-ITEM-DATE
                            WS-ACK-PATH
                   END-UNSTRING
                   MOVE "N" TO WS-FOUND
                   PERFORM VARYING IX-RET FROM 1 BY 1
                       UNTIL IX-RET > WS-RET-COUNT OR WS-FOUND = "Y"
                       IF RET-REFERENCE(IX-RET) = WS-ITEM-REF
                           AND RET-MATCHED(IX-RET) = "Y"
                           MOVE "Y" TO WS-FOUND
                           SET WS-MATCH-INDEX TO IX-RET
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = "Y" AND WS-ACK-PATH NOT = SPACES
                       PERFORM MARK-ACK-RETURNED
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ITEMS-FILE
           .

      * Reescribe el acuse WS-ACK-PATH con la linea de WS-ITEM-REF
      * en estado RETURNED,motivo,fecha
       MARK-ACK-RETURNED.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "AVISO: no se encuentra el acuse "
                   FUNCTION TRIM(WS-ACK-PATH) " del pago "
                   WS-ITEM-REF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ACK-NEW-PATH
           STRING FUNCTION TRIM(WS-ACK-PATH) DELIMITED BY SIZE
                  ".new" DELIMITED BY SIZE
               INTO WS-ACK-NEW-PATH
           END-STRING
           OPEN OUTPUT ACK-OUT-FILE

           MOVE "N" TO WS-ACK-EOF
           PERFORM UNTIL WS-ACK-EOF = "Y"
               READ ACK-FILE
                   AT END MOVE "Y" TO WS-ACK-EOF
                   NOT AT END
                       MOVE ACK-LINE TO ACK-OUT-LINE
                       MOVE SPACES TO WS-ACK-STATE
                       UNSTRING ACK-LINE DELIMITED BY ","
                           INTO WS-ACK-NO WS-ACK-REF WS-ACK-BANK
                                WS-ACK-DEST WS-ACK-AMOUNT
                                WS-ACK-CUST-REF WS-ACK-STATE
                       END-UNSTRING
                       IF WS-ACK-REF = WS-ITEM-REF
                           AND WS-ACK-STATE = "QUEUED"
                           PERFORM BUILD-RETURNED-ACK-LINE
                       END-IF
                       WRITE ACK-OUT-LINE
               END-READ
           END-PERFORM

           CLOSE ACK-FILE
           CLOSE ACK-OUT-FILE

           MOVE SPACES TO WS-ACK-COMMAND
           STRING "mv " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACK-NEW-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACK-PATH) DELIMITED BY SIZE
               INTO WS-ACK-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-ACK-COMMAND GIVING WS-ACK-RC
           IF WS-ACK-RC NOT = 0
               DISPLAY "AVISO: no se pudo reescribir el acuse "
                   FUNCTION TRIM(WS-ACK-PATH)
           END-IF
           .

       BUILD-RETURNED-ACK-LINE.
           MOVE SPACES TO ACK-OUT-LINE
           STRING WS-ACK-NO DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ACK-REF DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ACK-BANK DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ACK-DEST DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ACK-AMOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACK-CUST-REF) DELIMITED BY SIZE
                  ",RETURNED," DELIMITED BY SIZE
                  RET-REASON(WS-MATCH-INDEX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO ACK-OUT-LINE
           END-STRING
           ADD 1 TO WS-ACKS-UPDATED
           .

       BUILD-TX-REF.
           ACCEPT WS-TX-REF-TIME FROM TIME
           ADD 1 TO WS-TX-REF-SEQ
           END-STRING
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM OUTBOUND-RETURNS.
