      * resumen de tirada en data/letter-run-report.txt; un evento
      * sin plantilla queda contado como pendiente.
      *
      * Un cliente con correo devuelto (fecha en la 12a columna de
      * customers.csv, la marca MBMAIN) no recibe carta: se escribe
      * en data/held-letter-<cliente>-<fecha>.txt y queda anotada
      * en la cola data/hold-mail.csv hasta que MBMAIN quite la
      * marca y la libere con su nombre definitivo.
      *
      * Los avisos que NOTIFY-DISPATCH ya mando por SMS o email
      * (estado SENT o DELIVERED en data/notify-dispatch.csv) no
      * salen en papel. Los que el gateway no pudo entregar
      * (FALLBACK) salen como carta en la tirada de la fecha del
      * acuse, aunque el evento sea de un dia anterior.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT DISPATCH-FILE ASSIGN TO "data/notify-dispatch.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPATCH-STATUS.
           SELECT HOLD-MAIL-FILE ASSIGN TO "data/hold-mail.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REPORT-LINE           PIC X(132).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  DISPATCH-FILE.
       01  DISPATCH-LINE         PIC X(300).
       FD  HOLD-MAIL-FILE.
       01  HOLD-MAIL-LINE        PIC X(200).

       WORKING-STORAGE SECTION.

       77  WS-TEMPLATE-STATUS    PIC XX.
       77  WS-LETTER-STATUS      PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-HOLD-STATUS        PIC XX.
       77  WS-DISPATCH-STATUS    PIC XX.
       77  WS-HOLD-HELD-NAME     PIC X(80).
       77  WS-HOLD-STATE         PIC X(10).
       77  WS-HOLD-QUEUED        PIC X.
       77  WS-H-SKIP             PIC X(20).
       77  WS-EOF                PIC X VALUE "N".

       77  WS-TEMPLATE-PATH      PIC X(80).
       77  WS-LETTER-PATH        PIC X(80).
       77  WS-LETTER-NAME        PIC X(60).
       77  WS-ENV-DATE           PIC X(10) VALUE SPACES.
       77  WS-RUN-DATE           PIC X(10).

               10  CUST-ID           PIC X(10).
               10  CUST-NAME         PIC X(60).
               10  CUST-ADDRESS      PIC X(80).
               10  CUST-RETMAIL      PIC X(10).
       77  WS-C-SKIP             PIC X(80).

       77  WS-MAX-LINKS          PIC 9(4) COMP VALUE 2000.
       77  WS-LINK-COUNT         PIC 9(4) COMP VALUE 0.
           05  WS-OPENED-ID OCCURS 500 TIMES
                   INDEXED BY IX-OPN PIC X(30).

      * Registro de envios electronicos (NOTIFY-DISPATCH): eventos
      * del dia ya atendidos por SMS/email y fallidos que vuelven
      * a carta hoy
       77  WS-MAX-DISPATCHED     PIC 9(4) COMP VALUE 2000.
       77  WS-DISPATCHED-COUNT   PIC 9(4) COMP VALUE 0.
       01  WS-DISPATCHED-TABLE.
           05  WS-DISPATCHED-ROW OCCURS 2000 TIMES
                   INDEXED BY IX-DSP.
               10  DSP-ACCOUNT       PIC X(30).
               10  DSP-TRIGGER       PIC X(20).
               10  DSP-TIME          PIC X(8).
       77  WS-D-MSG-ID           PIC X(20).
       77  WS-D-CUST             PIC X(10).
       77  WS-D-EV-DATE          PIC X(10).
       77  WS-D-CHANNEL          PIC X(5).
       77  WS-D-ADDRESS          PIC X(60).
       77  WS-D-STATUS           PIC X(10).
       77  WS-D-STATUS-DATE      PIC X(10).
       77  WS-TOTAL-ELECTRONIC   PIC 9(5) VALUE 0.
       77  WS-TOTAL-FALLBACK     PIC 9(5) VALUE 0.

      * Campos del evento
       77  WS-N-ACCOUNT          PIC X(30).
       77  WS-N-TRIGGER          PIC X(20).
       77  WS-MERGE-NAME         PIC X(60).
       77  WS-MERGE-ADDRESS      PIC X(80).
       77  WS-FOUND              PIC X.
       77  WS-MAIL-HELD          PIC X.

      * Sustitucion de campos de combinacion, a mano: el token se
      * busca posicion a posicion y la linea se recompone
       77  WS-TOTAL-LETTERS      PIC 9(5) VALUE 0.
       77  WS-TOTAL-EVENTS       PIC 9(5) VALUE 0.
       77  WS-TOTAL-NO-TEMPLATE  PIC 9(5) VALUE 0.
       77  WS-TOTAL-HELD         PIC 9(5) VALUE 0.
       77  WS-BUSDATE-LINE       PIC X(10).
       77  WS-TODAY-YYYYMMDD     PIC X(8).

           PERFORM RESOLVE-RUN-DATE
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-LINKS
           PERFORM LOAD-DISPATCHED
           PERFORM RENDER-DAY-EVENTS
           PERFORM RENDER-FALLBACK-EVENTS
           PERFORM WRITE-RUN-REPORT
           GOBACK
           .

           ADD 1 TO WS-TOTAL-EVENTS

      *    Ya enviado por SMS/email: sin carta
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-DSP FROM 1 BY 1
               UNTIL IX-DSP > WS-DISPATCHED-COUNT OR WS-FOUND = "Y"
               IF DSP-ACCOUNT(IX-DSP) = WS-N-ACCOUNT
                   AND DSP-TRIGGER(IX-DSP) = WS-N-TRIGGER
                   AND DSP-TIME(IX-DSP) = WS-N-TIME
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               ADD 1 TO WS-TOTAL-ELECTRONIC
               EXIT PARAGRAPH
           END-IF

           PERFORM RENDER-EVENT-LETTER
           .

      * Carta del evento WS-N-*: plantilla del disparador,
      * combinacion y documento del cliente
       RENDER-EVENT-LETTER.

      *    Plantilla del tipo de evento
           MOVE SPACES TO WS-TEMPLATE-PATH
           STRING "data/letter-template-" DELIMITED BY SIZE
           MOVE WS-N-ACCOUNT TO WS-CUST-KEY
           MOVE WS-N-ACCOUNT TO WS-MERGE-NAME
           MOVE SPACES TO WS-MERGE-ADDRESS
           MOVE "N" TO WS-MAIL-HELD

           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-LNK FROM 1 BY 1
                       MOVE CUST-NAME(IX-CUST) TO WS-MERGE-NAME
                       MOVE CUST-ADDRESS(IX-CUST)
                           TO WS-MERGE-ADDRESS
                       IF CUST-RETMAIL(IX-CUST) NOT = SPACES
                           MOVE "Y" TO WS-MAIL-HELD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .

      * Una carta por cliente y dia: el primer evento abre el
      * documento (OUTPUT) y los siguientes se encadenan (EXTEND).
      * Con correo devuelto el documento se abre con el prefijo
      * held- y el primer evento lo anota en la cola de retenidos
       OPEN-CUSTOMER-LETTER.
           MOVE SPACES TO WS-LETTER-NAME
           STRING "letter-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUST-KEY) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-LETTER-NAME
           END-STRING

           MOVE SPACES TO WS-LETTER-PATH
           IF WS-MAIL-HELD = "Y"
               STRING "data/held-" DELIMITED BY SIZE
                      WS-LETTER-NAME DELIMITED BY SPACE
                   INTO WS-LETTER-PATH
               END-STRING
           ELSE
               STRING "data/" DELIMITED BY SIZE
                      WS-LETTER-NAME DELIMITED BY SPACE
                   INTO WS-LETTER-PATH
               END-STRING
           END-IF

           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-OPN FROM 1 BY 1
               UNTIL IX-OPN > WS-OPENED-COUNT OR WS-FOUND = "Y"
               OPEN EXTEND LETTER-FILE
           ELSE
               OPEN OUTPUT LETTER-FILE
               IF WS-MAIL-HELD = "Y"
                   ADD 1 TO WS-TOTAL-HELD
                   PERFORM APPEND-HOLD-MAIL
               ELSE
                   ADD 1 TO WS-TOTAL-LETTERS
               END-IF
               IF WS-OPENED-COUNT < WS-MAX-OPENED
                   ADD 1 TO WS-OPENED-COUNT
                   MOVE WS-CUST-KEY
           END-IF
           .

      * Fila de la cola: cliente,fecha,programa,fichero retenido,
      * fichero definitivo,HELD y fecha de liberacion (vacia)
       APPEND-HOLD-MAIL.
      *    Una repeticion de la tirada reescribe el mismo fichero
      *    retenido: si ya esta en la cola no se anota otra vez
           MOVE "N" TO WS-HOLD-QUEUED
           OPEN INPUT HOLD-MAIL-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-HOLD-STATUS NOT = "00"
                   READ HOLD-MAIL-FILE
                   IF WS-HOLD-STATUS = "00"
                       MOVE SPACES TO WS-HOLD-STATE
                       UNSTRING HOLD-MAIL-LINE DELIMITED BY ","
                           INTO WS-H-SKIP WS-H-SKIP WS-H-SKIP
                                WS-HOLD-HELD-NAME WS-H-SKIP
                                WS-HOLD-STATE
                       END-UNSTRING
                       IF WS-HOLD-STATE = "HELD"
                           AND WS-HOLD-HELD-NAME(1:5) = "held-"
                           AND WS-HOLD-HELD-NAME(6:) = WS-LETTER-NAME
                           MOVE "Y" TO WS-HOLD-QUEUED
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLD-MAIL-FILE
           END-IF
           IF WS-HOLD-QUEUED = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND HOLD-MAIL-FILE
           IF WS-HOLD-STATUS = "05" OR WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-MAIL-FILE
           END-IF

           MOVE SPACES TO HOLD-MAIL-LINE
           STRING FUNCTION TRIM(WS-CUST-KEY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ",LETTER-RENDER,held-" DELIMITED BY SIZE
                  WS-LETTER-NAME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-LETTER-NAME DELIMITED BY SPACE
                  ",HELD," DELIMITED BY SIZE
               INTO HOLD-MAIL-LINE
           END-STRING
           WRITE HOLD-MAIL-LINE
           CLOSE HOLD-MAIL-FILE

           DISPLAY "Correo devuelto: carta de "
               FUNCTION TRIM(WS-CUST-KEY) " retenida"
           .

      * ----------------------------------------------------------------
      * SUBSTITUTE-MERGE-FIELDS - Sustituye los campos de
      * combinacion de WS-SUB-LINE, uno a uno
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Enviados por SMS/mail: " WS-TOTAL-ELECTRONIC
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Entregas fallidas    : " WS-TOTAL-FALLBACK
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Cartas retenidas     : " WS-TOTAL-HELD
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE

           DISPLAY "Cartas generadas     : " WS-TOTAL-LETTERS
           DISPLAY "Eventos sin plantilla: " WS-TOTAL-NO-TEMPLATE
           DISPLAY "Cartas retenidas     : " WS-TOTAL-HELD
           DISPLAY "Enviados por SMS/mail: " WS-TOTAL-ELECTRONIC
           DISPLAY "Entregas fallidas    : " WS-TOTAL-FALLBACK
           .

      * ----------------------------------------------------------------
      * LOAD-DISPATCHED - Eventos del dia que NOTIFY-DISPATCH mando
      * por SMS/email (SENT o DELIVERED): no llevan carta
      * ----------------------------------------------------------------
       LOAD-DISPATCHED.
           OPEN INPUT DISPATCH-FILE
           IF WS-DISPATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DISPATCH-STATUS NOT = "00"
               READ DISPATCH-FILE
               IF WS-DISPATCH-STATUS = "00"
                   PERFORM PARSE-DISPATCH-LINE
                   IF WS-D-EV-DATE = WS-RUN-DATE
                       AND (WS-D-STATUS = "SENT"
                           OR WS-D-STATUS = "DELIVERED")
                       AND WS-DISPATCHED-COUNT < WS-MAX-DISPATCHED
                       ADD 1 TO WS-DISPATCHED-COUNT
                       MOVE WS-N-ACCOUNT
                           TO DSP-ACCOUNT(WS-DISPATCHED-COUNT)
                       MOVE WS-N-TRIGGER
                           TO DSP-TRIGGER(WS-DISPATCHED-COUNT)
                       MOVE WS-N-TIME
                           TO DSP-TIME(WS-DISPATCHED-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DISPATCH-FILE
           .

      * Fila del registro de envios a los campos del evento WS-N-*
       PARSE-DISPATCH-LINE.
           MOVE SPACES TO WS-N-REF WS-D-STATUS WS-D-STATUS-DATE
           UNSTRING DISPATCH-LINE DELIMITED BY ","
               INTO WS-D-MSG-ID WS-D-CUST WS-N-ACCOUNT WS-N-TRIGGER
                    WS-N-VALUE WS-D-EV-DATE WS-N-TIME WS-N-REF
                    WS-D-CHANNEL WS-D-ADDRESS WS-D-STATUS
                    WS-D-STATUS-DATE
           END-UNSTRING
           MOVE WS-D-EV-DATE TO WS-N-DATE
           .

      * ----------------------------------------------------------------
      * RENDER-FALLBACK-EVENTS - Entregas fallidas con acuse de hoy
      * de eventos de dias anteriores (las del propio dia ya han
      * salido en RENDER-DAY-EVENTS)
      * ----------------------------------------------------------------
       RENDER-FALLBACK-EVENTS.
           OPEN INPUT DISPATCH-FILE
           IF WS-DISPATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DISPATCH-STATUS NOT = "00"
               READ DISPATCH-FILE
               IF WS-DISPATCH-STATUS = "00"
                   PERFORM PARSE-DISPATCH-LINE
                   IF WS-D-STATUS = "FALLBACK"
                       AND WS-D-STATUS-DATE = WS-RUN-DATE
                       AND WS-D-EV-DATE NOT = WS-RUN-DATE
                       ADD 1 TO WS-TOTAL-FALLBACK
                       ADD 1 TO WS-TOTAL-EVENTS
                       PERFORM RENDER-EVENT-LETTER
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DISPATCH-FILE
           .

       LOAD-CUSTOMERS.
               IF WS-CUST-STATUS = "00"
                   AND WS-CUST-COUNT < WS-MAX-CUSTOMERS
                   ADD 1 TO WS-CUST-COUNT
                   MOVE SPACES TO CUST-RETMAIL(WS-CUST-COUNT)
                   UNSTRING CUSTOMERS-LINE DELIMITED BY ","
                       INTO CUST-ID(WS-CUST-COUNT)
                            CUST-NAME(WS-CUST-COUNT)
                            CUST-ADDRESS(WS-CUST-COUNT)
                            WS-C-SKIP WS-C-SKIP WS-C-SKIP WS-C-SKIP
                            WS-C-SKIP WS-C-SKIP WS-C-SKIP WS-C-SKIP
                            CUST-RETMAIL(WS-CUST-COUNT)
                   END-UNSTRING
               END-IF
           END-PERFORM
