      ******************************************************************
      * NOTIFY-DISPATCH: Avisos por SMS / email con seguimiento
      *
      * Los eventos de data/notifications.csv (movimiento grande,
      * transferencia devuelta, mora...) solo llegaban al cliente
      * en papel via LETTER-RENDER. Este trabajo toma los eventos
      * del dia NOTIFY_DATE (o de la fecha de negocio) y, para el
      * cliente de la cuenta (su primer vinculo en
      * data/customer-accounts.csv), mira su canal en
      * data/customer-contact.csv, que MBMAIN mantiene desde el CIF:
      *   cliente,canal (SMS/EMAIL/PAPER),movil,email,
      *   consentimiento (S/N),fecha-consentimiento
      * Con canal SMS o EMAIL y consentimiento S el aviso sale al
      * gateway en data/notify-outbound-AAAAMMDD.csv
      *   id-mensaje,canal,destino,texto
      * Sin consentimiento, con canal PAPER o sin cliente el aviso
      * se queda en carta.
      *
      * Si el cliente tiene gestor de relacion (14a columna de
      * data/customers.csv) de alta en data/relationship-managers.csv
      *   gestor,nombre,sucursal,email,estado
      * el aviso sale ademas en copia al email del gestor, con su
      * propia fila en el registro (estado RM-COPY y el gestor en el
      * motivo): no cuenta como entrega al cliente ni genera carta.
      *
      * Cada evento deja su fila en el registro de envios
      * data/notify-dispatch.csv:
      *   id-mensaje,cliente,cuenta,disparador,valor,fecha-evento,
      *   hora-evento,ref,canal,destino,estado,fecha-estado,motivo
      * con estado SENT (entregado al gateway), DELIVERED (acuse
      * de entrega), FALLBACK (el gateway no pudo entregar: sale
      * carta en la tirada de LETTER-RENDER de fecha-estado) o
      * LETTER (carta desde el principio). Un evento ya registrado
      * no se vuelve a enviar si el trabajo se repite.
      *
      * Antes de enviar se importan los acuses del gateway
      * (NOTIFY_RECEIPTS_FILE, por defecto data/notify-receipts.csv):
      *   id-mensaje,estado,fecha-hora,motivo
      * DELIVERED cierra el mensaje; cualquier otro estado lo deja
      * en FALLBACK. Un acuse repetido o de un mensaje ya cerrado
      * no cambia nada. Resumen en data/notify-dispatch-report.txt.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-DISPATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-FILE ASSIGN TO "data/notifications.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT LINKS-FILE ASSIGN TO "data/customer-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINKS-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "data/customer-contact.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data/notify-dispatch.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT REGISTER-NEW-FILE ASSIGN TO
               "data/notify-dispatch.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIPTS-FILE ASSIGN TO WS-RECEIPTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.
           SELECT OUTBOUND-FILE ASSIGN TO WS-OUTBOUND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO
               "data/notify-dispatch-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMERS-FILE ASSIGN TO "data/customers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT MANAGERS-FILE ASSIGN TO
               "data/relationship-managers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MGR-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-FILE.
       01  NOTIFY-LINE           PIC X(120).
       FD  LINKS-FILE.
       01  LINKS-LINE            PIC X(50).
       FD  CONTACT-FILE.
       01  CONTACT-LINE          PIC X(150).
       FD  REGISTER-FILE.
       01  REGISTER-LINE         PIC X(300).
       FD  REGISTER-NEW-FILE.
       01  REGISTER-NEW-LINE     PIC X(300).
       FD  RECEIPTS-FILE.
       01  RECEIPTS-LINE         PIC X(150).
       FD  OUTBOUND-FILE.
       01  OUTBOUND-LINE         PIC X(250).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).
       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-LINE        PIC X(250).
       FD  MANAGERS-FILE.
       01  MANAGERS-LINE         PIC X(150).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).

       WORKING-STORAGE SECTION.

       77  WS-NOTIFY-STATUS      PIC XX.
       77  WS-LINKS-STATUS       PIC XX.
       77  WS-CONTACT-STATUS     PIC XX.
       77  WS-REG-STATUS         PIC XX.
       77  WS-RCPT-STATUS        PIC XX.
       77  WS-OUT-STATUS         PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-CUST-STATUS        PIC XX.
       77  WS-MGR-STATUS         PIC XX.

       77  WS-ENV-DATE           PIC X(10) VALUE SPACES.
       77  WS-RUN-DATE           PIC X(10).
       77  WS-RUN-YYYYMMDD       PIC X(8).
       77  WS-BUSDATE-LINE       PIC X(10).
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-RECEIPTS-PATH      PIC X(100) VALUE SPACES.
       77  WS-OUTBOUND-PATH      PIC X(100) VALUE SPACES.
       77  WS-OUTBOUND-OPEN      PIC X VALUE "N".
       77  WS-MV-COMMAND         PIC X(120) VALUE
           "mv data/notify-dispatch.csv.new data/notify-dispatch.csv".

      * Vinculos cuenta-cliente: el cliente del evento es el primer
      * vinculo de la cuenta, como en LETTER-RENDER
       77  WS-MAX-LINKS          PIC 9(4) COMP VALUE 2000.
       77  WS-LINK-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LINK-ROW OCCURS 2000 TIMES INDEXED BY IX-LNK.
               10  LNK-CUST-ID       PIC X(10).
               10  LNK-ACCOUNT       PIC X(30).

      * Canal y consentimiento de cada cliente
       77  WS-MAX-CONTACTS       PIC 9(4) COMP VALUE 500.
       77  WS-CONTACT-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-CONTACT-TABLE.
           05  WS-CONTACT-ROW OCCURS 500 TIMES INDEXED BY IX-CT.
               10  CT-CUST-ID        PIC X(10).
               10  CT-CHANNEL        PIC X(5).
               10  CT-MOBILE         PIC X(20).
               10  CT-EMAIL          PIC X(60).
               10  CT-CONSENT        PIC X.

      * Clientes con gestor de relacion y gestores de alta con
      * email
       77  WS-MAX-CUST-RM        PIC 9(4) COMP VALUE 2000.
       77  WS-CUST-RM-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-CUST-RM-TABLE.
           05  WS-CUST-RM-ROW OCCURS 2000 TIMES INDEXED BY IX-CRM.
               10  CRM-CUST-ID       PIC X(10).
               10  CRM-MANAGER       PIC X(8).
       77  WS-MAX-MANAGERS       PIC 9(3) COMP VALUE 200.
       77  WS-MANAGER-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-MANAGER-TABLE.
           05  WS-MANAGER-ROW OCCURS 200 TIMES INDEXED BY IX-MGR.
               10  MGR-ID            PIC X(8).
               10  MGR-EMAIL         PIC X(60).
       77  WS-C-ID               PIC X(10).
       77  WS-C-SKIP             PIC X(80).
       77  WS-C-RM               PIC X(8).
       77  WS-M-ID               PIC X(8).
       77  WS-M-NAME             PIC X(40).
       77  WS-M-BRANCH           PIC X(8).
       77  WS-M-EMAIL            PIC X(60).
       77  WS-M-STATUS           PIC X(10).
       77  WS-COPY-MANAGER       PIC X(8) VALUE SPACES.
       77  WS-COPY-ADDRESS       PIC X(60).

      * Registro de envios completo: se carga, se actualiza con los
      * acuses y los envios del dia y se reescribe entero
       77  WS-MAX-REG            PIC 9(5) COMP VALUE 5000.
       77  WS-REG-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ROW OCCURS 5000 TIMES INDEXED BY IX-REG.
               10  REG-MSG-ID        PIC X(20).
               10  REG-CUST-ID       PIC X(10).
               10  REG-ACCOUNT       PIC X(30).
               10  REG-TRIGGER       PIC X(20).
               10  REG-VALUE         PIC X(20).
               10  REG-EV-DATE       PIC X(10).
               10  REG-EV-TIME       PIC X(8).
               10  REG-REF           PIC X(20).
               10  REG-CHANNEL       PIC X(5).
               10  REG-ADDRESS       PIC X(60).
               10  REG-STATUS        PIC X(10).
               10  REG-STATUS-DATE   PIC X(10).
               10  REG-REASON        PIC X(30).

      * Identificador de mensaje NTF-AAAAMMDD-nnnnn, correlativo
      * dentro del dia
       77  WS-MSG-SEQ            PIC 9(5) VALUE 0.
       77  WS-MSG-ID             PIC X(20).

      * Campos del evento
       77  WS-N-ACCOUNT          PIC X(30).
       77  WS-N-TRIGGER          PIC X(20).
       77  WS-N-VALUE            PIC X(20).
       77  WS-N-DATE             PIC X(10).
       77  WS-N-TIME             PIC X(8).
       77  WS-N-REF              PIC X(20).

       77  WS-CUST-KEY           PIC X(10).
       77  WS-FOUND              PIC X.
       77  WS-CT-INDEX           PIC 9(4) COMP.
       77  WS-SEND-CHANNEL       PIC X(5).
       77  WS-SEND-ADDRESS       PIC X(60).
       77  WS-SEND-STATUS        PIC X(10).
       77  WS-SEND-REASON        PIC X(30).
       77  WS-MSG-TEXT           PIC X(160).

      * Acuse del gateway
       77  WS-R-MSG-ID           PIC X(20).
       77  WS-R-STATUS           PIC X(15).
       77  WS-R-STAMP            PIC X(20).
       77  WS-R-REASON           PIC X(30).

       77  WS-TOTAL-EVENTS       PIC 9(5) VALUE 0.
       77  WS-TOTAL-SENT         PIC 9(5) VALUE 0.
       77  WS-TOTAL-LETTER       PIC 9(5) VALUE 0.
       77  WS-TOTAL-REPEAT       PIC 9(5) VALUE 0.
       77  WS-TOTAL-RCPT         PIC 9(5) VALUE 0.
       77  WS-TOTAL-DELIVERED    PIC 9(5) VALUE 0.
       77  WS-TOTAL-FALLBACK     PIC 9(5) VALUE 0.
       77  WS-TOTAL-UNMATCHED    PIC 9(5) VALUE 0.
       77  WS-TOTAL-PENDING      PIC 9(5) VALUE 0.
       77  WS-TOTAL-RM-COPY      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM RESOLVE-RUN-DATE
           PERFORM LOAD-LINKS
           PERFORM LOAD-CONTACTS
           PERFORM LOAD-MANAGERS
           PERFORM LOAD-REGISTER
           PERFORM IMPORT-RECEIPTS
           PERFORM DISPATCH-DAY-EVENTS
           IF WS-OUTBOUND-OPEN = "Y"
               CLOSE OUTBOUND-FILE
           END-IF
           PERFORM REWRITE-REGISTER
           PERFORM WRITE-RUN-REPORT
           GOBACK
           .

       RESOLVE-RUN-DATE.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "NOTIFY_DATE"
           IF WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
               STRING WS-TODAY-YYYYMMDD(1:4) "-"
                      WS-TODAY-YYYYMMDD(5:2) "-"
                      WS-TODAY-YYYYMMDD(7:2)
                   INTO WS-RUN-DATE
               END-STRING

               OPEN INPUT BUSDATE-FILE
               IF WS-BUSDATE-STATUS = "00"
                   READ BUSDATE-FILE INTO WS-BUSDATE-LINE
                       AT END CONTINUE
                   END-READ
                   CLOSE BUSDATE-FILE
                   IF WS-BUSDATE-LINE NOT = SPACES
                       MOVE WS-BUSDATE-LINE TO WS-RUN-DATE
                   END-IF
               END-IF
           END-IF

           STRING WS-RUN-DATE(1:4) WS-RUN-DATE(6:2) WS-RUN-DATE(9:2)
               DELIMITED BY SIZE INTO WS-RUN-YYYYMMDD
           END-STRING
           STRING "data/notify-outbound-" DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-OUTBOUND-PATH
           END-STRING

           ACCEPT WS-RECEIPTS-PATH FROM ENVIRONMENT
               "NOTIFY_RECEIPTS_FILE"
           IF WS-RECEIPTS-PATH = SPACES
               MOVE "data/notify-receipts.csv" TO WS-RECEIPTS-PATH
           END-IF
           .

       LOAD-LINKS.
           OPEN INPUT LINKS-FILE
           IF WS-LINKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LINKS-STATUS NOT = "00"
               READ LINKS-FILE
               IF WS-LINKS-STATUS = "00"
                   AND WS-LINK-COUNT < WS-MAX-LINKS
                   ADD 1 TO WS-LINK-COUNT
                   UNSTRING LINKS-LINE DELIMITED BY ","
                       INTO LNK-CUST-ID(WS-LINK-COUNT)
                            LNK-ACCOUNT(WS-LINK-COUNT)
                   END-UNSTRING
               END-IF
           END-PERFORM

           CLOSE LINKS-FILE
           .

       LOAD-CONTACTS.
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "Aviso: sin data/customer-contact.csv, todos "
                   "los avisos saldran por carta"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CONTACT-STATUS NOT = "00"
               READ CONTACT-FILE
               IF WS-CONTACT-STATUS = "00"
                   AND WS-CONTACT-COUNT < WS-MAX-CONTACTS
                   ADD 1 TO WS-CONTACT-COUNT
                   MOVE SPACES TO WS-CONTACT-ROW(WS-CONTACT-COUNT)
                   UNSTRING CONTACT-LINE DELIMITED BY ","
                       INTO CT-CUST-ID(WS-CONTACT-COUNT)
                            CT-CHANNEL(WS-CONTACT-COUNT)
                            CT-MOBILE(WS-CONTACT-COUNT)
                            CT-EMAIL(WS-CONTACT-COUNT)
                            CT-CONSENT(WS-CONTACT-COUNT)
                   END-UNSTRING
               END-IF
           END-PERFORM

           CLOSE CONTACT-FILE
           .

      * Gestores de alta con email y clientes que tienen gestor
       LOAD-MANAGERS.
           OPEN INPUT MANAGERS-FILE
           IF WS-MGR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MGR-STATUS NOT = "00"
               READ MANAGERS-FILE
               IF WS-MGR-STATUS = "00"
                   MOVE SPACES TO WS-M-ID WS-M-NAME WS-M-BRANCH
                                  WS-M-EMAIL WS-M-STATUS
                   UNSTRING MANAGERS-LINE DELIMITED BY ","
                       INTO WS-M-ID WS-M-NAME WS-M-BRANCH
                            WS-M-EMAIL WS-M-STATUS
                   END-UNSTRING
                   IF (WS-M-STATUS = "ACTIVE" OR WS-M-STATUS = SPACES)
                       AND WS-M-EMAIL NOT = SPACES
                       AND WS-MANAGER-COUNT < WS-MAX-MANAGERS
                       ADD 1 TO WS-MANAGER-COUNT
                       MOVE WS-M-ID TO MGR-ID(WS-MANAGER-COUNT)
                       MOVE WS-M-EMAIL TO MGR-EMAIL(WS-MANAGER-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MANAGERS-FILE

           IF WS-MANAGER-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CUST-STATUS NOT = "00"
               READ CUSTOMERS-FILE
               IF WS-CUST-STATUS = "00"
                   MOVE SPACES TO WS-C-ID WS-C-RM
                   UNSTRING CUSTOMERS-LINE DELIMITED BY ","
                       INTO WS-C-ID WS-C-SKIP WS-C-SKIP WS-C-SKIP
                            WS-C-SKIP WS-C-SKIP WS-C-SKIP WS-C-SKIP
                            WS-C-SKIP WS-C-SKIP WS-C-SKIP WS-C-SKIP
                            WS-C-SKIP WS-C-RM
                   END-UNSTRING
                   IF WS-C-RM NOT = SPACES
                       AND WS-CUST-RM-COUNT < WS-MAX-CUST-RM
                       ADD 1 TO WS-CUST-RM-COUNT
                       MOVE WS-C-ID TO CRM-CUST-ID(WS-CUST-RM-COUNT)
                       MOVE WS-C-RM TO CRM-MANAGER(WS-CUST-RM-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CUSTOMERS-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-REGISTER - Registro de envios a la tabla; de paso deja
      * en WS-MSG-SEQ el ultimo correlativo usado en el dia
      * ----------------------------------------------------------------
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-REG-STATUS NOT = "00"
               READ REGISTER-FILE
               IF WS-REG-STATUS = "00"
                   IF WS-REG-COUNT < WS-MAX-REG
                       ADD 1 TO WS-REG-COUNT
                       PERFORM PARSE-REGISTER-LINE
                   ELSE
                       DISPLAY "ERROR: registro de envios lleno, "
                           "ampliar WS-MAX-REG"
                       CLOSE REGISTER-FILE
                       GOBACK
                   END-IF
               END-IF
           END-PERFORM

           CLOSE REGISTER-FILE
           .

       PARSE-REGISTER-LINE.
           MOVE SPACES TO WS-REG-ROW(WS-REG-COUNT)
           UNSTRING REGISTER-LINE DELIMITED BY ","
               INTO REG-MSG-ID(WS-REG-COUNT)
                    REG-CUST-ID(WS-REG-COUNT)
                    REG-ACCOUNT(WS-REG-COUNT)
                    REG-TRIGGER(WS-REG-COUNT)
                    REG-VALUE(WS-REG-COUNT)
                    REG-EV-DATE(WS-REG-COUNT)
                    REG-EV-TIME(WS-REG-COUNT)
                    REG-REF(WS-REG-COUNT)
                    REG-CHANNEL(WS-REG-COUNT)
                    REG-ADDRESS(WS-REG-COUNT)
                    REG-STATUS(WS-REG-COUNT)
                    REG-STATUS-DATE(WS-REG-COUNT)
                    REG-REASON(WS-REG-COUNT)
           END-UNSTRING

           IF REG-MSG-ID(WS-REG-COUNT)(5:8) = WS-RUN-YYYYMMDD
               AND REG-MSG-ID(WS-REG-COUNT)(14:5) IS NUMERIC
               AND REG-MSG-ID(WS-REG-COUNT)(14:5) > WS-MSG-SEQ
               MOVE REG-MSG-ID(WS-REG-COUNT)(14:5) TO WS-MSG-SEQ
           END-IF
           .

      * ----------------------------------------------------------------
      * IMPORT-RECEIPTS - Acuses del gateway sobre mensajes SENT
      * ----------------------------------------------------------------
       IMPORT-RECEIPTS.
           OPEN INPUT RECEIPTS-FILE
           IF WS-RCPT-STATUS NOT = "00"
               DISPLAY "Sin acuses del gateway ("
                   FUNCTION TRIM(WS-RECEIPTS-PATH) ")"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-RCPT-STATUS NOT = "00"
               READ RECEIPTS-FILE
               IF WS-RCPT-STATUS = "00"
                   PERFORM APPLY-ONE-RECEIPT
               END-IF
           END-PERFORM

           CLOSE RECEIPTS-FILE
           .

       APPLY-ONE-RECEIPT.
           MOVE SPACES TO WS-R-MSG-ID WS-R-STATUS WS-R-STAMP
               WS-R-REASON
           UNSTRING RECEIPTS-LINE DELIMITED BY ","
               INTO WS-R-MSG-ID WS-R-STATUS WS-R-STAMP WS-R-REASON
           END-UNSTRING
           IF WS-R-MSG-ID(1:4) NOT = "NTF-"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-RCPT

           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-REG FROM 1 BY 1
               UNTIL IX-REG > WS-REG-COUNT OR WS-FOUND = "Y"
               IF REG-MSG-ID(IX-REG) = WS-R-MSG-ID
                   MOVE "Y" TO WS-FOUND
                   PERFORM APPLY-RECEIPT-TO-ROW
               END-IF
           END-PERFORM

           IF WS-FOUND = "N"
               ADD 1 TO WS-TOTAL-UNMATCHED
               DISPLAY "Acuse sin mensaje en el registro: "
                   FUNCTION TRIM(WS-R-MSG-ID)
           END-IF
           .

      * Solo un mensaje SENT cambia de estado: el acuse repetido de
      * un mensaje ya cerrado se ignora
       APPLY-RECEIPT-TO-ROW.
           IF REG-STATUS(IX-REG) NOT = "SENT"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-DATE TO REG-STATUS-DATE(IX-REG)
           IF WS-R-STATUS = "DELIVERED"
               MOVE "DELIVERED" TO REG-STATUS(IX-REG)
               ADD 1 TO WS-TOTAL-DELIVERED
           ELSE
               MOVE "FALLBACK" TO REG-STATUS(IX-REG)
               IF WS-R-REASON NOT = SPACES
                   MOVE WS-R-REASON TO REG-REASON(IX-REG)
               ELSE
                   MOVE WS-R-STATUS TO REG-REASON(IX-REG)
               END-IF
               INSPECT REG-REASON(IX-REG) REPLACING ALL "," BY " "
               ADD 1 TO WS-TOTAL-FALLBACK
               DISPLAY "Entrega fallida de "
                   FUNCTION TRIM(REG-MSG-ID(IX-REG))
                   ": aviso a carta (" FUNCTION TRIM(WS-R-STATUS) ")"
           END-IF
           .

      * ----------------------------------------------------------------
      * DISPATCH-DAY-EVENTS - Eventos del dia al gateway o a carta
      * ----------------------------------------------------------------
       DISPATCH-DAY-EVENTS.
           OPEN INPUT NOTIFY-FILE
           IF WS-NOTIFY-STATUS NOT = "00"
               DISPLAY "Sin eventos que enviar "
                   "(data/notifications.csv no existe)"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-NOTIFY-STATUS NOT = "00"
               READ NOTIFY-FILE
               IF WS-NOTIFY-STATUS = "00"
                   PERFORM DISPATCH-ONE-EVENT
               END-IF
           END-PERFORM

           CLOSE NOTIFY-FILE
           .

       DISPATCH-ONE-EVENT.
           MOVE SPACES TO WS-N-TIME WS-N-REF
           UNSTRING NOTIFY-LINE DELIMITED BY ","
               INTO WS-N-ACCOUNT WS-N-TRIGGER WS-N-VALUE
                    WS-N-DATE WS-N-TIME WS-N-REF
           END-UNSTRING

           IF WS-N-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-EVENTS

      *    Un evento ya registrado (repeticion del trabajo) no se
      *    vuelve a enviar
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-REG FROM 1 BY 1
               UNTIL IX-REG > WS-REG-COUNT OR WS-FOUND = "Y"
               IF REG-ACCOUNT(IX-REG) = WS-N-ACCOUNT
                   AND REG-TRIGGER(IX-REG) = WS-N-TRIGGER
                   AND REG-EV-DATE(IX-REG) = WS-N-DATE
                   AND REG-EV-TIME(IX-REG) = WS-N-TIME
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               ADD 1 TO WS-TOTAL-REPEAT
               EXIT PARAGRAPH
           END-IF

           IF WS-REG-COUNT >= WS-MAX-REG
               DISPLAY "ERROR: registro de envios lleno, evento de "
                   FUNCTION TRIM(WS-N-ACCOUNT) " sin registrar"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHOOSE-CHANNEL

           ADD 1 TO WS-MSG-SEQ
           MOVE SPACES TO WS-MSG-ID
           STRING "NTF-" DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MSG-SEQ DELIMITED BY SIZE
               INTO WS-MSG-ID
           END-STRING

           IF WS-SEND-STATUS = "SENT"
               PERFORM WRITE-OUTBOUND-MESSAGE
               ADD 1 TO WS-TOTAL-SENT
           ELSE
               ADD 1 TO WS-TOTAL-LETTER
           END-IF

           ADD 1 TO WS-REG-COUNT
           MOVE WS-MSG-ID TO REG-MSG-ID(WS-REG-COUNT)
           MOVE WS-CUST-KEY TO REG-CUST-ID(WS-REG-COUNT)
           MOVE WS-N-ACCOUNT TO REG-ACCOUNT(WS-REG-COUNT)
           MOVE WS-N-TRIGGER TO REG-TRIGGER(WS-REG-COUNT)
           MOVE WS-N-VALUE TO REG-VALUE(WS-REG-COUNT)
           MOVE WS-N-DATE TO REG-EV-DATE(WS-REG-COUNT)
           MOVE WS-N-TIME TO REG-EV-TIME(WS-REG-COUNT)
           MOVE WS-N-REF TO REG-REF(WS-REG-COUNT)
           MOVE WS-SEND-CHANNEL TO REG-CHANNEL(WS-REG-COUNT)
           MOVE WS-SEND-ADDRESS TO REG-ADDRESS(WS-REG-COUNT)
           MOVE WS-SEND-STATUS TO REG-STATUS(WS-REG-COUNT)
           MOVE WS-RUN-DATE TO REG-STATUS-DATE(WS-REG-COUNT)
           MOVE WS-SEND-REASON TO REG-REASON(WS-REG-COUNT)

           IF WS-CUST-KEY NOT = SPACES
               PERFORM COPY-TO-MANAGER
           END-IF
           .

      * Copia del aviso al gestor de relacion del cliente, si lo
      * tiene y esta de alta con email
       COPY-TO-MANAGER.
           MOVE SPACES TO WS-COPY-MANAGER
           PERFORM VARYING IX-CRM FROM 1 BY 1
               UNTIL IX-CRM > WS-CUST-RM-COUNT
                   OR WS-COPY-MANAGER NOT = SPACES
               IF CRM-CUST-ID(IX-CRM) = WS-CUST-KEY
                   MOVE CRM-MANAGER(IX-CRM) TO WS-COPY-MANAGER
               END-IF
           END-PERFORM
           IF WS-COPY-MANAGER = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-COPY-ADDRESS
           PERFORM VARYING IX-MGR FROM 1 BY 1
               UNTIL IX-MGR > WS-MANAGER-COUNT
                   OR WS-COPY-ADDRESS NOT = SPACES
               IF MGR-ID(IX-MGR) = WS-COPY-MANAGER
                   MOVE MGR-EMAIL(IX-MGR) TO WS-COPY-ADDRESS
               END-IF
           END-PERFORM
           IF WS-COPY-ADDRESS = SPACES
               MOVE SPACES TO WS-COPY-MANAGER
               EXIT PARAGRAPH
           END-IF

           IF WS-REG-COUNT >= WS-MAX-REG
               DISPLAY "ERROR: registro de envios lleno, copia al "
                   "gestor " FUNCTION TRIM(WS-COPY-MANAGER)
                   " sin registrar"
               MOVE SPACES TO WS-COPY-MANAGER
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MSG-SEQ
           MOVE SPACES TO WS-MSG-ID
           STRING "NTF-" DELIMITED BY SIZE
                  WS-RUN-YYYYMMDD DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MSG-SEQ DELIMITED BY SIZE
               INTO WS-MSG-ID
           END-STRING
           MOVE "EMAIL" TO WS-SEND-CHANNEL
           MOVE WS-COPY-ADDRESS TO WS-SEND-ADDRESS
           PERFORM WRITE-OUTBOUND-MESSAGE
           ADD 1 TO WS-TOTAL-RM-COPY

           ADD 1 TO WS-REG-COUNT
           MOVE WS-MSG-ID TO REG-MSG-ID(WS-REG-COUNT)
           MOVE WS-CUST-KEY TO REG-CUST-ID(WS-REG-COUNT)
           MOVE WS-N-ACCOUNT TO REG-ACCOUNT(WS-REG-COUNT)
           MOVE WS-N-TRIGGER TO REG-TRIGGER(WS-REG-COUNT)
           MOVE WS-N-VALUE TO REG-VALUE(WS-REG-COUNT)
           MOVE WS-N-DATE TO REG-EV-DATE(WS-REG-COUNT)
           MOVE WS-N-TIME TO REG-EV-TIME(WS-REG-COUNT)
           MOVE WS-N-REF TO REG-REF(WS-REG-COUNT)
           MOVE "EMAIL" TO REG-CHANNEL(WS-REG-COUNT)
           MOVE WS-COPY-ADDRESS TO REG-ADDRESS(WS-REG-COUNT)
           MOVE "RM-COPY" TO REG-STATUS(WS-REG-COUNT)
           MOVE WS-RUN-DATE TO REG-STATUS-DATE(WS-REG-COUNT)
           MOVE WS-COPY-MANAGER TO REG-REASON(WS-REG-COUNT)
           MOVE SPACES TO WS-COPY-MANAGER
           .

      * Cliente del evento (primer vinculo de la cuenta) y su canal:
      * SENT solo con canal electronico, destino y consentimiento
       CHOOSE-CHANNEL.
           MOVE SPACES TO WS-CUST-KEY
           MOVE "PAPER" TO WS-SEND-CHANNEL
           MOVE SPACES TO WS-SEND-ADDRESS
           MOVE "LETTER" TO WS-SEND-STATUS
           MOVE SPACES TO WS-SEND-REASON

           PERFORM VARYING IX-LNK FROM 1 BY 1
               UNTIL IX-LNK > WS-LINK-COUNT OR WS-CUST-KEY NOT = SPACES
               IF LNK-ACCOUNT(IX-LNK) = WS-N-ACCOUNT
                   MOVE LNK-CUST-ID(IX-LNK) TO WS-CUST-KEY
               END-IF
           END-PERFORM
           IF WS-CUST-KEY = SPACES
               MOVE "SIN-CLIENTE" TO WS-SEND-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CT-INDEX
           PERFORM VARYING IX-CT FROM 1 BY 1
               UNTIL IX-CT > WS-CONTACT-COUNT OR WS-CT-INDEX > 0
               IF CT-CUST-ID(IX-CT) = WS-CUST-KEY
                   SET WS-CT-INDEX TO IX-CT
               END-IF
           END-PERFORM
           IF WS-CT-INDEX = 0
               MOVE "SIN-CANAL" TO WS-SEND-REASON
               EXIT PARAGRAPH
           END-IF

           IF CT-CONSENT(WS-CT-INDEX) NOT = "S"
               MOVE "SIN-CONSENTIMIENTO" TO WS-SEND-REASON
               EXIT PARAGRAPH
           END-IF

           EVALUATE CT-CHANNEL(WS-CT-INDEX)
               WHEN "SMS"
                   MOVE CT-MOBILE(WS-CT-INDEX) TO WS-SEND-ADDRESS
               WHEN "EMAIL"
                   MOVE CT-EMAIL(WS-CT-INDEX) TO WS-SEND-ADDRESS
               WHEN OTHER
                   MOVE "CANAL-PAPEL" TO WS-SEND-REASON
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-SEND-ADDRESS = SPACES
               MOVE "SIN-DESTINO" TO WS-SEND-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE CT-CHANNEL(WS-CT-INDEX) TO WS-SEND-CHANNEL
           MOVE "SENT" TO WS-SEND-STATUS
           .

       WRITE-OUTBOUND-MESSAGE.
           IF WS-OUTBOUND-OPEN = "N"
               OPEN EXTEND OUTBOUND-FILE
               IF WS-OUT-STATUS = "05" OR WS-OUT-STATUS = "35"
                   OPEN OUTPUT OUTBOUND-FILE
               END-IF
               MOVE "Y" TO WS-OUTBOUND-OPEN
           END-IF

           MOVE SPACES TO WS-MSG-TEXT
           IF WS-COPY-MANAGER = SPACES
               STRING "MINIBANK aviso " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-N-TRIGGER) DELIMITED BY SIZE
                      " cuenta " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-N-ACCOUNT) DELIMITED BY SIZE
                      " importe " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-N-VALUE) DELIMITED BY SIZE
                      " fecha " DELIMITED BY SIZE
                      WS-N-DATE DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING
           ELSE
               STRING "MINIBANK copia gestor: aviso " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-N-TRIGGER) DELIMITED BY SIZE
                      " cliente " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUST-KEY) DELIMITED BY SIZE
                      " cuenta " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-N-ACCOUNT) DELIMITED BY SIZE
                      " importe " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-N-VALUE) DELIMITED BY SIZE
                      " fecha " DELIMITED BY SIZE
                      WS-N-DATE DELIMITED BY SIZE
                   INTO WS-MSG-TEXT
               END-STRING
           END-IF

           MOVE SPACES TO OUTBOUND-LINE
           STRING WS-MSG-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-SEND-CHANNEL DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEND-ADDRESS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MSG-TEXT) DELIMITED BY SIZE
               INTO OUTBOUND-LINE
           END-STRING
           WRITE OUTBOUND-LINE
           .

      * ----------------------------------------------------------------
      * REWRITE-REGISTER - Registro completo a .new y sustitucion
      * ----------------------------------------------------------------
       REWRITE-REGISTER.
           OPEN OUTPUT REGISTER-NEW-FILE

           PERFORM VARYING IX-REG FROM 1 BY 1
               UNTIL IX-REG > WS-REG-COUNT
               IF REG-STATUS(IX-REG) = "SENT"
                   ADD 1 TO WS-TOTAL-PENDING
               END-IF
               MOVE SPACES TO REGISTER-NEW-LINE
               STRING REG-MSG-ID(IX-REG) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      REG-CUST-ID(IX-REG) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      REG-ACCOUNT(IX-REG) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      REG-TRIGGER(IX-REG) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      REG-VALUE(IX-REG) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      REG-EV-DATE(IX-REG) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      REG-EV-TIME(IX-REG) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      REG-REF(IX-REG) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      REG-CHANNEL(IX-REG) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(REG-ADDRESS(IX-REG))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      REG-STATUS(IX-REG) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      REG-STATUS-DATE(IX-REG) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(REG-REASON(IX-REG))
                          DELIMITED BY SIZE
                   INTO REGISTER-NEW-LINE
               END-STRING
               WRITE REGISTER-NEW-LINE
           END-PERFORM

           CLOSE REGISTER-NEW-FILE
           CALL "SYSTEM" USING WS-MV-COMMAND
           .

       WRITE-RUN-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "AVISOS ELECTRONICOS - " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Acuses importados       : " WS-TOTAL-RCPT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  entregados            : " WS-TOTAL-DELIVERED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  fallidos (a carta)    : " WS-TOTAL-FALLBACK
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  sin mensaje           : " WS-TOTAL-UNMATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Eventos del dia         : " WS-TOTAL-EVENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  enviados al gateway   : " WS-TOTAL-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  por carta             : " WS-TOTAL-LETTER
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ya registrados        : " WS-TOTAL-REPEAT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  copias a gestores     : " WS-TOTAL-RM-COPY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Mensajes sin acuse      : " WS-TOTAL-PENDING
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE

           DISPLAY "Avisos enviados al gateway: " WS-TOTAL-SENT
           DISPLAY "Avisos por carta          : " WS-TOTAL-LETTER
           DISPLAY "Copias a gestores         : " WS-TOTAL-RM-COPY
           DISPLAY "Acuses: entregados " WS-TOTAL-DELIVERED
               ", fallidos " WS-TOTAL-FALLBACK
           .

       END PROGRAM NOTIFY-DISPATCH.
