      ******************************************************************
      * BULK-PAY-IMPORT: Fichero de pagos masivos a otros bancos
      *
      * Una empresa cliente paga de una vez a sus proveedores de
      * otros bancos dejando un fichero de formato fijo (una cuenta
      * ordenante y muchos beneficiarios externos):
      *   HDR fecha(AAAA-MM-DD) cuenta-ordenante(30) firmante(10)
      *   DTL banco(16) cuenta-destino(30) importe(16)
      *       beneficiario(40) referencia-cliente(16)
      *   TRL numero-de-detalles(6) total(16)
      * Validaciones antes de asentar NADA:
      *   - la cola debe cuadrar con lo leido y ningun importe puede
      *     ser nulo o negativo,
      *   - ningun destino puede ser una cuenta nuestra (eso va por
      *     transferencia interna),
      *   - el mandato de la cuenta (data/customer-accounts.csv,
      *     cliente,cuenta,rol,tope): si la cuenta tiene vinculos, el
      *     firmante de la cabecera debe estar apoderado, el total no
      *     puede superar su tope y una cuenta JOINT-BOTH no admite
      *     el fichero (le falta la segunda firma), y
      *   - el saldo disponible de la ordenante (data/balances.csv,
      *     cuenta OPEN, menos las retenciones activas de
      *     data/holds.csv) debe cubrir el total del fichero.
      * Cada beneficiario se criba contra data/watchlist.csv con la
      * misma normalizacion de nombres que MBMAIN y el resultado
      * queda en data/screening-log.csv (contexto PAGO-MASIVO). Un
      * positivo no sale del banco: el pago va a la cola de
      * revision data/pending-review.csv como transferencia al
      * exterior (EXTERNAL banco:cuenta) y, si cumplimiento lo
      * aprueba, MBMAIN lo carga y encola por su circuito normal.
      *
      * Si todo cuadra: un solo TRANSFER de la ordenante a
      * SETTLEMENT por el total de los pagos limpios (categoria
      * EXTERIOR) y una fila por pago en data/outbound-pending.csv
      * con su propia referencia BP-..., que OUTBOUND-CLEARING
      * transmite como cualquier otra. El acuse por pago queda en
      * <fichero>.ack (linea,referencia,banco,cuenta,importe,
      * referencia-cliente,estado) y cada referencia se anota en
      * data/bulkpay-items.csv (referencia,ordenante,fecha,acuse)
      * para que OUTBOUND-RETURNS marque el acuse cuando el banco
      * receptor devuelva un pago.
      *
      * Ruta del fichero de entrada: variable BULKPAY_IN_FILE.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULK-PAY-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN TO WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT LINKS-FILE ASSIGN TO "data/customer-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINKS-STATUS.
           SELECT BALANCES-FILE ASSIGN TO "data/balances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "data/holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT WATCHLIST-FILE ASSIGN TO "data/watchlist.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT SCREEN-LOG-FILE ASSIGN TO "data/screening-log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-LOG-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "data/pending-review.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT TX-FILE ASSIGN TO "data/transactions.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTBOUND-FILE ASSIGN TO
               "data/outbound-pending.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTB-STATUS.
           SELECT ITEMS-FILE ASSIGN TO "data/bulkpay-items.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMS-STATUS.
           SELECT ACK-FILE ASSIGN TO WS-ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       01  IN-LINE               PIC X(140).
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(150).
       FD  LINKS-FILE.
       01  LINKS-LINE            PIC X(100).
       FD  BALANCES-FILE.
       01  BALANCES-LINE         PIC X(100).
       FD  HOLDS-FILE.
       01  HOLDS-LINE            PIC X(120).
       FD  WATCHLIST-FILE.
       01  WATCHLIST-LINE        PIC X(100).
       FD  SCREEN-LOG-FILE.
       01  SCREEN-LOG-LINE       PIC X(150).
       FD  REVIEW-FILE.
       01  REVIEW-LINE           PIC X(120).
       FD  TX-FILE.
       01  TX-LINE               PIC X(120).
       FD  OUTBOUND-FILE.
       01  OUTBOUND-LINE         PIC X(150).
       FD  ITEMS-FILE.
       01  ITEMS-LINE            PIC X(260).
       FD  ACK-FILE.
       01  ACK-LINE              PIC X(150).

       WORKING-STORAGE SECTION.

       77  WS-IN-STATUS          PIC XX.
       77  WS-SEED-STATUS        PIC XX.
       77  WS-LINKS-STATUS       PIC XX.
       77  WS-BAL-STATUS         PIC XX.
       77  WS-HOLDS-STATUS       PIC XX.
       77  WS-WATCH-STATUS       PIC XX.
       77  WS-SCREEN-LOG-STATUS  PIC XX.
       77  WS-REVIEW-STATUS      PIC XX.
       77  WS-OUTB-STATUS        PIC XX.
       77  WS-ITEMS-STATUS       PIC XX.
       77  WS-EOF                PIC X VALUE "N".
       77  WS-IN-PATH            PIC X(200) VALUE SPACES.
       77  WS-ACK-PATH           PIC X(210) VALUE SPACES.

      * Desglose de los registros de formato fijo
       01  WS-RECORD.
           05  REC-TYPE          PIC X(3).
           05  REC-REST          PIC X(137).
       01  WS-HDR-FIELDS.
           05  HDR-DATE          PIC X(10).
           05  FILLER            PIC X.
           05  HDR-ACCOUNT       PIC X(30).
           05  FILLER            PIC X.
           05  HDR-SIGNER        PIC X(10).
       01  WS-DTL-FIELDS.
           05  DTL-BANK          PIC X(16).
           05  FILLER            PIC X.
           05  DTL-ACCOUNT       PIC X(30).
           05  FILLER            PIC X.
           05  DTL-AMOUNT        PIC X(16).
           05  FILLER            PIC X.
           05  DTL-NAME          PIC X(40).
           05  FILLER            PIC X.
           05  DTL-CUST-REF      PIC X(16).
       01  WS-TRL-FIELDS.
           05  TRL-COUNT         PIC X(6).
           05  FILLER            PIC X.
           05  TRL-TOTAL         PIC X(16).

       77  WS-HAVE-HEADER        PIC X VALUE "N".
       77  WS-HAVE-TRAILER       PIC X VALUE "N".
       77  WS-FILE-DATE          PIC X(10).
       77  WS-ORDER-ACCT         PIC X(30).
       77  WS-SIGNER             PIC X(10).

       77  WS-MAX-DETAILS        PIC 9(5) COMP VALUE 2000.
       77  WS-DETAIL-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-DETAIL-TABLE.
           05  WS-DETAIL OCCURS 2000 TIMES INDEXED BY IX-DTL.
               10  DET-BANK          PIC X(16).
               10  DET-ACCOUNT       PIC X(30).
               10  DET-AMOUNT        PIC S9(13)V9(2) COMP-3.
               10  DET-NAME          PIC X(40).
               10  DET-CUST-REF      PIC X(16).
               10  DET-REF           PIC X(20).
               10  DET-STATE         PIC X(13).

       77  WS-SUM-AMOUNTS        PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-SUM-CLEAN          PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-COUNT-CLEAN        PIC 9(5) VALUE 0.
       77  WS-COUNT-HELD         PIC 9(5) VALUE 0.
       77  WS-TRL-COUNT-N        PIC 9(6).
       77  WS-TRL-TOTAL-N        PIC S9(13)V9(2) COMP-3.

       77  WS-REJECT-REASON      PIC X(60) VALUE SPACES.
       77  WS-LINE-NO            PIC 9(6) VALUE 0.

      * Cuentas nuestras (un destino propio no es un pago externo)
       77  WS-SEED-ID            PIC X(30).
       77  WS-OWN-HIT            PIC X.

      * Mandato de la cuenta ordenante
       77  WS-LINK-CUST          PIC X(10).
       77  WS-LINK-ACCT          PIC X(30).
       77  WS-LINK-ROLE          PIC X(12).
       77  WS-LINK-LIMIT-STR     PIC X(15).
       77  WS-LINK-LIMIT         PIC S9(13)V9(2) COMP-3.
       77  WS-MANDATE-LINKED     PIC X VALUE "N".
       77  WS-MANDATE-BOTH       PIC X VALUE "N".
       77  WS-SIGNER-FOUND       PIC X VALUE "N".
       77  WS-SIGNER-LIMIT       PIC S9(13)V9(2) COMP-3 VALUE 0.

      * Disponible de la ordenante: saldo del cierre menos
      * retenciones activas
       77  WS-ORD-BALANCE        PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-ORD-BAL-SEEN       PIC X VALUE "N".
       77  WS-BAL-ID             PIC X(30).
       77  WS-BAL-NAME           PIC X(100).
       77  WS-BAL-STATUS-FLD     PIC X(10).
       77  WS-BAL-F4             PIC X(20).
       77  WS-ORD-STATUS         PIC X(10) VALUE SPACES.

       77  WS-HOLD-ID            PIC X(12).
       77  WS-HOLD-ACCOUNT       PIC X(30).
       77  WS-HOLD-AMOUNT-STR    PIC X(20).
       77  WS-HOLD-REASON        PIC X(20).
       77  WS-HOLD-BY            PIC X(10).
       77  WS-HOLD-EXPIRY        PIC X(10).
       77  WS-HOLD-STATE         PIC X(10).

      * Lista de vigilancia (nombre,documento) ya normalizada
       77  WS-WATCH-MAX          PIC 9(4) COMP VALUE 500.
       77  WS-WATCH-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-WATCH-TABLE.
           05  WS-WATCH OCCURS 500 TIMES INDEXED BY IX-WATCH.
               10  WATCH-NAME        PIC X(60).
               10  WATCH-DOC         PIC X(20).
               10  WATCH-NORM        PIC X(60).
               10  WATCH-INITIALS    PIC X(60).
       77  WS-SCREEN-NAME        PIC X(60).
       77  WS-SCREEN-NORM        PIC X(60).
       77  WS-SCREEN-INITIALS    PIC X(60).
       77  WS-SCREEN-HIT         PIC X.
       77  WS-SCREEN-MATCHED     PIC X(60).
       77  WS-SCREEN-OUTCOME     PIC X(6).
       77  WS-SCREEN-TIME        PIC X(8).

      * Areas de trabajo de la normalizacion de nombres
       77  WS-NORM-IN            PIC X(60).
       77  WS-NORM-OUT           PIC X(60).
       77  WS-NORM-INITIALS      PIC X(60).
       77  WS-NORM-IX            PIC 9(3).
       77  WS-NORM-OX            PIC 9(3).
       77  WS-NORM-CHAR          PIC X.
       77  WS-NORM-NEW-WORD      PIC X.
       77  WS-NORM-LAST-START    PIC 9(3).

       77  WS-SETTLEMENT-ID      PIC X(30) VALUE "SETTLEMENT".

       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

       77  WS-TX-REF             PIC X(20).
       77  WS-DEBIT-REF          PIC X(20) VALUE SPACES.
       77  WS-TX-REF-TIME        PIC X(8).
       77  WS-TX-REF-SEQ         PIC 9(6) VALUE 0.

       77  WS-AMOUNT-STR         PIC X(20).
       77  WS-AMOUNT-EDIT        PIC -9(13).99.
       77  WS-REVIEW-EDIT        PIC 9(9).99.
       77  WS-COUNT-DISPLAY      PIC 9(6).

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-IN-PATH FROM ENVIRONMENT "BULKPAY_IN_FILE"

           IF WS-IN-PATH = SPACES
               DISPLAY "Defina BULKPAY_IN_FILE antes de ejecutar "
                   "BULK-PAY-IMPORT"
               GOBACK
           END-IF

           MOVE SPACES TO WS-ACK-PATH
           STRING FUNCTION TRIM(WS-IN-PATH) DELIMITED BY SIZE
                  ".ack" DELIMITED BY SIZE
               INTO WS-ACK-PATH
           END-STRING

           PERFORM GET-TODAY-DATE

           OPEN INPUT IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir " WS-IN-PATH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ IN-FILE INTO WS-RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CLASSIFY-RECORD
               END-READ
           END-PERFORM

           CLOSE IN-FILE

           PERFORM VALIDATE-FILE
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-OWN-DESTINATIONS
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-MANDATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-ORDERING-FUNDS
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM LOAD-WATCHLIST
               PERFORM SCREEN-BENEFICIARIES
               PERFORM APPLY-BULK-PAYMENTS
           END-IF

           PERFORM WRITE-ACK-FILE

           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY "FICHERO RECHAZADO: " WS-REJECT-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Pagos encolados: " WS-COUNT-CLEAN
                   "  retenidos para cumplimiento: " WS-COUNT-HELD
           END-IF
           GOBACK
           .

       CLASSIFY-RECORD.
           EVALUATE REC-TYPE
               WHEN "HDR"
                   MOVE "Y" TO WS-HAVE-HEADER
                   MOVE REC-REST TO WS-HDR-FIELDS
                   MOVE HDR-DATE TO WS-FILE-DATE
                   MOVE HDR-ACCOUNT TO WS-ORDER-ACCT
                   MOVE HDR-SIGNER TO WS-SIGNER
               WHEN "DTL"
                   MOVE REC-REST TO WS-DTL-FIELDS
                   PERFORM NOTE-DETAIL
               WHEN "TRL"
                   MOVE "Y" TO WS-HAVE-TRAILER
                   MOVE REC-REST TO WS-TRL-FIELDS
               WHEN OTHER
                   MOVE "registro desconocido en el fichero"
                       TO WS-REJECT-REASON
           END-EVALUATE
           .

       NOTE-DETAIL.
           IF FUNCTION TEST-NUMVAL(DTL-AMOUNT) NOT = 0
               MOVE "importe no numerico en un detalle"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF DTL-BANK = SPACES OR DTL-ACCOUNT = SPACES
               OR DTL-NAME = SPACES
               MOVE "detalle sin banco, cuenta o beneficiario"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-DETAIL-COUNT >= WS-MAX-DETAILS
               MOVE "fichero supera el maximo de detalles"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DETAIL-COUNT
           MOVE DTL-BANK TO DET-BANK(WS-DETAIL-COUNT)
           MOVE DTL-ACCOUNT TO DET-ACCOUNT(WS-DETAIL-COUNT)
           MOVE FUNCTION NUMVAL(DTL-AMOUNT)
               TO DET-AMOUNT(WS-DETAIL-COUNT)
           MOVE DTL-NAME TO DET-NAME(WS-DETAIL-COUNT)
           MOVE DTL-CUST-REF TO DET-CUST-REF(WS-DETAIL-COUNT)
      *    La coma separa los campos de las colas y del acuse
           INSPECT DET-NAME(WS-DETAIL-COUNT) REPLACING ALL "," BY " "
           INSPECT DET-CUST-REF(WS-DETAIL-COUNT)
               REPLACING ALL "," BY " "
           MOVE SPACES TO DET-REF(WS-DETAIL-COUNT)
           MOVE "REJECTED-FILE" TO DET-STATE(WS-DETAIL-COUNT)
           ADD DET-AMOUNT(WS-DETAIL-COUNT) TO WS-SUM-AMOUNTS

           IF DET-AMOUNT(WS-DETAIL-COUNT) <= 0
               MOVE "importe nulo o negativo en un detalle"
                   TO WS-REJECT-REASON
           END-IF
           .

       VALIDATE-FILE.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-HAVE-HEADER NOT = "Y"
               MOVE "falta la cabecera HDR" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-HAVE-TRAILER NOT = "Y"
               MOVE "falta la cola TRL" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-DETAIL-COUNT = 0
               MOVE "fichero sin pagos" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(TRL-COUNT) NOT = 0
               OR FUNCTION TEST-NUMVAL(TRL-TOTAL) NOT = 0
               MOVE "totales de la cola no numericos"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(TRL-COUNT) TO WS-TRL-COUNT-N
           MOVE FUNCTION NUMVAL(TRL-TOTAL) TO WS-TRL-TOTAL-N

           IF WS-TRL-COUNT-N NOT = WS-DETAIL-COUNT
               MOVE "el recuento de la cola no cuadra"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-TRL-TOTAL-N NOT = WS-SUM-AMOUNTS
               MOVE "el total de pagos de la cola no cuadra"
                   TO WS-REJECT-REASON
           END-IF
           .

      * ----------------------------------------------------------------
      * CHECK-OWN-DESTINATIONS - Un destino que es cuenta nuestra va
      * por transferencia interna, no por la camara
      * ----------------------------------------------------------------
       CHECK-OWN-DESTINATIONS.
           OPEN INPUT SEED-FILE
           IF WS-SEED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-OWN-HIT
           PERFORM UNTIL WS-SEED-STATUS NOT = "00"
                   OR WS-OWN-HIT = "Y"
               READ SEED-FILE
               IF WS-SEED-STATUS = "00"
                   UNSTRING SEED-LINE DELIMITED BY ","
                       INTO WS-SEED-ID
                   END-UNSTRING
                   PERFORM VARYING IX-DTL FROM 1 BY 1
                       UNTIL IX-DTL > WS-DETAIL-COUNT
                           OR WS-OWN-HIT = "Y"
                       IF DET-ACCOUNT(IX-DTL) = WS-SEED-ID
                           MOVE "Y" TO WS-OWN-HIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE SEED-FILE

           IF WS-OWN-HIT = "Y"
               MOVE "destino en cuenta propia (transf. interna)"
                   TO WS-REJECT-REASON
           END-IF
           .

      * ----------------------------------------------------------------
      * CHECK-MANDATE - Reglas de mandato de MBMAIN aplicadas al
      * fichero: sin vinculos, reglas historicas; JOINT-BOTH no
      * admite una sola firma; el firmante debe estar apoderado y
      * el total no puede superar su tope (0 = sin tope)
      * ----------------------------------------------------------------
       CHECK-MANDATE.
           OPEN INPUT LINKS-FILE
           IF WS-LINKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LINKS-STATUS NOT = "00"
               READ LINKS-FILE
               IF WS-LINKS-STATUS = "00"
                   MOVE SPACES TO WS-LINK-ROLE WS-LINK-LIMIT-STR
                   UNSTRING LINKS-LINE DELIMITED BY ","
                       INTO WS-LINK-CUST WS-LINK-ACCT WS-LINK-ROLE
                            WS-LINK-LIMIT-STR
                   END-UNSTRING
                   IF WS-LINK-ACCT = WS-ORDER-ACCT
                       PERFORM NOTE-MANDATE-LINK
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LINKS-FILE

           IF WS-MANDATE-LINKED = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-MANDATE-BOTH = "Y"
               MOVE "cuenta JOINT-BOTH: faltan firmas"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-SIGNER-FOUND = "N"
               MOVE "el firmante no esta apoderado en la cuenta"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-SIGNER-LIMIT > 0
               AND WS-SUM-AMOUNTS > WS-SIGNER-LIMIT
               MOVE "el total supera el tope del firmante"
                   TO WS-REJECT-REASON
           END-IF
           .

       NOTE-MANDATE-LINK.
           MOVE "Y" TO WS-MANDATE-LINKED
           IF WS-LINK-ROLE = "JOINT-BOTH"
               MOVE "Y" TO WS-MANDATE-BOTH
           END-IF

           IF WS-LINK-CUST NOT = WS-SIGNER OR WS-SIGNER = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-SIGNER-FOUND
           MOVE 0 TO WS-LINK-LIMIT
           IF WS-LINK-LIMIT-STR NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-LINK-LIMIT-STR) = 0
               MOVE FUNCTION NUMVAL(WS-LINK-LIMIT-STR)
                   TO WS-LINK-LIMIT
           END-IF
           MOVE WS-LINK-LIMIT TO WS-SIGNER-LIMIT
           .

      * ----------------------------------------------------------------
      * CHECK-ORDERING-FUNDS - El disponible de la ordenante (saldo
      * del cierre menos retenciones activas) debe cubrir el total
      * del fichero antes de asentar nada
      * ----------------------------------------------------------------
       CHECK-ORDERING-FUNDS.
           PERFORM LOAD-ORDERING-BALANCE
           PERFORM SUBTRACT-ORDERING-HOLDS

           IF WS-ORD-BAL-SEEN NOT = "Y"
               MOVE "sin saldo conocido de la cuenta ordenante"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-ORD-STATUS NOT = "OPEN"
               MOVE "la cuenta ordenante no esta abierta"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-ORD-BALANCE < WS-SUM-AMOUNTS
               MOVE "el disponible de la ordenante no cubre el total"
                   TO WS-REJECT-REASON
           END-IF
           .

       LOAD-ORDERING-BALANCE.
           OPEN INPUT BALANCES-FILE
           IF WS-BAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BALANCES-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BALANCES-LINE(1:7) NOT = "account"
                           MOVE SPACES TO WS-BAL-STATUS-FLD
                           MOVE SPACES TO WS-BAL-F4
                           UNSTRING BALANCES-LINE DELIMITED BY ","
                               INTO WS-BAL-ID WS-BAL-NAME
                                    WS-BAL-STATUS-FLD WS-BAL-F4
                           END-UNSTRING
                           IF WS-BAL-ID = WS-ORDER-ACCT
                               AND WS-BAL-F4 NOT = SPACES
                               AND FUNCTION
                                   TEST-NUMVAL(WS-BAL-F4) = 0
                               MOVE FUNCTION NUMVAL(WS-BAL-F4)
                                   TO WS-ORD-BALANCE
                               MOVE WS-BAL-STATUS-FLD TO WS-ORD-STATUS
                               MOVE "Y" TO WS-ORD-BAL-SEEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BALANCES-FILE
           .

       SUBTRACT-ORDERING-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-HOLDS-STATUS NOT = "00"
               READ HOLDS-FILE
               IF WS-HOLDS-STATUS = "00"
                   MOVE SPACES TO WS-HOLD-EXPIRY
                   MOVE SPACES TO WS-HOLD-STATE
                   UNSTRING HOLDS-LINE DELIMITED BY ","
                       INTO WS-HOLD-ID WS-HOLD-ACCOUNT
                            WS-HOLD-AMOUNT-STR WS-HOLD-REASON
                            WS-HOLD-BY WS-HOLD-EXPIRY WS-HOLD-STATE
                   END-UNSTRING
                   IF WS-HOLD-ACCOUNT = WS-ORDER-ACCT
                       AND WS-HOLD-STATE = "ACTIVE"
                       AND (WS-HOLD-EXPIRY = SPACES
                           OR WS-HOLD-EXPIRY >= WS-TODAY-DATE)
                       AND FUNCTION
                           TEST-NUMVAL(WS-HOLD-AMOUNT-STR) = 0
                       SUBTRACT FUNCTION
                           NUMVAL(WS-HOLD-AMOUNT-STR)
                           FROM WS-ORD-BALANCE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE HOLDS-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-WATCHLIST - Lista de vigilancia con cada nombre ya
      * normalizado
      * ----------------------------------------------------------------
       LOAD-WATCHLIST.
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-WATCH-STATUS NOT = "00"
               READ WATCHLIST-FILE
               IF WS-WATCH-STATUS = "00"
                   AND WS-WATCH-COUNT < WS-WATCH-MAX
                   ADD 1 TO WS-WATCH-COUNT
                   MOVE SPACES TO WATCH-DOC(WS-WATCH-COUNT)
                   UNSTRING WATCHLIST-LINE DELIMITED BY ","
                       INTO WATCH-NAME(WS-WATCH-COUNT)
                            WATCH-DOC(WS-WATCH-COUNT)
                   END-UNSTRING
                   MOVE WATCH-NAME(WS-WATCH-COUNT) TO WS-NORM-IN
                   PERFORM NORMALIZE-NAME
                   MOVE WS-NORM-OUT TO WATCH-NORM(WS-WATCH-COUNT)
                   MOVE WS-NORM-INITIALS
                       TO WATCH-INITIALS(WS-WATCH-COUNT)
               END-IF
           END-PERFORM

           CLOSE WATCHLIST-FILE
           .

      * Misma normalizacion que MBMAIN: WS-NORM-OUT es el nombre en
      * mayusculas sin espacios ni puntuacion; WS-NORM-INITIALS
      * reduce cada palabra a su inicial salvo la ultima, que se
      * conserva entera (JUAN GARCIA y J. GARCIA dan JGARCIA)
       NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN
           MOVE SPACES TO WS-NORM-OUT
           MOVE SPACES TO WS-NORM-INITIALS
           MOVE 0 TO WS-NORM-OX
           MOVE 0 TO WS-NORM-LAST-START
           MOVE "Y" TO WS-NORM-NEW-WORD

           PERFORM VARYING WS-NORM-IX FROM 1 BY 1
               UNTIL WS-NORM-IX > 60
               MOVE WS-NORM-IN(WS-NORM-IX:1) TO WS-NORM-CHAR
               IF WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z"
                   ADD 1 TO WS-NORM-OX
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-OX:1)
                   IF WS-NORM-NEW-WORD = "Y"
                       MOVE WS-NORM-OX TO WS-NORM-LAST-START
                       MOVE "N" TO WS-NORM-NEW-WORD
                   END-IF
               ELSE
                   MOVE "Y" TO WS-NORM-NEW-WORD
               END-IF
           END-PERFORM

      *    Iniciales de las palabras anteriores a la ultima
           MOVE 0 TO WS-NORM-OX
           MOVE "Y" TO WS-NORM-NEW-WORD
           PERFORM VARYING WS-NORM-IX FROM 1 BY 1
               UNTIL WS-NORM-IX > 60
               MOVE WS-NORM-IN(WS-NORM-IX:1) TO WS-NORM-CHAR
               IF WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z"
                   IF WS-NORM-NEW-WORD = "Y"
                       MOVE "N" TO WS-NORM-NEW-WORD
                       ADD 1 TO WS-NORM-OX
                       MOVE WS-NORM-CHAR
                           TO WS-NORM-INITIALS(WS-NORM-OX:1)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-NORM-NEW-WORD
               END-IF
           END-PERFORM

      *    ... y el cuerpo de la ultima palabra
           IF WS-NORM-LAST-START > 0
               PERFORM VARYING WS-NORM-IX
                   FROM WS-NORM-LAST-START BY 1
                   UNTIL WS-NORM-IX > 60
                       OR WS-NORM-OUT(WS-NORM-IX:1) = SPACE
                   IF WS-NORM-IX > WS-NORM-LAST-START
                       ADD 1 TO WS-NORM-OX
                       MOVE WS-NORM-OUT(WS-NORM-IX:1)
                           TO WS-NORM-INITIALS(WS-NORM-OX:1)
                   END-IF
               END-PERFORM
           END-IF
           .

      * ----------------------------------------------------------------
      * SCREEN-BENEFICIARIES - Cada beneficiario contra la lista; el
      * resultado SIEMPRE queda en el log diario de cribados
      * ----------------------------------------------------------------
       SCREEN-BENEFICIARIES.
           OPEN EXTEND SCREEN-LOG-FILE
           IF WS-SCREEN-LOG-STATUS = "05"
               OR WS-SCREEN-LOG-STATUS = "35"
               OPEN OUTPUT SCREEN-LOG-FILE
           END-IF

           PERFORM VARYING IX-DTL FROM 1 BY 1
               UNTIL IX-DTL > WS-DETAIL-COUNT
               MOVE DET-NAME(IX-DTL) TO WS-SCREEN-NAME
               PERFORM SCREEN-ONE-NAME
               IF WS-SCREEN-HIT = "Y"
                   MOVE "HELD-REVIEW" TO DET-STATE(IX-DTL)
                   ADD 1 TO WS-COUNT-HELD
                   DISPLAY "PAGO RETENIDO: " FUNCTION TRIM(
                       DET-NAME(IX-DTL)) " coincide con la lista "
                       "de vigilancia (" FUNCTION TRIM(
                       WS-SCREEN-MATCHED) ")"
               ELSE
                   MOVE "QUEUED" TO DET-STATE(IX-DTL)
                   ADD 1 TO WS-COUNT-CLEAN
                   ADD DET-AMOUNT(IX-DTL) TO WS-SUM-CLEAN
               END-IF
           END-PERFORM

           CLOSE SCREEN-LOG-FILE
           .

       SCREEN-ONE-NAME.
           MOVE "N" TO WS-SCREEN-HIT
           MOVE SPACES TO WS-SCREEN-MATCHED

           MOVE WS-SCREEN-NAME TO WS-NORM-IN
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-OUT TO WS-SCREEN-NORM
           MOVE WS-NORM-INITIALS TO WS-SCREEN-INITIALS

           PERFORM VARYING IX-WATCH FROM 1 BY 1
               UNTIL IX-WATCH > WS-WATCH-COUNT
                   OR WS-SCREEN-HIT = "Y"
               IF (WATCH-NORM(IX-WATCH) NOT = SPACES
                       AND WATCH-NORM(IX-WATCH) = WS-SCREEN-NORM)
                   OR (WATCH-INITIALS(IX-WATCH) NOT = SPACES
                       AND (WATCH-INITIALS(IX-WATCH)
                               = WS-SCREEN-INITIALS
                           OR WATCH-INITIALS(IX-WATCH)
                               = WS-SCREEN-NORM
                           OR WATCH-NORM(IX-WATCH)
                               = WS-SCREEN-INITIALS))
                   MOVE "Y" TO WS-SCREEN-HIT
                   MOVE WATCH-NAME(IX-WATCH) TO WS-SCREEN-MATCHED
               END-IF
           END-PERFORM

           IF WS-SCREEN-HIT = "Y"
               MOVE "MATCH" TO WS-SCREEN-OUTCOME
           ELSE
               MOVE "CLEAN" TO WS-SCREEN-OUTCOME
           END-IF

      *    fecha,hora,contexto,nombre,documento,resultado,casada
           ACCEPT WS-SCREEN-TIME FROM TIME
           MOVE SPACES TO SCREEN-LOG-LINE
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SCREEN-TIME(1:6) DELIMITED BY SIZE
                  ",PAGO-MASIVO," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCREEN-NAME) DELIMITED BY SIZE
                  ",," DELIMITED BY SIZE
                  WS-SCREEN-OUTCOME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCREEN-MATCHED) DELIMITED BY SIZE
               INTO SCREEN-LOG-LINE
           END-STRING
           WRITE SCREEN-LOG-LINE
           .

      * ----------------------------------------------------------------
      * APPLY-BULK-PAYMENTS - Un TRANSFER ordenante -> liquidacion
      * por el total de los pagos limpios, una fila por pago en la
      * cola de salida y los retenidos a la cola de revision
      * ----------------------------------------------------------------
       APPLY-BULK-PAYMENTS.
           IF WS-COUNT-CLEAN > 0
               OPEN EXTEND TX-FILE
               PERFORM BUILD-TX-REF
               MOVE WS-TX-REF TO WS-DEBIT-REF
               MOVE WS-SUM-CLEAN TO WS-AMOUNT-EDIT
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
               MOVE SPACES TO TX-LINE
               STRING WS-FILE-DATE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-ORDER-ACCT DELIMITED BY SPACE
                      ",TRANSFER," DELIMITED BY SIZE
                      WS-AMOUNT-STR DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-SETTLEMENT-ID DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-TX-REF DELIMITED BY SPACE
                      ",EXTERIOR" DELIMITED BY SIZE
                   INTO TX-LINE
               END-STRING
               MOVE TX-LINE TO CHAIN-ROW
               WRITE TX-LINE
               PERFORM SEAL-LEDGER-ROW
               CLOSE TX-FILE

               OPEN EXTEND OUTBOUND-FILE
               IF WS-OUTB-STATUS = "05" OR WS-OUTB-STATUS = "35"
                   OPEN OUTPUT OUTBOUND-FILE
               END-IF
           END-IF

           OPEN EXTEND ITEMS-FILE
           IF WS-ITEMS-STATUS = "05" OR WS-ITEMS-STATUS = "35"
               OPEN OUTPUT ITEMS-FILE
           END-IF

           PERFORM VARYING IX-DTL FROM 1 BY 1
               UNTIL IX-DTL > WS-DETAIL-COUNT
               PERFORM BUILD-TX-REF
               MOVE WS-TX-REF TO DET-REF(IX-DTL)
               IF DET-STATE(IX-DTL) = "QUEUED"
                   PERFORM APPEND-OUTBOUND-PAYMENT
                   PERFORM APPEND-ITEM-INDEX
               ELSE
                   PERFORM APPEND-REVIEW-PAYMENT
               END-IF
           END-PERFORM

           CLOSE ITEMS-FILE
           IF WS-COUNT-CLEAN > 0
               CLOSE OUTBOUND-FILE
           END-IF
           .

      * Misma fila que APPEND-OUTBOUND-PENDING en MBMAIN: fecha,
      * cuenta,banco,destino,importe,referencia,PENDING
       APPEND-OUTBOUND-PAYMENT.
           MOVE DET-AMOUNT(IX-DTL) TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
           MOVE SPACES TO OUTBOUND-LINE
           STRING WS-FILE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ORDER-ACCT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  DET-BANK(IX-DTL) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  DET-ACCOUNT(IX-DTL) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  DET-REF(IX-DTL) DELIMITED BY SPACE
                  ",PENDING" DELIMITED BY SIZE
               INTO OUTBOUND-LINE
           END-STRING
           WRITE OUTBOUND-LINE
           .

      * Misma fila que APPEND-PENDING-REVIEW-CSV en MBMAIN: fecha,
      * cuenta,importe,EXTERNAL,banco:cuenta,PENDING
       APPEND-REVIEW-PAYMENT.
           MOVE DET-AMOUNT(IX-DTL) TO WS-REVIEW-EDIT
           MOVE SPACES TO REVIEW-LINE
           STRING WS-FILE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ORDER-ACCT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-REVIEW-EDIT DELIMITED BY SIZE
                  ",EXTERNAL," DELIMITED BY SIZE
                  DET-BANK(IX-DTL) DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  DET-ACCOUNT(IX-DTL) DELIMITED BY SPACE
                  ",PENDING" DELIMITED BY SIZE
               INTO REVIEW-LINE
           END-STRING

           OPEN EXTEND REVIEW-FILE
           IF WS-REVIEW-STATUS = "05" OR WS-REVIEW-STATUS = "35"
               OPEN OUTPUT REVIEW-FILE
           END-IF
           WRITE REVIEW-LINE
           CLOSE REVIEW-FILE
           .

      * referencia,ordenante,fecha,acuse: lo que OUTBOUND-RETURNS
      * necesita para marcar la devolucion en el acuse del cliente
       APPEND-ITEM-INDEX.
           MOVE SPACES TO ITEMS-LINE
           STRING DET-REF(IX-DTL) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ORDER-ACCT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-FILE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACK-PATH) DELIMITED BY SIZE
               INTO ITEMS-LINE
           END-STRING
           WRITE ITEMS-LINE
           .

      * ----------------------------------------------------------------
      * WRITE-ACK-FILE - Acuse por pago para la empresa:
      * linea,referencia,banco,cuenta,importe,ref-cliente,estado
      * (QUEUED, HELD-REVIEW o REJECTED-FILE) y cola con el total
      * cargado y la referencia del cargo
      * ----------------------------------------------------------------
       WRITE-ACK-FILE.
           OPEN OUTPUT ACK-FILE

           MOVE 0 TO WS-LINE-NO
           PERFORM VARYING IX-DTL FROM 1 BY 1
               UNTIL IX-DTL > WS-DETAIL-COUNT
               ADD 1 TO WS-LINE-NO
               MOVE DET-AMOUNT(IX-DTL) TO WS-AMOUNT-EDIT
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
               MOVE SPACES TO ACK-LINE
               STRING WS-LINE-NO DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      DET-REF(IX-DTL) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      DET-BANK(IX-DTL) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      DET-ACCOUNT(IX-DTL) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-AMOUNT-STR DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(DET-CUST-REF(IX-DTL))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      DET-STATE(IX-DTL) DELIMITED BY SPACE
                   INTO ACK-LINE
               END-STRING
               WRITE ACK-LINE
           END-PERFORM

           MOVE WS-SUM-CLEAN TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ACK-LINE
           IF WS-REJECT-REASON = SPACES
               STRING "TRL," DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AMOUNT-STR DELIMITED BY SPACE
                      ",OK," DELIMITED BY SIZE
                      WS-DEBIT-REF DELIMITED BY SPACE
                   INTO ACK-LINE
               END-STRING
           ELSE
               MOVE WS-SUM-AMOUNTS TO WS-AMOUNT-EDIT
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
               STRING "TRL," DELIMITED BY SIZE
                      WS-COUNT-DISPLAY DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-AMOUNT-STR DELIMITED BY SPACE
                      ",RECHAZADO: " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO ACK-LINE
               END-STRING
           END-IF
           WRITE ACK-LINE

           CLOSE ACK-FILE
           DISPLAY "Acuse escrito en " FUNCTION TRIM(WS-ACK-PATH)
           .

       BUILD-TX-REF.
           ACCEPT WS-TX-REF-TIME FROM TIME
           ADD 1 TO WS-TX-REF-SEQ
           IF WS-TX-REF-SEQ > 999999
               MOVE 1 TO WS-TX-REF-SEQ
           END-IF
           MOVE SPACES TO WS-TX-REF
           STRING "BP-"          DELIMITED BY SIZE
                  WS-TX-REF-TIME DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-TX-REF-SEQ  DELIMITED BY SIZE
               INTO WS-TX-REF
           END-STRING
           .

       GET-TODAY-DATE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM BULK-PAY-IMPORT.
