      * Hermano de CLEARING-IMPORT para los dos ficheros que envia
      * el esquema de tarjetas cada dia:
      *   - Autorizaciones (CARD_AUTH_FILE, CSV
      *     fecha,ref-tarjeta,cuenta,importe,numero-tarjeta): cada
      *     autorizacion se decide antes de retener nada. Se
      *     deniega si la tarjeta no esta en data/cards.csv o no es
      *     de esa cuenta, si no esta ACTIVE, si la cuenta no existe
      *     o figura en closed-accounts.csv, frozen-accounts.csv o
      *     dormant-accounts.csv, o si el disponible (saldo del
      *     ultimo cierre + descubierto - retenciones activas) no
      *     cubre el importe. Solo la aprobada coloca una retencion
      *     CARD:<ref> en data/holds.csv con vencimiento a
      *     MINIBANK_CARD_HOLD_DAYS dias (5 por defecto); las no
      *     casadas las libera HOLD-RELEASE al vencer. Cada
      *     autorizacion recibe respuesta para el esquema en
      *     CARD_AUTH_RESPONSE_FILE (por defecto
      *     data/card-auth-response.csv):
      *       fecha,ref-tarjeta,cuenta,importe,codigo,motivo
      *     con codigo 00 aprobada, 05 cuenta no operativa
      *     (SIN-CUENTA, CUENTA-CERRADA, CUENTA-BLOQUEADA,
      *     CUENTA-INACTIVA), 14 tarjeta no valida, 41 tarjeta
      *     perdida o robada (HOTLISTED), 62 tarjeta bloqueada,
      *     51 saldo insuficiente y 30 error de formato. Una
      *     referencia ya retenida se vuelve a contestar 00 sin
      *     retener dos veces.
      *   - Liquidaciones (CARD_SETTLE_FILE, mismo formato): cada
      *     liquidacion se casa con su retencion por la referencia
      *     de tarjeta, asienta el cargo definitivo en
           SELECT EXC-FILE ASSIGN TO "data/card-exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT RESP-FILE ASSIGN TO WS-RESP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
           SELECT CARDS-FILE ASSIGN TO "data/cards.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT BALANCES-FILE ASSIGN TO "data/balances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT MASTER-FILE ASSIGN TO "data/account-master.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CLOSED-FILE ASSIGN TO "data/closed-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
           SELECT FROZEN-FILE ASSIGN TO "data/frozen-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FROZEN-STATUS.
           SELECT DORMANT-FILE ASSIGN TO "data/dormant-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  TX-LINE               PIC X(120).
       FD  EXC-FILE.
       01  EXC-LINE              PIC X(120).
       FD  RESP-FILE.
       01  RESP-LINE             PIC X(120).
       FD  CARDS-FILE.
       01  CARDS-LINE            PIC X(200).
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(150).
       FD  BALANCES-FILE.
       01  BALANCES-LINE         PIC X(100).
       FD  MASTER-FILE.
       01  MASTER-LINE           PIC X(200).
       FD  CLOSED-FILE.
       01  CLOSED-LINE           PIC X(45).
       FD  FROZEN-FILE.
       01  FROZEN-LINE           PIC X(80).
       FD  DORMANT-FILE.
       01  DORMANT-LINE          PIC X(50).

       WORKING-STORAGE SECTION.


       77  WS-AUTH-PATH          PIC X(200) VALUE SPACES.
       77  WS-SETTLE-PATH        PIC X(200) VALUE SPACES.
       77  WS-RESP-PATH          PIC X(200) VALUE SPACES.
       77  WS-RESP-STATUS        PIC XX.

      * Registro de tarjetas (numero,pin,cuenta,estado,fallos)
       77  WS-CARDS-STATUS       PIC XX.
       77  WS-MAX-CARDS          PIC 9(4) COMP VALUE 2000.
       77  WS-CARD-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-CARDS-TABLE.
           05  WS-CARD-ROW OCCURS 2000 TIMES INDEXED BY IX-CRD.
               10  CRD-NUMBER        PIC X(16).
               10  CRD-ACCOUNT       PIC X(30).
               10  CRD-STATUS        PIC X(10).
       77  WS-CRD-PIN            PIC X(80).
       77  WS-CARD-INDEX         PIC 9(4) COMP.

      * Cuentas y disponible, como los carga CHEQUE-INWARD: saldo
      * del ultimo cierre + descubierto - retenciones activas; cada
      * autorizacion aprobada lo reduce para las siguientes
       77  WS-SEED-STATUS        PIC XX.
       77  WS-BAL-STATUS         PIC XX.
       77  WS-MASTER-STATUS      PIC XX.
       77  WS-CLOSED-STATUS      PIC XX.
       77  WS-FROZEN-STATUS      PIC XX.
       77  WS-DORMANT-STATUS     PIC XX.
       77  WS-MAX-ACCOUNTS       PIC 9(5) COMP VALUE 5000.
       77  IX                    PIC 9(5) COMP.
       77  WS-ACC-COUNT          PIC 9(5) COMP VALUE 0.
       77  WS-ACC-INDEX          PIC 9(5) COMP.
       01  WS-ACCOUNTS-TABLE.
           05  WS-ACCOUNTS-ARRAY OCCURS 5000 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-OVERDRAFT     PIC S9(13)V9(2) COMP-3.
               10  ACC-AVAILABLE     PIC S9(13)V9(2) COMP-3.
               10  ACC-IS-CLOSED     PIC X.
               10  ACC-IS-FROZEN     PIC X.
               10  ACC-IS-DORMANT    PIC X.
       77  WS-ACC-FOUND          PIC X.
       77  WS-SEED-ID            PIC X(30).
       77  WS-SEED-NAME          PIC X(100).
       77  WS-SEED-OD-LIMIT      PIC X(20).
       77  WS-BAL-ID             PIC X(30).
       77  WS-BAL-NAME           PIC X(100).
       77  WS-BAL-STATUS-FLD     PIC X(10).
       77  WS-BAL-F4             PIC X(20).
       77  WS-MASTER-FIRST       PIC X.
       77  WS-MST-ID             PIC X(30).
       77  WS-MST-NAME           PIC X(100).
       77  WS-MST-STATUS-FLD     PIC X(10).
       77  WS-MST-OVERDRAFT      PIC X(20).

      * Decision sobre la autorizacion en curso
       77  WS-AUTH-AMOUNT        PIC S9(13)V9(2) COMP-3.
       77  WS-AUTH-CODE          PIC X(2).
       77  WS-AUTH-REASON        PIC X(20).

      * Registro de retenciones en memoria; las filas nuevas de las
      * autorizaciones se anaden al final y el fichero se reescribe
       77  WS-CARD-ACCOUNT       PIC X(30).
       77  WS-CARD-AMOUNT-STR    PIC X(20).
       77  WS-CARD-REASON        PIC X(20).
       77  WS-CARD-NUMBER        PIC X(16).

       77  WS-LOOKUP-INDEX       PIC 9(4) COMP.
       77  WS-FOUND              PIC X.
       77  WS-TX-REF-SEQ         PIC 9(6) VALUE 0.

       77  WS-TOTAL-AUTHS        PIC 9(6) VALUE 0.
       77  WS-TOTAL-DECLINED     PIC 9(6) VALUE 0.
       77  WS-TOTAL-SETTLED      PIC 9(6) VALUE 0.
       77  WS-TOTAL-UNMATCHED    PIC 9(6) VALUE 0.

       77  WS-MV-COMMAND         PIC X(60) VALUE
           "mv data/holds.csv.new data/holds.csv".

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
                   TO WS-CARD-HOLD-DAYS
           END-IF

           ACCEPT WS-RESP-PATH
               FROM ENVIRONMENT "CARD_AUTH_RESPONSE_FILE"
           IF WS-RESP-PATH = SPACES
               MOVE "data/card-auth-response.csv" TO WS-RESP-PATH
           END-IF

           PERFORM GET-TODAY-DATE
           PERFORM LOAD-HOLDS

           PERFORM REWRITE-HOLDS

           DISPLAY "Autorizaciones retenidas : " WS-TOTAL-AUTHS
           DISPLAY "Autorizaciones denegadas : " WS-TOTAL-DECLINED
           DISPLAY "Liquidaciones casadas    : " WS-TOTAL-SETTLED
           DISPLAY "Liquidaciones sin casar  : " WS-TOTAL-UNMATCHED
           GOBACK
           .

      * ----------------------------------------------------------------
      * PROCESS-AUTH-FILE - Decide cada autorizacion, retiene solo
      * las aprobadas y contesta todas en el fichero de respuesta
      * ----------------------------------------------------------------
       PROCESS-AUTH-FILE.
           OPEN INPUT AUTH-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CARDS
           PERFORM LOAD-SEED-ACCOUNTS
           PERFORM LOAD-CSV-BALANCES
           PERFORM LOAD-MASTER-OVERDRAFTS
           PERFORM SUBTRACT-ACTIVE-HOLDS
           PERFORM LOAD-CLOSED-ACCOUNTS
           PERFORM LOAD-FROZEN-ACCOUNTS
           PERFORM LOAD-DORMANT-ACCOUNTS

           OPEN OUTPUT RESP-FILE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ AUTH-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM DECIDE-ONE-AUTH
               END-READ
           END-PERFORM

           CLOSE RESP-FILE
           CLOSE AUTH-FILE
           .

       DECIDE-ONE-AUTH.
           MOVE SPACES TO WS-CARD-NUMBER
           UNSTRING AUTH-LINE DELIMITED BY ","
               INTO WS-CARD-DATE WS-CARD-REF WS-CARD-ACCOUNT
                    WS-CARD-AMOUNT-STR WS-CARD-NUMBER
           END-UNSTRING

           PERFORM CHECK-AUTHORIZATION

           IF WS-AUTH-CODE = "00"
               PERFORM PLACE-ONE-AUTH-HOLD
           ELSE
               ADD 1 TO WS-TOTAL-DECLINED
               DISPLAY "Autorizacion denegada: " WS-CARD-REF " "
                   WS-AUTH-CODE " " WS-AUTH-REASON
           END-IF

           PERFORM APPEND-AUTH-RESPONSE
           .

      * ----------------------------------------------------------------
      * CHECK-AUTHORIZATION - Deja en WS-AUTH-CODE/WS-AUTH-REASON la
      * respuesta para el esquema; la primera regla que falla decide
      * ----------------------------------------------------------------
       CHECK-AUTHORIZATION.
           MOVE "00" TO WS-AUTH-CODE
           MOVE "APROBADA" TO WS-AUTH-REASON

           IF FUNCTION TEST-NUMVAL(WS-CARD-AMOUNT-STR) NOT = 0
               MOVE "30" TO WS-AUTH-CODE
               MOVE "FORMATO" TO WS-AUTH-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CARD-AMOUNT-STR) TO WS-AUTH-AMOUNT
           IF WS-AUTH-AMOUNT <= 0
               MOVE "30" TO WS-AUTH-CODE
               MOVE "FORMATO" TO WS-AUTH-REASON
               EXIT PARAGRAPH
           END-IF

               INTO WS-CARD-REASON
           END-STRING

      *    Reenvio de una autorizacion ya retenida: misma respuesta
           PERFORM FIND-ACTIVE-CARD-HOLD
           IF WS-FOUND = "Y"
               MOVE "YA-RETENIDA" TO WS-AUTH-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CARD
           IF WS-FOUND = "N"
               MOVE "14" TO WS-AUTH-CODE
               MOVE "TARJETA-NO-VALIDA" TO WS-AUTH-REASON
               EXIT PARAGRAPH
           END-IF
           IF CRD-ACCOUNT(WS-CARD-INDEX) NOT = WS-CARD-ACCOUNT
               MOVE "14" TO WS-AUTH-CODE
               MOVE "TARJETA-NO-VALIDA" TO WS-AUTH-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE CRD-STATUS(WS-CARD-INDEX)
               WHEN "ACTIVE"
                   CONTINUE
               WHEN "HOTLISTED"
                   MOVE "41" TO WS-AUTH-CODE
                   MOVE "TARJETA-PERDIDA" TO WS-AUTH-REASON
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "62" TO WS-AUTH-CODE
                   MOVE "TARJETA-BLOQUEADA" TO WS-AUTH-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-CARD-ACCOUNT TO WS-BAL-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-ACC-FOUND = "N"
               MOVE "05" TO WS-AUTH-CODE
               MOVE "SIN-CUENTA" TO WS-AUTH-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACC-IS-CLOSED(WS-ACC-INDEX) = "Y"
               MOVE "05" TO WS-AUTH-CODE
               MOVE "CUENTA-CERRADA" TO WS-AUTH-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACC-IS-FROZEN(WS-ACC-INDEX) = "Y"
               MOVE "05" TO WS-AUTH-CODE
               MOVE "CUENTA-BLOQUEADA" TO WS-AUTH-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACC-IS-DORMANT(WS-ACC-INDEX) = "Y"
               MOVE "05" TO WS-AUTH-CODE
               MOVE "CUENTA-INACTIVA" TO WS-AUTH-REASON
               EXIT PARAGRAPH
           END-IF

           IF ACC-AVAILABLE(WS-ACC-INDEX) < WS-AUTH-AMOUNT
               MOVE "51" TO WS-AUTH-CODE
               MOVE "SIN-SALDO" TO WS-AUTH-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-HOLD-COUNT >= WS-MAX-HOLDS
               DISPLAY "ERROR: registro de retenciones lleno"
               MOVE "05" TO WS-AUTH-CODE
               MOVE "SIN-RETENCION" TO WS-AUTH-REASON
               EXIT PARAGRAPH
           END-IF
           .

      * ----------------------------------------------------------------
      * PLACE-ONE-AUTH-HOLD - Retencion CARD:<ref> de la aprobada;
      * el reenvio de una ya retenida no retiene dos veces
      * ----------------------------------------------------------------
       PLACE-ONE-AUTH-HOLD.
           IF WS-AUTH-REASON = "YA-RETENIDA"
               DISPLAY "Aviso: autorizacion ya retenida: "
                   WS-CARD-REF
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-AUTH-AMOUNT FROM ACC-AVAILABLE(WS-ACC-INDEX)

           PERFORM NEXT-HOLD-NUMBER
           COMPUTE WS-EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(
           MOVE WS-TODAY-DATE TO HLD-DATE(WS-HOLD-COUNT)
           .

       APPEND-AUTH-RESPONSE.
           MOVE SPACES TO RESP-LINE
           STRING WS-CARD-DATE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CARD-REF DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CARD-ACCOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CARD-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-AUTH-CODE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AUTH-REASON DELIMITED BY SPACE
               INTO RESP-LINE
           END-STRING
           WRITE RESP-LINE
           .

      * ----------------------------------------------------------------
      * PROCESS-SETTLE-FILE - Casa cada liquidacion con su retencion
      * por referencia, asienta el cargo y libera la retencion; sin
           PERFORM APPEND-SETTLEMENT-DEBIT
           .

       FIND-CARD.
           MOVE "N" TO WS-FOUND
           IF WS-CARD-NUMBER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IX-CRD FROM 1 BY 1
               UNTIL IX-CRD > WS-CARD-COUNT OR WS-FOUND = "Y"
               IF CRD-NUMBER(IX-CRD) = WS-CARD-NUMBER
                   MOVE "Y" TO WS-FOUND
                   SET WS-CARD-INDEX TO IX-CRD
               END-IF
           END-PERFORM
           .

       FIND-ACTIVE-CARD-HOLD.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-HLD FROM 1 BY 1
                  ",TARJETA" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

       APPEND-EXCEPTION-LINE.
           CALL "SYSTEM" USING WS-MV-COMMAND
           .

      * ----------------------------------------------------------------
      * LOAD-CARDS - Numero, cuenta y estado de cada tarjeta
      * ----------------------------------------------------------------
       LOAD-CARDS.
           OPEN INPUT CARDS-FILE
           IF WS-CARDS-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/cards.csv; se "
                   "denegaran todas las autorizaciones"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CARDS-STATUS NOT = "00"
               READ CARDS-FILE
               IF WS-CARDS-STATUS = "00"
                   AND WS-CARD-COUNT < WS-MAX-CARDS
                   ADD 1 TO WS-CARD-COUNT
                   MOVE SPACES TO CRD-STATUS(WS-CARD-COUNT)
                   UNSTRING CARDS-LINE DELIMITED BY ","
                       INTO CRD-NUMBER(WS-CARD-COUNT)
                            WS-CRD-PIN
                            CRD-ACCOUNT(WS-CARD-COUNT)
                            CRD-STATUS(WS-CARD-COUNT)
                   END-UNSTRING
                   IF CRD-STATUS(WS-CARD-COUNT) = SPACES
                       MOVE "ACTIVE" TO CRD-STATUS(WS-CARD-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CARDS-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-SEED-ACCOUNTS - Da de alta todas las cuentas conocidas
      * ----------------------------------------------------------------
       LOAD-SEED-ACCOUNTS.
           OPEN INPUT SEED-FILE
           IF WS-SEED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SEED-STATUS NOT = "00"
               READ SEED-FILE
               IF WS-SEED-STATUS = "00"
                   PERFORM ADD-SEED-ACCOUNT
               END-IF
           END-PERFORM

           CLOSE SEED-FILE
           .

       ADD-SEED-ACCOUNT.
           MOVE SPACES TO WS-SEED-OD-LIMIT
           UNSTRING SEED-LINE DELIMITED BY ","
               INTO WS-SEED-ID WS-SEED-NAME WS-SEED-OD-LIMIT
           END-UNSTRING

           IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-SEED-ID TO ACC-ID(WS-ACC-COUNT)
               MOVE 0 TO ACC-AVAILABLE(WS-ACC-COUNT)
               MOVE 0 TO ACC-OVERDRAFT(WS-ACC-COUNT)
               IF WS-SEED-OD-LIMIT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-SEED-OD-LIMIT) = 0
                   MOVE FUNCTION NUMVAL(WS-SEED-OD-LIMIT)
                       TO ACC-OVERDRAFT(WS-ACC-COUNT)
               END-IF
               MOVE "N" TO ACC-IS-CLOSED(WS-ACC-COUNT)
               MOVE "N" TO ACC-IS-FROZEN(WS-ACC-COUNT)
               MOVE "N" TO ACC-IS-DORMANT(WS-ACC-COUNT)
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-CSV-BALANCES - Saldos del ultimo cierre, casados por
      * clave de cuenta (mismo formato que lee INTEREST-ACCRUAL)
      * ----------------------------------------------------------------
       LOAD-CSV-BALANCES.
           OPEN INPUT BALANCES-FILE
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/balances.csv; las "
                   "autorizaciones se deniegan por falta de saldo"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-BAL-STATUS NOT = "00"
               READ BALANCES-FILE
               IF WS-BAL-STATUS = "00"
                   PERFORM PARSE-BALANCE-LINE
               END-IF
           END-PERFORM

           CLOSE BALANCES-FILE
           .

       PARSE-BALANCE-LINE.
           IF BALANCES-LINE(1:7) = "account"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BAL-STATUS-FLD
           MOVE SPACES TO WS-BAL-F4
           UNSTRING BALANCES-LINE DELIMITED BY ","
               INTO WS-BAL-ID WS-BAL-NAME
                    WS-BAL-STATUS-FLD WS-BAL-F4
           END-UNSTRING

           IF WS-BAL-F4 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-BAL-F4) = 0
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = "Y"
                   AND WS-BAL-STATUS-FLD = "OPEN"
                   MOVE FUNCTION NUMVAL(WS-BAL-F4)
                       TO ACC-AVAILABLE(WS-ACC-INDEX)
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-MASTER-OVERDRAFTS - El limite de descubierto vigente
      * sale del maestro de cierre (columna 4) y se suma al
      * disponible, igual que en la retirada de ventanilla
      * ----------------------------------------------------------------
       LOAD-MASTER-OVERDRAFTS.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-FIRST
               PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                   READ MASTER-FILE
                   IF WS-MASTER-STATUS = "00"
                       PERFORM PARSE-MASTER-LINE
                   END-IF
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF

           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               ADD ACC-OVERDRAFT(IX-ACC) TO ACC-AVAILABLE(IX-ACC)
           END-PERFORM
           .

       PARSE-MASTER-LINE.
           IF WS-MASTER-FIRST = "Y"
               MOVE "N" TO WS-MASTER-FIRST
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MST-OVERDRAFT
           UNSTRING MASTER-LINE DELIMITED BY ","
               INTO WS-MST-ID WS-MST-NAME
                    WS-MST-STATUS-FLD WS-MST-OVERDRAFT
           END-UNSTRING
           IF WS-MST-OVERDRAFT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MST-OVERDRAFT) = 0
               MOVE WS-MST-ID TO WS-BAL-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-ACC-FOUND = "Y"
                   MOVE FUNCTION NUMVAL(WS-MST-OVERDRAFT)
                       TO ACC-OVERDRAFT(WS-ACC-INDEX)
               END-IF
           END-IF
           .

       FIND-ACCOUNT-BY-ID.
           MOVE "N" TO WS-ACC-FOUND
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > WS-ACC-COUNT OR WS-ACC-FOUND = "Y"
               IF ACC-ID(IX) = WS-BAL-ID
                   MOVE "Y" TO WS-ACC-FOUND
                   MOVE IX TO WS-ACC-INDEX
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * SUBTRACT-ACTIVE-HOLDS - Resta del disponible las retenciones
      * ACTIVE no vencidas del registro ya cargado en memoria
      * ----------------------------------------------------------------
       SUBTRACT-ACTIVE-HOLDS.
           PERFORM VARYING IX-HLD FROM 1 BY 1
               UNTIL IX-HLD > WS-HOLD-COUNT
               IF HLD-STATE(IX-HLD) = "ACTIVE"
                   AND (HLD-EXPIRY(IX-HLD) = SPACES
                       OR HLD-EXPIRY(IX-HLD) >= WS-TODAY-DATE)
                   AND FUNCTION
                       TEST-NUMVAL(HLD-AMOUNT-STR(IX-HLD)) = 0
                   MOVE HLD-ACCOUNT(IX-HLD) TO WS-BAL-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = "Y"
                       SUBTRACT FUNCTION
                           NUMVAL(HLD-AMOUNT-STR(IX-HLD))
                           FROM ACC-AVAILABLE(WS-ACC-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * LOAD-CLOSED-ACCOUNTS / LOAD-FROZEN-ACCOUNTS /
      * LOAD-DORMANT-ACCOUNTS - Cuentas que no admiten cargos
      * ----------------------------------------------------------------
       LOAD-CLOSED-ACCOUNTS.
           OPEN INPUT CLOSED-FILE
           IF WS-CLOSED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CLOSED-STATUS NOT = "00"
               READ CLOSED-FILE
               IF WS-CLOSED-STATUS = "00"
                   UNSTRING CLOSED-LINE DELIMITED BY ","
                       INTO WS-BAL-ID
                   END-UNSTRING
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = "Y"
                       MOVE "Y" TO ACC-IS-CLOSED(WS-ACC-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CLOSED-FILE
           .

       LOAD-FROZEN-ACCOUNTS.
           OPEN INPUT FROZEN-FILE
           IF WS-FROZEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FROZEN-STATUS NOT = "00"
               READ FROZEN-FILE
               IF WS-FROZEN-STATUS = "00"
                   UNSTRING FROZEN-LINE DELIMITED BY ","
                       INTO WS-BAL-ID
                   END-UNSTRING
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = "Y"
                       MOVE "Y" TO ACC-IS-FROZEN(WS-ACC-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE FROZEN-FILE
           .

       LOAD-DORMANT-ACCOUNTS.
           OPEN INPUT DORMANT-FILE
           IF WS-DORMANT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DORMANT-STATUS NOT = "00"
               READ DORMANT-FILE
               IF WS-DORMANT-STATUS = "00"
                   UNSTRING DORMANT-LINE DELIMITED BY ","
                       INTO WS-BAL-ID
                   END-UNSTRING
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-ACC-FOUND = "Y"
                       MOVE "Y" TO ACC-IS-DORMANT(WS-ACC-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DORMANT-FILE
           .

      * Contador correlativo compartido con las retenciones de
      * ventanilla de MBMAIN
       NEXT-HOLD-NUMBER.
           END-STRING
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM CARD-IMPORT.
