      * defecto, sustituible con MINIBANK_DB_MODULE igual que en
      * MBMAIN), pero en vez de un inicio de sesion de cajero
      * autentica con tarjeta y PIN contra data/cards.csv:
      *   numero-tarjeta,pin,cuenta,estado,fallos
      * con estado ACTIVE, BLOCKED o HOTLISTED (sustituida por
      * perdida o robo; no vuelve a operar).
      * El PIN no se guarda en claro sino su huella salada
      * H$sal$sha256 (MBHASH, mb-hash-if.cpy); una fila anterior a
      * la conversion que aun lo tenga en claro se rehace con su
      * huella en el primer acceso correcto.
      * Tres PIN erroneos seguidos bloquean la tarjeta (estado
      * BLOCKED); el alta, la sustitucion, el PIN nuevo y el
      * desbloqueo (con aprobacion de supervisor) se hacen desde
      * el menu de tarjetas de MBMAIN.
      *
      * El autoservicio opera solo sobre la cuenta de la tarjeta y
      * con topes propios mas bajos que la ventanilla:
      * Cada peticion viaja con DB-TELLER-ID y DB-CHANNEL a KIOSK,
      * de modo que AUDIT-INQUIRY puede separar la actividad de
      * autoservicio de la de mostrador.
      * Cada ingreso y retirada aceptados quedan ademas en el
      * diario propio del kiosco (data/kiosk-journal.csv:
      * fecha,hora,tarjeta,cuenta,tipo,importe); de el sale el
      * total dispensado con que MBMAIN cuadra el casete.
      *
      * Sin tarjeta, el cliente puede canjear un codigo de
      * retirada emitido en ventanilla (data/cardless-codes.csv):
      * codigo mas documento, importe fijo, un solo uso y 24
      * horas de validez. Al pagar, el codigo pasa a REDEEMED y
      * su retencion CARDLESS de data/holds.csv queda RELEASED.
      *
      * Las cuentas de menores (vinculadas en
      * data/customer-accounts.csv a un cliente que tiene tutor
      * legal en data/customers.csv) no operan en el kiosco: ni
      * con tarjeta ni con codigo; sus retiradas las autoriza el
      * tutor en ventanilla.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
           SELECT CARDS-NEW-FILE ASSIGN TO
               "/workspaces/cobol-minibank/data/cards.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO
               "/workspaces/cobol-minibank/data/kiosk-journal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT CARDLESS-FILE ASSIGN TO
               "/workspaces/cobol-minibank/data/cardless-codes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT CARDLESS-NEW-FILE ASSIGN TO
               "/workspaces/cobol-minibank/data/cardless-codes.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLDS-FILE ASSIGN TO
               "/workspaces/cobol-minibank/data/holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HOLDS-NEW-FILE ASSIGN TO
               "/workspaces/cobol-minibank/data/holds.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMERS-FILE ASSIGN TO
               "/workspaces/cobol-minibank/data/customers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT CUST-LINKS-FILE ASSIGN TO
               "/workspaces/cobol-minibank/data/customer-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CARDS-FILE.
       01  CARDS-RECORD           PIC X(200).

       FD  CARDS-NEW-FILE.
       01  CARDS-NEW-RECORD       PIC X(200).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD         PIC X(100).

       FD  CARDLESS-FILE.
       01  CARDLESS-RECORD        PIC X(250).

       FD  CARDLESS-NEW-FILE.
       01  CARDLESS-NEW-RECORD    PIC X(250).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD           PIC X(120).

       FD  HOLDS-NEW-FILE.
       01  HOLDS-NEW-RECORD       PIC X(120).

       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-RECORD       PIC X(250).

       FD  CUST-LINKS-FILE.
       01  CUST-LINKS-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.

       COPY mb-db-if.
       COPY mb-hash-if.

       01  WS-MOD-DB-NAME         PIC X(16) VALUE 'MBDBSQL '.
       01  WS-ENV-DB-MODULE       PIC X(16) VALUE SPACES.
       01  WS-CARDS-TABLE.
           05  WS-CARDS-ARRAY OCCURS 500 TIMES INDEXED BY IX-CARD.
               10  CARD-NUMBER       PIC X(16).
               10  CARD-PIN          PIC X(80).
               10  CARD-ACCOUNT      PIC X(30).
               10  CARD-STATUS       PIC X(10).
               10  CARD-FAILS        PIC 9(2).
       01  WS-CARD-COUNT          PIC 9(4) VALUE 0.
       01  WS-CARD-MAX            PIC 9(4) VALUE 500.
       01  WS-CARD-LINE           PIC X(200).
       01  WS-CARD-FAILS-STR      PIC X(4).
       01  WS-CARD-INDEX          PIC 9(4).
       01  WS-CARD-FOUND          PIC X.
       01  WS-KIOSK-DEP-LIMIT     PIC 9(9)V99 VALUE 3000.00.
       01  WS-ENV-KIOSK-DEP       PIC X(15) VALUE SPACES.

      *> Diario del kiosco: una fila por ingreso o retirada
      *> aceptados, en el orden en que ocurren
       01  WS-JOURNAL-FILE-STATUS PIC XX.
       01  WS-JOURNAL-LINE        PIC X(100).
       01  WS-JOURNAL-TYPE        PIC X(8).
       01  WS-JOURNAL-CARD        PIC X(16).
       01  WS-JOURNAL-ACCOUNT     PIC X(30).
       01  WS-JOURNAL-DATE-RAW    PIC 9(8).
       01  WS-JOURNAL-DATE        PIC X(10).
       01  WS-JOURNAL-TIME        PIC X(8).
       01  WS-JOURNAL-AMOUNT-EDIT PIC -(9)9.99.

      *> Codigos de retirada sin tarjeta (los emite MBMAIN):
      *> id,huella,cuenta,importe,documento,retencion,fecha,hora,
      *> vence-fecha,vence-hora,estado,cajero
       01  WS-CODE-FILE-STATUS    PIC XX.
       01  WS-CODE-LINE           PIC X(250).
       01  WS-CODE-IN             PIC X(20).
       01  WS-CODE-DOC-IN         PIC X(20).
       01  WS-CODE-FOUND          PIC X.
       01  WS-CODE-ROW-ID         PIC X(12).
       01  WS-CODE-ROW-HASH       PIC X(80).
       01  WS-CODE-ROW-ACCOUNT    PIC X(30).
       01  WS-CODE-ROW-AMOUNT     PIC X(20).
       01  WS-CODE-ROW-DOC        PIC X(20).
       01  WS-CODE-ROW-HOLD       PIC X(12).
       01  WS-CODE-ROW-DATE       PIC X(10).
       01  WS-CODE-ROW-TIME       PIC X(6).
       01  WS-CODE-ROW-EXP-DATE   PIC X(10).
       01  WS-CODE-ROW-EXP-TIME   PIC X(6).
       01  WS-CODE-ROW-STATUS     PIC X(10).
       01  WS-CODE-ROW-TELLER     PIC X(8).
       01  WS-CODE-MATCH-ID       PIC X(12).
       01  WS-CODE-MATCH-ACCOUNT  PIC X(30).
       01  WS-CODE-MATCH-AMOUNT   PIC X(20).
       01  WS-CODE-MATCH-HOLD     PIC X(12).
       01  WS-CODE-MATCH-EXP-DATE PIC X(10).
       01  WS-CODE-MATCH-EXP-TIME PIC X(6).
       01  WS-CODE-NOW-RAW        PIC 9(8).
       01  WS-CODE-NOW-DATE       PIC X(10).
       01  WS-CODE-NOW-TIME       PIC X(8).
       01  WS-CODE-MV-CMD         PIC X(200) VALUE
           'mv /workspaces/cobol-minibank/data/cardless-codes.csv.new
      -    ' /workspaces/cobol-minibank/data/cardless-codes.csv'.
       01  WS-CODE-MV-RC          PIC S9(9) COMP VALUE 0.

      *> Retenciones: id,cuenta,importe,motivo,quien,vencimiento,
      *> estado,fecha; el canje libera la del codigo
       01  WS-HOLD-FILE-STATUS    PIC XX.
       01  WS-HOLD-LINE           PIC X(120).
       01  WS-HOLD-ID             PIC X(12).
       01  WS-HOLD-ACCOUNT        PIC X(30).
       01  WS-HOLD-AMOUNT         PIC X(20).
       01  WS-HOLD-REASON         PIC X(20).
       01  WS-HOLD-BY             PIC X(10).
       01  WS-HOLD-EXPIRY         PIC X(10).
       01  WS-HOLD-STATE          PIC X(10).
       01  WS-HOLD-DATE           PIC X(10).
       01  WS-HOLD-MV-CMD         PIC X(200) VALUE
           'mv /workspaces/cobol-minibank/data/holds.csv.new
      -    ' /workspaces/cobol-minibank/data/holds.csv'.
       01  WS-HOLD-MV-RC          PIC S9(9) COMP VALUE 0.

      *> Cuentas de menores: clientes con tutor (columna 11 del
      *> maestro de clientes) y sus vinculos titular/cotitular
       01  WS-CUST-FILE-STATUS    PIC XX.
       01  WS-LINK-FILE-STATUS    PIC XX.
       01  WS-MINOR-LINE          PIC X(250).
       01  WS-MINOR-TABLE.
           05  WS-MINOR-CUST OCCURS 500 TIMES INDEXED BY IX-MINOR
                                  PIC X(10).
       01  WS-MINOR-COUNT         PIC 9(4) VALUE 0.
       01  WS-MINOR-MAX           PIC 9(4) VALUE 500.
       01  WS-MINOR-ROW-ID        PIC X(10).
       01  WS-MINOR-ROW-SKIP      PIC X(80).
       01  WS-MINOR-ROW-GUARDIAN  PIC X(10).
       01  WS-MINOR-ROW-ACCOUNT   PIC X(30).
       01  WS-MINOR-ROW-ROLE      PIC X(12).
       01  WS-MINOR-LOOKUP        PIC X(30).
       01  WS-MINOR-ACCOUNT       PIC X VALUE 'N'.

       01  WS-MAX-PIN-TRIES       PIC 9 VALUE 3.
       01  WS-SESSION-ON          PIC X VALUE 'N'.
       01  WS-OPTION              PIC 9 VALUE 0.
      *> ============================================================

       CARD-SIGN-ON.
           DISPLAY 'Numero de tarjeta (C = retirar con codigo): '
               WITH NO ADVANCING
           ACCEPT WS-CARD-NUMBER-IN

           IF WS-CARD-NUMBER-IN = 'C' OR WS-CARD-NUMBER-IN = 'c'
               PERFORM KIOSK-CODE-WITHDRAW
               EXIT PARAGRAPH
           END-IF

           IF WS-CARD-COUNT = 0
               DISPLAY 'ERROR: no hay tarjetas registradas '
                   '(data/cards.csv); el kiosco queda fuera de '
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CARD
           IF WS-CARD-FOUND = 'N'
               DISPLAY 'Tarjeta no reconocida'
               DISPLAY 'PIN: ' WITH NO ADVANCING
               ACCEPT WS-CARD-PIN-IN

               MOVE 'CHEK' TO HASH-FUNC
               MOVE WS-CARD-PIN-IN TO HASH-SECRET
               MOVE CARD-PIN(WS-CARD-INDEX) TO HASH-STORED
               CALL 'MBHASH' USING HASH-REQUEST

               IF HASH-MATCHED
                   MOVE 'Y' TO WS-SESSION-ON
                   MOVE 0 TO CARD-FAILS(WS-CARD-INDEX)
                   IF HASH-IS-LEGACY
                       MOVE 'MAKE' TO HASH-FUNC
                       CALL 'MBHASH' USING HASH-REQUEST
                       MOVE HASH-STORED TO CARD-PIN(WS-CARD-INDEX)
                   END-IF
                   PERFORM REWRITE-CARDS
                   MOVE CARD-ACCOUNT(WS-CARD-INDEX)
                       TO DB-ACCOUNT-ID
                   MOVE CARD-ACCOUNT(WS-CARD-INDEX)
                       TO WS-MINOR-LOOKUP
                   PERFORM CHECK-MINOR-ACCOUNT
                   IF WS-MINOR-ACCOUNT = 'Y'
                       MOVE 'N' TO WS-SESSION-ON
                       DISPLAY 'Cuenta de menor: opere en la '
                           'ventanilla con su tutor legal'
                       EXIT PERFORM
                   END-IF
                   DISPLAY 'Bienvenido; cuenta ' DB-ACCOUNT-ID
               ELSE
                   ADD 1 TO CARD-FAILS(WS-CARD-INDEX)
           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               MOVE 'DEPOSIT' TO WS-JOURNAL-TYPE
               MOVE CARD-NUMBER(WS-CARD-INDEX) TO WS-JOURNAL-CARD
               MOVE CARD-ACCOUNT(WS-CARD-INDEX) TO WS-JOURNAL-ACCOUNT
               PERFORM APPEND-KIOSK-JOURNAL
               DISPLAY 'Ingreso realizado; nuevo saldo: ' DB-BALANCE
           ELSE
               DISPLAY 'ERROR: ' DB-MESSAGE
           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF DB-OK
               MOVE 'WITHDRAW' TO WS-JOURNAL-TYPE
               MOVE CARD-NUMBER(WS-CARD-INDEX) TO WS-JOURNAL-CARD
               MOVE CARD-ACCOUNT(WS-CARD-INDEX) TO WS-JOURNAL-ACCOUNT
               PERFORM APPEND-KIOSK-JOURNAL
               DISPLAY 'Retirada realizada; nuevo saldo: '
                   DB-BALANCE
           ELSE
           MOVE WS-TMP-AMOUNT TO DB-AMOUNT
           .

      *> fecha,hora,tarjeta,cuenta,tipo,importe; el llamador deja
      *> tipo, tarjeta (o id del codigo) y cuenta en WS-JOURNAL-*
      *> y el importe en WS-TMP-AMOUNT
       APPEND-KIOSK-JOURNAL.
           ACCEPT WS-JOURNAL-DATE-RAW FROM DATE YYYYMMDD
           ACCEPT WS-JOURNAL-TIME FROM TIME
           MOVE SPACES TO WS-JOURNAL-DATE
           STRING WS-JOURNAL-DATE-RAW(1:4) '-'
                  WS-JOURNAL-DATE-RAW(5:2) '-'
                  WS-JOURNAL-DATE-RAW(7:2)
               DELIMITED BY SIZE INTO WS-JOURNAL-DATE
           END-STRING
           MOVE WS-TMP-AMOUNT TO WS-JOURNAL-AMOUNT-EDIT

           MOVE SPACES TO WS-JOURNAL-LINE
           STRING WS-JOURNAL-DATE       DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-JOURNAL-TIME(1:6)  DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WS-JOURNAL-CARD       DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-JOURNAL-ACCOUNT    DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  WS-JOURNAL-TYPE       DELIMITED BY SPACE
                  ','                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOURNAL-AMOUNT-EDIT)
                                        DELIMITED BY SIZE
               INTO WS-JOURNAL-LINE
           END-STRING

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '05'
               OR WS-JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-LINE
           CLOSE JOURNAL-FILE
           .

      *> ============================================================
      *> RETIRADA CON CODIGO (SIN TARJETA)
      *> ============================================================

      *> Codigo emitido en ventanilla mas documento del cliente:
      *> paga exactamente el importe del codigo, de la cuenta del
      *> codigo, y lo quema para que no vuelva a servir
       KIOSK-CODE-WITHDRAW.
           DISPLAY 'Codigo de retirada: ' WITH NO ADVANCING
           ACCEPT WS-CODE-IN
           DISPLAY 'Documento de identidad: ' WITH NO ADVANCING
           ACCEPT WS-CODE-DOC-IN

           PERFORM FIND-CARDLESS-CODE
           IF WS-CODE-FOUND = 'N'
               DISPLAY 'Codigo o documento no validos'
               EXIT PARAGRAPH
           END-IF

      *>   24 horas desde la emision, por el reloj del kiosco
           ACCEPT WS-CODE-NOW-RAW FROM DATE YYYYMMDD
           ACCEPT WS-CODE-NOW-TIME FROM TIME
           MOVE SPACES TO WS-CODE-NOW-DATE
           STRING WS-CODE-NOW-RAW(1:4) '-'
                  WS-CODE-NOW-RAW(5:2) '-'
                  WS-CODE-NOW-RAW(7:2)
               DELIMITED BY SIZE INTO WS-CODE-NOW-DATE
           END-STRING
           IF WS-CODE-NOW-DATE > WS-CODE-MATCH-EXP-DATE
               OR (WS-CODE-NOW-DATE = WS-CODE-MATCH-EXP-DATE
                   AND WS-CODE-NOW-TIME(1:6)
                       >= WS-CODE-MATCH-EXP-TIME)
               DISPLAY 'El codigo ha caducado: acuda a la ventanilla'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CODE-MATCH-ACCOUNT TO WS-MINOR-LOOKUP
           PERFORM CHECK-MINOR-ACCOUNT
           IF WS-MINOR-ACCOUNT = 'Y'
               DISPLAY 'Cuenta de menor: acuda a la ventanilla'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-CODE-MATCH-AMOUNT)
               TO WS-TMP-AMOUNT
           MOVE WS-TMP-AMOUNT TO DB-AMOUNT
           MOVE WS-CODE-MATCH-ACCOUNT TO DB-ACCOUNT-ID
           MOVE 'WITHDRW ' TO DB-FUNC
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE
           MOVE 'N' TO DB-SUPERVISOR-OVERRIDE

           CALL WS-MOD-DB-NAME USING DB-REQUEST

           IF NOT DB-OK
               DISPLAY 'ERROR: ' DB-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM BURN-CARDLESS-CODE
           PERFORM RELEASE-CODE-HOLD

           MOVE 'WITHDRAW' TO WS-JOURNAL-TYPE
           MOVE WS-CODE-MATCH-ID TO WS-JOURNAL-CARD
           MOVE WS-CODE-MATCH-ACCOUNT TO WS-JOURNAL-ACCOUNT
           PERFORM APPEND-KIOSK-JOURNAL

           MOVE WS-TMP-AMOUNT TO WS-LIMIT-EDIT
           DISPLAY 'Retire su efectivo: ' WS-LIMIT-EDIT
           .

      *> Busca entre los codigos ISSUED del documento el que casa
      *> con la huella; deja la fila en WS-CODE-MATCH-*
       FIND-CARDLESS-CODE.
           MOVE 'N' TO WS-CODE-FOUND
           IF WS-CODE-IN = SPACES OR WS-CODE-DOC-IN = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CARDLESS-FILE
           IF WS-CODE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CODE-FILE-STATUS NOT = '00'
               OR WS-CODE-FOUND = 'Y'
               READ CARDLESS-FILE INTO WS-CODE-LINE
               IF WS-CODE-FILE-STATUS = '00'
                   PERFORM PARSE-CODE-LINE
                   IF WS-CODE-ROW-STATUS = 'ISSUED'
                       AND WS-CODE-ROW-DOC = WS-CODE-DOC-IN
                       MOVE 'CHEK' TO HASH-FUNC
                       MOVE WS-CODE-IN TO HASH-SECRET
                       MOVE WS-CODE-ROW-HASH TO HASH-STORED
                       CALL 'MBHASH' USING HASH-REQUEST
                       IF HASH-MATCHED
                           MOVE 'Y' TO WS-CODE-FOUND
                           MOVE WS-CODE-ROW-ID TO WS-CODE-MATCH-ID
                           MOVE WS-CODE-ROW-ACCOUNT
                               TO WS-CODE-MATCH-ACCOUNT
                           MOVE WS-CODE-ROW-AMOUNT
                               TO WS-CODE-MATCH-AMOUNT
                           MOVE WS-CODE-ROW-HOLD
                               TO WS-CODE-MATCH-HOLD
                           MOVE WS-CODE-ROW-EXP-DATE
                               TO WS-CODE-MATCH-EXP-DATE
                           MOVE WS-CODE-ROW-EXP-TIME
                               TO WS-CODE-MATCH-EXP-TIME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CARDLESS-FILE
           .

       PARSE-CODE-LINE.
           MOVE SPACES TO WS-CODE-ROW-ID WS-CODE-ROW-HASH
               WS-CODE-ROW-ACCOUNT WS-CODE-ROW-AMOUNT
               WS-CODE-ROW-DOC WS-CODE-ROW-HOLD WS-CODE-ROW-DATE
               WS-CODE-ROW-TIME WS-CODE-ROW-EXP-DATE
               WS-CODE-ROW-EXP-TIME WS-CODE-ROW-STATUS
               WS-CODE-ROW-TELLER
           UNSTRING WS-CODE-LINE DELIMITED BY ','
               INTO WS-CODE-ROW-ID WS-CODE-ROW-HASH
                    WS-CODE-ROW-ACCOUNT WS-CODE-ROW-AMOUNT
                    WS-CODE-ROW-DOC WS-CODE-ROW-HOLD
                    WS-CODE-ROW-DATE WS-CODE-ROW-TIME
                    WS-CODE-ROW-EXP-DATE WS-CODE-ROW-EXP-TIME
                    WS-CODE-ROW-STATUS WS-CODE-ROW-TELLER
           END-UNSTRING
           .

      *> Reescritura .new + mv: el codigo canjeado pasa a REDEEMED
       BURN-CARDLESS-CODE.
           OPEN INPUT CARDLESS-FILE
           IF WS-CODE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CARDLESS-NEW-FILE

           PERFORM UNTIL WS-CODE-FILE-STATUS NOT = '00'
               READ CARDLESS-FILE INTO WS-CODE-LINE
               IF WS-CODE-FILE-STATUS = '00'
                   PERFORM PARSE-CODE-LINE
                   IF WS-CODE-ROW-ID = WS-CODE-MATCH-ID
                       MOVE SPACES TO WS-CODE-LINE
                       STRING WS-CODE-ROW-ID   DELIMITED BY SPACE
                           ','                 DELIMITED BY SIZE
                           WS-CODE-ROW-HASH    DELIMITED BY SPACE
                           ','                 DELIMITED BY SIZE
                           WS-CODE-ROW-ACCOUNT DELIMITED BY SPACE
                           ','                 DELIMITED BY SIZE
                           WS-CODE-ROW-AMOUNT  DELIMITED BY SPACE
                           ','                 DELIMITED BY SIZE
                           WS-CODE-ROW-DOC     DELIMITED BY SPACE
                           ','                 DELIMITED BY SIZE
                           WS-CODE-ROW-HOLD    DELIMITED BY SPACE
                           ','                 DELIMITED BY SIZE
                           WS-CODE-ROW-DATE    DELIMITED BY SPACE
                           ','                 DELIMITED BY SIZE
                           WS-CODE-ROW-TIME    DELIMITED BY SPACE
                           ','                 DELIMITED BY SIZE
                           WS-CODE-ROW-EXP-DATE DELIMITED BY SPACE
                           ','                 DELIMITED BY SIZE
                           WS-CODE-ROW-EXP-TIME DELIMITED BY SPACE
                           ',REDEEMED,'        DELIMITED BY SIZE
                           WS-CODE-ROW-TELLER  DELIMITED BY SPACE
                           INTO WS-CODE-LINE
                       END-STRING
                   END-IF
                   WRITE CARDLESS-NEW-RECORD FROM WS-CODE-LINE
               END-IF
           END-PERFORM

           CLOSE CARDLESS-NEW-FILE
           CLOSE CARDLESS-FILE

           CALL 'SYSTEM' USING WS-CODE-MV-CMD
               GIVING WS-CODE-MV-RC
           IF WS-CODE-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir '
                   'cardless-codes.csv'
           END-IF
           .

      *> Reescritura .new + mv: la retencion del codigo, si sigue
      *> ACTIVE, pasa a RELEASED
       RELEASE-CODE-HOLD.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HOLDS-NEW-FILE

           PERFORM UNTIL WS-HOLD-FILE-STATUS NOT = '00'
               READ HOLDS-FILE INTO WS-HOLD-LINE
               IF WS-HOLD-FILE-STATUS = '00'
                   MOVE SPACES TO WS-HOLD-EXPIRY WS-HOLD-STATE
                       WS-HOLD-DATE
                   UNSTRING WS-HOLD-LINE DELIMITED BY ','
                       INTO WS-HOLD-ID WS-HOLD-ACCOUNT
                            WS-HOLD-AMOUNT WS-HOLD-REASON
                            WS-HOLD-BY WS-HOLD-EXPIRY
                            WS-HOLD-STATE WS-HOLD-DATE
                   END-UNSTRING
                   IF WS-HOLD-ID = WS-CODE-MATCH-HOLD
                       AND WS-HOLD-STATE = 'ACTIVE'
                       MOVE SPACES TO WS-HOLD-LINE
                       STRING WS-HOLD-ID      DELIMITED BY SPACE
                              ','             DELIMITED BY SIZE
                              WS-HOLD-ACCOUNT DELIMITED BY SPACE
                              ','             DELIMITED BY SIZE
                              WS-HOLD-AMOUNT  DELIMITED BY SPACE
                              ','             DELIMITED BY SIZE
                              WS-HOLD-REASON  DELIMITED BY SPACE
                              ','             DELIMITED BY SIZE
                              WS-HOLD-BY      DELIMITED BY SPACE
                              ','             DELIMITED BY SIZE
                              WS-HOLD-EXPIRY  DELIMITED BY SPACE
                              ',RELEASED,'    DELIMITED BY SIZE
                              WS-HOLD-DATE    DELIMITED BY SPACE
                           INTO WS-HOLD-LINE
                       END-STRING
                   END-IF
                   WRITE HOLDS-NEW-RECORD FROM WS-HOLD-LINE
               END-IF
           END-PERFORM

           CLOSE HOLDS-NEW-FILE
           CLOSE HOLDS-FILE

           CALL 'SYSTEM' USING WS-HOLD-MV-CMD
               GIVING WS-HOLD-MV-RC
           IF WS-HOLD-MV-RC NOT = 0
               DISPLAY 'AVISO: no se pudo reescribir holds.csv'
           END-IF
           .

      *> ============================================================
      *> CUENTAS DE MENORES
      *> ============================================================

      *> WS-MINOR-ACCOUNT = 'Y' si WS-MINOR-LOOKUP esta vinculada,
      *> con un rol distinto de SIGNATORY, a un cliente con tutor
       CHECK-MINOR-ACCOUNT.
           MOVE 'N' TO WS-MINOR-ACCOUNT
           PERFORM LOAD-MINOR-CUSTOMERS
           IF WS-MINOR-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUST-LINKS-FILE
           IF WS-LINK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LINK-FILE-STATUS NOT = '00'
               OR WS-MINOR-ACCOUNT = 'Y'
               READ CUST-LINKS-FILE INTO WS-MINOR-LINE
               IF WS-LINK-FILE-STATUS = '00'
                   MOVE SPACES TO WS-MINOR-ROW-ROLE
                   UNSTRING WS-MINOR-LINE DELIMITED BY ','
                       INTO WS-MINOR-ROW-ID WS-MINOR-ROW-ACCOUNT
                            WS-MINOR-ROW-ROLE
                   END-UNSTRING
                   IF WS-MINOR-ROW-ACCOUNT = WS-MINOR-LOOKUP
                       AND WS-MINOR-ROW-ROLE NOT = 'SIGNATORY'
                       PERFORM VARYING IX-MINOR FROM 1 BY 1
                           UNTIL IX-MINOR > WS-MINOR-COUNT
                           IF WS-MINOR-CUST(IX-MINOR)
                               = WS-MINOR-ROW-ID
                               MOVE 'Y' TO WS-MINOR-ACCOUNT
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CUST-LINKS-FILE
           .

       LOAD-MINOR-CUSTOMERS.
           MOVE 0 TO WS-MINOR-COUNT

           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CUST-FILE-STATUS NOT = '00'
               READ CUSTOMERS-FILE INTO WS-MINOR-LINE
               IF WS-CUST-FILE-STATUS = '00'
                   MOVE SPACES TO WS-MINOR-ROW-GUARDIAN
                   UNSTRING WS-MINOR-LINE DELIMITED BY ','
                       INTO WS-MINOR-ROW-ID WS-MINOR-ROW-SKIP
                            WS-MINOR-ROW-SKIP WS-MINOR-ROW-SKIP
                            WS-MINOR-ROW-SKIP WS-MINOR-ROW-SKIP
                            WS-MINOR-ROW-SKIP WS-MINOR-ROW-SKIP
                            WS-MINOR-ROW-SKIP WS-MINOR-ROW-SKIP
                            WS-MINOR-ROW-GUARDIAN
                   END-UNSTRING
                   IF WS-MINOR-ROW-GUARDIAN NOT = SPACES
                       AND WS-MINOR-COUNT < WS-MINOR-MAX
                       ADD 1 TO WS-MINOR-COUNT
                       MOVE WS-MINOR-ROW-ID
                           TO WS-MINOR-CUST(WS-MINOR-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CUSTOMERS-FILE
           .

      *> ============================================================
      *> REGISTRO DE TARJETAS
      *> ============================================================
