      *
      * El tipo deudor sale del catalogo de productos: 7a columna de
      * data/product-catalog.csv (tanto por uno por dia, p.ej.
      * 0.0005); sin catalogo o sin columna rige el tipo por defecto:
      * el del juego DEBIT vigente en la fecha de negocio en la tabla
      * de tipos con fecha efectiva data/interest-rates.csv (columna
      * tramo1-tipo; la mantiene MBMAIN con aprobacion de un segundo
      * supervisor) y, sin fila vigente, el historico del programa
      * (sustituible con MINIBANK_DEBIT_RATE).
      *
      * Ademas escribe el informe diario de excesos de descubierto
      * limite autorizado y cuantos dias consecutivos llevan asi,
      * con el arrastre de dias en data/od-excess-days.csv.
      *
      * Cuentas, limites y saldos salen del maestro indexado de
      * cuentas (MBACCT) si esta al dia, con el descubierto vigente
      * del maestro de cierre; si no, de accounts.csv y balances.csv.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *    Tipos de interes con fecha efectiva (juego DEBIT)
           SELECT IRATES-FILE ASSIGN TO "data/interest-rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRATES-STATUS.

      *    Arrastre de dias consecutivos en exceso de descubierto
           SELECT EXCESS-FILE ASSIGN TO "data/od-excess-days.csv"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-LINE          PIC X(80).
       FD  IRATES-FILE.
       01  IRATES-LINE           PIC X(150).
       FD  JOB-RUNS-FILE.
       01  JOB-RUNS-REC          PIC X(80).
       FD  BUSDATE-FILE.
       77  WS-LOOKUP-INDEX       PIC 9(5) COMP.
       77  WS-FOUND              PIC X VALUE "N".

      * Maestro indexado de cuentas (ver MBACCT): se lee entero en
      * orden de clave, asi que la tabla queda ordenada por ACC-ID y
      * se busca en ella por particion binaria
       77  WS-ACM-MODE           PIC X VALUE "N".
       77  WS-BS-LOW             PIC S9(5) COMP.
       77  WS-BS-HIGH            PIC S9(5) COMP.
       77  WS-BS-MID             PIC S9(5) COMP.
       COPY mb-acct-if.

      * Arrastre de dias en exceso: cuenta,dias,ultima-fecha
       77  WS-EX-ACCOUNT         PIC X(30).
       77  WS-EX-DAYS-STR        PIC X(6).
       77  WS-DEFAULT-RATE       PIC SV9(4) COMP-3 VALUE 0.0005.
       77  WS-ENV-RATE           PIC X(10) VALUE SPACES.

      * Fila vigente del juego DEBIT en data/interest-rates.csv
       77  WS-IRATES-STATUS      PIC XX.
       77  WS-IRT-WANTED         PIC X(6) VALUE "DEBIT".
       77  WS-IRT-FOUND          PIC X VALUE "N".
       77  WS-IRT-BEST-DATE      PIC X(10).
       77  WS-IRT-BEST-CHANGE    PIC X(12).
       77  WS-IRT-SET            PIC X(6).
       77  WS-IRT-DATE           PIC X(10).
       77  WS-IRT-T1-MAX-STR     PIC X(20).
       77  WS-IRT-T1-RATE-STR    PIC X(12).
       77  WS-IRT-T2-MAX-STR     PIC X(20).
       77  WS-IRT-T2-RATE-STR    PIC X(12).
       77  WS-IRT-T3-RATE-STR    PIC X(12).
       77  WS-IRT-CHANGE         PIC X(12).
       77  WS-IRT-T1-RATE        PIC SV9(4) COMP-3.

       77  WS-DEBIT-RATE         PIC SV9(4) COMP-3.
       77  WS-INTEREST-AMOUNT    PIC S9(13)V9(2) COMP-3.
       77  WS-AMOUNT-STR         PIC X(20).
       77  WS-MV-COMMAND         PIC X(80) VALUE
           "mv data/od-excess-days.csv.new data/od-excess-days.csv".

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM RECORD-RUN-START
           PERFORM READ-DEFAULT-RATE
           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM OPEN-ACCOUNT-MASTER
           IF WS-ACM-MODE = "Y"
               PERFORM LOAD-MASTER-ACCOUNTS
           ELSE
               PERFORM LOAD-SEED-ACCOUNTS
               PERFORM LOAD-CSV-BALANCES
           END-IF
           PERFORM LOAD-EXCESS-DAYS

           OPEN EXTEND TX-FILE
           .

      * ----------------------------------------------------------------
      * READ-DEFAULT-RATE - Tipo deudor por defecto: el del juego
      * DEBIT vigente en la tabla de tipos; sin fila vigente, el
      * historico, sustituible con MINIBANK_DEBIT_RATE
      * ----------------------------------------------------------------
       READ-DEFAULT-RATE.
           PERFORM FIND-RATE-IN-FORCE
           IF WS-IRT-FOUND = "Y"
               MOVE WS-IRT-T1-RATE TO WS-DEFAULT-RATE
               DISPLAY "Tipo deudor por defecto: vigente desde "
                   WS-IRT-BEST-DATE " ("
                   FUNCTION TRIM(WS-IRT-BEST-CHANGE) ")"
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-ENV-RATE FROM ENVIRONMENT "MINIBANK_DEBIT_RATE"
           IF WS-ENV-RATE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-RATE) = 0
           END-IF
           .

      * ----------------------------------------------------------------
      * FIND-RATE-IN-FORCE - Fila del juego WS-IRT-WANTED con la fecha
      * efectiva mas reciente que no pase de hoy; a igual fecha manda
      * la ultima aprobada (la mas abajo en el fichero)
      * ----------------------------------------------------------------
       FIND-RATE-IN-FORCE.
           MOVE "N" TO WS-IRT-FOUND
           MOVE SPACES TO WS-IRT-BEST-DATE
           MOVE SPACES TO WS-IRT-BEST-CHANGE

           OPEN INPUT IRATES-FILE
           IF WS-IRATES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-IRATES-STATUS NOT = "00"
               READ IRATES-FILE
               IF WS-IRATES-STATUS = "00"
                   AND IRATES-LINE(1:7) NOT = "tierset"
                   PERFORM CHECK-RATE-ROW
               END-IF
           END-PERFORM

           CLOSE IRATES-FILE
           .

       CHECK-RATE-ROW.
           MOVE SPACES TO WS-IRT-SET WS-IRT-DATE
               WS-IRT-T1-MAX-STR WS-IRT-T1-RATE-STR
               WS-IRT-T2-MAX-STR WS-IRT-T2-RATE-STR
               WS-IRT-T3-RATE-STR WS-IRT-CHANGE
           UNSTRING IRATES-LINE DELIMITED BY ","
               INTO WS-IRT-SET WS-IRT-DATE
                    WS-IRT-T1-MAX-STR WS-IRT-T1-RATE-STR
                    WS-IRT-T2-MAX-STR WS-IRT-T2-RATE-STR
                    WS-IRT-T3-RATE-STR WS-IRT-CHANGE
           END-UNSTRING

           IF WS-IRT-SET NOT = WS-IRT-WANTED
               OR WS-IRT-DATE > WS-TODAY-DATE
               OR WS-IRT-DATE < WS-IRT-BEST-DATE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-IRT-T1-RATE-STR) NOT = 0
               DISPLAY "Aviso: fila de tipos no valida, se ignora: "
                   FUNCTION TRIM(IRATES-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-IRT-FOUND
           MOVE WS-IRT-DATE TO WS-IRT-BEST-DATE
           MOVE WS-IRT-CHANGE TO WS-IRT-BEST-CHANGE
           MOVE FUNCTION NUMVAL(WS-IRT-T1-RATE-STR) TO WS-IRT-T1-RATE
           .

      * ----------------------------------------------------------------
      * CHARGE-INTEREST-FOR-ACCOUNT - Penaliza el saldo negativo de
      * la cuenta IX-ACC y acumula sus dias de exceso si ademas esta
                  ",INTERES-DEUDOR" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * ----------------------------------------------------------------
                  ",INTERES-DEUDOR" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * ----------------------------------------------------------------
                    WS-SEED-LIMIT WS-SEED-TYPE
           END-UNSTRING

           PERFORM CHECK-ACCOUNT-CAPACITY
           IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-SEED-ID   TO ACC-ID(WS-ACC-COUNT)

       FIND-ACCOUNT-BY-ID.
           MOVE "N" TO WS-FOUND
           IF WS-ACM-MODE = "Y"
               PERFORM SEARCH-ACCOUNT-BY-KEY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > WS-ACC-COUNT OR WS-FOUND = "Y"
               IF ACC-ID(IX) = WS-BAL-ID
           END-PERFORM
           .

       SEARCH-ACCOUNT-BY-KEY.
           MOVE 1 TO WS-BS-LOW
           MOVE WS-ACC-COUNT TO WS-BS-HIGH
           PERFORM UNTIL WS-BS-LOW > WS-BS-HIGH OR WS-FOUND = "Y"
               COMPUTE WS-BS-MID = (WS-BS-LOW + WS-BS-HIGH) / 2
               EVALUATE TRUE
                   WHEN ACC-ID(WS-BS-MID) = WS-BAL-ID
                       MOVE "Y" TO WS-FOUND
                       MOVE WS-BS-MID TO WS-LOOKUP-INDEX
                   WHEN ACC-ID(WS-BS-MID) < WS-BAL-ID
                       COMPUTE WS-BS-LOW = WS-BS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-BS-HIGH = WS-BS-MID - 1
               END-EVALUATE
           END-PERFORM
           .

       OPEN-ACCOUNT-MASTER.
           SET ACCT-FUNC-OPEN TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST
           IF ACCT-OK
               MOVE "Y" TO WS-ACM-MODE
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-MASTER-ACCOUNTS - Todas las cuentas del maestro indexado,
      * que ya trae casados titular, producto, descubierto vigente y
      * saldo de la foto
      * ----------------------------------------------------------------
       LOAD-MASTER-ACCOUNTS.
           SET ACCT-FUNC-NEXT TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST
           PERFORM UNTIL NOT ACCT-OK
               PERFORM ADD-MASTER-ACCOUNT
               SET ACCT-FUNC-NEXT TO TRUE
               CALL "MBACCT" USING ACCT-REQUEST
           END-PERFORM
           SET ACCT-FUNC-CLOSE TO TRUE
           CALL "MBACCT" USING ACCT-REQUEST
           .

      * Como en la carga de balances.csv, solo cuenta el saldo OPEN
       ADD-MASTER-ACCOUNT.
           PERFORM CHECK-ACCOUNT-CAPACITY
           IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE ACCT-ID   TO ACC-ID(WS-ACC-COUNT)
               MOVE ACCT-NAME TO ACC-NAME(WS-ACC-COUNT)
               MOVE 0 TO ACC-BALANCE(WS-ACC-COUNT)
               IF ACCT-HAS-BALANCE = "Y" AND ACCT-STATUS = "OPEN"
                   MOVE ACCT-BALANCE TO ACC-BALANCE(WS-ACC-COUNT)
               END-IF
               MOVE ACCT-OVERDRAFT TO ACC-OVERDRAFT(WS-ACC-COUNT)
               MOVE 0 TO ACC-EXCESS-DAYS(WS-ACC-COUNT)
               IF ACCT-PRODUCT = SPACES
                   MOVE "CHECKING" TO ACC-TYPE(WS-ACC-COUNT)
               ELSE
                   MOVE ACCT-PRODUCT TO ACC-TYPE(WS-ACC-COUNT)
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * CHECK-ACCOUNT-CAPACITY - Una cuenta que no cabe en la tabla
      * se quedaria sin procesar: se para antes de anotar nada, con
      * rc 8, para que EOD-DRIVER detenga la cadena
      * ----------------------------------------------------------------
       CHECK-ACCOUNT-CAPACITY.
           IF WS-ACC-COUNT >= WS-MAX-ACCOUNTS
               DISPLAY "ERROR: hay mas de " WS-MAX-ACCOUNTS
                   " cuentas; ampliar la tabla de cuentas de "
                   FUNCTION TRIM(WS-JOB-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-PRODUCT-CATALOG - Reglas por tipo de producto; la 7a
      * columna (opcional) es el tipo deudor del producto
           CLOSE JOB-RUNS-FILE
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM DEBIT-INTEREST.
