      * Contrapartida de INTEREST-ACCRUAL para el lado de los cargos:
      * lee el cuadro de comisiones data/fee-schedule.csv (codigo,
      * base,valor,frecuencia), evalua cada cuenta de accounts.csv
      * con su saldo de balances.csv (o del maestro indexado de
      * cuentas, MBACCT, si esta al dia) y anota las comisiones que
      * correspondan como filas DEBIT en data/transactions.csv, con
      * el codigo de la comision identificado en la propia fila.
      *
      *   PCT-OD    porcentaje sobre el descubierto utilizado
      *   PER-DEBIT importe fijo por cada DEBIT de hoy de la cuenta
      * Frecuencias: DAILY (cada ejecucion) y MONTHLY (solo cuando
      * el dia de proceso es 01). Las EVENT (p. ej. DRAFT, emision
      * de cheque bancario) las cobra MBMAIN en la propia operacion
      * y este trabajo las ignora; las ANALYSIS son precios del
      * analisis mensual de cuentas de empresa (ACCOUNT-ANALYSIS).
      * Las cuentas de producto de empresa (columna 9 del catalogo)
      * no pagan comisiones PER-DEBIT: sus apuntes se valoran en ese
      * analisis, que solo anota el cargo neto.
      *
      * Cambio de producto (data/product-changes.csv): si la cuenta
      * cambio de tipo durante el mes que se cierra, las comisiones
      * MONTHLY del paquete nuevo se prorratean por los dias desde
      * el cambio; las del paquete antiguo ya las liquido MBMAIN en
      * el momento del cambio y no se vuelven a cargar.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-08-23
           SELECT CATALOG-FILE ASSIGN TO "data/product-catalog.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
      *    Historico de cambios de producto (cuenta,tipo anterior,
      *    tipo nuevo,fecha,...) que anota MBMAIN
           SELECT PCHG-FILE ASSIGN TO "data/product-changes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-LINE          PIC X(80).
       FD  PCHG-FILE.
       01  PCHG-LINE             PIC X(150).
       FD  JOB-RUNS-FILE.
       01  JOB-RUNS-REC          PIC X(80).
       FD  WAIVERS-FILE.
               10  CAT-WITHDRAW      PIC X.
               10  CAT-OVERDRAFT     PIC X.
               10  CAT-FEEPKG        PIC X(10).
               10  CAT-BUSINESS      PIC X.
       77  WS-CAT-F7             PIC X(10).
       77  WS-CAT-F8             PIC X(12).
       77  WS-CAT-FOUND          PIC X.
       77  WS-CAT-INDEX          PIC 9(2) COMP.

      * Ultimo cambio de producto de cada cuenta dentro del mes que
      * se cierra (solo se carga el dia 01)
       77  WS-PCHG-STATUS        PIC XX.
       77  WS-MAX-PCHG           PIC 9(4) COMP VALUE 1000.
       77  WS-PCHG-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-PCHG-TABLE.
           05  WS-PCHG OCCURS 1000 TIMES INDEXED BY IX-PCH.
               10  PCH-ACCOUNT       PIC X(30).
               10  PCH-OLD-TYPE      PIC X(10).
               10  PCH-DATE          PIC 9(8).
       77  WS-PCHG-ACCOUNT       PIC X(30).
       77  WS-PCHG-OLD           PIC X(10).
       77  WS-PCHG-NEW           PIC X(10).
       77  WS-PCHG-DATE-STR      PIC X(10).
       77  WS-PCHG-DATE          PIC 9(8).
       77  WS-PCHG-FOUND         PIC X.
       77  WS-PCHG-INDEX         PIC 9(4) COMP.
       77  WS-PCHG-OLD-PKG       PIC X(10).
       77  WS-MONTH-START        PIC 9(8).
       77  WS-TODAY-NUM          PIC 9(8).
       77  WS-MONTH-DAYS         PIC 9(3).
       77  WS-SHARE-DAYS         PIC 9(3).
       77  WS-FEE-APPLIES        PIC X.
       77  WS-FEE-PRORATED       PIC X.

      * Libro de control de ejecuciones: cada trabajo anota su
      * inicio y su fin por fecha de negocio, y se niega a empezar
      * si ya existe una ejecucion completada de ese dia (salvo
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

       77  WS-FEE-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  WS-OVERDRAWN          PIC S9(13)V9(2) COMP-3.
       77  WS-AMOUNT-STR         PIC X(20).
       77  WS-TOTAL-FEES         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  FORMATTED-TOTAL       PIC -(12)9.99.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           END-IF

           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM LOAD-PRODUCT-CHANGES
           PERFORM LOAD-WAIVERS
           PERFORM LOAD-WAIVER-LINKS
           PERFORM OPEN-ACCOUNT-MASTER
           IF WS-ACM-MODE = "Y"
               PERFORM LOAD-MASTER-ACCOUNTS
           ELSE
               PERFORM LOAD-SEED-ACCOUNTS
               PERFORM LOAD-CSV-BALANCES
           END-IF
           PERFORM COUNT-TODAYS-DEBITS

           OPEN EXTEND TX-OUT-FILE
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

      * Sin fila en la foto de saldos la cuenta se da por OPEN con
      * saldo cero, como en la carga de accounts.csv
       ADD-MASTER-ACCOUNT.
           PERFORM CHECK-ACCOUNT-CAPACITY
           IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE ACCT-ID   TO ACC-ID(WS-ACC-COUNT)
               MOVE ACCT-NAME TO ACC-NAME(WS-ACC-COUNT)
               MOVE 0 TO ACC-BALANCE(WS-ACC-COUNT)
               MOVE "OPEN" TO ACC-STATUS(WS-ACC-COUNT)
               IF ACCT-HAS-BALANCE = "Y"
                   MOVE ACCT-BALANCE TO ACC-BALANCE(WS-ACC-COUNT)
                   MOVE ACCT-STATUS  TO ACC-STATUS(WS-ACC-COUNT)
               END-IF
               MOVE 0 TO ACC-DEBITS-TODAY(WS-ACC-COUNT)
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
      * COUNT-TODAYS-DEBITS - Recuenta los DEBIT de hoy por cuenta
      * para la base PER-DEBIT (comision por retirada)
       EVALUATE-ONE-FEE.
      *    La comision solo aplica si pertenece al paquete del
      *    producto de la cuenta (ALL aplica a todos los tipos)
           MOVE "Y" TO WS-FEE-APPLIES
           MOVE "N" TO WS-FEE-PRORATED
           IF FEE-PACKAGE(IX-FEE) NOT = "ALL"
               PERFORM FIND-CATALOG-FOR-TYPE
               IF WS-CAT-FOUND = "N"
                   OR CAT-FEEPKG(WS-CAT-INDEX)
                       NOT = FEE-PACKAGE(IX-FEE)
                   MOVE "N" TO WS-FEE-APPLIES
               END-IF
           END-IF

      *    Las comisiones MONTHLY solo se cargan el dia 01; las
      *    DAILY en cada ejecucion del trabajo; las EVENT y las
      *    ANALYSIS nunca
           IF FEE-FREQUENCY(IX-FEE) = "EVENT"
               OR FEE-FREQUENCY(IX-FEE) = "ANALYSIS"
               EXIT PARAGRAPH
           END-IF

      *    Cuenta de empresa: los apuntes se cobran en el analisis
           IF FEE-BASIS(IX-FEE) = "PER-DEBIT"
               PERFORM FIND-CATALOG-FOR-TYPE
               IF WS-CAT-FOUND = "Y"
                   AND CAT-BUSINESS(WS-CAT-INDEX) = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FEE-FREQUENCY(IX-FEE) = "MONTHLY"
               IF WS-TODAY-DAY NOT = "01"
                   EXIT PARAGRAPH
               END-IF
               PERFORM APPLY-PRODUCT-CHANGE
           END-IF

           IF WS-FEE-APPLIES = "N"
               EXIT PARAGRAPH
           END-IF

                       "comisiones: " FEE-BASIS(IX-FEE)
           END-EVALUATE

           IF WS-FEE-PRORATED = "Y"
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   WS-FEE-AMOUNT * WS-SHARE-DAYS / WS-MONTH-DAYS
           END-IF

           IF WS-FEE-AMOUNT > 0
      *        Exencion negociada: la comision no se carga, pero el
      *        ingreso no percibido queda contado para direccion
           END-IF
           .

      * ----------------------------------------------------------------
      * APPLY-PRODUCT-CHANGE - Comision MONTHLY de una cuenta que
      * cambio de producto en el mes que se cierra. Paquete comun a
      * ambos productos: entera. Solo del nuevo: prorrata por los
      * dias desde el cambio (nada si el cambio es de hoy). Solo del
      * antiguo: ya liquidada por MBMAIN al cambiar, salvo cambio de
      * hoy, en cuyo caso el mes entero fue del producto antiguo.
      * ----------------------------------------------------------------
       APPLY-PRODUCT-CHANGE.
           IF FEE-PACKAGE(IX-FEE) = "ALL"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-PCHG-FOUND
           PERFORM VARYING IX-PCH FROM 1 BY 1
               UNTIL IX-PCH > WS-PCHG-COUNT
                   OR WS-PCHG-FOUND = "Y"
               IF PCH-ACCOUNT(IX-PCH) = ACC-ID(IX-ACC)
                   MOVE "Y" TO WS-PCHG-FOUND
                   SET WS-PCHG-INDEX TO IX-PCH
               END-IF
           END-PERFORM
           IF WS-PCHG-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PCHG-OLD-PKG
           PERFORM VARYING IX-CAT FROM 1 BY 1
               UNTIL IX-CAT > WS-CATALOG-COUNT
               IF CAT-TYPE(IX-CAT) = PCH-OLD-TYPE(WS-PCHG-INDEX)
                   MOVE CAT-FEEPKG(IX-CAT) TO WS-PCHG-OLD-PKG
               END-IF
           END-PERFORM

           IF WS-PCHG-OLD-PKG = FEE-PACKAGE(IX-FEE)
      *        Comision del producto antiguo
               IF PCH-DATE(WS-PCHG-INDEX) = WS-TODAY-NUM
                   MOVE "Y" TO WS-FEE-APPLIES
               ELSE
                   IF WS-FEE-APPLIES = "N"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           ELSE
      *        Comision solo del producto nuevo
               IF WS-FEE-APPLIES = "Y"
                   IF PCH-DATE(WS-PCHG-INDEX) = WS-TODAY-NUM
                       MOVE "N" TO WS-FEE-APPLIES
                   ELSE
                       MOVE "Y" TO WS-FEE-PRORATED
                       COMPUTE WS-SHARE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                         - FUNCTION INTEGER-OF-DATE(
                               PCH-DATE(WS-PCHG-INDEX))
                   END-IF
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * APPEND-FEE-TRANSACTION - Anade la fila fecha,cuenta,DEBIT,
      * importe,FEE:codigo a transactions.csv; el 5o campo identifica
                  ",COMISION" DELIMITED BY SIZE
               INTO TX-OUT-LINE
           END-STRING
           MOVE TX-OUT-LINE TO CHAIN-ROW
           WRITE TX-OUT-LINE
           PERFORM SEAL-LEDGER-ROW

      *    Contrapartida: el ingreso del banco existe en el propio
      *    ledger (CREDIT a FEEINCOME con la cuenta cargada en el
                  ",COMISION" DELIMITED BY SIZE
               INTO TX-OUT-LINE
           END-STRING
           MOVE TX-OUT-LINE TO CHAIN-ROW
           WRITE TX-OUT-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * ----------------------------------------------------------------
                   AND CATALOG-LINE(1:4) NOT = "type"
                   AND WS-CATALOG-COUNT < 20
                   ADD 1 TO WS-CATALOG-COUNT
                   MOVE "N" TO CAT-BUSINESS(WS-CATALOG-COUNT)
                   UNSTRING CATALOG-LINE DELIMITED BY ","
                       INTO CAT-TYPE(WS-CATALOG-COUNT)
                            CAT-INTEREST(WS-CATALOG-COUNT)
                            CAT-WITHDRAW(WS-CATALOG-COUNT)
                            CAT-OVERDRAFT(WS-CATALOG-COUNT)
                            CAT-FEEPKG(WS-CATALOG-COUNT)
                            WS-CAT-F7 WS-CAT-F8
                            CAT-BUSINESS(WS-CATALOG-COUNT)
                   END-UNSTRING
               END-IF
           END-PERFORM
           CLOSE CATALOG-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-PRODUCT-CHANGES - Solo el dia 01: ultimo cambio de
      * producto de cada cuenta con fecha entre el primer dia del
      * mes que se cierra y hoy. Sin fichero no hay prorrateo.
      * ----------------------------------------------------------------
       LOAD-PRODUCT-CHANGES.
           IF WS-TODAY-DAY NOT = "01"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-NUM
           IF WS-TODAY-YYYYMMDD(5:2) = "01"
               COMPUTE WS-MONTH-START = WS-TODAY-NUM - 10000 + 1100
           ELSE
               COMPUTE WS-MONTH-START = WS-TODAY-NUM - 100
           END-IF
           COMPUTE WS-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
             - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)

           OPEN INPUT PCHG-FILE
           IF WS-PCHG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PCHG-STATUS NOT = "00"
               READ PCHG-FILE
               IF WS-PCHG-STATUS = "00"
                   AND PCHG-LINE(1:8) NOT = "account,"
                   PERFORM ADD-PRODUCT-CHANGE
               END-IF
           END-PERFORM

           CLOSE PCHG-FILE
           .

       ADD-PRODUCT-CHANGE.
           MOVE SPACES TO WS-PCHG-ACCOUNT WS-PCHG-OLD WS-PCHG-NEW
                          WS-PCHG-DATE-STR
           UNSTRING PCHG-LINE DELIMITED BY ","
               INTO WS-PCHG-ACCOUNT WS-PCHG-OLD WS-PCHG-NEW
                    WS-PCHG-DATE-STR
           END-UNSTRING
           IF WS-PCHG-DATE-STR(5:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
           STRING WS-PCHG-DATE-STR(1:4) WS-PCHG-DATE-STR(6:2)
                  WS-PCHG-DATE-STR(9:2)
               DELIMITED BY SIZE INTO WS-PCHG-DATE
           END-STRING
           IF WS-PCHG-DATE < WS-MONTH-START
               OR WS-PCHG-DATE > WS-TODAY-NUM
               EXIT PARAGRAPH
           END-IF

      *    El fichero es cronologico: un cambio posterior de la
      *    misma cuenta sustituye al anterior
           MOVE "N" TO WS-PCHG-FOUND
           PERFORM VARYING IX-PCH FROM 1 BY 1
               UNTIL IX-PCH > WS-PCHG-COUNT
                   OR WS-PCHG-FOUND = "Y"
               IF PCH-ACCOUNT(IX-PCH) = WS-PCHG-ACCOUNT
                   MOVE "Y" TO WS-PCHG-FOUND
                   SET WS-PCHG-INDEX TO IX-PCH
               END-IF
           END-PERFORM
           IF WS-PCHG-FOUND = "N"
               IF WS-PCHG-COUNT >= WS-MAX-PCHG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PCHG-COUNT
               MOVE WS-PCHG-COUNT TO WS-PCHG-INDEX
           END-IF
           MOVE WS-PCHG-ACCOUNT TO PCH-ACCOUNT(WS-PCHG-INDEX)
           MOVE WS-PCHG-OLD TO PCH-OLD-TYPE(WS-PCHG-INDEX)
           MOVE WS-PCHG-DATE TO PCH-DATE(WS-PCHG-INDEX)
           .

       FIND-CATALOG-FOR-TYPE.
           MOVE "N" TO WS-CAT-FOUND
           PERFORM VARYING IX-CAT FROM 1 BY 1
           END-PERFORM
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM FEE-POSTING.
