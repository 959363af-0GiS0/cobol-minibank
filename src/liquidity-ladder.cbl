      ******************************************************************
      * LIQUIDITY-LADDER: Escalera de vencimientos de liquidez
      *
      * Tesoreria pregunta cada semana cuanto dinero entra y sale en
      * los proximos 7, 30, 90 y 365 dias. Este informe reparte por
      * tramo temporal los flujos contractuales ya escritos en los
      * datos, por divisa (columna 7 de data/accounts.csv; en blanco
      * es la divisa base MINIBANK_BASE_CCY, EUR por defecto):
      *
      *   - ENTRADAS: cuotas de data/loans.csv (ACTIVE y
      *     RESTRUCTURED) proyectadas mes a mes desde el proximo
      *     vencimiento con el cuadro frances (interes al tipo
      *     anual / 12, la ultima cuota ajustada al capital vivo);
      *     el capital que queda vivo mas alla de 365 dias va al
      *     tramo "> 365 dias". Tambien las filas CREDIT de
      *     data/transactions-future.csv.
      *   - SALIDAS: vencimientos PAY de data/term-deposits.csv
      *     (principal mas interes ACT/360, como TD-MATURITY; los
      *     ROLL se renuevan y no mueven caja), las filas DEBIT de
      *     data/transactions-future.csv (las TRANSFER son internas
      *     y no cuentan) y los saldos a la vista.
      *
      * Los saldos acreedores de cuentas corrientes (CHECKING,
      * PAYROLL y demas tipos) y de ahorro (SAVINGS) no tienen
      * vencimiento: se aplica un porcentaje "estable" de
      * comportamiento (MINIBANK_STABLE_PCT_CURRENT, 70 por defecto,
      * y MINIBANK_STABLE_PCT_SAVINGS, 85 por defecto). La parte
      * estable va al tramo "> 365 dias" y la volatil se trata como
      * salida en el primer tramo.
      *
      * Para cada tramo se imprime entradas, salidas, gap (entradas
      * menos salidas) y gap acumulado. Lo vencido o de hoy no se
      * proyecta: ya lo han tratado los trabajos nocturnos.
      *
      * Salida: data/liquidity-ladder.txt.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDITY-LADDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT BALANCES-FILE ASSIGN TO "data/balances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT LOANS-FILE ASSIGN TO "data/loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.
           SELECT TD-FILE ASSIGN TO "data/term-deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT FUTURE-FILE ASSIGN TO
               "data/transactions-future.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUTURE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO
               "data/liquidity-ladder.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(150).
       FD  BALANCES-FILE.
       01  BALANCES-LINE         PIC X(100).
       FD  LOANS-FILE.
       01  LOANS-LINE            PIC X(200).
       FD  TD-FILE.
       01  TD-LINE               PIC X(150).
       FD  FUTURE-FILE.
       01  FUTURE-LINE           PIC X(120).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-SEED-STATUS        PIC XX.
       77  WS-BAL-STATUS         PIC XX.
       77  WS-LOANS-STATUS       PIC XX.
       77  WS-TD-STATUS          PIC XX.
       77  WS-FUTURE-STATUS      PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-EOF                PIC X VALUE "N".

       77  WS-ENV-BASE-CCY       PIC X(3) VALUE SPACES.
       77  WS-BASE-CCY           PIC X(3) VALUE "EUR".
       77  WS-ENV-STABLE         PIC X(10) VALUE SPACES.
       77  WS-STABLE-CURRENT     PIC 9(3)V9(2) VALUE 70.
       77  WS-STABLE-SAVINGS     PIC 9(3)V9(2) VALUE 85.
       77  WS-STABLE-PCT         PIC 9(3)V9(2).

      * Cuentas: tipo, divisa y saldo
       77  WS-MAX-ACCOUNTS       PIC 9(5) COMP VALUE 5000.
       77  IX                    PIC 9(5) COMP.
       77  WS-ACC-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ACCOUNTS-TABLE.
           05  WS-ACCOUNTS-ARRAY OCCURS 5000 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-TYPE          PIC X(10).
               10  ACC-CCY           PIC X(3).
               10  ACC-BALANCE       PIC S9(13)V9(2) COMP-3.

       77  WS-SEED-ID            PIC X(30).
       77  WS-SEED-NAME          PIC X(100).
       77  WS-SEED-F3            PIC X(15).
       77  WS-SEED-F4            PIC X(15).
       77  WS-SEED-TYPE          PIC X(10).
       77  WS-SEED-F6            PIC X(15).
       77  WS-SEED-CCY           PIC X(3).

       77  WS-BAL-ID             PIC X(30).
       77  WS-BAL-NAME           PIC X(100).
       77  WS-BAL-STATUS-FLD     PIC X(10).
       77  WS-BAL-F4             PIC X(20).
       77  WS-LOOKUP-INDEX       PIC 9(5) COMP.
       77  WS-FOUND              PIC X.

      * Escalera por divisa: 5 tramos con entradas y salidas
       77  WS-MAX-CCY            PIC 9(3) COMP VALUE 20.
       77  WS-CCY-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-LADDER-TABLE.
           05  WS-LADDER-ROW OCCURS 20 TIMES INDEXED BY IX-CCY.
               10  LAD-CCY           PIC X(3).
               10  LAD-VOLATILE      PIC S9(13)V9(2) COMP-3.
               10  LAD-STABLE        PIC S9(13)V9(2) COMP-3.
               10  LAD-BAND OCCURS 5 TIMES INDEXED BY IX-BND.
                   15  LAD-IN        PIC S9(13)V9(2) COMP-3.
                   15  LAD-OUT       PIC S9(13)V9(2) COMP-3.

      * Tramos: limite superior en dias y rotulo
       01  WS-BAND-DEFS.
           05  FILLER            PIC X(19) VALUE "0007   1-7 dias    ".
           05  FILLER            PIC X(19) VALUE "0030   8-30 dias   ".
           05  FILLER            PIC X(19) VALUE "0090   31-90 dias  ".
           05  FILLER            PIC X(19) VALUE "0365   91-365 dias ".
           05  FILLER            PIC X(19) VALUE "9999   > 365 dias  ".
       01  WS-BAND-TABLE REDEFINES WS-BAND-DEFS.
           05  WS-BAND-DEF OCCURS 5 TIMES.
               10  BAND-LIMIT        PIC 9(4).
               10  FILLER            PIC X(3).
               10  BAND-LABEL        PIC X(12).

      * Flujo a repartir: divisa de la cuenta, fecha e importe
       77  WS-FLOW-ACCOUNT       PIC X(30).
       77  WS-FLOW-CCY           PIC X(3).
       77  WS-FLOW-DATE          PIC X(10).
       77  WS-FLOW-YYYYMMDD      PIC 9(8).
       77  WS-WORK-YYYYMMDD      PIC X(8).
       77  WS-FLOW-DAYS          PIC S9(9) COMP.
       77  WS-FLOW-AMOUNT        PIC S9(13)V9(2) COMP-3.
       77  WS-FLOW-DIRECTION     PIC X(3).
       77  WS-FLOW-BAND          PIC 9 COMP.

       77  WS-LOAN-ID            PIC X(12).
       77  WS-LOAN-ACCOUNT       PIC X(30).
       77  WS-LOAN-PRINCIPAL-STR PIC X(20).
       77  WS-LOAN-RATE-STR      PIC X(15).
       77  WS-LOAN-TERM-STR      PIC X(6).
       77  WS-LOAN-INSTALL-STR   PIC X(20).
       77  WS-LOAN-NEXT-DATE     PIC X(10).
       77  WS-LOAN-STATUS        PIC X(12).
       77  WS-LOAN-PRINCIPAL     PIC S9(13)V9(2) COMP-3.
       77  WS-LOAN-RATE          PIC S9(3)V9(6) COMP-3.
       77  WS-LOAN-INSTALLMENT   PIC S9(13)V9(2) COMP-3.
       77  WS-INTEREST-PART      PIC S9(13)V9(2) COMP-3.
       77  WS-PRINCIPAL-PART     PIC S9(13)V9(2) COMP-3.
       77  WS-LOAN-STEPS         PIC 9(4) COMP.
       77  WS-DUE-YYYYMMDD       PIC 9(8).
       77  WS-DUE-YEAR           PIC 9(4).
       77  WS-DUE-MONTH          PIC 9(2).
       77  WS-DUE-DAY            PIC 9(2).

       77  WS-TD-ID              PIC X(12).
       77  WS-TD-ACCOUNT         PIC X(30).
       77  WS-TD-PRINCIPAL-STR   PIC X(20).
       77  WS-TD-RATE-STR        PIC X(15).
       77  WS-TD-OPEN-DATE       PIC X(10).
       77  WS-TD-MATURITY        PIC X(10).
       77  WS-TD-ROLLOVER        PIC X(4).
       77  WS-TD-STATE           PIC X(8).
       77  WS-TD-PRINCIPAL       PIC S9(13)V9(2) COMP-3.
       77  WS-TD-RATE            PIC S9(3)V9(6) COMP-3.
       77  WS-TD-INTEREST        PIC S9(13)V9(2) COMP-3.
       77  WS-OPEN-YYYYMMDD      PIC 9(8).
       77  WS-TERM-DAYS          PIC S9(9) COMP.

       77  WS-CSV-DATE           PIC X(10).
       77  WS-CSV-ACCOUNT        PIC X(30).
       77  WS-CSV-TYPE           PIC X(10).
       77  WS-CSV-AMOUNT-STR     PIC X(20).
       77  WS-CSV-AUX            PIC X(42).

       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-TODAY-NUM          PIC 9(8).
       77  WS-TODAY-INTEGER      PIC S9(9) COMP.
       77  WS-BUSDATE-LINE       PIC X(10).

       77  WS-GAP                PIC S9(13)V9(2) COMP-3.
       77  WS-CUM-GAP            PIC S9(13)V9(2) COMP-3.
       77  WS-TOTAL-IN           PIC S9(13)V9(2) COMP-3.
       77  WS-TOTAL-OUT          PIC S9(13)V9(2) COMP-3.
       77  WS-TOTAL-LOANS        PIC 9(5) VALUE 0.
       77  WS-TOTAL-TDS          PIC 9(5) VALUE 0.
       77  WS-TOTAL-FUTURE       PIC 9(5) VALUE 0.
       77  WS-PCT-EDIT           PIC ZZ9.99.
       77  WS-PCT-EDIT-2         PIC ZZ9.99.
       77  FORMATTED-AMT         PIC -(12)9.99.
       77  FORMATTED-AMT-2       PIC -(12)9.99.
       77  FORMATTED-AMT-3       PIC -(12)9.99.
       77  FORMATTED-AMT-4       PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-TODAY-DATE
           COMPUTE WS-TODAY-NUM =
               FUNCTION NUMVAL(WS-TODAY-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WS-TODAY-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WS-TODAY-DATE(9:2))
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           ACCEPT WS-ENV-BASE-CCY
               FROM ENVIRONMENT "MINIBANK_BASE_CCY"
           IF WS-ENV-BASE-CCY NOT = SPACES
               MOVE WS-ENV-BASE-CCY TO WS-BASE-CCY
           END-IF

           MOVE SPACES TO WS-ENV-STABLE
           ACCEPT WS-ENV-STABLE
               FROM ENVIRONMENT "MINIBANK_STABLE_PCT_CURRENT"
           IF WS-ENV-STABLE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-STABLE) = 0
               AND FUNCTION NUMVAL(WS-ENV-STABLE) <= 100
               MOVE FUNCTION NUMVAL(WS-ENV-STABLE)
                   TO WS-STABLE-CURRENT
           END-IF
           MOVE SPACES TO WS-ENV-STABLE
           ACCEPT WS-ENV-STABLE
               FROM ENVIRONMENT "MINIBANK_STABLE_PCT_SAVINGS"
           IF WS-ENV-STABLE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-STABLE) = 0
               AND FUNCTION NUMVAL(WS-ENV-STABLE) <= 100
               MOVE FUNCTION NUMVAL(WS-ENV-STABLE)
                   TO WS-STABLE-SAVINGS
           END-IF

           PERFORM LOAD-SEED-ACCOUNTS
           PERFORM LOAD-CSV-BALANCES
           PERFORM COLLECT-SIGHT-BALANCES
           PERFORM COLLECT-LOAN-FLOWS
           PERFORM COLLECT-TD-FLOWS
           PERFORM COLLECT-FUTURE-FLOWS
           PERFORM WRITE-LADDER-REPORT

           DISPLAY "Escalera de liquidez a " WS-TODAY-DATE ": "
                   WS-CCY-COUNT " divisas, "
                   WS-TOTAL-LOANS " prestamos, "
                   WS-TOTAL-TDS " depositos, "
                   WS-TOTAL-FUTURE " movimientos futuros"
           GOBACK
           .

      * ----------------------------------------------------------------
      * COLLECT-SIGHT-BALANCES - Saldos acreedores a la vista: la
      * parte estable al ultimo tramo y la volatil al primero
      * ----------------------------------------------------------------
       COLLECT-SIGHT-BALANCES.
           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               IF ACC-BALANCE(IX-ACC) > 0
                   IF ACC-TYPE(IX-ACC) = "SAVINGS"
                       MOVE WS-STABLE-SAVINGS TO WS-STABLE-PCT
                   ELSE
                       MOVE WS-STABLE-CURRENT TO WS-STABLE-PCT
                   END-IF
                   MOVE ACC-CCY(IX-ACC) TO WS-FLOW-CCY
                   PERFORM FIND-LADDER-ROW
                   IF WS-FOUND = "Y"
                       COMPUTE WS-FLOW-AMOUNT ROUNDED =
                           ACC-BALANCE(IX-ACC) * WS-STABLE-PCT / 100
                       ADD WS-FLOW-AMOUNT TO LAD-STABLE(IX-CCY)
                       ADD WS-FLOW-AMOUNT TO LAD-OUT(IX-CCY, 5)
                       COMPUTE WS-FLOW-AMOUNT =
                           ACC-BALANCE(IX-ACC) - WS-FLOW-AMOUNT
                       ADD WS-FLOW-AMOUNT TO LAD-VOLATILE(IX-CCY)
                       ADD WS-FLOW-AMOUNT TO LAD-OUT(IX-CCY, 1)
                   END-IF
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * COLLECT-LOAN-FLOWS - Cuotas futuras de cada prestamo vivo
      * ----------------------------------------------------------------
       COLLECT-LOAN-FLOWS.
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LOANS-STATUS NOT = "00"
               READ LOANS-FILE
               IF WS-LOANS-STATUS = "00"
                   MOVE SPACES TO WS-LOAN-STATUS
                   UNSTRING LOANS-LINE DELIMITED BY ","
                       INTO WS-LOAN-ID WS-LOAN-ACCOUNT
                            WS-LOAN-PRINCIPAL-STR WS-LOAN-RATE-STR
                            WS-LOAN-TERM-STR WS-LOAN-INSTALL-STR
                            WS-LOAN-NEXT-DATE WS-LOAN-STATUS
                   END-UNSTRING
                   IF WS-LOAN-STATUS = SPACES
                       MOVE "ACTIVE" TO WS-LOAN-STATUS
                   END-IF
                   IF (WS-LOAN-STATUS = "ACTIVE"
                       OR WS-LOAN-STATUS = "RESTRUCTURED")
                       AND FUNCTION
                           TEST-NUMVAL(WS-LOAN-PRINCIPAL-STR) = 0
                       AND FUNCTION
                           TEST-NUMVAL(WS-LOAN-RATE-STR) = 0
                       AND FUNCTION
                           TEST-NUMVAL(WS-LOAN-INSTALL-STR) = 0
                       AND WS-LOAN-NEXT-DATE(5:1) = "-"
                       PERFORM PROJECT-ONE-LOAN
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LOANS-FILE
           .

      * ----------------------------------------------------------------
      * PROJECT-ONE-LOAN - Recorre el cuadro mes a mes hasta agotar
      * el capital o salir del ano; el resto del capital, al ultimo
      * tramo
      * ----------------------------------------------------------------
       PROJECT-ONE-LOAN.
           MOVE FUNCTION NUMVAL(WS-LOAN-PRINCIPAL-STR)
               TO WS-LOAN-PRINCIPAL
           MOVE FUNCTION NUMVAL(WS-LOAN-RATE-STR) TO WS-LOAN-RATE
           MOVE FUNCTION NUMVAL(WS-LOAN-INSTALL-STR)
               TO WS-LOAN-INSTALLMENT
           IF WS-LOAN-PRINCIPAL <= 0 OR WS-LOAN-INSTALLMENT <= 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-LOANS
           MOVE WS-LOAN-ACCOUNT TO WS-FLOW-ACCOUNT
           PERFORM FIND-FLOW-CCY
           MOVE "IN" TO WS-FLOW-DIRECTION
           MOVE WS-LOAN-NEXT-DATE(1:4) TO WS-DUE-YEAR
           MOVE WS-LOAN-NEXT-DATE(6:2) TO WS-DUE-MONTH
           MOVE WS-LOAN-NEXT-DATE(9:2) TO WS-DUE-DAY
      *    Dias 29-31 se proyectan el 28: vale cualquier mes y el
      *    tramo apenas cambia
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           COMPUTE WS-DUE-YYYYMMDD =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + WS-DUE-DAY
           COMPUTE WS-FLOW-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DUE-YYYYMMDD)
               - WS-TODAY-INTEGER

           MOVE 0 TO WS-LOAN-STEPS
           PERFORM UNTIL WS-LOAN-PRINCIPAL <= 0
               OR WS-FLOW-DAYS > 365
               OR WS-LOAN-STEPS > 600
               ADD 1 TO WS-LOAN-STEPS
               COMPUTE WS-INTEREST-PART ROUNDED =
                   WS-LOAN-PRINCIPAL * WS-LOAN-RATE / 12
               COMPUTE WS-PRINCIPAL-PART =
                   WS-LOAN-INSTALLMENT - WS-INTEREST-PART
               IF WS-PRINCIPAL-PART >= WS-LOAN-PRINCIPAL
                   MOVE WS-LOAN-PRINCIPAL TO WS-PRINCIPAL-PART
               END-IF
               IF WS-PRINCIPAL-PART < 0
                   MOVE 0 TO WS-PRINCIPAL-PART
               END-IF
               IF WS-FLOW-DAYS > 0
                   COMPUTE WS-FLOW-AMOUNT =
                       WS-INTEREST-PART + WS-PRINCIPAL-PART
                   PERFORM ADD-FLOW-BY-DAYS
               END-IF
               SUBTRACT WS-PRINCIPAL-PART FROM WS-LOAN-PRINCIPAL
               ADD 1 TO WS-DUE-MONTH
               IF WS-DUE-MONTH > 12
                   MOVE 1 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               END-IF
               COMPUTE WS-DUE-YYYYMMDD =
                   WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100
                   + WS-DUE-DAY
               COMPUTE WS-FLOW-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-YYYYMMDD)
                   - WS-TODAY-INTEGER
           END-PERFORM

      *    Una cuota que no cubre el interes no amortiza nunca: el
      *    capital vivo queda igualmente en el ultimo tramo
           IF WS-LOAN-PRINCIPAL > 0
               MOVE WS-LOAN-PRINCIPAL TO WS-FLOW-AMOUNT
               MOVE 9999 TO WS-FLOW-DAYS
               PERFORM ADD-FLOW-BY-DAYS
           END-IF
           .

      * ----------------------------------------------------------------
      * COLLECT-TD-FLOWS - Vencimientos PAY: principal mas interes
      * ----------------------------------------------------------------
       COLLECT-TD-FLOWS.
           OPEN INPUT TD-FILE
           IF WS-TD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TD-STATUS NOT = "00"
               READ TD-FILE
               IF WS-TD-STATUS = "00"
                   MOVE SPACES TO WS-TD-STATE
                   UNSTRING TD-LINE DELIMITED BY ","
                       INTO WS-TD-ID WS-TD-ACCOUNT
                            WS-TD-PRINCIPAL-STR WS-TD-RATE-STR
                            WS-TD-OPEN-DATE WS-TD-MATURITY
                            WS-TD-ROLLOVER WS-TD-STATE
                   END-UNSTRING
                   IF WS-TD-STATE = SPACES
                       MOVE "ACTIVE" TO WS-TD-STATE
                   END-IF
                   IF WS-TD-STATE = "ACTIVE"
                       AND WS-TD-ROLLOVER = "PAY"
                       AND WS-TD-MATURITY > WS-TODAY-DATE
                       AND WS-TD-OPEN-DATE(5:1) = "-"
                       AND WS-TD-MATURITY(5:1) = "-"
                       AND FUNCTION
                           TEST-NUMVAL(WS-TD-PRINCIPAL-STR) = 0
                       AND FUNCTION
                           TEST-NUMVAL(WS-TD-RATE-STR) = 0
                       PERFORM PROJECT-ONE-DEPOSIT
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TD-FILE
           .

       PROJECT-ONE-DEPOSIT.
           ADD 1 TO WS-TOTAL-TDS
           MOVE FUNCTION NUMVAL(WS-TD-PRINCIPAL-STR)
               TO WS-TD-PRINCIPAL
           MOVE FUNCTION NUMVAL(WS-TD-RATE-STR) TO WS-TD-RATE
           STRING WS-TD-OPEN-DATE(1:4) WS-TD-OPEN-DATE(6:2)
                  WS-TD-OPEN-DATE(9:2)
               DELIMITED BY SIZE INTO WS-WORK-YYYYMMDD
           END-STRING
           MOVE WS-WORK-YYYYMMDD TO WS-OPEN-YYYYMMDD
           MOVE WS-TD-MATURITY TO WS-FLOW-DATE
           PERFORM COMPUTE-FLOW-DAYS
           COMPUTE WS-TERM-DAYS =
               WS-TODAY-INTEGER + WS-FLOW-DAYS
               - FUNCTION INTEGER-OF-DATE(WS-OPEN-YYYYMMDD)
           COMPUTE WS-TD-INTEREST ROUNDED =
               WS-TD-PRINCIPAL * WS-TD-RATE * WS-TERM-DAYS / 360
           COMPUTE WS-FLOW-AMOUNT = WS-TD-PRINCIPAL + WS-TD-INTEREST

           MOVE WS-TD-ACCOUNT TO WS-FLOW-ACCOUNT
           PERFORM FIND-FLOW-CCY
           MOVE "OUT" TO WS-FLOW-DIRECTION
           PERFORM ADD-FLOW-BY-DAYS
           .

      * ----------------------------------------------------------------
      * COLLECT-FUTURE-FLOWS - Filas con fecha-valor futura: CREDIT
      * entra, DEBIT sale; TRANSFER es interna y no mueve liquidez
      * ----------------------------------------------------------------
       COLLECT-FUTURE-FLOWS.
           OPEN INPUT FUTURE-FILE
           IF WS-FUTURE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FUTURE-STATUS NOT = "00"
               READ FUTURE-FILE
               IF WS-FUTURE-STATUS = "00"
                   MOVE SPACES TO WS-CSV-AUX
                   UNSTRING FUTURE-LINE DELIMITED BY ","
                       INTO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
                            WS-CSV-AMOUNT-STR WS-CSV-AUX
                   END-UNSTRING
                   IF WS-CSV-DATE > WS-TODAY-DATE
                       AND WS-CSV-DATE(5:1) = "-"
                       AND (WS-CSV-TYPE = "CREDIT"
                           OR WS-CSV-TYPE = "DEBIT")
                       AND FUNCTION
                           TEST-NUMVAL(WS-CSV-AMOUNT-STR) = 0
                       ADD 1 TO WS-TOTAL-FUTURE
                       MOVE WS-CSV-ACCOUNT TO WS-FLOW-ACCOUNT
                       PERFORM FIND-FLOW-CCY
                       MOVE WS-CSV-DATE TO WS-FLOW-DATE
                       PERFORM COMPUTE-FLOW-DAYS
                       MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-STR)
                           TO WS-FLOW-AMOUNT
                       IF WS-CSV-TYPE = "CREDIT"
                           MOVE "IN" TO WS-FLOW-DIRECTION
                       ELSE
                           MOVE "OUT" TO WS-FLOW-DIRECTION
                       END-IF
                       PERFORM ADD-FLOW-BY-DAYS
                   END-IF
               END-IF
           END-PERFORM

           CLOSE FUTURE-FILE
           .

       COMPUTE-FLOW-DAYS.
           STRING WS-FLOW-DATE(1:4) WS-FLOW-DATE(6:2)
                  WS-FLOW-DATE(9:2)
               DELIMITED BY SIZE INTO WS-WORK-YYYYMMDD
           END-STRING
           MOVE WS-WORK-YYYYMMDD TO WS-FLOW-YYYYMMDD
           COMPUTE WS-FLOW-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-FLOW-YYYYMMDD)
               - WS-TODAY-INTEGER
           .

      * ----------------------------------------------------------------
      * ADD-FLOW-BY-DAYS - Suma WS-FLOW-AMOUNT al tramo de
      * WS-FLOW-DAYS en la divisa WS-FLOW-CCY
      * ----------------------------------------------------------------
       ADD-FLOW-BY-DAYS.
           PERFORM FIND-LADDER-ROW
           IF WS-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 5 TO WS-FLOW-BAND
           PERFORM VARYING IX-BND FROM 4 BY -1 UNTIL IX-BND < 1
               IF WS-FLOW-DAYS <= BAND-LIMIT(IX-BND)
                   SET WS-FLOW-BAND TO IX-BND
               END-IF
           END-PERFORM

           IF WS-FLOW-DIRECTION = "IN"
               ADD WS-FLOW-AMOUNT TO LAD-IN(IX-CCY, WS-FLOW-BAND)
           ELSE
               ADD WS-FLOW-AMOUNT TO LAD-OUT(IX-CCY, WS-FLOW-BAND)
           END-IF
           .

      * ----------------------------------------------------------------
      * FIND-FLOW-CCY - Divisa de WS-FLOW-ACCOUNT; una cuenta que no
      * esta en el maestro cuenta en la divisa base
      * ----------------------------------------------------------------
       FIND-FLOW-CCY.
           MOVE WS-FLOW-ACCOUNT TO WS-BAL-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-FOUND = "Y"
               MOVE ACC-CCY(WS-LOOKUP-INDEX) TO WS-FLOW-CCY
           ELSE
               MOVE WS-BASE-CCY TO WS-FLOW-CCY
           END-IF
           .

      * ----------------------------------------------------------------
      * FIND-LADDER-ROW - Fila de la divisa WS-FLOW-CCY en IX-CCY,
      * dada de alta a cero si es nueva
      * ----------------------------------------------------------------
       FIND-LADDER-ROW.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-CCY FROM 1 BY 1
               UNTIL IX-CCY > WS-CCY-COUNT OR WS-FOUND = "Y"
               IF LAD-CCY(IX-CCY) = WS-FLOW-CCY
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               SET IX-CCY DOWN BY 1
               EXIT PARAGRAPH
           END-IF

           IF WS-CCY-COUNT >= WS-MAX-CCY
               DISPLAY "Aviso: demasiadas divisas, se omite "
                       WS-FLOW-CCY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CCY-COUNT
           SET IX-CCY TO WS-CCY-COUNT
           MOVE WS-FLOW-CCY TO LAD-CCY(IX-CCY)
           MOVE 0 TO LAD-VOLATILE(IX-CCY)
           MOVE 0 TO LAD-STABLE(IX-CCY)
           PERFORM VARYING IX-BND FROM 1 BY 1 UNTIL IX-BND > 5
               MOVE 0 TO LAD-IN(IX-CCY, IX-BND)
               MOVE 0 TO LAD-OUT(IX-CCY, IX-BND)
           END-PERFORM
           MOVE "Y" TO WS-FOUND
           .

      * ----------------------------------------------------------------
      * WRITE-LADDER-REPORT - Una escalera por divisa con gap y gap
      * acumulado por tramo
      * ----------------------------------------------------------------
       WRITE-LADDER-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "ESCALERA DE VENCIMIENTOS DE LIQUIDEZ" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha: " WS-TODAY-DATE
                  "   Divisa base: " WS-BASE-CCY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-STABLE-CURRENT TO WS-PCT-EDIT
           MOVE WS-STABLE-SAVINGS TO WS-PCT-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING "Porcentaje estable: cuentas corrientes "
                  FUNCTION TRIM(WS-PCT-EDIT) "%, ahorro "
                  FUNCTION TRIM(WS-PCT-EDIT-2) "%"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-CCY-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Sin flujos ni saldos a la vista." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM VARYING IX-CCY FROM 1 BY 1
               UNTIL IX-CCY > WS-CCY-COUNT
               PERFORM WRITE-CCY-LADDER
           END-PERFORM

           CLOSE REPORT-FILE
           .

       WRITE-CCY-LADDER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DIVISA " LAD-CCY(IX-CCY)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE LAD-VOLATILE(IX-CCY) TO FORMATTED-AMT
           MOVE LAD-STABLE(IX-CCY) TO FORMATTED-AMT-2
           MOVE SPACES TO REPORT-LINE
           STRING "A la vista: volatil " FORMATTED-AMT
                  "  estable " FORMATTED-AMT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TRAMO        " "        ENTRADAS"
                  "         SALIDAS" "             GAP"
                  "   GAP ACUMULADO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO WS-CUM-GAP
           MOVE 0 TO WS-TOTAL-IN
           MOVE 0 TO WS-TOTAL-OUT
           PERFORM VARYING IX-BND FROM 1 BY 1 UNTIL IX-BND > 5
               COMPUTE WS-GAP =
                   LAD-IN(IX-CCY, IX-BND) - LAD-OUT(IX-CCY, IX-BND)
               ADD WS-GAP TO WS-CUM-GAP
               ADD LAD-IN(IX-CCY, IX-BND) TO WS-TOTAL-IN
               ADD LAD-OUT(IX-CCY, IX-BND) TO WS-TOTAL-OUT
               MOVE LAD-IN(IX-CCY, IX-BND) TO FORMATTED-AMT
               MOVE LAD-OUT(IX-CCY, IX-BND) TO FORMATTED-AMT-2
               MOVE WS-GAP TO FORMATTED-AMT-3
               MOVE WS-CUM-GAP TO FORMATTED-AMT-4
               MOVE SPACES TO REPORT-LINE
               STRING BAND-LABEL(IX-BND) " "
                      FORMATTED-AMT FORMATTED-AMT-2
                      FORMATTED-AMT-3 FORMATTED-AMT-4
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           MOVE WS-TOTAL-IN TO FORMATTED-AMT
           MOVE WS-TOTAL-OUT TO FORMATTED-AMT-2
           MOVE WS-CUM-GAP TO FORMATTED-AMT-3
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL        " FORMATTED-AMT FORMATTED-AMT-2
                  FORMATTED-AMT-3
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       LOAD-SEED-ACCOUNTS.
           OPEN INPUT SEED-FILE
           IF WS-SEED-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SEED-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM ADD-SEED-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE SEED-FILE
           END-IF
           .

       ADD-SEED-ACCOUNT.
           MOVE SPACES TO WS-SEED-F3 WS-SEED-F4 WS-SEED-TYPE
                          WS-SEED-F6 WS-SEED-CCY
           UNSTRING SEED-LINE DELIMITED BY ","
               INTO WS-SEED-ID WS-SEED-NAME WS-SEED-F3 WS-SEED-F4
                    WS-SEED-TYPE WS-SEED-F6 WS-SEED-CCY
           END-UNSTRING

           IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-SEED-ID TO ACC-ID(WS-ACC-COUNT)
               IF WS-SEED-TYPE = SPACES
                   MOVE "CHECKING" TO ACC-TYPE(WS-ACC-COUNT)
               ELSE
                   MOVE WS-SEED-TYPE TO ACC-TYPE(WS-ACC-COUNT)
               END-IF
               IF WS-SEED-CCY = SPACES
                   MOVE WS-BASE-CCY TO ACC-CCY(WS-ACC-COUNT)
               ELSE
                   MOVE WS-SEED-CCY TO ACC-CCY(WS-ACC-COUNT)
               END-IF
               MOVE 0 TO ACC-BALANCE(WS-ACC-COUNT)
           END-IF
           .

       LOAD-CSV-BALANCES.
           OPEN INPUT BALANCES-FILE
           IF WS-BAL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BALANCES-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM PARSE-BALANCE-LINE
                   END-READ
               END-PERFORM
               CLOSE BALANCES-FILE
           ELSE
               DISPLAY "Aviso: no existe data/balances.csv"
           END-IF
           .

       PARSE-BALANCE-LINE.
           IF BALANCES-LINE(1:7) NOT = "account"
               MOVE SPACES TO WS-BAL-STATUS-FLD
               MOVE SPACES TO WS-BAL-F4
               UNSTRING BALANCES-LINE DELIMITED BY ","
                   INTO WS-BAL-ID WS-BAL-NAME
                        WS-BAL-STATUS-FLD WS-BAL-F4
               END-UNSTRING

               IF WS-BAL-F4 NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-BAL-F4) = 0
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "Y"
                       MOVE FUNCTION NUMVAL(WS-BAL-F4)
                           TO ACC-BALANCE(WS-LOOKUP-INDEX)
                   END-IF
               END-IF
           END-IF
           .

       FIND-ACCOUNT-BY-ID.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > WS-ACC-COUNT OR WS-FOUND = "Y"
               IF ACC-ID(IX) = WS-BAL-ID
                   MOVE "Y" TO WS-FOUND
                   MOVE IX TO WS-LOOKUP-INDEX
               END-IF
           END-PERFORM
           .

       GET-TODAY-DATE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING

           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE INTO WS-BUSDATE-LINE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE-FILE
               IF WS-BUSDATE-LINE NOT = SPACES
                   MOVE WS-BUSDATE-LINE TO WS-TODAY-DATE
               END-IF
           END-IF
           .

       END PROGRAM LIQUIDITY-LADDER.
