      ******************************************************************
      * CUSTOMER-PROFIT: Rentabilidad mensual por cliente
      *
      * MIS-REPORT da lo que el banco gano en comisiones y pago en
      * intereses en conjunto, pero no que clientes aportan y cuales
      * cuestan dinero. Este informe del mes PROFIT_MONTH (AAAA-MM,
      * obligatorio) recorre los vinculos del CIF
      * (data/customer-accounts.csv; una cuenta compartida se
      * atribuye a su primer titular) y suma por cliente:
      *   - comisiones cobradas: CREDIT a FEEINCOME con categoria
      *     COMISION (la cuenta cargada va en el auxiliar),
      *   - comisiones exentas: data/waived-fees.csv del mes,
      *   - intereses pagados: DEBIT a INTEXPENSE (INTERES y
      *     BONIFICACION) y retenidos: CREDIT a TAXPAY (RETENCION),
      *     ambos con la cuenta en el auxiliar,
      *   - intereses cobrados: CREDIT a INTINCOME; el auxiliar es
      *     la cuenta (descubierto) o LOAN:<id>, que se resuelve con
      *     data/loans.csv.
      * Contribucion neta = comisiones + intereses cobrados -
      * intereses pagados (la retencion es parte del interes pagado
      * y las exenciones son ingreso no percibido: se informan).
      *
      * Saldo medio del mes por cuenta, anclado en el maestro de
      * cierre data/account-master.csv: saldo del maestro mas la
      * cola del ledger aun no cubierta, menos lo fechado despues
      * del mes, da el saldo a fin de mes; de ahi hacia atras cada
      * movimiento del mes pesa por los dias que no estuvo en saldo.
      * Se leen las particiones del manifiesto data/tx-partitions.dat
      * desde el mes del informe y despues data/transactions.csv,
      * como en MIS-REPORT.
      *
      * Salida: data/customer-profit-<mes>.txt con el ranking de
      * clientes por contribucion neta y el desglose por producto
      * (columna 5 de data/accounts.csv) y por sucursal (columna 6,
      * HQ por defecto). Una cuenta trasladada despues del mes del
      * informe cuenta en la sucursal que tenia al cierre del mes,
      * segun el registro de traslados data/branch-transfers.csv.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PROFIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TX-FILE ASSIGN TO "data/transactions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT MASTER-FILE ASSIGN TO "data/account-master.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "data/customers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT LINKS-FILE ASSIGN TO "data/customer-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT LOANS-FILE ASSIGN TO "data/loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.
           SELECT TRANSFERS-FILE ASSIGN TO "data/branch-transfers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTR-STATUS.
           SELECT WAIVED-FILE ASSIGN TO "data/waived-fees.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVED-STATUS.
           SELECT PART-MANIFEST-FILE ASSIGN TO
               "data/tx-partitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT PART-FILE ASSIGN TO DYNAMIC WS-PART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TX-FILE.
       01  TX-LINE               PIC X(120).
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(150).
       FD  MASTER-FILE.
       01  MASTER-LINE           PIC X(150).
       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-LINE        PIC X(200).
       FD  LINKS-FILE.
       01  LINKS-LINE            PIC X(80).
       FD  LOANS-FILE.
       01  LOANS-LINE            PIC X(200).
       FD  TRANSFERS-FILE.
       01  TRANSFERS-LINE        PIC X(150).
       FD  WAIVED-FILE.
       01  WAIVED-LINE           PIC X(100).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  PART-FILE.
       01  PART-LINE             PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-TX-STATUS          PIC XX.
       77  WS-SEED-STATUS        PIC XX.
       77  WS-MASTER-STATUS      PIC XX.
       77  WS-CUST-STATUS        PIC XX.
       77  WS-LINK-STATUS        PIC XX.
       77  WS-LOANS-STATUS       PIC XX.
       77  WS-BTR-STATUS         PIC XX.
       77  WS-WAIVED-STATUS      PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-PART-STATUS        PIC XX.
       77  WS-PART-PATH          PIC X(40).
       77  WS-PART-MONTH         PIC X(7).
       77  WS-PART-EOF           PIC X.
       77  WS-TX-WORK            PIC X(120).
       77  WS-EOF                PIC X VALUE "N".
       77  WS-REPORT-PATH        PIC X(50).

       77  WS-ENV-MONTH          PIC X(7) VALUE SPACES.
       77  WS-MONTH              PIC X(7).
       77  WS-CAL-YEAR           PIC 9(4).
       77  WS-CAL-MONTH          PIC 9(2).
       77  WS-MONTH-START        PIC 9(8).
       77  WS-NEXT-MONTH-START   PIC 9(8).
       77  WS-DAYS-IN-MONTH      PIC 9(3) COMP.
       77  WS-ROW-DAY            PIC 9(2).

      * Maestro de cierre: lineas del ledger ya cubiertas
       77  WS-MASTER-F1          PIC X(30).
       77  WS-MASTER-F2          PIC X(100).
       77  WS-MASTER-F3          PIC X(10).
       77  WS-MASTER-F4          PIC X(20).
       77  WS-MASTER-F5          PIC X(20).
       77  WS-MASTER-F6          PIC X(20).
       77  WS-MASTER-ASOF        PIC X(10).
       77  WS-MASTER-LINES-STR   PIC X(12).
       77  WS-MASTER-COVERED     PIC 9(9) COMP VALUE 0.
       77  WS-MASTER-LOADED      PIC X VALUE "N".
       77  WS-TX-LINE-NO         PIC 9(9) COMP VALUE 0.
       77  WS-IN-TAIL            PIC X.

      * Cuentas del seed con sus acumulados del mes
       77  WS-MAX-ACCOUNTS       PIC 9(5) COMP VALUE 5000.
       77  IX                    PIC 9(5) COMP.
       77  WS-ACC-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ACCOUNTS-TABLE.
           05  WS-ACCOUNTS-ARRAY OCCURS 5000 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-TYPE          PIC X(10).
               10  ACC-BRANCH        PIC X(8).
               10  ACC-CUST-INDEX    PIC 9(5) COMP.
               10  ACC-BALANCE       PIC S9(13)V9(2) COMP-3.
               10  ACC-AFTER-MONTH   PIC S9(13)V9(2) COMP-3.
               10  ACC-WEIGHTED      PIC S9(15)V9(2) COMP-3.
               10  ACC-AVG-BALANCE   PIC S9(13)V9(2) COMP-3.
               10  ACC-FEES          PIC S9(13)V9(2) COMP-3.
               10  ACC-WAIVED        PIC S9(13)V9(2) COMP-3.
               10  ACC-INT-PAID      PIC S9(13)V9(2) COMP-3.
               10  ACC-WITHHELD      PIC S9(13)V9(2) COMP-3.
               10  ACC-INT-EARNED    PIC S9(13)V9(2) COMP-3.
               10  ACC-BRANCH-FIXED  PIC X.

       77  WS-SEED-ID            PIC X(30).
       77  WS-SEED-NAME          PIC X(100).
       77  WS-SEED-F3            PIC X(15).
       77  WS-SEED-F4            PIC X(15).
       77  WS-SEED-TYPE          PIC X(10).
       77  WS-SEED-BRANCH        PIC X(8).

      * Traslados de sucursal: cuenta,anterior,nueva,fecha efectiva
       77  WS-BTR-ACCOUNT        PIC X(30).
       77  WS-BTR-OLD            PIC X(8).
       77  WS-BTR-NEW            PIC X(8).
       77  WS-BTR-DATE-STR       PIC X(10).
       77  WS-BTR-DATE           PIC 9(8).

      * Clientes del CIF con sus totales
       77  WS-MAX-CUSTOMERS      PIC 9(5) COMP VALUE 2000.
       77  WS-CUST-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-CUSTOMERS-TABLE.
           05  WS-CUSTOMER OCCURS 2000 TIMES INDEXED BY IX-CUST.
               10  CUST-ID           PIC X(10).
               10  CUST-NAME         PIC X(40).
               10  CUST-ACCOUNTS     PIC 9(3) COMP.
               10  CUST-FEES         PIC S9(13)V9(2) COMP-3.
               10  CUST-WAIVED       PIC S9(13)V9(2) COMP-3.
               10  CUST-INT-PAID     PIC S9(13)V9(2) COMP-3.
               10  CUST-WITHHELD     PIC S9(13)V9(2) COMP-3.
               10  CUST-INT-EARNED   PIC S9(13)V9(2) COMP-3.
               10  CUST-NET          PIC S9(13)V9(2) COMP-3.
               10  CUST-AVG-BALANCE  PIC S9(13)V9(2) COMP-3.
               10  CUST-RANKED       PIC X.
       77  WS-CUST-ID            PIC X(10).
       77  WS-CUST-NAME          PIC X(40).
       77  WS-LINK-CUST          PIC X(10).
       77  WS-LINK-ACCOUNT       PIC X(30).

      * Prestamos: id -> cuenta, para el interes de LOAN:<id>
       77  WS-MAX-LOANS          PIC 9(4) COMP VALUE 2000.
       77  WS-LOAN-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-LOANS-TABLE.
           05  WS-LOAN-ROW OCCURS 2000 TIMES INDEXED BY IX-LN.
               10  LN-ID             PIC X(12).
               10  LN-ACCOUNT        PIC X(30).
       77  WS-LOAN-ID            PIC X(12).
       77  WS-LOAN-ACCOUNT       PIC X(30).

      * Desglose por producto y por sucursal
       77  WS-MAX-GROUPS         PIC 9(2) COMP VALUE 20.
       77  WS-GRP-COUNT          PIC 9(2) COMP VALUE 0.
       01  WS-GROUPS-TABLE.
           05  WS-GRP-ROW OCCURS 20 TIMES INDEXED BY IX-GRP.
               10  GRP-NAME          PIC X(10).
               10  GRP-ACCOUNTS      PIC 9(5) COMP.
               10  GRP-FEES          PIC S9(13)V9(2) COMP-3.
               10  GRP-WAIVED        PIC S9(13)V9(2) COMP-3.
               10  GRP-INT-PAID      PIC S9(13)V9(2) COMP-3.
               10  GRP-INT-EARNED    PIC S9(13)V9(2) COMP-3.
               10  GRP-NET           PIC S9(13)V9(2) COMP-3.
               10  GRP-AVG-BALANCE   PIC S9(13)V9(2) COMP-3.
       77  WS-GRP-KEY            PIC X(10).
       77  WS-GRP-MODE           PIC X.

       77  WS-CSV-DATE           PIC X(10).
       77  WS-CSV-ACCOUNT        PIC X(30).
       77  WS-CSV-TYPE           PIC X(10).
       77  WS-CSV-AMOUNT-STR     PIC X(20).
       77  WS-CSV-AUX            PIC X(42).
       77  WS-CSV-REF            PIC X(20).
       77  WS-CSV-CATEGORY       PIC X(15).
       77  WS-CSV-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  WS-REV-ORIG-TYPE      PIC X(10).
       77  WS-REV-REF            PIC X(30).

       77  WS-W-DATE             PIC X(10).
       77  WS-W-ACCOUNT          PIC X(30).
       77  WS-W-CODE             PIC X(10).
       77  WS-W-AMOUNT-STR       PIC X(20).

       77  WS-EFFECT-ACCOUNT     PIC X(30).
       77  WS-EFFECT-AMOUNT      PIC S9(13)V9(2) COMP-3.
       77  WS-LOOKUP-ID          PIC X(30).
       77  WS-FOUND              PIC X.
       77  WS-LOOKUP-INDEX       PIC 9(5) COMP.
       77  WS-NO-CIF-COUNT       PIC 9(5) VALUE 0.

       77  WS-BEST-INDEX         PIC 9(5) COMP.
       77  WS-BEST-NET           PIC S9(13)V9(2) COMP-3.
       77  WS-RANK               PIC 9(5) COMP VALUE 0.
       77  WS-RANK-EDIT          PIC Z(3)9.
       77  WS-CNT-EDIT           PIC Z(4)9.

       77  WS-TOTAL-FEES         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-WAIVED       PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-INT-PAID     PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-WITHHELD     PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-INT-EARNED   PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-NET          PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-AVG          PIC S9(13)V9(2) COMP-3 VALUE 0.

       77  FMT-1                 PIC -(8)9.99.
       77  FMT-2                 PIC -(8)9.99.
       77  FMT-3                 PIC -(8)9.99.
       77  FMT-4                 PIC -(8)9.99.
       77  FMT-5                 PIC -(8)9.99.
       77  FMT-6                 PIC -(8)9.99.
       77  FMT-7                 PIC -(8)9.99.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT "PROFIT_MONTH"
           IF WS-ENV-MONTH = SPACES
               OR WS-ENV-MONTH(5:1) NOT = "-"
               OR WS-ENV-MONTH(1:4) NOT NUMERIC
               OR WS-ENV-MONTH(6:2) NOT NUMERIC
               DISPLAY "Defina PROFIT_MONTH (AAAA-MM) antes de "
                   "ejecutar CUSTOMER-PROFIT"
               GOBACK
           END-IF
           MOVE WS-ENV-MONTH TO WS-MONTH
           PERFORM COMPUTE-MONTH-DAYS

           PERFORM LOAD-SEED-ACCOUNTS
           PERFORM LOAD-BRANCH-TRANSFERS
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-LINKS
           PERFORM LOAD-LOANS
           PERFORM LOAD-MASTER-BALANCES
           PERFORM SCAN-PARTITIONS
           PERFORM SCAN-LEDGER
           PERFORM LOAD-WAIVED-FEES
           PERFORM COMPUTE-AVERAGES
           PERFORM ROLL-UP-CUSTOMERS
           PERFORM WRITE-PROFIT-REPORT

           DISPLAY "Rentabilidad por cliente de " WS-MONTH ": "
               WS-CUST-COUNT " clientes; informe en " WS-REPORT-PATH
           GOBACK
           .

      * Dias naturales del mes: del dia 1 al dia 1 del siguiente
       COMPUTE-MONTH-DAYS.
           MOVE WS-MONTH(1:4) TO WS-CAL-YEAR
           MOVE WS-MONTH(6:2) TO WS-CAL-MONTH
           COMPUTE WS-MONTH-START =
               WS-CAL-YEAR * 10000 + WS-CAL-MONTH * 100 + 1
           IF WS-CAL-MONTH = 12
               MOVE 1 TO WS-CAL-MONTH
               ADD 1 TO WS-CAL-YEAR
           ELSE
               ADD 1 TO WS-CAL-MONTH
           END-IF
           COMPUTE WS-NEXT-MONTH-START =
               WS-CAL-YEAR * 10000 + WS-CAL-MONTH * 100 + 1
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           .

      * ----------------------------------------------------------------
      * LOAD-MASTER-BALANCES - Saldo de cierre (columna 6) de cada
      * cuenta y lineas del ledger que el maestro ya cubre
      * ----------------------------------------------------------------
       LOAD-MASTER-BALANCES.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/account-master.csv; "
                   "saldos medios desde cero"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MASTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM ADD-MASTER-LINE
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE "N" TO WS-EOF
           .

       ADD-MASTER-LINE.
           IF MASTER-LINE(1:14) = "account-master"
               UNSTRING MASTER-LINE DELIMITED BY ","
                   INTO WS-MASTER-F1 WS-MASTER-ASOF
                        WS-MASTER-LINES-STR
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(WS-MASTER-LINES-STR) = 0
                   MOVE FUNCTION NUMVAL(WS-MASTER-LINES-STR)
                       TO WS-MASTER-COVERED
               END-IF
               MOVE "Y" TO WS-MASTER-LOADED
           ELSE
               MOVE SPACES TO WS-MASTER-F6
               UNSTRING MASTER-LINE DELIMITED BY ","
                   INTO WS-MASTER-F1 WS-MASTER-F2 WS-MASTER-F3
                        WS-MASTER-F4 WS-MASTER-F5 WS-MASTER-F6
               END-UNSTRING
               MOVE WS-MASTER-F1 TO WS-LOOKUP-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-FOUND = "Y"
                   AND FUNCTION TEST-NUMVAL(WS-MASTER-F6) = 0
                   MOVE FUNCTION NUMVAL(WS-MASTER-F6)
                       TO ACC-BALANCE(WS-LOOKUP-INDEX)
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * SCAN-PARTITIONS - Particiones del mes del informe y
      * posteriores: el mes aporta ingresos y movimientos, lo
      * posterior solo deshace el saldo hasta fin de mes
      * ----------------------------------------------------------------
       SCAN-PARTITIONS.
           OPEN INPUT PART-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
               READ PART-MANIFEST-FILE
               IF WS-MANIFEST-STATUS = "00"
                   MOVE PART-MANIFEST-REC(1:7) TO WS-PART-MONTH
                   IF WS-PART-MONTH >= WS-MONTH
                       PERFORM SCAN-ONE-PARTITION
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PART-MANIFEST-FILE
           .

       SCAN-ONE-PARTITION.
           MOVE SPACES TO WS-PART-PATH
           STRING "data/transactions-" DELIMITED BY SIZE
                  WS-PART-MONTH DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-PART-PATH
           END-STRING

           OPEN INPUT PART-FILE
           IF WS-PART-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-IN-TAIL
           MOVE "N" TO WS-PART-EOF
           PERFORM UNTIL WS-PART-EOF = "Y"
               READ PART-FILE
                   AT END MOVE "Y" TO WS-PART-EOF
                   NOT AT END
                       MOVE PART-LINE TO WS-TX-WORK
                       PERFORM TALLY-TX-LINE
               END-READ
           END-PERFORM

           CLOSE PART-FILE
           .

       SCAN-LEDGER.
           OPEN INPUT TX-FILE
           IF WS-TX-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/transactions.csv"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TX-LINE-NO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TX-FILE INTO WS-TX-WORK
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TX-LINE-NO
                       IF WS-TX-LINE-NO > WS-MASTER-COVERED
                           MOVE "Y" TO WS-IN-TAIL
                       ELSE
                           MOVE "N" TO WS-IN-TAIL
                       END-IF
                       PERFORM TALLY-TX-LINE
               END-READ
           END-PERFORM

           CLOSE TX-FILE
           MOVE "N" TO WS-EOF
           .

      * ----------------------------------------------------------------
      * TALLY-TX-LINE - Efecto en saldo (mismas reglas de signo que
      * TRIAL-BALANCE) y, si es del mes, ingresos y costes
      * ----------------------------------------------------------------
       TALLY-TX-LINE.
           IF WS-TX-WORK(1:4) = "HDR," OR WS-TX-WORK(1:4) = "TRL,"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-AUX
           MOVE SPACES TO WS-CSV-CATEGORY
           UNSTRING WS-TX-WORK DELIMITED BY ","
               INTO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
                    WS-CSV-AMOUNT-STR WS-CSV-AUX WS-CSV-REF
                    WS-CSV-CATEGORY
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-STR) TO WS-CSV-AMOUNT

           EVALUATE WS-CSV-TYPE
               WHEN "CREDIT"
                   MOVE WS-CSV-ACCOUNT TO WS-EFFECT-ACCOUNT
                   MOVE WS-CSV-AMOUNT TO WS-EFFECT-AMOUNT
                   PERFORM APPLY-BALANCE-EFFECT
               WHEN "DEBIT"
                   MOVE WS-CSV-ACCOUNT TO WS-EFFECT-ACCOUNT
                   COMPUTE WS-EFFECT-AMOUNT = 0 - WS-CSV-AMOUNT
                   PERFORM APPLY-BALANCE-EFFECT
               WHEN "TRANSFER"
                   MOVE WS-CSV-ACCOUNT TO WS-EFFECT-ACCOUNT
                   COMPUTE WS-EFFECT-AMOUNT = 0 - WS-CSV-AMOUNT
                   PERFORM APPLY-BALANCE-EFFECT
                   IF WS-CSV-AUX NOT = SPACES
                       MOVE WS-CSV-AUX(1:30) TO WS-EFFECT-ACCOUNT
                       MOVE WS-CSV-AMOUNT TO WS-EFFECT-AMOUNT
                       PERFORM APPLY-BALANCE-EFFECT
                   END-IF
               WHEN "REVERSAL"
                   MOVE SPACES TO WS-REV-ORIG-TYPE
                   UNSTRING WS-CSV-AUX DELIMITED BY ":"
                       INTO WS-REV-ORIG-TYPE WS-REV-REF
                   END-UNSTRING
                   MOVE WS-CSV-ACCOUNT TO WS-EFFECT-ACCOUNT
                   IF WS-REV-ORIG-TYPE = "CREDIT"
                       COMPUTE WS-EFFECT-AMOUNT = 0 - WS-CSV-AMOUNT
                   ELSE
                       MOVE WS-CSV-AMOUNT TO WS-EFFECT-AMOUNT
                   END-IF
                   PERFORM APPLY-BALANCE-EFFECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-CSV-DATE(1:7) = WS-MONTH
               PERFORM TALLY-REVENUE
           END-IF
           .

      * Cola no cubierta: suma al saldo actual. Despues del mes:
      * se descuenta para llegar a fin de mes. Dentro del mes: pesa
      * por los dias previos al movimiento (saldo medio hacia atras)
       APPLY-BALANCE-EFFECT.
           MOVE WS-EFFECT-ACCOUNT TO WS-LOOKUP-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-TAIL = "Y"
               ADD WS-EFFECT-AMOUNT TO ACC-BALANCE(WS-LOOKUP-INDEX)
           END-IF
           IF WS-CSV-DATE(1:7) > WS-MONTH
               ADD WS-EFFECT-AMOUNT
                   TO ACC-AFTER-MONTH(WS-LOOKUP-INDEX)
           END-IF
           IF WS-CSV-DATE(1:7) = WS-MONTH
               AND WS-CSV-DATE(9:2) IS NUMERIC
               MOVE WS-CSV-DATE(9:2) TO WS-ROW-DAY
               COMPUTE ACC-WEIGHTED(WS-LOOKUP-INDEX) =
                   ACC-WEIGHTED(WS-LOOKUP-INDEX)
                   + WS-EFFECT-AMOUNT * (WS-ROW-DAY - 1)
           END-IF
           .

      * ----------------------------------------------------------------
      * TALLY-REVENUE - Contrapartidas en cuentas internas con la
      * cuenta del cliente en el auxiliar
      * ----------------------------------------------------------------
       TALLY-REVENUE.
           MOVE SPACES TO WS-LOOKUP-ID
           EVALUATE TRUE
               WHEN WS-CSV-ACCOUNT = "FEEINCOME"
                   AND WS-CSV-TYPE = "CREDIT"
                   AND WS-CSV-CATEGORY = "COMISION"
                   MOVE WS-CSV-AUX(1:30) TO WS-LOOKUP-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "Y"
                       ADD WS-CSV-AMOUNT
                           TO ACC-FEES(WS-LOOKUP-INDEX)
                   END-IF
               WHEN WS-CSV-ACCOUNT = "INTEXPENSE"
                   AND WS-CSV-TYPE = "DEBIT"
                   AND (WS-CSV-CATEGORY = "INTERES"
                        OR WS-CSV-CATEGORY = "BONIFICACION")
                   MOVE WS-CSV-AUX(1:30) TO WS-LOOKUP-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "Y"
                       ADD WS-CSV-AMOUNT
                           TO ACC-INT-PAID(WS-LOOKUP-INDEX)
                   END-IF
               WHEN WS-CSV-ACCOUNT = "TAXPAY"
                   AND WS-CSV-TYPE = "CREDIT"
                   AND WS-CSV-CATEGORY = "RETENCION"
                   MOVE WS-CSV-AUX(1:30) TO WS-LOOKUP-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "Y"
                       ADD WS-CSV-AMOUNT
                           TO ACC-WITHHELD(WS-LOOKUP-INDEX)
                   END-IF
               WHEN WS-CSV-ACCOUNT = "INTINCOME"
                   AND WS-CSV-TYPE = "CREDIT"
                   IF WS-CSV-AUX(1:5) = "LOAN:"
                       MOVE WS-CSV-AUX(6:12) TO WS-LOAN-ID
                       PERFORM FIND-LOAN-ACCOUNT
                   ELSE
                       MOVE WS-CSV-AUX(1:30) TO WS-LOOKUP-ID
                   END-IF
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "Y"
                       ADD WS-CSV-AMOUNT
                           TO ACC-INT-EARNED(WS-LOOKUP-INDEX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       FIND-LOAN-ACCOUNT.
           MOVE SPACES TO WS-LOOKUP-ID
           PERFORM VARYING IX-LN FROM 1 BY 1
               UNTIL IX-LN > WS-LOAN-COUNT
               IF LN-ID(IX-LN) = WS-LOAN-ID
                   MOVE LN-ACCOUNT(IX-LN) TO WS-LOOKUP-ID
               END-IF
           END-PERFORM
           .

       LOAD-WAIVED-FEES.
           OPEN INPUT WAIVED-FILE
           IF WS-WAIVED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-WAIVED-STATUS NOT = "00"
               READ WAIVED-FILE
               IF WS-WAIVED-STATUS = "00"
                   UNSTRING WAIVED-LINE DELIMITED BY ","
                       INTO WS-W-DATE WS-W-ACCOUNT WS-W-CODE
                            WS-W-AMOUNT-STR
                   END-UNSTRING
                   IF WS-W-DATE(1:7) = WS-MONTH
                       AND FUNCTION TEST-NUMVAL(WS-W-AMOUNT-STR) = 0
                       MOVE WS-W-ACCOUNT TO WS-LOOKUP-ID
                       PERFORM FIND-ACCOUNT-BY-ID
                       IF WS-FOUND = "Y"
                           ADD FUNCTION NUMVAL(WS-W-AMOUNT-STR)
                               TO ACC-WAIVED(WS-LOOKUP-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE WAIVED-FILE
           .

      * Saldo a fin de mes = actual - posterior al mes; el medio
      * descuenta lo que cada movimiento del mes no estuvo en saldo
       COMPUTE-AVERAGES.
           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               COMPUTE ACC-AVG-BALANCE(IX-ACC) ROUNDED =
                   ACC-BALANCE(IX-ACC) - ACC-AFTER-MONTH(IX-ACC)
                   - ACC-WEIGHTED(IX-ACC) / WS-DAYS-IN-MONTH
           END-PERFORM
           .

       ROLL-UP-CUSTOMERS.
           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               IF ACC-CUST-INDEX(IX-ACC) = 0
                   ADD 1 TO WS-NO-CIF-COUNT
               ELSE
                   SET IX-CUST TO ACC-CUST-INDEX(IX-ACC)
                   ADD 1 TO CUST-ACCOUNTS(IX-CUST)
                   ADD ACC-FEES(IX-ACC) TO CUST-FEES(IX-CUST)
                   ADD ACC-WAIVED(IX-ACC) TO CUST-WAIVED(IX-CUST)
                   ADD ACC-INT-PAID(IX-ACC) TO CUST-INT-PAID(IX-CUST)
                   ADD ACC-WITHHELD(IX-ACC) TO CUST-WITHHELD(IX-CUST)
                   ADD ACC-INT-EARNED(IX-ACC)
                       TO CUST-INT-EARNED(IX-CUST)
                   ADD ACC-AVG-BALANCE(IX-ACC)
                       TO CUST-AVG-BALANCE(IX-CUST)
               END-IF
           END-PERFORM

           PERFORM VARYING IX-CUST FROM 1 BY 1
               UNTIL IX-CUST > WS-CUST-COUNT
               COMPUTE CUST-NET(IX-CUST) =
                   CUST-FEES(IX-CUST) + CUST-INT-EARNED(IX-CUST)
                   - CUST-INT-PAID(IX-CUST)
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * WRITE-PROFIT-REPORT - Ranking por contribucion neta y
      * desglose por producto y sucursal
      * ----------------------------------------------------------------
       WRITE-PROFIT-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "data/customer-profit-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "RENTABILIDAD POR CLIENTE - MES " DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-MASTER-LOADED = "Y"
               STRING "Saldos medios anclados en el maestro de "
                      "cierre " WS-MASTER-ASOF
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "Sin maestro de cierre: saldos medios desde el "
                   & "ledger" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE "Contribucion = comisiones + int. cobrados - int. "
               & "pagados" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RANKING POR CONTRIBUCION NETA" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING " POS CLIENTE    NOMBRE               "
                  "  COMISIONES     EXENTAS"
                  "  INT.PAGADO    RETENIDO"
                  " INT.COBRADO CONTRIBUCION SALDO MEDIO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO WS-RANK
           PERFORM WS-CUST-COUNT TIMES
               PERFORM PICK-NEXT-CUSTOMER
               IF WS-BEST-INDEX > 0
                   PERFORM WRITE-CUSTOMER-LINE
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-FEES TO FMT-1
           MOVE WS-TOTAL-WAIVED TO FMT-2
           MOVE WS-TOTAL-INT-PAID TO FMT-3
           MOVE WS-TOTAL-WITHHELD TO FMT-4
           MOVE WS-TOTAL-INT-EARNED TO FMT-5
           MOVE WS-TOTAL-NET TO FMT-6
           MOVE WS-TOTAL-AVG TO FMT-7
           MOVE SPACES TO REPORT-LINE
           STRING "     TOTAL                           "
                  FMT-1 FMT-2 FMT-3 FMT-4 FMT-5 " " FMT-6 FMT-7
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-NO-CIF-COUNT > 0
               MOVE WS-NO-CIF-COUNT TO WS-CNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "Cuentas sin vinculo en el CIF (solo en el "
                      "desglose): " WS-CNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE "P" TO WS-GRP-MODE
           PERFORM WRITE-GROUP-BREAKDOWN
           MOVE "S" TO WS-GRP-MODE
           PERFORM WRITE-GROUP-BREAKDOWN

           CLOSE REPORT-FILE
           .

      * El mayor neto aun no listado
       PICK-NEXT-CUSTOMER.
           MOVE 0 TO WS-BEST-INDEX
           PERFORM VARYING IX-CUST FROM 1 BY 1
               UNTIL IX-CUST > WS-CUST-COUNT
               IF CUST-RANKED(IX-CUST) = "N"
                   IF WS-BEST-INDEX = 0
                       OR CUST-NET(IX-CUST) > WS-BEST-NET
                       SET WS-BEST-INDEX TO IX-CUST
                       MOVE CUST-NET(IX-CUST) TO WS-BEST-NET
                   END-IF
               END-IF
           END-PERFORM
           .

       WRITE-CUSTOMER-LINE.
           SET IX-CUST TO WS-BEST-INDEX
           MOVE "Y" TO CUST-RANKED(IX-CUST)
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO WS-RANK-EDIT
           ADD CUST-FEES(IX-CUST) TO WS-TOTAL-FEES
           ADD CUST-WAIVED(IX-CUST) TO WS-TOTAL-WAIVED
           ADD CUST-INT-PAID(IX-CUST) TO WS-TOTAL-INT-PAID
           ADD CUST-WITHHELD(IX-CUST) TO WS-TOTAL-WITHHELD
           ADD CUST-INT-EARNED(IX-CUST) TO WS-TOTAL-INT-EARNED
           ADD CUST-NET(IX-CUST) TO WS-TOTAL-NET
           ADD CUST-AVG-BALANCE(IX-CUST) TO WS-TOTAL-AVG
           MOVE CUST-FEES(IX-CUST) TO FMT-1
           MOVE CUST-WAIVED(IX-CUST) TO FMT-2
           MOVE CUST-INT-PAID(IX-CUST) TO FMT-3
           MOVE CUST-WITHHELD(IX-CUST) TO FMT-4
           MOVE CUST-INT-EARNED(IX-CUST) TO FMT-5
           MOVE CUST-NET(IX-CUST) TO FMT-6
           MOVE CUST-AVG-BALANCE(IX-CUST) TO FMT-7
           MOVE SPACES TO REPORT-LINE
           STRING WS-RANK-EDIT " " CUST-ID(IX-CUST) " "
                  CUST-NAME(IX-CUST)(1:20) " "
                  FMT-1 FMT-2 FMT-3 FMT-4 FMT-5 " " FMT-6 FMT-7
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

      * ----------------------------------------------------------------
      * WRITE-GROUP-BREAKDOWN - Acumula las cuentas por producto (P)
      * o sucursal (S) y escribe el bloque
      * ----------------------------------------------------------------
       WRITE-GROUP-BREAKDOWN.
           MOVE 0 TO WS-GRP-COUNT
           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               IF WS-GRP-MODE = "P"
                   MOVE ACC-TYPE(IX-ACC) TO WS-GRP-KEY
               ELSE
                   MOVE ACC-BRANCH(IX-ACC) TO WS-GRP-KEY
               END-IF
               PERFORM ADD-TO-GROUP
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-GRP-MODE = "P"
               MOVE "DESGLOSE POR PRODUCTO" TO REPORT-LINE
           ELSE
               MOVE "DESGLOSE POR SUCURSAL" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GRUPO      CUENTAS"
                  "  COMISIONES     EXENTAS"
                  "  INT.PAGADO INT.COBRADO"
                  " CONTRIBUCION SALDO MEDIO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING IX-GRP FROM 1 BY 1
               UNTIL IX-GRP > WS-GRP-COUNT
               MOVE GRP-ACCOUNTS(IX-GRP) TO WS-CNT-EDIT
               MOVE GRP-FEES(IX-GRP) TO FMT-1
               MOVE GRP-WAIVED(IX-GRP) TO FMT-2
               MOVE GRP-INT-PAID(IX-GRP) TO FMT-3
               MOVE GRP-INT-EARNED(IX-GRP) TO FMT-4
               MOVE GRP-NET(IX-GRP) TO FMT-5
               MOVE GRP-AVG-BALANCE(IX-GRP) TO FMT-6
               MOVE SPACES TO REPORT-LINE
               STRING GRP-NAME(IX-GRP) "   " WS-CNT-EDIT
                      FMT-1 FMT-2 FMT-3 FMT-4 " " FMT-5 FMT-6
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           .

       ADD-TO-GROUP.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-GRP FROM 1 BY 1
               UNTIL IX-GRP > WS-GRP-COUNT OR WS-FOUND = "Y"
               IF GRP-NAME(IX-GRP) = WS-GRP-KEY
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               SET IX-GRP DOWN BY 1
           ELSE
               IF WS-GRP-COUNT >= WS-MAX-GROUPS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT
               SET IX-GRP TO WS-GRP-COUNT
               MOVE WS-GRP-KEY TO GRP-NAME(IX-GRP)
               MOVE 0 TO GRP-ACCOUNTS(IX-GRP)
               MOVE 0 TO GRP-FEES(IX-GRP)
               MOVE 0 TO GRP-WAIVED(IX-GRP)
               MOVE 0 TO GRP-INT-PAID(IX-GRP)
               MOVE 0 TO GRP-INT-EARNED(IX-GRP)
               MOVE 0 TO GRP-NET(IX-GRP)
               MOVE 0 TO GRP-AVG-BALANCE(IX-GRP)
           END-IF

           ADD 1 TO GRP-ACCOUNTS(IX-GRP)
           ADD ACC-FEES(IX-ACC) TO GRP-FEES(IX-GRP)
           ADD ACC-WAIVED(IX-ACC) TO GRP-WAIVED(IX-GRP)
           ADD ACC-INT-PAID(IX-ACC) TO GRP-INT-PAID(IX-GRP)
           ADD ACC-INT-EARNED(IX-ACC) TO GRP-INT-EARNED(IX-GRP)
           COMPUTE GRP-NET(IX-GRP) = GRP-NET(IX-GRP)
               + ACC-FEES(IX-ACC) + ACC-INT-EARNED(IX-ACC)
               - ACC-INT-PAID(IX-ACC)
           ADD ACC-AVG-BALANCE(IX-ACC) TO GRP-AVG-BALANCE(IX-GRP)
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
               MOVE "N" TO WS-EOF
           END-IF
           .

       ADD-SEED-ACCOUNT.
           MOVE SPACES TO WS-SEED-TYPE
           MOVE SPACES TO WS-SEED-BRANCH
           UNSTRING SEED-LINE DELIMITED BY ","
               INTO WS-SEED-ID WS-SEED-NAME WS-SEED-F3
                    WS-SEED-F4 WS-SEED-TYPE WS-SEED-BRANCH
           END-UNSTRING

           IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               SET IX-ACC TO WS-ACC-COUNT
               MOVE WS-SEED-ID TO ACC-ID(IX-ACC)
               IF WS-SEED-TYPE = SPACES
                   MOVE "CHECKING" TO ACC-TYPE(IX-ACC)
               ELSE
                   MOVE WS-SEED-TYPE TO ACC-TYPE(IX-ACC)
               END-IF
               IF WS-SEED-BRANCH = SPACES
                   MOVE "HQ" TO ACC-BRANCH(IX-ACC)
               ELSE
                   MOVE WS-SEED-BRANCH TO ACC-BRANCH(IX-ACC)
               END-IF
               MOVE 0 TO ACC-CUST-INDEX(IX-ACC)
               MOVE 0 TO ACC-BALANCE(IX-ACC)
               MOVE 0 TO ACC-AFTER-MONTH(IX-ACC)
               MOVE 0 TO ACC-WEIGHTED(IX-ACC)
               MOVE 0 TO ACC-AVG-BALANCE(IX-ACC)
               MOVE 0 TO ACC-FEES(IX-ACC)
               MOVE 0 TO ACC-WAIVED(IX-ACC)
               MOVE 0 TO ACC-INT-PAID(IX-ACC)
               MOVE 0 TO ACC-WITHHELD(IX-ACC)
               MOVE 0 TO ACC-INT-EARNED(IX-ACC)
               MOVE "N" TO ACC-BRANCH-FIXED(IX-ACC)
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-BRANCH-TRANSFERS - El registro es cronologico: el primer
      * traslado con fecha efectiva posterior al mes del informe
      * devuelve la cuenta a la sucursal que tenia entonces
      * ----------------------------------------------------------------
       LOAD-BRANCH-TRANSFERS.
           OPEN INPUT TRANSFERS-FILE
           IF WS-BTR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-BTR-STATUS NOT = "00"
               READ TRANSFERS-FILE
               IF WS-BTR-STATUS = "00"
                   AND TRANSFERS-LINE(1:8) NOT = "account,"
                   PERFORM APPLY-BRANCH-TRANSFER
               END-IF
           END-PERFORM

           CLOSE TRANSFERS-FILE
           .

       APPLY-BRANCH-TRANSFER.
           MOVE SPACES TO WS-BTR-ACCOUNT WS-BTR-OLD WS-BTR-NEW
                          WS-BTR-DATE-STR
           UNSTRING TRANSFERS-LINE DELIMITED BY ","
               INTO WS-BTR-ACCOUNT WS-BTR-OLD WS-BTR-NEW
                    WS-BTR-DATE-STR
           END-UNSTRING
           IF WS-BTR-DATE-STR(5:1) NOT = "-"
               OR WS-BTR-OLD = SPACES
               EXIT PARAGRAPH
           END-IF
           STRING WS-BTR-DATE-STR(1:4) WS-BTR-DATE-STR(6:2)
                  WS-BTR-DATE-STR(9:2)
               DELIMITED BY SIZE INTO WS-BTR-DATE
           END-STRING
           IF WS-BTR-DATE < WS-NEXT-MONTH-START
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BTR-ACCOUNT TO WS-LOOKUP-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-FOUND = "Y"
               IF ACC-BRANCH-FIXED(WS-LOOKUP-INDEX) = "N"
                   MOVE WS-BTR-OLD TO ACC-BRANCH(WS-LOOKUP-INDEX)
                   MOVE "Y" TO ACC-BRANCH-FIXED(WS-LOOKUP-INDEX)
               END-IF
           END-IF
           .

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CUST-STATUS NOT = "00"
               READ CUSTOMERS-FILE
               IF WS-CUST-STATUS = "00"
                   MOVE SPACES TO WS-CUST-NAME
                   UNSTRING CUSTOMERS-LINE DELIMITED BY ","
                       INTO WS-CUST-ID WS-CUST-NAME
                   END-UNSTRING
                   IF WS-CUST-ID NOT = SPACES
                       PERFORM FIND-OR-ADD-CUSTOMER
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CUSTOMERS-FILE
           .

      * Primer titular de cada cuenta; un cliente que solo aparece
      * en los vinculos se da de alta sin nombre
       LOAD-LINKS.
           OPEN INPUT LINKS-FILE
           IF WS-LINK-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/customer-accounts.csv"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LINK-STATUS NOT = "00"
               READ LINKS-FILE
               IF WS-LINK-STATUS = "00"
                   UNSTRING LINKS-LINE DELIMITED BY ","
                       INTO WS-LINK-CUST WS-LINK-ACCOUNT
                   END-UNSTRING
                   MOVE WS-LINK-ACCOUNT TO WS-LOOKUP-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "Y"
                       AND ACC-CUST-INDEX(WS-LOOKUP-INDEX) = 0
                       MOVE WS-LINK-CUST TO WS-CUST-ID
                       MOVE SPACES TO WS-CUST-NAME
                       PERFORM FIND-OR-ADD-CUSTOMER
                       IF WS-FOUND = "Y"
                           SET ACC-CUST-INDEX(WS-LOOKUP-INDEX)
                               TO IX-CUST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LINKS-FILE
           .

       FIND-OR-ADD-CUSTOMER.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-CUST FROM 1 BY 1
               UNTIL IX-CUST > WS-CUST-COUNT OR WS-FOUND = "Y"
               IF CUST-ID(IX-CUST) = WS-CUST-ID
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               SET IX-CUST DOWN BY 1
               EXIT PARAGRAPH
           END-IF

           IF WS-CUST-COUNT >= WS-MAX-CUSTOMERS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUST-COUNT
           SET IX-CUST TO WS-CUST-COUNT
           MOVE WS-CUST-ID TO CUST-ID(IX-CUST)
           MOVE WS-CUST-NAME TO CUST-NAME(IX-CUST)
           MOVE 0 TO CUST-ACCOUNTS(IX-CUST)
           MOVE 0 TO CUST-FEES(IX-CUST)
           MOVE 0 TO CUST-WAIVED(IX-CUST)
           MOVE 0 TO CUST-INT-PAID(IX-CUST)
           MOVE 0 TO CUST-WITHHELD(IX-CUST)
           MOVE 0 TO CUST-INT-EARNED(IX-CUST)
           MOVE 0 TO CUST-NET(IX-CUST)
           MOVE 0 TO CUST-AVG-BALANCE(IX-CUST)
           MOVE "N" TO CUST-RANKED(IX-CUST)
           MOVE "Y" TO WS-FOUND
           .

       LOAD-LOANS.
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LOANS-STATUS NOT = "00"
               READ LOANS-FILE
               IF WS-LOANS-STATUS = "00"
                   AND WS-LOAN-COUNT < WS-MAX-LOANS
                   UNSTRING LOANS-LINE DELIMITED BY ","
                       INTO WS-LOAN-ID WS-LOAN-ACCOUNT
                   END-UNSTRING
                   ADD 1 TO WS-LOAN-COUNT
                   MOVE WS-LOAN-ID TO LN-ID(WS-LOAN-COUNT)
                   MOVE WS-LOAN-ACCOUNT TO LN-ACCOUNT(WS-LOAN-COUNT)
               END-IF
           END-PERFORM

           CLOSE LOANS-FILE
           .

       FIND-ACCOUNT-BY-ID.
           MOVE "N" TO WS-FOUND
           IF WS-LOOKUP-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > WS-ACC-COUNT OR WS-FOUND = "Y"
               IF ACC-ID(IX) = WS-LOOKUP-ID
                   MOVE "Y" TO WS-FOUND
                   MOVE IX TO WS-LOOKUP-INDEX
               END-IF
           END-PERFORM
           .

       END PROGRAM CUSTOMER-PROFIT.
