      ******************************************************************
      * RD-INSTALMENTS: Cuotas y vencimientos de planes de ahorro
      *
      * Recorre el registro de depositos recurrentes
      * data/recurring-deposits.csv:
      *   id,cuenta,cuota,tipo-anual,fecha-apertura,
      *   fecha-vencimiento,meses,proximo-cargo,cuotas-pagadas,
      *   cuotas-impagadas,ahorrado,interes,fecha-interes,
      *   penalizacion,estado(ACTIVE|SUSPENDED|MATURED|CLOSED)
      * Los seis primeros campos siguen el orden de
      * data/term-deposits.csv. La primera cuota se cobra al abrir
      * el plan desde el menu de MBMAIN; las siguientes vencen cada
      * mes desde la apertura y este trabajo, para cada plan ACTIVO:
      *   - cobra cada cuota vencida hasta la fecha de proceso como
      *     TRANSFER de la cuenta corriente a la cuenta RD-<id> si
      *     el disponible la cubre (saldo del ultimo cierre mas
      *     descubierto menos retenciones, como DD-COLLECTIONS);
      *   - si no la cubre, cuenta la cuota como impagada, suma la
      *     penalizacion por impago (MINIBANK_RD_MISSED_FEE, 5.00
      *     por defecto) y deja un evento RD-IMPAGO en
      *     data/notifications.csv;
      *   - al vencimiento devuelve lo ahorrado a la cuenta
      *     corriente como TRANSFER y abona el interes como CREDIT
      *     con categoria INTERES; el plan pasa a MATURED.
      * Si la cuenta de cargo no esta OPEN (congelada, p. ej. por
      * fallecimiento del titular, o cerrada) el plan queda en
      * pausa: no se cobran cuotas, no hay penalizacion ni aviso
      * RD-IMPAGO, y un plan ya vencido no se paga hasta que la
      * cuenta vuelva a estar abierta (se informa cada dia). Los
      * planes SUSPENDED (aviso de fallecimiento) no se tocan.
      * El interes se devenga a dias/360 sobre el saldo ahorrado
      * entre cuota y cuota (columna fecha-interes). Las
      * penalizaciones acumuladas se descuentan del interes bruto
      * del plan, sin llegar nunca a tocar lo ahorrado, y el resto
      * se abona NETO de retencion fiscal con la misma mecanica que
      * TD-MATURITY (gasto en INTEXPENSE y retencion a TAXPAY).
      * El registro se reescribe via .new + mv.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RD-INSTALMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RD-FILE ASSIGN TO "data/recurring-deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-STATUS.
           SELECT RD-OUT-FILE ASSIGN TO
               "data/recurring-deposits.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TX-FILE ASSIGN TO "data/transactions.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTIFY-FILE ASSIGN TO "data/notifications.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

      *    Disponible de la cuenta de cargo
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT BALANCES-FILE ASSIGN TO "data/balances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT MASTER-FILE ASSIGN TO "data/account-master.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "data/holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT BUSDATE-LOG-FILE ASSIGN TO "data/business-date.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-LOG-STATUS.

           SELECT JOB-RUNS-FILE ASSIGN TO "data/job-runs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRUNS-STATUS.

      *    Retencion fiscal: tipos por estatus, clientes del CIF y
      *    vinculo cuenta-cliente
           SELECT TAX-RATES-FILE ASSIGN TO "data/tax-rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXR-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "data/customers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT LINKS-FILE ASSIGN TO "data/customer-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-RUNS-FILE.
       01  JOB-RUNS-REC          PIC X(80).
       FD  TAX-RATES-FILE.
       01  TAX-RATES-LINE        PIC X(40).
       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-LINE        PIC X(250).
       FD  LINKS-FILE.
       01  LINKS-LINE            PIC X(50).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  BUSDATE-LOG-FILE.
       01  BUSDATE-LOG-REC       PIC X(10).
       FD  RD-FILE.
       01  RD-LINE               PIC X(200).
       FD  RD-OUT-FILE.
       01  RD-OUT-LINE           PIC X(200).
       FD  TX-FILE.
       01  TX-LINE               PIC X(120).
       FD  NOTIFY-FILE.
       01  NOTIFY-REC            PIC X(120).
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(150).
       FD  BALANCES-FILE.
       01  BALANCES-LINE         PIC X(100).
       FD  MASTER-FILE.
       01  MASTER-LINE           PIC X(200).
       FD  HOLDS-FILE.
       01  HOLDS-LINE            PIC X(120).

       WORKING-STORAGE SECTION.

      * Libro de control de ejecuciones: cada trabajo anota su
      * inicio y su fin por fecha de negocio, y se niega a empezar
      * si ya existe una ejecucion completada de ese dia (salvo
      * MINIBANK_FORCE_RUN=Y de un supervisor)
       77  WS-JOBRUNS-STATUS     PIC XX.
       77  WS-JOBRUNS-LINE       PIC X(80).
       77  WS-JR-JOB             PIC X(16).
       77  WS-JR-DATE            PIC X(10).
       77  WS-JR-EVENT           PIC X(5).
       77  WS-JR-OUTCOME         PIC X(4).
       77  WS-ENV-FORCE          PIC X VALUE SPACE.
       77  WS-JOB-NAME           PIC X(16) VALUE "RD-INSTALMENTS".
       77  WS-RUN-TIME           PIC X(8).

       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-BUSDATE-LOG-STATUS PIC XX.
       77  WS-BUSDATE-LINE       PIC X(10).

       77  WS-RD-STATUS          PIC XX.
       77  WS-NOTIFY-STATUS      PIC XX.
       77  EOF                   PIC X VALUE "N".
       77  WS-EOF                PIC X VALUE "N".

      * Fila del registro de planes
       77  WS-RD-ID              PIC X(12).
       77  WS-RD-ACCOUNT         PIC X(30).
       77  WS-RD-INSTALMENT-STR  PIC X(20).
       77  WS-RD-RATE-STR        PIC X(15).
       77  WS-RD-OPEN-DATE       PIC X(10).
       77  WS-RD-MATURITY        PIC X(10).
       77  WS-RD-MONTHS-STR      PIC X(4).
       77  WS-RD-NEXT-DUE        PIC X(10).
       77  WS-RD-PAID-STR        PIC X(4).
       77  WS-RD-MISSED-STR      PIC X(4).
       77  WS-RD-SAVED-STR       PIC X(20).
       77  WS-RD-INTEREST-STR    PIC X(20).
       77  WS-RD-INT-DATE        PIC X(10).
       77  WS-RD-PENALTY-STR     PIC X(20).
       77  WS-RD-STATE           PIC X(10).

       77  WS-RD-INSTALMENT      PIC S9(13)V9(2) COMP-3.
       77  WS-RD-RATE            PIC S9(3)V9(6) COMP-3.
       77  WS-RD-MONTHS          PIC 9(3).
       77  WS-RD-PAID            PIC 9(3).
       77  WS-RD-MISSED          PIC 9(3).
       77  WS-RD-COUNT           PIC 9(3).
       77  WS-RD-SAVED           PIC S9(13)V9(2) COMP-3.
       77  WS-RD-INTEREST        PIC S9(13)V9(2) COMP-3.
       77  WS-RD-PENALTY         PIC S9(13)V9(2) COMP-3.
       77  WS-RD-ACCOUNT-ID      PIC X(30).

      * Interes neto a pagar al vencimiento; la retencion trabaja
      * sobre WS-TD-INTEREST y WS-TD-ACCOUNT como en TD-MATURITY
       77  WS-TD-INTEREST        PIC S9(13)V9(2) COMP-3.
       77  WS-TD-ACCOUNT         PIC X(30).

      * Penalizacion por cuota impagada
       77  WS-ENV-MISSED-FEE     PIC X(15) VALUE SPACES.
       77  WS-MISSED-FEE         PIC S9(13)V9(2) COMP-3 VALUE 5.00.

      * Retencion fiscal en origen, misma mecanica que en
      * INTEREST-ACCRUAL: el estatus del cliente titular de la
      * cuenta corriente decide el tipo
       77  WS-TAXR-STATUS        PIC XX.
       77  WS-CUST-STATUS        PIC XX.
       77  WS-LINK-STATUS        PIC XX.
       77  WS-MAX-TAX-RATES      PIC 9(2) COMP VALUE 10.
       77  WS-TAX-RATE-COUNT     PIC 9(2) COMP VALUE 0.
       01  WS-TAX-RATES-TABLE.
           05  WS-TAX-RATE-ROW OCCURS 10 TIMES INDEXED BY IX-TAXR.
               10  TAXR-STATUS       PIC X(10).
               10  TAXR-RATE         PIC SV9(4) COMP-3.
       77  WS-TAXR-STATUS-FLD    PIC X(10).
       77  WS-TAXR-RATE-STR      PIC X(10).

       77  WS-MAX-CUSTOMERS      PIC 9(4) COMP VALUE 500.
       77  WS-TAX-CUST-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-TAX-CUST-TABLE.
           05  WS-TAX-CUST-ROW OCCURS 500 TIMES INDEXED BY IX-TCUST.
               10  TCUST-ID          PIC X(10).
               10  TCUST-TAXSTATUS   PIC X(10).
       77  WS-TCUST-F2           PIC X(60).
       77  WS-TCUST-F3           PIC X(80).
       77  WS-TCUST-F4           PIC X(20).
       77  WS-TCUST-F5           PIC X(20).

       77  WS-MAX-LINKS          PIC 9(4) COMP VALUE 2000.
       77  WS-TAX-LINK-COUNT     PIC 9(4) COMP VALUE 0.
       01  WS-TAX-LINK-TABLE.
           05  WS-TAX-LINK-ROW OCCURS 2000 TIMES INDEXED BY IX-TLNK.
               10  TLNK-CUST-ID      PIC X(10).
               10  TLNK-ACCOUNT      PIC X(30).

       77  WS-TAXPAY-ACCOUNT     PIC X(30) VALUE "TAXPAY".
       77  WS-TAX-RATE           PIC SV9(4) COMP-3.
       77  WS-TAX-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  WS-TAX-CUST-ID        PIC X(10).
       77  WS-TAX-STATUS-FLD     PIC X(10).
       77  WS-TAX-FOUND          PIC X.
       77  WS-TOTAL-WITHHELD     PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  FORMATTED-TAX         PIC -(12)9.99.

      * Cuentas y saldos, como los carga DD-COLLECTIONS: el seed da
      * de alta las cuentas, balances.csv pone el saldo del ultimo
      * cierre, el maestro el descubierto vigente y las retenciones
      * activas se restan; cada cuota cobrada rebaja el saldo en
      * memoria para que dos planes no cobren el mismo dinero
       77  WS-SEED-STATUS        PIC XX.
       77  WS-BAL-STATUS         PIC XX.
       77  WS-MAX-ACCOUNTS       PIC 9(5) COMP VALUE 5000.
       77  IX                    PIC 9(5) COMP.
       77  WS-ACC-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ACCOUNTS-TABLE.
           05  WS-ACCOUNTS-ARRAY OCCURS 5000 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-OVERDRAFT     PIC S9(13)V9(2) COMP-3.
               10  ACC-BALANCE       PIC S9(13)V9(2) COMP-3.
               10  ACC-OPEN          PIC X.
               10  ACC-STATE         PIC X(10).

       77  WS-MASTER-STATUS      PIC XX.
       77  WS-MASTER-FIRST       PIC X.
       77  WS-MST-ID             PIC X(30).
       77  WS-MST-NAME           PIC X(100).
       77  WS-MST-STATUS-FLD     PIC X(10).
       77  WS-MST-OVERDRAFT      PIC X(20).

       77  WS-SEED-ID            PIC X(30).
       77  WS-SEED-OD-LIMIT      PIC X(20).
       77  WS-SEED-NAME          PIC X(100).

       77  WS-BAL-NAME           PIC X(100).
       77  WS-BAL-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  WS-BAL-ID             PIC X(30).
       77  WS-BAL-STATUS-FLD     PIC X(10).
       77  WS-BAL-F4             PIC X(20).

       77  WS-LOOKUP-INDEX       PIC 9(5) COMP.
       77  WS-FOUND              PIC X VALUE "N".

       77  WS-HOLDS-STATUS       PIC XX.
       77  WS-HOLD-ID            PIC X(12).
       77  WS-HOLD-ACCOUNT       PIC X(30).
       77  WS-HOLD-AMOUNT-STR    PIC X(20).
       77  WS-HOLD-REASON        PIC X(20).
       77  WS-HOLD-BY            PIC X(10).
       77  WS-HOLD-EXPIRY        PIC X(10).
       77  WS-HOLD-STATE         PIC X(10).

      * Aritmetica de fechas: dias de devengo y meses de cuota
       77  WS-FROM-YYYYMMDD      PIC 9(8).
       77  WS-TO-YYYYMMDD        PIC 9(8).
       77  WS-FROM-INTEGER       PIC S9(9) COMP.
       77  WS-TO-INTEGER         PIC S9(9) COMP.
       77  WS-ACCRUE-DAYS        PIC S9(9) COMP.
       77  WS-ACCRUE-TO          PIC X(10).

       77  WS-CAL-DATE           PIC X(10).
       77  WS-CAL-MONTHS         PIC 9(3).
       77  WS-CAL-MONTH-IX       PIC 9(3).
       77  WS-CAL-YEAR           PIC 9(4).
       77  WS-CAL-MONTH          PIC 9(2).
       77  WS-CAL-DAY            PIC 9(2).
       77  WS-CLAMP-YEAR         PIC 9(4).
       77  WS-CLAMP-MONTH        PIC 9(2).
       77  WS-CLAMP-YYYYMMDD     PIC 9(8).
       77  WS-CLAMP-INTEGER      PIC S9(9) COMP.
       77  WS-CLAMP-LAST         PIC 9(8).
       77  WS-CLAMP-LAST-DAY     PIC 9(2).

       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-NOW-TIME           PIC X(8).

       77  WS-TX-REF             PIC X(20).
       77  WS-TX-REF-TIME        PIC X(8).
       77  WS-TX-REF-SEQ         PIC 9(6) VALUE 0.

       77  WS-AMOUNT-STR         PIC X(20).
       77  WS-AMOUNT-EDIT        PIC -9(13).99.
       77  WS-COUNT-EDIT         PIC ZZ9.
       77  WS-REG-EDIT           PIC -(12)9.99.
       77  FORMATTED-AMT         PIC -(12)9.99.

       77  WS-MV-COMMAND         PIC X(80) VALUE
           "mv data/recurring-deposits.csv.new data/recurring-deposits.c
      -    "sv".

       77  WS-TOTAL-READ         PIC 9(5) VALUE 0.
       77  WS-TOTAL-COLLECTED    PIC 9(5) VALUE 0.
       77  WS-TOTAL-MISSED       PIC 9(5) VALUE 0.
       77  WS-TOTAL-MATURED      PIC 9(5) VALUE 0.
       77  WS-TOTAL-PAUSED       PIC 9(5) VALUE 0.
       77  WS-TOTAL-UNPAID       PIC 9(5) VALUE 0.
       77  WS-PAUSE-STATE        PIC X(10).

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM RECORD-RUN-START
           PERFORM READ-CONFIG
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-TAX-CUSTOMERS

           OPEN INPUT RD-FILE
           IF WS-RD-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/recurring-deposits.csv"
                   ", nada que procesar"
               PERFORM RECORD-RUN-END-OK
               GOBACK
           END-IF

           PERFORM LOAD-SEED-ACCOUNTS
           PERFORM LOAD-CSV-BALANCES
           PERFORM LOAD-MASTER-OVERDRAFTS
           PERFORM SUBTRACT-ACTIVE-HOLDS

           OPEN OUTPUT RD-OUT-FILE
           OPEN EXTEND TX-FILE
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS = "05" OR WS-NOTIFY-STATUS = "35"
               OPEN OUTPUT NOTIFY-FILE
           END-IF

           PERFORM UNTIL EOF = "Y"
               READ RD-FILE
                   AT END MOVE "Y" TO EOF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       PERFORM PROCESS-RD-LINE
               END-READ
           END-PERFORM

           CLOSE NOTIFY-FILE
           CLOSE TX-FILE
           CLOSE RD-OUT-FILE
           CLOSE RD-FILE

           CALL "SYSTEM" USING WS-MV-COMMAND

           PERFORM RECORD-RUN-END-OK

           MOVE WS-TOTAL-WITHHELD TO FORMATTED-TAX
           DISPLAY "Planes leidos: " WS-TOTAL-READ
           DISPLAY "Cuotas cobradas: " WS-TOTAL-COLLECTED
           DISPLAY "Cuotas impagadas: " WS-TOTAL-MISSED
           DISPLAY "Planes vencidos pagados: " WS-TOTAL-MATURED
           DISPLAY "Planes en pausa (cuenta no abierta): "
               WS-TOTAL-PAUSED
           DISPLAY "Planes vencidos sin pagar: " WS-TOTAL-UNPAID
           DISPLAY "Retencion practicada: " FORMATTED-TAX
           GOBACK
           .

       READ-CONFIG.
           ACCEPT WS-ENV-MISSED-FEE
               FROM ENVIRONMENT "MINIBANK_RD_MISSED_FEE"
           IF WS-ENV-MISSED-FEE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-MISSED-FEE) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-MISSED-FEE)
                   TO WS-MISSED-FEE
           END-IF
           .

       PROCESS-RD-LINE.
           MOVE SPACES TO WS-RD-STATE
           UNSTRING RD-LINE DELIMITED BY ","
               INTO WS-RD-ID WS-RD-ACCOUNT WS-RD-INSTALMENT-STR
                    WS-RD-RATE-STR WS-RD-OPEN-DATE WS-RD-MATURITY
                    WS-RD-MONTHS-STR WS-RD-NEXT-DUE WS-RD-PAID-STR
                    WS-RD-MISSED-STR WS-RD-SAVED-STR
                    WS-RD-INTEREST-STR WS-RD-INT-DATE
                    WS-RD-PENALTY-STR WS-RD-STATE
           END-UNSTRING

           IF WS-RD-STATE = SPACES
               MOVE "ACTIVE" TO WS-RD-STATE
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-RD-INSTALMENT-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-RATE-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-MONTHS-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-PAID-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-MISSED-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-SAVED-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-INTEREST-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-PENALTY-STR) NOT = 0
               DISPLAY "Aviso: fila de plan no valida, se copia "
                   "tal cual: " RD-LINE
               MOVE RD-LINE TO RD-OUT-LINE
               WRITE RD-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-RD-INSTALMENT-STR)
               TO WS-RD-INSTALMENT
           MOVE FUNCTION NUMVAL(WS-RD-RATE-STR) TO WS-RD-RATE
           MOVE FUNCTION NUMVAL(WS-RD-MONTHS-STR) TO WS-RD-MONTHS
           MOVE FUNCTION NUMVAL(WS-RD-PAID-STR) TO WS-RD-PAID
           MOVE FUNCTION NUMVAL(WS-RD-MISSED-STR) TO WS-RD-MISSED
           MOVE FUNCTION NUMVAL(WS-RD-SAVED-STR) TO WS-RD-SAVED
           MOVE FUNCTION NUMVAL(WS-RD-INTEREST-STR)
               TO WS-RD-INTEREST
           MOVE FUNCTION NUMVAL(WS-RD-PENALTY-STR) TO WS-RD-PENALTY

           MOVE SPACES TO WS-RD-ACCOUNT-ID
           STRING "RD-" DELIMITED BY SIZE
                  WS-RD-ID DELIMITED BY SPACE
               INTO WS-RD-ACCOUNT-ID
           END-STRING

      *    Con la cuenta de cargo no abierta el plan queda en
      *    pausa: ni cuotas, ni penalizacion, ni pago al vencer
           IF WS-RD-STATE = "ACTIVE"
               MOVE WS-RD-ACCOUNT TO WS-BAL-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-FOUND = "Y"
                   AND ACC-OPEN(WS-LOOKUP-INDEX) = "Y"
                   PERFORM COLLECT-AND-MATURE-PLAN
               ELSE
                   PERFORM REPORT-PLAN-PAUSED
               END-IF
           END-IF

           PERFORM REWRITE-RD-LINE
           .

      * ----------------------------------------------------------------
      * COLLECT-AND-MATURE-PLAN - Cuotas vencidas y, llegado el
      * vencimiento, pago del plan
      * ----------------------------------------------------------------
       COLLECT-AND-MATURE-PLAN.
      *    Cuotas atrasadas (un cierre que no corrio) se cobran
      *    una a una, cada una con su fecha de devengo
           COMPUTE WS-RD-COUNT = WS-RD-PAID + WS-RD-MISSED
           PERFORM UNTIL WS-RD-NEXT-DUE > WS-TODAY-DATE
               OR WS-RD-COUNT >= WS-RD-MONTHS
               PERFORM COLLECT-ONE-INSTALMENT
           END-PERFORM

           IF WS-RD-MATURITY <= WS-TODAY-DATE
               PERFORM MATURE-ONE-PLAN
           END-IF
           .

      * ----------------------------------------------------------------
      * REPORT-PLAN-PAUSED - Plan cuya cuenta de cargo no esta OPEN:
      * se informa y se deja tal cual para cuando vuelva a abrirse
      * ----------------------------------------------------------------
       REPORT-PLAN-PAUSED.
           MOVE "NO EXISTE" TO WS-PAUSE-STATE
           IF WS-FOUND = "Y"
               MOVE ACC-STATE(WS-LOOKUP-INDEX) TO WS-PAUSE-STATE
               IF WS-PAUSE-STATE = SPACES
                   MOVE "SIN SALDO" TO WS-PAUSE-STATE
               END-IF
           END-IF

           IF WS-RD-MATURITY <= WS-TODAY-DATE
               ADD 1 TO WS-TOTAL-UNPAID
               DISPLAY "Plan vencido sin pagar: "
                   FUNCTION TRIM(WS-RD-ACCOUNT-ID) " cuenta "
                   FUNCTION TRIM(WS-RD-ACCOUNT) " "
                   FUNCTION TRIM(WS-PAUSE-STATE)
           ELSE
               ADD 1 TO WS-TOTAL-PAUSED
               DISPLAY "Plan en pausa: "
                   FUNCTION TRIM(WS-RD-ACCOUNT-ID) " cuenta "
                   FUNCTION TRIM(WS-RD-ACCOUNT) " "
                   FUNCTION TRIM(WS-PAUSE-STATE)
                   ", no se cobran cuotas"
           END-IF
           .

      * ----------------------------------------------------------------
      * COLLECT-ONE-INSTALMENT - Devenga hasta la fecha de la cuota,
      * la cobra si hay disponible o la cuenta como impagada, y
      * avanza el proximo cargo un mes desde la apertura
      * ----------------------------------------------------------------
       COLLECT-ONE-INSTALMENT.
           MOVE WS-RD-NEXT-DUE TO WS-ACCRUE-TO
           PERFORM ACCRUE-PLAN-INTEREST

           MOVE WS-RD-ACCOUNT TO WS-BAL-ID
           PERFORM FIND-ACCOUNT-BY-ID

           IF WS-FOUND = "Y"
               AND ACC-OPEN(WS-LOOKUP-INDEX) = "Y"
               AND ACC-BALANCE(WS-LOOKUP-INDEX)
                   + ACC-OVERDRAFT(WS-LOOKUP-INDEX)
                   >= WS-RD-INSTALMENT
               SUBTRACT WS-RD-INSTALMENT
                   FROM ACC-BALANCE(WS-LOOKUP-INDEX)
               ADD WS-RD-INSTALMENT TO WS-RD-SAVED
               ADD 1 TO WS-RD-PAID
               ADD 1 TO WS-TOTAL-COLLECTED
               MOVE WS-RD-INSTALMENT TO WS-AMOUNT-EDIT
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
               PERFORM APPEND-INSTALMENT-TRANSFER
           ELSE
               ADD WS-MISSED-FEE TO WS-RD-PENALTY
               ADD 1 TO WS-RD-MISSED
               ADD 1 TO WS-TOTAL-MISSED
               PERFORM APPEND-MISSED-NOTICE
               DISPLAY "Cuota impagada: "
                   FUNCTION TRIM(WS-RD-ACCOUNT-ID)
                   " vencida " WS-RD-NEXT-DUE
           END-IF

           COMPUTE WS-RD-COUNT = WS-RD-PAID + WS-RD-MISSED
           MOVE WS-RD-OPEN-DATE TO WS-CAL-DATE
           MOVE WS-RD-COUNT TO WS-CAL-MONTHS
           PERFORM ADD-MONTHS-TO-DATE
           MOVE WS-CAL-DATE TO WS-RD-NEXT-DUE
           .

      * ----------------------------------------------------------------
      * MATURE-ONE-PLAN - Ultimo devengo, descuento de penalizaciones
      * y retencion, y pago de lo ahorrado y del interes
      * ----------------------------------------------------------------
       MATURE-ONE-PLAN.
           MOVE WS-RD-MATURITY TO WS-ACCRUE-TO
           PERFORM ACCRUE-PLAN-INTEREST

      *    Las penalizaciones por impago rebajan el interes bruto;
      *    lo que exceda del interes se condona
           IF WS-RD-PENALTY >= WS-RD-INTEREST
               MOVE 0 TO WS-TD-INTEREST
           ELSE
               COMPUTE WS-TD-INTEREST =
                   WS-RD-INTEREST - WS-RD-PENALTY
           END-IF

           MOVE WS-RD-ACCOUNT TO WS-TD-ACCOUNT
           PERFORM WITHHOLD-TD-TAX

           IF WS-RD-SAVED > 0
               MOVE WS-RD-SAVED TO WS-AMOUNT-EDIT
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
               PERFORM APPEND-PRINCIPAL-TRANSFER
           END-IF

           IF WS-TD-INTEREST > 0
               MOVE WS-TD-INTEREST TO WS-AMOUNT-EDIT
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
               PERFORM APPEND-INTEREST-CREDIT
           END-IF

           ADD 1 TO WS-TOTAL-MATURED
           MOVE "MATURED" TO WS-RD-STATE
           MOVE WS-TD-INTEREST TO FORMATTED-AMT
           DISPLAY "Plan vencido y pagado: "
               FUNCTION TRIM(WS-RD-ACCOUNT-ID)
               " interes " FORMATTED-AMT
           .

      * Devengo a dias/360 sobre lo ahorrado desde fecha-interes
      * hasta WS-ACCRUE-TO
       ACCRUE-PLAN-INTEREST.
           IF WS-ACCRUE-TO <= WS-RD-INT-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RD-INT-DATE(1:4) TO WS-FROM-YYYYMMDD(1:4)
           MOVE WS-RD-INT-DATE(6:2) TO WS-FROM-YYYYMMDD(5:2)
           MOVE WS-RD-INT-DATE(9:2) TO WS-FROM-YYYYMMDD(7:2)
           MOVE WS-ACCRUE-TO(1:4)   TO WS-TO-YYYYMMDD(1:4)
           MOVE WS-ACCRUE-TO(6:2)   TO WS-TO-YYYYMMDD(5:2)
           MOVE WS-ACCRUE-TO(9:2)   TO WS-TO-YYYYMMDD(7:2)

           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-FROM-YYYYMMDD)
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TO-YYYYMMDD)
           COMPUTE WS-ACCRUE-DAYS = WS-TO-INTEGER - WS-FROM-INTEGER

           COMPUTE WS-RD-INTEREST ROUNDED = WS-RD-INTEREST
               + WS-RD-SAVED * WS-RD-RATE * WS-ACCRUE-DAYS / 360
           MOVE WS-ACCRUE-TO TO WS-RD-INT-DATE
           .

      * TRANSFER de la cuota: cuenta corriente -> cuenta del plan
       APPEND-INSTALMENT-TRANSFER.
           PERFORM BUILD-TX-REF
           MOVE SPACES TO TX-LINE
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RD-ACCOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  "TRANSFER" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RD-ACCOUNT-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  ",PLAZO" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * TRANSFER de lo ahorrado al vencimiento: cuenta del plan ->
      * cuenta corriente
       APPEND-PRINCIPAL-TRANSFER.
           PERFORM BUILD-TX-REF
           MOVE SPACES TO TX-LINE
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RD-ACCOUNT-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  "TRANSFER" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RD-ACCOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  ",PLAZO" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * Abono del interes neto en la cuenta corriente
       APPEND-INTEREST-CREDIT.
           PERFORM BUILD-TX-REF
           MOVE SPACES TO TX-LINE
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RD-ACCOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  "CREDIT" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  ",," DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  ",INTERES" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * ----------------------------------------------------------------
      * APPEND-MISSED-NOTICE - Evento RD-IMPAGO para la carta al
      * cliente: cuenta,RD-IMPAGO,importe,fecha,hora,plan
      * ----------------------------------------------------------------
       APPEND-MISSED-NOTICE.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-RD-INSTALMENT TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
           MOVE SPACES TO NOTIFY-REC
           STRING WS-RD-ACCOUNT DELIMITED BY SPACE
                  ",RD-IMPAGO," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-NOW-TIME(1:6) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RD-ACCOUNT-ID DELIMITED BY SPACE
               INTO NOTIFY-REC
           END-STRING
           WRITE NOTIFY-REC
           .

      * ----------------------------------------------------------------
      * WITHHOLD-TD-TAX - Anota la contrapartida del devengo (gasto
      * bruto al DEBE de INTEXPENSE), convierte WS-TD-INTEREST en
      * neto segun el tipo de retencion del cliente y anota la
      * parte retenida como CREDIT a TAXPAY con la cuenta del
      * cliente en el auxiliar
      * ----------------------------------------------------------------
       WITHHOLD-TD-TAX.
           IF WS-TD-INTEREST <= 0
               EXIT PARAGRAPH
           END-IF

      *    Partida doble: el gasto por intereses del plan existe
      *    en el propio ledger y el dia suma cero
           MOVE WS-TD-INTEREST TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
           PERFORM BUILD-TX-REF
           MOVE SPACES TO TX-LINE
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "INTEXPENSE" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "DEBIT" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TD-ACCOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  ",INTERES" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW

           PERFORM SELECT-TAX-RATE
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-TD-INTEREST * WS-TAX-RATE
           IF WS-TAX-AMOUNT <= 0
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-TAX-AMOUNT FROM WS-TD-INTEREST
           ADD WS-TAX-AMOUNT TO WS-TOTAL-WITHHELD

           MOVE WS-TAX-AMOUNT TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
           PERFORM BUILD-TX-REF
           MOVE SPACES TO TX-LINE
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TAXPAY-ACCOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  "CREDIT" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TD-ACCOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  ",RETENCION" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * ----------------------------------------------------------------
      * SELECT-TAX-RATE - Tipo de retencion segun el estatus fiscal
      * del primer cliente vinculado a la cuenta corriente; sin
      * vinculo rige el tipo de RESIDENT y sin tabla no se retiene
      * ----------------------------------------------------------------
       SELECT-TAX-RATE.
           MOVE "RESIDENT" TO WS-TAX-STATUS-FLD

           MOVE SPACES TO WS-TAX-CUST-ID
           PERFORM VARYING IX-TLNK FROM 1 BY 1
               UNTIL IX-TLNK > WS-TAX-LINK-COUNT
                   OR WS-TAX-CUST-ID NOT = SPACES
               IF TLNK-ACCOUNT(IX-TLNK) = WS-TD-ACCOUNT
                   MOVE TLNK-CUST-ID(IX-TLNK) TO WS-TAX-CUST-ID
               END-IF
           END-PERFORM

           IF WS-TAX-CUST-ID NOT = SPACES
               PERFORM VARYING IX-TCUST FROM 1 BY 1
                   UNTIL IX-TCUST > WS-TAX-CUST-COUNT
                   IF TCUST-ID(IX-TCUST) = WS-TAX-CUST-ID
                       AND TCUST-TAXSTATUS(IX-TCUST) NOT = SPACES
                       MOVE TCUST-TAXSTATUS(IX-TCUST)
                           TO WS-TAX-STATUS-FLD
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO WS-TAX-RATE
           MOVE "N" TO WS-TAX-FOUND
           PERFORM VARYING IX-TAXR FROM 1 BY 1
               UNTIL IX-TAXR > WS-TAX-RATE-COUNT
                   OR WS-TAX-FOUND = "Y"
               IF TAXR-STATUS(IX-TAXR) = WS-TAX-STATUS-FLD
                   MOVE "Y" TO WS-TAX-FOUND
                   MOVE TAXR-RATE(IX-TAXR) TO WS-TAX-RATE
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * LOAD-TAX-RATES - Tabla de tipos de retencion por estatus
      * ----------------------------------------------------------------
       LOAD-TAX-RATES.
           OPEN INPUT TAX-RATES-FILE
           IF WS-TAXR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TAXR-STATUS NOT = "00"
               READ TAX-RATES-FILE
               IF WS-TAXR-STATUS = "00"
                   AND TAX-RATES-LINE(1:6) NOT = "status"
                   AND WS-TAX-RATE-COUNT < WS-MAX-TAX-RATES
                   MOVE SPACES TO WS-TAXR-RATE-STR
                   UNSTRING TAX-RATES-LINE DELIMITED BY ","
                       INTO WS-TAXR-STATUS-FLD WS-TAXR-RATE-STR
                   END-UNSTRING
                   IF FUNCTION TEST-NUMVAL(WS-TAXR-RATE-STR) = 0
                       ADD 1 TO WS-TAX-RATE-COUNT
                       MOVE WS-TAXR-STATUS-FLD
                           TO TAXR-STATUS(WS-TAX-RATE-COUNT)
                       MOVE FUNCTION NUMVAL(WS-TAXR-RATE-STR)
                           TO TAXR-RATE(WS-TAX-RATE-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TAX-RATES-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-TAX-CUSTOMERS - Estatus fiscal por cliente (6a columna
      * de customers.csv) y vinculos cuenta-cliente
      * ----------------------------------------------------------------
       LOAD-TAX-CUSTOMERS.
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-STATUS = "00"
               PERFORM UNTIL WS-CUST-STATUS NOT = "00"
                   READ CUSTOMERS-FILE
                   IF WS-CUST-STATUS = "00"
                       AND WS-TAX-CUST-COUNT < WS-MAX-CUSTOMERS
                       ADD 1 TO WS-TAX-CUST-COUNT
                       UNSTRING CUSTOMERS-LINE DELIMITED BY ","
                           INTO TCUST-ID(WS-TAX-CUST-COUNT)
                                WS-TCUST-F2 WS-TCUST-F3
                                WS-TCUST-F4 WS-TCUST-F5
                                TCUST-TAXSTATUS(WS-TAX-CUST-COUNT)
                       END-UNSTRING
                   END-IF
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           END-IF

           OPEN INPUT LINKS-FILE
           IF WS-LINK-STATUS = "00"
               PERFORM UNTIL WS-LINK-STATUS NOT = "00"
                   READ LINKS-FILE
                   IF WS-LINK-STATUS = "00"
                       AND WS-TAX-LINK-COUNT < WS-MAX-LINKS
                       ADD 1 TO WS-TAX-LINK-COUNT
                       UNSTRING LINKS-LINE DELIMITED BY ","
                           INTO TLNK-CUST-ID(WS-TAX-LINK-COUNT)
                                TLNK-ACCOUNT(WS-TAX-LINK-COUNT)
                       END-UNSTRING
                   END-IF
               END-PERFORM
               CLOSE LINKS-FILE
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-SEED-ACCOUNTS - Da de alta todas las cuentas conocidas
      * ----------------------------------------------------------------
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
           MOVE SPACES TO WS-SEED-OD-LIMIT
           UNSTRING SEED-LINE DELIMITED BY ","
               INTO WS-SEED-ID WS-SEED-NAME WS-SEED-OD-LIMIT
           END-UNSTRING

           IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-SEED-ID TO ACC-ID(WS-ACC-COUNT)
               MOVE 0 TO ACC-BALANCE(WS-ACC-COUNT)
               MOVE 0 TO ACC-OVERDRAFT(WS-ACC-COUNT)
               MOVE "N" TO ACC-OPEN(WS-ACC-COUNT)
               MOVE SPACES TO ACC-STATE(WS-ACC-COUNT)
               IF WS-SEED-OD-LIMIT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-SEED-OD-LIMIT) = 0
                   MOVE FUNCTION NUMVAL(WS-SEED-OD-LIMIT)
                       TO ACC-OVERDRAFT(WS-ACC-COUNT)
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-CSV-BALANCES - Saldos del ultimo cierre; solo una cuenta
      * OPEN puede pagar cuotas
      * ----------------------------------------------------------------
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
               DISPLAY "Aviso: no existe data/balances.csv; las "
                   "cuotas quedaran impagadas"
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
                   MOVE FUNCTION NUMVAL(WS-BAL-F4) TO WS-BAL-AMOUNT
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "Y"
                       MOVE WS-BAL-STATUS-FLD
                           TO ACC-STATE(WS-LOOKUP-INDEX)
                   END-IF
                   IF WS-FOUND = "Y"
                       AND WS-BAL-STATUS-FLD = "OPEN"
                       MOVE WS-BAL-AMOUNT
                           TO ACC-BALANCE(WS-LOOKUP-INDEX)
                       MOVE "Y" TO ACC-OPEN(WS-LOOKUP-INDEX)
                   END-IF
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-MASTER-OVERDRAFTS - El limite de descubierto vigente
      * sale del maestro de cierre (columna 4)
      * ----------------------------------------------------------------
       LOAD-MASTER-OVERDRAFTS.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-MASTER-FIRST
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ MASTER-FILE
               IF WS-MASTER-STATUS = "00"
                   IF WS-MASTER-FIRST = "Y"
                       MOVE "N" TO WS-MASTER-FIRST
                   ELSE
                       MOVE SPACES TO WS-MST-OVERDRAFT
                       UNSTRING MASTER-LINE DELIMITED BY ","
                           INTO WS-MST-ID WS-MST-NAME
                                WS-MST-STATUS-FLD WS-MST-OVERDRAFT
                       END-UNSTRING
                       IF WS-MST-OVERDRAFT NOT = SPACES
                           AND FUNCTION
                               TEST-NUMVAL(WS-MST-OVERDRAFT) = 0
                           MOVE WS-MST-ID TO WS-BAL-ID
                           PERFORM FIND-ACCOUNT-BY-ID
                           IF WS-FOUND = "Y"
                               MOVE FUNCTION
                                   NUMVAL(WS-MST-OVERDRAFT)
                                   TO ACC-OVERDRAFT
                                       (WS-LOOKUP-INDEX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE MASTER-FILE
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

      * ----------------------------------------------------------------
      * SUBTRACT-ACTIVE-HOLDS - Resta del saldo en memoria las
      * retenciones ACTIVE no vencidas de data/holds.csv
      * ----------------------------------------------------------------
       SUBTRACT-ACTIVE-HOLDS.
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
                   IF WS-HOLD-STATE = "ACTIVE"
                       AND (WS-HOLD-EXPIRY = SPACES
                           OR WS-HOLD-EXPIRY >= WS-TODAY-DATE)
                       AND FUNCTION
                           TEST-NUMVAL(WS-HOLD-AMOUNT-STR) = 0
                       MOVE WS-HOLD-ACCOUNT TO WS-BAL-ID
                       PERFORM FIND-ACCOUNT-BY-ID
                       IF WS-FOUND = "Y"
                           SUBTRACT FUNCTION
                               NUMVAL(WS-HOLD-AMOUNT-STR)
                               FROM ACC-BALANCE(WS-LOOKUP-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE HOLDS-FILE
           .

      * Suma WS-CAL-MONTHS meses a WS-CAL-DATE, recortando el dia
      * al ultimo valido del mes destino (como la apertura en MBMAIN)
       ADD-MONTHS-TO-DATE.
           MOVE WS-CAL-DATE(1:4) TO WS-CAL-YEAR
           MOVE WS-CAL-DATE(6:2) TO WS-CAL-MONTH
           MOVE WS-CAL-DATE(9:2) TO WS-CAL-DAY

           PERFORM VARYING WS-CAL-MONTH-IX FROM 1 BY 1
               UNTIL WS-CAL-MONTH-IX > WS-CAL-MONTHS
               ADD 1 TO WS-CAL-MONTH
               IF WS-CAL-MONTH > 12
                   MOVE 1 TO WS-CAL-MONTH
                   ADD 1 TO WS-CAL-YEAR
               END-IF
           END-PERFORM

           MOVE WS-CAL-YEAR TO WS-CLAMP-YEAR
           MOVE WS-CAL-MONTH TO WS-CLAMP-MONTH
           ADD 1 TO WS-CLAMP-MONTH
           IF WS-CLAMP-MONTH > 12
               MOVE 1 TO WS-CLAMP-MONTH
               ADD 1 TO WS-CLAMP-YEAR
           END-IF
           COMPUTE WS-CLAMP-YYYYMMDD =
               WS-CLAMP-YEAR * 10000
               + WS-CLAMP-MONTH * 100 + 1
           COMPUTE WS-CLAMP-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CLAMP-YYYYMMDD) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-CLAMP-INTEGER)
               TO WS-CLAMP-LAST
           MOVE WS-CLAMP-LAST(7:2) TO WS-CLAMP-LAST-DAY

           IF WS-CAL-DAY > WS-CLAMP-LAST-DAY
               MOVE WS-CLAMP-LAST-DAY TO WS-CAL-DAY
           END-IF

           MOVE SPACES TO WS-CAL-DATE
           STRING WS-CAL-YEAR "-"
                  WS-CAL-MONTH "-"
                  WS-CAL-DAY
               INTO WS-CAL-DATE
           END-STRING
           .

       REWRITE-RD-LINE.
           MOVE WS-RD-MONTHS TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-RD-MONTHS-STR
           MOVE WS-RD-PAID TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-RD-PAID-STR
           MOVE WS-RD-MISSED TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-RD-MISSED-STR
           MOVE WS-RD-SAVED TO WS-REG-EDIT
           MOVE FUNCTION TRIM(WS-REG-EDIT) TO WS-RD-SAVED-STR
           MOVE WS-RD-INTEREST TO WS-REG-EDIT
           MOVE FUNCTION TRIM(WS-REG-EDIT) TO WS-RD-INTEREST-STR
           MOVE WS-RD-PENALTY TO WS-REG-EDIT
           MOVE FUNCTION TRIM(WS-REG-EDIT) TO WS-RD-PENALTY-STR

           MOVE SPACES TO RD-OUT-LINE
           STRING WS-RD-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RD-ACCOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RD-INSTALMENT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RD-RATE-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RD-OPEN-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RD-MATURITY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RD-MONTHS-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RD-NEXT-DUE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RD-PAID-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RD-MISSED-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RD-SAVED-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RD-INTEREST-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RD-INT-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RD-PENALTY-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RD-STATE DELIMITED BY SPACE
               INTO RD-OUT-LINE
           END-STRING
           WRITE RD-OUT-LINE
           .

       BUILD-TX-REF.
           ACCEPT WS-TX-REF-TIME FROM TIME
           ADD 1 TO WS-TX-REF-SEQ
           IF WS-TX-REF-SEQ > 999999
               MOVE 1 TO WS-TX-REF-SEQ
           END-IF
           MOVE SPACES TO WS-TX-REF
           STRING "RD-"          DELIMITED BY SIZE
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

           PERFORM READ-BUSINESS-DATE
           .

      * ----------------------------------------------------------------
      * READ-BUSINESS-DATE - La fecha de proceso sale de
      * data/business-date.dat si existe (la mantiene DATE-ROLL);
      * sin el, se usa la fecha del sistema. Un dia que ya figura
      * cerrado en business-date.log no puede volver a procesarse.
      * ----------------------------------------------------------------
       READ-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE INTO WS-BUSDATE-LINE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE-FILE
               IF WS-BUSDATE-LINE NOT = SPACES
                   MOVE WS-BUSDATE-LINE TO WS-TODAY-DATE
                   MOVE WS-BUSDATE-LINE(1:4)
                       TO WS-TODAY-YYYYMMDD(1:4)
                   MOVE WS-BUSDATE-LINE(6:2)
                       TO WS-TODAY-YYYYMMDD(5:2)
                   MOVE WS-BUSDATE-LINE(9:2)
                       TO WS-TODAY-YYYYMMDD(7:2)
               END-IF
           END-IF

           PERFORM CHECK-DATE-NOT-ROLLED
           .

       CHECK-DATE-NOT-ROLLED.
           OPEN INPUT BUSDATE-LOG-FILE
           IF WS-BUSDATE-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-BUSDATE-LOG-STATUS NOT = "00"
               READ BUSDATE-LOG-FILE INTO WS-BUSDATE-LINE
               IF WS-BUSDATE-LOG-STATUS = "00"
                   IF WS-BUSDATE-LINE = WS-TODAY-DATE
                       DISPLAY "ERROR: el dia de negocio "
                           WS-TODAY-DATE " ya esta cerrado; no se "
                           "puede volver a procesar"
                       CLOSE BUSDATE-LOG-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM

           CLOSE BUSDATE-LOG-FILE
           .

      * ----------------------------------------------------------------
      * CHECK-RUN-CONTROL - Rechaza una segunda ejecucion completada
      * del mismo trabajo para la misma fecha de negocio
      * ----------------------------------------------------------------
       CHECK-RUN-CONTROL.
           ACCEPT WS-ENV-FORCE FROM ENVIRONMENT "MINIBANK_FORCE_RUN"
           IF WS-ENV-FORCE = "Y"
               DISPLAY "AVISO: ejecucion forzada por supervisor "
                   "(MINIBANK_FORCE_RUN)"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT JOB-RUNS-FILE
           IF WS-JOBRUNS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-JOBRUNS-STATUS NOT = "00"
               READ JOB-RUNS-FILE INTO WS-JOBRUNS-LINE
               IF WS-JOBRUNS-STATUS = "00"
                   UNSTRING WS-JOBRUNS-LINE DELIMITED BY ","
                       INTO WS-JR-JOB WS-JR-DATE WS-JR-EVENT
                            WS-JR-OUTCOME
                   END-UNSTRING
                   IF WS-JR-JOB = WS-JOB-NAME
                       AND WS-JR-DATE = WS-TODAY-DATE
                       AND WS-JR-EVENT = "END"
                       AND WS-JR-OUTCOME = "OK"
                       DISPLAY "ERROR: " WS-JOB-NAME " ya se "
                           "ejecuto con exito para " WS-TODAY-DATE
                           "; use MINIBANK_FORCE_RUN=Y para forzar"
                       CLOSE JOB-RUNS-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM

           CLOSE JOB-RUNS-FILE
           .

       RECORD-RUN-START.
           MOVE "START" TO WS-JR-EVENT
           MOVE SPACES TO WS-JR-OUTCOME
           PERFORM APPEND-JOB-RUN
           .

       RECORD-RUN-END-OK.
           MOVE "END" TO WS-JR-EVENT
           MOVE "OK" TO WS-JR-OUTCOME
           PERFORM APPEND-JOB-RUN
           .

       APPEND-JOB-RUN.
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN EXTEND JOB-RUNS-FILE
           IF WS-JOBRUNS-STATUS = "05" OR WS-JOBRUNS-STATUS = "35"
               OPEN OUTPUT JOB-RUNS-FILE
           END-IF

           MOVE SPACES TO WS-JOBRUNS-LINE
           STRING WS-JOB-NAME   DELIMITED BY SPACE
                  ","           DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WS-JR-EVENT   DELIMITED BY SPACE
                  ","           DELIMITED BY SIZE
                  WS-JR-OUTCOME DELIMITED BY SPACE
                  ","           DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
               INTO WS-JOBRUNS-LINE
           END-STRING
           WRITE JOB-RUNS-REC FROM WS-JOBRUNS-LINE
           CLOSE JOB-RUNS-FILE
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM RD-INSTALMENTS.
