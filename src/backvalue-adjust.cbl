      ******************************************************************
      * BACKVALUE-ADJUST: Ajuste de intereses por apuntes con fecha
      * valor pasada
      *
      * Una fila que llega a data/transactions.csv con fecha valor
      * anterior a la fecha de negocio (una partida de camara que
      * entra tarde, un extorno de DO-REVERSAL, un rechazo reparado
      * en REJECT-REPAIR...) corrige el saldo, pero los intereses
      * que INTEREST-ACCRUAL y DEBIT-INTEREST ya calcularon para los
      * dias intermedios se quedaban como estaban. Este paso del
      * cierre localiza esas filas y recalcula, dia habil a dia
      * habil desde la fecha valor hasta la vispera de hoy, el
      * interes acreedor y el deudor con y sin la fila, con los
      * tramos y tipos vigentes cada dia en data/interest-rates.csv
      * (o los historicos de cada programa), y asienta la
      * diferencia:
      *   - interes acreedor: se suma (o se resta) en el registro
      *     de devengados data/accrued-interest.csv con su fila
      *     DEVENGO / DEVENGO-REV en data/accrual-journal.csv, y se
      *     paga con la capitalizacion de fin de mes, neta de
      *     retencion como el resto del devengo;
      *   - interes deudor: fila DEBIT (o CREDIT si se devuelve) en
      *     transactions.csv con categoria INTERES-AJUSTE y su
      *     contrapartida en la cuenta interna INTINCOME.
      * Cada ajuste lleva en el campo auxiliar la referencia de la
      * fila que lo provoca, y todas las filas detectadas se listan
      * en data/backvalue-adjust-report.txt.
      *
      * El saldo de cada dia se reconstruye hacia atras desde el
      * saldo actual (maestro de cierre data/account-master.csv mas
      * la cola del ledger que aun no cubre; sin maestro, la foto
      * data/balances.csv) restando las filas con fecha posterior,
      * leidas del ledger vivo y de las particiones mensuales que
      * el rango necesita. El devengo de cada dia habil se calcula
      * sobre el saldo al cierre del dia habil anterior, como hacen
      * los trabajos nocturnos con la foto de saldos.
      *
      * Las filas nuevas son las posteriores a la marca que deja la
      * ejecucion anterior en data/backvalue-state.csv (la ultima
      * fila del ledger y la ultima que TX-PARTITION conserva en el
      * ledger vivo); por eso el paso corre justo antes de
      * TX-PARTITION. La primera ejecucion solo fija la marca. Las
      * filas de intereses (INTERES, INTERES-DEUDOR, RETENCION,
      * INTERES-AJUSTE, BONIFICACION) no provocan ajustes; la
      * bonificacion de campanas no se recalcula.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKVALUE-ADJUST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT MASTER-FILE ASSIGN TO "data/account-master.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BALANCES-FILE ASSIGN TO "data/balances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT TX-FILE ASSIGN TO "data/transactions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT PART-MANIFEST-FILE ASSIGN TO
               "data/tx-partitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT PART-FILE ASSIGN TO DYNAMIC WS-PART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "data/product-catalog.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT IRATES-FILE ASSIGN TO "data/interest-rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRATES-STATUS.
           SELECT HOLIDAYS-FILE ASSIGN TO "data/holidays.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAYS-STATUS.

      *    Registro de devengados y diario de periodificacion (los
      *    mismos que mantiene INTEREST-ACCRUAL)
           SELECT ACCRUED-FILE ASSIGN TO "data/accrued-interest.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUED-STATUS.
           SELECT ACCRUED-OUT-FILE
               ASSIGN TO "data/accrued-interest.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "data/accrual-journal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    Marca de la ultima exploracion del ledger
           SELECT STATE-FILE ASSIGN TO "data/backvalue-state.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO
               "data/backvalue-adjust-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT BUSDATE-LOG-FILE ASSIGN TO "data/business-date.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-LOG-STATUS.
           SELECT JOB-RUNS-FILE ASSIGN TO "data/job-runs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRUNS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(150).
       FD  MASTER-FILE.
       01  MASTER-LINE           PIC X(200).
       FD  BALANCES-FILE.
       01  BALANCES-LINE         PIC X(100).
       FD  TX-FILE.
       01  TX-LINE               PIC X(120).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  PART-FILE.
       01  PART-LINE             PIC X(120).
       FD  CATALOG-FILE.
       01  CATALOG-LINE          PIC X(80).
       FD  IRATES-FILE.
       01  IRATES-LINE           PIC X(150).
       FD  HOLIDAYS-FILE.
       01  HOLIDAYS-REC          PIC X(10).
       FD  ACCRUED-FILE.
       01  ACCRUED-LINE          PIC X(80).
       FD  ACCRUED-OUT-FILE.
       01  ACCRUED-OUT-LINE      PIC X(80).
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE          PIC X(120).
       FD  STATE-FILE.
       01  STATE-LINE            PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  BUSDATE-LOG-FILE.
       01  BUSDATE-LOG-REC       PIC X(10).
       FD  JOB-RUNS-FILE.
       01  JOB-RUNS-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Libro de control de ejecuciones
       77  WS-JOBRUNS-STATUS     PIC XX.
       77  WS-JOBRUNS-LINE       PIC X(80).
       77  WS-JR-JOB             PIC X(16).
       77  WS-JR-DATE            PIC X(10).
       77  WS-JR-EVENT           PIC X(5).
       77  WS-JR-OUTCOME         PIC X(4).
       77  WS-ENV-FORCE          PIC X VALUE SPACE.
       77  WS-JOB-NAME           PIC X(16) VALUE "BACKVALUE-ADJUST".
       77  WS-RUN-TIME           PIC X(8).

       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-BUSDATE-LOG-STATUS PIC XX.
       77  WS-BUSDATE-LINE       PIC X(10).
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

       77  WS-SEED-STATUS        PIC XX.
       77  WS-MASTER-STATUS      PIC XX.
       77  WS-BAL-STATUS         PIC XX.
       77  WS-TX-STATUS          PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-PART-STATUS        PIC XX.
       77  WS-PART-PATH          PIC X(40).
       77  WS-PART-MONTH         PIC X(7).
       77  WS-EOF                PIC X VALUE "N".

      * Cuentas del seed con su producto, saldo actual y estado
       77  WS-MAX-ACCOUNTS       PIC 9(5) COMP VALUE 5000.
       77  WS-ACC-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ACCOUNTS-TABLE.
           05  WS-ACCOUNTS-ARRAY OCCURS 5000 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-TYPE          PIC X(10).
               10  ACC-FINAL         PIC S9(13)V9(2) COMP-3.
               10  ACC-STATUS        PIC X(10).
       77  WS-SEED-ID            PIC X(30).
       77  WS-SEED-NAME          PIC X(100).
       77  WS-SEED-OVERDRAFT     PIC X(15).
       77  WS-SEED-LIMIT         PIC X(15).
       77  WS-SEED-TYPE          PIC X(10).
       77  WS-LOOKUP-ID          PIC X(30).
       77  WS-LOOKUP-INDEX       PIC 9(5) COMP.
       77  WS-FOUND              PIC X.

      * Maestro de cierre: cabecera account-master,fecha,lineas y
      * filas cuenta,nombre,estado,descubierto,limite,saldo
       77  WS-MASTER-COVERED     PIC 9(9) VALUE 0.
       77  WS-MASTER-USED        PIC X VALUE "N".
       77  WS-MASTER-LINES-STR   PIC X(10).
       77  WS-MASTER-F1          PIC X(30).
       77  WS-MASTER-F2          PIC X(100).
       77  WS-MASTER-F3          PIC X(10).
       77  WS-MASTER-F4          PIC X(20).
       77  WS-MASTER-F5          PIC X(20).
       77  WS-MASTER-F6          PIC X(20).
       77  WS-MASTER-ASOF        PIC X(10).

      * Catalogo de productos (tipo,interes,juego,reintegro,
      * descubierto,paquete,tipo-deudor)
       77  WS-CATALOG-STATUS     PIC XX.
       77  WS-CATALOG-COUNT      PIC 9(2) COMP VALUE 0.
       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-ARRAY OCCURS 20 TIMES INDEXED BY IX-CAT.
               10  CAT-TYPE          PIC X(10).
               10  CAT-INTEREST      PIC X.
               10  CAT-TIERSET       PIC X.
               10  CAT-WITHDRAW      PIC X.
               10  CAT-OVERDRAFT     PIC X.
               10  CAT-FEEPKG        PIC X(10).
               10  CAT-DEBIT-RATE    PIC SV9(4) COMP-3.
               10  CAT-HAS-DEBIT     PIC X.
       77  WS-CAT-FOUND          PIC X.
       77  WS-CAT-INDEX          PIC 9(2) COMP.
       77  WS-CAT-RATE-STR       PIC X(10).

      * Tabla completa de tipos con fecha efectiva (juego,fecha,
      * tramo1-max,tramo1-tipo,tramo2-max,tramo2-tipo,tramo3-tipo)
       77  WS-IRATES-STATUS      PIC XX.
       77  WS-MAX-IRT            PIC 9(3) COMP VALUE 200.
       77  WS-IRT-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-IRT-TABLE.
           05  WS-IRT-ROW OCCURS 200 TIMES INDEXED BY IX-IRT.
               10  IRT-SET           PIC X(6).
               10  IRT-DATE          PIC X(10).
               10  IRT-T1-MAX        PIC S9(13)V9(2) COMP-3.
               10  IRT-T1-RATE       PIC SV9(4) COMP-3.
               10  IRT-T2-MAX        PIC S9(13)V9(2) COMP-3.
               10  IRT-T2-RATE       PIC SV9(4) COMP-3.
               10  IRT-T3-RATE       PIC SV9(4) COMP-3.
       77  WS-IRT-SET            PIC X(6).
       77  WS-IRT-DATE           PIC X(10).
       77  WS-IRT-T1-MAX-STR     PIC X(20).
       77  WS-IRT-T1-RATE-STR    PIC X(12).
       77  WS-IRT-T2-MAX-STR     PIC X(20).
       77  WS-IRT-T2-RATE-STR    PIC X(12).
       77  WS-IRT-T3-RATE-STR    PIC X(12).
       77  WS-IRT-WANTED         PIC X(6).
       77  WS-IRT-ON-DATE        PIC X(10).
       77  WS-IRT-BEST-DATE      PIC X(10).
       77  WS-IRT-BEST-INDEX     PIC 9(3) COMP.

      * Tipos historicos de cada programa cuando no hay fila
      * vigente: juegos 1 y 2 de INTEREST-ACCRUAL y tipo deudor de
      * DEBIT-INTEREST (sustituible con MINIBANK_DEBIT_RATE)
       77  WS-HIST-T1-TIER1-MAX  PIC S9(13)V9(2) COMP-3 VALUE 1000.00.
       77  WS-HIST-T1-TIER1-RATE PIC SV9(4) COMP-3 VALUE 0.0010.
       77  WS-HIST-T1-TIER2-MAX  PIC S9(13)V9(2) COMP-3 VALUE 10000.00.
       77  WS-HIST-T1-TIER2-RATE PIC SV9(4) COMP-3 VALUE 0.0025.
       77  WS-HIST-T1-TIER3-RATE PIC SV9(4) COMP-3 VALUE 0.0040.
       77  WS-HIST-T2-TIER1-MAX  PIC S9(13)V9(2) COMP-3 VALUE 1000.00.
       77  WS-HIST-T2-TIER1-RATE PIC SV9(4) COMP-3 VALUE 0.0020.
       77  WS-HIST-T2-TIER2-MAX  PIC S9(13)V9(2) COMP-3 VALUE 10000.00.
       77  WS-HIST-T2-TIER2-RATE PIC SV9(4) COMP-3 VALUE 0.0040.
       77  WS-HIST-T2-TIER3-RATE PIC SV9(4) COMP-3 VALUE 0.0060.
       77  WS-HIST-DEBIT-RATE    PIC SV9(4) COMP-3 VALUE 0.0005.
       77  WS-ENV-RATE           PIC X(10) VALUE SPACES.

      * Tipos aplicables el dia que se recalcula
       77  WS-DAY-RATES-DATE     PIC X(10).
       77  WS-DAY-TIER1-MAX      PIC S9(13)V9(2) COMP-3.
       77  WS-DAY-TIER1-RATE     PIC SV9(4) COMP-3.
       77  WS-DAY-TIER2-MAX      PIC S9(13)V9(2) COMP-3.
       77  WS-DAY-TIER2-RATE     PIC SV9(4) COMP-3.
       77  WS-DAY-TIER3-RATE     PIC SV9(4) COMP-3.
       77  WS-DAY-DEBIT-RATE     PIC SV9(4) COMP-3.

      * Producto de la cuenta que se recalcula
       77  WS-ACC-EARNS          PIC X.
       77  WS-ACC-TIERSET        PIC X(6).
       77  WS-ACC-HAS-DEBIT      PIC X.
       77  WS-ACC-DEBIT-RATE     PIC SV9(4) COMP-3.

      * Calendario laboral
       77  WS-HOLIDAYS-STATUS    PIC XX.
       77  WS-MAX-HOLIDAYS       PIC 9(3) COMP VALUE 200.
       77  WS-HOLIDAY-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-HOLIDAYS-TABLE.
           05  WS-HOLIDAY OCCURS 200 TIMES PIC X(10).
       77  WS-ROLL-DATE          PIC X(10).
       77  WS-ROLL-YYYYMMDD      PIC 9(8).
       77  WS-ROLL-INTEGER       PIC S9(9) COMP.
       77  WS-ROLL-DOW           PIC 9(1).
       77  WS-ROLL-IS-BUSINESS   PIC X.
       77  WS-HOL-IX             PIC 9(3) COMP.

      * Campos de una fila del ledger y su efecto sobre las cuentas
       77  WS-CSV-DATE           PIC X(10).
       77  WS-CSV-ACCOUNT        PIC X(30).
       77  WS-CSV-TYPE           PIC X(10).
       77  WS-CSV-AMOUNT-STR     PIC X(20).
       77  WS-CSV-AUX            PIC X(42).
       77  WS-CSV-REF            PIC X(20).
       77  WS-CSV-CATEGORY       PIC X(15).
       77  WS-CSV-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  WS-CSV-VALID          PIC X.
       77  WS-REV-ORIG-TYPE      PIC X(10).
       77  WS-REV-REF            PIC X(30).
       77  WS-EFF-COUNT          PIC 9 COMP.
       77  WS-EFF1-ACCOUNT       PIC X(30).
       77  WS-EFF1-AMOUNT        PIC S9(13)V9(2) COMP-3.
       77  WS-EFF2-ACCOUNT       PIC X(30).
       77  WS-EFF2-AMOUNT        PIC S9(13)V9(2) COMP-3.
       77  WS-EFF-ACCOUNT        PIC X(30).
       77  WS-EFF-AMOUNT         PIC S9(13)V9(2) COMP-3.

      * Marca de la exploracion: fila 1 backvalue-scan,fecha; fila 2
      * ultima fila del ledger; fila 3 ultima fila que conserva el
      * ledger vivo tras TX-PARTITION
       77  WS-STATE-STATUS       PIC XX.
       77  WS-STATE-FOUND        PIC X VALUE "N".
       77  WS-STATE-DATE         PIC X(10).
       77  WS-STATE-HEADER       PIC X(20).
       77  WS-STATE-LAST-LINE    PIC X(120).
       77  WS-STATE-KEPT-LINE    PIC X(120).
       77  WS-NEW-LAST-LINE      PIC X(120).
       77  WS-NEW-KEPT-LINE      PIC X(120).
       77  WS-LINE-NO            PIC 9(9) VALUE 0.
       77  WS-LEDGER-LINES       PIC 9(9) VALUE 0.
       77  WS-POS-LAST           PIC 9(9) VALUE 0.
       77  WS-POS-KEPT           PIC 9(9) VALUE 0.
       77  WS-SCAN-START         PIC 9(9) VALUE 0.
       77  WS-ANCHOR-LOST        PIC X VALUE "N".

      * Filas con fecha valor pasada y su ajuste
       77  WS-MAX-TRIGGERS       PIC 9(3) COMP VALUE 500.
       77  WS-TRG-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-TRIGGER-TABLE.
           05  WS-TRIGGER-ROW OCCURS 500 TIMES INDEXED BY IX-TRG.
               10  TRG-ACCOUNT       PIC X(30).
               10  TRG-ACC-INDEX     PIC 9(5) COMP.
               10  TRG-DATE          PIC X(10).
               10  TRG-AMOUNT        PIC S9(13)V9(2) COMP-3.
               10  TRG-REF           PIC X(20).
               10  TRG-DAYS          PIC 9(5) COMP.
               10  TRG-CREDIT-ADJ    PIC S9(13)V9(2) COMP-3.
               10  TRG-DEBIT-ADJ     PIC S9(13)V9(2) COMP-3.
               10  TRG-NOTE          PIC X(30).
       77  WS-MIN-DATE           PIC X(10).

      * Neto diario por cuenta y fecha valor de las cuentas con
      * ajuste, desde la fecha valor mas antigua
       77  WS-MAX-NETS           PIC 9(5) COMP VALUE 5000.
       77  WS-NET-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-NET-TABLE.
           05  WS-NET-ROW OCCURS 5000 TIMES INDEXED BY IX-NET.
               10  NET-ACCOUNT       PIC X(30).
               10  NET-DATE          PIC X(10).
               10  NET-AMOUNT        PIC S9(13)V9(2) COMP-3.
       77  WS-NET-FOUND          PIC X.
       77  WS-NET-SUM            PIC S9(13)V9(2) COMP-3.
       77  WS-NETS-FULL          PIC X VALUE "N".

      * Recalculo dia a dia
       77  WS-RUNNING-BAL        PIC S9(13)V9(2) COMP-3.
       77  WS-DAY-INTEGER        PIC S9(9) COMP.
       77  WS-FIRST-INTEGER      PIC S9(9) COMP.
       77  WS-DAY-DATE           PIC X(10).
       77  WS-RUN-ON-DATE        PIC X(10).
       77  WS-CALC-BALANCE       PIC S9(13)V9(2) COMP-3.
       77  WS-CALC-RATE          PIC SV9(4) COMP-3.
       77  WS-CALC-INTEREST      PIC S9(13)V9(2) COMP-3.
       77  WS-CREDIT-WITH        PIC S9(13)V9(2) COMP-3.
       77  WS-DEBIT-WITH         PIC S9(13)V9(2) COMP-3.

      * Registro de devengados (cuenta,devengado,desde,ultimo-
      * devengo)
       77  WS-ACCRUED-STATUS     PIC XX.
       77  WS-JOURNAL-STATUS     PIC XX.
       77  WS-MAX-ACCRUED        PIC 9(5) COMP VALUE 5000.
       77  WS-ACR-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ACCRUED-TABLE.
           05  WS-ACCRUED-ROW OCCURS 5000 TIMES INDEXED BY IX-ACR.
               10  ACR-ACCOUNT       PIC X(30).
               10  ACR-AMOUNT        PIC S9(13)V9(2) COMP-3.
               10  ACR-SINCE         PIC X(10).
               10  ACR-LAST          PIC X(10).
       77  WS-ACR-ACCOUNT        PIC X(30).
       77  WS-ACR-AMOUNT-STR     PIC X(20).
       77  WS-ACR-SINCE          PIC X(10).
       77  WS-ACR-LAST           PIC X(10).
       77  WS-ACR-FOUND          PIC X.
       77  WS-ACR-INDEX          PIC 9(5) COMP.
       77  WS-ACR-EDIT           PIC -(12)9.99.
       77  WS-ACR-CHANGED        PIC X VALUE "N".
       77  WS-ACCRUED-MV-COMMAND PIC X(80) VALUE
           "mv data/accrued-interest.csv.new data/accrued-interest.csv".

      * Filas que se anotan
       77  WS-INTINCOME-ACCOUNT  PIC X(30) VALUE "INTINCOME".
       77  WS-POST-ACCOUNT       PIC X(30).
       77  WS-POST-TYPE          PIC X(10).
       77  WS-POST-AUX           PIC X(30).
       77  WS-POST-CATEGORY      PIC X(15).
       77  WS-POST-AMOUNT        PIC S9(13)V9(2) COMP-3.
       77  WS-POST-LINE          PIC X(120).
       77  WS-AMOUNT-STR         PIC X(20).
       77  WS-AMOUNT-EDIT        PIC -9(13).99.
       77  WS-TX-REF             PIC X(20).
       77  WS-TX-REF-TIME        PIC X(8).
       77  WS-TX-REF-SEQ         PIC 9(6) VALUE 0.

       77  WS-TOTAL-CREDIT-ADJ   PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-DEBIT-ADJ    PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-ADJUSTED     PIC 9(5) VALUE 0.
       77  FORMATTED-AMT         PIC -(12)9.99.
       77  FORMATTED-AMT2        PIC -(12)9.99.
       77  FORMATTED-AMT3        PIC -(12)9.99.
       77  WS-DAYS-EDIT          PIC Z(4)9.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM RECORD-RUN-START

           PERFORM LOAD-SEED-ACCOUNTS
           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-SCAN-STATE
           PERFORM FIND-SCAN-START

           IF WS-STATE-FOUND = "N"
               DISPLAY "Primera ejecucion: se fija la marca del "
                   "ledger, sin ajustes"
           ELSE
               PERFORM COLLECT-TRIGGERS
           END-IF

           IF WS-TRG-COUNT > 0
               PERFORM LOAD-FINAL-BALANCES
               PERFORM COLLECT-DAILY-NETS
               PERFORM LOAD-ACCRUED-REGISTER

               OPEN EXTEND TX-FILE
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "05" OR WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF

               PERFORM VARYING IX-TRG FROM 1 BY 1
                   UNTIL IX-TRG > WS-TRG-COUNT
                   PERFORM ADJUST-ONE-TRIGGER
               END-PERFORM

               CLOSE JOURNAL-FILE
               CLOSE TX-FILE

               IF WS-ACR-CHANGED = "Y"
                   PERFORM REWRITE-ACCRUED-REGISTER
               END-IF
           END-IF

           PERFORM SAVE-SCAN-STATE
           PERFORM WRITE-REPORT

           PERFORM RECORD-RUN-END-OK

           MOVE WS-TOTAL-CREDIT-ADJ TO FORMATTED-AMT
           MOVE WS-TOTAL-DEBIT-ADJ TO FORMATTED-AMT2
           DISPLAY "Filas con fecha valor pasada: " WS-TRG-COUNT
           DISPLAY "Ajustes asentados: " WS-TOTAL-ADJUSTED
           DISPLAY "Ajuste interes acreedor: " FORMATTED-AMT
           DISPLAY "Ajuste interes deudor  : " FORMATTED-AMT2
           GOBACK
           .

      * ----------------------------------------------------------------
      * LOAD-SCAN-STATE - Marca de la ejecucion anterior; sin fichero
      * esta es la primera
      * ----------------------------------------------------------------
       LOAD-SCAN-STATE.
           MOVE SPACES TO WS-STATE-LAST-LINE WS-STATE-KEPT-LINE
               WS-STATE-DATE
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ STATE-FILE
           IF WS-STATE-STATUS = "00"
               AND STATE-LINE(1:14) = "backvalue-scan"
               MOVE "Y" TO WS-STATE-FOUND
               UNSTRING STATE-LINE DELIMITED BY ","
                   INTO WS-STATE-HEADER WS-STATE-DATE
               END-UNSTRING
               READ STATE-FILE
               IF WS-STATE-STATUS = "00"
                   MOVE STATE-LINE TO WS-STATE-LAST-LINE
                   READ STATE-FILE
                   IF WS-STATE-STATUS = "00"
                       MOVE STATE-LINE TO WS-STATE-KEPT-LINE
                   END-IF
               END-IF
           END-IF

           CLOSE STATE-FILE
           .

      * ----------------------------------------------------------------
      * FIND-SCAN-START - Situa la marca en el ledger vivo: la ultima
      * fila de la ejecucion anterior o, si TX-PARTITION la movio a
      * su particion, la ultima que conservo; de paso toma la marca
      * para la ejecucion siguiente
      * ----------------------------------------------------------------
       FIND-SCAN-START.
           MOVE 0 TO WS-LEDGER-LINES WS-POS-LAST WS-POS-KEPT
           MOVE SPACES TO WS-NEW-LAST-LINE WS-NEW-KEPT-LINE

           OPEN INPUT TX-FILE
           IF WS-TX-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ TX-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM NOTE-LEDGER-LINE
                   END-READ
               END-PERFORM
               CLOSE TX-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-STATE-FOUND = "N"
                   MOVE WS-LEDGER-LINES TO WS-SCAN-START
               WHEN WS-STATE-LAST-LINE = SPACES
                   MOVE 0 TO WS-SCAN-START
               WHEN WS-POS-LAST > 0
                   MOVE WS-POS-LAST TO WS-SCAN-START
               WHEN WS-POS-KEPT > 0
                   MOVE WS-POS-KEPT TO WS-SCAN-START
               WHEN WS-STATE-KEPT-LINE = SPACES
      *            La vez anterior todo el ledger vivo era de meses
      *            ya cerrados: TX-PARTITION lo movio entero
                   MOVE 0 TO WS-SCAN-START
               WHEN OTHER
                   MOVE "Y" TO WS-ANCHOR-LOST
                   MOVE WS-LEDGER-LINES TO WS-SCAN-START
                   DISPLAY "AVISO: la marca de la ejecucion anterior "
                       "no esta en el ledger; no se buscan filas "
                       "con fecha valor pasada esta noche"
           END-EVALUATE
           .

       NOTE-LEDGER-LINE.
           ADD 1 TO WS-LEDGER-LINES
           IF TX-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-STATE-LAST-LINE NOT = SPACES
               AND TX-LINE = WS-STATE-LAST-LINE
               MOVE WS-LEDGER-LINES TO WS-POS-LAST
           END-IF
           IF WS-STATE-KEPT-LINE NOT = SPACES
               AND TX-LINE = WS-STATE-KEPT-LINE
               MOVE WS-LEDGER-LINES TO WS-POS-KEPT
           END-IF

           MOVE TX-LINE TO WS-NEW-LAST-LINE
      *    TX-PARTITION solo saca del ledger vivo las filas fechadas
      *    en meses anteriores al de la fecha de negocio
           IF TX-LINE(5:1) = "-"
               AND TX-LINE(1:7) < WS-TODAY-DATE(1:7)
               CONTINUE
           ELSE
               MOVE TX-LINE TO WS-NEW-KEPT-LINE
           END-IF
           .

      * ----------------------------------------------------------------
      * COLLECT-TRIGGERS - Filas posteriores a la marca con fecha
      * valor anterior a hoy sobre cuentas de cliente
      * ----------------------------------------------------------------
       COLLECT-TRIGGERS.
           OPEN INPUT TX-FILE
           IF WS-TX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TX-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-SCAN-START
                           PERFORM CHECK-TRIGGER-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TX-FILE
           .

       CHECK-TRIGGER-LINE.
           PERFORM PARSE-TX-LINE
           IF WS-CSV-VALID = "N"
               OR WS-CSV-DATE NOT < WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF

      *    Las propias filas de intereses no provocan ajustes
           IF WS-CSV-CATEGORY = "INTERES"
               OR WS-CSV-CATEGORY = "INTERES-DEUDOR"
               OR WS-CSV-CATEGORY = "INTERES-AJUSTE"
               OR WS-CSV-CATEGORY = "RETENCION"
               OR WS-CSV-CATEGORY = "BONIFICACION"
               EXIT PARAGRAPH
           END-IF

           IF WS-EFF-COUNT >= 1
               MOVE WS-EFF1-ACCOUNT TO WS-EFF-ACCOUNT
               MOVE WS-EFF1-AMOUNT TO WS-EFF-AMOUNT
               PERFORM ADD-TRIGGER
           END-IF
           IF WS-EFF-COUNT >= 2
               MOVE WS-EFF2-ACCOUNT TO WS-EFF-ACCOUNT
               MOVE WS-EFF2-AMOUNT TO WS-EFF-AMOUNT
               PERFORM ADD-TRIGGER
           END-IF
           .

       ADD-TRIGGER.
           MOVE WS-EFF-ACCOUNT TO WS-LOOKUP-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-TRG-COUNT >= WS-MAX-TRIGGERS
               DISPLAY "Aviso: demasiadas filas con fecha valor "
                   "pasada; se omite " FUNCTION TRIM(WS-CSV-REF)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TRG-COUNT
           MOVE WS-EFF-ACCOUNT TO TRG-ACCOUNT(WS-TRG-COUNT)
           MOVE WS-LOOKUP-INDEX TO TRG-ACC-INDEX(WS-TRG-COUNT)
           MOVE WS-CSV-DATE TO TRG-DATE(WS-TRG-COUNT)
           MOVE WS-EFF-AMOUNT TO TRG-AMOUNT(WS-TRG-COUNT)
           IF WS-CSV-REF = SPACES
               MOVE "SIN-REF" TO TRG-REF(WS-TRG-COUNT)
           ELSE
               MOVE WS-CSV-REF TO TRG-REF(WS-TRG-COUNT)
           END-IF
           MOVE 0 TO TRG-DAYS(WS-TRG-COUNT)
           MOVE 0 TO TRG-CREDIT-ADJ(WS-TRG-COUNT)
           MOVE 0 TO TRG-DEBIT-ADJ(WS-TRG-COUNT)
           MOVE SPACES TO TRG-NOTE(WS-TRG-COUNT)

           IF WS-TRG-COUNT = 1 OR WS-CSV-DATE < WS-MIN-DATE
               MOVE WS-CSV-DATE TO WS-MIN-DATE
           END-IF
           .

      * ----------------------------------------------------------------
      * PARSE-TX-LINE - Campos de TX-LINE y su efecto con signo sobre
      * cada cuenta: una TRANSFER carga el origen y abona el
      * destino; un REVERSAL pesa en sentido contrario a su tipo
      * original
      * ----------------------------------------------------------------
       PARSE-TX-LINE.
           MOVE "N" TO WS-CSV-VALID
           MOVE 0 TO WS-EFF-COUNT
           IF TX-LINE(1:4) = "HDR," OR TX-LINE(1:4) = "TRL,"
               OR TX-LINE(5:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-AUX WS-CSV-REF WS-CSV-CATEGORY
           UNSTRING TX-LINE DELIMITED BY ","
               INTO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
                    WS-CSV-AMOUNT-STR WS-CSV-AUX WS-CSV-REF
                    WS-CSV-CATEGORY
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-STR) TO WS-CSV-AMOUNT
           MOVE "Y" TO WS-CSV-VALID

           MOVE WS-CSV-ACCOUNT TO WS-EFF1-ACCOUNT
           EVALUATE WS-CSV-TYPE
               WHEN "CREDIT"
                   MOVE 1 TO WS-EFF-COUNT
                   MOVE WS-CSV-AMOUNT TO WS-EFF1-AMOUNT
               WHEN "DEBIT"
                   MOVE 1 TO WS-EFF-COUNT
                   COMPUTE WS-EFF1-AMOUNT = WS-CSV-AMOUNT * -1
               WHEN "TRANSFER"
                   MOVE 1 TO WS-EFF-COUNT
                   COMPUTE WS-EFF1-AMOUNT = WS-CSV-AMOUNT * -1
                   IF WS-CSV-AUX NOT = SPACES
                       MOVE 2 TO WS-EFF-COUNT
                       MOVE WS-CSV-AUX(1:30) TO WS-EFF2-ACCOUNT
                       MOVE WS-CSV-AMOUNT TO WS-EFF2-AMOUNT
                   END-IF
               WHEN "REVERSAL"
                   MOVE 1 TO WS-EFF-COUNT
                   MOVE SPACES TO WS-REV-ORIG-TYPE WS-REV-REF
                   UNSTRING WS-CSV-AUX DELIMITED BY ":"
                       INTO WS-REV-ORIG-TYPE WS-REV-REF
                   END-UNSTRING
                   IF WS-REV-ORIG-TYPE = "CREDIT"
                       COMPUTE WS-EFF1-AMOUNT = WS-CSV-AMOUNT * -1
                   ELSE
                       MOVE WS-CSV-AMOUNT TO WS-EFF1-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-CSV-VALID
           END-EVALUATE
           .

      * ----------------------------------------------------------------
      * LOAD-FINAL-BALANCES - Saldo actual de cada cuenta: maestro de
      * cierre mas la cola del ledger que no cubre (la suma
      * COLLECT-DAILY-NETS); sin maestro, la foto de saldos
      * ----------------------------------------------------------------
       LOAD-FINAL-BALANCES.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-USED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ MASTER-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM ADD-MASTER-LINE
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BALANCES-FILE
           IF WS-BAL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BALANCES-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM ADD-BALANCE-LINE
                   END-READ
               END-PERFORM
               CLOSE BALANCES-FILE
           ELSE
               DISPLAY "Aviso: sin maestro de cierre ni "
                   "data/balances.csv; no se puede recalcular"
           END-IF
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
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MASTER-F3 WS-MASTER-F6
           UNSTRING MASTER-LINE DELIMITED BY ","
               INTO WS-MASTER-F1 WS-MASTER-F2 WS-MASTER-F3
                    WS-MASTER-F4 WS-MASTER-F5 WS-MASTER-F6
           END-UNSTRING
           MOVE WS-MASTER-F1 TO WS-LOOKUP-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-FOUND = "Y"
               AND FUNCTION TEST-NUMVAL(WS-MASTER-F6) = 0
               MOVE FUNCTION NUMVAL(WS-MASTER-F6)
                   TO ACC-FINAL(WS-LOOKUP-INDEX)
               MOVE WS-MASTER-F3 TO ACC-STATUS(WS-LOOKUP-INDEX)
           END-IF
           .

       ADD-BALANCE-LINE.
           IF BALANCES-LINE(1:7) = "account"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MASTER-F3 WS-MASTER-F4
           UNSTRING BALANCES-LINE DELIMITED BY ","
               INTO WS-MASTER-F1 WS-MASTER-F2 WS-MASTER-F3
                    WS-MASTER-F4
           END-UNSTRING
           MOVE WS-MASTER-F1 TO WS-LOOKUP-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-FOUND = "Y"
               AND WS-MASTER-F4 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MASTER-F4) = 0
               MOVE FUNCTION NUMVAL(WS-MASTER-F4)
                   TO ACC-FINAL(WS-LOOKUP-INDEX)
               MOVE WS-MASTER-F3 TO ACC-STATUS(WS-LOOKUP-INDEX)
           END-IF
           .

      * ----------------------------------------------------------------
      * COLLECT-DAILY-NETS - Neto por fecha valor de las cuentas con
      * ajuste desde la fecha mas antigua, de las particiones que lo
      * necesitan y del ledger vivo; en el ledger vivo suma ademas
      * al saldo actual la cola que el maestro no cubre
      * ----------------------------------------------------------------
       COLLECT-DAILY-NETS.
           OPEN INPUT PART-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
                   READ PART-MANIFEST-FILE
                   IF WS-MANIFEST-STATUS = "00"
                       AND PART-MANIFEST-REC(1:7) >= WS-MIN-DATE(1:7)
                       MOVE PART-MANIFEST-REC(1:7) TO WS-PART-MONTH
                       PERFORM SCAN-ONE-PARTITION
                   END-IF
               END-PERFORM
               CLOSE PART-MANIFEST-FILE
           END-IF

           OPEN INPUT TX-FILE
           IF WS-TX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ TX-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM PARSE-TX-LINE
                       IF WS-CSV-VALID = "Y"
                           PERFORM ADD-LINE-TO-NETS
                           IF WS-MASTER-USED = "Y"
                               AND WS-LINE-NO > WS-MASTER-COVERED
                               PERFORM ADD-LINE-TO-FINAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TX-FILE

           IF WS-NETS-FULL = "Y"
               DISPLAY "Aviso: tabla de netos diarios llena; los "
                   "ajustes pueden quedar incompletos"
           END-IF
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

           PERFORM UNTIL WS-PART-STATUS NOT = "00"
               READ PART-FILE
               IF WS-PART-STATUS = "00"
                   MOVE PART-LINE TO TX-LINE
                   PERFORM PARSE-TX-LINE
                   IF WS-CSV-VALID = "Y"
                       PERFORM ADD-LINE-TO-NETS
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PART-FILE
           .

       ADD-LINE-TO-NETS.
           IF WS-CSV-DATE < WS-MIN-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-EFF-COUNT >= 1
               MOVE WS-EFF1-ACCOUNT TO WS-EFF-ACCOUNT
               MOVE WS-EFF1-AMOUNT TO WS-EFF-AMOUNT
               PERFORM ADD-TO-NET-TABLE
           END-IF
           IF WS-EFF-COUNT >= 2
               MOVE WS-EFF2-ACCOUNT TO WS-EFF-ACCOUNT
               MOVE WS-EFF2-AMOUNT TO WS-EFF-AMOUNT
               PERFORM ADD-TO-NET-TABLE
           END-IF
           .

      *    Solo interesan las cuentas con alguna fila a ajustar
       ADD-TO-NET-TABLE.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-TRG FROM 1 BY 1
               UNTIL IX-TRG > WS-TRG-COUNT OR WS-FOUND = "Y"
               IF TRG-ACCOUNT(IX-TRG) = WS-EFF-ACCOUNT
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-NET-FOUND
           PERFORM VARYING IX-NET FROM 1 BY 1
               UNTIL IX-NET > WS-NET-COUNT OR WS-NET-FOUND = "Y"
               IF NET-ACCOUNT(IX-NET) = WS-EFF-ACCOUNT
                   AND NET-DATE(IX-NET) = WS-CSV-DATE
                   MOVE "Y" TO WS-NET-FOUND
                   ADD WS-EFF-AMOUNT TO NET-AMOUNT(IX-NET)
               END-IF
           END-PERFORM

           IF WS-NET-FOUND = "N"
               IF WS-NET-COUNT < WS-MAX-NETS
                   ADD 1 TO WS-NET-COUNT
                   MOVE WS-EFF-ACCOUNT TO NET-ACCOUNT(WS-NET-COUNT)
                   MOVE WS-CSV-DATE TO NET-DATE(WS-NET-COUNT)
                   MOVE WS-EFF-AMOUNT TO NET-AMOUNT(WS-NET-COUNT)
               ELSE
                   MOVE "Y" TO WS-NETS-FULL
               END-IF
           END-IF
           .

       ADD-LINE-TO-FINAL.
           IF WS-EFF-COUNT >= 1
               MOVE WS-EFF1-ACCOUNT TO WS-LOOKUP-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-FOUND = "Y"
                   ADD WS-EFF1-AMOUNT TO ACC-FINAL(WS-LOOKUP-INDEX)
               END-IF
           END-IF
           IF WS-EFF-COUNT >= 2
               MOVE WS-EFF2-ACCOUNT TO WS-LOOKUP-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-FOUND = "Y"
                   ADD WS-EFF2-AMOUNT TO ACC-FINAL(WS-LOOKUP-INDEX)
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * ADJUST-ONE-TRIGGER - Recalcula los intereses de la cuenta de
      * la fila IX-TRG con y sin ella y asienta la diferencia
      * ----------------------------------------------------------------
       ADJUST-ONE-TRIGGER.
           SET IX-ACC TO TRG-ACC-INDEX(IX-TRG)
           IF ACC-STATUS(IX-ACC) NOT = "OPEN"
               MOVE "cuenta no abierta" TO TRG-NOTE(IX-TRG)
               EXIT PARAGRAPH
           END-IF

           PERFORM SELECT-ACCOUNT-PRODUCT

      *    Saldo al cierre de ayer: el actual menos lo fechado hoy
      *    o despues
           MOVE ACC-FINAL(IX-ACC) TO WS-RUNNING-BAL
           PERFORM VARYING IX-NET FROM 1 BY 1
               UNTIL IX-NET > WS-NET-COUNT
               IF NET-ACCOUNT(IX-NET) = TRG-ACCOUNT(IX-TRG)
                   AND NET-DATE(IX-NET) >= WS-TODAY-DATE
                   SUBTRACT NET-AMOUNT(IX-NET) FROM WS-RUNNING-BAL
               END-IF
           END-PERFORM

           MOVE TRG-DATE(IX-TRG) TO WS-ROLL-DATE
           PERFORM CLASSIFY-ROLL-DATE
           MOVE WS-ROLL-INTEGER TO WS-FIRST-INTEGER
           MOVE WS-TODAY-DATE TO WS-ROLL-DATE
           PERFORM CLASSIFY-ROLL-DATE
           COMPUTE WS-DAY-INTEGER = WS-ROLL-INTEGER - 1

      *    Hacia atras desde ayer: el saldo al cierre de cada dia
      *    habil alimento el devengo del dia habil siguiente, con
      *    los tipos vigentes ese dia
           MOVE WS-TODAY-DATE TO WS-RUN-ON-DATE
           MOVE SPACES TO WS-DAY-RATES-DATE
           PERFORM UNTIL WS-DAY-INTEGER < WS-FIRST-INTEGER
               PERFORM RECALC-ONE-DAY
               SUBTRACT 1 FROM WS-DAY-INTEGER
           END-PERFORM

           IF TRG-CREDIT-ADJ(IX-TRG) = 0
               AND TRG-DEBIT-ADJ(IX-TRG) = 0
               MOVE "sin efecto en intereses" TO TRG-NOTE(IX-TRG)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-ADJUSTED
           ADD TRG-CREDIT-ADJ(IX-TRG) TO WS-TOTAL-CREDIT-ADJ
           ADD TRG-DEBIT-ADJ(IX-TRG) TO WS-TOTAL-DEBIT-ADJ
           MOVE "ajustado" TO TRG-NOTE(IX-TRG)

           IF TRG-CREDIT-ADJ(IX-TRG) NOT = 0
               PERFORM POST-CREDIT-ADJUSTMENT
           END-IF
           IF TRG-DEBIT-ADJ(IX-TRG) NOT = 0
               PERFORM POST-DEBIT-ADJUSTMENT
           END-IF
           .

       RECALC-ONE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               TO WS-ROLL-YYYYMMDD
           MOVE SPACES TO WS-ROLL-DATE
           STRING WS-ROLL-YYYYMMDD(1:4) "-"
                  WS-ROLL-YYYYMMDD(5:2) "-"
                  WS-ROLL-YYYYMMDD(7:2)
               INTO WS-ROLL-DATE
           END-STRING
           MOVE WS-ROLL-DATE TO WS-DAY-DATE
           PERFORM CLASSIFY-ROLL-DATE

           IF WS-ROLL-IS-BUSINESS = "Y"
               IF WS-DAY-RATES-DATE NOT = WS-RUN-ON-DATE
                   PERFORM LOAD-RATES-FOR-DAY
               END-IF
               ADD 1 TO TRG-DAYS(IX-TRG)

      *        Con la fila (saldo real) menos sin ella (lo devengado)
               MOVE WS-RUNNING-BAL TO WS-CALC-BALANCE
               PERFORM CALC-CREDIT-INTEREST
               MOVE WS-CALC-INTEREST TO WS-CREDIT-WITH
               PERFORM CALC-DEBIT-INTEREST
               MOVE WS-CALC-INTEREST TO WS-DEBIT-WITH

               COMPUTE WS-CALC-BALANCE =
                   WS-RUNNING-BAL - TRG-AMOUNT(IX-TRG)
               PERFORM CALC-CREDIT-INTEREST
               COMPUTE TRG-CREDIT-ADJ(IX-TRG) =
                   TRG-CREDIT-ADJ(IX-TRG) + WS-CREDIT-WITH
                   - WS-CALC-INTEREST
               PERFORM CALC-DEBIT-INTEREST
               COMPUTE TRG-DEBIT-ADJ(IX-TRG) =
                   TRG-DEBIT-ADJ(IX-TRG) + WS-DEBIT-WITH
                   - WS-CALC-INTEREST

               MOVE WS-DAY-DATE TO WS-RUN-ON-DATE
           END-IF

      *    El dia anterior no incluye lo fechado este dia
           PERFORM VARYING IX-NET FROM 1 BY 1
               UNTIL IX-NET > WS-NET-COUNT
               IF NET-ACCOUNT(IX-NET) = TRG-ACCOUNT(IX-TRG)
                   AND NET-DATE(IX-NET) = WS-DAY-DATE
                   SUBTRACT NET-AMOUNT(IX-NET) FROM WS-RUNNING-BAL
               END-IF
           END-PERFORM
           .

      * Interes acreedor de un dia sobre WS-CALC-BALANCE: todo el
      * saldo al tipo de su tramo, como INTEREST-ACCRUAL
       CALC-CREDIT-INTEREST.
           MOVE 0 TO WS-CALC-INTEREST
           IF WS-ACC-EARNS = "N" OR WS-CALC-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-CALC-BALANCE <= WS-DAY-TIER1-MAX
                   MOVE WS-DAY-TIER1-RATE TO WS-CALC-RATE
               WHEN WS-CALC-BALANCE <= WS-DAY-TIER2-MAX
                   MOVE WS-DAY-TIER2-RATE TO WS-CALC-RATE
               WHEN OTHER
                   MOVE WS-DAY-TIER3-RATE TO WS-CALC-RATE
           END-EVALUATE

           COMPUTE WS-CALC-INTEREST ROUNDED =
               WS-CALC-BALANCE * WS-CALC-RATE
           .

      * Interes deudor de un dia sobre WS-CALC-BALANCE, como
      * DEBIT-INTEREST
       CALC-DEBIT-INTEREST.
           MOVE 0 TO WS-CALC-INTEREST
           IF WS-CALC-BALANCE NOT < 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CALC-INTEREST ROUNDED =
               WS-CALC-BALANCE * WS-DAY-DEBIT-RATE * -1
           .

      * ----------------------------------------------------------------
      * SELECT-ACCOUNT-PRODUCT - Reglas del producto de la cuenta
      * IX-ACC: si devenga, su juego de tramos y su tipo deudor
      * ----------------------------------------------------------------
       SELECT-ACCOUNT-PRODUCT.
           MOVE "Y" TO WS-ACC-EARNS
           MOVE "1" TO WS-ACC-TIERSET
           MOVE "N" TO WS-ACC-HAS-DEBIT
           MOVE 0 TO WS-ACC-DEBIT-RATE

           MOVE "N" TO WS-CAT-FOUND
           PERFORM VARYING IX-CAT FROM 1 BY 1
               UNTIL IX-CAT > WS-CATALOG-COUNT
                   OR WS-CAT-FOUND = "Y"
               IF CAT-TYPE(IX-CAT) = ACC-TYPE(IX-ACC)
                   MOVE "Y" TO WS-CAT-FOUND
                   SET WS-CAT-INDEX TO IX-CAT
               END-IF
           END-PERFORM

           IF WS-CAT-FOUND = "Y"
               IF CAT-INTEREST(WS-CAT-INDEX) = "N"
                   MOVE "N" TO WS-ACC-EARNS
               END-IF
               IF CAT-TIERSET(WS-CAT-INDEX) = "2"
                   MOVE "2" TO WS-ACC-TIERSET
               END-IF
               IF CAT-HAS-DEBIT(WS-CAT-INDEX) = "Y"
                   MOVE "Y" TO WS-ACC-HAS-DEBIT
                   MOVE CAT-DEBIT-RATE(WS-CAT-INDEX)
                       TO WS-ACC-DEBIT-RATE
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-RATES-FOR-DAY - Tramos del juego de la cuenta y tipo
      * deudor vigentes en WS-RUN-ON-DATE
      * ----------------------------------------------------------------
       LOAD-RATES-FOR-DAY.
           MOVE WS-RUN-ON-DATE TO WS-DAY-RATES-DATE
           MOVE WS-RUN-ON-DATE TO WS-IRT-ON-DATE

           MOVE WS-ACC-TIERSET TO WS-IRT-WANTED
           PERFORM FIND-RATE-ON-DATE
           IF WS-IRT-BEST-INDEX > 0
               MOVE IRT-T1-MAX(WS-IRT-BEST-INDEX)  TO WS-DAY-TIER1-MAX
               MOVE IRT-T1-RATE(WS-IRT-BEST-INDEX)
                   TO WS-DAY-TIER1-RATE
               MOVE IRT-T2-MAX(WS-IRT-BEST-INDEX)  TO WS-DAY-TIER2-MAX
               MOVE IRT-T2-RATE(WS-IRT-BEST-INDEX)
                   TO WS-DAY-TIER2-RATE
               MOVE IRT-T3-RATE(WS-IRT-BEST-INDEX)
                   TO WS-DAY-TIER3-RATE
           ELSE
               IF WS-ACC-TIERSET = "2"
                   MOVE WS-HIST-T2-TIER1-MAX  TO WS-DAY-TIER1-MAX
                   MOVE WS-HIST-T2-TIER1-RATE TO WS-DAY-TIER1-RATE
                   MOVE WS-HIST-T2-TIER2-MAX  TO WS-DAY-TIER2-MAX
                   MOVE WS-HIST-T2-TIER2-RATE TO WS-DAY-TIER2-RATE
                   MOVE WS-HIST-T2-TIER3-RATE TO WS-DAY-TIER3-RATE
               ELSE
                   MOVE WS-HIST-T1-TIER1-MAX  TO WS-DAY-TIER1-MAX
                   MOVE WS-HIST-T1-TIER1-RATE TO WS-DAY-TIER1-RATE
                   MOVE WS-HIST-T1-TIER2-MAX  TO WS-DAY-TIER2-MAX
                   MOVE WS-HIST-T1-TIER2-RATE TO WS-DAY-TIER2-RATE
                   MOVE WS-HIST-T1-TIER3-RATE TO WS-DAY-TIER3-RATE
               END-IF
           END-IF

      *    El tipo deudor del catalogo manda sobre el del juego DEBIT
           IF WS-ACC-HAS-DEBIT = "Y"
               MOVE WS-ACC-DEBIT-RATE TO WS-DAY-DEBIT-RATE
           ELSE
               MOVE "DEBIT" TO WS-IRT-WANTED
               PERFORM FIND-RATE-ON-DATE
               IF WS-IRT-BEST-INDEX > 0
                   MOVE IRT-T1-RATE(WS-IRT-BEST-INDEX)
                       TO WS-DAY-DEBIT-RATE
               ELSE
                   MOVE WS-HIST-DEBIT-RATE TO WS-DAY-DEBIT-RATE
               END-IF
           END-IF
           .

      * Fila del juego WS-IRT-WANTED con la fecha efectiva mas
      * reciente que no pase de WS-IRT-ON-DATE; a igual fecha manda
      * la ultima del fichero
       FIND-RATE-ON-DATE.
           MOVE 0 TO WS-IRT-BEST-INDEX
           MOVE SPACES TO WS-IRT-BEST-DATE
           PERFORM VARYING IX-IRT FROM 1 BY 1
               UNTIL IX-IRT > WS-IRT-COUNT
               IF IRT-SET(IX-IRT) = WS-IRT-WANTED
                   AND IRT-DATE(IX-IRT) NOT > WS-IRT-ON-DATE
                   AND IRT-DATE(IX-IRT) NOT < WS-IRT-BEST-DATE
                   MOVE IRT-DATE(IX-IRT) TO WS-IRT-BEST-DATE
                   SET WS-IRT-BEST-INDEX TO IX-IRT
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * LOAD-RATE-TABLE - Todas las filas validas de la tabla de tipos
      * ----------------------------------------------------------------
       LOAD-RATE-TABLE.
           ACCEPT WS-ENV-RATE FROM ENVIRONMENT "MINIBANK_DEBIT_RATE"
           IF WS-ENV-RATE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-RATE) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-RATE) TO WS-HIST-DEBIT-RATE
           END-IF

           OPEN INPUT IRATES-FILE
           IF WS-IRATES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-IRATES-STATUS NOT = "00"
               READ IRATES-FILE
               IF WS-IRATES-STATUS = "00"
                   AND IRATES-LINE(1:7) NOT = "tierset"
                   AND WS-IRT-COUNT < WS-MAX-IRT
                   PERFORM ADD-RATE-ROW
               END-IF
           END-PERFORM

           CLOSE IRATES-FILE
           .

       ADD-RATE-ROW.
           MOVE SPACES TO WS-IRT-SET WS-IRT-DATE
               WS-IRT-T1-MAX-STR WS-IRT-T1-RATE-STR
               WS-IRT-T2-MAX-STR WS-IRT-T2-RATE-STR
               WS-IRT-T3-RATE-STR
           UNSTRING IRATES-LINE DELIMITED BY ","
               INTO WS-IRT-SET WS-IRT-DATE
                    WS-IRT-T1-MAX-STR WS-IRT-T1-RATE-STR
                    WS-IRT-T2-MAX-STR WS-IRT-T2-RATE-STR
                    WS-IRT-T3-RATE-STR
           END-UNSTRING

      *    El juego DEBIT solo usa el tipo del primer tramo
           IF FUNCTION TEST-NUMVAL(WS-IRT-T1-RATE-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-IRT-SET NOT = "DEBIT"
               IF FUNCTION TEST-NUMVAL(WS-IRT-T1-MAX-STR) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-IRT-T2-MAX-STR) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-IRT-T2-RATE-STR) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-IRT-T3-RATE-STR) NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-IRT-COUNT
           MOVE WS-IRT-SET TO IRT-SET(WS-IRT-COUNT)
           MOVE WS-IRT-DATE TO IRT-DATE(WS-IRT-COUNT)
           MOVE FUNCTION NUMVAL(WS-IRT-T1-RATE-STR)
               TO IRT-T1-RATE(WS-IRT-COUNT)
           MOVE 0 TO IRT-T1-MAX(WS-IRT-COUNT) IRT-T2-MAX(WS-IRT-COUNT)
               IRT-T2-RATE(WS-IRT-COUNT) IRT-T3-RATE(WS-IRT-COUNT)
           IF WS-IRT-SET NOT = "DEBIT"
               MOVE FUNCTION NUMVAL(WS-IRT-T1-MAX-STR)
                   TO IRT-T1-MAX(WS-IRT-COUNT)
               MOVE FUNCTION NUMVAL(WS-IRT-T2-MAX-STR)
                   TO IRT-T2-MAX(WS-IRT-COUNT)
               MOVE FUNCTION NUMVAL(WS-IRT-T2-RATE-STR)
                   TO IRT-T2-RATE(WS-IRT-COUNT)
               MOVE FUNCTION NUMVAL(WS-IRT-T3-RATE-STR)
                   TO IRT-T3-RATE(WS-IRT-COUNT)
           END-IF
           .

      * ----------------------------------------------------------------
      * POST-CREDIT-ADJUSTMENT - El interes acreedor aun no se ha
      * pagado: la diferencia va al registro de devengados y al
      * diario de periodificacion
      * ----------------------------------------------------------------
       POST-CREDIT-ADJUSTMENT.
           MOVE TRG-ACCOUNT(IX-TRG) TO WS-ACR-ACCOUNT
           PERFORM FIND-OR-ADD-ACCRUED
           IF WS-ACR-FOUND = "N"
               DISPLAY "Aviso: registro de devengos lleno, sin "
                   "ajuste acreedor para " TRG-ACCOUNT(IX-TRG)
               EXIT PARAGRAPH
           END-IF

           IF ACR-AMOUNT(WS-ACR-INDEX) = 0
               MOVE WS-TODAY-DATE TO ACR-SINCE(WS-ACR-INDEX)
           END-IF
           ADD TRG-CREDIT-ADJ(IX-TRG) TO ACR-AMOUNT(WS-ACR-INDEX)
           MOVE "Y" TO WS-ACR-CHANGED

           IF TRG-CREDIT-ADJ(IX-TRG) > 0
               MOVE "DEVENGO" TO WS-POST-CATEGORY
               MOVE TRG-CREDIT-ADJ(IX-TRG) TO WS-POST-AMOUNT
           ELSE
               MOVE "DEVENGO-REV" TO WS-POST-CATEGORY
               COMPUTE WS-POST-AMOUNT = TRG-CREDIT-ADJ(IX-TRG) * -1
           END-IF
           MOVE TRG-ACCOUNT(IX-TRG) TO WS-POST-ACCOUNT
           MOVE "ACCRUAL" TO WS-POST-TYPE
           MOVE TRG-REF(IX-TRG) TO WS-POST-AUX
           PERFORM BUILD-POST-LINE
           WRITE JOURNAL-LINE FROM WS-POST-LINE
           .

      * ----------------------------------------------------------------
      * POST-DEBIT-ADJUSTMENT - El interes deudor ya se cargo: la
      * diferencia se carga (o se devuelve) en la cuenta con
      * categoria INTERES-AJUSTE y contrapartida en INTINCOME
      * ----------------------------------------------------------------
       POST-DEBIT-ADJUSTMENT.
           MOVE "INTERES-AJUSTE" TO WS-POST-CATEGORY
           IF TRG-DEBIT-ADJ(IX-TRG) > 0
               MOVE TRG-DEBIT-ADJ(IX-TRG) TO WS-POST-AMOUNT
               MOVE "DEBIT" TO WS-POST-TYPE
           ELSE
               COMPUTE WS-POST-AMOUNT = TRG-DEBIT-ADJ(IX-TRG) * -1
               MOVE "CREDIT" TO WS-POST-TYPE
           END-IF

           MOVE TRG-ACCOUNT(IX-TRG) TO WS-POST-ACCOUNT
           MOVE TRG-REF(IX-TRG) TO WS-POST-AUX
           PERFORM BUILD-POST-LINE
           WRITE TX-LINE FROM WS-POST-LINE
           MOVE WS-POST-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           MOVE WS-POST-LINE TO WS-NEW-LAST-LINE
           MOVE WS-POST-LINE TO WS-NEW-KEPT-LINE

      *    Contrapartida en sentido contrario, con la cuenta del
      *    cliente en el campo auxiliar
           IF WS-POST-TYPE = "DEBIT"
               MOVE "CREDIT" TO WS-POST-TYPE
           ELSE
               MOVE "DEBIT" TO WS-POST-TYPE
           END-IF
           MOVE WS-INTINCOME-ACCOUNT TO WS-POST-ACCOUNT
           MOVE TRG-ACCOUNT(IX-TRG) TO WS-POST-AUX
           PERFORM BUILD-POST-LINE
           WRITE TX-LINE FROM WS-POST-LINE
           MOVE WS-POST-LINE TO CHAIN-ROW
           PERFORM SEAL-LEDGER-ROW
           MOVE WS-POST-LINE TO WS-NEW-LAST-LINE
           MOVE WS-POST-LINE TO WS-NEW-KEPT-LINE
           .

      * Fila fecha,cuenta,tipo,importe,auxiliar,referencia,categoria
       BUILD-POST-LINE.
           MOVE WS-POST-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-AMOUNT-STR
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR

           PERFORM BUILD-TX-REF
           MOVE SPACES TO WS-POST-LINE
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-POST-ACCOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-POST-TYPE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-POST-AUX DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-POST-CATEGORY DELIMITED BY SPACE
               INTO WS-POST-LINE
           END-STRING
           .

      * ----------------------------------------------------------------
      * SAVE-SCAN-STATE - Marca para la ejecucion siguiente
      * ----------------------------------------------------------------
       SAVE-SCAN-STATE.
           OPEN OUTPUT STATE-FILE
           MOVE SPACES TO STATE-LINE
           STRING "backvalue-scan," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO STATE-LINE
           END-STRING
           WRITE STATE-LINE
           WRITE STATE-LINE FROM WS-NEW-LAST-LINE
           WRITE STATE-LINE FROM WS-NEW-KEPT-LINE
           CLOSE STATE-FILE
           .

      * ----------------------------------------------------------------
      * WRITE-REPORT - Todas las filas con fecha valor pasada y el
      * ajuste que han provocado
      * ----------------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "AJUSTES DE INTERESES POR FECHA VALOR - "
                  DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-STATE-FOUND = "N"
               MOVE SPACES TO REPORT-LINE
               STRING "Primera ejecucion: marca del ledger fijada, "
                      DELIMITED BY SIZE
                      "sin ajustes" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-ANCHOR-LOST = "Y"
               MOVE "AVISO: marca anterior no encontrada en el ledger"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CUENTA               F.VALOR    REFERENCIA"
                  DELIMITED BY SIZE
                  "                 IMPORTE  DIAS" DELIMITED BY SIZE
                  "         ACREEDOR          DEUDOR  NOTA"
                  DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING IX-TRG FROM 1 BY 1
               UNTIL IX-TRG > WS-TRG-COUNT
               MOVE TRG-AMOUNT(IX-TRG) TO FORMATTED-AMT
               MOVE TRG-CREDIT-ADJ(IX-TRG) TO FORMATTED-AMT2
               MOVE TRG-DEBIT-ADJ(IX-TRG) TO FORMATTED-AMT3
               MOVE TRG-DAYS(IX-TRG) TO WS-DAYS-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING TRG-ACCOUNT(IX-TRG)(1:20) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRG-DATE(IX-TRG) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TRG-REF(IX-TRG) DELIMITED BY SIZE
                      FORMATTED-AMT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DAYS-EDIT DELIMITED BY SIZE
                      FORMATTED-AMT2 DELIMITED BY SIZE
                      FORMATTED-AMT3 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TRG-NOTE(IX-TRG) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           MOVE WS-TOTAL-CREDIT-ADJ TO FORMATTED-AMT2
           MOVE WS-TOTAL-DEBIT-ADJ TO FORMATTED-AMT3
           MOVE WS-TRG-COUNT TO WS-DAYS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL FILAS: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
                  "  AJUSTADAS: " DELIMITED BY SIZE
                  WS-TOTAL-ADJUSTED DELIMITED BY SIZE
                  "  ACREEDOR: " DELIMITED BY SIZE
                  FORMATTED-AMT2 DELIMITED BY SIZE
                  "  DEUDOR: " DELIMITED BY SIZE
                  FORMATTED-AMT3 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-ACCRUED-REGISTER - Saldo devengado pendiente de pago por
      * cuenta (lo mantiene INTEREST-ACCRUAL)
      * ----------------------------------------------------------------
       LOAD-ACCRUED-REGISTER.
           OPEN INPUT ACCRUED-FILE
           IF WS-ACCRUED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-ACCRUED-STATUS NOT = "00"
               READ ACCRUED-FILE
               IF WS-ACCRUED-STATUS = "00"
                   AND ACCRUED-LINE(1:7) NOT = "account"
                   PERFORM ADD-ACCRUED-ROW
               END-IF
           END-PERFORM

           CLOSE ACCRUED-FILE
           .

       ADD-ACCRUED-ROW.
           MOVE SPACES TO WS-ACR-ACCOUNT WS-ACR-AMOUNT-STR
               WS-ACR-SINCE WS-ACR-LAST
           UNSTRING ACCRUED-LINE DELIMITED BY ","
               INTO WS-ACR-ACCOUNT WS-ACR-AMOUNT-STR
                    WS-ACR-SINCE WS-ACR-LAST
           END-UNSTRING

           IF WS-ACR-ACCOUNT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ACR-AMOUNT-STR) NOT = 0
               DISPLAY "Aviso: fila de devengos no valida, se "
                   "ignora: " FUNCTION TRIM(ACCRUED-LINE)
               EXIT PARAGRAPH
           END-IF

           IF WS-ACR-COUNT < WS-MAX-ACCRUED
               ADD 1 TO WS-ACR-COUNT
               MOVE WS-ACR-ACCOUNT TO ACR-ACCOUNT(WS-ACR-COUNT)
               MOVE FUNCTION NUMVAL(WS-ACR-AMOUNT-STR)
                   TO ACR-AMOUNT(WS-ACR-COUNT)
               MOVE WS-ACR-SINCE TO ACR-SINCE(WS-ACR-COUNT)
               MOVE WS-ACR-LAST TO ACR-LAST(WS-ACR-COUNT)
           END-IF
           .

       FIND-OR-ADD-ACCRUED.
           MOVE "N" TO WS-ACR-FOUND
           PERFORM VARYING IX-ACR FROM 1 BY 1
               UNTIL IX-ACR > WS-ACR-COUNT OR WS-ACR-FOUND = "Y"
               IF ACR-ACCOUNT(IX-ACR) = WS-ACR-ACCOUNT
                   MOVE "Y" TO WS-ACR-FOUND
                   SET WS-ACR-INDEX TO IX-ACR
               END-IF
           END-PERFORM

           IF WS-ACR-FOUND = "N"
               AND WS-ACR-COUNT < WS-MAX-ACCRUED
               ADD 1 TO WS-ACR-COUNT
               MOVE WS-ACR-ACCOUNT TO ACR-ACCOUNT(WS-ACR-COUNT)
               MOVE 0 TO ACR-AMOUNT(WS-ACR-COUNT)
               MOVE SPACES TO ACR-SINCE(WS-ACR-COUNT)
               MOVE SPACES TO ACR-LAST(WS-ACR-COUNT)
               MOVE "Y" TO WS-ACR-FOUND
               MOVE WS-ACR-COUNT TO WS-ACR-INDEX
           END-IF
           .

       REWRITE-ACCRUED-REGISTER.
           OPEN OUTPUT ACCRUED-OUT-FILE
           MOVE "account,accrued,since,last-accrual"
               TO ACCRUED-OUT-LINE
           WRITE ACCRUED-OUT-LINE

           PERFORM VARYING IX-ACR FROM 1 BY 1
               UNTIL IX-ACR > WS-ACR-COUNT
               MOVE ACR-AMOUNT(IX-ACR) TO WS-ACR-EDIT
               MOVE SPACES TO ACCRUED-OUT-LINE
               STRING ACR-ACCOUNT(IX-ACR) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACR-EDIT) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      ACR-SINCE(IX-ACR) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      ACR-LAST(IX-ACR) DELIMITED BY SPACE
                   INTO ACCRUED-OUT-LINE
               END-STRING
               WRITE ACCRUED-OUT-LINE
           END-PERFORM

           CLOSE ACCRUED-OUT-FILE
           CALL "SYSTEM" USING WS-ACCRUED-MV-COMMAND
           .

      * ----------------------------------------------------------------
      * LOAD-SEED-ACCOUNTS - Cuentas de cliente y su tipo de producto
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
           MOVE SPACES TO WS-SEED-OVERDRAFT
           MOVE SPACES TO WS-SEED-LIMIT
           MOVE SPACES TO WS-SEED-TYPE
           UNSTRING SEED-LINE DELIMITED BY ","
               INTO WS-SEED-ID WS-SEED-NAME WS-SEED-OVERDRAFT
                    WS-SEED-LIMIT WS-SEED-TYPE
           END-UNSTRING

           IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-SEED-ID TO ACC-ID(WS-ACC-COUNT)
               MOVE 0 TO ACC-FINAL(WS-ACC-COUNT)
               MOVE SPACES TO ACC-STATUS(WS-ACC-COUNT)
               IF WS-SEED-TYPE = SPACES
                   MOVE "CHECKING" TO ACC-TYPE(WS-ACC-COUNT)
               ELSE
                   MOVE WS-SEED-TYPE TO ACC-TYPE(WS-ACC-COUNT)
               END-IF
           END-IF
           .

       FIND-ACCOUNT-BY-ID.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT OR WS-FOUND = "Y"
               IF ACC-ID(IX-ACC) = WS-LOOKUP-ID
                   MOVE "Y" TO WS-FOUND
                   SET WS-LOOKUP-INDEX TO IX-ACC
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * LOAD-PRODUCT-CATALOG - Reglas por tipo de producto; la 7a
      * columna (opcional) es el tipo deudor del producto
      * ----------------------------------------------------------------
       LOAD-PRODUCT-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CATALOG-STATUS NOT = "00"
               READ CATALOG-FILE
               IF WS-CATALOG-STATUS = "00"
                   AND CATALOG-LINE(1:4) NOT = "type"
                   AND WS-CATALOG-COUNT < 20
                   ADD 1 TO WS-CATALOG-COUNT
                   MOVE SPACES TO WS-CAT-RATE-STR
                   UNSTRING CATALOG-LINE DELIMITED BY ","
                       INTO CAT-TYPE(WS-CATALOG-COUNT)
                            CAT-INTEREST(WS-CATALOG-COUNT)
                            CAT-TIERSET(WS-CATALOG-COUNT)
                            CAT-WITHDRAW(WS-CATALOG-COUNT)
                            CAT-OVERDRAFT(WS-CATALOG-COUNT)
                            CAT-FEEPKG(WS-CATALOG-COUNT)
                            WS-CAT-RATE-STR
                   END-UNSTRING
                   IF WS-CAT-RATE-STR NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-CAT-RATE-STR) = 0
                       MOVE FUNCTION NUMVAL(WS-CAT-RATE-STR)
                           TO CAT-DEBIT-RATE(WS-CATALOG-COUNT)
                       MOVE "Y" TO CAT-HAS-DEBIT(WS-CATALOG-COUNT)
                   ELSE
                       MOVE 0 TO CAT-DEBIT-RATE(WS-CATALOG-COUNT)
                       MOVE "N" TO CAT-HAS-DEBIT(WS-CATALOG-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CATALOG-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-HOLIDAYS - Festivos del calendario laboral (uno por
      * linea, AAAA-MM-DD); sin fichero solo cuentan los fines de
      * semana
      * ----------------------------------------------------------------
       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOLIDAY-COUNT
           OPEN INPUT HOLIDAYS-FILE
           IF WS-HOLIDAYS-STATUS = "00"
               PERFORM UNTIL WS-HOLIDAYS-STATUS NOT = "00"
                   READ HOLIDAYS-FILE INTO WS-ROLL-DATE
                   IF WS-HOLIDAYS-STATUS = "00"
                       AND WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE WS-ROLL-DATE
                           TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
                   END-IF
               END-PERFORM
               CLOSE HOLIDAYS-FILE
           END-IF
           .

      * El dia 1 del calendario interno (1601-01-01) fue lunes, asi
      * que el resto de (dia juliano - 1) entre 7 da 5 para sabado
      * y 6 para domingo
       CLASSIFY-ROLL-DATE.
           MOVE WS-ROLL-DATE(1:4) TO WS-ROLL-YYYYMMDD(1:4)
           MOVE WS-ROLL-DATE(6:2) TO WS-ROLL-YYYYMMDD(5:2)
           MOVE WS-ROLL-DATE(9:2) TO WS-ROLL-YYYYMMDD(7:2)
           COMPUTE WS-ROLL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ROLL-YYYYMMDD)
           COMPUTE WS-ROLL-DOW =
               FUNCTION MOD(WS-ROLL-INTEGER - 1, 7)

           MOVE "Y" TO WS-ROLL-IS-BUSINESS
           IF WS-ROLL-DOW >= 5
               MOVE "N" TO WS-ROLL-IS-BUSINESS
           END-IF
           PERFORM VARYING WS-HOL-IX FROM 1 BY 1
               UNTIL WS-HOL-IX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY(WS-HOL-IX) = WS-ROLL-DATE
                   MOVE "N" TO WS-ROLL-IS-BUSINESS
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * BUILD-TX-REF - Referencia unica de la fila que se va a anotar
      * ----------------------------------------------------------------
       BUILD-TX-REF.
           ACCEPT WS-TX-REF-TIME FROM TIME
           ADD 1 TO WS-TX-REF-SEQ
           IF WS-TX-REF-SEQ > 999999
               MOVE 1 TO WS-TX-REF-SEQ
           END-IF
           MOVE SPACES TO WS-TX-REF
           STRING "BV-"          DELIMITED BY SIZE
                  WS-TX-REF-TIME DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-TX-REF-SEQ  DELIMITED BY SIZE
               INTO WS-TX-REF
           END-STRING
           .

      * ----------------------------------------------------------------
      * GET-TODAY-DATE - Fecha de hoy en formato YYYY-MM-DD
      * ----------------------------------------------------------------
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

       END PROGRAM BACKVALUE-ADJUST.
