      ******************************************************************
      * ACCOUNT-ANALYSIS: Analisis mensual de cuentas de empresa
      *
      * Las cuentas cuyo producto figura como empresa en el
      * catalogo (columna 9 de data/product-catalog.csv = Y) no
      * pagan comisiones por apunte en FEE-POSTING: cada mes
      * reciben un extracto de analisis que cuenta los servicios
      * utilizados, los valora y los compensa con un credito por
      * saldos sobre el saldo medio disponible. Solo el cargo neto
      * resultante llega al ledger.
      *
      * Servicios que se cuentan en el mes (filas del ledger):
      *   DEPOSIT   ingresos: CREDIT de la cuenta con categoria
      *             VENTANILLA o CHEQUE
      *   CHQPAID   cheques pagados: DEBIT con categoria CHEQUE
      *   TRANSFER  transferencias internas: TRANSFER emitida que
      *             no sea EXTERIOR
      *   OUTBOUND  compensacion saliente: TRANSFER EXTERIOR
      *   PAYROLL   abonos de nomina: cada CREDIT NOMINA a un
      *             empleado con la cuenta en el auxiliar
      * Precios: filas de data/fee-schedule.csv con frecuencia
      * ANALYSIS y base PER-ITEM cuyo codigo es el del servicio
      * (paquete ALL o el del producto; el paquete propio manda).
      * La fila de codigo ECR y base RATE da el tipo anual del
      * credito por saldos (fraccion, 0.0150 = 1,5 %).
      *
      * Saldo medio del mes como en CUSTOMER-PROFIT (maestro de
      * cierre data/account-master.csv mas la cola del ledger y
      * las particiones de data/tx-partitions.dat). Las retenciones
      * de data/holds.csv descuentan por los dias del mes que
      * estuvieron activas: las ACTIVE hasta su vencimiento o fin
      * de mes, las EXPIRED hasta su vencimiento; las liberadas a
      * mano no tienen fecha de fin y no se descuentan.
      *   saldo disponible = saldo medio - retenciones medias
      *   credito = saldo disponible * ECR * dias del mes / 365
      *   cargo neto = servicios - credito (nunca negativo)
      *
      * Paso de primer dia habil del mes de EOD-DRIVER (frecuencia
      * MONTH-START) sobre el mes vencido: anota el cargo
      * neto como DEBIT con auxiliar FEE:ANALYSIS y categoria
      * COMISION, con su contrapartida CREDIT a FEEINCOME, igual que
      * FEE-POSTING, y respeta las exenciones negociadas de
      * data/fee-waivers.csv (codigo ANALYSIS o ALL), que quedan en
      * data/waived-fees.csv. Con ANALYSIS_MONTH (AAAA-MM) solo se
      * reimprime el extracto de ese mes, sin anotar nada.
      *
      * Salida: data/account-analysis-<mes>.txt.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-ANALYSIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TX-FILE ASSIGN TO "data/transactions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT TX-OUT-FILE ASSIGN TO "data/transactions.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT MASTER-FILE ASSIGN TO "data/account-master.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "data/product-catalog.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "data/fee-schedule.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "data/holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT WAIVERS-FILE ASSIGN TO "data/fee-waivers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVERS-STATUS.
           SELECT LINKS-FILE ASSIGN TO "data/customer-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINKS-STATUS.
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
       FD  TX-FILE.
       01  TX-LINE               PIC X(120).
       FD  TX-OUT-FILE.
       01  TX-OUT-LINE           PIC X(120).
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(150).
       FD  MASTER-FILE.
       01  MASTER-LINE           PIC X(150).
       FD  CATALOG-FILE.
       01  CATALOG-LINE          PIC X(80).
       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-LINE     PIC X(100).
       FD  HOLDS-FILE.
       01  HOLDS-LINE            PIC X(150).
       FD  WAIVERS-FILE.
       01  WAIVERS-LINE          PIC X(120).
       FD  LINKS-FILE.
       01  LINKS-LINE            PIC X(50).
       FD  WAIVED-FILE.
       01  WAIVED-LINE           PIC X(100).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  PART-FILE.
       01  PART-LINE             PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  BUSDATE-LOG-FILE.
       01  BUSDATE-LOG-REC       PIC X(10).
       FD  JOB-RUNS-FILE.
       01  JOB-RUNS-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-TX-STATUS          PIC XX.
       77  WS-SEED-STATUS        PIC XX.
       77  WS-MASTER-STATUS      PIC XX.
       77  WS-CATALOG-STATUS     PIC XX.
       77  WS-FEE-STATUS         PIC XX.
       77  WS-HOLDS-STATUS       PIC XX.
       77  WS-WAIVERS-STATUS     PIC XX.
       77  WS-LINKS-STATUS       PIC XX.
       77  WS-WAIVED-STATUS      PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-PART-STATUS        PIC XX.
       77  WS-PART-PATH          PIC X(40).
       77  WS-PART-MONTH         PIC X(7).
       77  WS-PART-EOF           PIC X.
       77  WS-TX-WORK            PIC X(120).
       77  WS-EOF                PIC X VALUE "N".
       77  WS-REPORT-PATH        PIC X(50).

      * Mes analizado: el vencido respecto a la fecha de negocio, o
      * ANALYSIS_MONTH para reimprimir sin anotar
       77  WS-ENV-MONTH          PIC X(7) VALUE SPACES.
       77  WS-MONTH              PIC X(7).
       77  WS-POST-MODE          PIC X VALUE "N".
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

      * Catalogo: tipo, paquete de comisiones y marca de empresa
       77  WS-CATALOG-COUNT      PIC 9(2) COMP VALUE 0.
       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-ARRAY OCCURS 20 TIMES INDEXED BY IX-CAT.
               10  CAT-TYPE          PIC X(10).
               10  CAT-FEEPKG        PIC X(10).
               10  CAT-BUSINESS      PIC X.
       77  WS-CAT-F2             PIC X(10).
       77  WS-CAT-F3             PIC X(10).
       77  WS-CAT-F4             PIC X(10).
       77  WS-CAT-F5             PIC X(10).
       77  WS-CAT-F7             PIC X(10).
       77  WS-CAT-F8             PIC X(12).
       77  WS-CAT-FOUND          PIC X.
       77  WS-CAT-INDEX          PIC 9(2) COMP.

      * Servicios analizados, en el orden del extracto
       01  WS-SERVICE-NAMES.
           05  FILLER PIC X(32) VALUE
               "DEPOSIT   Ingresos".
           05  FILLER PIC X(32) VALUE
               "CHQPAID   Cheques pagados".
           05  FILLER PIC X(32) VALUE
               "TRANSFER  Transferencias".
           05  FILLER PIC X(32) VALUE
               "OUTBOUND  Compensacion saliente".
           05  FILLER PIC X(32) VALUE
               "PAYROLL   Abonos de nomina".
       01  WS-SERVICE-TABLE REDEFINES WS-SERVICE-NAMES.
           05  WS-SERVICE OCCURS 5 TIMES INDEXED BY IX-SVC.
               10  SVC-CODE          PIC X(10).
               10  SVC-LABEL         PIC X(22).
       77  WS-SVC-NUM            PIC 9 COMP.

      * Precios de analisis: codigo,base,valor,ANALYSIS,paquete
       77  WS-MAX-PRICES         PIC 9(3) COMP VALUE 50.
       77  WS-PRICE-COUNT        PIC 9(3) COMP VALUE 0.
       01  WS-PRICE-TABLE.
           05  WS-PRICE-ROW OCCURS 50 TIMES INDEXED BY IX-PRC.
               10  PRC-CODE          PIC X(10).
               10  PRC-BASIS         PIC X(10).
               10  PRC-VALUE         PIC S9(7)V9(4) COMP-3.
               10  PRC-PACKAGE       PIC X(10).
       77  WS-FEE-CODE-IN        PIC X(10).
       77  WS-FEE-BASIS-IN       PIC X(10).
       77  WS-FEE-VALUE-STR      PIC X(20).
       77  WS-FEE-FREQ-IN        PIC X(10).
       77  WS-FEE-PKG-IN         PIC X(10).
       77  WS-PRICE-CODE         PIC X(10).
       77  WS-PRICE-PKG          PIC X(10).
       77  WS-PRICE-VALUE        PIC S9(7)V9(4) COMP-3.
       77  WS-PRICE-HIT          PIC X.

      * Cuentas de empresa con sus acumulados del mes
       77  WS-MAX-ACCOUNTS       PIC 9(5) COMP VALUE 2000.
       77  IX                    PIC 9(5) COMP.
       77  WS-ACC-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ACCOUNTS-TABLE.
           05  WS-ACCOUNTS-ARRAY OCCURS 2000 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-NAME          PIC X(40).
               10  ACC-TYPE          PIC X(10).
               10  ACC-FEEPKG        PIC X(10).
               10  ACC-BALANCE       PIC S9(13)V9(2) COMP-3.
               10  ACC-AFTER-MONTH   PIC S9(13)V9(2) COMP-3.
               10  ACC-WEIGHTED      PIC S9(15)V9(2) COMP-3.
               10  ACC-HOLD-WEIGHTED PIC S9(15)V9(2) COMP-3.
               10  ACC-ITEMS         PIC 9(7) COMP OCCURS 5 TIMES.

       77  WS-SEED-ID            PIC X(30).
       77  WS-SEED-NAME          PIC X(100).
       77  WS-SEED-F3            PIC X(15).
       77  WS-SEED-F4            PIC X(15).
       77  WS-SEED-TYPE          PIC X(10).

      * Retenciones: id,cuenta,importe,motivo,quien,vencimiento,
      * estado,fecha
       77  WS-HOLD-ID            PIC X(12).
       77  WS-HOLD-ACCOUNT       PIC X(30).
       77  WS-HOLD-AMOUNT-STR    PIC X(20).
       77  WS-HOLD-REASON        PIC X(20).
       77  WS-HOLD-BY            PIC X(10).
       77  WS-HOLD-EXPIRY        PIC X(10).
       77  WS-HOLD-STATE         PIC X(10).
       77  WS-HOLD-DATE          PIC X(10).
       77  WS-HOLD-FROM          PIC 9(8).
       77  WS-HOLD-TO            PIC 9(8).
       77  WS-HOLD-WORK          PIC 9(8).
       77  WS-HOLD-DAYS          PIC S9(5) COMP.

      * Exenciones negociadas (mismo fichero que FEE-POSTING)
       77  WS-MAX-WAIVERS        PIC 9(3) COMP VALUE 200.
       77  WS-WAIVER-COUNT       PIC 9(3) COMP VALUE 0.
       01  WS-WAIVERS-TABLE.
           05  WS-WAIVER OCCURS 200 TIMES INDEXED BY IX-WVR.
               10  WVR-SCOPE         PIC X(4).
               10  WVR-ID            PIC X(30).
               10  WVR-FEE-CODE      PIC X(10).
               10  WVR-REASON        PIC X(20).
               10  WVR-APPROVER      PIC X(8).
               10  WVR-EXPIRY        PIC X(10).
               10  WVR-STATE         PIC X(10).
       77  WS-MAX-WLINKS         PIC 9(4) COMP VALUE 2000.
       77  WS-WLINK-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-WLINK-TABLE.
           05  WS-WLINK OCCURS 2000 TIMES INDEXED BY IX-WLN.
               10  WLN-CUST-ID       PIC X(10).
               10  WLN-ACCOUNT       PIC X(30).
       77  WS-WAIVER-HIT         PIC X.
       77  WS-WAIVER-REASON      PIC X(20).
       77  WS-ANALYSIS-CODE      PIC X(10) VALUE "ANALYSIS".

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

       77  WS-EFFECT-ACCOUNT     PIC X(30).
       77  WS-EFFECT-AMOUNT      PIC S9(13)V9(2) COMP-3.
       77  WS-LOOKUP-ID          PIC X(30).
       77  WS-FOUND              PIC X.
       77  WS-LOOKUP-INDEX       PIC 9(5) COMP.

      * Calculo del extracto de una cuenta
       77  WS-ECR-RATE           PIC S9(7)V9(4) COMP-3.
       77  WS-AVG-BALANCE        PIC S9(13)V9(2) COMP-3.
       77  WS-AVG-HOLDS          PIC S9(13)V9(2) COMP-3.
       77  WS-AVG-COLLECTED      PIC S9(13)V9(2) COMP-3.
       77  WS-LINE-CHARGE        PIC S9(13)V9(2) COMP-3.
       77  WS-SERVICE-CHARGE     PIC S9(13)V9(2) COMP-3.
       77  WS-EARNINGS-CREDIT    PIC S9(13)V9(2) COMP-3.
       77  WS-NET-CHARGE         PIC S9(13)V9(2) COMP-3.
       77  WS-AMOUNT-STR         PIC X(20).
       77  WS-AMOUNT-EDIT        PIC -(13)9.99.

       77  WS-TOTAL-ACCOUNTS     PIC 9(5) VALUE 0.
       77  WS-TOTAL-POSTED       PIC 9(5) VALUE 0.
       77  WS-TOTAL-WAIVED       PIC 9(5) VALUE 0.
       77  WS-TOTAL-SERVICE      PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-CREDIT       PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-NET          PIC S9(13)V9(2) COMP-3 VALUE 0.

       77  FMT-1                 PIC -(10)9.99.
       77  FMT-2                 PIC -(10)9.99.
       77  FMT-3                 PIC -(10)9.99.
       77  FMT-PRICE             PIC Z(5)9.9999.
       77  FMT-RATE              PIC Z(3)9.9999.
       77  FMT-ITEMS             PIC Z(6)9.
       77  WS-CNT-EDIT           PIC Z(4)9.

      * Referencia unica de cada cargo (AN-hhmmsscc-secuencia)
       77  WS-TX-REF             PIC X(20).
       77  WS-TX-REF-TIME        PIC X(8).
       77  WS-TX-REF-SEQ         PIC 9(6) VALUE 0.

       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-BUSDATE-LOG-STATUS PIC XX.
       77  WS-BUSDATE-LINE       PIC X(10).

      * Libro de control de ejecuciones (como FEE-POSTING)
       77  WS-JOBRUNS-STATUS     PIC XX.
       77  WS-JOBRUNS-LINE       PIC X(80).
       77  WS-JR-JOB             PIC X(16).
       77  WS-JR-DATE            PIC X(10).
       77  WS-JR-EVENT           PIC X(5).
       77  WS-JR-OUTCOME         PIC X(4).
       77  WS-ENV-FORCE          PIC X VALUE SPACE.
       77  WS-JOB-NAME           PIC X(16) VALUE "ACCOUNT-ANALYSIS".
       77  WS-RUN-TIME           PIC X(8).

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT "ANALYSIS_MONTH"
           PERFORM GET-TODAY-DATE

           IF WS-ENV-MONTH NOT = SPACES
               IF WS-ENV-MONTH(5:1) NOT = "-"
                   OR WS-ENV-MONTH(1:4) NOT NUMERIC
                   OR WS-ENV-MONTH(6:2) NOT NUMERIC
                   DISPLAY "ANALYSIS_MONTH debe ser AAAA-MM"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ENV-MONTH TO WS-MONTH
               DISPLAY "Reimpresion del analisis de " WS-MONTH
                   ": no se anota ningun cargo"
           ELSE
               PERFORM SET-PREVIOUS-MONTH
               MOVE "Y" TO WS-POST-MODE
               PERFORM CHECK-RUN-CONTROL
               PERFORM RECORD-RUN-START
           END-IF
           PERFORM COMPUTE-MONTH-DAYS

           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM LOAD-ANALYSIS-PRICES
           PERFORM LOAD-SEED-ACCOUNTS

           IF WS-ACC-COUNT > 0
               PERFORM LOAD-MASTER-BALANCES
               PERFORM SCAN-PARTITIONS
               PERFORM SCAN-LEDGER
               PERFORM LOAD-HOLDS
               IF WS-POST-MODE = "Y"
                   PERFORM LOAD-WAIVERS
                   PERFORM LOAD-WAIVER-LINKS
                   OPEN EXTEND TX-OUT-FILE
               END-IF
               PERFORM WRITE-ANALYSIS-REPORT
               IF WS-POST-MODE = "Y"
                   CLOSE TX-OUT-FILE
               END-IF
           ELSE
               DISPLAY "No hay cuentas de producto de empresa en el "
                   "catalogo; nada que analizar"
           END-IF

           IF WS-POST-MODE = "Y"
               PERFORM RECORD-RUN-END-OK
           END-IF

           MOVE WS-TOTAL-NET TO FMT-1
           DISPLAY "Analisis de cuentas de empresa de " WS-MONTH ": "
               WS-TOTAL-ACCOUNTS " cuentas, " WS-TOTAL-POSTED
               " cargos anotados, " WS-TOTAL-WAIVED " exentos"
           DISPLAY "Cargo neto total: " FMT-1
           IF WS-ACC-COUNT > 0
               DISPLAY "Extracto en " WS-REPORT-PATH
           END-IF
           GOBACK
           .

      * Mes vencido respecto a la fecha de negocio (primer dia
      * habil del mes)
       SET-PREVIOUS-MONTH.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-CAL-YEAR
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-CAL-MONTH
           IF WS-CAL-MONTH = 1
               MOVE 12 TO WS-CAL-MONTH
               SUBTRACT 1 FROM WS-CAL-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CAL-MONTH
           END-IF
           MOVE SPACES TO WS-MONTH
           STRING WS-CAL-YEAR "-" WS-CAL-MONTH
               DELIMITED BY SIZE INTO WS-MONTH
           END-STRING
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
      * LOAD-PRODUCT-CATALOG - Tipo, paquete (columna 6) y marca de
      * empresa (columna 9); sin marca el producto no es de empresa
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
                   MOVE SPACES TO CAT-FEEPKG(WS-CATALOG-COUNT)
                   MOVE "N" TO CAT-BUSINESS(WS-CATALOG-COUNT)
                   UNSTRING CATALOG-LINE DELIMITED BY ","
                       INTO CAT-TYPE(WS-CATALOG-COUNT)
                            WS-CAT-F2 WS-CAT-F3 WS-CAT-F4 WS-CAT-F5
                            CAT-FEEPKG(WS-CATALOG-COUNT)
                            WS-CAT-F7 WS-CAT-F8
                            CAT-BUSINESS(WS-CATALOG-COUNT)
                   END-UNSTRING
               END-IF
           END-PERFORM

           CLOSE CATALOG-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-ANALYSIS-PRICES - Filas ANALYSIS del cuadro de
      * comisiones; FEE-POSTING las ignora
      * ----------------------------------------------------------------
       LOAD-ANALYSIS-PRICES.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/fee-schedule.csv; "
                   "servicios sin precio"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FEE-STATUS NOT = "00"
               READ FEE-SCHEDULE-FILE
               IF WS-FEE-STATUS = "00"
                   AND FEE-SCHEDULE-LINE(1:4) NOT = "code"
                   PERFORM ADD-PRICE-LINE
               END-IF
           END-PERFORM

           CLOSE FEE-SCHEDULE-FILE
           .

       ADD-PRICE-LINE.
           MOVE SPACES TO WS-FEE-FREQ-IN WS-FEE-PKG-IN
           UNSTRING FEE-SCHEDULE-LINE DELIMITED BY ","
               INTO WS-FEE-CODE-IN WS-FEE-BASIS-IN
                    WS-FEE-VALUE-STR WS-FEE-FREQ-IN WS-FEE-PKG-IN
           END-UNSTRING

           IF WS-FEE-FREQ-IN NOT = "ANALYSIS"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FEE-VALUE-STR) NOT = 0
               DISPLAY "Aviso: valor no numerico en el cuadro de "
                   "comisiones, se omite: " FEE-SCHEDULE-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-PRICE-COUNT < WS-MAX-PRICES
               ADD 1 TO WS-PRICE-COUNT
               MOVE WS-FEE-CODE-IN TO PRC-CODE(WS-PRICE-COUNT)
               MOVE WS-FEE-BASIS-IN TO PRC-BASIS(WS-PRICE-COUNT)
               MOVE FUNCTION NUMVAL(WS-FEE-VALUE-STR)
                   TO PRC-VALUE(WS-PRICE-COUNT)
               IF WS-FEE-PKG-IN = SPACES
                   MOVE "ALL" TO PRC-PACKAGE(WS-PRICE-COUNT)
               ELSE
                   MOVE WS-FEE-PKG-IN TO PRC-PACKAGE(WS-PRICE-COUNT)
               END-IF
           END-IF
           .

      * Precio de WS-PRICE-CODE para el paquete WS-PRICE-PKG: la
      * fila del propio paquete prevalece sobre la de ALL
       FIND-PRICE.
           MOVE 0 TO WS-PRICE-VALUE
           MOVE "N" TO WS-PRICE-HIT
           PERFORM VARYING IX-PRC FROM 1 BY 1
               UNTIL IX-PRC > WS-PRICE-COUNT
               IF PRC-CODE(IX-PRC) = WS-PRICE-CODE
                   IF PRC-PACKAGE(IX-PRC) = WS-PRICE-PKG
                       AND WS-PRICE-PKG NOT = SPACES
                       MOVE PRC-VALUE(IX-PRC) TO WS-PRICE-VALUE
                       MOVE "P" TO WS-PRICE-HIT
                   END-IF
                   IF PRC-PACKAGE(IX-PRC) = "ALL"
                       AND WS-PRICE-HIT = "N"
                       MOVE PRC-VALUE(IX-PRC) TO WS-PRICE-VALUE
                       MOVE "Y" TO WS-PRICE-HIT
                   END-IF
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * LOAD-SEED-ACCOUNTS - Solo las cuentas de producto de empresa
      * ----------------------------------------------------------------
       LOAD-SEED-ACCOUNTS.
           OPEN INPUT SEED-FILE
           IF WS-SEED-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/accounts.csv"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SEED-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM ADD-SEED-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE SEED-FILE
           MOVE "N" TO WS-EOF
           .

       ADD-SEED-ACCOUNT.
           MOVE SPACES TO WS-SEED-TYPE
           UNSTRING SEED-LINE DELIMITED BY ","
               INTO WS-SEED-ID WS-SEED-NAME WS-SEED-F3
                    WS-SEED-F4 WS-SEED-TYPE
           END-UNSTRING
           IF WS-SEED-TYPE = SPACES
               MOVE "CHECKING" TO WS-SEED-TYPE
           END-IF

           MOVE "N" TO WS-CAT-FOUND
           PERFORM VARYING IX-CAT FROM 1 BY 1
               UNTIL IX-CAT > WS-CATALOG-COUNT
                   OR WS-CAT-FOUND = "Y"
               IF CAT-TYPE(IX-CAT) = WS-SEED-TYPE
                   MOVE "Y" TO WS-CAT-FOUND
                   SET WS-CAT-INDEX TO IX-CAT
               END-IF
           END-PERFORM
           IF WS-CAT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF CAT-BUSINESS(WS-CAT-INDEX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               SET IX-ACC TO WS-ACC-COUNT
               MOVE WS-SEED-ID TO ACC-ID(IX-ACC)
               MOVE WS-SEED-NAME TO ACC-NAME(IX-ACC)
               MOVE WS-SEED-TYPE TO ACC-TYPE(IX-ACC)
               MOVE CAT-FEEPKG(WS-CAT-INDEX) TO ACC-FEEPKG(IX-ACC)
               MOVE 0 TO ACC-BALANCE(IX-ACC)
               MOVE 0 TO ACC-AFTER-MONTH(IX-ACC)
               MOVE 0 TO ACC-WEIGHTED(IX-ACC)
               MOVE 0 TO ACC-HOLD-WEIGHTED(IX-ACC)
               PERFORM VARYING WS-SVC-NUM FROM 1 BY 1
                   UNTIL WS-SVC-NUM > 5
                   MOVE 0 TO ACC-ITEMS(IX-ACC, WS-SVC-NUM)
               END-PERFORM
           END-IF
           .

       FIND-ACCOUNT-BY-ID.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > WS-ACC-COUNT OR WS-FOUND = "Y"
               IF ACC-ID(IX) = WS-LOOKUP-ID
                   MOVE "Y" TO WS-FOUND
                   MOVE IX TO WS-LOOKUP-INDEX
               END-IF
           END-PERFORM
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
      * SCAN-PARTITIONS - Particiones del mes analizado y
      * posteriores: el mes aporta servicios y movimientos, lo
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
      * TRIAL-BALANCE) y, si es del mes, servicios utilizados
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
               PERFORM TALLY-SERVICE
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
      * TALLY-SERVICE - Clasifica la fila del mes en uno de los
      * servicios del analisis; el abono de nomina cuenta para el
      * empleador, que va en el auxiliar
      * ----------------------------------------------------------------
       TALLY-SERVICE.
           MOVE 0 TO WS-SVC-NUM
           MOVE WS-CSV-ACCOUNT TO WS-LOOKUP-ID
           EVALUATE TRUE
               WHEN WS-CSV-TYPE = "CREDIT"
                   AND WS-CSV-CATEGORY = "NOMINA"
                   MOVE WS-CSV-AUX(1:30) TO WS-LOOKUP-ID
                   MOVE 5 TO WS-SVC-NUM
               WHEN WS-CSV-TYPE = "CREDIT"
                   AND (WS-CSV-CATEGORY = "VENTANILLA"
                        OR WS-CSV-CATEGORY = "CHEQUE")
                   MOVE 1 TO WS-SVC-NUM
               WHEN WS-CSV-TYPE = "DEBIT"
                   AND WS-CSV-CATEGORY = "CHEQUE"
                   MOVE 2 TO WS-SVC-NUM
               WHEN WS-CSV-TYPE = "TRANSFER"
                   AND WS-CSV-CATEGORY = "EXTERIOR"
                   MOVE 4 TO WS-SVC-NUM
               WHEN WS-CSV-TYPE = "TRANSFER"
                   MOVE 3 TO WS-SVC-NUM
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-FOUND = "Y"
               ADD 1 TO ACC-ITEMS(WS-LOOKUP-INDEX, WS-SVC-NUM)
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-HOLDS - Importe por dias que cada retencion estuvo
      * activa dentro del mes
      * ----------------------------------------------------------------
       LOAD-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-HOLDS-STATUS NOT = "00"
               READ HOLDS-FILE
               IF WS-HOLDS-STATUS = "00"
                   PERFORM ADD-HOLD-LINE
               END-IF
           END-PERFORM

           CLOSE HOLDS-FILE
           .

       ADD-HOLD-LINE.
           MOVE SPACES TO WS-HOLD-EXPIRY WS-HOLD-STATE WS-HOLD-DATE
           UNSTRING HOLDS-LINE DELIMITED BY ","
               INTO WS-HOLD-ID WS-HOLD-ACCOUNT WS-HOLD-AMOUNT-STR
                    WS-HOLD-REASON WS-HOLD-BY WS-HOLD-EXPIRY
                    WS-HOLD-STATE WS-HOLD-DATE
           END-UNSTRING

           IF WS-HOLD-STATE NOT = "ACTIVE"
               AND WS-HOLD-STATE NOT = "EXPIRED"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-HOLD-AMOUNT-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLD-ACCOUNT TO WS-LOOKUP-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

      *    Desde la fecha de alta (o el dia 1) hasta el vencimiento
      *    (o el dia 1 del mes siguiente); una EXPIRED sin
      *    vencimiento no tiene fin conocido
           MOVE WS-MONTH-START TO WS-HOLD-FROM
           IF WS-HOLD-DATE(5:1) = "-"
               STRING WS-HOLD-DATE(1:4) WS-HOLD-DATE(6:2)
                      WS-HOLD-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-HOLD-WORK
               END-STRING
               IF WS-HOLD-WORK > WS-HOLD-FROM
                   MOVE WS-HOLD-WORK TO WS-HOLD-FROM
               END-IF
           END-IF

           MOVE WS-NEXT-MONTH-START TO WS-HOLD-TO
           IF WS-HOLD-EXPIRY(5:1) = "-"
               STRING WS-HOLD-EXPIRY(1:4) WS-HOLD-EXPIRY(6:2)
                      WS-HOLD-EXPIRY(9:2)
                   DELIMITED BY SIZE INTO WS-HOLD-WORK
               END-STRING
               IF WS-HOLD-WORK < WS-HOLD-TO
                   MOVE WS-HOLD-WORK TO WS-HOLD-TO
               END-IF
           ELSE
               IF WS-HOLD-STATE = "EXPIRED"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-HOLD-TO <= WS-HOLD-FROM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOLD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-HOLD-TO)
               - FUNCTION INTEGER-OF-DATE(WS-HOLD-FROM)
           COMPUTE ACC-HOLD-WEIGHTED(WS-LOOKUP-INDEX) =
               ACC-HOLD-WEIGHTED(WS-LOOKUP-INDEX)
               + FUNCTION NUMVAL(WS-HOLD-AMOUNT-STR) * WS-HOLD-DAYS
           .

      * ----------------------------------------------------------------
      * WRITE-ANALYSIS-REPORT - Un extracto por cuenta de empresa y
      * resumen final; en modo de liquidacion anota el cargo neto
      * ----------------------------------------------------------------
       WRITE-ANALYSIS-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "data/account-analysis-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "ANALISIS DE CUENTAS DE EMPRESA - MES "
                  WS-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-POST-MODE = "Y"
               STRING "Liquidado el " WS-TODAY-DATE
                      "; solo el cargo neto se anota en el ledger"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "Reimpresion: no se ha anotado ningun cargo"
                   TO REPORT-LINE
           END-IF
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

           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               PERFORM ANALYSE-ONE-ACCOUNT
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:70)
           WRITE REPORT-LINE
           MOVE WS-TOTAL-ACCOUNTS TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Cuentas analizadas:        " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-SERVICE TO FMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "Total servicios:     " FMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-CREDIT TO FMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "Total credito:       " FMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-NET TO FMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "Total cargo neto:    " FMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-POST-MODE = "Y"
               MOVE WS-TOTAL-POSTED TO WS-CNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "Cargos anotados:           " WS-CNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-TOTAL-WAIVED TO WS-CNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "Cargos exentos:            " WS-CNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE
           .

      * ----------------------------------------------------------------
      * ANALYSE-ONE-ACCOUNT - Servicios valorados, credito por
      * saldos sobre el disponible medio y cargo neto de IX-ACC
      * ----------------------------------------------------------------
       ANALYSE-ONE-ACCOUNT.
           ADD 1 TO WS-TOTAL-ACCOUNTS
           MOVE ACC-FEEPKG(IX-ACC) TO WS-PRICE-PKG

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:70)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Cuenta " ACC-ID(IX-ACC)(1:20) " "
                  ACC-NAME(IX-ACC)(1:30) " " ACC-TYPE(IX-ACC)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  SERVICIO               UNIDADES      PRECIO"
                  "        IMPORTE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO WS-SERVICE-CHARGE
           PERFORM VARYING IX-SVC FROM 1 BY 1 UNTIL IX-SVC > 5
               SET WS-SVC-NUM TO IX-SVC
               MOVE SVC-CODE(IX-SVC) TO WS-PRICE-CODE
               PERFORM FIND-PRICE
               COMPUTE WS-LINE-CHARGE ROUNDED =
                   ACC-ITEMS(IX-ACC, WS-SVC-NUM) * WS-PRICE-VALUE
               ADD WS-LINE-CHARGE TO WS-SERVICE-CHARGE
               MOVE ACC-ITEMS(IX-ACC, WS-SVC-NUM) TO FMT-ITEMS
               MOVE WS-PRICE-VALUE TO FMT-PRICE
               MOVE WS-LINE-CHARGE TO FMT-1
               MOVE SPACES TO REPORT-LINE
               STRING "  " SVC-LABEL(IX-SVC) "  " FMT-ITEMS
                      "  " FMT-PRICE FMT-1
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-SERVICE-CHARGE TO FMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL SERVICIOS                            "
                  FMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

      *    Saldo medio y retenciones medias del mes
           COMPUTE WS-AVG-BALANCE ROUNDED =
               ACC-BALANCE(IX-ACC) - ACC-AFTER-MONTH(IX-ACC)
               - ACC-WEIGHTED(IX-ACC) / WS-DAYS-IN-MONTH
           COMPUTE WS-AVG-HOLDS ROUNDED =
               ACC-HOLD-WEIGHTED(IX-ACC) / WS-DAYS-IN-MONTH
           COMPUTE WS-AVG-COLLECTED = WS-AVG-BALANCE - WS-AVG-HOLDS

           MOVE "ECR" TO WS-PRICE-CODE
           PERFORM FIND-PRICE
           MOVE WS-PRICE-VALUE TO WS-ECR-RATE
           MOVE 0 TO WS-EARNINGS-CREDIT
           IF WS-AVG-COLLECTED > 0
               COMPUTE WS-EARNINGS-CREDIT ROUNDED =
                   WS-AVG-COLLECTED * WS-ECR-RATE
                   * WS-DAYS-IN-MONTH / 365
           END-IF

      *    El credito solo compensa servicios: nunca se abona
           IF WS-EARNINGS-CREDIT > WS-SERVICE-CHARGE
               MOVE 0 TO WS-NET-CHARGE
           ELSE
               COMPUTE WS-NET-CHARGE =
                   WS-SERVICE-CHARGE - WS-EARNINGS-CREDIT
           END-IF

           MOVE WS-AVG-BALANCE TO FMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "  Saldo medio del mes                        "
                  FMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-AVG-HOLDS TO FMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "  Retenciones medias                         "
                  FMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-AVG-COLLECTED TO FMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "  Saldo medio disponible                     "
                  FMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           COMPUTE FMT-RATE = WS-ECR-RATE * 100
           MOVE WS-EARNINGS-CREDIT TO FMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "  Credito por saldos (" FMT-RATE " % anual)"
                  "     " FMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-NET-CHARGE TO FMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "  CARGO NETO                                 "
                  FMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           ADD WS-SERVICE-CHARGE TO WS-TOTAL-SERVICE
           ADD WS-EARNINGS-CREDIT TO WS-TOTAL-CREDIT
           ADD WS-NET-CHARGE TO WS-TOTAL-NET

           IF WS-POST-MODE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-NET-CHARGE = 0
               MOVE "  El credito cubre los servicios: sin cargo"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NET-CHARGE TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
           PERFORM CHECK-FEE-WAIVER
           IF WS-WAIVER-HIT = "Y"
               ADD 1 TO WS-TOTAL-WAIVED
               PERFORM APPEND-WAIVED-FEE
               STRING "  Exento (" DELIMITED BY SIZE
                      WS-WAIVER-REASON DELIMITED BY SPACE
                      "): no se carga" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM APPEND-ANALYSIS-CHARGE
           ADD 1 TO WS-TOTAL-POSTED
           STRING "  Cargado en cuenta, referencia " WS-TX-REF
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

      * ----------------------------------------------------------------
      * APPEND-ANALYSIS-CHARGE - DEBIT FEE:ANALYSIS y contrapartida
      * CREDIT a FEEINCOME con la cuenta en el auxiliar, como las
      * comisiones de FEE-POSTING
      * ----------------------------------------------------------------
       APPEND-ANALYSIS-CHARGE.
           PERFORM BUILD-TX-REF
           MOVE SPACES TO TX-OUT-LINE
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ACC-ID(IX-ACC) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  "DEBIT" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  "FEE:" DELIMITED BY SIZE
                  WS-ANALYSIS-CODE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  ",COMISION" DELIMITED BY SIZE
               INTO TX-OUT-LINE
           END-STRING
           MOVE TX-OUT-LINE TO CHAIN-ROW
           WRITE TX-OUT-LINE
           PERFORM SEAL-LEDGER-ROW

           MOVE WS-TX-REF TO WS-CSV-REF
           PERFORM BUILD-TX-REF
           MOVE SPACES TO TX-OUT-LINE
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "FEEINCOME" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "CREDIT" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ACC-ID(IX-ACC) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  ",COMISION" DELIMITED BY SIZE
               INTO TX-OUT-LINE
           END-STRING
           MOVE TX-OUT-LINE TO CHAIN-ROW
           WRITE TX-OUT-LINE
           PERFORM SEAL-LEDGER-ROW
           MOVE WS-CSV-REF TO WS-TX-REF
           .

      * ----------------------------------------------------------------
      * CHECK-FEE-WAIVER - Exencion ACTIVE no vencida de la cuenta
      * (ACCT) o de su cliente (CUST) para ANALYSIS o ALL
      * ----------------------------------------------------------------
       CHECK-FEE-WAIVER.
           MOVE "N" TO WS-WAIVER-HIT
           MOVE SPACES TO WS-WAIVER-REASON

           PERFORM VARYING IX-WVR FROM 1 BY 1
               UNTIL IX-WVR > WS-WAIVER-COUNT
                   OR WS-WAIVER-HIT = "Y"
               IF WVR-STATE(IX-WVR) = "ACTIVE"
                   AND (WVR-EXPIRY(IX-WVR) = SPACES
                       OR WVR-EXPIRY(IX-WVR) >= WS-TODAY-DATE)
                   AND (WVR-FEE-CODE(IX-WVR) = "ALL"
                       OR WVR-FEE-CODE(IX-WVR) = WS-ANALYSIS-CODE)
                   PERFORM CHECK-WAIVER-SCOPE
               END-IF
           END-PERFORM
           .

       CHECK-WAIVER-SCOPE.
           IF WVR-SCOPE(IX-WVR) = "ACCT"
               AND WVR-ID(IX-WVR) = ACC-ID(IX-ACC)
               MOVE "Y" TO WS-WAIVER-HIT
               MOVE WVR-REASON(IX-WVR) TO WS-WAIVER-REASON
               EXIT PARAGRAPH
           END-IF

           IF WVR-SCOPE(IX-WVR) = "CUST"
               PERFORM VARYING IX-WLN FROM 1 BY 1
                   UNTIL IX-WLN > WS-WLINK-COUNT
                       OR WS-WAIVER-HIT = "Y"
                   IF WLN-ACCOUNT(IX-WLN) = ACC-ID(IX-ACC)
                       AND WLN-CUST-ID(IX-WLN)
                           = WVR-ID(IX-WVR)(1:10)
                       MOVE "Y" TO WS-WAIVER-HIT
                       MOVE WVR-REASON(IX-WVR)
                           TO WS-WAIVER-REASON
                   END-IF
               END-PERFORM
           END-IF
           .

      * fecha,cuenta,codigo,importe,motivo para WAIVED-FEE-REPORT
       APPEND-WAIVED-FEE.
           OPEN EXTEND WAIVED-FILE
           IF WS-WAIVED-STATUS = "05" OR WS-WAIVED-STATUS = "35"
               OPEN OUTPUT WAIVED-FILE
           END-IF

           MOVE SPACES TO WAIVED-LINE
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ACC-ID(IX-ACC) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ANALYSIS-CODE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-WAIVER-REASON DELIMITED BY SPACE
               INTO WAIVED-LINE
           END-STRING
           WRITE WAIVED-LINE
           CLOSE WAIVED-FILE
           .

       LOAD-WAIVERS.
           OPEN INPUT WAIVERS-FILE
           IF WS-WAIVERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-WAIVERS-STATUS NOT = "00"
               READ WAIVERS-FILE
               IF WS-WAIVERS-STATUS = "00"
                   AND WS-WAIVER-COUNT < WS-MAX-WAIVERS
                   ADD 1 TO WS-WAIVER-COUNT
                   MOVE SPACES TO WVR-EXPIRY(WS-WAIVER-COUNT)
                   MOVE SPACES TO WVR-STATE(WS-WAIVER-COUNT)
                   UNSTRING WAIVERS-LINE DELIMITED BY ","
                       INTO WVR-SCOPE(WS-WAIVER-COUNT)
                            WVR-ID(WS-WAIVER-COUNT)
                            WVR-FEE-CODE(WS-WAIVER-COUNT)
                            WVR-REASON(WS-WAIVER-COUNT)
                            WVR-APPROVER(WS-WAIVER-COUNT)
                            WVR-EXPIRY(WS-WAIVER-COUNT)
                            WVR-STATE(WS-WAIVER-COUNT)
                   END-UNSTRING
               END-IF
           END-PERFORM

           CLOSE WAIVERS-FILE
           .

       LOAD-WAIVER-LINKS.
           OPEN INPUT LINKS-FILE
           IF WS-LINKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LINKS-STATUS NOT = "00"
               READ LINKS-FILE
               IF WS-LINKS-STATUS = "00"
                   AND WS-WLINK-COUNT < WS-MAX-WLINKS
                   ADD 1 TO WS-WLINK-COUNT
                   UNSTRING LINKS-LINE DELIMITED BY ","
                       INTO WLN-CUST-ID(WS-WLINK-COUNT)
                            WLN-ACCOUNT(WS-WLINK-COUNT)
                   END-UNSTRING
               END-IF
           END-PERFORM

           CLOSE LINKS-FILE
           .

       BUILD-TX-REF.
           ACCEPT WS-TX-REF-TIME FROM TIME
           ADD 1 TO WS-TX-REF-SEQ
           IF WS-TX-REF-SEQ > 999999
               MOVE 1 TO WS-TX-REF-SEQ
           END-IF
           MOVE SPACES TO WS-TX-REF
           STRING "AN-"          DELIMITED BY SIZE
                  WS-TX-REF-TIME DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-TX-REF-SEQ  DELIMITED BY SIZE
               INTO WS-TX-REF
           END-STRING
           .

      * ----------------------------------------------------------------
      * GET-TODAY-DATE - Fecha de negocio de data/business-date.dat
      * (fecha del sistema si no existe); un dia ya cerrado no se
      * vuelve a procesar
      * ----------------------------------------------------------------
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
                       AND WS-ENV-MONTH = SPACES
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
      * CHECK-RUN-CONTROL - Rechaza una segunda liquidacion
      * completada para la misma fecha de negocio
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

       END PROGRAM ACCOUNT-ANALYSIS.
