      * Carga data/accounts.csv (id,nombre,descubierto) para casar cada
      * nombre con su ACC-ID, lee data/balances.csv (nombre,saldo) tal
      * y como lo escribe QUERY-BALANCES, y por cada cuenta con saldo
      * positivo calcula el interes diario segun su tramo. Si el
      * maestro indexado de cuentas (MBACCT) esta al dia, las cuentas
      * y sus saldos se leen de el, ya casados, en orden de clave.
      *
      * El interes diario NO se anota en el ledger: se acumula en el
      * registro de intereses devengados pendientes de pago
      * data/accrued-interest.csv (cuenta,devengado,desde,ultimo-
      * devengo), que se reescribe cada noche via .new + mv, y cada
      * devengo deja una fila en el diario de periodificacion
      * data/accrual-journal.csv con el formato de transactions.csv
      * y categoria DEVENGO (gasto por intereses contra intereses
      * devengados a pagar), que GL-EXTRACT lleva a contabilidad.
      * Una cuenta que ya devengo en la fecha de negocio no vuelve a
      * devengar aunque se fuerce la reejecucion.
      *
      * El ultimo dia habil del mes (el siguiente dia habil segun
      * data/holidays.csv cae en otro mes) el saldo del registro se
      * capitaliza: una unica anotacion por cuenta en
      * data/transactions.csv para que el lote nocturno de
      * MINIBANK/MBMAIN la recoja, y una fila DEVENGO-REV en el
      * diario que cancela lo periodificado. Las cuentas que ya no
      * estan OPEN conservan su saldo devengado en el registro.
      *
      * Los intereses se abonan NETOS de retencion fiscal: el tipo
      * de retencion sale de data/tax-rates.csv (estatus,tipo) segun
      * RETENCION y la cuenta de origen en el campo auxiliar, para
      * que INTEREST-CERT pueda certificar bruto y retenido.
      *
      * Los limites y tipos de cada juego de tramos salen de la tabla
      * de tipos con fecha efectiva data/interest-rates.csv (juegos
      * 1 y 2; la mantiene MBMAIN con aprobacion de un segundo
      * supervisor): rige la fila de fecha efectiva mas reciente que
      * no pase de la fecha de negocio. Sin fila vigente se aplican
      * los tramos historicos de WORKING-STORAGE.
      *
      * Campanas de bonificacion: data/campaigns.csv
      *   campana,inicio,fin,productos,regla,tipo-extra,meses,
      *   descripcion
      * suma el tipo extra al del tramo para las cuentas que cumplen
      * la regla de la campana, siempre que el producto figure en la
      * lista de productos (separados por ";"; "*" o vacia = todos)
      * y devengue interes:
      *   NEW  cuentas abiertas (primera fila del ledger, vivo o
      *        particionado) entre inicio y fin; la bonificacion
      *        dura los meses indicados desde la apertura o, con
      *        meses 0, hasta el fin de la campana
      *   NOWD cada dia entre inicio y fin en que la cuenta no lleva
      *        cargos del cliente en el mes (las comisiones, la
      *        retencion y los intereses deudores no cuentan); un
      *        cargo hace perder lo bonificado en todo el mes
      * La bonificacion se devenga aparte, por cuenta y campana, en
      * data/campaign-accrued.csv (cuenta,campana,devengado,ultimo-
      * devengo) con su fila DEVENGO en el diario, y a fin de mes se
      * abona con categoria BONIFICACION y la campana en el campo
      * auxiliar, neta de retencion como el resto del interes. El
      * coste de cada campana en el mes (bruto, retenido y lo
      * perdido por cargos) queda en data/campaign-cost-report.txt.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-08-09
      ******************************************************************
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

      *    Campanas de bonificacion, su registro de devengos y el
      *    informe de coste de fin de mes
           SELECT CAMPAIGN-FILE ASSIGN TO "data/campaigns.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-STATUS.
           SELECT BONUS-FILE ASSIGN TO "data/campaign-accrued.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONUS-STATUS.
           SELECT BONUS-OUT-FILE
               ASSIGN TO "data/campaign-accrued.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMP-REPORT-FILE ASSIGN TO
               "data/campaign-cost-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Registro de intereses devengados pendientes de pago y
      *    diario de periodificacion para contabilidad
           SELECT ACCRUED-FILE ASSIGN TO "data/accrued-interest.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUED-STATUS.
           SELECT ACCRUED-OUT-FILE
               ASSIGN TO "data/accrued-interest.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "data/accrual-journal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT HOLIDAYS-FILE ASSIGN TO "data/holidays.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAYS-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *    Tipos de interes con fecha efectiva por juego de tramos
           SELECT IRATES-FILE ASSIGN TO "data/interest-rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRATES-STATUS.

      *    Retencion fiscal: tipos por estatus, clientes del CIF y
      *    vinculo cuenta-cliente
           SELECT TAX-RATES-FILE ASSIGN TO "data/tax-rates.csv"
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-LINE          PIC X(80).
       FD  IRATES-FILE.
       01  IRATES-LINE           PIC X(150).
       FD  TAX-RATES-FILE.
       01  TAX-RATES-LINE        PIC X(40).
       FD  CUSTOMERS-FILE.
       01  BALANCES-LINE         PIC X(100).
       FD  TX-FILE.
       01  TX-LINE               PIC X(120).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  PART-FILE.
       01  PART-LINE             PIC X(120).
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-LINE         PIC X(200).
       FD  BONUS-FILE.
       01  BONUS-LINE            PIC X(80).
       FD  BONUS-OUT-FILE.
       01  BONUS-OUT-LINE        PIC X(80).
       FD  CAMP-REPORT-FILE.
       01  CAMP-REPORT-LINE      PIC X(132).
       FD  ACCRUED-FILE.
       01  ACCRUED-LINE          PIC X(80).
       FD  ACCRUED-OUT-FILE.
       01  ACCRUED-OUT-LINE      PIC X(80).
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE          PIC X(120).
       FD  HOLIDAYS-FILE.
       01  HOLIDAYS-REC          PIC X(10).

       WORKING-STORAGE SECTION.

               10  ACC-NAME          PIC X(100).
               10  ACC-BALANCE       PIC S9(13)V9(2) COMP-3.
               10  ACC-TYPE          PIC X(10).
               10  ACC-OPEN          PIC X.
               10  ACC-OPENED        PIC X(10).
               10  ACC-MONTH-DEBIT   PIC X.

       77  WS-SEED-ID            PIC X(30).
       77  WS-SEED-NAME          PIC X(100).
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

      * Tabla de tramos para el devengo de intereses en modo CSV: sin
      * fila vigente en data/interest-rates.csv se aplican los mismos
      * tramos que usa la banca minorista para cuentas de ahorro (a
      * mas saldo, mas tipo)
       77  WS-TIER1-MAX          PIC S9(13)V9(2) COMP-3 VALUE 1000.00.
       77  WS-TIER1-RATE         PIC SV9(4) COMP-3 VALUE 0.0010.
       77  WS-TIER2-MAX          PIC S9(13)V9(2) COMP-3 VALUE 10000.00.

      * Juego de tramos 2 (productos de ahorro): mejor remunerados
      * que el juego 1 historico
       77  WS-T2-TIER1-MAX       PIC S9(13)V9(2) COMP-3 VALUE 1000.00.
       77  WS-T2-TIER1-RATE      PIC SV9(4) COMP-3 VALUE 0.0020.
       77  WS-T2-TIER2-MAX       PIC S9(13)V9(2) COMP-3 VALUE 10000.00.
       77  WS-T2-TIER2-RATE      PIC SV9(4) COMP-3 VALUE 0.0040.
       77  WS-T2-TIER3-RATE      PIC SV9(4) COMP-3 VALUE 0.0060.

      * Fila vigente de data/interest-rates.csv (juego,fecha-efectiva,
      * tramo1-max,tramo1-tipo,tramo2-max,tramo2-tipo,tramo3-tipo,
      * cambio,solicitante,aprobador,fecha-aprobacion)
       77  WS-IRATES-STATUS      PIC XX.
       77  WS-IRT-WANTED         PIC X(6).
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
       77  WS-IRT-T1-MAX         PIC S9(13)V9(2) COMP-3.
       77  WS-IRT-T1-RATE        PIC SV9(4) COMP-3.
       77  WS-IRT-T2-MAX         PIC S9(13)V9(2) COMP-3.
       77  WS-IRT-T2-RATE        PIC SV9(4) COMP-3.
       77  WS-IRT-T3-RATE        PIC SV9(4) COMP-3.

       77  WS-INTEREST-RATE      PIC SV9(4) COMP-3.
       77  WS-INTEREST-AMOUNT    PIC S9(13)V9(2) COMP-3.
       77  WS-AMOUNT-STR         PIC X(20).
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

      * Registro de intereses devengados pendientes de pago
      * (cuenta,devengado,desde,ultimo-devengo)
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
       77  WS-ACCRUED-MV-COMMAND PIC X(80) VALUE
           "mv data/accrued-interest.csv.new data/accrued-interest.csv".

      * Fila del diario de periodificacion: DEVENGO al devengar y
      * DEVENGO-REV al capitalizar
       77  WS-JOURNAL-CATEGORY   PIC X(15).

      * Fin de mes: el siguiente dia habil cae en otro mes
       77  WS-MONTH-END          PIC X VALUE "N".
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

       77  WS-TOTAL-CAPITALISED  PIC 9(9) VALUE 0.
       77  WS-TOTAL-CAP-AMOUNT   PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-CARRIED      PIC 9(9) VALUE 0.

      * Referencia unica de cada abono de intereses anotado en
      * transactions.csv o en el diario (IN-hhmmsscc-secuencia)
       77  WS-TX-REF             PIC X(20).
       77  WS-TX-REF-TIME        PIC X(8).
       77  WS-TX-REF-SEQ         PIC 9(6) VALUE 0.

      * Categoria y campo auxiliar de las filas de capitalizacion:
      * INTERES sin auxiliar, o BONIFICACION con la campana
       77  WS-CAP-CATEGORY       PIC X(15) VALUE "INTERES".
       77  WS-CAP-AUX            PIC X(12) VALUE SPACES.

      * Campanas de bonificacion (campana,inicio,fin,productos,regla,
      * tipo-extra,meses,descripcion) con su coste acumulado en la
      * ejecucion
       77  WS-CAMPAIGN-STATUS    PIC XX.
       77  WS-MAX-CAMPAIGNS      PIC 9(2) COMP VALUE 50.
       77  WS-CAMP-COUNT         PIC 9(2) COMP VALUE 0.
       01  WS-CAMPAIGN-TABLE.
           05  WS-CAMPAIGN-ROW OCCURS 50 TIMES INDEXED BY IX-CMP.
               10  CMP-ID            PIC X(12).
               10  CMP-START         PIC X(10).
               10  CMP-END           PIC X(10).
               10  CMP-PRODUCTS      PIC X(60).
               10  CMP-RULE          PIC X(6).
               10  CMP-RATE          PIC SV9(4) COMP-3.
               10  CMP-MONTHS        PIC 9(3) COMP.
               10  CMP-DESC          PIC X(40).
               10  CMP-ACCRUED       PIC S9(13)V9(2) COMP-3.
               10  CMP-PAID-COUNT    PIC 9(5) COMP.
               10  CMP-GROSS         PIC S9(13)V9(2) COMP-3.
               10  CMP-TAX           PIC S9(13)V9(2) COMP-3.
               10  CMP-LOST-COUNT    PIC 9(5) COMP.
               10  CMP-LOST          PIC S9(13)V9(2) COMP-3.
       77  WS-CMP-ID             PIC X(12).
       77  WS-CMP-START          PIC X(10).
       77  WS-CMP-END            PIC X(10).
       77  WS-CMP-PRODUCTS       PIC X(60).
       77  WS-CMP-RULE           PIC X(6).
       77  WS-CMP-RATE-STR       PIC X(12).
       77  WS-CMP-MONTHS-STR     PIC X(6).
       77  WS-CMP-DESC           PIC X(40).
       77  WS-CMP-INDEX          PIC 9(2) COMP.
       77  WS-CMP-FOUND          PIC X.
       77  WS-NEED-OPEN-DATES    PIC X VALUE "N".

      * Lista de productos de una campana
       77  WS-PROD-1             PIC X(10).
       77  WS-PROD-2             PIC X(10).
       77  WS-PROD-3             PIC X(10).
       77  WS-PROD-4             PIC X(10).
       77  WS-PROD-5             PIC X(10).
       77  WS-PROD-6             PIC X(10).
       77  WS-PRODUCT-OK         PIC X.

      * Fin de la bonificacion de una cuenta nueva: apertura mas los
      * meses de la campana
       77  WS-BONUS-UNTIL        PIC X(10).
       77  WS-UNTIL-YEAR         PIC 9(4).
       77  WS-UNTIL-MONTH        PIC 9(2).
       77  WS-UNTIL-TOTAL        PIC 9(6).
       77  WS-BONUS-AMOUNT       PIC S9(13)V9(2) COMP-3.

      * Registro de bonificaciones devengadas pendientes de pago
      * (cuenta,campana,devengado,ultimo-devengo)
       77  WS-BONUS-STATUS       PIC XX.
       77  WS-MAX-BONUS          PIC 9(5) COMP VALUE 5000.
       77  WS-BON-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-BONUS-TABLE.
           05  WS-BONUS-ROW OCCURS 5000 TIMES INDEXED BY IX-BON.
               10  BON-ACCOUNT       PIC X(30).
               10  BON-CAMPAIGN      PIC X(12).
               10  BON-AMOUNT        PIC S9(13)V9(2) COMP-3.
               10  BON-LAST          PIC X(10).
       77  WS-BON-ACCOUNT        PIC X(30).
       77  WS-BON-CAMPAIGN       PIC X(12).
       77  WS-BON-AMOUNT-STR     PIC X(20).
       77  WS-BON-LAST           PIC X(10).
       77  WS-BON-FOUND          PIC X.
       77  WS-BON-INDEX          PIC 9(5) COMP.
       77  WS-BONUS-MV-COMMAND   PIC X(80) VALUE
           "mv data/campaign-accrued.csv.new data/campaign-accrued.csv".

      * Lectura del ledger (vivo y particiones) para la fecha de
      * apertura y los cargos del mes
       77  WS-TX-STATUS          PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-PART-STATUS        PIC XX.
       77  WS-PART-PATH          PIC X(40).
       77  WS-CSV-DATE           PIC X(10).
       77  WS-CSV-ACCOUNT        PIC X(30).
       77  WS-CSV-TYPE           PIC X(10).
       77  WS-CSV-AMOUNT-STR     PIC X(20).
       77  WS-CSV-AUX            PIC X(42).
       77  WS-CSV-REF            PIC X(20).
       77  WS-CSV-CATEGORY       PIC X(15).

       77  WS-TOTAL-BONUS        PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-BONUS-PAID   PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  FORMATTED-CMP-1       PIC -(12)9.99.
       77  FORMATTED-CMP-2       PIC -(12)9.99.
       77  FORMATTED-CMP-3       PIC -(12)9.99.
       77  FORMATTED-CMP-RATE    PIC 9.9999.
       77  WS-CMP-COUNT-EDIT     PIC Z(4)9.
       77  WS-CMP-LOST-EDIT      PIC Z(4)9.

       77  WS-TOTAL-ACCOUNTS     PIC 9(9) VALUE 0.
       77  WS-TOTAL-CREDITED     PIC 9(9) VALUE 0.
       77  WS-TOTAL-INTEREST     PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  FORMATTED-TOTAL       PIC -(12)9.99.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM CHECK-RUN-CONTROL
           PERFORM RECORD-RUN-START
           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM LOAD-RATES-IN-FORCE
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-TAX-CUSTOMERS
           PERFORM OPEN-ACCOUNT-MASTER
           IF WS-ACM-MODE = "Y"
               PERFORM LOAD-MASTER-ACCOUNTS
           ELSE
               PERFORM LOAD-SEED-ACCOUNTS
               PERFORM LOAD-CSV-BALANCES
           END-IF
           PERFORM LOAD-ACCRUED-REGISTER
           PERFORM CHECK-MONTH-END
           PERFORM LOAD-CAMPAIGNS
           IF WS-CAMP-COUNT > 0
               PERFORM LOAD-BONUS-REGISTER
               PERFORM SCAN-LEDGER-FOR-CAMPAIGNS
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "05" OR WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               PERFORM ACCRUE-INTEREST-FOR-ACCOUNT
               IF WS-CAMP-COUNT > 0
                   PERFORM ACCRUE-BONUS-FOR-ACCOUNT
               END-IF
           END-PERFORM

      *    Ultimo dia habil del mes: se capitaliza lo devengado
           IF WS-MONTH-END = "Y"
               OPEN EXTEND TX-FILE
               PERFORM VARYING IX-ACC FROM 1 BY 1
                   UNTIL IX-ACC > WS-ACC-COUNT
                   PERFORM CAPITALISE-FOR-ACCOUNT
               END-PERFORM
               PERFORM VARYING IX-BON FROM 1 BY 1
                   UNTIL IX-BON > WS-BON-COUNT
                   PERFORM PAY-BONUS-ROW
               END-PERFORM
               CLOSE TX-FILE
               IF WS-CAMP-COUNT > 0 OR WS-BON-COUNT > 0
                   PERFORM WRITE-CAMPAIGN-REPORT
               END-IF
           END-IF

           CLOSE JOURNAL-FILE

           PERFORM REWRITE-ACCRUED-REGISTER
           IF WS-CAMP-COUNT > 0 OR WS-BON-COUNT > 0
               PERFORM REWRITE-BONUS-REGISTER
           END-IF

           PERFORM RECORD-RUN-END-OK

           MOVE WS-TOTAL-INTEREST TO FORMATTED-TOTAL
           DISPLAY "Cuentas analizadas: " WS-TOTAL-ACCOUNTS
           DISPLAY "Cuentas con devengo: " WS-TOTAL-CREDITED
           DISPLAY "Interes total devengado: " FORMATTED-TOTAL
           IF WS-CAMP-COUNT > 0
               MOVE WS-TOTAL-BONUS TO FORMATTED-TOTAL
               DISPLAY "Bonificacion de campanas devengada: "
                   FORMATTED-TOTAL
           END-IF
           IF WS-MONTH-END = "Y"
               MOVE WS-TOTAL-CAP-AMOUNT TO FORMATTED-TOTAL
               MOVE WS-TOTAL-WITHHELD TO FORMATTED-TAX
               DISPLAY "Cuentas capitalizadas: " WS-TOTAL-CAPITALISED
               DISPLAY "Interes bruto capitalizado: " FORMATTED-TOTAL
               DISPLAY "Retencion practicada: " FORMATTED-TAX
               IF WS-TOTAL-BONUS-PAID NOT = 0
                   MOVE WS-TOTAL-BONUS-PAID TO FORMATTED-TOTAL
                   DISPLAY "Bonificacion bruta abonada: "
                       FORMATTED-TOTAL
               END-IF
               IF WS-TOTAL-CARRIED > 0
                   DISPLAY "Cuentas no abiertas con devengo "
                       "pendiente: " WS-TOTAL-CARRIED
               END-IF
           ELSE
               DISPLAY "Sin capitalizacion: " WS-TODAY-DATE
                   " no es el ultimo dia habil del mes"
           END-IF
           GOBACK
           .

                    WS-SEED-LIMIT WS-SEED-TYPE
           END-UNSTRING

           PERFORM CHECK-ACCOUNT-CAPACITY
           IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-SEED-ID   TO ACC-ID(WS-ACC-COUNT)
               MOVE WS-SEED-NAME TO ACC-NAME(WS-ACC-COUNT)
               MOVE 0 TO ACC-BALANCE(WS-ACC-COUNT)
               MOVE "N" TO ACC-OPEN(WS-ACC-COUNT)
               MOVE SPACES TO ACC-OPENED(WS-ACC-COUNT)
               MOVE "N" TO ACC-MONTH-DEBIT(WS-ACC-COUNT)
               IF WS-SEED-TYPE = SPACES
                   MOVE "CHECKING" TO ACC-TYPE(WS-ACC-COUNT)
               ELSE
                       AND WS-BAL-STATUS-FLD = "OPEN"
                       MOVE WS-BAL-AMOUNT
                           TO ACC-BALANCE(WS-LOOKUP-INDEX)
                       MOVE "Y" TO ACC-OPEN(WS-LOOKUP-INDEX)
                   END-IF
               ELSE
      *            El formato antiguo clavado por nombre ya no se

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

      * Como en la carga de balances.csv, solo devenga el saldo OPEN
       ADD-MASTER-ACCOUNT.
           PERFORM CHECK-ACCOUNT-CAPACITY
           IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE ACCT-ID   TO ACC-ID(WS-ACC-COUNT)
               MOVE ACCT-NAME TO ACC-NAME(WS-ACC-COUNT)
               MOVE 0 TO ACC-BALANCE(WS-ACC-COUNT)
               MOVE "N" TO ACC-OPEN(WS-ACC-COUNT)
               IF ACCT-HAS-BALANCE = "Y" AND ACCT-STATUS = "OPEN"
                   MOVE ACCT-BALANCE TO ACC-BALANCE(WS-ACC-COUNT)
                   MOVE "Y" TO ACC-OPEN(WS-ACC-COUNT)
               END-IF
               MOVE SPACES TO ACC-OPENED(WS-ACC-COUNT)
               MOVE "N" TO ACC-MONTH-DEBIT(WS-ACC-COUNT)
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
      * ACCRUE-INTEREST-FOR-ACCOUNT - calcula el interes del tramo que
      * corresponda al saldo de la cuenta IX-ACC y, si es positivo,
      * lo suma al registro de devengados y lo periodifica en el
      * diario
      * ----------------------------------------------------------------
       ACCRUE-INTEREST-FOR-ACCOUNT.
           ADD 1 TO WS-TOTAL-ACCOUNTS
                   ACC-BALANCE(IX-ACC) * WS-INTEREST-RATE

               IF WS-INTEREST-AMOUNT > 0
                   MOVE ACC-ID(IX-ACC) TO WS-ACR-ACCOUNT
                   PERFORM FIND-OR-ADD-ACCRUED
                   IF WS-ACR-FOUND = "N"
                       DISPLAY "Aviso: registro de devengos lleno, "
                           "sin devengo para " ACC-ID(IX-ACC)
                       EXIT PARAGRAPH
                   END-IF

      *            Un mismo dia no devenga dos veces
                   IF ACR-LAST(WS-ACR-INDEX) = WS-TODAY-DATE
                       DISPLAY "Aviso: " FUNCTION TRIM(ACC-ID(IX-ACC))
                           " ya devengo el " WS-TODAY-DATE
                       EXIT PARAGRAPH
                   END-IF

                   ADD 1 TO WS-TOTAL-CREDITED
                   ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST

                   IF ACR-AMOUNT(WS-ACR-INDEX) = 0
                       MOVE WS-TODAY-DATE TO ACR-SINCE(WS-ACR-INDEX)
                   END-IF
                   ADD WS-INTEREST-AMOUNT TO ACR-AMOUNT(WS-ACR-INDEX)
                   MOVE WS-TODAY-DATE TO ACR-LAST(WS-ACR-INDEX)

                   MOVE "DEVENGO" TO WS-JOURNAL-CATEGORY
                   PERFORM APPEND-JOURNAL-ROW
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * CAPITALISE-FOR-ACCOUNT - Fin de mes: abona a la cuenta IX-ACC
      * todo lo devengado en el registro, neto de retencion, y
      * cancela la periodificacion
      * ----------------------------------------------------------------
       CAPITALISE-FOR-ACCOUNT.
           MOVE ACC-ID(IX-ACC) TO WS-ACR-ACCOUNT
           PERFORM FIND-ACCRUED
           IF WS-ACR-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF ACR-AMOUNT(WS-ACR-INDEX) NOT > 0
               EXIT PARAGRAPH
           END-IF

      *    Una cuenta que ya no esta abierta no admite el abono; lo
      *    devengado sigue en el registro
           IF ACC-OPEN(IX-ACC) NOT = "Y"
               ADD 1 TO WS-TOTAL-CARRIED
               EXIT PARAGRAPH
           END-IF

           MOVE ACR-AMOUNT(WS-ACR-INDEX) TO WS-INTEREST-AMOUNT
           MOVE "INTERES" TO WS-CAP-CATEGORY
           MOVE SPACES TO WS-CAP-AUX
           ADD 1 TO WS-TOTAL-CAPITALISED
           ADD WS-INTEREST-AMOUNT TO WS-TOTAL-CAP-AMOUNT

      *    Cancelacion de la periodificacion por el bruto
           MOVE "DEVENGO-REV" TO WS-JOURNAL-CATEGORY
           PERFORM APPEND-JOURNAL-ROW

      *    Retencion en origen: el cliente recibe el neto y la parte
      *    retenida se abona a la cuenta TAXPAY
           PERFORM SELECT-TAX-RATE
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-INTEREST-AMOUNT * WS-TAX-RATE
           SUBTRACT WS-TAX-AMOUNT FROM WS-INTEREST-AMOUNT

           MOVE WS-INTEREST-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-AMOUNT-STR
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR

           PERFORM APPEND-INTEREST-TRANSACTION

           IF WS-TAX-AMOUNT > 0
               ADD WS-TAX-AMOUNT TO WS-TOTAL-WITHHELD
               PERFORM APPEND-TAX-TRANSACTION
           END-IF

      *    Contrapartida: el gasto por intereses del banco (bruto:
      *    neto abonado mas retencion) queda como DEBIT a INTEXPENSE
      *    y el ledger suma cero
           PERFORM APPEND-EXPENSE-TRANSACTION

           MOVE 0 TO ACR-AMOUNT(WS-ACR-INDEX)
           MOVE SPACES TO ACR-SINCE(WS-ACR-INDEX)
           .

      * ----------------------------------------------------------------
      * ACCRUE-BONUS-FOR-ACCOUNT - Bonificacion de cada campana en la
      * que participa la cuenta IX-ACC: el tipo extra sobre el mismo
      * saldo que devenga el tramo
      * ----------------------------------------------------------------
       ACCRUE-BONUS-FOR-ACCOUNT.
           IF ACC-BALANCE(IX-ACC) NOT > 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CATALOG-FOR-TYPE
           IF WS-CAT-FOUND = "Y"
               AND CAT-INTEREST(WS-CAT-INDEX) = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING IX-CMP FROM 1 BY 1
               UNTIL IX-CMP > WS-CAMP-COUNT
               PERFORM CHECK-BONUS-CAMPAIGN
           END-PERFORM
           .

       CHECK-BONUS-CAMPAIGN.
           PERFORM CHECK-CAMPAIGN-PRODUCT
           IF WS-PRODUCT-OK = "N"
               EXIT PARAGRAPH
           END-IF

           EVALUATE CMP-RULE(IX-CMP)
               WHEN "NEW"
                   IF ACC-OPENED(IX-ACC) = SPACES
                       OR ACC-OPENED(IX-ACC) < CMP-START(IX-CMP)
                       OR ACC-OPENED(IX-ACC) > CMP-END(IX-CMP)
                       EXIT PARAGRAPH
                   END-IF
                   IF CMP-MONTHS(IX-CMP) = 0
                       IF WS-TODAY-DATE > CMP-END(IX-CMP)
                           EXIT PARAGRAPH
                       END-IF
                   ELSE
                       PERFORM COMPUTE-BONUS-UNTIL
                       IF WS-TODAY-DATE NOT < WS-BONUS-UNTIL
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               WHEN "NOWD"
                   IF WS-TODAY-DATE < CMP-START(IX-CMP)
                       OR WS-TODAY-DATE > CMP-END(IX-CMP)
                       OR ACC-MONTH-DEBIT(IX-ACC) = "Y"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           COMPUTE WS-BONUS-AMOUNT ROUNDED =
               ACC-BALANCE(IX-ACC) * CMP-RATE(IX-CMP)
           IF WS-BONUS-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE ACC-ID(IX-ACC) TO WS-BON-ACCOUNT
           MOVE CMP-ID(IX-CMP) TO WS-BON-CAMPAIGN
           PERFORM FIND-OR-ADD-BONUS
           IF WS-BON-FOUND = "N"
               DISPLAY "Aviso: registro de bonificaciones lleno, "
                   "sin bonificacion para " ACC-ID(IX-ACC)
               EXIT PARAGRAPH
           END-IF

      *    Un mismo dia no bonifica dos veces
           IF BON-LAST(WS-BON-INDEX) = WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF

           ADD WS-BONUS-AMOUNT TO BON-AMOUNT(WS-BON-INDEX)
           MOVE WS-TODAY-DATE TO BON-LAST(WS-BON-INDEX)
           ADD WS-BONUS-AMOUNT TO CMP-ACCRUED(IX-CMP)
           ADD WS-BONUS-AMOUNT TO WS-TOTAL-BONUS

           MOVE WS-BONUS-AMOUNT TO WS-INTEREST-AMOUNT
           MOVE CMP-ID(IX-CMP) TO WS-CAP-AUX
           MOVE "DEVENGO" TO WS-JOURNAL-CATEGORY
           PERFORM APPEND-JOURNAL-ROW
           MOVE SPACES TO WS-CAP-AUX
           .

      * El producto de la cuenta IX-ACC esta en la lista de la
      * campana IX-CMP ("*" o vacia: cualquier producto)
       CHECK-CAMPAIGN-PRODUCT.
           MOVE "N" TO WS-PRODUCT-OK
           IF CMP-PRODUCTS(IX-CMP) = SPACES
               OR CMP-PRODUCTS(IX-CMP) = "*"
               MOVE "Y" TO WS-PRODUCT-OK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PROD-1 WS-PROD-2 WS-PROD-3
               WS-PROD-4 WS-PROD-5 WS-PROD-6
           UNSTRING CMP-PRODUCTS(IX-CMP) DELIMITED BY ";"
               INTO WS-PROD-1 WS-PROD-2 WS-PROD-3
                    WS-PROD-4 WS-PROD-5 WS-PROD-6
           END-UNSTRING
           IF ACC-TYPE(IX-ACC) = WS-PROD-1
               OR ACC-TYPE(IX-ACC) = WS-PROD-2
               OR ACC-TYPE(IX-ACC) = WS-PROD-3
               OR ACC-TYPE(IX-ACC) = WS-PROD-4
               OR ACC-TYPE(IX-ACC) = WS-PROD-5
               OR ACC-TYPE(IX-ACC) = WS-PROD-6
               MOVE "Y" TO WS-PRODUCT-OK
           END-IF
           .

      * Apertura de la cuenta IX-ACC mas los meses de la campana
      * IX-CMP, mismo dia del mes (la comparacion es de texto, asi
      * que un 31 inexistente sigue ordenando bien)
       COMPUTE-BONUS-UNTIL.
           MOVE ACC-OPENED(IX-ACC)(1:4) TO WS-UNTIL-YEAR
           MOVE ACC-OPENED(IX-ACC)(6:2) TO WS-UNTIL-MONTH
           COMPUTE WS-UNTIL-TOTAL = WS-UNTIL-YEAR * 12
               + WS-UNTIL-MONTH - 1 + CMP-MONTHS(IX-CMP)
           DIVIDE WS-UNTIL-TOTAL BY 12 GIVING WS-UNTIL-YEAR
               REMAINDER WS-UNTIL-MONTH
           ADD 1 TO WS-UNTIL-MONTH
           MOVE SPACES TO WS-BONUS-UNTIL
           STRING WS-UNTIL-YEAR "-" WS-UNTIL-MONTH "-"
                  ACC-OPENED(IX-ACC)(9:2)
               INTO WS-BONUS-UNTIL
           END-STRING
           .

      * ----------------------------------------------------------------
      * PAY-BONUS-ROW - Fin de mes: abona la bonificacion IX-BON neta
      * de retencion con categoria BONIFICACION; en una campana NOWD
      * un cargo del cliente en el mes la cancela entera
      * ----------------------------------------------------------------
       PAY-BONUS-ROW.
           IF BON-AMOUNT(IX-BON) NOT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE BON-ACCOUNT(IX-BON) TO WS-BAL-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           SET IX-ACC TO WS-LOOKUP-INDEX

      *    Como el interes: una cuenta que ya no esta abierta
      *    conserva lo devengado en el registro
           IF ACC-OPEN(IX-ACC) NOT = "Y"
               ADD 1 TO WS-TOTAL-CARRIED
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CMP-FOUND
           PERFORM VARYING IX-CMP FROM 1 BY 1
               UNTIL IX-CMP > WS-CAMP-COUNT OR WS-CMP-FOUND = "Y"
               IF CMP-ID(IX-CMP) = BON-CAMPAIGN(IX-BON)
                   MOVE "Y" TO WS-CMP-FOUND
                   SET WS-CMP-INDEX TO IX-CMP
               END-IF
           END-PERFORM
           IF WS-CMP-FOUND = "N"
               DISPLAY "Aviso: campana " BON-CAMPAIGN(IX-BON)
                   " ya no figura en data/campaigns.csv; se abona "
                   "lo devengado"
           END-IF

           MOVE BON-AMOUNT(IX-BON) TO WS-INTEREST-AMOUNT
           MOVE BON-CAMPAIGN(IX-BON) TO WS-CAP-AUX
           MOVE "BONIFICACION" TO WS-CAP-CATEGORY

      *    Cancelacion de la periodificacion por el bruto, se pague o
      *    se pierda
           MOVE "DEVENGO-REV" TO WS-JOURNAL-CATEGORY
           PERFORM APPEND-JOURNAL-ROW

           IF WS-CMP-FOUND = "Y"
               IF CMP-RULE(WS-CMP-INDEX) = "NOWD"
                   AND ACC-MONTH-DEBIT(IX-ACC) = "Y"
                   ADD 1 TO CMP-LOST-COUNT(WS-CMP-INDEX)
                   ADD WS-INTEREST-AMOUNT TO CMP-LOST(WS-CMP-INDEX)
                   MOVE 0 TO BON-AMOUNT(IX-BON)
                   MOVE SPACES TO WS-CAP-AUX
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD WS-INTEREST-AMOUNT TO WS-TOTAL-BONUS-PAID
           IF WS-CMP-FOUND = "Y"
               ADD 1 TO CMP-PAID-COUNT(WS-CMP-INDEX)
               ADD WS-INTEREST-AMOUNT TO CMP-GROSS(WS-CMP-INDEX)
           END-IF

           PERFORM SELECT-TAX-RATE
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-INTEREST-AMOUNT * WS-TAX-RATE
           SUBTRACT WS-TAX-AMOUNT FROM WS-INTEREST-AMOUNT

           MOVE WS-INTEREST-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-AMOUNT-STR
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR

           PERFORM APPEND-INTEREST-TRANSACTION

           IF WS-TAX-AMOUNT > 0
               ADD WS-TAX-AMOUNT TO WS-TOTAL-WITHHELD
               IF WS-CMP-FOUND = "Y"
                   ADD WS-TAX-AMOUNT TO CMP-TAX(WS-CMP-INDEX)
               END-IF
               PERFORM APPEND-TAX-TRANSACTION
           END-IF

           PERFORM APPEND-EXPENSE-TRANSACTION

           MOVE 0 TO BON-AMOUNT(IX-BON)
           MOVE SPACES TO WS-CAP-AUX
           .

      * ----------------------------------------------------------------
      * WRITE-CAMPAIGN-REPORT - Coste de cada campana en el mes:
      * bonificacion bruta abonada, retencion y lo perdido por
      * cargos del cliente
      * ----------------------------------------------------------------
       WRITE-CAMPAIGN-REPORT.
           OPEN OUTPUT CAMP-REPORT-FILE

           MOVE SPACES TO CAMP-REPORT-LINE
           STRING "COSTE DE CAMPANAS DE BONIFICACION - MES "
                  DELIMITED BY SIZE
                  WS-TODAY-DATE(1:7) DELIMITED BY SIZE
                  " (cierre " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO CAMP-REPORT-LINE
           END-STRING
           WRITE CAMP-REPORT-LINE

           MOVE SPACES TO CAMP-REPORT-LINE
           STRING "CAMPANA      REGLA  EXTRA  CUENTAS"
                  DELIMITED BY SIZE
                  "      BRUTO ABONADO        RETENCION"
                  DELIMITED BY SIZE
                  "  PERDIDAS          PERDIDO  DESCRIPCION"
                  DELIMITED BY SIZE
               INTO CAMP-REPORT-LINE
           END-STRING
           WRITE CAMP-REPORT-LINE

           PERFORM VARYING IX-CMP FROM 1 BY 1
               UNTIL IX-CMP > WS-CAMP-COUNT
               MOVE CMP-RATE(IX-CMP) TO FORMATTED-CMP-RATE
               MOVE CMP-PAID-COUNT(IX-CMP) TO WS-CMP-COUNT-EDIT
               MOVE CMP-GROSS(IX-CMP) TO FORMATTED-CMP-1
               MOVE CMP-TAX(IX-CMP) TO FORMATTED-CMP-2
               MOVE CMP-LOST-COUNT(IX-CMP) TO WS-CMP-LOST-EDIT
               MOVE CMP-LOST(IX-CMP) TO FORMATTED-CMP-3
               MOVE SPACES TO CAMP-REPORT-LINE
               STRING CMP-ID(IX-CMP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CMP-RULE(IX-CMP) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FORMATTED-CMP-RATE DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-CMP-COUNT-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FORMATTED-CMP-1 DELIMITED BY SIZE
                      FORMATTED-CMP-2 DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-CMP-LOST-EDIT DELIMITED BY SIZE
                      FORMATTED-CMP-3 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CMP-DESC(IX-CMP) DELIMITED BY SIZE
                   INTO CAMP-REPORT-LINE
               END-STRING
               WRITE CAMP-REPORT-LINE
           END-PERFORM

           MOVE WS-TOTAL-BONUS-PAID TO FORMATTED-CMP-1
           MOVE SPACES TO CAMP-REPORT-LINE
           STRING "TOTAL BONIFICACION BRUTA ABONADA: "
                  DELIMITED BY SIZE
                  FORMATTED-CMP-1 DELIMITED BY SIZE
               INTO CAMP-REPORT-LINE
           END-STRING
           WRITE CAMP-REPORT-LINE

           CLOSE CAMP-REPORT-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-CAMPAIGNS - Campanas de data/campaigns.csv; sin fichero
      * no hay bonificaciones
      * ----------------------------------------------------------------
       LOAD-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CAMPAIGN-STATUS NOT = "00"
               READ CAMPAIGN-FILE
               IF WS-CAMPAIGN-STATUS = "00"
                   AND CAMPAIGN-LINE(1:8) NOT = "campaign"
                   AND CAMPAIGN-LINE NOT = SPACES
                   PERFORM ADD-CAMPAIGN-ROW
               END-IF
           END-PERFORM

           CLOSE CAMPAIGN-FILE
           .

       ADD-CAMPAIGN-ROW.
           MOVE SPACES TO WS-CMP-ID WS-CMP-START WS-CMP-END
               WS-CMP-PRODUCTS WS-CMP-RULE WS-CMP-RATE-STR
               WS-CMP-MONTHS-STR WS-CMP-DESC
           UNSTRING CAMPAIGN-LINE DELIMITED BY ","
               INTO WS-CMP-ID WS-CMP-START WS-CMP-END
                    WS-CMP-PRODUCTS WS-CMP-RULE WS-CMP-RATE-STR
                    WS-CMP-MONTHS-STR WS-CMP-DESC
           END-UNSTRING
           IF WS-CMP-MONTHS-STR = SPACES
               MOVE "0" TO WS-CMP-MONTHS-STR
           END-IF

           IF WS-CMP-ID = SPACES
               OR WS-CMP-START(5:1) NOT = "-"
               OR WS-CMP-END(5:1) NOT = "-"
               OR (WS-CMP-RULE NOT = "NEW" AND WS-CMP-RULE NOT = "NOWD")
               OR FUNCTION TEST-NUMVAL(WS-CMP-RATE-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CMP-MONTHS-STR) NOT = 0
               DISPLAY "Aviso: campana no valida, se ignora: "
                   FUNCTION TRIM(CAMPAIGN-LINE)
               EXIT PARAGRAPH
           END-IF

           IF WS-CAMP-COUNT >= WS-MAX-CAMPAIGNS
               DISPLAY "Aviso: demasiadas campanas, se ignora "
                   WS-CMP-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CAMP-COUNT
           MOVE WS-CMP-ID TO CMP-ID(WS-CAMP-COUNT)
           MOVE WS-CMP-START TO CMP-START(WS-CAMP-COUNT)
           MOVE WS-CMP-END TO CMP-END(WS-CAMP-COUNT)
           MOVE WS-CMP-PRODUCTS TO CMP-PRODUCTS(WS-CAMP-COUNT)
           MOVE WS-CMP-RULE TO CMP-RULE(WS-CAMP-COUNT)
           MOVE FUNCTION NUMVAL(WS-CMP-RATE-STR)
               TO CMP-RATE(WS-CAMP-COUNT)
           MOVE FUNCTION NUMVAL(WS-CMP-MONTHS-STR)
               TO CMP-MONTHS(WS-CAMP-COUNT)
           MOVE WS-CMP-DESC TO CMP-DESC(WS-CAMP-COUNT)
           MOVE 0 TO CMP-ACCRUED(WS-CAMP-COUNT)
               CMP-PAID-COUNT(WS-CAMP-COUNT) CMP-GROSS(WS-CAMP-COUNT)
               CMP-TAX(WS-CAMP-COUNT) CMP-LOST-COUNT(WS-CAMP-COUNT)
               CMP-LOST(WS-CAMP-COUNT)

      *    Solo una campana de cuentas nuevas ya empezada obliga a
      *    buscar la apertura en las particiones del ledger
           IF WS-CMP-RULE = "NEW"
               AND WS-CMP-START NOT > WS-TODAY-DATE
               MOVE "Y" TO WS-NEED-OPEN-DATES
           END-IF
           .

      * ----------------------------------------------------------------
      * SCAN-LEDGER-FOR-CAMPAIGNS - Fecha de apertura de cada cuenta
      * (su primera fila en el ledger, particiones incluidas) y
      * cargos del cliente en el mes en curso (ledger vivo)
      * ----------------------------------------------------------------
       SCAN-LEDGER-FOR-CAMPAIGNS.
           IF WS-NEED-OPEN-DATES = "Y"
               OPEN INPUT PART-MANIFEST-FILE
               IF WS-MANIFEST-STATUS = "00"
                   PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
                       READ PART-MANIFEST-FILE
                       IF WS-MANIFEST-STATUS = "00"
                           PERFORM SCAN-ONE-PARTITION
                       END-IF
                   END-PERFORM
                   CLOSE PART-MANIFEST-FILE
               END-IF
           END-IF

           OPEN INPUT TX-FILE
           IF WS-TX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TX-STATUS NOT = "00"
               READ TX-FILE
               IF WS-TX-STATUS = "00"
                   PERFORM PARSE-CAMPAIGN-TX-LINE
                   IF WS-CSV-DATE(5:1) = "-"
                       PERFORM NOTE-ACCOUNT-OPENING
                       PERFORM NOTE-CUSTOMER-DEBIT
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TX-FILE
           .

       SCAN-ONE-PARTITION.
           MOVE SPACES TO WS-PART-PATH
           STRING "data/transactions-" DELIMITED BY SIZE
                  PART-MANIFEST-REC(1:7) DELIMITED BY SIZE
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
                   PERFORM PARSE-CAMPAIGN-TX-LINE
                   IF WS-CSV-DATE(5:1) = "-"
                       PERFORM NOTE-ACCOUNT-OPENING
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PART-FILE
           .

       PARSE-CAMPAIGN-TX-LINE.
           MOVE SPACES TO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
               WS-CSV-AMOUNT-STR WS-CSV-AUX WS-CSV-REF
               WS-CSV-CATEGORY
           IF TX-LINE(1:4) = "HDR," OR TX-LINE(1:4) = "TRL,"
               EXIT PARAGRAPH
           END-IF
           UNSTRING TX-LINE DELIMITED BY ","
               INTO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
                    WS-CSV-AMOUNT-STR WS-CSV-AUX WS-CSV-REF
                    WS-CSV-CATEGORY
           END-UNSTRING
           .

      *    La primera fila de una cuenta (de origen o, en una
      *    TRANSFER, de destino) fecha su apertura
       NOTE-ACCOUNT-OPENING.
           IF WS-NEED-OPEN-DATES = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CSV-ACCOUNT TO WS-BAL-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-FOUND = "Y"
               IF ACC-OPENED(WS-LOOKUP-INDEX) = SPACES
                   OR WS-CSV-DATE < ACC-OPENED(WS-LOOKUP-INDEX)
                   MOVE WS-CSV-DATE TO ACC-OPENED(WS-LOOKUP-INDEX)
               END-IF
           END-IF

           IF WS-CSV-TYPE = "TRANSFER" AND WS-CSV-AUX NOT = SPACES
               MOVE WS-CSV-AUX(1:30) TO WS-BAL-ID
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-FOUND = "Y"
                   IF ACC-OPENED(WS-LOOKUP-INDEX) = SPACES
                       OR WS-CSV-DATE < ACC-OPENED(WS-LOOKUP-INDEX)
                       MOVE WS-CSV-DATE TO ACC-OPENED(WS-LOOKUP-INDEX)
                   END-IF
               END-IF
           END-IF
           .

      *    Cargo del cliente en el mes: DEBIT, TRANSFER de salida o
      *    extorno de un abono; los cargos del propio banco
      *    (comisiones, retencion, intereses deudores) no cuentan
       NOTE-CUSTOMER-DEBIT.
           IF WS-CSV-DATE(1:7) NOT = WS-TODAY-DATE(1:7)
               OR WS-CSV-DATE > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-CSV-CATEGORY = "COMISION"
               OR WS-CSV-CATEGORY = "RETENCION"
               OR WS-CSV-CATEGORY = "INTERES-DEUDOR"
               OR WS-CSV-CATEGORY = "INTERES-AJUSTE"
               OR WS-CSV-AUX(1:4) = "FEE:"
               EXIT PARAGRAPH
           END-IF
           IF WS-CSV-TYPE NOT = "DEBIT"
               AND WS-CSV-TYPE NOT = "TRANSFER"
               AND NOT (WS-CSV-TYPE = "REVERSAL"
                        AND WS-CSV-AUX(1:7) = "CREDIT:")
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CSV-ACCOUNT TO WS-BAL-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-FOUND = "Y"
               MOVE "Y" TO ACC-MONTH-DEBIT(WS-LOOKUP-INDEX)
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-BONUS-REGISTER - Bonificaciones devengadas pendientes de
      * pago por cuenta y campana
      * ----------------------------------------------------------------
       LOAD-BONUS-REGISTER.
           OPEN INPUT BONUS-FILE
           IF WS-BONUS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-BONUS-STATUS NOT = "00"
               READ BONUS-FILE
               IF WS-BONUS-STATUS = "00"
                   AND BONUS-LINE(1:7) NOT = "account"
                   PERFORM ADD-BONUS-ROW
               END-IF
           END-PERFORM

           CLOSE BONUS-FILE
           .

       ADD-BONUS-ROW.
           MOVE SPACES TO WS-BON-ACCOUNT WS-BON-CAMPAIGN
               WS-BON-AMOUNT-STR WS-BON-LAST
           UNSTRING BONUS-LINE DELIMITED BY ","
               INTO WS-BON-ACCOUNT WS-BON-CAMPAIGN
                    WS-BON-AMOUNT-STR WS-BON-LAST
           END-UNSTRING

           IF WS-BON-ACCOUNT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-BON-AMOUNT-STR) NOT = 0
               DISPLAY "Aviso: fila de bonificaciones no valida, se "
                   "ignora: " FUNCTION TRIM(BONUS-LINE)
               EXIT PARAGRAPH
           END-IF

           IF WS-BON-COUNT < WS-MAX-BONUS
               ADD 1 TO WS-BON-COUNT
               MOVE WS-BON-ACCOUNT TO BON-ACCOUNT(WS-BON-COUNT)
               MOVE WS-BON-CAMPAIGN TO BON-CAMPAIGN(WS-BON-COUNT)
               MOVE FUNCTION NUMVAL(WS-BON-AMOUNT-STR)
                   TO BON-AMOUNT(WS-BON-COUNT)
               MOVE WS-BON-LAST TO BON-LAST(WS-BON-COUNT)
           END-IF
           .

       FIND-OR-ADD-BONUS.
           MOVE "N" TO WS-BON-FOUND
           PERFORM VARYING IX-BON FROM 1 BY 1
               UNTIL IX-BON > WS-BON-COUNT OR WS-BON-FOUND = "Y"
               IF BON-ACCOUNT(IX-BON) = WS-BON-ACCOUNT
                   AND BON-CAMPAIGN(IX-BON) = WS-BON-CAMPAIGN
                   MOVE "Y" TO WS-BON-FOUND
                   SET WS-BON-INDEX TO IX-BON
               END-IF
           END-PERFORM

           IF WS-BON-FOUND = "N"
               AND WS-BON-COUNT < WS-MAX-BONUS
               ADD 1 TO WS-BON-COUNT
               MOVE WS-BON-ACCOUNT TO BON-ACCOUNT(WS-BON-COUNT)
               MOVE WS-BON-CAMPAIGN TO BON-CAMPAIGN(WS-BON-COUNT)
               MOVE 0 TO BON-AMOUNT(WS-BON-COUNT)
               MOVE SPACES TO BON-LAST(WS-BON-COUNT)
               MOVE "Y" TO WS-BON-FOUND
               MOVE WS-BON-COUNT TO WS-BON-INDEX
           END-IF
           .

      * ----------------------------------------------------------------
      * REWRITE-BONUS-REGISTER - Vuelca el registro via .new + mv; las
      * filas ya abonadas o perdidas se conservan solo el dia en que
      * devengaron, para que una reejecucion no vuelva a bonificar
      * ----------------------------------------------------------------
       REWRITE-BONUS-REGISTER.
           OPEN OUTPUT BONUS-OUT-FILE
           MOVE "account,campaign,accrued,last-accrual"
               TO BONUS-OUT-LINE
           WRITE BONUS-OUT-LINE

           PERFORM VARYING IX-BON FROM 1 BY 1
               UNTIL IX-BON > WS-BON-COUNT
               IF BON-AMOUNT(IX-BON) NOT = 0
                   OR BON-LAST(IX-BON) = WS-TODAY-DATE
                   MOVE BON-AMOUNT(IX-BON) TO WS-ACR-EDIT
                   MOVE SPACES TO BONUS-OUT-LINE
                   STRING BON-ACCOUNT(IX-BON) DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          BON-CAMPAIGN(IX-BON) DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ACR-EDIT)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          BON-LAST(IX-BON) DELIMITED BY SPACE
                       INTO BONUS-OUT-LINE
                   END-STRING
                   WRITE BONUS-OUT-LINE
               END-IF
           END-PERFORM

           CLOSE BONUS-OUT-FILE
           CALL "SYSTEM" USING WS-BONUS-MV-COMMAND
           .

      * ----------------------------------------------------------------
      * APPEND-JOURNAL-ROW - Fila del diario de periodificacion con el
      * formato de transactions.csv: fecha,cuenta,ACCRUAL,importe,,
      * referencia,categoria (DEVENGO o DEVENGO-REV); las de campana
      * llevan la campana en el auxiliar
      * ----------------------------------------------------------------
       APPEND-JOURNAL-ROW.
           MOVE WS-INTEREST-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-AMOUNT-STR
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR

           PERFORM BUILD-TX-REF
           MOVE SPACES TO JOURNAL-LINE
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ACC-ID(IX-ACC) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  "ACCRUAL" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CAP-AUX DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-JOURNAL-CATEGORY DELIMITED BY SPACE
               INTO JOURNAL-LINE
           END-STRING
           WRITE JOURNAL-LINE
           .

      * ----------------------------------------------------------------
      * LOAD-ACCRUED-REGISTER - Saldo devengado pendiente de pago por
      * cuenta; sin fichero se empieza con el registro vacio
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

       FIND-ACCRUED.
           MOVE "N" TO WS-ACR-FOUND
           PERFORM VARYING IX-ACR FROM 1 BY 1
               UNTIL IX-ACR > WS-ACR-COUNT OR WS-ACR-FOUND = "Y"
               IF ACR-ACCOUNT(IX-ACR) = WS-ACR-ACCOUNT
                   MOVE "Y" TO WS-ACR-FOUND
                   SET WS-ACR-INDEX TO IX-ACR
               END-IF
           END-PERFORM
           .

       FIND-OR-ADD-ACCRUED.
           PERFORM FIND-ACCRUED
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

      * ----------------------------------------------------------------
      * REWRITE-ACCRUED-REGISTER - Vuelca el registro via .new + mv
      * ----------------------------------------------------------------
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
      * CHECK-MONTH-END - La fecha de negocio es el ultimo dia habil
      * del mes si el siguiente dia habil cae en otro mes
      * ----------------------------------------------------------------
       CHECK-MONTH-END.
           PERFORM LOAD-HOLIDAYS
           MOVE WS-TODAY-DATE TO WS-ROLL-DATE
           PERFORM CLASSIFY-ROLL-DATE
           ADD 1 TO WS-ROLL-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
               TO WS-ROLL-YYYYMMDD
           MOVE SPACES TO WS-ROLL-DATE
           STRING WS-ROLL-YYYYMMDD(1:4) "-"
                  WS-ROLL-YYYYMMDD(5:2) "-"
                  WS-ROLL-YYYYMMDD(7:2)
               INTO WS-ROLL-DATE
           END-STRING
           PERFORM ROLL-TO-BUSINESS-DAY

           IF WS-ROLL-DATE(1:7) NOT = WS-TODAY-DATE(1:7)
               MOVE "Y" TO WS-MONTH-END
           ELSE
               MOVE "N" TO WS-MONTH-END
           END-IF
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

      * ----------------------------------------------------------------
      * ROLL-TO-BUSINESS-DAY - Avanza WS-ROLL-DATE hasta el primer
      * dia habil (ni sabado, ni domingo, ni festivo)
      * ----------------------------------------------------------------
       ROLL-TO-BUSINESS-DAY.
           PERFORM CLASSIFY-ROLL-DATE
           PERFORM UNTIL WS-ROLL-IS-BUSINESS = "Y"
               ADD 1 TO WS-ROLL-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
                   TO WS-ROLL-YYYYMMDD
               MOVE SPACES TO WS-ROLL-DATE
               STRING WS-ROLL-YYYYMMDD(1:4) "-"
                      WS-ROLL-YYYYMMDD(5:2) "-"
                      WS-ROLL-YYYYMMDD(7:2)
                   INTO WS-ROLL-DATE
               END-STRING
               PERFORM CLASSIFY-ROLL-DATE
           END-PERFORM
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
           IF WS-CAT-FOUND = "Y"
               AND CAT-TIERSET(WS-CAT-INDEX) = "2"
               EVALUATE TRUE
                   WHEN ACC-BALANCE(IX-ACC) <= WS-T2-TIER1-MAX
                       MOVE WS-T2-TIER1-RATE TO WS-INTEREST-RATE
                   WHEN ACC-BALANCE(IX-ACC) <= WS-T2-TIER2-MAX
                       MOVE WS-T2-TIER2-RATE TO WS-INTEREST-RATE
                   WHEN OTHER
                       MOVE WS-T2-TIER3-RATE TO WS-INTEREST-RATE
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-RATES-IN-FORCE - Limites y tipos de los juegos 1 y 2
      * vigentes en la fecha de negocio; sin fila vigente se quedan
      * los tramos historicos
      * ----------------------------------------------------------------
       LOAD-RATES-IN-FORCE.
           MOVE "1" TO WS-IRT-WANTED
           PERFORM FIND-RATE-IN-FORCE
           IF WS-IRT-FOUND = "Y"
               MOVE WS-IRT-T1-MAX  TO WS-TIER1-MAX
               MOVE WS-IRT-T1-RATE TO WS-TIER1-RATE
               MOVE WS-IRT-T2-MAX  TO WS-TIER2-MAX
               MOVE WS-IRT-T2-RATE TO WS-TIER2-RATE
               MOVE WS-IRT-T3-RATE TO WS-TIER3-RATE
               DISPLAY "Tramos juego 1: vigentes desde "
                   WS-IRT-BEST-DATE " ("
                   FUNCTION TRIM(WS-IRT-BEST-CHANGE) ")"
           ELSE
               DISPLAY "Tramos juego 1: tipos historicos (sin fila "
                   "vigente)"
           END-IF

           MOVE "2" TO WS-IRT-WANTED
           PERFORM FIND-RATE-IN-FORCE
           IF WS-IRT-FOUND = "Y"
               MOVE WS-IRT-T1-MAX  TO WS-T2-TIER1-MAX
               MOVE WS-IRT-T1-RATE TO WS-T2-TIER1-RATE
               MOVE WS-IRT-T2-MAX  TO WS-T2-TIER2-MAX
               MOVE WS-IRT-T2-RATE TO WS-T2-TIER2-RATE
               MOVE WS-IRT-T3-RATE TO WS-T2-TIER3-RATE
               DISPLAY "Tramos juego 2: vigentes desde "
                   WS-IRT-BEST-DATE " ("
                   FUNCTION TRIM(WS-IRT-BEST-CHANGE) ")"
           ELSE
               DISPLAY "Tramos juego 2: tipos historicos (sin fila "
                   "vigente)"
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

           IF FUNCTION TEST-NUMVAL(WS-IRT-T1-MAX-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-IRT-T1-RATE-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-IRT-T2-MAX-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-IRT-T2-RATE-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-IRT-T3-RATE-STR) NOT = 0
               DISPLAY "Aviso: fila de tipos no valida, se ignora: "
                   FUNCTION TRIM(IRATES-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-IRT-FOUND
           MOVE WS-IRT-DATE TO WS-IRT-BEST-DATE
           MOVE WS-IRT-CHANGE TO WS-IRT-BEST-CHANGE
           MOVE FUNCTION NUMVAL(WS-IRT-T1-MAX-STR)  TO WS-IRT-T1-MAX
           MOVE FUNCTION NUMVAL(WS-IRT-T1-RATE-STR) TO WS-IRT-T1-RATE
           MOVE FUNCTION NUMVAL(WS-IRT-T2-MAX-STR)  TO WS-IRT-T2-MAX
           MOVE FUNCTION NUMVAL(WS-IRT-T2-RATE-STR) TO WS-IRT-T2-RATE
           MOVE FUNCTION NUMVAL(WS-IRT-T3-RATE-STR) TO WS-IRT-T3-RATE
           .

      * ----------------------------------------------------------------
      * APPEND-INTEREST-TRANSACTION - Anade la fila fecha,cuenta,
      * CREDIT,importe a transactions.csv con la categoria
      * WS-CAP-CATEGORY
      * ----------------------------------------------------------------
       APPEND-INTEREST-TRANSACTION.
           PERFORM BUILD-TX-REF
                  "CREDIT" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CAP-AUX DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CAP-CATEGORY DELIMITED BY SPACE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * ----------------------------------------------------------------
                  ACC-ID(IX-ACC) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CAP-CATEGORY DELIMITED BY SPACE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * ----------------------------------------------------------------
                  ",RETENCION" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * ----------------------------------------------------------------
           END-PERFORM
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM INTEREST-ACCRUAL.
