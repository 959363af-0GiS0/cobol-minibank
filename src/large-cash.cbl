      ******************************************************************
      * LARGE-CASH: Declaracion diaria de operaciones en efectivo
      *
      * Al margen de la vigilancia de estructuracion de
      * AML-SURVEILLANCE, toda operacion en efectivo por encima del
      * umbral de declaracion se comunica al regulador, sea o no
      * sospechosa. Para la fecha de negocio (LARGE_CASH_DATE o
      * data/business-date.dat; sin ninguna, la del sistema) se
      * recogen las que superan MINIBANK_LARGE_CASH_THRESHOLD
      * (10000 por defecto):
      *   - ingresos y retiradas de efectivo en ventanilla: filas
      *     CREDIT/DEBIT del ledger de categoria VENTANILLA, sin
      *     auxiliar y con cajero en la columna 8 (no las del kiosco
      *     ni los ingresos de cheque de data/cheque-deposits.csv),
      *     leidas de la particion del mes si existe y del ledger
      *     vivo,
      *   - cambios de moneda en efectivo de data/fx-blotter.csv por
      *     su contravalor, con la cuenta del cliente si se indico
      *     (sin sucursal en el blotter se toma la central HQ).
      *
      * La identidad es la del titular de la cuenta (primer vinculo
      * de data/customer-accounts.csv): nombre, documento y
      * direccion de data/customers.csv. Cada operacion lleva el
      * cajero que la hizo y su sucursal.
      *
      * Las operaciones declaradas van al fichero de declaracion
      * data/large-cash-filing-<numero>.csv (numero correlativo en
      * data/large-cash-serial.dat):
      *   HDR,EFECTIVO,<numero>,<fecha de negocio>,<umbral>
      *   DTL,<clave>,<fecha>,<hora>,<operacion>,<importe>,<divisa>,
      *       <importe en divisa>,<cuenta>,<cajero>,<sucursal>,
      *       <cliente>,<documento>,<nombre>,<direccion>
      *   TRL,<operaciones>,<importe total>
      * y al registro data/large-cash-register.csv (clave,fecha de
      * negocio,numero de declaracion,fecha de envio), que impide
      * declarar dos veces la misma operacion al repetir el dia.
      * La clave es la referencia del movimiento o, para los
      * cambios, FX-<fecha>-<hora>-<cajero>.
      *
      * Las operaciones sin identidad completa (sin cuenta, sin
      * titular, cliente desconocido o sin documento) no se
      * declaran: se listan en data/large-cash-report-<fecha>.txt
      * para que cumplimiento complete el CIF y repita el dia.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LARGE-CASH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT PART-MANIFEST-FILE ASSIGN TO
               "data/tx-partitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT PART-FILE ASSIGN TO DYNAMIC WS-PART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT CHQDEP-FILE ASSIGN TO "data/cheque-deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQDEP-STATUS.
           SELECT BLOTTER-FILE ASSIGN TO "data/fx-blotter.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOTTER-STATUS.
           SELECT LINKS-FILE ASSIGN TO "data/customer-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "data/customers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT REGISTER-FILE ASSIGN TO
               "data/large-cash-register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT SERIAL-FILE ASSIGN TO "data/large-cash-serial.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIAL-STATUS.
           SELECT FILING-FILE ASSIGN TO DYNAMIC WS-FILING-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       01  BUSDATE-RECORD        PIC X(10).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  PART-FILE.
       01  PART-LINE             PIC X(150).
       FD  CHQDEP-FILE.
       01  CHQDEP-LINE           PIC X(200).
       FD  BLOTTER-FILE.
       01  BLOTTER-LINE          PIC X(120).
       FD  LINKS-FILE.
       01  LINKS-LINE            PIC X(50).
       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-LINE        PIC X(250).
       FD  REGISTER-FILE.
       01  REGISTER-LINE         PIC X(100).
       FD  SERIAL-FILE.
       01  SERIAL-RECORD         PIC X(10).
       FD  FILING-FILE.
       01  FILING-LINE           PIC X(300).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-PART-STATUS        PIC XX.
       77  WS-CHQDEP-STATUS      PIC XX.
       77  WS-BLOTTER-STATUS     PIC XX.
       77  WS-LINK-STATUS        PIC XX.
       77  WS-CUST-STATUS        PIC XX.
       77  WS-REGISTER-STATUS    PIC XX.
       77  WS-SERIAL-STATUS      PIC XX.
       77  WS-PART-PATH          PIC X(40).
       77  WS-FILING-PATH        PIC X(60).
       77  WS-REPORT-PATH        PIC X(60).
       77  WS-EOF                PIC X VALUE "N".

       77  WS-ENV-DATE           PIC X(10) VALUE SPACES.
       77  WS-ENV-THRESHOLD      PIC X(15) VALUE SPACES.
       77  WS-THRESHOLD          PIC S9(13)V9(2) COMP-3
                                 VALUE 10000.00.
       77  WS-RUN-DATE           PIC X(10).
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

      * Fila del ledger
       77  WS-CSV-LINE           PIC X(150).
       77  WS-CSV-DATE           PIC X(10).
       77  WS-CSV-ACCOUNT        PIC X(30).
       77  WS-CSV-TYPE           PIC X(10).
       77  WS-CSV-AMOUNT-STR     PIC X(20).
       77  WS-CSV-AUX            PIC X(42).
       77  WS-CSV-REF            PIC X(20).
       77  WS-CSV-CATEGORY       PIC X(15).
       77  WS-CSV-TELLER         PIC X(10).
       77  WS-CSV-BRANCH         PIC X(10).
       77  WS-CSV-AMOUNT         PIC S9(13)V9(2) COMP-3.

      * Referencias de abono de los ingresos de cheque
       77  WS-MAX-CHQDEP         PIC 9(5) COMP VALUE 5000.
       77  WS-CHQDEP-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-CHQDEP-TABLE.
           05  WS-CHQDEP-REF OCCURS 5000 TIMES
                   INDEXED BY IX-CHQ PIC X(20).
       77  WS-CD-SKIP            PIC X(30).
       77  WS-CD-REF             PIC X(20).
       77  WS-IS-CHEQUE          PIC X.

      * Vinculos y clientes
       77  WS-MAX-LINKS          PIC 9(4) COMP VALUE 2000.
       77  WS-LINK-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LINK-ROW OCCURS 2000 TIMES INDEXED BY IX-LNK.
               10  LNK-CUST-ID       PIC X(10).
               10  LNK-ACCOUNT       PIC X(30).
       77  WS-MAX-CUSTOMERS      PIC 9(4) COMP VALUE 2000.
       77  WS-CUST-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CUST-ROW OCCURS 2000 TIMES INDEXED BY IX-CUS.
               10  CUS-ID            PIC X(10).
               10  CUS-NAME          PIC X(60).
               10  CUS-ADDRESS       PIC X(80).
               10  CUS-DOC           PIC X(20).
       77  WS-C-SKIP             PIC X(30).

      * Claves ya declaradas
       77  WS-MAX-FILED          PIC 9(5) COMP VALUE 20000.
       77  WS-FILED-COUNT        PIC 9(5) COMP VALUE 0.
       01  WS-FILED-TABLE.
           05  WS-FILED-KEY OCCURS 20000 TIMES
                   INDEXED BY IX-FLD PIC X(40).
       77  WS-R-KEY              PIC X(40).
       77  WS-ALREADY-FILED      PIC X.

      * Operaciones del dia por encima del umbral
       77  WS-MAX-ITEMS          PIC 9(4) COMP VALUE 2000.
       77  WS-ITEM-COUNT         PIC 9(4) COMP VALUE 0.
       77  WS-ITEM-OVERFLOW      PIC 9(5) COMP VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ROW OCCURS 2000 TIMES INDEXED BY IX-ITM.
               10  ITM-KEY           PIC X(40).
               10  ITM-DATE          PIC X(10).
               10  ITM-TIME          PIC X(8).
               10  ITM-KIND          PIC X(14).
               10  ITM-AMOUNT        PIC S9(13)V9(2) COMP-3.
               10  ITM-CCY           PIC X(3).
               10  ITM-FGN-AMOUNT    PIC X(20).
               10  ITM-ACCOUNT       PIC X(30).
               10  ITM-TELLER        PIC X(10).
               10  ITM-BRANCH        PIC X(10).
               10  ITM-CUST-ID       PIC X(10).
               10  ITM-DOC           PIC X(20).
               10  ITM-NAME          PIC X(60).
               10  ITM-ADDRESS       PIC X(80).
               10  ITM-STATUS        PIC X(20).

      * Fila del blotter: fecha,hora,cajero,divisa,operacion,
      * importe-divisa,tipo,margen,importe-base,cuenta,sucursal
       77  WS-B-DATE             PIC X(10).
       77  WS-B-TIME             PIC X(8).
       77  WS-B-TELLER           PIC X(10).
       77  WS-B-CCY              PIC X(3).
       77  WS-B-OP               PIC X.
       77  WS-B-FGN-STR          PIC X(20).
       77  WS-B-SKIP             PIC X(20).
       77  WS-B-BASE-STR         PIC X(20).
       77  WS-B-ACCOUNT          PIC X(30).
       77  WS-B-BRANCH           PIC X(10).
       77  WS-B-BASE             PIC S9(13)V9(2) COMP-3.

       77  WS-SERIAL-NUMBER      PIC 9(6) VALUE 0.
       77  WS-SERIAL-STR         PIC X(10).
       77  WS-FILED-NOW          PIC 9(5) VALUE 0.
       77  WS-FILED-BEFORE       PIC 9(5) VALUE 0.
       77  WS-MISSING-COUNT      PIC 9(5) VALUE 0.
       77  WS-FILED-TOTAL        PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-HOLDER-ID          PIC X(10).
       77  WS-FOUND              PIC X.
       77  FORMATTED-AMT         PIC -(12)9.99.
       77  WS-THRESHOLD-EDIT     PIC -(12)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM READ-CONFIG
           PERFORM LOAD-CHEQUE-DEPOSITS
           PERFORM LOAD-CUSTOMER-LINKS
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-REGISTER

           PERFORM SCAN-PARTITION
           MOVE "data/transactions.csv" TO WS-PART-PATH
           PERFORM SCAN-LEDGER-FILE
           PERFORM SCAN-FX-BLOTTER

           PERFORM VARYING IX-ITM FROM 1 BY 1
               UNTIL IX-ITM > WS-ITEM-COUNT
               PERFORM RESOLVE-IDENTITY
           END-PERFORM

           IF WS-FILED-NOW > 0
               PERFORM WRITE-FILING-FILE
               PERFORM APPEND-REGISTER
           END-IF
           PERFORM WRITE-REPORT

           DISPLAY "Efectivo sobre umbral " WS-RUN-DATE ": "
               WS-FILED-NOW " declaradas, " WS-FILED-BEFORE
               " ya declaradas, " WS-MISSING-COUNT
               " sin identidad"
           IF WS-FILED-NOW > 0
               DISPLAY "Declaracion: " FUNCTION TRIM(WS-FILING-PATH)
           END-IF
           IF WS-ITEM-OVERFLOW > 0
               DISPLAY "Aviso: " WS-ITEM-OVERFLOW
                   " operaciones no caben en la tabla; repita el dia"
           END-IF
           GOBACK
           .

       READ-CONFIG.
           ACCEPT WS-ENV-THRESHOLD
               FROM ENVIRONMENT "MINIBANK_LARGE_CASH_THRESHOLD"
           IF WS-ENV-THRESHOLD NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-THRESHOLD) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-THRESHOLD)
                   TO WS-THRESHOLD
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING

           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "LARGE_CASH_DATE"
           IF WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-RUN-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-RUN-DATE
               OPEN INPUT BUSDATE-FILE
               IF WS-BUSDATE-STATUS = "00"
                   READ BUSDATE-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF BUSDATE-RECORD NOT = SPACES
                               MOVE BUSDATE-RECORD TO WS-RUN-DATE
                           END-IF
                   END-READ
                   CLOSE BUSDATE-FILE
               END-IF
           END-IF

           MOVE SPACES TO WS-REPORT-PATH
           STRING "data/large-cash-report-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           .

      * Referencia de abono (7a columna) de cada ingreso de cheque
       LOAD-CHEQUE-DEPOSITS.
           OPEN INPUT CHQDEP-FILE
           IF WS-CHQDEP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CHQDEP-STATUS NOT = "00"
               READ CHQDEP-FILE
               IF WS-CHQDEP-STATUS = "00"
                   AND WS-CHQDEP-COUNT < WS-MAX-CHQDEP
                   MOVE SPACES TO WS-CD-REF
                   UNSTRING CHQDEP-LINE DELIMITED BY ","
                       INTO WS-CD-SKIP WS-CD-SKIP WS-CD-SKIP
                            WS-CD-SKIP WS-CD-SKIP WS-CD-SKIP
                            WS-CD-REF
                   END-UNSTRING
                   IF WS-CD-REF NOT = SPACES
                       ADD 1 TO WS-CHQDEP-COUNT
                       MOVE WS-CD-REF TO WS-CHQDEP-REF(WS-CHQDEP-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CHQDEP-FILE
           .

       LOAD-CUSTOMER-LINKS.
           OPEN INPUT LINKS-FILE
           IF WS-LINK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LINK-STATUS NOT = "00"
               READ LINKS-FILE
               IF WS-LINK-STATUS = "00"
                   AND WS-LINK-COUNT < WS-MAX-LINKS
                   ADD 1 TO WS-LINK-COUNT
                   UNSTRING LINKS-LINE DELIMITED BY ","
                       INTO LNK-CUST-ID(WS-LINK-COUNT)
                            LNK-ACCOUNT(WS-LINK-COUNT)
                   END-UNSTRING
               END-IF
           END-PERFORM

           CLOSE LINKS-FILE
           .

      * customers.csv: id,nombre,direccion,telefono,documento,...
       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/customers.csv"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CUST-STATUS NOT = "00"
               READ CUSTOMERS-FILE
               IF WS-CUST-STATUS = "00"
                   AND CUSTOMERS-LINE NOT = SPACES
                   AND WS-CUST-COUNT < WS-MAX-CUSTOMERS
                   ADD 1 TO WS-CUST-COUNT
                   SET IX-CUS TO WS-CUST-COUNT
                   MOVE SPACES TO CUS-ADDRESS(IX-CUS)
                   MOVE SPACES TO CUS-DOC(IX-CUS)
                   UNSTRING CUSTOMERS-LINE DELIMITED BY ","
                       INTO CUS-ID(IX-CUS) CUS-NAME(IX-CUS)
                            CUS-ADDRESS(IX-CUS) WS-C-SKIP
                            CUS-DOC(IX-CUS)
                   END-UNSTRING
               END-IF
           END-PERFORM

           CLOSE CUSTOMERS-FILE
           .

       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
               READ REGISTER-FILE
               IF WS-REGISTER-STATUS = "00"
                   AND WS-FILED-COUNT < WS-MAX-FILED
                   MOVE SPACES TO WS-R-KEY
                   UNSTRING REGISTER-LINE DELIMITED BY ","
                       INTO WS-R-KEY
                   END-UNSTRING
                   IF WS-R-KEY NOT = SPACES
                       ADD 1 TO WS-FILED-COUNT
                       MOVE WS-R-KEY TO WS-FILED-KEY(WS-FILED-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE REGISTER-FILE
           .

      * Particion del mes de la fecha, si TX-PARTITION ya lo saco
      * del ledger vivo
       SCAN-PARTITION.
           OPEN INPUT PART-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND
           PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
               READ PART-MANIFEST-FILE
               IF WS-MANIFEST-STATUS = "00"
                   AND PART-MANIFEST-REC(1:7) = WS-RUN-DATE(1:7)
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           CLOSE PART-MANIFEST-FILE

           IF WS-FOUND = "Y"
               MOVE SPACES TO WS-PART-PATH
               STRING "data/transactions-" DELIMITED BY SIZE
                      WS-RUN-DATE(1:7) DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO WS-PART-PATH
               END-STRING
               PERFORM SCAN-LEDGER-FILE
           END-IF
           .

       SCAN-LEDGER-FILE.
           OPEN INPUT PART-FILE
           IF WS-PART-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ PART-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PART-LINE TO WS-CSV-LINE
                       PERFORM CHECK-CASH-LINE
               END-READ
           END-PERFORM

           CLOSE PART-FILE
           .

      * ----------------------------------------------------------------
      * CHECK-CASH-LINE - Ingreso o retirada de efectivo en
      * ventanilla de la fecha por encima del umbral
      * ----------------------------------------------------------------
       CHECK-CASH-LINE.
           IF WS-CSV-LINE(1:10) NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-AUX WS-CSV-REF WS-CSV-CATEGORY
               WS-CSV-TELLER WS-CSV-BRANCH
           UNSTRING WS-CSV-LINE DELIMITED BY ","
               INTO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
                    WS-CSV-AMOUNT-STR WS-CSV-AUX WS-CSV-REF
                    WS-CSV-CATEGORY WS-CSV-TELLER WS-CSV-BRANCH
           END-UNSTRING

           IF (WS-CSV-TYPE NOT = "CREDIT" AND NOT = "DEBIT")
               OR WS-CSV-CATEGORY NOT = "VENTANILLA"
               OR WS-CSV-AUX NOT = SPACES
               OR WS-CSV-TELLER = SPACES
               OR WS-CSV-TELLER = "KIOSK"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-STR) TO WS-CSV-AMOUNT
           IF WS-CSV-AMOUNT NOT > WS-THRESHOLD
               EXIT PARAGRAPH
           END-IF

           IF WS-CSV-TYPE = "CREDIT"
               MOVE "N" TO WS-IS-CHEQUE
               PERFORM VARYING IX-CHQ FROM 1 BY 1
                   UNTIL IX-CHQ > WS-CHQDEP-COUNT
                       OR WS-IS-CHEQUE = "Y"
                   IF WS-CHQDEP-REF(IX-CHQ) = WS-CSV-REF
                       MOVE "Y" TO WS-IS-CHEQUE
                   END-IF
               END-PERFORM
               IF WS-IS-CHEQUE = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-ITEM-COUNT >= WS-MAX-ITEMS
               ADD 1 TO WS-ITEM-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           SET IX-ITM TO WS-ITEM-COUNT
           MOVE WS-CSV-REF TO ITM-KEY(IX-ITM)
           MOVE WS-CSV-DATE TO ITM-DATE(IX-ITM)
           MOVE SPACES TO ITM-TIME(IX-ITM)
           IF WS-CSV-TYPE = "CREDIT"
               MOVE "INGRESO" TO ITM-KIND(IX-ITM)
           ELSE
               MOVE "RETIRADA" TO ITM-KIND(IX-ITM)
           END-IF
           MOVE WS-CSV-AMOUNT TO ITM-AMOUNT(IX-ITM)
           MOVE SPACES TO ITM-CCY(IX-ITM)
           MOVE SPACES TO ITM-FGN-AMOUNT(IX-ITM)
           MOVE WS-CSV-ACCOUNT TO ITM-ACCOUNT(IX-ITM)
           MOVE WS-CSV-TELLER TO ITM-TELLER(IX-ITM)
           MOVE WS-CSV-BRANCH TO ITM-BRANCH(IX-ITM)
           IF ITM-BRANCH(IX-ITM) = SPACES
               MOVE "HQ" TO ITM-BRANCH(IX-ITM)
           END-IF
           .

      * ----------------------------------------------------------------
      * SCAN-FX-BLOTTER - Cambios de moneda en efectivo de la fecha
      * cuyo contravalor supera el umbral
      * ----------------------------------------------------------------
       SCAN-FX-BLOTTER.
           OPEN INPUT BLOTTER-FILE
           IF WS-BLOTTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-BLOTTER-STATUS NOT = "00"
               READ BLOTTER-FILE
               IF WS-BLOTTER-STATUS = "00"
                   AND BLOTTER-LINE(1:10) = WS-RUN-DATE
                   MOVE SPACES TO WS-B-ACCOUNT WS-B-BASE-STR
                       WS-B-BRANCH
                   UNSTRING BLOTTER-LINE DELIMITED BY ","
                       INTO WS-B-DATE WS-B-TIME WS-B-TELLER
                            WS-B-CCY WS-B-OP WS-B-FGN-STR
                            WS-B-SKIP WS-B-SKIP WS-B-BASE-STR
                            WS-B-ACCOUNT WS-B-BRANCH
                   END-UNSTRING
                   IF FUNCTION TEST-NUMVAL(WS-B-BASE-STR) = 0
                       MOVE FUNCTION NUMVAL(WS-B-BASE-STR)
                           TO WS-B-BASE
                       IF WS-B-BASE > WS-THRESHOLD
                           PERFORM ADD-FX-ITEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE BLOTTER-FILE
           .

       ADD-FX-ITEM.
           IF WS-ITEM-COUNT >= WS-MAX-ITEMS
               ADD 1 TO WS-ITEM-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           SET IX-ITM TO WS-ITEM-COUNT
           MOVE SPACES TO ITM-KEY(IX-ITM)
           STRING "FX-" DELIMITED BY SIZE
                  WS-B-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-B-TIME DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-B-TELLER DELIMITED BY SPACE
               INTO ITM-KEY(IX-ITM)
           END-STRING
           MOVE WS-B-DATE TO ITM-DATE(IX-ITM)
           MOVE WS-B-TIME TO ITM-TIME(IX-ITM)
           IF WS-B-OP = "C"
               MOVE "CAMBIO-COMPRA" TO ITM-KIND(IX-ITM)
           ELSE
               MOVE "CAMBIO-VENTA" TO ITM-KIND(IX-ITM)
           END-IF
           MOVE WS-B-BASE TO ITM-AMOUNT(IX-ITM)
           MOVE WS-B-CCY TO ITM-CCY(IX-ITM)
           MOVE WS-B-FGN-STR TO ITM-FGN-AMOUNT(IX-ITM)
           MOVE WS-B-ACCOUNT TO ITM-ACCOUNT(IX-ITM)
           MOVE WS-B-TELLER TO ITM-TELLER(IX-ITM)
           MOVE WS-B-BRANCH TO ITM-BRANCH(IX-ITM)
           IF ITM-BRANCH(IX-ITM) = SPACES
               MOVE "HQ" TO ITM-BRANCH(IX-ITM)
           END-IF
           .

      * ----------------------------------------------------------------
      * RESOLVE-IDENTITY - Estado de la operacion IX-ITM: ya
      * declarada, sin identidad (con el motivo) o a declarar con
      * los datos del titular
      * ----------------------------------------------------------------
       RESOLVE-IDENTITY.
           MOVE SPACES TO ITM-CUST-ID(IX-ITM) ITM-DOC(IX-ITM)
               ITM-NAME(IX-ITM) ITM-ADDRESS(IX-ITM)

           MOVE "N" TO WS-ALREADY-FILED
           PERFORM VARYING IX-FLD FROM 1 BY 1
               UNTIL IX-FLD > WS-FILED-COUNT
                   OR WS-ALREADY-FILED = "Y"
               IF WS-FILED-KEY(IX-FLD) = ITM-KEY(IX-ITM)
                   MOVE "Y" TO WS-ALREADY-FILED
               END-IF
           END-PERFORM
           IF WS-ALREADY-FILED = "Y"
               MOVE "YA-DECLARADA" TO ITM-STATUS(IX-ITM)
               ADD 1 TO WS-FILED-BEFORE
               EXIT PARAGRAPH
           END-IF

           IF ITM-ACCOUNT(IX-ITM) = SPACES
               MOVE "SIN-CUENTA" TO ITM-STATUS(IX-ITM)
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HOLDER-ID
           PERFORM VARYING IX-LNK FROM 1 BY 1
               UNTIL IX-LNK > WS-LINK-COUNT
                   OR WS-HOLDER-ID NOT = SPACES
               IF LNK-ACCOUNT(IX-LNK) = ITM-ACCOUNT(IX-ITM)
                   MOVE LNK-CUST-ID(IX-LNK) TO WS-HOLDER-ID
               END-IF
           END-PERFORM
           IF WS-HOLDER-ID = SPACES
               MOVE "SIN-CLIENTE" TO ITM-STATUS(IX-ITM)
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLDER-ID TO ITM-CUST-ID(IX-ITM)

           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-CUS FROM 1 BY 1
               UNTIL IX-CUS > WS-CUST-COUNT OR WS-FOUND = "Y"
               IF CUS-ID(IX-CUS) = WS-HOLDER-ID
                   MOVE "Y" TO WS-FOUND
                   MOVE CUS-NAME(IX-CUS) TO ITM-NAME(IX-ITM)
                   MOVE CUS-ADDRESS(IX-CUS) TO ITM-ADDRESS(IX-ITM)
                   MOVE CUS-DOC(IX-CUS) TO ITM-DOC(IX-ITM)
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               MOVE "CLIENTE-DESCONOCIDO" TO ITM-STATUS(IX-ITM)
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ITM-DOC(IX-ITM) = SPACES OR ITM-NAME(IX-ITM) = SPACES
               MOVE "DOCUMENTO-AUSENTE" TO ITM-STATUS(IX-ITM)
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "DECLARADA" TO ITM-STATUS(IX-ITM)
           ADD 1 TO WS-FILED-NOW
           ADD ITM-AMOUNT(IX-ITM) TO WS-FILED-TOTAL
           .

      * ----------------------------------------------------------------
      * WRITE-FILING-FILE - Declaracion con las operaciones nuevas
      * ----------------------------------------------------------------
       WRITE-FILING-FILE.
           PERFORM NEXT-SERIAL-NUMBER
           MOVE SPACES TO WS-FILING-PATH
           STRING "data/large-cash-filing-" DELIMITED BY SIZE
                  WS-SERIAL-NUMBER DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-FILING-PATH
           END-STRING

           OPEN OUTPUT FILING-FILE
           MOVE WS-THRESHOLD TO WS-THRESHOLD-EDIT
           MOVE SPACES TO FILING-LINE
           STRING "HDR,EFECTIVO," DELIMITED BY SIZE
                  WS-SERIAL-NUMBER DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-THRESHOLD-EDIT) DELIMITED BY SIZE
               INTO FILING-LINE
           END-STRING
           WRITE FILING-LINE

           PERFORM VARYING IX-ITM FROM 1 BY 1
               UNTIL IX-ITM > WS-ITEM-COUNT
               IF ITM-STATUS(IX-ITM) = "DECLARADA"
                   PERFORM WRITE-FILING-DETAIL
               END-IF
           END-PERFORM

           MOVE WS-FILED-TOTAL TO FORMATTED-AMT
           MOVE SPACES TO FILING-LINE
           STRING "TRL," DELIMITED BY SIZE
                  WS-FILED-NOW DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(FORMATTED-AMT) DELIMITED BY SIZE
               INTO FILING-LINE
           END-STRING
           WRITE FILING-LINE
           CLOSE FILING-FILE
           .

       WRITE-FILING-DETAIL.
           MOVE ITM-AMOUNT(IX-ITM) TO FORMATTED-AMT
           MOVE SPACES TO FILING-LINE
           STRING "DTL," DELIMITED BY SIZE
                  ITM-KEY(IX-ITM) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ITM-DATE(IX-ITM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ITM-TIME(IX-ITM) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ITM-KIND(IX-ITM) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(FORMATTED-AMT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ITM-CCY(IX-ITM) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ITM-FGN-AMOUNT(IX-ITM) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ITM-ACCOUNT(IX-ITM) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ITM-TELLER(IX-ITM) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ITM-BRANCH(IX-ITM) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ITM-CUST-ID(IX-ITM) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ITM-DOC(IX-ITM) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(ITM-NAME(IX-ITM)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(ITM-ADDRESS(IX-ITM)) DELIMITED BY SIZE
               INTO FILING-LINE
           END-STRING
           WRITE FILING-LINE
           .

       APPEND-REGISTER.
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "05" OR WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF

           PERFORM VARYING IX-ITM FROM 1 BY 1
               UNTIL IX-ITM > WS-ITEM-COUNT
               IF ITM-STATUS(IX-ITM) = "DECLARADA"
                   MOVE SPACES TO REGISTER-LINE
                   STRING ITM-KEY(IX-ITM) DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          WS-RUN-DATE DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-SERIAL-NUMBER DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-TODAY-DATE DELIMITED BY SIZE
                       INTO REGISTER-LINE
                   END-STRING
                   WRITE REGISTER-LINE
               END-IF
           END-PERFORM

           CLOSE REGISTER-FILE
           .

      * ----------------------------------------------------------------
      * WRITE-REPORT - Resumen del dia y operaciones sin identidad
      * ----------------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  DECLARACION DE OPERACIONES EN EFECTIVO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha de negocio : " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-THRESHOLD TO WS-THRESHOLD-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Umbral           : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-THRESHOLD-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Declaradas hoy   : " DELIMITED BY SIZE
                  WS-FILED-NOW DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-FILED-NOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING "Fichero          : " DELIMITED BY SIZE
                      WS-FILING-PATH DELIMITED BY SPACE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "Ya declaradas    : " DELIMITED BY SIZE
                  WS-FILED-BEFORE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Sin identidad    : " DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-MISSING-COUNT = 0
               MOVE "Todas las operaciones tienen identidad completa."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "Pendientes de identidad (no declaradas):"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING IX-ITM FROM 1 BY 1
                   UNTIL IX-ITM > WS-ITEM-COUNT
                   IF ITM-STATUS(IX-ITM) NOT = "DECLARADA"
                       AND ITM-STATUS(IX-ITM) NOT = "YA-DECLARADA"
                       PERFORM WRITE-MISSING-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           .

       WRITE-MISSING-LINE.
           MOVE ITM-AMOUNT(IX-ITM) TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  ITM-KEY(IX-ITM) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ITM-KIND(IX-ITM) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(FORMATTED-AMT) DELIMITED BY SIZE
                  " cuenta " DELIMITED BY SIZE
                  ITM-ACCOUNT(IX-ITM) DELIMITED BY SPACE
                  " cajero " DELIMITED BY SIZE
                  ITM-TELLER(IX-ITM) DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  ITM-STATUS(IX-ITM) DELIMITED BY SPACE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       NEXT-SERIAL-NUMBER.
           MOVE 0 TO WS-SERIAL-NUMBER

           OPEN INPUT SERIAL-FILE
           IF WS-SERIAL-STATUS = "00"
               READ SERIAL-FILE INTO WS-SERIAL-STR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(WS-SERIAL-STR) = 0
                           MOVE FUNCTION NUMVAL(WS-SERIAL-STR)
                               TO WS-SERIAL-NUMBER
                       END-IF
               END-READ
               CLOSE SERIAL-FILE
           END-IF

           ADD 1 TO WS-SERIAL-NUMBER

           MOVE WS-SERIAL-NUMBER TO WS-SERIAL-STR
           OPEN OUTPUT SERIAL-FILE
           WRITE SERIAL-RECORD FROM WS-SERIAL-STR
           CLOSE SERIAL-FILE
           .
