      ******************************************************************
      * FEE-STATEMENT: Estado anual de comisiones y gastos por cuenta
      *
      * Contrapartida de INTEREST-CERT para los cargos: dado un
      * ejercicio (CERT_YEAR, formato AAAA) emite para cada cuenta
      * abierta en algun momento del ano un estado con lo que el
      * cliente pago al banco, numerado con un serie correlativo
      * persistido en data/feestmt-serial.dat, en
      * data/fee-statement-<cuenta>-<ano>.txt:
      *   - comisiones por tipo: filas DEBIT con categoria COMISION
      *     de la cuenta (FEE-POSTING, ACCOUNT-ANALYSIS y las de
      *     ventanilla de MBMAIN: cheque bancario, talonario, cambio
      *     de producto...), agrupadas por el codigo FEE:<codigo>
      *     del campo auxiliar,
      *   - intereses de descubierto: filas DEBIT con categoria
      *     INTERES-DEUDOR de DEBIT-INTEREST,
      *   - margen de cambio de divisa: operaciones de efectivo de
      *     data/fx-blotter.csv con la cuenta del cliente (columna
      *     10); el margen es la diferencia entre el importe base y
      *     el que daria el tipo medio,
      *   - comisiones exentas (informativo, no se cobraron): filas
      *     del ano de data/waived-fees.csv.
      * Un extorno (REVERSAL DEBIT:<referencia>) de un cargo del ano
      * lo descuenta de su tipo y se informa aparte.
      *
      * El ledger del ano se lee del archivo de purga
      * data/archive/purged-<ano>.csv, de las particiones del
      * manifiesto data/tx-partitions.dat y del ledger vivo. Una
      * cuenta entra si tuvo movimientos en el ano o si figura en
      * accounts.csv, no estaba cerrada antes del 1 de enero
      * (closed-accounts.csv) y no se abrio despues del ejercicio
      * (su primer movimiento no es posterior al 31 de diciembre).
      * Las cuentas internas del banco no llevan estado.
      *
      * Si el titular de la cuenta (primer vinculo del CIF) tiene
      * marca de correo devuelto, el estado se escribe como
      * data/held-fee-statement-<cuenta>-<ano>.txt y se anota en la
      * cola data/hold-mail.csv hasta que MBMAIN quite la marca.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT CLOSED-FILE ASSIGN TO "data/closed-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT PART-MANIFEST-FILE ASSIGN TO
               "data/tx-partitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT PART-FILE ASSIGN TO DYNAMIC WS-PART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT WAIVED-FILE ASSIGN TO "data/waived-fees.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVED-STATUS.
           SELECT BLOTTER-FILE ASSIGN TO "data/fx-blotter.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOTTER-STATUS.
           SELECT STMT-FILE ASSIGN TO DYNAMIC WS-STMT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SERIAL-FILE ASSIGN TO "data/feestmt-serial.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIAL-STATUS.
           SELECT LINKS-FILE ASSIGN TO "data/customer-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "data/customers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT HOLD-MAIL-FILE ASSIGN TO "data/hold-mail.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(150).
       FD  CLOSED-FILE.
       01  CLOSED-LINE           PIC X(80).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE          PIC X(120).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  PART-FILE.
       01  PART-LINE             PIC X(120).
       FD  WAIVED-FILE.
       01  WAIVED-LINE           PIC X(120).
       FD  BLOTTER-FILE.
       01  BLOTTER-LINE          PIC X(120).
       FD  STMT-FILE.
       01  STMT-LINE             PIC X(132).
       FD  SERIAL-FILE.
       01  SERIAL-RECORD         PIC X(10).
       FD  LINKS-FILE.
       01  LINKS-LINE            PIC X(50).
       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-LINE        PIC X(250).
       FD  HOLD-MAIL-FILE.
       01  HOLD-MAIL-LINE        PIC X(200).

       WORKING-STORAGE SECTION.

       77  WS-SEED-STATUS        PIC XX.
       77  WS-CLOSED-STATUS      PIC XX.
       77  WS-ARCHIVE-STATUS     PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-PART-STATUS        PIC XX.
       77  WS-WAIVED-STATUS      PIC XX.
       77  WS-BLOTTER-STATUS     PIC XX.
       77  WS-SERIAL-STATUS      PIC XX.
       77  WS-ARCHIVE-PATH       PIC X(60).
       77  WS-PART-PATH          PIC X(40).
       77  WS-PART-MONTH         PIC X(7).
       77  WS-EOF                PIC X VALUE "N".

       77  WS-ENV-YEAR           PIC X(4) VALUE SPACES.
       77  WS-YEAR-START         PIC X(10).
       77  WS-YEAR-END           PIC X(10).
       77  WS-STMT-PATH          PIC X(100).
       77  WS-STMT-NAME          PIC X(80).

       77  WS-CSV-LINE           PIC X(120).
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

      * Cuentas del estado
       77  WS-ACC-MAX            PIC 9(5) COMP VALUE 5000.
       77  WS-ACC-COUNT          PIC 9(5) COMP VALUE 0.
       77  WS-ACC-OVERFLOW       PIC 9(5) COMP VALUE 0.
       77  WS-ACC-IX             PIC 9(5) COMP.
       77  WS-ACC-FOUND          PIC X.
       77  WS-LOOKUP-ACCOUNT     PIC X(30).
       77  WS-IS-INTERNAL        PIC X.
       01  WS-ACCOUNTS-TABLE.
           05  WS-ACCOUNTS-ARRAY OCCURS 5000 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-NAME          PIC X(100).
               10  ACC-IN-SEED       PIC X.
               10  ACC-CLOSED-DATE   PIC X(10).
               10  ACC-FIRST-DATE    PIC X(10).
               10  ACC-YEAR-ACTIVE   PIC X.
               10  ACC-OD-INTEREST   PIC S9(13)V9(2) COMP-3.
               10  ACC-FX-MARGIN     PIC S9(13)V9(2) COMP-3.
               10  ACC-WAIVED        PIC S9(13)V9(2) COMP-3.
               10  ACC-REVERSED      PIC S9(13)V9(2) COMP-3.

       77  WS-SEED-ID            PIC X(30).
       77  WS-SEED-NAME          PIC X(100).
       77  WS-CL-ACCOUNT         PIC X(30).
       77  WS-CL-DATE            PIC X(10).

      * Comisiones por cuenta y codigo
       77  WS-FEE-MAX            PIC 9(5) COMP VALUE 10000.
       77  WS-FEE-COUNT          PIC 9(5) COMP VALUE 0.
       77  WS-FEE-IX             PIC 9(5) COMP.
       77  WS-FEE-CODE           PIC X(15).
       01  WS-FEE-TABLE.
           05  WS-FEE-ROW OCCURS 10000 TIMES INDEXED BY IX-FEE.
               10  FEE-ACC           PIC 9(5) COMP.
               10  FEE-CODE          PIC X(15).
               10  FEE-AMOUNT        PIC S9(13)V9(2) COMP-3.

      * Cargos del ano por referencia, para casar sus extornos
      * (CHG-FEE a cero = intereses de descubierto)
       77  WS-CHG-MAX            PIC 9(5) COMP VALUE 20000.
       77  WS-CHG-COUNT          PIC 9(5) COMP VALUE 0.
       77  WS-CHG-OVERFLOW       PIC 9(5) COMP VALUE 0.
       77  WS-CHG-FOUND          PIC X.
       01  WS-CHG-TABLE.
           05  WS-CHG-ROW OCCURS 20000 TIMES INDEXED BY IX-CHG.
               10  CHG-REF           PIC X(20).
               10  CHG-ACC           PIC 9(5) COMP.
               10  CHG-FEE           PIC 9(5) COMP.

      * Margen de cambio (blotter: fecha,hora,cajero,divisa,
      * operacion,importe-divisa,tipo,margen,importe-base,cuenta)
       77  WS-B-DATE             PIC X(10).
       77  WS-B-SKIP             PIC X(20).
       77  WS-B-OP               PIC X.
       77  WS-B-MARGIN-STR       PIC X(15).
       77  WS-B-BASE-STR         PIC X(20).
       77  WS-B-ACCOUNT          PIC X(30).
       77  WS-B-MARGIN           PIC S9V9(4) COMP-3.
       77  WS-B-BASE             PIC S9(13)V9(2) COMP-3.
       77  WS-B-EARNED           PIC S9(13)V9(2) COMP-3.

      * Exenciones: fecha,cuenta,codigo,importe,motivo
       77  WS-W-DATE             PIC X(10).
       77  WS-W-ACCOUNT          PIC X(30).
       77  WS-W-CODE             PIC X(15).
       77  WS-W-AMOUNT-STR       PIC X(20).

       77  WS-SERIAL-NUMBER      PIC 9(8) VALUE 0.
       77  WS-SERIAL-STR         PIC X(10).
       77  WS-TOTAL-STMTS        PIC 9(5) VALUE 0.
       77  WS-ACC-FEES           PIC S9(13)V9(2) COMP-3.
       77  WS-ACC-TOTAL          PIC S9(13)V9(2) COMP-3.
       77  FORMATTED-AMT         PIC -(12)9.99.

      * Clientes con marca de correo devuelto y cola de retenidos
       77  WS-LINK-STATUS        PIC XX.
       77  WS-CUST-STATUS        PIC XX.
       77  WS-HOLD-STATUS        PIC XX.
       77  WS-MAX-LINKS          PIC 9(4) COMP VALUE 2000.
       77  WS-LINK-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LINK-ROW OCCURS 2000 TIMES INDEXED BY IX-LNK.
               10  LNK-CUST-ID       PIC X(10).
               10  LNK-ACCOUNT       PIC X(30).
       77  WS-MAX-RETMAIL        PIC 9(4) COMP VALUE 500.
       77  WS-RETMAIL-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-RETMAIL-TABLE.
           05  WS-RETMAIL-ID OCCURS 500 TIMES
                   INDEXED BY IX-RTM PIC X(10).
       77  WS-C-ID               PIC X(10).
       77  WS-C-SKIP             PIC X(80).
       77  WS-C-RETMAIL          PIC X(10).
       77  WS-HOLDER-ID          PIC X(10).
       77  WS-MAIL-HELD          PIC X.
       77  WS-HOLD-HELD-NAME     PIC X(80).
       77  WS-HOLD-STATE         PIC X(10).
       77  WS-HOLD-QUEUED        PIC X.
       77  WS-H-SKIP             PIC X(20).
       77  WS-TOTAL-HELD         PIC 9(5) VALUE 0.
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT "CERT_YEAR"

           IF WS-ENV-YEAR = SPACES
               DISPLAY "Defina CERT_YEAR (AAAA) antes de ejecutar "
                   "FEE-STATEMENT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           STRING WS-ENV-YEAR "-01-01" DELIMITED BY SIZE
               INTO WS-YEAR-START
           END-STRING
           STRING WS-ENV-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-YEAR-END
           END-STRING

           PERFORM LOAD-SEED-ACCOUNTS
           PERFORM LOAD-CLOSED-ACCOUNTS
           PERFORM LOAD-CUSTOMER-LINKS
           PERFORM LOAD-RETURNED-MAIL

           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING "data/archive/purged-" DELIMITED BY SIZE
                  WS-ENV-YEAR DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-ARCHIVE-PATH
           END-STRING
           PERFORM SCAN-ONE-ARCHIVE
           PERFORM SCAN-PARTITIONS
           MOVE "data/transactions.csv" TO WS-PART-PATH
           PERFORM SCAN-LEDGER-FILE

           PERFORM LOAD-WAIVED-FEES
           PERFORM LOAD-FX-MARGINS

           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               IF ACC-YEAR-ACTIVE(IX-ACC) = "Y"
                   OR (ACC-IN-SEED(IX-ACC) = "Y"
                       AND (ACC-CLOSED-DATE(IX-ACC) = SPACES
                            OR ACC-CLOSED-DATE(IX-ACC)
                               >= WS-YEAR-START)
                       AND (ACC-FIRST-DATE(IX-ACC) = SPACES
                            OR ACC-FIRST-DATE(IX-ACC)
                               <= WS-YEAR-END))
                   ADD 1 TO WS-TOTAL-STMTS
                   PERFORM WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM

           DISPLAY "Estados de comisiones emitidos: " WS-TOTAL-STMTS
           DISPLAY "Estados retenidos (correo devuelto): "
               WS-TOTAL-HELD
           IF WS-ACC-OVERFLOW > 0 OR WS-CHG-OVERFLOW > 0
               DISPLAY "Aviso: tablas llenas; " WS-ACC-OVERFLOW
                   " cuentas y " WS-CHG-OVERFLOW
                   " cargos sin casar extornos"
           END-IF
           GOBACK
           .

       LOAD-SEED-ACCOUNTS.
           OPEN INPUT SEED-FILE
           IF WS-SEED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SEED-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-SEED-NAME
                       UNSTRING SEED-LINE DELIMITED BY ","
                           INTO WS-SEED-ID WS-SEED-NAME
                       END-UNSTRING
                       MOVE WS-SEED-ID TO WS-LOOKUP-ACCOUNT
                       PERFORM CHECK-IS-INTERNAL
                       IF WS-SEED-ID NOT = SPACES
                           AND WS-IS-INTERNAL = "N"
                           PERFORM FIND-OR-ADD-ACCOUNT
                           IF WS-ACC-FOUND = "Y"
                               MOVE "Y" TO ACC-IN-SEED(WS-ACC-IX)
                               MOVE WS-SEED-NAME
                                   TO ACC-NAME(WS-ACC-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SEED-FILE
           .

      * Fecha de cierre (2a columna) de las cuentas cerradas; sin
      * fecha la cuenta se da por cerrada desde siempre
       LOAD-CLOSED-ACCOUNTS.
           OPEN INPUT CLOSED-FILE
           IF WS-CLOSED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CLOSED-STATUS NOT = "00"
               READ CLOSED-FILE
               IF WS-CLOSED-STATUS = "00"
                   MOVE SPACES TO WS-CL-ACCOUNT WS-CL-DATE
                   UNSTRING CLOSED-LINE DELIMITED BY ","
                       INTO WS-CL-ACCOUNT WS-CL-DATE
                   END-UNSTRING
                   IF WS-CL-DATE = SPACES
                       MOVE "0000-00-00" TO WS-CL-DATE
                   END-IF
                   PERFORM VARYING IX-ACC FROM 1 BY 1
                       UNTIL IX-ACC > WS-ACC-COUNT
                       IF ACC-ID(IX-ACC) = WS-CL-ACCOUNT
                           MOVE WS-CL-DATE TO ACC-CLOSED-DATE(IX-ACC)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           CLOSE CLOSED-FILE
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

       SCAN-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE ARCHIVE-LINE TO WS-CSV-LINE
                       PERFORM APPLY-LEDGER-LINE
               END-READ
           END-PERFORM

           CLOSE ARCHIVE-FILE
           .

      * Todas las particiones del manifiesto: las anteriores al
      * ejercicio dan la fecha del primer movimiento de la cuenta
       SCAN-PARTITIONS.
           OPEN INPUT PART-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
               READ PART-MANIFEST-FILE
               IF WS-MANIFEST-STATUS = "00"
                   MOVE PART-MANIFEST-REC(1:7) TO WS-PART-MONTH
                   MOVE SPACES TO WS-PART-PATH
                   STRING "data/transactions-" DELIMITED BY SIZE
                          WS-PART-MONTH DELIMITED BY SIZE
                          ".csv" DELIMITED BY SIZE
                       INTO WS-PART-PATH
                   END-STRING
                   PERFORM SCAN-LEDGER-FILE
               END-IF
           END-PERFORM

           CLOSE PART-MANIFEST-FILE
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
                       PERFORM APPLY-LEDGER-LINE
               END-READ
           END-PERFORM

           CLOSE PART-FILE
           .

      * ----------------------------------------------------------------
      * APPLY-LEDGER-LINE - Primer movimiento y actividad del ano de
      * la cuenta; cargos del ano (comisiones e intereses de
      * descubierto) y extornos de esos cargos
      * ----------------------------------------------------------------
       APPLY-LEDGER-LINE.
           IF WS-CSV-LINE(1:4) = "HDR," OR WS-CSV-LINE(1:4) = "TRL,"
               OR WS-CSV-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-AUX WS-CSV-REF WS-CSV-CATEGORY
           UNSTRING WS-CSV-LINE DELIMITED BY ","
               INTO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
                    WS-CSV-AMOUNT-STR WS-CSV-AUX WS-CSV-REF
                    WS-CSV-CATEGORY
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-STR) TO WS-CSV-AMOUNT

           IF WS-CSV-TYPE = "TRANSFER"
               MOVE WS-CSV-AUX(1:30) TO WS-LOOKUP-ACCOUNT
               PERFORM NOTE-ACCOUNT-ACTIVITY
           END-IF
           MOVE WS-CSV-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM NOTE-ACCOUNT-ACTIVITY
           IF WS-ACC-FOUND = "N"
               OR WS-CSV-DATE(1:4) NOT = WS-ENV-YEAR
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-CSV-TYPE = "DEBIT"
                    AND WS-CSV-CATEGORY = "COMISION"
                   IF WS-CSV-AUX(1:4) = "FEE:"
                       MOVE WS-CSV-AUX(5:15) TO WS-FEE-CODE
                   ELSE
                       MOVE "COMISION" TO WS-FEE-CODE
                   END-IF
                   PERFORM FIND-OR-ADD-FEE
                   IF WS-FEE-IX > 0
                       ADD WS-CSV-AMOUNT TO FEE-AMOUNT(WS-FEE-IX)
                   END-IF
                   PERFORM NOTE-CHARGE-REF
               WHEN WS-CSV-TYPE = "DEBIT"
                    AND WS-CSV-CATEGORY = "INTERES-DEUDOR"
                   ADD WS-CSV-AMOUNT TO ACC-OD-INTEREST(WS-ACC-IX)
                   MOVE 0 TO WS-FEE-IX
                   PERFORM NOTE-CHARGE-REF
               WHEN WS-CSV-TYPE = "REVERSAL"
                   MOVE SPACES TO WS-REV-ORIG-TYPE WS-REV-REF
                   UNSTRING WS-CSV-AUX DELIMITED BY ":"
                       INTO WS-REV-ORIG-TYPE WS-REV-REF
                   END-UNSTRING
                   IF WS-REV-ORIG-TYPE = "DEBIT"
                       PERFORM APPLY-CHARGE-REVERSAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Alta o localizacion de WS-LOOKUP-ACCOUNT (salvo internas),
      * con su primer movimiento y si lo tuvo en el ejercicio
       NOTE-ACCOUNT-ACTIVITY.
           MOVE "N" TO WS-ACC-FOUND
           IF WS-LOOKUP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-IS-INTERNAL
           IF WS-IS-INTERNAL = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-ACC-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF ACC-FIRST-DATE(WS-ACC-IX) = SPACES
               OR WS-CSV-DATE < ACC-FIRST-DATE(WS-ACC-IX)
               MOVE WS-CSV-DATE TO ACC-FIRST-DATE(WS-ACC-IX)
           END-IF
           IF WS-CSV-DATE(1:4) = WS-ENV-YEAR
               MOVE "Y" TO ACC-YEAR-ACTIVE(WS-ACC-IX)
           END-IF
           .

       FIND-OR-ADD-ACCOUNT.
           MOVE "N" TO WS-ACC-FOUND
           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT OR WS-ACC-FOUND = "Y"
               IF ACC-ID(IX-ACC) = WS-LOOKUP-ACCOUNT
                   MOVE "Y" TO WS-ACC-FOUND
                   SET WS-ACC-IX TO IX-ACC
               END-IF
           END-PERFORM
           IF WS-ACC-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-ACC-COUNT >= WS-ACC-MAX
               ADD 1 TO WS-ACC-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACC-COUNT
           MOVE WS-ACC-COUNT TO WS-ACC-IX
           MOVE "Y" TO WS-ACC-FOUND
           MOVE WS-LOOKUP-ACCOUNT TO ACC-ID(WS-ACC-IX)
           MOVE "(cuenta cancelada)" TO ACC-NAME(WS-ACC-IX)
           MOVE "N" TO ACC-IN-SEED(WS-ACC-IX)
           MOVE SPACES TO ACC-CLOSED-DATE(WS-ACC-IX)
           MOVE SPACES TO ACC-FIRST-DATE(WS-ACC-IX)
           MOVE "N" TO ACC-YEAR-ACTIVE(WS-ACC-IX)
           MOVE 0 TO ACC-OD-INTEREST(WS-ACC-IX)
           MOVE 0 TO ACC-FX-MARGIN(WS-ACC-IX)
           MOVE 0 TO ACC-WAIVED(WS-ACC-IX)
           MOVE 0 TO ACC-REVERSED(WS-ACC-IX)
           .

      * Cuentas internas conocidas del banco (mismas que
      * INTEGRITY-CHECK exime del cruce contra el maestro)
       CHECK-IS-INTERNAL.
           MOVE "N" TO WS-IS-INTERNAL
           IF WS-LOOKUP-ACCOUNT = "SUSPENSE"
               OR WS-LOOKUP-ACCOUNT = "SETTLEMENT"
               OR WS-LOOKUP-ACCOUNT = "ESCHEAT"
               OR WS-LOOKUP-ACCOUNT = "DRAFTSPAY"
               OR WS-LOOKUP-ACCOUNT = "TAXPAY"
               OR WS-LOOKUP-ACCOUNT = "FEEINCOME"
               OR WS-LOOKUP-ACCOUNT = "INTEXPENSE"
               OR WS-LOOKUP-ACCOUNT = "INTINCOME"
               OR WS-LOOKUP-ACCOUNT = "LOANBOOK"
               OR WS-LOOKUP-ACCOUNT = "FXREVAL"
               OR WS-LOOKUP-ACCOUNT = "FXPOSITION"
               OR WS-LOOKUP-ACCOUNT = "WRITEOFF"
               OR WS-LOOKUP-ACCOUNT = "OPLOSS"
               OR WS-LOOKUP-ACCOUNT(1:3) = "TD-"
               OR WS-LOOKUP-ACCOUNT(1:3) = "RD-"
               OR WS-LOOKUP-ACCOUNT(1:3) = "IB-"
               OR WS-LOOKUP-ACCOUNT(1:5) = "LOAN:"
               MOVE "Y" TO WS-IS-INTERNAL
           END-IF
           .

      * Entrada WS-FEE-IX de la cuenta WS-ACC-IX y el codigo
      * WS-FEE-CODE (0 si la tabla esta llena)
       FIND-OR-ADD-FEE.
           MOVE 0 TO WS-FEE-IX
           PERFORM VARYING IX-FEE FROM 1 BY 1
               UNTIL IX-FEE > WS-FEE-COUNT OR WS-FEE-IX > 0
               IF FEE-ACC(IX-FEE) = WS-ACC-IX
                   AND FEE-CODE(IX-FEE) = WS-FEE-CODE
                   SET WS-FEE-IX TO IX-FEE
               END-IF
           END-PERFORM
           IF WS-FEE-IX > 0 OR WS-FEE-COUNT >= WS-FEE-MAX
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FEE-COUNT
           MOVE WS-FEE-COUNT TO WS-FEE-IX
           MOVE WS-ACC-IX TO FEE-ACC(WS-FEE-IX)
           MOVE WS-FEE-CODE TO FEE-CODE(WS-FEE-IX)
           MOVE 0 TO FEE-AMOUNT(WS-FEE-IX)
           .

       NOTE-CHARGE-REF.
           IF WS-CSV-REF = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-COUNT >= WS-CHG-MAX
               ADD 1 TO WS-CHG-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHG-COUNT
           SET IX-CHG TO WS-CHG-COUNT
           MOVE WS-CSV-REF TO CHG-REF(IX-CHG)
           MOVE WS-ACC-IX TO CHG-ACC(IX-CHG)
           MOVE WS-FEE-IX TO CHG-FEE(IX-CHG)
           .

      * Extorno de un cargo del ano de la misma cuenta: se descuenta
      * de su tipo y se acumula como extornado
       APPLY-CHARGE-REVERSAL.
           MOVE "N" TO WS-CHG-FOUND
           PERFORM VARYING IX-CHG FROM 1 BY 1
               UNTIL IX-CHG > WS-CHG-COUNT OR WS-CHG-FOUND = "Y"
               IF CHG-REF(IX-CHG) = WS-REV-REF
                   AND CHG-ACC(IX-CHG) = WS-ACC-IX
                   MOVE "Y" TO WS-CHG-FOUND
                   IF CHG-FEE(IX-CHG) = 0
                       SUBTRACT WS-CSV-AMOUNT
                           FROM ACC-OD-INTEREST(WS-ACC-IX)
                   ELSE
                       SUBTRACT WS-CSV-AMOUNT
                           FROM FEE-AMOUNT(CHG-FEE(IX-CHG))
                   END-IF
                   ADD WS-CSV-AMOUNT TO ACC-REVERSED(WS-ACC-IX)
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * LOAD-WAIVED-FEES - Exenciones del ano por cuenta
      * ----------------------------------------------------------------
       LOAD-WAIVED-FEES.
           OPEN INPUT WAIVED-FILE
           IF WS-WAIVED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-WAIVED-STATUS NOT = "00"
               READ WAIVED-FILE
               IF WS-WAIVED-STATUS = "00"
                   MOVE SPACES TO WS-W-AMOUNT-STR
                   UNSTRING WAIVED-LINE DELIMITED BY ","
                       INTO WS-W-DATE WS-W-ACCOUNT WS-W-CODE
                            WS-W-AMOUNT-STR
                   END-UNSTRING
                   IF WS-W-DATE(1:4) = WS-ENV-YEAR
                       AND FUNCTION TEST-NUMVAL(WS-W-AMOUNT-STR) = 0
                       MOVE WS-W-ACCOUNT TO WS-LOOKUP-ACCOUNT
                       PERFORM FIND-EXISTING-ACCOUNT
                       IF WS-ACC-FOUND = "Y"
                           ADD FUNCTION NUMVAL(WS-W-AMOUNT-STR)
                               TO ACC-WAIVED(WS-ACC-IX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE WAIVED-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-FX-MARGINS - Margen cobrado en las operaciones de cambio
      * del ano con cuenta de cliente: en una compra el banco paga
      * base = medio x (1 - m), en una venta cobra medio x (1 + m);
      * el margen es base x m / (1 - m) o base x m / (1 + m)
      * ----------------------------------------------------------------
       LOAD-FX-MARGINS.
           OPEN INPUT BLOTTER-FILE
           IF WS-BLOTTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-BLOTTER-STATUS NOT = "00"
               READ BLOTTER-FILE
               IF WS-BLOTTER-STATUS = "00"
                   MOVE SPACES TO WS-B-ACCOUNT WS-B-MARGIN-STR
                       WS-B-BASE-STR
                   UNSTRING BLOTTER-LINE DELIMITED BY ","
                       INTO WS-B-DATE WS-B-SKIP WS-B-SKIP WS-B-SKIP
                            WS-B-OP WS-B-SKIP WS-B-SKIP
                            WS-B-MARGIN-STR WS-B-BASE-STR
                            WS-B-ACCOUNT
                   END-UNSTRING
                   IF WS-B-DATE(1:4) = WS-ENV-YEAR
                       AND WS-B-ACCOUNT NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-B-MARGIN-STR) = 0
                       AND FUNCTION TEST-NUMVAL(WS-B-BASE-STR) = 0
                       PERFORM ADD-FX-MARGIN
                   END-IF
               END-IF
           END-PERFORM

           CLOSE BLOTTER-FILE
           .

       ADD-FX-MARGIN.
           MOVE WS-B-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-EXISTING-ACCOUNT
           IF WS-ACC-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-B-MARGIN-STR) TO WS-B-MARGIN
           MOVE FUNCTION NUMVAL(WS-B-BASE-STR) TO WS-B-BASE
           IF WS-B-OP = "C"
               COMPUTE WS-B-EARNED ROUNDED =
                   WS-B-BASE * WS-B-MARGIN / (1 - WS-B-MARGIN)
           ELSE
               COMPUTE WS-B-EARNED ROUNDED =
                   WS-B-BASE * WS-B-MARGIN / (1 + WS-B-MARGIN)
           END-IF
           ADD WS-B-EARNED TO ACC-FX-MARGIN(WS-ACC-IX)
           .

       FIND-EXISTING-ACCOUNT.
           MOVE "N" TO WS-ACC-FOUND
           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT OR WS-ACC-FOUND = "Y"
               IF ACC-ID(IX-ACC) = WS-LOOKUP-ACCOUNT
                   MOVE "Y" TO WS-ACC-FOUND
                   SET WS-ACC-IX TO IX-ACC
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * WRITE-ONE-STATEMENT - Estado formateado de la cuenta IX-ACC
      * con numero de serie correlativo
      * ----------------------------------------------------------------
       WRITE-ONE-STATEMENT.
           PERFORM NEXT-SERIAL-NUMBER
           SET WS-ACC-IX TO IX-ACC

           MOVE SPACES TO WS-STMT-NAME
           STRING "fee-statement-" DELIMITED BY SIZE
                  FUNCTION TRIM(ACC-ID(IX-ACC)) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ENV-YEAR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-STMT-NAME
           END-STRING

           PERFORM CHECK-RETURNED-MAIL
           MOVE SPACES TO WS-STMT-PATH
           IF WS-MAIL-HELD = "Y"
               STRING "data/held-" DELIMITED BY SIZE
                      WS-STMT-NAME DELIMITED BY SPACE
                   INTO WS-STMT-PATH
               END-STRING
               PERFORM APPEND-HOLD-MAIL
           ELSE
               STRING "data/" DELIMITED BY SIZE
                      WS-STMT-NAME DELIMITED BY SPACE
                   INTO WS-STMT-PATH
               END-STRING
           END-IF

           OPEN OUTPUT STMT-FILE

           MOVE "========================================"
               TO STMT-LINE
           WRITE STMT-LINE
           MOVE "   ESTADO ANUAL DE COMISIONES Y GASTOS" TO STMT-LINE
           WRITE STMT-LINE
           MOVE "========================================"
               TO STMT-LINE
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING "Numero de serie : " DELIMITED BY SIZE
                  WS-SERIAL-NUMBER DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "Ejercicio       : " DELIMITED BY SIZE
                  WS-ENV-YEAR DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "Cuenta          : " DELIMITED BY SIZE
                  ACC-ID(IX-ACC) DELIMITED BY SPACE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "Titular         : " DELIMITED BY SIZE
                  FUNCTION TRIM(ACC-NAME(IX-ACC)) DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE "----------------------------------------"
               TO STMT-LINE
           WRITE STMT-LINE

           MOVE "Comisiones por tipo:" TO STMT-LINE
           WRITE STMT-LINE
           MOVE 0 TO WS-ACC-FEES
           PERFORM VARYING IX-FEE FROM 1 BY 1
               UNTIL IX-FEE > WS-FEE-COUNT
               IF FEE-ACC(IX-FEE) = WS-ACC-IX
                   ADD FEE-AMOUNT(IX-FEE) TO WS-ACC-FEES
                   MOVE FEE-AMOUNT(IX-FEE) TO FORMATTED-AMT
                   MOVE SPACES TO STMT-LINE
                   STRING "  " DELIMITED BY SIZE
                          FEE-CODE(IX-FEE) DELIMITED BY SIZE
                          "             : " DELIMITED BY SIZE
                          FORMATTED-AMT DELIMITED BY SIZE
                       INTO STMT-LINE
                   END-STRING
                   WRITE STMT-LINE
               END-IF
           END-PERFORM
           IF WS-ACC-FEES = 0
               MOVE "  (sin comisiones en el ejercicio)" TO STMT-LINE
               WRITE STMT-LINE
           END-IF

           MOVE WS-ACC-FEES TO FORMATTED-AMT
           MOVE SPACES TO STMT-LINE
           STRING "Total comisiones              : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE ACC-OD-INTEREST(IX-ACC) TO FORMATTED-AMT
           MOVE SPACES TO STMT-LINE
           STRING "Intereses de descubierto      : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE ACC-FX-MARGIN(IX-ACC) TO FORMATTED-AMT
           MOVE SPACES TO STMT-LINE
           STRING "Margen de cambio de divisa    : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE "----------------------------------------"
               TO STMT-LINE
           WRITE STMT-LINE

           COMPUTE WS-ACC-TOTAL = WS-ACC-FEES
               + ACC-OD-INTEREST(IX-ACC) + ACC-FX-MARGIN(IX-ACC)
           MOVE WS-ACC-TOTAL TO FORMATTED-AMT
           MOVE SPACES TO STMT-LINE
           STRING "TOTAL PAGADO EN EL EJERCICIO  : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE ACC-WAIVED(IX-ACC) TO FORMATTED-AMT
           MOVE SPACES TO STMT-LINE
           STRING "Comisiones exentas            : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           IF ACC-REVERSED(IX-ACC) > 0
               MOVE ACC-REVERSED(IX-ACC) TO FORMATTED-AMT
               MOVE SPACES TO STMT-LINE
               STRING "Cargos extornados             : "
                          DELIMITED BY SIZE
                      FORMATTED-AMT DELIMITED BY SIZE
                   INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
           END-IF

           MOVE "========================================"
               TO STMT-LINE
           WRITE STMT-LINE

           CLOSE STMT-FILE

           IF WS-MAIL-HELD = "Y"
               ADD 1 TO WS-TOTAL-HELD
               DISPLAY "Estado " WS-SERIAL-NUMBER
                   " retenido (correo devuelto) en "
                   FUNCTION TRIM(WS-STMT-PATH)
           ELSE
               DISPLAY "Estado " WS-SERIAL-NUMBER
                   " emitido en " FUNCTION TRIM(WS-STMT-PATH)
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-RETURNED-MAIL - Clientes con fecha de correo devuelto
      * en la 12a columna de customers.csv
      * ----------------------------------------------------------------
       LOAD-RETURNED-MAIL.
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CUST-STATUS NOT = "00"
               READ CUSTOMERS-FILE
               IF WS-CUST-STATUS = "00"
                   MOVE SPACES TO WS-C-RETMAIL
                   UNSTRING CUSTOMERS-LINE DELIMITED BY ","
                       INTO WS-C-ID
                            WS-C-SKIP WS-C-SKIP WS-C-SKIP WS-C-SKIP
                            WS-C-SKIP WS-C-SKIP WS-C-SKIP WS-C-SKIP
                            WS-C-SKIP WS-C-SKIP WS-C-RETMAIL
                   END-UNSTRING
                   IF WS-C-RETMAIL NOT = SPACES
                       AND WS-RETMAIL-COUNT < WS-MAX-RETMAIL
                       ADD 1 TO WS-RETMAIL-COUNT
                       MOVE WS-C-ID TO WS-RETMAIL-ID(WS-RETMAIL-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CUSTOMERS-FILE
           .

      * ----------------------------------------------------------------
      * CHECK-RETURNED-MAIL - Titular de IX-ACC (primer vinculo) y
      * si esta marcado; sin vinculo el estado sale siempre
      * ----------------------------------------------------------------
       CHECK-RETURNED-MAIL.
           MOVE "N" TO WS-MAIL-HELD
           MOVE SPACES TO WS-HOLDER-ID
           PERFORM VARYING IX-LNK FROM 1 BY 1
               UNTIL IX-LNK > WS-LINK-COUNT
                   OR WS-HOLDER-ID NOT = SPACES
               IF LNK-ACCOUNT(IX-LNK) = ACC-ID(IX-ACC)
                   MOVE LNK-CUST-ID(IX-LNK) TO WS-HOLDER-ID
               END-IF
           END-PERFORM

           IF WS-HOLDER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IX-RTM FROM 1 BY 1
               UNTIL IX-RTM > WS-RETMAIL-COUNT
               IF WS-RETMAIL-ID(IX-RTM) = WS-HOLDER-ID
                   MOVE "Y" TO WS-MAIL-HELD
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * APPEND-HOLD-MAIL - Fila de la cola: cliente,fecha,programa,
      * fichero retenido,fichero definitivo,HELD,fecha de liberacion;
      * una repeticion de la tirada no vuelve a anotar el documento
      * ----------------------------------------------------------------
       APPEND-HOLD-MAIL.
           MOVE "N" TO WS-HOLD-QUEUED
           OPEN INPUT HOLD-MAIL-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-HOLD-STATUS NOT = "00"
                   READ HOLD-MAIL-FILE
                   IF WS-HOLD-STATUS = "00"
                       MOVE SPACES TO WS-HOLD-STATE
                       UNSTRING HOLD-MAIL-LINE DELIMITED BY ","
                           INTO WS-H-SKIP WS-H-SKIP WS-H-SKIP
                                WS-HOLD-HELD-NAME WS-H-SKIP
                                WS-HOLD-STATE
                       END-UNSTRING
                       IF WS-HOLD-STATE = "HELD"
                           AND WS-HOLD-HELD-NAME(1:5) = "held-"
                           AND WS-HOLD-HELD-NAME(6:) = WS-STMT-NAME
                           MOVE "Y" TO WS-HOLD-QUEUED
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLD-MAIL-FILE
           END-IF
           IF WS-HOLD-QUEUED = "Y"
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING

           OPEN EXTEND HOLD-MAIL-FILE
           IF WS-HOLD-STATUS = "05" OR WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-MAIL-FILE
           END-IF

           MOVE SPACES TO HOLD-MAIL-LINE
           STRING WS-HOLDER-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ",FEE-STATEMENT,held-" DELIMITED BY SIZE
                  WS-STMT-NAME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-STMT-NAME DELIMITED BY SPACE
                  ",HELD," DELIMITED BY SIZE
               INTO HOLD-MAIL-LINE
           END-STRING
           WRITE HOLD-MAIL-LINE
           CLOSE HOLD-MAIL-FILE
           .

      * El numero de serie es correlativo entre ejecuciones, igual
      * que el de los certificados de intereses
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
