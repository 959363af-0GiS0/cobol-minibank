      ******************************************************************
      * WHT-RETURN: Declaracion anual de retenciones para Hacienda
      *
      * Proceso de cierre de ejercicio: dado un ano (CERT_YEAR,
      * formato AAAA, el mismo que usa INTEREST-CERT) construye el
      * fichero de declaracion data/wht-return-<ano>.csv a partir de
      * las filas RETENCION a TAXPAY (la cuenta de origen va en el
      * campo auxiliar) y de los abonos de intereses del ano
      * (categorias INTERES y BONIFICACION), leyendo los archivos de
      * purga data/archive/purged-<ano>.csv, las particiones
      * mensuales del manifiesto data/tx-partitions.dat y el ledger
      * vivo. El bruto es el interes neto abonado mas lo retenido,
      * igual que en el certificado anual.
      *
      * Cada cuenta se atribuye a su titular (primer vinculo del CIF
      * en data/customer-accounts.csv) y el perceptor se declara con
      * el documento de identidad (5a columna de customers.csv) y el
      * estatus fiscal (6a columna; en blanco vale RESIDENT):
      *   HDR,RETENCIONES,<ano>,<fecha de generacion>
      *   DTL,<documento>,<nombre>,<estatus>,<bruto>,<retenido>,<neto>
      *   TRL,<perceptores>,<bruto>,<retenido>
      *
      * Se rechazan, y van a data/wht-return-<ano>-rejects.csv en
      * lugar de a la declaracion, las cuentas sin cliente, las de
      * clientes que no estan en customers.csv y las de clientes
      * sin documento o con un documento no valido. Para residentes
      * y exentos el documento ha de ser un DNI o NIE con su letra
      * de control correcta o un CIF con su digito de control; para
      * no residentes basta un identificador fiscal extranjero
      * alfanumerico de 5 a 20 caracteres.
      *
      * El informe data/wht-return-report-<ano>.txt cuadra el total
      * retenido (declarado mas rechazado) contra las entradas del
      * ano en TAXPAY y muestra tambien las salidas y el saldo de
      * TAXPAY al cierre del ejercicio. Los rechazos y el descuadre
      * se avisan por pantalla pero no detienen el cierre (codigo
      * de retorno 0); sin CERT_YEAR el codigo es 8.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHT-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS-FILE ASSIGN TO "data/customers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT LINKS-FILE ASSIGN TO "data/customer-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
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
           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTS-FILE ASSIGN TO DYNAMIC WS-REJECTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-LINE        PIC X(250).
       FD  LINKS-FILE.
       01  LINKS-LINE            PIC X(50).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE          PIC X(120).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  PART-FILE.
       01  PART-LINE             PIC X(120).
       FD  RETURN-FILE.
       01  RETURN-LINE           PIC X(200).
       FD  REJECTS-FILE.
       01  REJECTS-LINE          PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-CUST-STATUS        PIC XX.
       77  WS-LINK-STATUS        PIC XX.
       77  WS-ARCHIVE-STATUS     PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-PART-STATUS        PIC XX.
       77  WS-ARCHIVE-PATH       PIC X(60).
       77  WS-PART-PATH          PIC X(40).
       77  WS-PART-MONTH         PIC X(7).
       77  WS-RETURN-PATH        PIC X(60).
       77  WS-REJECTS-PATH       PIC X(60).
       77  WS-REPORT-PATH        PIC X(60).
       77  WS-EOF                PIC X VALUE "N".

       77  WS-ENV-YEAR           PIC X(4) VALUE SPACES.
       77  WS-YEAR-END           PIC X(10).
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-ARCH-YEAR          PIC 9(4).
       77  WS-ARCH-FROM-YEAR     PIC 9(4).
       77  WS-ARCH-TRIES         PIC 9(2).

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
       77  WS-ROW-EFFECT         PIC S9(13)V9(2) COMP-3.

      * Cuentas con intereses o retenciones en el ejercicio
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
               10  ACC-INTEREST      PIC S9(13)V9(2) COMP-3.
               10  ACC-TAX           PIC S9(13)V9(2) COMP-3.
               10  ACC-RCP           PIC 9(4) COMP.

      * Vinculos cuenta-cliente del CIF; el titular es el primero
       77  WS-MAX-LINKS          PIC 9(4) COMP VALUE 2000.
       77  WS-LINK-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LINK-ROW OCCURS 2000 TIMES INDEXED BY IX-LNK.
               10  LNK-CUST-ID       PIC X(10).
               10  LNK-ACCOUNT       PIC X(30).

      * Clientes del CIF: nombre, documento y estatus fiscal
       77  WS-MAX-CUSTOMERS      PIC 9(4) COMP VALUE 2000.
       77  WS-CUST-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CUST-ROW OCCURS 2000 TIMES INDEXED BY IX-CUS.
               10  CUS-ID            PIC X(10).
               10  CUS-NAME          PIC X(60).
               10  CUS-DOC           PIC X(20).
               10  CUS-TAXSTATUS     PIC X(10).
       77  WS-C-SKIP             PIC X(80).

      * Perceptores: un registro por titular con cuentas del ano
       77  WS-MAX-RCP            PIC 9(4) COMP VALUE 2000.
       77  WS-RCP-COUNT          PIC 9(4) COMP VALUE 0.
       77  WS-RCP-IX             PIC 9(4) COMP.
       01  WS-RCP-TABLE.
           05  WS-RCP-ROW OCCURS 2000 TIMES INDEXED BY IX-RCP.
               10  RCP-CUST-ID       PIC X(10).
               10  RCP-CUS           PIC 9(4) COMP.
               10  RCP-GROSS         PIC S9(13)V9(2) COMP-3.
               10  RCP-TAX           PIC S9(13)V9(2) COMP-3.
               10  RCP-REASON        PIC X(20).
       77  WS-HOLDER-ID          PIC X(10).

      * Validacion del documento de identidad
       77  WS-DOC                PIC X(20).
       77  WS-DOC-STATUS         PIC X(10).
       77  WS-DOC-VALID          PIC X.
       77  WS-DOC-LEN            PIC 9(2) COMP.
       77  WS-DOC-IX             PIC 9(2) COMP.
       77  WS-DOC-NUMBER         PIC 9(8).
       77  WS-DOC-QUOT           PIC 9(8).
       77  WS-DOC-REM            PIC 9(2).
       77  WS-DNI-LETTERS        PIC X(23)
               VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
       77  WS-CIF-LETTERS        PIC X(17)
               VALUE "ABCDEFGHJNPQRSUVW".
       77  WS-CIF-CONTROL-LETTERS PIC X(10) VALUE "JABCDEFGHI".
       77  WS-CIF-DIGIT          PIC 9.
       77  WS-CIF-DOUBLE         PIC 9(2).
       77  WS-CIF-SUM            PIC 9(3).
       77  WS-CIF-CONTROL        PIC 9.
       77  WS-NIE-PREFIX         PIC 9.

      * Totales y cuadre contra TAXPAY
       77  WS-DECL-COUNT         PIC 9(5) VALUE 0.
       77  WS-REJ-COUNT          PIC 9(5) VALUE 0.
       77  WS-RET-ROWS           PIC 9(7) VALUE 0.
       77  WS-DECL-GROSS         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-DECL-TAX           PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-REJ-TAX            PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-ALL-TAX            PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TAXPAY-IN          PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TAXPAY-OUT         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TAXPAY-CLOSE       PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-DIFFERENCE         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-NET-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  WS-GROSS-AMOUNT       PIC S9(13)V9(2) COMP-3.
       77  WS-TAX-AMOUNT         PIC S9(13)V9(2) COMP-3.

       77  WS-AMOUNT-EDIT        PIC -(12)9.99.
       77  WS-GROSS-STR          PIC X(20).
       77  WS-TAX-STR            PIC X(20).
       77  WS-NET-STR            PIC X(20).
       77  FORMATTED-AMT         PIC -(12)9.99.
       77  FORMATTED-COUNT       PIC Z(6)9.
       77  WS-REJ-CUST           PIC X(10).
       77  WS-REJ-DOC            PIC X(20).
       77  WS-REJ-REASON         PIC X(20).

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT "CERT_YEAR"

           IF WS-ENV-YEAR = SPACES
               DISPLAY "Defina CERT_YEAR (AAAA) antes de ejecutar "
                   "WHT-RETURN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           STRING WS-ENV-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-YEAR-END
           END-STRING
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING

           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-CUSTOMER-LINKS

           PERFORM SCAN-PURGE-ARCHIVES
           PERFORM SCAN-PARTITIONS
           MOVE "data/transactions.csv" TO WS-PART-PATH
           PERFORM SCAN-LEDGER-FILE

           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               PERFORM TALLY-RECIPIENT
           END-PERFORM

           PERFORM VARYING IX-RCP FROM 1 BY 1
               UNTIL IX-RCP > WS-RCP-COUNT
               PERFORM CHECK-RECIPIENT
           END-PERFORM

           PERFORM WRITE-RETURN-FILE
           PERFORM WRITE-REJECTS-FILE

           COMPUTE WS-ALL-TAX = WS-DECL-TAX + WS-REJ-TAX
           COMPUTE WS-DIFFERENCE = WS-TAXPAY-IN - WS-ALL-TAX
           PERFORM WRITE-RETURN-REPORT

           DISPLAY "Declaracion de retenciones " WS-ENV-YEAR
               " en " FUNCTION TRIM(WS-RETURN-PATH)
           DISPLAY "Perceptores declarados: " WS-DECL-COUNT
           IF WS-REJ-COUNT > 0
               DISPLAY "Aviso: " WS-REJ-COUNT " cuentas rechazadas "
                   "en " FUNCTION TRIM(WS-REJECTS-PATH)
           END-IF
           IF WS-DIFFERENCE NOT = 0
               MOVE WS-DIFFERENCE TO FORMATTED-AMT
               DISPLAY "Aviso: DESCUADRE contra TAXPAY de "
                   FUNCTION TRIM(FORMATTED-AMT)
           END-IF
           IF WS-ACC-OVERFLOW > 0
               DISPLAY "Aviso: tabla de cuentas llena; "
                   WS-ACC-OVERFLOW " filas sin acumular"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK
           .

      * ----------------------------------------------------------------
      * LOAD-CUSTOMERS - Nombre (2a), documento (5a) y estatus
      * fiscal (6a columna) de cada cliente del CIF
      * ----------------------------------------------------------------
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
                   MOVE SPACES TO CUS-DOC(IX-CUS)
                   MOVE SPACES TO CUS-TAXSTATUS(IX-CUS)
                   UNSTRING CUSTOMERS-LINE DELIMITED BY ","
                       INTO CUS-ID(IX-CUS) CUS-NAME(IX-CUS)
                            WS-C-SKIP WS-C-SKIP
                            CUS-DOC(IX-CUS)
                            CUS-TAXSTATUS(IX-CUS)
                   END-UNSTRING
                   IF CUS-TAXSTATUS(IX-CUS) = SPACES
                       MOVE "RESIDENT" TO CUS-TAXSTATUS(IX-CUS)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CUSTOMERS-FILE
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

      * ----------------------------------------------------------------
      * SCAN-PURGE-ARCHIVES - Historia ya purgada del ledger (mismo
      * patron que BALANCE-CERT); los anos anteriores solo cuentan
      * para el saldo de TAXPAY al cierre
      * ----------------------------------------------------------------
       SCAN-PURGE-ARCHIVES.
           MOVE WS-ENV-YEAR TO WS-ARCH-FROM-YEAR
           MOVE 0 TO WS-ARCH-TRIES

           PERFORM VARYING WS-ARCH-YEAR
               FROM WS-ARCH-FROM-YEAR BY -1
               UNTIL WS-ARCH-TRIES >= 15
               ADD 1 TO WS-ARCH-TRIES
               MOVE SPACES TO WS-ARCHIVE-PATH
               STRING "data/archive/purged-" DELIMITED BY SIZE
                      WS-ARCH-YEAR DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-PATH
               END-STRING
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM
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

      * Particiones del manifiesto hasta el cierre del ejercicio
       SCAN-PARTITIONS.
           OPEN INPUT PART-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
               READ PART-MANIFEST-FILE
               IF WS-MANIFEST-STATUS = "00"
                   MOVE PART-MANIFEST-REC(1:7) TO WS-PART-MONTH
                   IF WS-PART-MONTH <= WS-YEAR-END(1:7)
                       MOVE SPACES TO WS-PART-PATH
                       STRING "data/transactions-" DELIMITED BY SIZE
                              WS-PART-MONTH DELIMITED BY SIZE
                              ".csv" DELIMITED BY SIZE
                           INTO WS-PART-PATH
                       END-STRING
                       PERFORM SCAN-LEDGER-FILE
                   END-IF
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
      * APPLY-LEDGER-LINE - Intereses y retenciones del ejercicio por
      * cuenta, y efecto de la fila sobre TAXPAY (entradas y salidas
      * del ano y saldo al cierre)
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

           IF WS-CSV-DATE > WS-YEAR-END
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-STR) TO WS-CSV-AMOUNT

           PERFORM APPLY-TAXPAY-EFFECT

           IF WS-CSV-DATE(1:4) NOT = WS-ENV-YEAR
               OR WS-CSV-TYPE NOT = "CREDIT"
               EXIT PARAGRAPH
           END-IF

           IF WS-CSV-CATEGORY = "INTERES"
               OR WS-CSV-CATEGORY = "BONIFICACION"
               MOVE WS-CSV-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM CHECK-IS-INTERNAL
               IF WS-IS-INTERNAL = "N"
                   PERFORM FIND-OR-ADD-ACCOUNT
                   IF WS-ACC-FOUND = "Y"
                       ADD WS-CSV-AMOUNT TO ACC-INTEREST(WS-ACC-IX)
                   END-IF
               END-IF
           END-IF

      *    Retenciones: se atribuyen a la cuenta de origen del
      *    campo auxiliar
           IF WS-CSV-CATEGORY = "RETENCION"
               AND WS-CSV-ACCOUNT = "TAXPAY"
               ADD 1 TO WS-RET-ROWS
               MOVE WS-CSV-AUX(1:30) TO WS-LOOKUP-ACCOUNT
               IF WS-LOOKUP-ACCOUNT = SPACES
                   MOVE "(SIN-CUENTA)" TO WS-LOOKUP-ACCOUNT
               END-IF
               PERFORM FIND-OR-ADD-ACCOUNT
               IF WS-ACC-FOUND = "Y"
                   ADD WS-CSV-AMOUNT TO ACC-TAX(WS-ACC-IX)
               END-IF
           END-IF
           .

      * Efecto de la fila sobre TAXPAY: el saldo acumula toda la
      * historia hasta el cierre; entradas y salidas solo del ano
       APPLY-TAXPAY-EFFECT.
           MOVE 0 TO WS-ROW-EFFECT
           EVALUATE WS-CSV-TYPE
               WHEN "CREDIT"
                   IF WS-CSV-ACCOUNT = "TAXPAY"
                       MOVE WS-CSV-AMOUNT TO WS-ROW-EFFECT
                   END-IF
               WHEN "DEBIT"
                   IF WS-CSV-ACCOUNT = "TAXPAY"
                       COMPUTE WS-ROW-EFFECT = 0 - WS-CSV-AMOUNT
                   END-IF
               WHEN "TRANSFER"
                   IF WS-CSV-ACCOUNT = "TAXPAY"
                       COMPUTE WS-ROW-EFFECT = 0 - WS-CSV-AMOUNT
                   END-IF
                   IF WS-CSV-AUX(1:30) = "TAXPAY"
                       ADD WS-CSV-AMOUNT TO WS-ROW-EFFECT
                   END-IF
               WHEN "REVERSAL"
                   IF WS-CSV-ACCOUNT = "TAXPAY"
                       MOVE SPACES TO WS-REV-ORIG-TYPE WS-REV-REF
                       UNSTRING WS-CSV-AUX DELIMITED BY ":"
                           INTO WS-REV-ORIG-TYPE WS-REV-REF
                       END-UNSTRING
                       IF WS-REV-ORIG-TYPE = "CREDIT"
                           COMPUTE WS-ROW-EFFECT = 0 - WS-CSV-AMOUNT
                       ELSE
                           MOVE WS-CSV-AMOUNT TO WS-ROW-EFFECT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ROW-EFFECT = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-ROW-EFFECT TO WS-TAXPAY-CLOSE

      *    La anulacion de un abono resta de las entradas del ano;
      *    la de un cargo resta de las salidas
           IF WS-CSV-DATE(1:4) = WS-ENV-YEAR
               IF WS-CSV-TYPE = "REVERSAL"
                   IF WS-REV-ORIG-TYPE = "CREDIT"
                       ADD WS-ROW-EFFECT TO WS-TAXPAY-IN
                   ELSE
                       SUBTRACT WS-ROW-EFFECT FROM WS-TAXPAY-OUT
                   END-IF
               ELSE
                   IF WS-ROW-EFFECT > 0
                       ADD WS-ROW-EFFECT TO WS-TAXPAY-IN
                   ELSE
                       SUBTRACT WS-ROW-EFFECT FROM WS-TAXPAY-OUT
                   END-IF
               END-IF
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
           MOVE 0 TO ACC-INTEREST(WS-ACC-IX)
           MOVE 0 TO ACC-TAX(WS-ACC-IX)
           MOVE 0 TO ACC-RCP(WS-ACC-IX)
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
               MOVE "Y" TO WS-IS-INTERNAL
           END-IF
           .

      * ----------------------------------------------------------------
      * TALLY-RECIPIENT - Acumula bruto y retenido de la cuenta
      * IX-ACC en su titular (primer vinculo del CIF); la cuenta sin
      * vinculo queda con ACC-RCP a cero y se rechaza
      * ----------------------------------------------------------------
       TALLY-RECIPIENT.
           IF ACC-INTEREST(IX-ACC) = 0 AND ACC-TAX(IX-ACC) = 0
               EXIT PARAGRAPH
           END-IF

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

           MOVE 0 TO WS-RCP-IX
           PERFORM VARYING IX-RCP FROM 1 BY 1
               UNTIL IX-RCP > WS-RCP-COUNT OR WS-RCP-IX > 0
               IF RCP-CUST-ID(IX-RCP) = WS-HOLDER-ID
                   SET WS-RCP-IX TO IX-RCP
               END-IF
           END-PERFORM

           IF WS-RCP-IX = 0
               IF WS-RCP-COUNT >= WS-MAX-RCP
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RCP-COUNT
               MOVE WS-RCP-COUNT TO WS-RCP-IX
               MOVE WS-HOLDER-ID TO RCP-CUST-ID(WS-RCP-IX)
               MOVE 0 TO RCP-CUS(WS-RCP-IX)
               MOVE 0 TO RCP-GROSS(WS-RCP-IX)
               MOVE 0 TO RCP-TAX(WS-RCP-IX)
               MOVE SPACES TO RCP-REASON(WS-RCP-IX)
           END-IF

           MOVE WS-RCP-IX TO ACC-RCP(IX-ACC)
           COMPUTE RCP-GROSS(WS-RCP-IX) = RCP-GROSS(WS-RCP-IX)
               + ACC-INTEREST(IX-ACC) + ACC-TAX(IX-ACC)
           ADD ACC-TAX(IX-ACC) TO RCP-TAX(WS-RCP-IX)
           .

      * ----------------------------------------------------------------
      * CHECK-RECIPIENT - Cliente del CIF del perceptor IX-RCP y
      * validez de su documento; deja el motivo de rechazo en
      * RCP-REASON (en blanco si se declara)
      * ----------------------------------------------------------------
       CHECK-RECIPIENT.
           PERFORM VARYING IX-CUS FROM 1 BY 1
               UNTIL IX-CUS > WS-CUST-COUNT
                   OR RCP-CUS(IX-RCP) > 0
               IF CUS-ID(IX-CUS) = RCP-CUST-ID(IX-RCP)
                   SET RCP-CUS(IX-RCP) TO IX-CUS
               END-IF
           END-PERFORM

           IF RCP-CUS(IX-RCP) = 0
               MOVE "CLIENTE-DESCONOCIDO" TO RCP-REASON(IX-RCP)
               EXIT PARAGRAPH
           END-IF

           SET IX-CUS TO RCP-CUS(IX-RCP)
           IF CUS-DOC(IX-CUS) = SPACES
               MOVE "DOCUMENTO-AUSENTE" TO RCP-REASON(IX-RCP)
               EXIT PARAGRAPH
           END-IF

           MOVE CUS-DOC(IX-CUS) TO WS-DOC
           MOVE CUS-TAXSTATUS(IX-CUS) TO WS-DOC-STATUS
           PERFORM VALIDATE-DOCUMENT
           IF WS-DOC-VALID = "N"
               MOVE "DOCUMENTO-NO-VALIDO" TO RCP-REASON(IX-RCP)
           END-IF
           .

      * ----------------------------------------------------------------
      * VALIDATE-DOCUMENT - WS-DOC segun el estatus WS-DOC-STATUS:
      * no residentes, identificador extranjero alfanumerico de 5 a
      * 20 caracteres; el resto, DNI (8 cifras y letra), NIE (X/Y/Z,
      * 7 cifras y letra) o CIF (letra, 7 cifras y control)
      * ----------------------------------------------------------------
       VALIDATE-DOCUMENT.
           MOVE "N" TO WS-DOC-VALID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DOC)) TO WS-DOC
           MOVE 0 TO WS-DOC-LEN
           INSPECT WS-DOC TALLYING WS-DOC-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DOC-LEN < 20
               IF WS-DOC(WS-DOC-LEN + 1:) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-DOC-STATUS = "NONRES"
               IF WS-DOC-LEN < 5
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-DOC-VALID
               PERFORM VARYING WS-DOC-IX FROM 1 BY 1
                   UNTIL WS-DOC-IX > WS-DOC-LEN
                   IF WS-DOC(WS-DOC-IX:1) NOT NUMERIC
                       AND (WS-DOC(WS-DOC-IX:1) < "A"
                            OR WS-DOC(WS-DOC-IX:1) > "Z")
                       MOVE "N" TO WS-DOC-VALID
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           IF WS-DOC-LEN NOT = 9
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-DOC(1:8) IS NUMERIC
                   MOVE WS-DOC(1:8) TO WS-DOC-NUMBER
                   PERFORM CHECK-DNI-LETTER
               WHEN WS-DOC(1:1) = "X" OR WS-DOC(1:1) = "Y"
                    OR WS-DOC(1:1) = "Z"
                   IF WS-DOC(2:7) IS NUMERIC
                       EVALUATE WS-DOC(1:1)
                           WHEN "X" MOVE 0 TO WS-NIE-PREFIX
                           WHEN "Y" MOVE 1 TO WS-NIE-PREFIX
                           WHEN OTHER MOVE 2 TO WS-NIE-PREFIX
                       END-EVALUATE
                       COMPUTE WS-DOC-NUMBER =
                           WS-NIE-PREFIX * 10000000
                           + FUNCTION NUMVAL(WS-DOC(2:7))
                       PERFORM CHECK-DNI-LETTER
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-DOC-IX
                   INSPECT WS-CIF-LETTERS TALLYING WS-DOC-IX
                       FOR ALL WS-DOC(1:1)
                   IF WS-DOC-IX > 0 AND WS-DOC(2:7) IS NUMERIC
                       PERFORM CHECK-CIF-CONTROL
                   END-IF
           END-EVALUATE
           .

      * Letra de control de DNI/NIE: resto de dividir entre 23
       CHECK-DNI-LETTER.
           DIVIDE WS-DOC-NUMBER BY 23 GIVING WS-DOC-QUOT
               REMAINDER WS-DOC-REM
           IF WS-DOC(9:1) = WS-DNI-LETTERS(WS-DOC-REM + 1:1)
               MOVE "Y" TO WS-DOC-VALID
           END-IF
           .

      * Control del CIF: cifras pares sumadas tal cual, impares
      * dobladas sumando sus digitos; el control (cifra o letra) es
      * lo que falta para la siguiente decena
       CHECK-CIF-CONTROL.
           MOVE 0 TO WS-CIF-SUM
           PERFORM VARYING WS-DOC-IX FROM 2 BY 1
               UNTIL WS-DOC-IX > 8
               MOVE WS-DOC(WS-DOC-IX:1) TO WS-CIF-DIGIT
               IF FUNCTION MOD(WS-DOC-IX, 2) = 1
                   ADD WS-CIF-DIGIT TO WS-CIF-SUM
               ELSE
                   COMPUTE WS-CIF-DOUBLE = WS-CIF-DIGIT * 2
                   COMPUTE WS-CIF-SUM = WS-CIF-SUM
                       + WS-CIF-DOUBLE / 10
                       + FUNCTION MOD(WS-CIF-DOUBLE, 10)
               END-IF
           END-PERFORM
           COMPUTE WS-CIF-CONTROL =
               FUNCTION MOD(10 - FUNCTION MOD(WS-CIF-SUM, 10), 10)

           IF WS-DOC(9:1) = WS-CIF-CONTROL
               OR WS-DOC(9:1) =
                   WS-CIF-CONTROL-LETTERS(WS-CIF-CONTROL + 1:1)
               MOVE "Y" TO WS-DOC-VALID
           END-IF
           .

      * ----------------------------------------------------------------
      * WRITE-RETURN-FILE - Cabecera, un detalle por perceptor
      * aceptado y registro de cola con los totales
      * ----------------------------------------------------------------
       WRITE-RETURN-FILE.
           MOVE SPACES TO WS-RETURN-PATH
           STRING "data/wht-return-" DELIMITED BY SIZE
                  WS-ENV-YEAR DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-RETURN-PATH
           END-STRING

           OPEN OUTPUT RETURN-FILE
           MOVE SPACES TO RETURN-LINE
           STRING "HDR,RETENCIONES," DELIMITED BY SIZE
                  WS-ENV-YEAR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO RETURN-LINE
           END-STRING
           WRITE RETURN-LINE

           PERFORM VARYING IX-RCP FROM 1 BY 1
               UNTIL IX-RCP > WS-RCP-COUNT
               IF RCP-REASON(IX-RCP) = SPACES
                   PERFORM WRITE-RETURN-DETAIL
               END-IF
           END-PERFORM

           MOVE WS-DECL-GROSS TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-GROSS-STR
           MOVE WS-DECL-TAX TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-TAX-STR
           MOVE SPACES TO RETURN-LINE
           STRING "TRL," DELIMITED BY SIZE
                  WS-DECL-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-GROSS-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TAX-STR DELIMITED BY SPACE
               INTO RETURN-LINE
           END-STRING
           WRITE RETURN-LINE
           CLOSE RETURN-FILE
           .

       WRITE-RETURN-DETAIL.
           SET IX-CUS TO RCP-CUS(IX-RCP)
           ADD 1 TO WS-DECL-COUNT
           ADD RCP-GROSS(IX-RCP) TO WS-DECL-GROSS
           ADD RCP-TAX(IX-RCP) TO WS-DECL-TAX

           MOVE RCP-GROSS(IX-RCP) TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-GROSS-STR
           MOVE RCP-TAX(IX-RCP) TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-TAX-STR
           COMPUTE WS-NET-AMOUNT = RCP-GROSS(IX-RCP) - RCP-TAX(IX-RCP)
           MOVE WS-NET-AMOUNT TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-NET-STR

           MOVE CUS-DOC(IX-CUS) TO WS-DOC
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DOC)) TO WS-DOC

           MOVE SPACES TO RETURN-LINE
           STRING "DTL," DELIMITED BY SIZE
                  WS-DOC DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CUS-NAME(IX-CUS)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CUS-TAXSTATUS(IX-CUS) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-GROSS-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TAX-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-NET-STR DELIMITED BY SPACE
               INTO RETURN-LINE
           END-STRING
           WRITE RETURN-LINE
           .

      * ----------------------------------------------------------------
      * WRITE-REJECTS-FILE - Una fila por cuenta que no entra en la
      * declaracion: cuenta,cliente,documento,motivo,bruto,retenido
      * ----------------------------------------------------------------
       WRITE-REJECTS-FILE.
           MOVE SPACES TO WS-REJECTS-PATH
           STRING "data/wht-return-" DELIMITED BY SIZE
                  WS-ENV-YEAR DELIMITED BY SIZE
                  "-rejects.csv" DELIMITED BY SIZE
               INTO WS-REJECTS-PATH
           END-STRING

           OPEN OUTPUT REJECTS-FILE
           MOVE "account,customer,document,reason,gross,withheld"
               TO REJECTS-LINE
           WRITE REJECTS-LINE

           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               IF ACC-INTEREST(IX-ACC) NOT = 0
                   OR ACC-TAX(IX-ACC) NOT = 0
                   PERFORM CHECK-ACCOUNT-REJECT
               END-IF
           END-PERFORM
           CLOSE REJECTS-FILE
           .

       CHECK-ACCOUNT-REJECT.
           MOVE SPACES TO WS-REJ-CUST WS-REJ-DOC
           IF ACC-RCP(IX-ACC) = 0
               MOVE "SIN-CLIENTE" TO WS-REJ-REASON
           ELSE
               SET IX-RCP TO ACC-RCP(IX-ACC)
               IF RCP-REASON(IX-RCP) = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE RCP-REASON(IX-RCP) TO WS-REJ-REASON
               MOVE RCP-CUST-ID(IX-RCP) TO WS-REJ-CUST
               IF RCP-CUS(IX-RCP) > 0
                   SET IX-CUS TO RCP-CUS(IX-RCP)
                   MOVE CUS-DOC(IX-CUS) TO WS-REJ-DOC
               END-IF
           END-IF

           ADD 1 TO WS-REJ-COUNT
           ADD ACC-TAX(IX-ACC) TO WS-REJ-TAX
           COMPUTE WS-GROSS-AMOUNT =
               ACC-INTEREST(IX-ACC) + ACC-TAX(IX-ACC)
           MOVE WS-GROSS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-GROSS-STR
           MOVE ACC-TAX(IX-ACC) TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-TAX-STR

           MOVE SPACES TO REJECTS-LINE
           STRING ACC-ID(IX-ACC) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-REJ-CUST DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJ-DOC) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-REJ-REASON DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-GROSS-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TAX-STR DELIMITED BY SPACE
               INTO REJECTS-LINE
           END-STRING
           WRITE REJECTS-LINE
           .

      * ----------------------------------------------------------------
      * WRITE-RETURN-REPORT - Totales de la declaracion, rechazos y
      * cuadre del total retenido contra las entradas de TAXPAY
      * ----------------------------------------------------------------
       WRITE-RETURN-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "data/wht-return-report-" DELIMITED BY SIZE
                  WS-ENV-YEAR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE
           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   DECLARACION ANUAL DE RETENCIONES "
                      DELIMITED BY SIZE
                  WS-ENV-YEAR DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Fecha de generacion       : " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fichero de declaracion    : " DELIMITED BY SIZE
                  WS-RETURN-PATH DELIMITED BY SPACE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fichero de rechazos       : " DELIMITED BY SIZE
                  WS-REJECTS-PATH DELIMITED BY SPACE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DECL-COUNT TO FORMATTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Perceptores declarados    : " DELIMITED BY SIZE
                  FORMATTED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DECL-GROSS TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Intereses brutos declarados: " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DECL-TAX TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Retencion declarada        : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-REJ-COUNT TO FORMATTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Cuentas rechazadas        : " DELIMITED BY SIZE
                  FORMATTED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-REJ-TAX TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Retencion rechazada        : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CUADRE CONTRA TAXPAY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RET-ROWS TO FORMATTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Filas RETENCION del ano   : " DELIMITED BY SIZE
                  FORMATTED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ALL-TAX TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Retenido (decl. + rech.)   : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TAXPAY-IN TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Entradas en TAXPAY del ano : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TAXPAY-OUT TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Salidas de TAXPAY del ano  : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TAXPAY-CLOSE TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Saldo TAXPAY al " DELIMITED BY SIZE
                  WS-YEAR-END DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DIFFERENCE TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Diferencia                 : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-DIFFERENCE = 0
               MOVE "Resultado: CUADRA" TO REPORT-LINE
           ELSE
               MOVE "Resultado: DESCUADRE" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           IF WS-REJ-COUNT > 0
               MOVE "----------------------------------------"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "RECHAZOS (no incluidos en la declaracion)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING IX-ACC FROM 1 BY 1
                   UNTIL IX-ACC > WS-ACC-COUNT
                   PERFORM WRITE-REJECT-LINE
               END-PERFORM
           END-IF

           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           .

       WRITE-REJECT-LINE.
           IF ACC-INTEREST(IX-ACC) = 0 AND ACC-TAX(IX-ACC) = 0
               EXIT PARAGRAPH
           END-IF
           IF ACC-RCP(IX-ACC) = 0
               MOVE "SIN-CLIENTE" TO WS-REJ-REASON
               MOVE SPACES TO WS-REJ-CUST
           ELSE
               SET IX-RCP TO ACC-RCP(IX-ACC)
               IF RCP-REASON(IX-RCP) = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE RCP-REASON(IX-RCP) TO WS-REJ-REASON
               MOVE RCP-CUST-ID(IX-RCP) TO WS-REJ-CUST
           END-IF

           MOVE ACC-TAX(IX-ACC) TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  ACC-ID(IX-ACC) DELIMITED BY SIZE
                  WS-REJ-CUST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REJ-REASON DELIMITED BY SIZE
                  " retenido " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
