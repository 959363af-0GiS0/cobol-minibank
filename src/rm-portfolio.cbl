      ******************************************************************
      * RM-PORTFOLIO: Cartera mensual por gestor de relacion
      *
      * Los gestores se mantienen desde MBMAIN con doble control en
      * data/relationship-managers.csv
      *   gestor,nombre,sucursal,email,estado
      * y cada cliente lleva su gestor en la columna 14 de
      * data/customers.csv. Para el mes RM_MONTH (AAAA-MM; si no se
      * indica, el de la fecha de negocio de data/business-date.dat
      * o, en su defecto, el de hoy) el informe da, por gestor y por
      * cada uno de sus clientes:
      *   - depositos: saldo acreedor a fin de mes de las cuentas del
      *     cliente (data/customer-accounts.csv; una cuenta
      *     compartida se atribuye a su primer titular), anclado en el
      *     maestro de cierre como en CUSTOMER-PROFIT: saldo del
      *     maestro mas la cola del ledger no cubierta, menos lo
      *     fechado despues del mes,
      *   - prestamos: capital vivo de los prestamos ACTIVE o
      *     RESTRUCTURED de data/loans.csv sobre sus cuentas,
      *   - moras: expedientes OPEN de data/loan-delinq.csv y su
      *     importe impagado (columna 9),
      *   - revisiones KYC vencidas: proxima revision (columna 8 del
      *     CIF) anterior al primer dia del mes siguiente,
      *   - movimientos grandes del mes: apuntes CREDIT, DEBIT o
      *     TRANSFER por encima de MINIBANK_NOTIFY_LARGE_TX (5000 por
      *     defecto, el mismo umbral de los avisos de MBMAIN).
      * Los clientes sin gestor se agrupan al final como SIN GESTOR.
      *
      * Salida: data/rm-portfolio-AAAA-MM.txt.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RM-PORTFOLIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANAGERS-FILE ASSIGN TO
               "data/relationship-managers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MGR-STATUS.
           SELECT CUSTOMERS-FILE ASSIGN TO "data/customers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT LINKS-FILE ASSIGN TO "data/customer-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT MASTER-FILE ASSIGN TO "data/account-master.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
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
           SELECT LOANS-FILE ASSIGN TO "data/loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.
           SELECT DELINQ-FILE ASSIGN TO "data/loan-delinq.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELINQ-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANAGERS-FILE.
       01  MANAGERS-LINE         PIC X(150).
       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-LINE        PIC X(250).
       FD  LINKS-FILE.
       01  LINKS-LINE            PIC X(80).
       FD  MASTER-FILE.
       01  MASTER-LINE           PIC X(150).
       FD  TX-FILE.
       01  TX-LINE               PIC X(120).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  PART-FILE.
       01  PART-LINE             PIC X(120).
       FD  LOANS-FILE.
       01  LOANS-LINE            PIC X(200).
       FD  DELINQ-FILE.
       01  DELINQ-LINE           PIC X(200).
       FD  BUSDATE-FILE.
       01  BUSDATE-RECORD        PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-MGR-STATUS         PIC XX.
       77  WS-CUST-STATUS        PIC XX.
       77  WS-LINK-STATUS        PIC XX.
       77  WS-MASTER-STATUS      PIC XX.
       77  WS-TX-STATUS          PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-PART-STATUS        PIC XX.
       77  WS-LOANS-STATUS       PIC XX.
       77  WS-DELINQ-STATUS      PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-REPORT-STATUS      PIC XX.
       77  WS-EOF                PIC X VALUE "N".
       77  WS-PART-EOF           PIC X.
       77  WS-PART-PATH          PIC X(40).
       77  WS-PART-MONTH         PIC X(7).
       77  WS-TX-WORK            PIC X(120).
       77  WS-REPORT-PATH        PIC X(60).

       77  WS-TODAY-YYYYMMDD     PIC 9(8).
       77  WS-RUN-DATE           PIC X(10).
       77  WS-ENV-MONTH          PIC X(7) VALUE SPACES.
       77  WS-MONTH              PIC X(7).
       77  WS-CAL-YEAR           PIC 9(4).
       77  WS-CAL-MONTH          PIC 9(2).
       77  WS-NEXT-MONTH-DATE    PIC X(10).

      * Umbral de movimiento grande (el de los avisos de MBMAIN)
       77  WS-ENV-LARGE          PIC X(20) VALUE SPACES.
       77  WS-LARGE-TX           PIC S9(13)V9(2) COMP-3 VALUE 5000.

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

      * Gestores del maestro con los totales de su cartera
       77  WS-MAX-MANAGERS       PIC 9(3) COMP VALUE 200.
       77  WS-MGR-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-MANAGERS-TABLE.
           05  WS-MANAGER OCCURS 200 TIMES INDEXED BY IX-MGR.
               10  MGR-ID            PIC X(8).
               10  MGR-NAME          PIC X(40).
               10  MGR-BRANCH        PIC X(8).
               10  MGR-STATUS        PIC X(10).
               10  MGR-CUSTOMERS     PIC 9(5) COMP.
               10  MGR-DEPOSITS      PIC S9(13)V9(2) COMP-3.
               10  MGR-LOANS         PIC S9(13)V9(2) COMP-3.
               10  MGR-ARREARS       PIC 9(5) COMP.
               10  MGR-UNPAID        PIC S9(13)V9(2) COMP-3.
               10  MGR-KYC-DUE       PIC 9(5) COMP.
               10  MGR-LARGE         PIC 9(5) COMP.
       77  WS-M-ID               PIC X(8).
       77  WS-M-NAME             PIC X(40).
       77  WS-M-BRANCH           PIC X(8).
       77  WS-M-EMAIL            PIC X(60).
       77  WS-M-STATUS           PIC X(10).

      * Clientes del CIF con su gestor (0 = sin gestor)
       77  WS-MAX-CUSTOMERS      PIC 9(5) COMP VALUE 2000.
       77  WS-CUST-COUNT         PIC 9(5) COMP VALUE 0.
       01  WS-CUSTOMERS-TABLE.
           05  WS-CUSTOMER OCCURS 2000 TIMES INDEXED BY IX-CUST.
               10  CUST-ID           PIC X(10).
               10  CUST-NAME         PIC X(40).
               10  CUST-MGR-INDEX    PIC 9(3) COMP.
               10  CUST-KYC-DUE      PIC X.
               10  CUST-DEPOSITS     PIC S9(13)V9(2) COMP-3.
               10  CUST-LOANS        PIC S9(13)V9(2) COMP-3.
               10  CUST-ARREARS      PIC 9(5) COMP.
               10  CUST-UNPAID       PIC S9(13)V9(2) COMP-3.
               10  CUST-LARGE        PIC 9(5) COMP.
       77  WS-C-ID               PIC X(10).
       77  WS-C-NAME             PIC X(40).
       77  WS-C-SKIP             PIC X(80).
       77  WS-C-REVIEW           PIC X(10).
       77  WS-C-RM               PIC X(8).

      * Cuentas de clientes: saldo actual y efecto posterior al mes
       77  WS-MAX-ACCOUNTS       PIC 9(5) COMP VALUE 5000.
       77  WS-ACC-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ACCOUNTS-TABLE.
           05  WS-ACCOUNT OCCURS 5000 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-CUST-INDEX    PIC 9(5) COMP.
               10  ACC-BALANCE       PIC S9(13)V9(2) COMP-3.
               10  ACC-AFTER-MONTH   PIC S9(13)V9(2) COMP-3.
       77  WS-LINK-CUST          PIC X(10).
       77  WS-LINK-ACCOUNT       PIC X(30).

       77  WS-CSV-DATE           PIC X(10).
       77  WS-CSV-ACCOUNT        PIC X(30).
       77  WS-CSV-TYPE           PIC X(10).
       77  WS-CSV-AMOUNT-STR     PIC X(20).
       77  WS-CSV-AUX            PIC X(42).
       77  WS-CSV-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  WS-REV-ORIG-TYPE      PIC X(10).
       77  WS-REV-REF            PIC X(30).
       77  WS-EFFECT-ACCOUNT     PIC X(30).
       77  WS-EFFECT-AMOUNT      PIC S9(13)V9(2) COMP-3.
       77  WS-EFFECT-LARGE       PIC X.

       77  WS-LN-ID              PIC X(12).
       77  WS-LN-ACCOUNT         PIC X(30).
       77  WS-LN-PRIN-STR        PIC X(20).
       77  WS-LN-SKIP            PIC X(20).
       77  WS-LN-STATUS          PIC X(15).

       77  WS-DQ-LOAN            PIC X(12).
       77  WS-DQ-ACCOUNT         PIC X(30).
       77  WS-DQ-SKIP            PIC X(20).
       77  WS-DQ-STATE           PIC X(10).
       77  WS-DQ-UNPAID-STR      PIC X(20).

       77  WS-LOOKUP-ID          PIC X(30).
       77  WS-LOOKUP-INDEX       PIC 9(5) COMP.
       77  WS-FOUND              PIC X.
       77  WS-CUST-IX            PIC 9(5) COMP.
       77  WS-MGR-IX             PIC 9(3) COMP.
       77  WS-NO-RM-COUNT        PIC 9(5) COMP VALUE 0.
       77  WS-UNKNOWN-RM         PIC 9(5) COMP VALUE 0.

       77  WS-TOTAL-CUSTOMERS    PIC 9(5) COMP VALUE 0.
       77  WS-TOTAL-DEPOSITS     PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-LOANS        PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-ARREARS      PIC 9(5) COMP VALUE 0.
       77  WS-TOTAL-UNPAID       PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-KYC-DUE      PIC 9(5) COMP VALUE 0.
       77  WS-TOTAL-LARGE        PIC 9(5) COMP VALUE 0.

      * Campos de una linea del informe (gestor, cliente o total)
       77  WS-LINE-KEY           PIC X(10).
       77  WS-LINE-NAME          PIC X(30).
       77  WS-LINE-CUSTOMERS     PIC 9(5) COMP.
       77  WS-LINE-DEPOSITS      PIC S9(13)V9(2) COMP-3.
       77  WS-LINE-LOANS         PIC S9(13)V9(2) COMP-3.
       77  WS-LINE-ARREARS       PIC 9(5) COMP.
       77  WS-LINE-UNPAID        PIC S9(13)V9(2) COMP-3.
       77  WS-LINE-KYC-DUE       PIC 9(5) COMP.
       77  WS-LINE-LARGE         PIC 9(5) COMP.

       77  FMT-CUSTOMERS         PIC Z(4)9.
       77  FMT-DEPOSITS          PIC -(11)9.99.
       77  FMT-LOANS             PIC -(11)9.99.
       77  FMT-ARREARS           PIC Z(4)9.
       77  FMT-UNPAID            PIC -(9)9.99.
       77  FMT-KYC-DUE           PIC Z(4)9.
       77  FMT-LARGE             PIC Z(4)9.
       77  FMT-THRESHOLD         PIC Z(11)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM READ-CONFIG
           PERFORM LOAD-MANAGERS
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-LINKS
           PERFORM LOAD-MASTER-BALANCES
           PERFORM SCAN-PARTITIONS
           PERFORM SCAN-LEDGER
           PERFORM LOAD-LOANS
           PERFORM LOAD-DELINQUENCIES
           PERFORM ROLL-UP-PORTFOLIOS
           PERFORM WRITE-PORTFOLIO-REPORT

           DISPLAY "Cartera por gestor de " WS-MONTH ": "
               WS-MGR-COUNT " gestores, " WS-NO-RM-COUNT
               " clientes sin gestor; informe en "
               FUNCTION TRIM(WS-REPORT-PATH)
           GOBACK
           .

      * Mes del informe, umbral de movimiento grande y ruta de salida
       READ-CONFIG.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-RUN-DATE
           END-STRING
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

           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT "RM_MONTH"
           IF WS-ENV-MONTH(1:4) IS NUMERIC
               AND WS-ENV-MONTH(5:1) = "-"
               AND WS-ENV-MONTH(6:2) IS NUMERIC
               AND WS-ENV-MONTH(6:2) >= "01"
               AND WS-ENV-MONTH(6:2) <= "12"
               MOVE WS-ENV-MONTH TO WS-MONTH
           ELSE
               IF WS-ENV-MONTH NOT = SPACES
                   DISPLAY "Aviso: RM_MONTH no valido ("
                       FUNCTION TRIM(WS-ENV-MONTH)
                       "); se usa el mes en curso"
               END-IF
               MOVE WS-RUN-DATE(1:7) TO WS-MONTH
           END-IF

           MOVE WS-MONTH(1:4) TO WS-CAL-YEAR
           MOVE WS-MONTH(6:2) TO WS-CAL-MONTH
           IF WS-CAL-MONTH = 12
               MOVE 1 TO WS-CAL-MONTH
               ADD 1 TO WS-CAL-YEAR
           ELSE
               ADD 1 TO WS-CAL-MONTH
           END-IF
           MOVE SPACES TO WS-NEXT-MONTH-DATE
           STRING WS-CAL-YEAR "-" WS-CAL-MONTH "-01"
               DELIMITED BY SIZE INTO WS-NEXT-MONTH-DATE
           END-STRING

           ACCEPT WS-ENV-LARGE FROM ENVIRONMENT
               "MINIBANK_NOTIFY_LARGE_TX"
           IF WS-ENV-LARGE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-LARGE) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-LARGE) TO WS-LARGE-TX
           END-IF

           MOVE SPACES TO WS-REPORT-PATH
           STRING "data/rm-portfolio-" DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           .

      * ----------------------------------------------------------------
      * LOAD-MANAGERS - Maestro de gestores, de alta o no: un gestor
      * dado de baja que aun tenga clientes debe verse en el informe
      * ----------------------------------------------------------------
       LOAD-MANAGERS.
           OPEN INPUT MANAGERS-FILE
           IF WS-MGR-STATUS NOT = "00"
               DISPLAY "Aviso: no existe "
                   "data/relationship-managers.csv"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MGR-STATUS NOT = "00"
               READ MANAGERS-FILE
               IF WS-MGR-STATUS = "00"
                   MOVE SPACES TO WS-M-ID WS-M-NAME WS-M-BRANCH
                                  WS-M-EMAIL WS-M-STATUS
                   UNSTRING MANAGERS-LINE DELIMITED BY ","
                       INTO WS-M-ID WS-M-NAME WS-M-BRANCH
                            WS-M-EMAIL WS-M-STATUS
                   END-UNSTRING
                   IF WS-M-ID NOT = SPACES
                       PERFORM ADD-MANAGER
                   END-IF
               END-IF
           END-PERFORM

           CLOSE MANAGERS-FILE
           .

       ADD-MANAGER.
           IF WS-MGR-COUNT >= WS-MAX-MANAGERS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MGR-COUNT
           SET IX-MGR TO WS-MGR-COUNT
           MOVE WS-M-ID TO MGR-ID(IX-MGR)
           MOVE WS-M-NAME TO MGR-NAME(IX-MGR)
           MOVE WS-M-BRANCH TO MGR-BRANCH(IX-MGR)
           IF WS-M-STATUS = SPACES
               MOVE "ACTIVE" TO MGR-STATUS(IX-MGR)
           ELSE
               MOVE WS-M-STATUS TO MGR-STATUS(IX-MGR)
           END-IF
           MOVE 0 TO MGR-CUSTOMERS(IX-MGR)
           MOVE 0 TO MGR-DEPOSITS(IX-MGR)
           MOVE 0 TO MGR-LOANS(IX-MGR)
           MOVE 0 TO MGR-ARREARS(IX-MGR)
           MOVE 0 TO MGR-UNPAID(IX-MGR)
           MOVE 0 TO MGR-KYC-DUE(IX-MGR)
           MOVE 0 TO MGR-LARGE(IX-MGR)
           .

      * ----------------------------------------------------------------
      * LOAD-CUSTOMERS - Clientes del CIF: proxima revision KYC
      * (columna 8) y gestor (columna 14). Un gestor que no esta en
      * el maestro se da de alta en el informe sin nombre
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
                   MOVE SPACES TO WS-C-ID WS-C-NAME WS-C-REVIEW
                                  WS-C-RM
                   UNSTRING CUSTOMERS-LINE DELIMITED BY ","
                       INTO WS-C-ID WS-C-NAME WS-C-SKIP WS-C-SKIP
                            WS-C-SKIP WS-C-SKIP WS-C-SKIP WS-C-REVIEW
                            WS-C-SKIP WS-C-SKIP WS-C-SKIP WS-C-SKIP
                            WS-C-SKIP WS-C-RM
                   END-UNSTRING
                   IF WS-C-ID NOT = SPACES
                       AND WS-CUST-COUNT < WS-MAX-CUSTOMERS
                       PERFORM ADD-CUSTOMER
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CUSTOMERS-FILE
           .

       ADD-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT
           SET IX-CUST TO WS-CUST-COUNT
           MOVE WS-C-ID TO CUST-ID(IX-CUST)
           MOVE WS-C-NAME TO CUST-NAME(IX-CUST)
           MOVE 0 TO CUST-DEPOSITS(IX-CUST)
           MOVE 0 TO CUST-LOANS(IX-CUST)
           MOVE 0 TO CUST-ARREARS(IX-CUST)
           MOVE 0 TO CUST-UNPAID(IX-CUST)
           MOVE 0 TO CUST-LARGE(IX-CUST)
           IF WS-C-REVIEW NOT = SPACES
               AND WS-C-REVIEW < WS-NEXT-MONTH-DATE
               MOVE "Y" TO CUST-KYC-DUE(IX-CUST)
           ELSE
               MOVE "N" TO CUST-KYC-DUE(IX-CUST)
           END-IF

           MOVE 0 TO CUST-MGR-INDEX(IX-CUST)
           IF WS-C-RM = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-MGR FROM 1 BY 1
               UNTIL IX-MGR > WS-MGR-COUNT OR WS-FOUND = "Y"
               IF MGR-ID(IX-MGR) = WS-C-RM
                   MOVE "Y" TO WS-FOUND
                   SET CUST-MGR-INDEX(IX-CUST) TO IX-MGR
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               AND WS-MGR-COUNT < WS-MAX-MANAGERS
               ADD 1 TO WS-UNKNOWN-RM
               MOVE WS-C-RM TO WS-M-ID
               MOVE "(no consta en el maestro)" TO WS-M-NAME
               MOVE SPACES TO WS-M-BRANCH
               MOVE "UNKNOWN" TO WS-M-STATUS
               PERFORM ADD-MANAGER
               MOVE WS-MGR-COUNT TO CUST-MGR-INDEX(IX-CUST)
           END-IF
           .

      * Primer titular de cada cuenta
       LOAD-LINKS.
           OPEN INPUT LINKS-FILE
           IF WS-LINK-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/customer-accounts.csv"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LINK-STATUS NOT = "00"
               READ LINKS-FILE
               IF WS-LINK-STATUS = "00"
                   MOVE SPACES TO WS-LINK-CUST WS-LINK-ACCOUNT
                   UNSTRING LINKS-LINE DELIMITED BY ","
                       INTO WS-LINK-CUST WS-LINK-ACCOUNT
                   END-UNSTRING
                   MOVE WS-LINK-ACCOUNT TO WS-LOOKUP-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "N"
                       AND WS-LINK-ACCOUNT NOT = SPACES
                       PERFORM ADD-LINKED-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LINKS-FILE
           .

       ADD-LINKED-ACCOUNT.
           MOVE 0 TO WS-CUST-IX
           PERFORM VARYING IX-CUST FROM 1 BY 1
               UNTIL IX-CUST > WS-CUST-COUNT OR WS-CUST-IX > 0
               IF CUST-ID(IX-CUST) = WS-LINK-CUST
                   SET WS-CUST-IX TO IX-CUST
               END-IF
           END-PERFORM
           IF WS-CUST-IX = 0
               OR WS-ACC-COUNT >= WS-MAX-ACCOUNTS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACC-COUNT
           SET IX-ACC TO WS-ACC-COUNT
           MOVE WS-LINK-ACCOUNT TO ACC-ID(IX-ACC)
           MOVE WS-CUST-IX TO ACC-CUST-INDEX(IX-ACC)
           MOVE 0 TO ACC-BALANCE(IX-ACC)
           MOVE 0 TO ACC-AFTER-MONTH(IX-ACC)
           .

      * ----------------------------------------------------------------
      * LOAD-MASTER-BALANCES - Saldo de cierre (columna 6) de cada
      * cuenta y lineas del ledger que el maestro ya cubre
      * ----------------------------------------------------------------
       LOAD-MASTER-BALANCES.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/account-master.csv; "
                   "saldos desde el ledger completo"
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
      * posteriores: el mes aporta los movimientos grandes, lo
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
      * TRIAL-BALANCE) y movimientos del mes por encima del umbral
      * ----------------------------------------------------------------
       TALLY-TX-LINE.
           IF WS-TX-WORK(1:4) = "HDR," OR WS-TX-WORK(1:4) = "TRL,"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-AUX
           UNSTRING WS-TX-WORK DELIMITED BY ","
               INTO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
                    WS-CSV-AMOUNT-STR WS-CSV-AUX
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-STR) TO WS-CSV-AMOUNT

           IF WS-CSV-DATE(1:7) = WS-MONTH
               AND WS-CSV-AMOUNT > WS-LARGE-TX
               MOVE "Y" TO WS-EFFECT-LARGE
           ELSE
               MOVE "N" TO WS-EFFECT-LARGE
           END-IF

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
                   MOVE "N" TO WS-EFFECT-LARGE
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
           .

      * Cola no cubierta: suma al saldo actual. Despues del mes: se
      * descuenta para llegar a fin de mes
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
           IF WS-EFFECT-LARGE = "Y"
               SET IX-CUST TO ACC-CUST-INDEX(WS-LOOKUP-INDEX)
               ADD 1 TO CUST-LARGE(IX-CUST)
           END-IF
           .

      * Capital vivo de los prestamos sobre cuentas de clientes
       LOAD-LOANS.
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LOANS-STATUS NOT = "00"
               READ LOANS-FILE
               IF WS-LOANS-STATUS = "00"
                   MOVE SPACES TO WS-LN-STATUS
                   UNSTRING LOANS-LINE DELIMITED BY ","
                       INTO WS-LN-ID WS-LN-ACCOUNT WS-LN-PRIN-STR
                            WS-LN-SKIP WS-LN-SKIP WS-LN-SKIP
                            WS-LN-SKIP WS-LN-STATUS
                   END-UNSTRING
                   IF WS-LN-STATUS = SPACES
                       MOVE "ACTIVE" TO WS-LN-STATUS
                   END-IF
                   MOVE WS-LN-ACCOUNT TO WS-LOOKUP-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "Y"
                       AND (WS-LN-STATUS = "ACTIVE"
                            OR WS-LN-STATUS = "RESTRUCTURED")
                       AND FUNCTION TEST-NUMVAL(WS-LN-PRIN-STR) = 0
                       SET IX-CUST TO ACC-CUST-INDEX(WS-LOOKUP-INDEX)
                       ADD FUNCTION NUMVAL(WS-LN-PRIN-STR)
                           TO CUST-LOANS(IX-CUST)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LOANS-FILE
           .

      * Moras abiertas, tal como las deja LOAN-COLLECTIONS
       LOAD-DELINQUENCIES.
           OPEN INPUT DELINQ-FILE
           IF WS-DELINQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DELINQ-STATUS NOT = "00"
               READ DELINQ-FILE
               IF WS-DELINQ-STATUS = "00"
                   MOVE SPACES TO WS-DQ-STATE WS-DQ-UNPAID-STR
                   UNSTRING DELINQ-LINE DELIMITED BY ","
                       INTO WS-DQ-LOAN WS-DQ-ACCOUNT WS-DQ-SKIP
                            WS-DQ-SKIP WS-DQ-SKIP WS-DQ-SKIP
                            WS-DQ-SKIP WS-DQ-STATE WS-DQ-UNPAID-STR
                   END-UNSTRING
                   MOVE WS-DQ-ACCOUNT TO WS-LOOKUP-ID
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "Y" AND WS-DQ-STATE = "OPEN"
                       SET IX-CUST TO ACC-CUST-INDEX(WS-LOOKUP-INDEX)
                       ADD 1 TO CUST-ARREARS(IX-CUST)
                       IF FUNCTION TEST-NUMVAL(WS-DQ-UNPAID-STR) = 0
                           ADD FUNCTION NUMVAL(WS-DQ-UNPAID-STR)
                               TO CUST-UNPAID(IX-CUST)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DELINQ-FILE
           .

      * Saldo a fin de mes de cada cuenta (solo el acreedor cuenta
      * como deposito) y totales de cada cliente en su gestor
       ROLL-UP-PORTFOLIOS.
           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               IF ACC-BALANCE(IX-ACC) - ACC-AFTER-MONTH(IX-ACC) > 0
                   SET IX-CUST TO ACC-CUST-INDEX(IX-ACC)
                   COMPUTE CUST-DEPOSITS(IX-CUST) =
                       CUST-DEPOSITS(IX-CUST)
                       + ACC-BALANCE(IX-ACC) - ACC-AFTER-MONTH(IX-ACC)
               END-IF
           END-PERFORM

           PERFORM VARYING IX-CUST FROM 1 BY 1
               UNTIL IX-CUST > WS-CUST-COUNT
               IF CUST-MGR-INDEX(IX-CUST) = 0
                   ADD 1 TO WS-NO-RM-COUNT
               ELSE
                   SET IX-MGR TO CUST-MGR-INDEX(IX-CUST)
                   ADD 1 TO MGR-CUSTOMERS(IX-MGR)
                   ADD CUST-DEPOSITS(IX-CUST) TO MGR-DEPOSITS(IX-MGR)
                   ADD CUST-LOANS(IX-CUST) TO MGR-LOANS(IX-MGR)
                   ADD CUST-ARREARS(IX-CUST) TO MGR-ARREARS(IX-MGR)
                   ADD CUST-UNPAID(IX-CUST) TO MGR-UNPAID(IX-MGR)
                   ADD CUST-LARGE(IX-CUST) TO MGR-LARGE(IX-MGR)
                   IF CUST-KYC-DUE(IX-CUST) = "Y"
                       ADD 1 TO MGR-KYC-DUE(IX-MGR)
                   END-IF
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * WRITE-PORTFOLIO-REPORT - Una linea por gestor seguida de sus
      * clientes; al final los clientes sin gestor y el total
      * ----------------------------------------------------------------
       WRITE-PORTFOLIO-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: no se puede escribir "
                   FUNCTION TRIM(WS-REPORT-PATH)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CARTERA POR GESTOR DE RELACION - MES "
                      DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-MASTER-LOADED = "Y"
               STRING "Depositos: saldo acreedor a fin de mes anclado "
                      "en el maestro de cierre " WS-MASTER-ASOF
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "Depositos: saldo acreedor a fin de mes desde "
                      "el ledger completo (sin maestro de cierre)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE WS-LARGE-TX TO FMT-THRESHOLD
           MOVE SPACES TO REPORT-LINE
           STRING "Movimientos grandes: apuntes del mes por encima de "
                  FUNCTION TRIM(FMT-THRESHOLD)
                  "; KYC: revisiones con fecha anterior a "
                  WS-NEXT-MONTH-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "Gestor/Cli" TO REPORT-LINE(1:10)
           MOVE "Nombre" TO REPORT-LINE(13:6)
           MOVE "Clien" TO REPORT-LINE(45:5)
           MOVE "Depositos" TO REPORT-LINE(57:9)
           MOVE "Prestamos" TO REPORT-LINE(73:9)
           MOVE "Moras" TO REPORT-LINE(84:5)
           MOVE "Impagado" TO REPORT-LINE(95:8)
           MOVE "  KYC" TO REPORT-LINE(104:5)
           MOVE "Mov.G" TO REPORT-LINE(110:5)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:114)
           WRITE REPORT-LINE

           PERFORM VARYING WS-MGR-IX FROM 1 BY 1
               UNTIL WS-MGR-IX > WS-MGR-COUNT
               PERFORM WRITE-MANAGER-BLOCK
           END-PERFORM

           IF WS-NO-RM-COUNT > 0
               MOVE 0 TO WS-MGR-IX
               PERFORM WRITE-MANAGER-BLOCK
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:114)
           WRITE REPORT-LINE
           MOVE "TOTAL" TO WS-LINE-KEY
           MOVE SPACES TO WS-LINE-NAME
           MOVE WS-TOTAL-CUSTOMERS TO WS-LINE-CUSTOMERS
           MOVE WS-TOTAL-DEPOSITS TO WS-LINE-DEPOSITS
           MOVE WS-TOTAL-LOANS TO WS-LINE-LOANS
           MOVE WS-TOTAL-ARREARS TO WS-LINE-ARREARS
           MOVE WS-TOTAL-UNPAID TO WS-LINE-UNPAID
           MOVE WS-TOTAL-KYC-DUE TO WS-LINE-KYC-DUE
           MOVE WS-TOTAL-LARGE TO WS-LINE-LARGE
           PERFORM WRITE-FIGURES-LINE

           IF WS-UNKNOWN-RM > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-UNKNOWN-RM TO FMT-CUSTOMERS
               MOVE SPACES TO REPORT-LINE
               STRING "Aviso: " FUNCTION TRIM(FMT-CUSTOMERS)
                      " cliente(s) con un gestor que no consta en "
                      "data/relationship-managers.csv"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE
           .

      * Gestor WS-MGR-IX (0 = clientes sin gestor) y sus clientes
       WRITE-MANAGER-BLOCK.
           IF WS-MGR-IX = 0
               MOVE "SIN GESTOR" TO WS-LINE-KEY
               MOVE SPACES TO WS-LINE-NAME
               MOVE WS-NO-RM-COUNT TO WS-LINE-CUSTOMERS
               MOVE 0 TO WS-LINE-DEPOSITS WS-LINE-LOANS
                         WS-LINE-ARREARS WS-LINE-UNPAID
                         WS-LINE-KYC-DUE WS-LINE-LARGE
               PERFORM VARYING IX-CUST FROM 1 BY 1
                   UNTIL IX-CUST > WS-CUST-COUNT
                   IF CUST-MGR-INDEX(IX-CUST) = 0
                       ADD CUST-DEPOSITS(IX-CUST) TO WS-LINE-DEPOSITS
                       ADD CUST-LOANS(IX-CUST) TO WS-LINE-LOANS
                       ADD CUST-ARREARS(IX-CUST) TO WS-LINE-ARREARS
                       ADD CUST-UNPAID(IX-CUST) TO WS-LINE-UNPAID
                       ADD CUST-LARGE(IX-CUST) TO WS-LINE-LARGE
                       IF CUST-KYC-DUE(IX-CUST) = "Y"
                           ADD 1 TO WS-LINE-KYC-DUE
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               SET IX-MGR TO WS-MGR-IX
               MOVE MGR-ID(IX-MGR) TO WS-LINE-KEY
               MOVE SPACES TO WS-LINE-NAME
               STRING FUNCTION TRIM(MGR-NAME(IX-MGR))
                      DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(MGR-BRANCH(IX-MGR))
                      DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-LINE-NAME
               END-STRING
               IF MGR-STATUS(IX-MGR) NOT = "ACTIVE"
                   MOVE "*" TO WS-LINE-NAME(30:1)
               END-IF
               MOVE MGR-CUSTOMERS(IX-MGR) TO WS-LINE-CUSTOMERS
               MOVE MGR-DEPOSITS(IX-MGR) TO WS-LINE-DEPOSITS
               MOVE MGR-LOANS(IX-MGR) TO WS-LINE-LOANS
               MOVE MGR-ARREARS(IX-MGR) TO WS-LINE-ARREARS
               MOVE MGR-UNPAID(IX-MGR) TO WS-LINE-UNPAID
               MOVE MGR-KYC-DUE(IX-MGR) TO WS-LINE-KYC-DUE
               MOVE MGR-LARGE(IX-MGR) TO WS-LINE-LARGE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-FIGURES-LINE

           ADD WS-LINE-CUSTOMERS TO WS-TOTAL-CUSTOMERS
           ADD WS-LINE-DEPOSITS TO WS-TOTAL-DEPOSITS
           ADD WS-LINE-LOANS TO WS-TOTAL-LOANS
           ADD WS-LINE-ARREARS TO WS-TOTAL-ARREARS
           ADD WS-LINE-UNPAID TO WS-TOTAL-UNPAID
           ADD WS-LINE-KYC-DUE TO WS-TOTAL-KYC-DUE
           ADD WS-LINE-LARGE TO WS-TOTAL-LARGE

           PERFORM VARYING IX-CUST FROM 1 BY 1
               UNTIL IX-CUST > WS-CUST-COUNT
               IF CUST-MGR-INDEX(IX-CUST) = WS-MGR-IX
                   MOVE SPACES TO WS-LINE-KEY
                   MOVE CUST-ID(IX-CUST) TO WS-LINE-KEY(3:8)
                   MOVE CUST-NAME(IX-CUST) TO WS-LINE-NAME
                   MOVE 0 TO WS-LINE-CUSTOMERS
                   MOVE CUST-DEPOSITS(IX-CUST) TO WS-LINE-DEPOSITS
                   MOVE CUST-LOANS(IX-CUST) TO WS-LINE-LOANS
                   MOVE CUST-ARREARS(IX-CUST) TO WS-LINE-ARREARS
                   MOVE CUST-UNPAID(IX-CUST) TO WS-LINE-UNPAID
                   IF CUST-KYC-DUE(IX-CUST) = "Y"
                       MOVE 1 TO WS-LINE-KYC-DUE
                   ELSE
                       MOVE 0 TO WS-LINE-KYC-DUE
                   END-IF
                   MOVE CUST-LARGE(IX-CUST) TO WS-LINE-LARGE
                   PERFORM WRITE-FIGURES-LINE
               END-IF
           END-PERFORM
           .

       WRITE-FIGURES-LINE.
           MOVE WS-LINE-CUSTOMERS TO FMT-CUSTOMERS
           MOVE WS-LINE-DEPOSITS TO FMT-DEPOSITS
           MOVE WS-LINE-LOANS TO FMT-LOANS
           MOVE WS-LINE-ARREARS TO FMT-ARREARS
           MOVE WS-LINE-UNPAID TO FMT-UNPAID
           MOVE WS-LINE-KYC-DUE TO FMT-KYC-DUE
           MOVE WS-LINE-LARGE TO FMT-LARGE
           MOVE SPACES TO REPORT-LINE
           STRING WS-LINE-KEY "  " WS-LINE-NAME "  "
                  FMT-CUSTOMERS " " FMT-DEPOSITS " " FMT-LOANS "  "
                  FMT-ARREARS " " FMT-UNPAID " " FMT-KYC-DUE " "
                  FMT-LARGE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           IF WS-LINE-KEY(1:2) = SPACES
               MOVE SPACES TO REPORT-LINE(45:5)
           END-IF
           WRITE REPORT-LINE
           .

       FIND-ACCOUNT-BY-ID.
           MOVE "N" TO WS-FOUND
           IF WS-LOOKUP-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT OR WS-FOUND = "Y"
               IF ACC-ID(IX-ACC) = WS-LOOKUP-ID
                   MOVE "Y" TO WS-FOUND
                   SET WS-LOOKUP-INDEX TO IX-ACC
               END-IF
           END-PERFORM
           .

       END PROGRAM RM-PORTFOLIO.
