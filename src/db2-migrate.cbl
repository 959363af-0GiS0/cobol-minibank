      ******************************************************************
      * DB2-MIGRATE: Migracion entre modo CSV y modo DB2 con prueba
      * de paridad
      *
      * Las sucursales trabajan en modo CSV o en modo DB2 y hasta
      * ahora pasar de uno a otro era un trabajo manual sin ninguna
      * prueba de que no se perdia nada. Este programa migra en los
      * dos sentidos (MINIBANK_MIGRATE_DIRECTION):
      *
      *   CSV2DB2 - carga data/accounts.csv y el maestro de cierre
      *             (data/account-master.csv) en ACCOUNTS, el ledger
      *             completo (particiones mensuales del manifiesto
      *             data/tx-partitions.dat y despues el fichero
      *             vivo) en TRANSACTIONS, y deja en AUDIT_LOG una
      *             fila MIGRACION/CLIENTE por cada cliente de
      *             data/customers.csv como rastro de la carga
      *   DB2CSV  - compone un directorio de datos CSV completo
      *             (MINIBANK_MIGRATE_DIR, data-db2 por defecto) a
      *             partir de las tablas: accounts.csv, maestro de
      *             cierre, foto de saldos y el ledger entero en un
      *             unico transactions.csv; el resto de ficheros
      *             (clientes, vinculos, colas, contadores...) viven
      *             en ficheros tambien en modo DB2 y se copian tal
      *             cual desde data/
      *
      * Cada apunte del ledger se migra con el criterio de DB2: una
      * fila por cuenta afectada (un TRANSFER son dos filas, cargo
      * en origen y abono en destino; un REVERSAL se asienta en el
      * sentido contrario al tipo original) con el importe firmado,
      * como lo deja el volcado masivo de MINIBANK.
      *
      * En los dos sentidos, antes de dar por bueno el cambio, se
      * vuelven a leer ambos lados y se prueba la paridad: recuento
      * de cuentas, de apuntes y de clientes, totales de control de
      * abonos y cargos, y saldo de cada cuenta (ACCOUNTS.BALANCE y
      * suma de sus apuntes en TRANSACTIONS contra el saldo que da
      * repasar el ledger CSV desde cero, como hace RECONCILE). El
      * resultado queda en data/migration-parity-report.txt; solo con
      * paridad completa se confirma el cut-over (RC 0 y ejecucion
      * anotada como completada), en otro caso RC 8.
      *
      * El acceso a DB2 se hace con guiones del procesador de linea
      * de mandatos (como DB2-DEMO): la carga va en una sola unidad
      * de trabajo, que se deshace entera si cualquier sentencia
      * falla, y la lectura usa EXPORT a ficheros delimitados.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT PART-MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT SQL-FILE ASSIGN TO DYNAMIC WS-SQL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQL-STATUS.
           SELECT DEL-FILE ASSIGN TO DYNAMIC WS-DEL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEL-STATUS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO
               "data/migration-parity-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-RUNS-FILE ASSIGN TO "data/job-runs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRUNS-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-FILE.
       01  GEN-LINE              PIC X(250).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  SQL-FILE.
       01  SQL-LINE              PIC X(400).
       FD  DEL-FILE.
       01  DEL-LINE              PIC X(250).
       FD  OUT-FILE.
       01  OUT-LINE              PIC X(250).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).
       FD  JOB-RUNS-FILE.
       01  JOB-RUNS-REC          PIC X(80).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).

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
       77  WS-JOB-NAME           PIC X(16) VALUE "DB2-MIGRATE".
       77  WS-RUN-TIME           PIC X(8).
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

      * Sentido de la migracion y directorios
       77  WS-DIRECTION          PIC X(8) VALUE SPACES.
           88  DIR-CSV-TO-DB2    VALUE "CSV2DB2".
           88  DIR-DB2-TO-CSV    VALUE "DB2CSV".
       77  WS-SRC-DIR            PIC X(60) VALUE "data".
       77  WS-TGT-DIR            PIC X(60) VALUE "data-db2".
       77  WS-ENV-DIR            PIC X(60) VALUE SPACES.
       77  WS-LOAD-DIR           PIC X(60).
       77  WS-LEDGER-DIR         PIC X(60).
       77  WS-BASE-CCY           PIC X(3) VALUE "USD".

      * Procesador de linea de mandatos de DB2 y ficheros de trabajo
       77  WS-DB2-CLP            PIC X(60)
           VALUE "/opt/ibm/db2/V12.1/bin/db2".
       77  WS-ENV-CLP            PIC X(60) VALUE SPACES.
       77  WS-LOAD-SQL-PATH      PIC X(40)
           VALUE "/tmp/db2-migr-load.sql".
       77  WS-EXPORT-SQL-PATH    PIC X(40)
           VALUE "/tmp/db2-migr-export.sql".
       77  WS-DB2-LOG-PATH       PIC X(40)
           VALUE "/tmp/db2-migr.log".
       77  WS-ACCOUNTS-DEL       PIC X(40)
           VALUE "/tmp/db2-migr-accounts.del".
       77  WS-TX-DEL             PIC X(40)
           VALUE "/tmp/db2-migr-tx.del".
       77  WS-AUDIT-DEL          PIC X(40)
           VALUE "/tmp/db2-migr-audit.del".
       77  WS-COMMAND            PIC X(600).
       77  WS-RC                 PIC S9(9) COMP VALUE 0.

       77  WS-GEN-STATUS         PIC XX.
       77  WS-GEN-PATH           PIC X(120).
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-MANIFEST-PATH      PIC X(120).
       77  WS-SQL-STATUS         PIC XX.
       77  WS-SQL-PATH           PIC X(40).
       77  WS-DEL-STATUS         PIC XX.
       77  WS-DEL-PATH           PIC X(40).
       77  WS-OUT-STATUS         PIC XX.
       77  WS-OUT-PATH           PIC X(120).
       77  WS-PART-MONTH         PIC X(7).
       77  WS-EOF                PIC X VALUE "N".
       77  WS-PART-EOF           PIC X VALUE "N".

      * Estado de la ejecucion
       77  WS-MIGRATE-FAILED     PIC X VALUE "N".
       77  WS-PARITY-OK          PIC X VALUE "Y".
      *    B = repasar el ledger para saldos y totales,
      *    E = repasar el ledger emitiendo los INSERT de la carga
       77  WS-REPLAY-MODE        PIC X VALUE "B".
       77  WS-WRITE-LEDGER       PIC X VALUE "N".
       77  WS-MARK-CSV           PIC X VALUE "N".

       77  WS-MAX-ACCOUNTS       PIC 9(5) COMP VALUE 5000.
       77  IX                    PIC 9(5) COMP.
       77  IX2                   PIC 9(5) COMP.
       77  WS-ACC-COUNT          PIC 9(5) COMP VALUE 0.

       01  WS-ACCOUNTS-TABLE.
           05  WS-ACCOUNTS-ARRAY OCCURS 5000 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-NAME          PIC X(100).
               10  ACC-STATUS        PIC X(10).
               10  ACC-TYPE          PIC X(10).
               10  ACC-CCY           PIC X(3).
               10  ACC-OVERDRAFT     PIC S9(13)V9(2) COMP-3.
               10  ACC-DAILY-LIMIT   PIC S9(13)V9(2) COMP-3.
               10  ACC-CSV-BALANCE   PIC S9(13)V9(2) COMP-3.
               10  ACC-DB-BALANCE    PIC S9(13)V9(2) COMP-3.
               10  ACC-DB-TX-BALANCE PIC S9(13)V9(2) COMP-3.
               10  ACC-IN-CSV        PIC X.
               10  ACC-DB-SEEN       PIC X.

      * Campos de una fila de accounts.csv / account-master.csv
       77  WS-F1                 PIC X(30).
       77  WS-F2                 PIC X(100).
       77  WS-F3                 PIC X(20).
       77  WS-F4                 PIC X(20).
       77  WS-F5                 PIC X(20).
       77  WS-F6                 PIC X(20).
       77  WS-F7                 PIC X(20).

      * Campos de una fila del ledger CSV
       77  WS-TX-WORK            PIC X(250).
       77  WS-CSV-DATE           PIC X(10).
       77  WS-CSV-ACCOUNT        PIC X(30).
       77  WS-CSV-TYPE           PIC X(10).
       77  WS-CSV-AMOUNT-STR     PIC X(20).
       77  WS-CSV-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  WS-CSV-FIELD5         PIC X(42).
       77  WS-CSV-REF            PIC X(20).
       77  WS-CSV-CATEGORY       PIC X(15).
       77  WS-CSV-CCY            PIC X(3).
       77  WS-REV-ORIG-TYPE      PIC X(10).
       77  WS-REV-REF            PIC X(30).

      * Apuntes DB2 en que se descompone una fila del ledger
       77  WS-POST-COUNT         PIC 9 COMP VALUE 0.
       77  WS-POST-IX            PIC 9 COMP VALUE 0.
       01  WS-POSTINGS.
           05  WS-POSTING OCCURS 2 TIMES.
               10  POST-ACCOUNT      PIC X(30).
               10  POST-TYPE         PIC X(10).
               10  POST-AMOUNT       PIC S9(13)V9(2) COMP-3.

      * Campos de una fila de los EXPORT de DB2
       77  WS-D-ID               PIC X(30).
       77  WS-D-NAME             PIC X(100).
       77  WS-D-STATUS           PIC X(10).
       77  WS-D-AMOUNT-STR       PIC X(25).
       77  WS-D-CCY              PIC X(3).
       77  WS-D-DATE             PIC X(10).
       77  WS-D-TYPE             PIC X(10).
       77  WS-D-CATEGORY         PIC X(15).
       77  WS-D-AMOUNT           PIC S9(13)V9(2) COMP-3.
       77  WS-D-EFFECT           PIC S9(13)V9(2) COMP-3.
       77  WS-MIG-SEQ            PIC 9(9) VALUE 0.

       77  WS-LOOKUP-ID          PIC X(30).
       77  WS-LOOKUP-INDEX       PIC 9(5) COMP.
       77  WS-FOUND              PIC X VALUE "N".

      * Totales de control de cada lado
       77  WS-CSV-ACCOUNTS       PIC 9(9) VALUE 0.
       77  WS-CSV-LINES          PIC 9(9) VALUE 0.
       77  WS-CSV-SKIPPED        PIC 9(9) VALUE 0.
       77  WS-CSV-POSTINGS       PIC 9(9) VALUE 0.
       77  WS-CSV-CREDITS        PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-CSV-DEBITS         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-CSV-CUSTOMERS      PIC 9(9) VALUE 0.
       77  WS-DB-ACCOUNTS        PIC 9(9) VALUE 0.
       77  WS-DB-POSTINGS        PIC 9(9) VALUE 0.
       77  WS-DB-CREDITS         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-DB-DEBITS          PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-DB-CUSTOMERS       PIC 9(9) VALUE 0.
       77  WS-LINE-COUNT         PIC 9(9) VALUE 0.
       77  WS-TGT-TX-LINES       PIC 9(9) VALUE 0.

      * Texto para literales SQL (las comillas simples se doblan)
       77  WS-SQL-IN             PIC X(100).
       77  WS-SQL-OUT            PIC X(200).
       77  WS-SQL-LEN            PIC 9(3) COMP.
       77  WS-SQL-POS            PIC 9(3) COMP.
       77  WS-SQL-OUT-POS        PIC 9(3) COMP.
       77  WS-SQL-ID             PIC X(64).
       77  WS-SQL-NAME           PIC X(200).
       77  WS-SQL-CATEGORY       PIC X(40).
       77  WS-SQL-LITERAL        PIC X(40).

       77  WS-AMOUNT-EDIT        PIC -(13)9.99.
       77  WS-LIMIT-EDIT         PIC -(13)9.99.
       77  WS-DAILY-EDIT         PIC -(13)9.99.
       77  WS-COUNT-EDIT         PIC Z(8)9.
       77  WS-SEQ-EDIT           PIC 9(9).
       77  FORMATTED-CSV         PIC -(12)9.99.
       77  FORMATTED-DB          PIC -(12)9.99.
       77  FORMATTED-DB-TX       PIC -(12)9.99.
       77  FORMATTED-CSV-N       PIC Z(8)9.
       77  FORMATTED-DB-N        PIC Z(8)9.
       77  WS-CHECK-LABEL        PIC X(20).
       77  WS-CHECK-RESULT       PIC X(9).
       77  WS-TOTAL-MISMATCHES   PIC 9(9) VALUE 0.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM READ-MIGRATE-OPTIONS
           IF NOT DIR-CSV-TO-DB2 AND NOT DIR-DB2-TO-CSV
               DISPLAY "ERROR: indique MINIBANK_MIGRATE_DIRECTION="
                   "CSV2DB2 o DB2CSV"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-RUN-CONTROL
           PERFORM RECORD-RUN-START

           PERFORM LOAD-SOURCE-ACCOUNTS

           IF DIR-CSV-TO-DB2
               PERFORM MIGRATE-CSV-TO-DB2
           ELSE
               PERFORM MIGRATE-DB2-TO-CSV
           END-IF

           PERFORM WRITE-PARITY-REPORT

           IF WS-MIGRATE-FAILED = "N" AND WS-PARITY-OK = "Y"
               DISPLAY "PARIDAD CONFIRMADA: cut-over "
                   FUNCTION TRIM(WS-DIRECTION) " autorizado"
               PERFORM RECORD-RUN-END-OK
           ELSE
               DISPLAY "PARIDAD NO CONFIRMADA: no hacer el cut-over "
                   "(ver data/migration-parity-report.txt)"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * ----------------------------------------------------------------
      * READ-MIGRATE-OPTIONS - Sentido, directorio destino del modo
      * DB2CSV y ruta del procesador de mandatos de DB2
      * ----------------------------------------------------------------
       READ-MIGRATE-OPTIONS.
           ACCEPT WS-DIRECTION
               FROM ENVIRONMENT "MINIBANK_MIGRATE_DIRECTION"
           MOVE FUNCTION UPPER-CASE(WS-DIRECTION) TO WS-DIRECTION

           ACCEPT WS-ENV-DIR FROM ENVIRONMENT "MINIBANK_MIGRATE_DIR"
           IF WS-ENV-DIR NOT = SPACES
               MOVE WS-ENV-DIR TO WS-TGT-DIR
           END-IF

           ACCEPT WS-ENV-CLP FROM ENVIRONMENT "MINIBANK_DB2_CLP"
           IF WS-ENV-CLP NOT = SPACES
               MOVE WS-ENV-CLP TO WS-DB2-CLP
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-SOURCE-ACCOUNTS - Cuentas del directorio data/ con sus
      * limites y estado del maestro de cierre. En CSV2DB2 son el
      * lado CSV de la paridad; en DB2CSV solo aportan los limites
      * que DB2 no guarda
      * ----------------------------------------------------------------
       LOAD-SOURCE-ACCOUNTS.
           IF DIR-CSV-TO-DB2
               MOVE "Y" TO WS-MARK-CSV
           ELSE
               MOVE "N" TO WS-MARK-CSV
           END-IF
           MOVE WS-SRC-DIR TO WS-LOAD-DIR
           PERFORM LOAD-SEED-FILE
           PERFORM LOAD-MASTER-FILE
           .

       LOAD-SEED-FILE.
           MOVE SPACES TO WS-GEN-PATH
           STRING FUNCTION TRIM(WS-LOAD-DIR) DELIMITED BY SIZE
                  "/accounts.csv" DELIMITED BY SIZE
               INTO WS-GEN-PATH
           END-STRING

           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ GEN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM ADD-SEED-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE GEN-FILE
           .

       ADD-SEED-ACCOUNT.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3
           UNSTRING GEN-LINE DELIMITED BY ","
               INTO WS-F1 WS-F2 WS-F3
           END-UNSTRING
           IF WS-F1 = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-F1 TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-FOUND = "X"
               EXIT PARAGRAPH
           END-IF
           IF WS-F2 NOT = SPACES
               MOVE WS-F2 TO ACC-NAME(WS-LOOKUP-INDEX)
           END-IF
           IF WS-F3 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-F3) = 0
               MOVE FUNCTION NUMVAL(WS-F3)
                   TO ACC-OVERDRAFT(WS-LOOKUP-INDEX)
           END-IF
           .

      *    Maestro de cierre: cabecera account-master,fecha,lineas y
      *    filas id,nombre,estado,descubierto,tope-diario,saldo,tipo
       LOAD-MASTER-FILE.
           MOVE SPACES TO WS-GEN-PATH
           STRING FUNCTION TRIM(WS-LOAD-DIR) DELIMITED BY SIZE
                  "/account-master.csv" DELIMITED BY SIZE
               INTO WS-GEN-PATH
           END-STRING

           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ GEN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GEN-LINE(1:14) NOT = "account-master"
                           PERFORM ADD-MASTER-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-FILE
           .

       ADD-MASTER-ACCOUNT.
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
           UNSTRING GEN-LINE DELIMITED BY ","
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6 WS-F7
           END-UNSTRING
           IF WS-F1 = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-F1 TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-FOUND = "X"
               EXIT PARAGRAPH
           END-IF
           IF ACC-NAME(WS-LOOKUP-INDEX) = SPACES
               MOVE WS-F2 TO ACC-NAME(WS-LOOKUP-INDEX)
           END-IF
           IF WS-F3 NOT = SPACES
               MOVE WS-F3 TO ACC-STATUS(WS-LOOKUP-INDEX)
           END-IF
           IF WS-F4 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-F4) = 0
               MOVE FUNCTION NUMVAL(WS-F4)
                   TO ACC-OVERDRAFT(WS-LOOKUP-INDEX)
           END-IF
           IF WS-F5 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-F5) = 0
               MOVE FUNCTION NUMVAL(WS-F5)
                   TO ACC-DAILY-LIMIT(WS-LOOKUP-INDEX)
           END-IF
           IF WS-F7 NOT = SPACES
               MOVE WS-F7 TO ACC-TYPE(WS-LOOKUP-INDEX)
           END-IF
           .

      * ----------------------------------------------------------------
      * FIND-OR-ADD-ACCOUNT - Busca WS-LOOKUP-ID en la tabla y la da
      * de alta si no esta (WS-FOUND = "X" si la tabla esta llena).
      * Con WS-MARK-CSV = "Y" la cuenta queda en el lado CSV
      * ----------------------------------------------------------------
       FIND-OR-ADD-ACCOUNT.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > WS-ACC-COUNT OR WS-FOUND = "Y"
               IF ACC-ID(IX) = WS-LOOKUP-ID
                   MOVE "Y" TO WS-FOUND
                   MOVE IX TO WS-LOOKUP-INDEX
               END-IF
           END-PERFORM

           IF WS-FOUND = "N"
               IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
                   ADD 1 TO WS-ACC-COUNT
                   MOVE WS-ACC-COUNT TO WS-LOOKUP-INDEX
                   MOVE WS-LOOKUP-ID TO ACC-ID(WS-ACC-COUNT)
                   MOVE SPACES TO ACC-NAME(WS-ACC-COUNT)
                   MOVE "OPEN" TO ACC-STATUS(WS-ACC-COUNT)
                   MOVE "CHECKING" TO ACC-TYPE(WS-ACC-COUNT)
                   MOVE WS-BASE-CCY TO ACC-CCY(WS-ACC-COUNT)
                   MOVE 0 TO ACC-OVERDRAFT(WS-ACC-COUNT)
                   MOVE 0 TO ACC-DAILY-LIMIT(WS-ACC-COUNT)
                   MOVE 0 TO ACC-CSV-BALANCE(WS-ACC-COUNT)
                   MOVE 0 TO ACC-DB-BALANCE(WS-ACC-COUNT)
                   MOVE 0 TO ACC-DB-TX-BALANCE(WS-ACC-COUNT)
                   MOVE "N" TO ACC-IN-CSV(WS-ACC-COUNT)
                   MOVE "N" TO ACC-DB-SEEN(WS-ACC-COUNT)
               ELSE
                   MOVE "X" TO WS-FOUND
                   DISPLAY "AVISO: tabla de cuentas llena, se omite "
                       WS-LOOKUP-ID
                   MOVE "N" TO WS-PARITY-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-MARK-CSV = "Y"
               MOVE "Y" TO ACC-IN-CSV(WS-LOOKUP-INDEX)
           END-IF
           .

      * ================================================================
      * CSV -> DB2
      * ================================================================
       MIGRATE-CSV-TO-DB2.
      *    1) Saldos y totales del lado CSV repasando el ledger
           MOVE WS-SRC-DIR TO WS-LEDGER-DIR
           MOVE "B" TO WS-REPLAY-MODE
           PERFORM REPLAY-LEDGER

           MOVE WS-SRC-DIR TO WS-LOAD-DIR
           PERFORM COUNT-CUSTOMERS
           MOVE WS-LINE-COUNT TO WS-CSV-CUSTOMERS

      *    2) Guion de carga: cuentas, apuntes y rastro de clientes
           PERFORM WRITE-LOAD-SCRIPT
           IF WS-MIGRATE-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACC-COUNT TO FORMATTED-CSV-N
           MOVE WS-CSV-POSTINGS TO FORMATTED-DB-N
           MOVE WS-CSV-CUSTOMERS TO WS-COUNT-EDIT
           DISPLAY "Cargando en DB2: " FUNCTION TRIM(FORMATTED-CSV-N)
               " cuentas, " FUNCTION TRIM(FORMATTED-DB-N)
               " apuntes, " FUNCTION TRIM(WS-COUNT-EDIT) " clientes"
           PERFORM RUN-LOAD-SCRIPT
           IF WS-MIGRATE-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

      *    3) Lado DB2 de la paridad: volver a leer las tablas
           PERFORM EXPORT-DB2-TABLES
           IF WS-MIGRATE-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MARK-CSV
           PERFORM READ-DB2-ACCOUNTS
           MOVE "N" TO WS-WRITE-LEDGER
           PERFORM READ-DB2-TRANSACTIONS
           PERFORM READ-DB2-CUSTOMERS
           .

      * ----------------------------------------------------------------
      * WRITE-LOAD-SCRIPT - Una sola unidad de trabajo: vacia las
      * tablas destino, da de alta las cuentas con el saldo del
      * repaso, emite los apuntes (segundo repaso del ledger) y una
      * fila de rastro por cliente
      * ----------------------------------------------------------------
       WRITE-LOAD-SCRIPT.
           MOVE WS-LOAD-SQL-PATH TO WS-SQL-PATH
           OPEN OUTPUT SQL-FILE
           IF WS-SQL-STATUS NOT = "00"
               DISPLAY "ERROR: no se puede escribir " WS-SQL-PATH
               MOVE "Y" TO WS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-CONNECT-LINE
           MOVE "DELETE FROM TRANSACTIONS;" TO SQL-LINE
           WRITE SQL-LINE
           MOVE "DELETE FROM ACCOUNTS;" TO SQL-LINE
           WRITE SQL-LINE
           MOVE SPACES TO SQL-LINE
           STRING "DELETE FROM AUDIT_LOG WHERE DB_FUNCTION = "
                  "'MIGRACION';" DELIMITED BY SIZE
               INTO SQL-LINE
           END-STRING
           WRITE SQL-LINE

           PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > WS-ACC-COUNT
               PERFORM EMIT-ACCOUNT-INSERT
           END-PERFORM

           MOVE WS-SRC-DIR TO WS-LEDGER-DIR
           MOVE "E" TO WS-REPLAY-MODE
           PERFORM REPLAY-LEDGER

           PERFORM EMIT-CUSTOMER-INSERTS

           CLOSE SQL-FILE
           .

       WRITE-CONNECT-LINE.
           MOVE "CONNECT TO MINIBANK USER db2inst1 USING password;"
               TO SQL-LINE
           WRITE SQL-LINE
           .

       EMIT-ACCOUNT-INSERT.
           MOVE ACC-ID(IX2) TO WS-SQL-IN
           PERFORM SQL-QUOTE-TEXT
           MOVE WS-SQL-OUT TO WS-SQL-ID
           MOVE ACC-NAME(IX2) TO WS-SQL-IN
           PERFORM SQL-QUOTE-TEXT
           MOVE WS-SQL-OUT TO WS-SQL-NAME
           MOVE ACC-CSV-BALANCE(IX2) TO WS-AMOUNT-EDIT

           MOVE SPACES TO SQL-LINE
           STRING "INSERT INTO ACCOUNTS (ACCOUNT_ID, ACCOUNT_NAME, "
                      DELIMITED BY SIZE
                  "BALANCE, CURRENCY_CODE, ACCOUNT_STATUS, "
                      DELIMITED BY SIZE
                  "OPENED_DATE) VALUES ('" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-ID) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-NAME) DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  ACC-CCY(IX2) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  ACC-STATUS(IX2) DELIMITED BY SPACE
                  "', CURRENT DATE);" DELIMITED BY SIZE
               INTO SQL-LINE
           END-STRING
           WRITE SQL-LINE
           .

       EMIT-TX-INSERT.
           MOVE POST-ACCOUNT(WS-POST-IX) TO WS-SQL-IN
           PERFORM SQL-QUOTE-TEXT
           MOVE WS-SQL-OUT TO WS-SQL-ID
           IF WS-CSV-CATEGORY = SPACES
               MOVE "NULL" TO WS-SQL-CATEGORY
           ELSE
               MOVE WS-CSV-CATEGORY TO WS-SQL-IN
               PERFORM SQL-QUOTE-TEXT
               MOVE SPACES TO WS-SQL-CATEGORY
               STRING "'" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SQL-OUT) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                   INTO WS-SQL-CATEGORY
               END-STRING
           END-IF
           MOVE POST-AMOUNT(WS-POST-IX) TO WS-AMOUNT-EDIT

           MOVE SPACES TO SQL-LINE
           STRING "INSERT INTO TRANSACTIONS (ACCOUNT_ID, "
                      DELIMITED BY SIZE
                  "TRANSACTION_DATE, TRANSACTION_TYPE, AMOUNT, "
                      DELIMITED BY SIZE
                  "CURRENCY_CODE, CATEGORY) VALUES ('"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-ID) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  WS-CSV-DATE DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  POST-TYPE(WS-POST-IX) DELIMITED BY SPACE
                  "', " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  WS-CSV-CCY DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-CATEGORY) DELIMITED BY SIZE
                  ");" DELIMITED BY SIZE
               INTO SQL-LINE
           END-STRING
           WRITE SQL-LINE
           .

      *    Rastro de la carga en AUDIT_LOG: una fila por cliente del
      *    maestro (los datos del cliente siguen viviendo en
      *    customers.csv en los dos modos)
       EMIT-CUSTOMER-INSERTS.
           MOVE SPACES TO WS-GEN-PATH
           STRING FUNCTION TRIM(WS-SRC-DIR) DELIMITED BY SIZE
                  "/customers.csv" DELIMITED BY SIZE
               INTO WS-GEN-PATH
           END-STRING

           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ GEN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GEN-LINE NOT = SPACES
                           PERFORM EMIT-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-FILE
           .

       EMIT-ONE-CUSTOMER.
           MOVE SPACES TO WS-F1
           UNSTRING GEN-LINE DELIMITED BY "," INTO WS-F1
           END-UNSTRING
           MOVE WS-F1 TO WS-SQL-IN
           PERFORM SQL-QUOTE-TEXT

           MOVE SPACES TO SQL-LINE
           STRING "INSERT INTO AUDIT_LOG (LOG_TIMESTAMP, "
                      DELIMITED BY SIZE
                  "DB_FUNCTION, ACCOUNT_NAME, AMOUNT, OUTCOME, "
                      DELIMITED BY SIZE
                  "OPERATOR) VALUES (CURRENT TIMESTAMP, "
                      DELIMITED BY SIZE
                  "'MIGRACION', '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SQL-OUT) DELIMITED BY SIZE
                  "', 0, 'CLIENTE', '" DELIMITED BY SIZE
                  WS-JOB-NAME DELIMITED BY SPACE
                  "');" DELIMITED BY SIZE
               INTO SQL-LINE
           END-STRING
           WRITE SQL-LINE
           .

      * ----------------------------------------------------------------
      * SQL-QUOTE-TEXT - Copia WS-SQL-IN a WS-SQL-OUT doblando las
      * comillas simples, para usarlo dentro de un literal SQL
      * ----------------------------------------------------------------
       SQL-QUOTE-TEXT.
           MOVE SPACES TO WS-SQL-OUT
           MOVE 0 TO WS-SQL-OUT-POS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SQL-IN TRAILING))
               TO WS-SQL-LEN
           IF WS-SQL-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SQL-POS FROM 1 BY 1
               UNTIL WS-SQL-POS > WS-SQL-LEN
               ADD 1 TO WS-SQL-OUT-POS
               MOVE WS-SQL-IN(WS-SQL-POS:1)
                   TO WS-SQL-OUT(WS-SQL-OUT-POS:1)
               IF WS-SQL-IN(WS-SQL-POS:1) = "'"
                   ADD 1 TO WS-SQL-OUT-POS
                   MOVE "'" TO WS-SQL-OUT(WS-SQL-OUT-POS:1)
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * RUN-LOAD-SCRIPT - Ejecuta la carga sin confirmacion
      * automatica y parando en el primer error: con exito se
      * confirma, con cualquier fallo se deshace entera
      * ----------------------------------------------------------------
       RUN-LOAD-SCRIPT.
           MOVE SPACES TO WS-COMMAND
           STRING "{ " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2-CLP) DELIMITED BY SIZE
                  " +c -stvf " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOAD-SQL-PATH) DELIMITED BY SIZE
                  "; rc=$?; if [ $rc -lt 4 ]; then " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2-CLP) DELIMITED BY SIZE
                  " commit; rc=0; else " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2-CLP) DELIMITED BY SIZE
                  " rollback; fi; " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2-CLP) DELIMITED BY SIZE
                  " terminate; exit $rc; } > " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2-LOG-PATH) DELIMITED BY SIZE
                  " 2>&1" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC

           IF WS-RC NOT = 0
               DISPLAY "ERROR: la carga en DB2 ha fallado y se ha "
                   "deshecho entera"
               PERFORM SHOW-DB2-LOG
               MOVE "Y" TO WS-MIGRATE-FAILED
           END-IF
           .

      * ----------------------------------------------------------------
      * EXPORT-DB2-TABLES - Vuelca ACCOUNTS, TRANSACTIONS y el rastro
      * de clientes de la migracion a ficheros delimitados
      * ----------------------------------------------------------------
       EXPORT-DB2-TABLES.
           MOVE WS-EXPORT-SQL-PATH TO WS-SQL-PATH
           OPEN OUTPUT SQL-FILE
           IF WS-SQL-STATUS NOT = "00"
               DISPLAY "ERROR: no se puede escribir " WS-SQL-PATH
               MOVE "Y" TO WS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-CONNECT-LINE
           MOVE SPACES TO SQL-LINE
           STRING "EXPORT TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNTS-DEL) DELIMITED BY SIZE
                  " OF DEL MODIFIED BY NOCHARDEL " DELIMITED BY SIZE
                  "SELECT ACCOUNT_ID, ACCOUNT_NAME, ACCOUNT_STATUS, "
                      DELIMITED BY SIZE
                  "BALANCE, CURRENCY_CODE FROM ACCOUNTS "
                      DELIMITED BY SIZE
                  "ORDER BY ACCOUNT_ID;" DELIMITED BY SIZE
               INTO SQL-LINE
           END-STRING
           WRITE SQL-LINE
           MOVE SPACES TO SQL-LINE
           STRING "EXPORT TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TX-DEL) DELIMITED BY SIZE
                  " OF DEL MODIFIED BY NOCHARDEL " DELIMITED BY SIZE
                  "SELECT CHAR(TRANSACTION_DATE, ISO), ACCOUNT_ID, "
                      DELIMITED BY SIZE
                  "TRANSACTION_TYPE, AMOUNT, CURRENCY_CODE, "
                      DELIMITED BY SIZE
                  "CATEGORY FROM TRANSACTIONS "
                      DELIMITED BY SIZE
                  "ORDER BY TRANSACTION_DATE, ACCOUNT_ID;"
                      DELIMITED BY SIZE
               INTO SQL-LINE
           END-STRING
           WRITE SQL-LINE
           MOVE SPACES TO SQL-LINE
           STRING "EXPORT TO " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-DEL) DELIMITED BY SIZE
                  " OF DEL MODIFIED BY NOCHARDEL " DELIMITED BY SIZE
                  "SELECT ACCOUNT_NAME FROM AUDIT_LOG "
                      DELIMITED BY SIZE
                  "WHERE DB_FUNCTION = 'MIGRACION' "
                      DELIMITED BY SIZE
                  "AND OUTCOME = 'CLIENTE';" DELIMITED BY SIZE
               INTO SQL-LINE
           END-STRING
           WRITE SQL-LINE
           MOVE "CONNECT RESET;" TO SQL-LINE
           WRITE SQL-LINE
           CLOSE SQL-FILE

           MOVE SPACES TO WS-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCOUNTS-DEL) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TX-DEL) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-DEL) DELIMITED BY SIZE
                  "; { " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2-CLP) DELIMITED BY SIZE
                  " -stvf " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXPORT-SQL-PATH) DELIMITED BY SIZE
                  "; rc=$?; " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2-CLP) DELIMITED BY SIZE
                  " terminate; if [ $rc -lt 4 ]; then exit 0; fi; "
                      DELIMITED BY SIZE
                  "exit $rc; } > " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2-LOG-PATH) DELIMITED BY SIZE
                  " 2>&1" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC

           IF WS-RC NOT = 0
               DISPLAY "ERROR: no se pudieron volcar las tablas DB2"
               PERFORM SHOW-DB2-LOG
               MOVE "Y" TO WS-MIGRATE-FAILED
           END-IF
           .

       SHOW-DB2-LOG.
           DISPLAY "Ultimas lineas de " WS-DB2-LOG-PATH ":"
           MOVE SPACES TO WS-COMMAND
           STRING "tail -n 20 " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DB2-LOG-PATH) DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           .

      * ----------------------------------------------------------------
      * READ-DB2-ACCOUNTS - Lado DB2: id,nombre,estado,saldo,moneda
      * ----------------------------------------------------------------
       READ-DB2-ACCOUNTS.
           MOVE WS-ACCOUNTS-DEL TO WS-DEL-PATH
           OPEN INPUT DEL-FILE
           IF WS-DEL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ DEL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM ADD-DB2-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE DEL-FILE
           .

       ADD-DB2-ACCOUNT.
           MOVE SPACES TO WS-D-ID WS-D-NAME WS-D-STATUS
                          WS-D-AMOUNT-STR WS-D-CCY
           UNSTRING DEL-LINE DELIMITED BY ","
               INTO WS-D-ID WS-D-NAME WS-D-STATUS
                    WS-D-AMOUNT-STR WS-D-CCY
           END-UNSTRING
           IF WS-D-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DB-ACCOUNTS
           MOVE WS-D-ID TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-FOUND = "X"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO ACC-DB-SEEN(WS-LOOKUP-INDEX)
           IF FUNCTION TEST-NUMVAL(WS-D-AMOUNT-STR) = 0
               MOVE FUNCTION NUMVAL(WS-D-AMOUNT-STR)
                   TO ACC-DB-BALANCE(WS-LOOKUP-INDEX)
           END-IF
      *    En DB2CSV las tablas mandan sobre lo que hubiera en data/
           IF DIR-DB2-TO-CSV
               MOVE WS-D-NAME TO ACC-NAME(WS-LOOKUP-INDEX)
               IF WS-D-STATUS NOT = SPACES
                   MOVE WS-D-STATUS TO ACC-STATUS(WS-LOOKUP-INDEX)
               END-IF
               IF WS-D-CCY NOT = SPACES
                   MOVE WS-D-CCY TO ACC-CCY(WS-LOOKUP-INDEX)
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * READ-DB2-TRANSACTIONS - Lado DB2: fecha,cuenta,tipo,importe,
      * moneda,categoria. El efecto en saldo se toma del tipo (un
      * cargo resta aunque la fila guarde el importe sin signo); con
      * WS-WRITE-LEDGER = "Y" cada apunte se escribe ademas como una
      * fila del transactions.csv destino
      * ----------------------------------------------------------------
       READ-DB2-TRANSACTIONS.
           MOVE WS-TX-DEL TO WS-DEL-PATH
           OPEN INPUT DEL-FILE
           IF WS-DEL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ DEL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM ADD-DB2-POSTING
               END-READ
           END-PERFORM
           CLOSE DEL-FILE
           .

       ADD-DB2-POSTING.
           MOVE SPACES TO WS-D-DATE WS-D-ID WS-D-TYPE
                          WS-D-AMOUNT-STR WS-D-CCY WS-D-CATEGORY
           UNSTRING DEL-LINE DELIMITED BY ","
               INTO WS-D-DATE WS-D-ID WS-D-TYPE WS-D-AMOUNT-STR
                    WS-D-CCY WS-D-CATEGORY
           END-UNSTRING
           IF WS-D-ID = SPACES
               OR FUNCTION TEST-NUMVAL(WS-D-AMOUNT-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-D-AMOUNT-STR) TO WS-D-AMOUNT
           EVALUATE WS-D-TYPE
               WHEN "CREDIT"
                   COMPUTE WS-D-EFFECT = FUNCTION ABS(WS-D-AMOUNT)
               WHEN "DEBIT"
                   COMPUTE WS-D-EFFECT = 0 - FUNCTION ABS(WS-D-AMOUNT)
               WHEN OTHER
                   MOVE WS-D-AMOUNT TO WS-D-EFFECT
           END-EVALUATE

           ADD 1 TO WS-DB-POSTINGS
           IF WS-D-EFFECT < 0
               SUBTRACT WS-D-EFFECT FROM WS-DB-DEBITS
           ELSE
               ADD WS-D-EFFECT TO WS-DB-CREDITS
           END-IF

           MOVE WS-D-ID TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-FOUND NOT = "X"
               ADD WS-D-EFFECT TO ACC-DB-TX-BALANCE(WS-LOOKUP-INDEX)
           END-IF

           IF WS-WRITE-LEDGER = "Y"
               PERFORM WRITE-TARGET-LEDGER-LINE
           END-IF
           .

      *    fecha,cuenta,CREDIT|DEBIT,importe,moneda,referencia,
      *    categoria; la referencia MIG- identifica la fila migrada
       WRITE-TARGET-LEDGER-LINE.
           ADD 1 TO WS-MIG-SEQ
           MOVE WS-MIG-SEQ TO WS-SEQ-EDIT
           IF WS-D-EFFECT < 0
               MOVE "DEBIT" TO WS-D-TYPE
               COMPUTE WS-D-AMOUNT = 0 - WS-D-EFFECT
           ELSE
               MOVE "CREDIT" TO WS-D-TYPE
               MOVE WS-D-EFFECT TO WS-D-AMOUNT
           END-IF
           MOVE WS-D-AMOUNT TO WS-AMOUNT-EDIT
           IF WS-D-CCY = SPACES
               MOVE WS-BASE-CCY TO WS-D-CCY
           END-IF

           MOVE SPACES TO OUT-LINE
           STRING WS-D-DATE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-D-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-D-TYPE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-D-CCY DELIMITED BY SPACE
                  ",MIG-" DELIMITED BY SIZE
                  WS-SEQ-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-D-CATEGORY DELIMITED BY SPACE
               INTO OUT-LINE
           END-STRING
           WRITE OUT-LINE
           ADD 1 TO WS-TGT-TX-LINES
           .

      *    Filas de rastro MIGRACION/CLIENTE que hay en AUDIT_LOG
       READ-DB2-CUSTOMERS.
           MOVE 0 TO WS-DB-CUSTOMERS
           MOVE WS-AUDIT-DEL TO WS-DEL-PATH
           OPEN INPUT DEL-FILE
           IF WS-DEL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ DEL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DEL-LINE NOT = SPACES
                           ADD 1 TO WS-DB-CUSTOMERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEL-FILE
           .

      * ----------------------------------------------------------------
      * COUNT-CUSTOMERS - Filas de WS-LOAD-DIR/customers.csv en
      * WS-LINE-COUNT
      * ----------------------------------------------------------------
       COUNT-CUSTOMERS.
           MOVE 0 TO WS-LINE-COUNT
           MOVE SPACES TO WS-GEN-PATH
           STRING FUNCTION TRIM(WS-LOAD-DIR) DELIMITED BY SIZE
                  "/customers.csv" DELIMITED BY SIZE
               INTO WS-GEN-PATH
           END-STRING

           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ GEN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GEN-LINE NOT = SPACES
                           ADD 1 TO WS-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-FILE
           .

      * ================================================================
      * DB2 -> CSV
      * ================================================================
       MIGRATE-DB2-TO-CSV.
           PERFORM EXPORT-DB2-TABLES
           IF WS-MIGRATE-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM PREPARE-TARGET-DIR
           IF WS-MIGRATE-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

      *    1) Lado DB2: cuentas y apuntes; los apuntes se escriben a
      *    la vez como el ledger del directorio destino
           MOVE "N" TO WS-MARK-CSV
           PERFORM READ-DB2-ACCOUNTS

           MOVE SPACES TO WS-OUT-PATH
           STRING FUNCTION TRIM(WS-TGT-DIR) DELIMITED BY SIZE
                  "/transactions.csv" DELIMITED BY SIZE
               INTO WS-OUT-PATH
           END-STRING
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "ERROR: no se puede escribir " WS-OUT-PATH
               MOVE "Y" TO WS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-WRITE-LEDGER
           PERFORM READ-DB2-TRANSACTIONS
           MOVE "N" TO WS-WRITE-LEDGER
           CLOSE OUT-FILE

      *    El ledger nuevo arranca su propia cadena de huellas
           MOVE WS-TGT-DIR TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-RESEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST

           PERFORM WRITE-TARGET-ACCOUNTS
           PERFORM WRITE-TARGET-MASTER
           PERFORM WRITE-TARGET-BALANCES

      *    Los clientes viajan con la sucursal: los del origen son
      *    la referencia del lado DB2
           MOVE WS-SRC-DIR TO WS-LOAD-DIR
           PERFORM COUNT-CUSTOMERS
           MOVE WS-LINE-COUNT TO WS-DB-CUSTOMERS

      *    2) Lado CSV: volver a leer lo escrito en el destino
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > WS-ACC-COUNT
               MOVE "N" TO ACC-IN-CSV(IX)
               MOVE 0 TO ACC-CSV-BALANCE(IX)
           END-PERFORM
           MOVE "Y" TO WS-MARK-CSV
           MOVE WS-TGT-DIR TO WS-LOAD-DIR
           PERFORM LOAD-SEED-FILE
           MOVE WS-TGT-DIR TO WS-LEDGER-DIR
           MOVE "B" TO WS-REPLAY-MODE
           PERFORM REPLAY-LEDGER
           PERFORM COUNT-CUSTOMERS
           MOVE WS-LINE-COUNT TO WS-CSV-CUSTOMERS
           .

      * ----------------------------------------------------------------
      * PREPARE-TARGET-DIR - El destino debe estar vacio de datos;
      * recibe una copia de los ficheros sueltos de data/ (sin las
      * particiones del ledger ni su cadena de huellas, que se
      * rehacen enteros desde DB2)
      * ----------------------------------------------------------------
       PREPARE-TARGET-DIR.
           MOVE SPACES TO WS-COMMAND
           STRING "test -e " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TGT-DIR) DELIMITED BY SIZE
                  "/accounts.csv" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           IF WS-RC = 0
               DISPLAY "ERROR: " FUNCTION TRIM(WS-TGT-DIR)
                   " ya contiene datos; indique otro "
                   "MINIBANK_MIGRATE_DIR"
               MOVE "Y" TO WS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TGT-DIR) DELIMITED BY SIZE
                  " && find " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-DIR) DELIMITED BY SIZE
                  " -maxdepth 1 -type f -exec cp -p {} "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TGT-DIR) DELIMITED BY SIZE
                  "/ \; && rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TGT-DIR) DELIMITED BY SIZE
                  "/transactions-????-??.csv " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TGT-DIR) DELIMITED BY SIZE
                  "/tx-partitions.dat " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TGT-DIR) DELIMITED BY SIZE
                  "/*.chain " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TGT-DIR) DELIMITED BY SIZE
                  "/ledger-chain.dat" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "ERROR: no se pudo preparar "
                   FUNCTION TRIM(WS-TGT-DIR)
               MOVE "Y" TO WS-MIGRATE-FAILED
           END-IF
           .

      *    accounts.csv: id,nombre,descubierto
       WRITE-TARGET-ACCOUNTS.
           MOVE SPACES TO WS-OUT-PATH
           STRING FUNCTION TRIM(WS-TGT-DIR) DELIMITED BY SIZE
                  "/accounts.csv" DELIMITED BY SIZE
               INTO WS-OUT-PATH
           END-STRING
           OPEN OUTPUT OUT-FILE

           PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > WS-ACC-COUNT
               IF ACC-DB-SEEN(IX2) = "Y"
                   MOVE ACC-OVERDRAFT(IX2) TO WS-LIMIT-EDIT
                   MOVE SPACES TO OUT-LINE
                   STRING ACC-ID(IX2) DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(ACC-NAME(IX2))
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LIMIT-EDIT)
                              DELIMITED BY SIZE
                       INTO OUT-LINE
                   END-STRING
                   WRITE OUT-LINE
               END-IF
           END-PERFORM

           CLOSE OUT-FILE
           .

      *    Maestro de cierre: cubre todas las lineas del ledger
      *    escrito, con el saldo de ACCOUNTS
       WRITE-TARGET-MASTER.
           MOVE SPACES TO WS-OUT-PATH
           STRING FUNCTION TRIM(WS-TGT-DIR) DELIMITED BY SIZE
                  "/account-master.csv" DELIMITED BY SIZE
               INTO WS-OUT-PATH
           END-STRING
           OPEN OUTPUT OUT-FILE

           MOVE WS-TGT-TX-LINES TO WS-COUNT-EDIT
           MOVE SPACES TO OUT-LINE
           STRING "account-master," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               INTO OUT-LINE
           END-STRING
           WRITE OUT-LINE

           PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > WS-ACC-COUNT
               IF ACC-DB-SEEN(IX2) = "Y"
                   MOVE ACC-OVERDRAFT(IX2) TO WS-LIMIT-EDIT
                   MOVE ACC-DAILY-LIMIT(IX2) TO WS-DAILY-EDIT
                   MOVE ACC-DB-BALANCE(IX2) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO OUT-LINE
                   STRING ACC-ID(IX2) DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(ACC-NAME(IX2))
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          ACC-STATUS(IX2) DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LIMIT-EDIT)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DAILY-EDIT)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-AMOUNT-EDIT)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          ACC-TYPE(IX2) DELIMITED BY SPACE
                       INTO OUT-LINE
                   END-STRING
                   WRITE OUT-LINE
               END-IF
           END-PERFORM

           CLOSE OUT-FILE
           .

      *    Foto de saldos con el mismo formato que el cierre de MBMAIN
       WRITE-TARGET-BALANCES.
           MOVE SPACES TO WS-OUT-PATH
           STRING FUNCTION TRIM(WS-TGT-DIR) DELIMITED BY SIZE
                  "/balances.csv" DELIMITED BY SIZE
               INTO WS-OUT-PATH
           END-STRING
           OPEN OUTPUT OUT-FILE

           MOVE "account_id,name,status,balance,currency" TO OUT-LINE
           WRITE OUT-LINE

           PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > WS-ACC-COUNT
               IF ACC-DB-SEEN(IX2) = "Y"
                   MOVE ACC-DB-BALANCE(IX2) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO OUT-LINE
                   STRING ACC-ID(IX2) DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(ACC-NAME(IX2))
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          ACC-STATUS(IX2) DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-AMOUNT-EDIT)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          ACC-CCY(IX2) DELIMITED BY SIZE
                       INTO OUT-LINE
                   END-STRING
                   WRITE OUT-LINE
               END-IF
           END-PERFORM

           CLOSE OUT-FILE
           .

      * ================================================================
      * REPASO DEL LEDGER CSV
      * ================================================================
      * ----------------------------------------------------------------
      * REPLAY-LEDGER - Particiones del manifiesto y despues el
      * ledger vivo de WS-LEDGER-DIR, con la misma logica de apuntes
      * que RECONCILE
      * ----------------------------------------------------------------
       REPLAY-LEDGER.
           MOVE SPACES TO WS-MANIFEST-PATH
           STRING FUNCTION TRIM(WS-LEDGER-DIR) DELIMITED BY SIZE
                  "/tx-partitions.dat" DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH
           END-STRING

           OPEN INPUT PART-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
                   READ PART-MANIFEST-FILE
                   IF WS-MANIFEST-STATUS = "00"
                       MOVE PART-MANIFEST-REC(1:7) TO WS-PART-MONTH
                       MOVE SPACES TO WS-GEN-PATH
                       STRING FUNCTION TRIM(WS-LEDGER-DIR)
                                  DELIMITED BY SIZE
                              "/transactions-" DELIMITED BY SIZE
                              WS-PART-MONTH DELIMITED BY SIZE
                              ".csv" DELIMITED BY SIZE
                           INTO WS-GEN-PATH
                       END-STRING
                       PERFORM REPLAY-ONE-FILE
                   END-IF
               END-PERFORM
               CLOSE PART-MANIFEST-FILE
           END-IF

           MOVE SPACES TO WS-GEN-PATH
           STRING FUNCTION TRIM(WS-LEDGER-DIR) DELIMITED BY SIZE
                  "/transactions.csv" DELIMITED BY SIZE
               INTO WS-GEN-PATH
           END-STRING
           PERFORM REPLAY-ONE-FILE
           .

       REPLAY-ONE-FILE.
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-PART-EOF
           PERFORM UNTIL WS-PART-EOF = "Y"
               READ GEN-FILE INTO WS-TX-WORK
                   AT END MOVE "Y" TO WS-PART-EOF
                   NOT AT END PERFORM REPLAY-TX-LINE
               END-READ
           END-PERFORM
           CLOSE GEN-FILE
           .

      * ----------------------------------------------------------------
      * REPLAY-TX-LINE - Descompone la fila en los apuntes DB2 que le
      * corresponden y los acumula (modo B) o los emite (modo E)
      * ----------------------------------------------------------------
       REPLAY-TX-LINE.
           MOVE SPACES TO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
                          WS-CSV-AMOUNT-STR WS-CSV-FIELD5 WS-CSV-REF
                          WS-CSV-CATEGORY
           UNSTRING WS-TX-WORK DELIMITED BY ","
               INTO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
                    WS-CSV-AMOUNT-STR WS-CSV-FIELD5 WS-CSV-REF
                    WS-CSV-CATEGORY
           END-UNSTRING

      *    Registros de control HDR/TRL del fichero: no son apuntes
           IF WS-CSV-DATE(1:3) = "HDR" OR WS-CSV-DATE(1:3) = "TRL"
               OR WS-TX-WORK = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-POST-COUNT
           IF WS-CSV-ACCOUNT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) = 0
               MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-STR)
                   TO WS-CSV-AMOUNT
               PERFORM BUILD-POSTINGS
           END-IF

           IF WS-POST-COUNT = 0
               IF WS-REPLAY-MODE = "B"
                   ADD 1 TO WS-CSV-SKIPPED
                   DISPLAY "AVISO: fila del ledger no migrable: "
                       FUNCTION TRIM(WS-TX-WORK)
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    Moneda: el 5o campo solo la lleva en abonos y cargos
           MOVE WS-BASE-CCY TO WS-CSV-CCY
           IF (WS-CSV-TYPE = "CREDIT" OR WS-CSV-TYPE = "DEBIT")
               AND WS-CSV-FIELD5(4:) = SPACES
               AND WS-CSV-FIELD5(1:3) IS ALPHABETIC
               AND WS-CSV-FIELD5(1:3) NOT = SPACES
               MOVE WS-CSV-FIELD5(1:3) TO WS-CSV-CCY
           END-IF

           IF WS-REPLAY-MODE = "B"
               ADD 1 TO WS-CSV-LINES
           END-IF

           PERFORM VARYING WS-POST-IX FROM 1 BY 1
               UNTIL WS-POST-IX > WS-POST-COUNT
               IF WS-REPLAY-MODE = "B"
                   PERFORM APPLY-CSV-POSTING
               ELSE
                   PERFORM EMIT-TX-INSERT
               END-IF
           END-PERFORM
           .

      *    CREDIT abona, DEBIT carga, TRANSFER carga el origen y abona
      *    el destino, REVERSAL deshace el tipo original; el resto de
      *    tipos no mueve saldo en MBMAIN y no se migra
       BUILD-POSTINGS.
           EVALUATE WS-CSV-TYPE
               WHEN "CREDIT"
                   MOVE 1 TO WS-POST-COUNT
                   MOVE WS-CSV-ACCOUNT TO POST-ACCOUNT(1)
                   MOVE "CREDIT" TO POST-TYPE(1)
                   MOVE WS-CSV-AMOUNT TO POST-AMOUNT(1)
               WHEN "DEBIT"
                   MOVE 1 TO WS-POST-COUNT
                   MOVE WS-CSV-ACCOUNT TO POST-ACCOUNT(1)
                   MOVE "DEBIT" TO POST-TYPE(1)
                   COMPUTE POST-AMOUNT(1) = 0 - WS-CSV-AMOUNT
               WHEN "TRANSFER"
                   MOVE 1 TO WS-POST-COUNT
                   MOVE WS-CSV-ACCOUNT TO POST-ACCOUNT(1)
                   MOVE "DEBIT" TO POST-TYPE(1)
                   COMPUTE POST-AMOUNT(1) = 0 - WS-CSV-AMOUNT
                   IF WS-CSV-FIELD5 NOT = SPACES
                       MOVE 2 TO WS-POST-COUNT
                       MOVE WS-CSV-FIELD5 TO POST-ACCOUNT(2)
                       MOVE "CREDIT" TO POST-TYPE(2)
                       MOVE WS-CSV-AMOUNT TO POST-AMOUNT(2)
                   END-IF
               WHEN "REVERSAL"
                   MOVE SPACES TO WS-REV-ORIG-TYPE WS-REV-REF
                   UNSTRING WS-CSV-FIELD5 DELIMITED BY ":"
                       INTO WS-REV-ORIG-TYPE WS-REV-REF
                   END-UNSTRING
                   MOVE 1 TO WS-POST-COUNT
                   MOVE WS-CSV-ACCOUNT TO POST-ACCOUNT(1)
                   IF WS-REV-ORIG-TYPE = "CREDIT"
                       MOVE "DEBIT" TO POST-TYPE(1)
                       COMPUTE POST-AMOUNT(1) = 0 - WS-CSV-AMOUNT
                   ELSE
                       MOVE "CREDIT" TO POST-TYPE(1)
                       MOVE WS-CSV-AMOUNT TO POST-AMOUNT(1)
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-POST-COUNT
           END-EVALUATE
           .

       APPLY-CSV-POSTING.
           MOVE POST-ACCOUNT(WS-POST-IX) TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-ACCOUNT
           IF WS-FOUND = "X"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CSV-POSTINGS
           ADD POST-AMOUNT(WS-POST-IX)
               TO ACC-CSV-BALANCE(WS-LOOKUP-INDEX)
           IF POST-AMOUNT(WS-POST-IX) < 0
               SUBTRACT POST-AMOUNT(WS-POST-IX) FROM WS-CSV-DEBITS
           ELSE
               ADD POST-AMOUNT(WS-POST-IX) TO WS-CSV-CREDITS
           END-IF
           .

      * ================================================================
      * PRUEBA DE PARIDAD
      * ================================================================
      * ----------------------------------------------------------------
      * WRITE-PARITY-REPORT - Recuentos, totales de control y saldo
      * de cada cuenta en los dos lados; cualquier diferencia deja la
      * paridad sin confirmar
      * ----------------------------------------------------------------
       WRITE-PARITY-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "PRUEBA DE PARIDAD DE LA MIGRACION " DELIMITED BY SIZE
                  WS-DIRECTION DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-MIGRATE-FAILED = "Y"
               MOVE "N" TO WS-PARITY-OK
               MOVE "La migracion no llego a completarse; no hay "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "paridad que probar (ver el log de DB2)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-PARITY-VERDICT
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CSV-ACCOUNTS
           PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > WS-ACC-COUNT
               IF ACC-IN-CSV(IX2) = "Y"
                   ADD 1 TO WS-CSV-ACCOUNTS
               END-IF
           END-PERFORM

           MOVE "Cuentas" TO WS-CHECK-LABEL
           MOVE WS-CSV-ACCOUNTS TO FORMATTED-CSV-N
           MOVE WS-DB-ACCOUNTS TO FORMATTED-DB-N
           PERFORM WRITE-COUNT-CHECK
           MOVE "Apuntes" TO WS-CHECK-LABEL
           MOVE WS-CSV-POSTINGS TO FORMATTED-CSV-N
           MOVE WS-DB-POSTINGS TO FORMATTED-DB-N
           PERFORM WRITE-COUNT-CHECK
           MOVE "Clientes" TO WS-CHECK-LABEL
           MOVE WS-CSV-CUSTOMERS TO FORMATTED-CSV-N
           MOVE WS-DB-CUSTOMERS TO FORMATTED-DB-N
           PERFORM WRITE-COUNT-CHECK
           MOVE "Total abonos" TO WS-CHECK-LABEL
           MOVE WS-CSV-CREDITS TO FORMATTED-CSV
           MOVE WS-DB-CREDITS TO FORMATTED-DB
           PERFORM WRITE-AMOUNT-CHECK
           MOVE "Total cargos" TO WS-CHECK-LABEL
           MOVE WS-CSV-DEBITS TO FORMATTED-CSV
           MOVE WS-DB-DEBITS TO FORMATTED-DB
           PERFORM WRITE-AMOUNT-CHECK

           MOVE WS-CSV-LINES TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Filas del ledger CSV migradas: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-CSV-SKIPPED > 0
               MOVE WS-CSV-SKIPPED TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "Filas del ledger sin efecto en saldo (no "
                          DELIMITED BY SIZE
                      "migradas): " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING IX2 FROM 1 BY 1 UNTIL IX2 > WS-ACC-COUNT
               PERFORM CHECK-ACCOUNT-PARITY
           END-PERFORM

           IF WS-TOTAL-MISMATCHES = 0
               MOVE "Todas las cuentas casan en los dos lados"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "N" TO WS-PARITY-OK
               MOVE WS-TOTAL-MISMATCHES TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "Cuentas con descuadre: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-PARITY-VERDICT
           CLOSE REPORT-FILE
           .

       WRITE-COUNT-CHECK.
           IF FORMATTED-CSV-N = FORMATTED-DB-N
               MOVE "OK" TO WS-CHECK-RESULT
           ELSE
               MOVE "DESCUADRE" TO WS-CHECK-RESULT
               MOVE "N" TO WS-PARITY-OK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-CHECK-LABEL DELIMITED BY SIZE
                  " CSV=" DELIMITED BY SIZE
                  FORMATTED-CSV-N DELIMITED BY SIZE
                  " DB2=" DELIMITED BY SIZE
                  FORMATTED-DB-N DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CHECK-RESULT DELIMITED BY SPACE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           .

       WRITE-AMOUNT-CHECK.
           IF FORMATTED-CSV = FORMATTED-DB
               MOVE "OK" TO WS-CHECK-RESULT
           ELSE
               MOVE "DESCUADRE" TO WS-CHECK-RESULT
               MOVE "N" TO WS-PARITY-OK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-CHECK-LABEL DELIMITED BY SIZE
                  " CSV=" DELIMITED BY SIZE
                  FORMATTED-CSV DELIMITED BY SIZE
                  " DB2=" DELIMITED BY SIZE
                  FORMATTED-DB DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CHECK-RESULT DELIMITED BY SPACE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           .

      *    Una cuenta casa si esta en los dos lados y el saldo del
      *    repaso CSV coincide con ACCOUNTS.BALANCE y con la suma de
      *    sus apuntes en TRANSACTIONS
       CHECK-ACCOUNT-PARITY.
           IF ACC-IN-CSV(IX2) = "N" AND ACC-DB-SEEN(IX2) = "N"
               EXIT PARAGRAPH
           END-IF

           IF ACC-IN-CSV(IX2) = "Y" AND ACC-DB-SEEN(IX2) = "Y"
               AND ACC-CSV-BALANCE(IX2) = ACC-DB-BALANCE(IX2)
               AND ACC-CSV-BALANCE(IX2) = ACC-DB-TX-BALANCE(IX2)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-MISMATCHES
           MOVE ACC-CSV-BALANCE(IX2) TO FORMATTED-CSV
           MOVE ACC-DB-BALANCE(IX2) TO FORMATTED-DB
           MOVE ACC-DB-TX-BALANCE(IX2) TO FORMATTED-DB-TX
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN ACC-DB-SEEN(IX2) = "N"
                   STRING "FALTA EN DB2 cuenta " DELIMITED BY SIZE
                          ACC-ID(IX2) DELIMITED BY SPACE
                          " CSV=" DELIMITED BY SIZE
                          FORMATTED-CSV DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN ACC-IN-CSV(IX2) = "N"
                   STRING "FALTA EN CSV cuenta " DELIMITED BY SIZE
                          ACC-ID(IX2) DELIMITED BY SPACE
                          " DB2=" DELIMITED BY SIZE
                          FORMATTED-DB DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "DESCUADRE cuenta " DELIMITED BY SIZE
                          ACC-ID(IX2) DELIMITED BY SPACE
                          " CSV=" DELIMITED BY SIZE
                          FORMATTED-CSV DELIMITED BY SIZE
                          " DB2=" DELIMITED BY SIZE
                          FORMATTED-DB DELIMITED BY SIZE
                          " APUNTES-DB2=" DELIMITED BY SIZE
                          FORMATTED-DB-TX DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           .

       WRITE-PARITY-VERDICT.
           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-MIGRATE-FAILED = "N" AND WS-PARITY-OK = "Y"
               STRING "PARIDAD CONFIRMADA: cut-over " DELIMITED BY SIZE
                      WS-DIRECTION DELIMITED BY SPACE
                      " autorizado" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "PARIDAD NO CONFIRMADA: no hacer el cut-over"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
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

      * ----------------------------------------------------------------
      * GET-TODAY-DATE - Fecha de negocio si existe, o la del sistema
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
               READ BUSDATE-FILE INTO WS-JOBRUNS-LINE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE-FILE
               IF WS-JOBRUNS-LINE(1:10) NOT = SPACES
                   MOVE WS-JOBRUNS-LINE(1:10) TO WS-TODAY-DATE
               END-IF
           END-IF
           .

       END PROGRAM DB2-MIGRATE.
