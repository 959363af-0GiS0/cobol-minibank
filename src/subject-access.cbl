      ******************************************************************
      * SUBJECT-ACCESS: Copia de los datos que guardamos de un cliente
      *
      * Cuando un cliente pide copia de todo lo que tenemos suyo,
      * alguien abria a mano una veintena de ficheros. Este trabajo
      * toma el cliente de SAR_CUSTOMER y reune en un solo documento,
      * data/subject-access-<cliente>-<AAAAMMDD>.txt:
      *   - su ficha del CIF (customers.csv) y las fusiones que le
      *     afectan (customer-xref.csv), su canal de avisos
      *     (customer-contact.csv) y su historial de cambios
      *     (maintenance-audit.csv: filas del cliente y de sus
      *     cuentas);
      *   - sus cuentas vinculadas (customer-accounts.csv) y la
      *     ficha de cada una (accounts.csv, closed-accounts.csv);
      *   - sus apuntes del ledger: transactions.csv, las
      *     particiones mensuales del manifiesto tx-partitions.dat y
      *     los archivos de purga data/archive/purged-<ano>.csv (una
      *     TRANSFER recibida en una de sus cuentas tambien cuenta);
      *   - retenciones, ordenes judiciales, disputas, revisiones
      *     KYC, cribados (por documento o nombre), avisos y su
      *     envio electronico, correo retenido, beneficiarios,
      *     mandatos, prestamos, tarjetas y memos.
      * De las tarjetas solo se dan los cuatro ultimos digitos y
      * nunca la huella del PIN.
      *
      * Cada fichero consultado queda en el indice del documento y
      * en una fila de data/maintenance-audit.csv (accion
      * SAR-EXPORT, entidad el cliente, campo el fichero, filas
      * encontradas y documento generado); el solicitante sale de
      * SAR_REQUESTED_BY (BATCH si no se indica).
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT PART-MANIFEST-FILE ASSIGN TO
               "data/tx-partitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "data/maintenance-audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  SRC-LINE              PIC X(300).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  EXPORT-FILE.
       01  EXPORT-LINE           PIC X(310).
       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(250).

       WORKING-STORAGE SECTION.

       77  WS-SRC-STATUS         PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-AUDIT-STATUS       PIC XX.
       77  WS-SRC-PATH           PIC X(80).
       77  WS-EXPORT-PATH        PIC X(80).
       77  WS-EXPORT-NAME        PIC X(60).

       77  WS-ENV-CUSTOMER       PIC X(10) VALUE SPACES.
       77  WS-ENV-REQUESTER      PIC X(10) VALUE SPACES.
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-NOW-TIME           PIC X(8).

      * Ficha del cliente en el CIF
       77  WS-CUST-FOUND         PIC X VALUE "N".
       77  WS-CUST-NAME          PIC X(60).
       77  WS-CUST-NAME-UPPER    PIC X(60).
       77  WS-CUST-DOC           PIC X(20).

      * Cuentas vinculadas al cliente
       77  WS-MAX-ACCTS          PIC 9(4) COMP VALUE 50.
       77  WS-ACCT-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ID OCCURS 50 TIMES INDEXED BY IX-ACC
                   PIC X(30).
       77  WS-LINKED             PIC X.
       77  WS-CHECK-ID           PIC X(60).

      * Ficheros consultados, para el indice y la auditoria
       77  WS-MAX-CONSULTED      PIC 9(4) COMP VALUE 100.
       77  WS-CONSULTED-COUNT    PIC 9(4) COMP VALUE 0.
       01  WS-CONSULTED-TABLE.
           05  WS-CONSULTED-ROW OCCURS 100 TIMES INDEXED BY IX-CNS.
               10  CNS-NAME          PIC X(60).
               10  CNS-ROWS          PIC 9(7).

      * Seccion en curso: fichero (relativo a data/), titulo y
      * regla de casado de filas
      *   C1/C2  columna 1/2 = cliente     CX  columna 1 o 2
      *   A1/A2/A3  columna 1/2/3 = cuenta vinculada
      *   LG  ledger: cuenta, o TRANSFER con destino vinculado
      *   MA  auditoria de cambios: entidad cliente o cuenta
      *   MF  memos: ambito CUST con el cliente o ACCT vinculada
      *   SC  cribados: documento o nombre del cliente
      *   CD  tarjetas: cuenta vinculada, numero enmascarado
       77  WS-SRC-NAME           PIC X(60).
       77  WS-SEC-TITLE          PIC X(60).
       77  WS-MATCH-MODE         PIC XX.
       77  WS-QUIET-MISSING      PIC X VALUE "N".
       77  WS-MATCH              PIC X.
       77  WS-SEC-ROWS           PIC 9(7).
       77  WS-TOTAL-ROWS         PIC 9(7) VALUE 0.
       01  WS-FIELDS.
           05  WS-FLD OCCURS 8 TIMES PIC X(60).
       77  WS-FLD-UPPER          PIC X(60).

      * Tarjeta enmascarada
       77  WS-CARD-LEN           PIC 9(4) COMP.
       77  WS-CARD-MASKED        PIC X(20).

      * Particiones y archivos de purga
       77  WS-PART-MONTH         PIC X(7).
       77  WS-ARCH-YEAR          PIC 9(4).
       77  WS-ARCH-FIRST-YEAR    PIC 9(4).
       77  WS-ARCH-LAST-YEAR     PIC 9(4).

       77  WS-ROWS-EDIT          PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-ENV-CUSTOMER FROM ENVIRONMENT "SAR_CUSTOMER"
           ACCEPT WS-ENV-REQUESTER FROM ENVIRONMENT "SAR_REQUESTED_BY"

           IF WS-ENV-CUSTOMER = SPACES
               DISPLAY "Defina SAR_CUSTOMER (numero de cliente) antes "
                   "de ejecutar SUBJECT-ACCESS"
               GOBACK
           END-IF
           IF WS-ENV-REQUESTER = SPACES
               MOVE "BATCH" TO WS-ENV-REQUESTER
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING

           MOVE SPACES TO WS-EXPORT-NAME
           STRING "subject-access-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENV-CUSTOMER) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-EXPORT-NAME
           END-STRING
           STRING "data/" DELIMITED BY SIZE
                  WS-EXPORT-NAME DELIMITED BY SPACE
               INTO WS-EXPORT-PATH
           END-STRING

           OPEN OUTPUT EXPORT-FILE
           PERFORM WRITE-EXPORT-HEADER

           PERFORM WRITE-CIF-SECTION
           IF WS-CUST-FOUND = "N"
               MOVE "Cliente no encontrado en el CIF" TO EXPORT-LINE
               WRITE EXPORT-LINE
           END-IF

           PERFORM WRITE-LINKED-ACCOUNTS

           MOVE "customer-xref.csv" TO WS-SRC-NAME
           MOVE "FUSIONES DE CLIENTES" TO WS-SEC-TITLE
           MOVE "CX" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "customer-contact.csv" TO WS-SRC-NAME
           MOVE "CANAL DE AVISOS Y CONSENTIMIENTO" TO WS-SEC-TITLE
           MOVE "C1" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "maintenance-audit.csv" TO WS-SRC-NAME
           MOVE "HISTORIAL DE CAMBIOS" TO WS-SEC-TITLE
           MOVE "MA" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "accounts.csv" TO WS-SRC-NAME
           MOVE "FICHA DE LAS CUENTAS" TO WS-SEC-TITLE
           MOVE "A1" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "closed-accounts.csv" TO WS-SRC-NAME
           MOVE "CUENTAS CERRADAS" TO WS-SEC-TITLE
           MOVE "A1" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           PERFORM WRITE-LEDGER-SECTIONS

           MOVE "holds.csv" TO WS-SRC-NAME
           MOVE "RETENCIONES DE SALDO" TO WS-SEC-TITLE
           MOVE "A2" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "legal-orders.csv" TO WS-SRC-NAME
           MOVE "ORDENES JUDICIALES" TO WS-SEC-TITLE
           MOVE "A2" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "disputes.csv" TO WS-SRC-NAME
           MOVE "DISPUTAS" TO WS-SEC-TITLE
           MOVE "A3" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "kyc-review-queue.csv" TO WS-SRC-NAME
           MOVE "REVISIONES KYC" TO WS-SEC-TITLE
           MOVE "C1" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "screening-log.csv" TO WS-SRC-NAME
           MOVE "CRIBADOS CONTRA LISTAS" TO WS-SEC-TITLE
           MOVE "SC" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "notifications.csv" TO WS-SRC-NAME
           MOVE "AVISOS" TO WS-SEC-TITLE
           MOVE "A1" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "notify-dispatch.csv" TO WS-SRC-NAME
           MOVE "AVISOS ENVIADOS POR SMS / EMAIL" TO WS-SEC-TITLE
           MOVE "C2" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "hold-mail.csv" TO WS-SRC-NAME
           MOVE "CORREO RETENIDO" TO WS-SEC-TITLE
           MOVE "C1" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "beneficiaries.csv" TO WS-SRC-NAME
           MOVE "BENEFICIARIOS" TO WS-SEC-TITLE
           MOVE "C1" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "dd-mandates.csv" TO WS-SRC-NAME
           MOVE "MANDATOS DE ADEUDO DIRECTO" TO WS-SEC-TITLE
           MOVE "A2" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "loans.csv" TO WS-SRC-NAME
           MOVE "PRESTAMOS" TO WS-SEC-TITLE
           MOVE "A2" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "cards.csv" TO WS-SRC-NAME
           MOVE "TARJETAS (NUMERO ENMASCARADO)" TO WS-SEC-TITLE
           MOVE "CD" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           MOVE "memo-flags.csv" TO WS-SRC-NAME
           MOVE "AVISOS DE SERVICIO (MEMOS)" TO WS-SEC-TITLE
           MOVE "MF" TO WS-MATCH-MODE
           PERFORM SCAN-SECTION

           PERFORM WRITE-CONSULTED-INDEX
           CLOSE EXPORT-FILE

           PERFORM APPEND-AUDIT-ENTRIES

           DISPLAY "Copia de datos del cliente "
               FUNCTION TRIM(WS-ENV-CUSTOMER) " en "
               FUNCTION TRIM(WS-EXPORT-PATH)
           DISPLAY "Ficheros consultados: " WS-CONSULTED-COUNT
               "  filas: " WS-TOTAL-ROWS
           GOBACK
           .

       WRITE-EXPORT-HEADER.
           MOVE SPACES TO EXPORT-LINE
           MOVE ALL "=" TO EXPORT-LINE(1:64)
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "DATOS PERSONALES EN PODER DEL BANCO - CLIENTE "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENV-CUSTOMER) DELIMITED BY SIZE
               INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "Fecha: " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "   Solicitado por: " DELIMITED BY SIZE
                  WS-ENV-REQUESTER DELIMITED BY SPACE
               INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           MOVE ALL "=" TO EXPORT-LINE(1:64)
           WRITE EXPORT-LINE
           .

      * ----------------------------------------------------------------
      * WRITE-CIF-SECTION - Ficha del cliente campo a campo
      * ----------------------------------------------------------------
       WRITE-CIF-SECTION.
           MOVE "customers.csv" TO WS-SRC-NAME
           MOVE "FICHA DEL CLIENTE (CIF)" TO WS-SEC-TITLE
           PERFORM OPEN-SECTION-SOURCE
           IF WS-SRC-STATUS NOT = "00"
               PERFORM NOTE-CONSULTED-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SRC-STATUS NOT = "00"
               READ SOURCE-FILE
               IF WS-SRC-STATUS = "00"
                   PERFORM SPLIT-SOURCE-LINE
                   IF WS-FLD(1) = WS-ENV-CUSTOMER
                       AND WS-CUST-FOUND = "N"
                       MOVE "Y" TO WS-CUST-FOUND
                       ADD 1 TO WS-SEC-ROWS
                       PERFORM WRITE-CIF-FIELDS
                   END-IF
               END-IF
           END-PERFORM

           PERFORM CLOSE-SECTION-SOURCE
           .

      * Los campos 12 y 13 (correo devuelto) quedan detras de los
      * ocho del split: se leen aparte
       WRITE-CIF-FIELDS.
           MOVE WS-FLD(2) TO WS-CUST-NAME
           MOVE FUNCTION UPPER-CASE(WS-FLD(2)) TO WS-CUST-NAME-UPPER
           MOVE WS-FLD(5) TO WS-CUST-DOC

           MOVE SPACES TO EXPORT-LINE
           STRING "  Nombre        : " WS-FLD(2)
               DELIMITED BY SIZE INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "  Direccion     : " WS-FLD(3)
               DELIMITED BY SIZE INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "  Telefono      : " WS-FLD(4)
               DELIMITED BY SIZE INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "  Documento     : " WS-FLD(5)
               DELIMITED BY SIZE INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "  Fiscal        : " WS-FLD(6)
               DELIMITED BY SIZE INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "  Riesgo        : " WS-FLD(7)
               DELIMITED BY SIZE INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "  Prox. revision: " WS-FLD(8)
               DELIMITED BY SIZE INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE

           MOVE SPACES TO WS-FIELDS
           UNSTRING SRC-LINE DELIMITED BY ","
               INTO WS-FLD(8) WS-FLD(8) WS-FLD(8) WS-FLD(8)
                    WS-FLD(8) WS-FLD(8) WS-FLD(8) WS-FLD(8)
                    WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
                    WS-FLD(5)
           END-UNSTRING
           MOVE SPACES TO EXPORT-LINE
           STRING "  Fallecimiento : " WS-FLD(1)
               DELIMITED BY SIZE INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "  Nacimiento    : " WS-FLD(2)
               DELIMITED BY SIZE INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "  Tutor legal   : " WS-FLD(3)
               DELIMITED BY SIZE INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "  Correo devuelto: " WS-FLD(4)
               DELIMITED BY SIZE
                  " " WS-FLD(5) DELIMITED BY SIZE
               INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           .

      * ----------------------------------------------------------------
      * WRITE-LINKED-ACCOUNTS - Vinculos del cliente; deja sus
      * cuentas en WS-ACCT-TABLE para el resto de secciones
      * ----------------------------------------------------------------
       WRITE-LINKED-ACCOUNTS.
           MOVE "customer-accounts.csv" TO WS-SRC-NAME
           MOVE "CUENTAS VINCULADAS" TO WS-SEC-TITLE
           PERFORM OPEN-SECTION-SOURCE
           IF WS-SRC-STATUS NOT = "00"
               PERFORM NOTE-CONSULTED-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SRC-STATUS NOT = "00"
               READ SOURCE-FILE
               IF WS-SRC-STATUS = "00"
                   PERFORM SPLIT-SOURCE-LINE
                   IF WS-FLD(1) = WS-ENV-CUSTOMER
                       ADD 1 TO WS-SEC-ROWS
                       PERFORM WRITE-SOURCE-LINE
                       IF WS-ACCT-COUNT < WS-MAX-ACCTS
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE WS-FLD(2) TO WS-ACCT-ID(WS-ACCT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM CLOSE-SECTION-SOURCE
           .

      * ----------------------------------------------------------------
      * WRITE-LEDGER-SECTIONS - Ledger vivo, particiones mensuales y
      * archivos de purga (solo los anos que existan)
      * ----------------------------------------------------------------
       WRITE-LEDGER-SECTIONS.
           MOVE "LG" TO WS-MATCH-MODE

           MOVE "transactions.csv" TO WS-SRC-NAME
           MOVE "MOVIMIENTOS (LEDGER VIVO)" TO WS-SEC-TITLE
           PERFORM SCAN-SECTION

           OPEN INPUT PART-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
                   READ PART-MANIFEST-FILE
                   IF WS-MANIFEST-STATUS = "00"
                       AND PART-MANIFEST-REC NOT = SPACES
                       MOVE PART-MANIFEST-REC(1:7) TO WS-PART-MONTH
                       PERFORM SCAN-ONE-PARTITION
                   END-IF
               END-PERFORM
               CLOSE PART-MANIFEST-FILE
           END-IF

      *    Los archivos de purga van por ano del apunte; se prueban
      *    los treinta ultimos ejercicios
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-ARCH-LAST-YEAR
           COMPUTE WS-ARCH-FIRST-YEAR = WS-ARCH-LAST-YEAR - 30
           MOVE "Y" TO WS-QUIET-MISSING
           PERFORM VARYING WS-ARCH-YEAR FROM WS-ARCH-FIRST-YEAR BY 1
               UNTIL WS-ARCH-YEAR > WS-ARCH-LAST-YEAR
               MOVE SPACES TO WS-SRC-NAME
               STRING "archive/purged-" DELIMITED BY SIZE
                      WS-ARCH-YEAR DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO WS-SRC-NAME
               END-STRING
               MOVE SPACES TO WS-SEC-TITLE
               STRING "MOVIMIENTOS PURGADOS " DELIMITED BY SIZE
                      WS-ARCH-YEAR DELIMITED BY SIZE
                   INTO WS-SEC-TITLE
               END-STRING
               PERFORM SCAN-SECTION
           END-PERFORM
           MOVE "N" TO WS-QUIET-MISSING
           .

       SCAN-ONE-PARTITION.
           MOVE SPACES TO WS-SRC-NAME
           STRING "transactions-" DELIMITED BY SIZE
                  WS-PART-MONTH DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-SRC-NAME
           END-STRING
           MOVE SPACES TO WS-SEC-TITLE
           STRING "MOVIMIENTOS " DELIMITED BY SIZE
                  WS-PART-MONTH DELIMITED BY SIZE
                  " (PARTICION)" DELIMITED BY SIZE
               INTO WS-SEC-TITLE
           END-STRING
           PERFORM SCAN-SECTION
           .

      * ----------------------------------------------------------------
      * SCAN-SECTION - Recorre data/<WS-SRC-NAME> y copia al
      * documento las filas que casan con WS-MATCH-MODE
      * ----------------------------------------------------------------
       SCAN-SECTION.
           PERFORM OPEN-SECTION-SOURCE
           IF WS-SRC-STATUS NOT = "00"
               PERFORM NOTE-CONSULTED-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SRC-STATUS NOT = "00"
               READ SOURCE-FILE
               IF WS-SRC-STATUS = "00"
                   PERFORM SPLIT-SOURCE-LINE
                   PERFORM MATCH-SOURCE-LINE
                   IF WS-MATCH = "Y"
                       ADD 1 TO WS-SEC-ROWS
                       IF WS-MATCH-MODE = "CD"
                           PERFORM WRITE-MASKED-CARD
                       ELSE
                           PERFORM WRITE-SOURCE-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM CLOSE-SECTION-SOURCE
           .

      * Abre el fichero de la seccion y escribe su titulo; un
      * fichero que no existe se anota en el documento salvo en
      * los archivos de purga, que se prueban por ano
       OPEN-SECTION-SOURCE.
           MOVE 0 TO WS-SEC-ROWS
           MOVE SPACES TO WS-SRC-PATH
           STRING "data/" DELIMITED BY SIZE
                  WS-SRC-NAME DELIMITED BY SPACE
               INTO WS-SRC-PATH
           END-STRING

           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STATUS NOT = "00" AND WS-QUIET-MISSING = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           STRING "--- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEC-TITLE) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-SRC-NAME DELIMITED BY SPACE
                  ") ---" DELIMITED BY SIZE
               INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE

           IF WS-SRC-STATUS NOT = "00"
               MOVE "  (el fichero no existe)" TO EXPORT-LINE
               WRITE EXPORT-LINE
           END-IF
           .

      * Cierra el fichero, anota la consulta y avisa si no habia
      * nada del cliente
       CLOSE-SECTION-SOURCE.
           CLOSE SOURCE-FILE
           IF WS-SEC-ROWS = 0
               MOVE "  (sin datos del cliente)" TO EXPORT-LINE
               WRITE EXPORT-LINE
           END-IF
           PERFORM NOTE-CONSULTED-FILE
           .

      * Anota el fichero en la tabla de consultados (los archivos de
      * purga de un ano que no existe no cuentan)
       NOTE-CONSULTED-FILE.
           IF WS-SRC-STATUS NOT = "00" AND WS-SRC-STATUS NOT = "10"
               AND WS-QUIET-MISSING = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD WS-SEC-ROWS TO WS-TOTAL-ROWS

           IF WS-CONSULTED-COUNT < WS-MAX-CONSULTED
               ADD 1 TO WS-CONSULTED-COUNT
               MOVE WS-SRC-NAME TO CNS-NAME(WS-CONSULTED-COUNT)
               MOVE WS-SEC-ROWS TO CNS-ROWS(WS-CONSULTED-COUNT)
           END-IF
           .

       SPLIT-SOURCE-LINE.
           MOVE SPACES TO WS-FIELDS
           UNSTRING SRC-LINE DELIMITED BY ","
               INTO WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
                    WS-FLD(5) WS-FLD(6) WS-FLD(7) WS-FLD(8)
           END-UNSTRING
           .

       MATCH-SOURCE-LINE.
           MOVE "N" TO WS-MATCH
           EVALUATE WS-MATCH-MODE
               WHEN "C1"
                   IF WS-FLD(1) = WS-ENV-CUSTOMER
                       MOVE "Y" TO WS-MATCH
                   END-IF
               WHEN "C2"
                   IF WS-FLD(2) = WS-ENV-CUSTOMER
                       MOVE "Y" TO WS-MATCH
                   END-IF
               WHEN "CX"
                   IF WS-FLD(1) = WS-ENV-CUSTOMER
                       OR WS-FLD(2) = WS-ENV-CUSTOMER
                       MOVE "Y" TO WS-MATCH
                   END-IF
               WHEN "A1"
                   MOVE WS-FLD(1) TO WS-CHECK-ID
                   PERFORM CHECK-LINKED-ACCOUNT
                   MOVE WS-LINKED TO WS-MATCH
               WHEN "A2"
                   MOVE WS-FLD(2) TO WS-CHECK-ID
                   PERFORM CHECK-LINKED-ACCOUNT
                   MOVE WS-LINKED TO WS-MATCH
               WHEN "A3"
               WHEN "CD"
                   MOVE WS-FLD(3) TO WS-CHECK-ID
                   PERFORM CHECK-LINKED-ACCOUNT
                   MOVE WS-LINKED TO WS-MATCH
               WHEN "LG"
                   PERFORM MATCH-LEDGER-LINE
               WHEN "MA"
                   IF WS-FLD(5) = WS-ENV-CUSTOMER
                       MOVE "Y" TO WS-MATCH
                   ELSE
                       MOVE WS-FLD(5) TO WS-CHECK-ID
                       PERFORM CHECK-LINKED-ACCOUNT
                       MOVE WS-LINKED TO WS-MATCH
                   END-IF
               WHEN "MF"
                   IF WS-FLD(1) = "CUST"
                       AND WS-FLD(2) = WS-ENV-CUSTOMER
                       MOVE "Y" TO WS-MATCH
                   END-IF
                   IF WS-FLD(1) = "ACCT"
                       MOVE WS-FLD(2) TO WS-CHECK-ID
                       PERFORM CHECK-LINKED-ACCOUNT
                       MOVE WS-LINKED TO WS-MATCH
                   END-IF
               WHEN "SC"
                   MOVE FUNCTION UPPER-CASE(WS-FLD(4)) TO WS-FLD-UPPER
                   IF WS-CUST-FOUND = "Y"
                       AND ((WS-CUST-DOC NOT = SPACES
                               AND WS-FLD(5) = WS-CUST-DOC)
                           OR WS-FLD-UPPER = WS-CUST-NAME-UPPER)
                       MOVE "Y" TO WS-MATCH
                   END-IF
           END-EVALUATE
           .

      * Apunte del ledger: cuenta del cliente, o transferencia
      * recibida en una de sus cuentas; cabecera y cola fuera
       MATCH-LEDGER-LINE.
           IF SRC-LINE(1:4) = "HDR," OR SRC-LINE(1:4) = "TRL,"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLD(2) TO WS-CHECK-ID
           PERFORM CHECK-LINKED-ACCOUNT
           IF WS-LINKED = "N" AND WS-FLD(3) = "TRANSFER"
               MOVE WS-FLD(5) TO WS-CHECK-ID
               PERFORM CHECK-LINKED-ACCOUNT
           END-IF
           MOVE WS-LINKED TO WS-MATCH
           .

       CHECK-LINKED-ACCOUNT.
           MOVE "N" TO WS-LINKED
           IF WS-CHECK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACCT-COUNT OR WS-LINKED = "Y"
               IF WS-ACCT-ID(IX-ACC) = WS-CHECK-ID
                   MOVE "Y" TO WS-LINKED
               END-IF
           END-PERFORM
           .

       WRITE-SOURCE-LINE.
           MOVE SPACES TO EXPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  SRC-LINE DELIMITED BY SIZE
               INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           .

      * Tarjeta: solo los cuatro ultimos digitos, cuenta, estado y
      * fallos; la huella del PIN (columna 2) no sale nunca
       WRITE-MASKED-CARD.
           MOVE 0 TO WS-CARD-LEN
           INSPECT WS-FLD(1) TALLYING WS-CARD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE "************" TO WS-CARD-MASKED
           IF WS-CARD-LEN > 4
               MOVE WS-FLD(1)(WS-CARD-LEN - 3:4)
                   TO WS-CARD-MASKED(13:4)
           END-IF

           MOVE SPACES TO EXPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-CARD-MASKED DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-FLD(3) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-FLD(4) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-FLD(5) DELIMITED BY SPACE
               INTO EXPORT-LINE
           END-STRING
           WRITE EXPORT-LINE
           .

       WRITE-CONSULTED-INDEX.
           MOVE SPACES TO EXPORT-LINE
           WRITE EXPORT-LINE
           MOVE SPACES TO EXPORT-LINE
           MOVE ALL "=" TO EXPORT-LINE(1:64)
           WRITE EXPORT-LINE
           MOVE "FICHEROS CONSULTADOS                      FILAS"
               TO EXPORT-LINE
           WRITE EXPORT-LINE

           PERFORM VARYING IX-CNS FROM 1 BY 1
               UNTIL IX-CNS > WS-CONSULTED-COUNT
               MOVE CNS-ROWS(IX-CNS) TO WS-ROWS-EDIT
               MOVE SPACES TO EXPORT-LINE
               MOVE CNS-NAME(IX-CNS) TO EXPORT-LINE(3:38)
               MOVE WS-ROWS-EDIT TO EXPORT-LINE(41:7)
               WRITE EXPORT-LINE
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * APPEND-AUDIT-ENTRIES - Una fila de maintenance-audit.csv por
      * fichero consultado, con el formato de MBMAIN:
      * fecha,hora,usuario,accion,entidad,campo,anterior,nuevo
      * ----------------------------------------------------------------
       APPEND-AUDIT-ENTRIES.
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           PERFORM VARYING IX-CNS FROM 1 BY 1
               UNTIL IX-CNS > WS-CONSULTED-COUNT
               MOVE CNS-ROWS(IX-CNS) TO WS-ROWS-EDIT
               MOVE SPACES TO AUDIT-LINE
               STRING WS-TODAY-DATE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-NOW-TIME(1:6) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-ENV-REQUESTER DELIMITED BY SPACE
                      ",SAR-EXPORT," DELIMITED BY SIZE
                      WS-ENV-CUSTOMER DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      CNS-NAME(IX-CNS) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROWS-EDIT) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-EXPORT-NAME DELIMITED BY SPACE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-PERFORM

           CLOSE AUDIT-FILE
           .

       END PROGRAM SUBJECT-ACCESS.
