      ******************************************************************
      * CUSTOMER-ANONYMISE: Anonimiza a los antiguos clientes
      *
      * RETENTION-PURGE archiva la historia de las cuentas cerradas,
      * pero el nombre, la direccion, el telefono y el documento del
      * cliente seguian para siempre en customers.csv, en los
      * beneficiarios, en las cartas y en los cribados. Este trabajo
      * anual busca a los clientes que:
      *   - tienen cuentas vinculadas en customer-accounts.csv y
      *     todas estan cerradas (closed-accounts.csv) o ya purgadas
      *     (purge-manifest.csv), la ultima desde antes del limite
      *     de MINIBANK_ANON_RETENTION_DAYS dias (3650 por defecto);
      *   - no tienen prestamos vivos (loans.csv que no esten en
      *     PAID, SETTLED, WRITEOFF o CLOSED) ni depositos ACTIVE
      *     (term-deposits.csv) ni planes de ahorro ACTIVE o
      *     SUSPENDED (recurring-deposits.csv);
      *   - no tienen ordenes judiciales ni disputas en OPEN.
      * Un cliente sin cuentas vinculadas no se toca (no se puede
      * acreditar su antiguedad) y uno ya anonimizado tampoco.
      *
      * Sus datos personales pasan a la ficha ANON-<cliente>:
      *   - customers.csv: nombre, direccion, telefono y documento
      *     toman la ficha; nacimiento, tutor y motivo de correo
      *     devuelto se vacian
      *   - customer-contact.csv: movil y email
      *   - beneficiaries.csv: nombre corto del beneficiario
      *   - screening-log.csv: nombre y documento cribados
      *   - notify-dispatch.csv: destino del aviso
      *   - maintenance-audit.csv: valores anterior y nuevo de los
      *     cambios de ficha del cliente (NOMBRE, DIRECCION,
      *     TELEFONO, DOCUMENTO, NACIMIENTO, TUTOR, CORREO-DEVUELTO,
      *     CANAL-AVISOS)
      * y en el resto de ficheros .csv y .txt de data/ y de sus
      * archivos (cartas, extractos, informes, salidas al gateway,
      * data/archive/...) se sustituyen nombre, documento, movil y
      * email donde aparezcan como palabra completa; telefono y
      * direccion solo en los documentos propios del cliente (los
      * que llevan en el nombre el cliente o una de sus cuentas).
      * Importes, fechas, cuentas y referencias no se tocan: la
      * historia financiera queda completa. Un fichero solo se
      * reescribe si algo cambia. Las copias de data/backup caducan
      * solas con la retencion de BACKUP.
      *
      * El manifiesto data/anonymisation-manifest.csv acredita lo
      * hecho:
      *   fecha,cliente,ficha,ultimo-cierre,fichero,campos
      * una fila por cliente y fichero tocado y una TOTAL por
      * cliente; cada cliente deja ademas su fila ANONIMIZAR en
      * maintenance-audit.csv.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ANONYMISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT NEW-FILE ASSIGN TO DYNAMIC WS-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT LIST-FILE ASSIGN TO "data/anonymise-files.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO
               "data/anonymisation-manifest.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "data/maintenance-audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  SRC-LINE              PIC X(1000).
       FD  NEW-FILE.
       01  NEW-LINE              PIC X(1000).
       FD  LIST-FILE.
       01  LIST-LINE             PIC X(120).
       FD  MANIFEST-FILE.
       01  MANIFEST-LINE         PIC X(200).
       FD  AUDIT-FILE.
       01  AUDIT-LINE            PIC X(250).

       WORKING-STORAGE SECTION.

       77  WS-SRC-STATUS         PIC XX.
       77  WS-NEW-STATUS         PIC XX.
       77  WS-LIST-STATUS        PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-AUDIT-STATUS       PIC XX.
       77  WS-SRC-PATH           PIC X(120).
       77  WS-NEW-PATH           PIC X(120).
       77  WS-FILE-NAME          PIC X(120).
       77  WS-COMMAND            PIC X(300).
       77  WS-RC                 PIC S9(9) COMP VALUE 0.

       77  WS-ENV-RETENTION      PIC X(6) VALUE SPACES.
       77  WS-RETENTION-DAYS     PIC 9(5) VALUE 3650.
       77  WS-TODAY-YYYYMMDD     PIC 9(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-TODAY-INTEGER      PIC S9(9) COMP.
       77  WS-CUTOFF-INTEGER     PIC S9(9) COMP.
       77  WS-CUTOFF-YYYYMMDD    PIC 9(8).
       77  WS-CUTOFF-DATE        PIC X(10).
       77  WS-NOW-TIME           PIC X(8).

      * Vinculos cliente-cuenta
       77  WS-MAX-LINKS          PIC 9(4) COMP VALUE 5000.
       77  WS-LINK-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 5000 TIMES INDEXED BY IX-LNK.
               10  LNK-CUST          PIC X(10).
               10  LNK-ACCT          PIC X(30).

      * Cuentas cerradas o purgadas con su fecha de cierre
       77  WS-MAX-CLOSED         PIC 9(4) COMP VALUE 5000.
       77  WS-CLOSED-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-ENTRY OCCURS 5000 TIMES INDEXED BY IX-CLS.
               10  CLS-ACCT          PIC X(30).
               10  CLS-DATE          PIC X(10).

      * Cuentas con prestamo, deposito, orden o disputa vivos
       77  WS-MAX-BLOCKED        PIC 9(4) COMP VALUE 2000.
       77  WS-BLOCKED-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-BLOCKED-TABLE.
           05  BLK-ACCT OCCURS 2000 TIMES INDEXED BY IX-BLK
                   PIC X(30).

      * Clientes a anonimizar
       77  WS-MAX-ANON           PIC 9(4) COMP VALUE 500.
       77  WS-ANON-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-ANON-TABLE.
           05  WS-ANON-ENTRY OCCURS 500 TIMES INDEXED BY IX-ANO.
               10  ANO-CUST          PIC X(10).
               10  ANO-TOKEN         PIC X(20).
               10  ANO-LAST-CLOSE    PIC X(10).
               10  ANO-NAME          PIC X(100).
               10  ANO-ADDRESS       PIC X(100).
               10  ANO-PHONE         PIC X(100).
               10  ANO-DOC           PIC X(100).
               10  ANO-MOBILE        PIC X(100).
               10  ANO-EMAIL         PIC X(100).
               10  ANO-OWN-FILE      PIC X.
               10  ANO-FILE-HITS     PIC 9(7).
               10  ANO-TOTAL-HITS    PIC 9(7).

      * Evaluacion del cliente en curso
       77  WS-CAND-CUST          PIC X(10).
       77  WS-CAND-LINKS         PIC 9(4) COMP.
       77  WS-CAND-OPEN          PIC X.
       77  WS-CAND-BLOCKED       PIC X.
       77  WS-CAND-LAST-CLOSE    PIC X(10).
       77  WS-CAND-SKIPPED       PIC 9(5) VALUE 0.
       77  WS-LOOKUP-ID          PIC X(30).
       77  WS-LOOKUP-FOUND       PIC X.
       77  WS-LOOKUP-DATE        PIC X(10).
       77  WS-ANON-FOUND         PIC X.
       77  WS-ANON-INDEX         PIC 9(4) COMP.

      * Fila partida en columnas y vuelta a unir
       01  WS-COLUMNS.
           05  WS-COL OCCURS 16 TIMES PIC X(100).
       77  WS-COL-COUNT          PIC 9(4) COMP.
       77  WS-COL-IX             PIC 9(4) COMP.
       77  WS-COL-LEN            PIC 9(4) COMP.
       77  WS-OUT-LINE           PIC X(1000).
       77  WS-OUT-PTR            PIC 9(4) COMP.
       77  WS-UP-COL             PIC X(100).
       77  WS-UP-NAME            PIC X(100).

      * Tipo de fichero en curso
       77  WS-FILE-KIND          PIC XX.
       77  WS-FILE-CHANGED       PIC 9(7).
       77  WS-FILES-CHANGED      PIC 9(5) VALUE 0.
       77  WS-FILES-SCANNED      PIC 9(5) VALUE 0.

      * Sustitucion de un valor por la ficha dentro de una linea
       77  WS-LINE-LEN           PIC 9(4) COMP.
       77  WS-UP-LINE            PIC X(1000).
       77  WS-NEW-TEXT           PIC X(1000).
       77  WS-NEW-PTR            PIC 9(4) COMP.
       77  WS-SCRUB-VAL          PIC X(100).
       77  WS-UP-VAL             PIC X(100).
       77  WS-VAL-LEN            PIC 9(4) COMP.
       77  WS-TOKEN-LEN          PIC 9(4) COMP.
       77  WS-VAL-TALLY          PIC 9(4) COMP.
       77  WS-POS                PIC 9(4) COMP.
       77  WS-EDGE               PIC X.
       77  WS-EDGE-OK            PIC X.
       77  WS-HIT                PIC X.
       77  WS-LINE-HITS          PIC 9(5).
       77  WS-MIN-SCRUB-LEN      PIC 9(4) COMP VALUE 5.

       77  WS-HITS-EDIT          PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM READ-CONFIG
           PERFORM LOAD-LINKS
           PERFORM LOAD-CLOSED-ACCOUNTS
           PERFORM LOAD-BLOCKED-ACCOUNTS
           PERFORM SELECT-CANDIDATES

           IF WS-ANON-COUNT = 0
               DISPLAY "Sin antiguos clientes fuera del periodo de "
                   "retencion"
               GOBACK
           END-IF

           PERFORM LOAD-CONTACT-DETAILS

           MOVE "customers.csv" TO WS-FILE-NAME
           MOVE "CU" TO WS-FILE-KIND
           PERFORM ANONYMISE-FILE
           MOVE "customer-contact.csv" TO WS-FILE-NAME
           MOVE "CT" TO WS-FILE-KIND
           PERFORM ANONYMISE-FILE
           MOVE "beneficiaries.csv" TO WS-FILE-NAME
           MOVE "BE" TO WS-FILE-KIND
           PERFORM ANONYMISE-FILE
           MOVE "screening-log.csv" TO WS-FILE-NAME
           MOVE "SC" TO WS-FILE-KIND
           PERFORM ANONYMISE-FILE
           MOVE "notify-dispatch.csv" TO WS-FILE-NAME
           MOVE "ND" TO WS-FILE-KIND
           PERFORM ANONYMISE-FILE
           MOVE "maintenance-audit.csv" TO WS-FILE-NAME
           MOVE "MA" TO WS-FILE-KIND
           PERFORM ANONYMISE-FILE

           PERFORM SCRUB-OTHER-FILES

           PERFORM WRITE-MANIFEST-TOTALS
           PERFORM APPEND-AUDIT-ENTRIES

           DISPLAY "Clientes anonimizados: " WS-ANON-COUNT
           DISPLAY "Clientes sin cuentas vinculadas (no se tocan): "
               WS-CAND-SKIPPED
           DISPLAY "Ficheros revisados: " WS-FILES-SCANNED
               "  reescritos: " WS-FILES-CHANGED
           GOBACK
           .

       READ-CONFIG.
           ACCEPT WS-ENV-RETENTION
               FROM ENVIRONMENT "MINIBANK_ANON_RETENTION_DAYS"
           IF WS-ENV-RETENTION NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-RETENTION) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-RETENTION)
                   TO WS-RETENTION-DAYS
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-RETENTION-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
               TO WS-CUTOFF-YYYYMMDD
           STRING WS-CUTOFF-YYYYMMDD(1:4) "-"
                  WS-CUTOFF-YYYYMMDD(5:2) "-"
                  WS-CUTOFF-YYYYMMDD(7:2)
               INTO WS-CUTOFF-DATE
           END-STRING
           .

      * ----------------------------------------------------------------
      * LOAD-LINKS - Vinculos de customer-accounts.csv
      * ----------------------------------------------------------------
       LOAD-LINKS.
           MOVE "data/customer-accounts.csv" TO WS-SRC-PATH
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SRC-STATUS NOT = "00"
               READ SOURCE-FILE
               IF WS-SRC-STATUS = "00"
                   AND WS-LINK-COUNT < WS-MAX-LINKS
                   PERFORM SPLIT-COLUMNS
                   IF WS-COL(1) NOT = SPACES
                       ADD 1 TO WS-LINK-COUNT
                       MOVE WS-COL(1) TO LNK-CUST(WS-LINK-COUNT)
                       MOVE WS-COL(2) TO LNK-ACCT(WS-LINK-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE SOURCE-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-CLOSED-ACCOUNTS - Cierres de closed-accounts.csv y de
      * las cuentas ya purgadas (purge-manifest.csv)
      * ----------------------------------------------------------------
       LOAD-CLOSED-ACCOUNTS.
           MOVE "data/closed-accounts.csv" TO WS-SRC-PATH
           PERFORM LOAD-CLOSED-FILE
           MOVE "data/purge-manifest.csv" TO WS-SRC-PATH
           PERFORM LOAD-CLOSED-FILE
           .

       LOAD-CLOSED-FILE.
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SRC-STATUS NOT = "00"
               READ SOURCE-FILE
               IF WS-SRC-STATUS = "00"
                   AND WS-CLOSED-COUNT < WS-MAX-CLOSED
                   PERFORM SPLIT-COLUMNS
                   IF WS-COL(1) NOT = SPACES
                       ADD 1 TO WS-CLOSED-COUNT
                       MOVE WS-COL(1) TO CLS-ACCT(WS-CLOSED-COUNT)
                       MOVE WS-COL(2) TO CLS-DATE(WS-CLOSED-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE SOURCE-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-BLOCKED-ACCOUNTS - Cuentas que aun tienen un prestamo,
      * un deposito, un plan de ahorro, una orden judicial o una
      * disputa vivos
      * ----------------------------------------------------------------
       LOAD-BLOCKED-ACCOUNTS.
           MOVE "data/loans.csv" TO WS-SRC-PATH
           MOVE "LO" TO WS-FILE-KIND
           PERFORM LOAD-BLOCKED-FILE
           MOVE "data/term-deposits.csv" TO WS-SRC-PATH
           MOVE "TD" TO WS-FILE-KIND
           PERFORM LOAD-BLOCKED-FILE
           MOVE "data/recurring-deposits.csv" TO WS-SRC-PATH
           MOVE "RD" TO WS-FILE-KIND
           PERFORM LOAD-BLOCKED-FILE
           MOVE "data/legal-orders.csv" TO WS-SRC-PATH
           MOVE "LG" TO WS-FILE-KIND
           PERFORM LOAD-BLOCKED-FILE
           MOVE "data/disputes.csv" TO WS-SRC-PATH
           MOVE "DI" TO WS-FILE-KIND
           PERFORM LOAD-BLOCKED-FILE
           .

       LOAD-BLOCKED-FILE.
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SRC-STATUS NOT = "00"
               READ SOURCE-FILE
               IF WS-SRC-STATUS = "00"
                   PERFORM SPLIT-COLUMNS
                   MOVE SPACES TO WS-LOOKUP-ID
                   EVALUATE WS-FILE-KIND
                       WHEN "LO"
                           IF WS-COL(8) NOT = "PAID"
                               AND WS-COL(8) NOT = "SETTLED"
                               AND WS-COL(8) NOT = "WRITTENOFF"
                               AND WS-COL(8) NOT = "CLOSED"
                               MOVE WS-COL(2) TO WS-LOOKUP-ID
                           END-IF
                       WHEN "TD"
                           IF WS-COL(8) = "ACTIVE"
                               OR WS-COL(8) = SPACES
                               MOVE WS-COL(2) TO WS-LOOKUP-ID
                           END-IF
                       WHEN "RD"
                           IF WS-COL(15) = "ACTIVE"
                               OR WS-COL(15) = "SUSPENDED"
                               OR WS-COL(15) = SPACES
                               MOVE WS-COL(2) TO WS-LOOKUP-ID
                           END-IF
                       WHEN "LG"
                           IF WS-COL(8) = "OPEN"
                               MOVE WS-COL(2) TO WS-LOOKUP-ID
                           END-IF
                       WHEN "DI"
                           IF WS-COL(5) = "OPEN"
                               MOVE WS-COL(3) TO WS-LOOKUP-ID
                           END-IF
                   END-EVALUATE
                   IF WS-LOOKUP-ID NOT = SPACES
                       AND WS-BLOCKED-COUNT < WS-MAX-BLOCKED
                       ADD 1 TO WS-BLOCKED-COUNT
                       MOVE WS-LOOKUP-ID TO BLK-ACCT(WS-BLOCKED-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE SOURCE-FILE
           .

      * ----------------------------------------------------------------
      * SELECT-CANDIDATES - Recorre el CIF y se queda con los
      * antiguos clientes que cumplen todas las condiciones
      * ----------------------------------------------------------------
       SELECT-CANDIDATES.
           MOVE "data/customers.csv" TO WS-SRC-PATH
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SRC-STATUS NOT = "00"
               READ SOURCE-FILE
               IF WS-SRC-STATUS = "00"
                   PERFORM SPLIT-COLUMNS
                   IF WS-COL(1) NOT = SPACES
                       AND WS-COL(2)(1:5) NOT = "ANON-"
                       PERFORM EVALUATE-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE SOURCE-FILE
           .

       EVALUATE-CANDIDATE.
           MOVE WS-COL(1) TO WS-CAND-CUST
           MOVE 0 TO WS-CAND-LINKS
           MOVE "N" TO WS-CAND-OPEN
           MOVE "N" TO WS-CAND-BLOCKED
           MOVE SPACES TO WS-CAND-LAST-CLOSE

           PERFORM VARYING IX-LNK FROM 1 BY 1
               UNTIL IX-LNK > WS-LINK-COUNT
               IF LNK-CUST(IX-LNK) = WS-CAND-CUST
                   ADD 1 TO WS-CAND-LINKS
                   PERFORM CHECK-LINKED-ACCOUNT
               END-IF
           END-PERFORM

           IF WS-CAND-LINKS = 0
               ADD 1 TO WS-CAND-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-CAND-OPEN = "Y" OR WS-CAND-BLOCKED = "Y"
               OR WS-CAND-LAST-CLOSE > WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-ANON-COUNT >= WS-MAX-ANON
               DISPLAY "Aviso: tope de clientes por ejecucion, queda "
                   "para la siguiente: " WS-CAND-CUST
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ANON-COUNT
           SET IX-ANO TO WS-ANON-COUNT
           INITIALIZE WS-ANON-ENTRY(IX-ANO)
           MOVE WS-CAND-CUST TO ANO-CUST(IX-ANO)
           STRING "ANON-" DELIMITED BY SIZE
                  WS-CAND-CUST DELIMITED BY SPACE
               INTO ANO-TOKEN(IX-ANO)
           END-STRING
           MOVE WS-CAND-LAST-CLOSE TO ANO-LAST-CLOSE(IX-ANO)
           MOVE WS-COL(2) TO ANO-NAME(IX-ANO)
           MOVE WS-COL(3) TO ANO-ADDRESS(IX-ANO)
           MOVE WS-COL(4) TO ANO-PHONE(IX-ANO)
           MOVE WS-COL(5) TO ANO-DOC(IX-ANO)
           .

      * Una cuenta sin cierre anotado sigue abierta; el cierre mas
      * reciente es el que cuenta para el plazo
       CHECK-LINKED-ACCOUNT.
           MOVE "N" TO WS-LOOKUP-FOUND
           PERFORM VARYING IX-CLS FROM 1 BY 1
               UNTIL IX-CLS > WS-CLOSED-COUNT
               IF CLS-ACCT(IX-CLS) = LNK-ACCT(IX-LNK)
                   AND CLS-DATE(IX-CLS) NOT = SPACES
                   MOVE "Y" TO WS-LOOKUP-FOUND
                   IF CLS-DATE(IX-CLS) > WS-CAND-LAST-CLOSE
                       MOVE CLS-DATE(IX-CLS) TO WS-CAND-LAST-CLOSE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LOOKUP-FOUND = "N"
               MOVE "Y" TO WS-CAND-OPEN
           END-IF

           PERFORM VARYING IX-BLK FROM 1 BY 1
               UNTIL IX-BLK > WS-BLOCKED-COUNT
               IF BLK-ACCT(IX-BLK) = LNK-ACCT(IX-LNK)
                   MOVE "Y" TO WS-CAND-BLOCKED
               END-IF
           END-PERFORM
           .

      * Movil y email del canal de avisos, para buscarlos en las
      * salidas al gateway antes de que desaparezcan del maestro
       LOAD-CONTACT-DETAILS.
           MOVE "data/customer-contact.csv" TO WS-SRC-PATH
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SRC-STATUS NOT = "00"
               READ SOURCE-FILE
               IF WS-SRC-STATUS = "00"
                   PERFORM SPLIT-COLUMNS
                   MOVE WS-COL(1) TO WS-LOOKUP-ID
                   PERFORM FIND-ANON-CUSTOMER
                   IF WS-ANON-FOUND = "Y"
                       MOVE WS-COL(3) TO ANO-MOBILE(WS-ANON-INDEX)
                       MOVE WS-COL(4) TO ANO-EMAIL(WS-ANON-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE SOURCE-FILE
           .

       FIND-ANON-CUSTOMER.
           MOVE "N" TO WS-ANON-FOUND
           MOVE 0 TO WS-ANON-INDEX
           PERFORM VARYING IX-ANO FROM 1 BY 1
               UNTIL IX-ANO > WS-ANON-COUNT OR WS-ANON-FOUND = "Y"
               IF ANO-CUST(IX-ANO) = WS-LOOKUP-ID
                   MOVE "Y" TO WS-ANON-FOUND
                   SET WS-ANON-INDEX TO IX-ANO
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * ANONYMISE-FILE - Reescribe data/<WS-FILE-NAME> por .new si
      * alguna fila cambia y anota en el manifiesto los campos
      * sustituidos de cada cliente
      * ----------------------------------------------------------------
       ANONYMISE-FILE.
           MOVE SPACES TO WS-SRC-PATH
           STRING "data/" DELIMITED BY SIZE
                  WS-FILE-NAME DELIMITED BY SPACE
               INTO WS-SRC-PATH
           END-STRING
           MOVE SPACES TO WS-NEW-PATH
           STRING WS-SRC-PATH DELIMITED BY SPACE
                  ".new" DELIMITED BY SIZE
               INTO WS-NEW-PATH
           END-STRING

           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-FILE
           IF WS-NEW-STATUS NOT = "00"
               CLOSE SOURCE-FILE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FILES-SCANNED
           MOVE 0 TO WS-FILE-CHANGED
           PERFORM VARYING IX-ANO FROM 1 BY 1
               UNTIL IX-ANO > WS-ANON-COUNT
               MOVE 0 TO ANO-FILE-HITS(IX-ANO)
               PERFORM FLAG-OWN-FILE
           END-PERFORM

           PERFORM UNTIL WS-SRC-STATUS NOT = "00"
               READ SOURCE-FILE
               IF WS-SRC-STATUS = "00"
                   MOVE SRC-LINE TO WS-OUT-LINE
                   EVALUATE WS-FILE-KIND
                       WHEN "GN"
                           PERFORM SCRUB-LINE
                       WHEN OTHER
                           PERFORM ANONYMISE-COLUMNS
                   END-EVALUATE
                   WRITE NEW-LINE FROM WS-OUT-LINE
               END-IF
           END-PERFORM

           CLOSE SOURCE-FILE
           CLOSE NEW-FILE

           MOVE SPACES TO WS-COMMAND
           IF WS-FILE-CHANGED > 0
               ADD 1 TO WS-FILES-CHANGED
               STRING "mv " DELIMITED BY SIZE
                      WS-NEW-PATH DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-SRC-PATH DELIMITED BY SPACE
                   INTO WS-COMMAND
               END-STRING
               PERFORM WRITE-MANIFEST-FILE-ROWS
           ELSE
               STRING "rm -f " DELIMITED BY SIZE
                      WS-NEW-PATH DELIMITED BY SPACE
                   INTO WS-COMMAND
               END-STRING
           END-IF
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           .

      * Documento propio del cliente: su numero o el de una de sus
      * cuentas entre guiones en el nombre del fichero
       FLAG-OWN-FILE.
           MOVE "N" TO ANO-OWN-FILE(IX-ANO)
           IF WS-FILE-KIND NOT = "GN"
               EXIT PARAGRAPH
           END-IF

           MOVE ANO-CUST(IX-ANO) TO WS-LOOKUP-ID
           PERFORM CHECK-OWN-FILE-NAME
           PERFORM VARYING IX-LNK FROM 1 BY 1
               UNTIL IX-LNK > WS-LINK-COUNT
               OR ANO-OWN-FILE(IX-ANO) = "Y"
               IF LNK-CUST(IX-LNK) = ANO-CUST(IX-ANO)
                   MOVE LNK-ACCT(IX-LNK) TO WS-LOOKUP-ID
                   PERFORM CHECK-OWN-FILE-NAME
               END-IF
           END-PERFORM
           .

       CHECK-OWN-FILE-NAME.
           IF WS-LOOKUP-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCRUB-VAL
           STRING "-" DELIMITED BY SIZE
                  WS-LOOKUP-ID DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
               INTO WS-SCRUB-VAL
           END-STRING
           COMPUTE WS-VAL-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-SCRUB-VAL TRAILING))
           MOVE 0 TO WS-VAL-TALLY
           INSPECT WS-FILE-NAME TALLYING WS-VAL-TALLY
               FOR ALL WS-SCRUB-VAL(1:WS-VAL-LEN)
           IF WS-VAL-TALLY > 0
               MOVE "Y" TO ANO-OWN-FILE(IX-ANO)
           END-IF
           .

      * ----------------------------------------------------------------
      * ANONYMISE-COLUMNS - Sustituye por la ficha los campos
      * personales del maestro en curso
      * ----------------------------------------------------------------
       ANONYMISE-COLUMNS.
           PERFORM SPLIT-COLUMNS
           MOVE 0 TO WS-LINE-HITS
           MOVE "N" TO WS-ANON-FOUND

           EVALUATE WS-FILE-KIND
               WHEN "CU"
                   MOVE WS-COL(1) TO WS-LOOKUP-ID
                   PERFORM FIND-ANON-CUSTOMER
                   IF WS-ANON-FOUND = "Y"
                       PERFORM TOKENISE-COLUMN-2-TO-5
                       MOVE 10 TO WS-COL-IX
                       PERFORM CLEAR-COLUMN
                       MOVE 11 TO WS-COL-IX
                       PERFORM CLEAR-COLUMN
                       MOVE 13 TO WS-COL-IX
                       PERFORM CLEAR-COLUMN
                   END-IF
               WHEN "CT"
                   MOVE WS-COL(1) TO WS-LOOKUP-ID
                   PERFORM FIND-ANON-CUSTOMER
                   IF WS-ANON-FOUND = "Y"
                       MOVE 3 TO WS-COL-IX
                       PERFORM TOKENISE-COLUMN
                       MOVE 4 TO WS-COL-IX
                       PERFORM TOKENISE-COLUMN
                   END-IF
               WHEN "BE"
                   MOVE WS-COL(1) TO WS-LOOKUP-ID
                   PERFORM FIND-ANON-CUSTOMER
                   IF WS-ANON-FOUND = "Y"
                       MOVE 2 TO WS-COL-IX
                       PERFORM TOKENISE-COLUMN
                   END-IF
               WHEN "ND"
                   MOVE WS-COL(2) TO WS-LOOKUP-ID
                   PERFORM FIND-ANON-CUSTOMER
                   IF WS-ANON-FOUND = "Y"
                       MOVE 10 TO WS-COL-IX
                       PERFORM TOKENISE-COLUMN
                   END-IF
               WHEN "SC"
                   PERFORM FIND-SCREENED-CUSTOMER
                   IF WS-ANON-FOUND = "Y"
                       MOVE 4 TO WS-COL-IX
                       PERFORM TOKENISE-COLUMN
                       MOVE 5 TO WS-COL-IX
                       PERFORM TOKENISE-COLUMN
                   END-IF
               WHEN "MA"
                   MOVE WS-COL(5) TO WS-LOOKUP-ID
                   PERFORM FIND-ANON-CUSTOMER
                   IF WS-ANON-FOUND = "Y"
                       AND (WS-COL(6) = "NOMBRE"
                           OR WS-COL(6) = "DIRECCION"
                           OR WS-COL(6) = "TELEFONO"
                           OR WS-COL(6) = "DOCUMENTO"
                           OR WS-COL(6) = "NACIMIENTO"
                           OR WS-COL(6) = "TUTOR"
                           OR WS-COL(6) = "CORREO-DEVUELTO"
                           OR WS-COL(6) = "CANAL-AVISOS")
                       MOVE 7 TO WS-COL-IX
                       PERFORM TOKENISE-COLUMN
                       MOVE 8 TO WS-COL-IX
                       PERFORM TOKENISE-COLUMN
                   END-IF
           END-EVALUATE

           IF WS-LINE-HITS > 0
               PERFORM JOIN-COLUMNS
               ADD WS-LINE-HITS TO ANO-FILE-HITS(WS-ANON-INDEX)
               ADD WS-LINE-HITS TO WS-FILE-CHANGED
           END-IF

      *    Fuera de los cambios de ficha, el historial de cambios se
      *    revisa como texto libre
           IF WS-FILE-KIND = "MA" AND WS-LINE-HITS = 0
               PERFORM SCRUB-LINE
           END-IF
           .

       TOKENISE-COLUMN-2-TO-5.
           PERFORM VARYING WS-COL-IX FROM 2 BY 1 UNTIL WS-COL-IX > 5
               PERFORM TOKENISE-COLUMN
           END-PERFORM
           .

       TOKENISE-COLUMN.
           IF WS-COL-IX <= WS-COL-COUNT
               AND WS-COL(WS-COL-IX) NOT = SPACES
               AND WS-COL(WS-COL-IX) NOT = ANO-TOKEN(WS-ANON-INDEX)
               MOVE ANO-TOKEN(WS-ANON-INDEX) TO WS-COL(WS-COL-IX)
               ADD 1 TO WS-LINE-HITS
           END-IF
           .

       CLEAR-COLUMN.
           IF WS-COL-IX <= WS-COL-COUNT
               AND WS-COL(WS-COL-IX) NOT = SPACES
               MOVE SPACES TO WS-COL(WS-COL-IX)
               ADD 1 TO WS-LINE-HITS
           END-IF
           .

      * Cribado del cliente: por documento o por nombre completo
       FIND-SCREENED-CUSTOMER.
           MOVE "N" TO WS-ANON-FOUND
           MOVE FUNCTION UPPER-CASE(WS-COL(4)) TO WS-UP-COL
           PERFORM VARYING IX-ANO FROM 1 BY 1
               UNTIL IX-ANO > WS-ANON-COUNT OR WS-ANON-FOUND = "Y"
               MOVE FUNCTION UPPER-CASE(ANO-NAME(IX-ANO))
                   TO WS-UP-NAME
               IF (WS-COL(5) NOT = SPACES
                       AND WS-COL(5) = ANO-DOC(IX-ANO))
                   OR (WS-UP-COL NOT = SPACES
                       AND WS-UP-COL = WS-UP-NAME)
                   MOVE "Y" TO WS-ANON-FOUND
                   SET WS-ANON-INDEX TO IX-ANO
               END-IF
           END-PERFORM
           .

       SPLIT-COLUMNS.
           MOVE SPACES TO WS-COLUMNS
           MOVE 0 TO WS-COL-COUNT
           UNSTRING SRC-LINE DELIMITED BY ","
               INTO WS-COL(1) WS-COL(2) WS-COL(3) WS-COL(4)
                    WS-COL(5) WS-COL(6) WS-COL(7) WS-COL(8)
                    WS-COL(9) WS-COL(10) WS-COL(11) WS-COL(12)
                    WS-COL(13) WS-COL(14) WS-COL(15) WS-COL(16)
               TALLYING IN WS-COL-COUNT
           END-UNSTRING
           .

      * Vuelve a unir las columnas con el mismo numero de campos
      * que traia la fila
       JOIN-COLUMNS.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > WS-COL-COUNT
               IF WS-COL-IX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
               COMPUTE WS-COL-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-COL(WS-COL-IX) TRAILING))
               IF WS-COL-LEN > 0
                   STRING WS-COL(WS-COL-IX)(1:WS-COL-LEN)
                           DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * SCRUB-OTHER-FILES - Resto de ficheros .csv y .txt de data/ y
      * de sus archivos, sin las copias de data/backup
      * ----------------------------------------------------------------
       SCRUB-OTHER-FILES.
           MOVE SPACES TO WS-COMMAND
           STRING "find data -maxdepth 2 -type f " DELIMITED BY SIZE
                  "\( -name '*.csv' -o -name '*.txt' \) "
                      DELIMITED BY SIZE
                  "-not -path 'data/backup/*' "
                      DELIMITED BY SIZE
                  "> data/anonymise-files.tmp 2>/dev/null"
                      DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC

           MOVE "GN" TO WS-FILE-KIND
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LIST-STATUS NOT = "00"
               READ LIST-FILE
               IF WS-LIST-STATUS = "00"
                   AND LIST-LINE(1:5) = "data/"
                   MOVE LIST-LINE(6:) TO WS-FILE-NAME
                   IF WS-FILE-NAME NOT = "customers.csv"
                       AND WS-FILE-NAME NOT = "customer-contact.csv"
                       AND WS-FILE-NAME NOT = "beneficiaries.csv"
                       AND WS-FILE-NAME NOT = "screening-log.csv"
                       AND WS-FILE-NAME NOT = "notify-dispatch.csv"
                       AND WS-FILE-NAME NOT = "maintenance-audit.csv"
                       AND WS-FILE-NAME NOT =
                           "anonymisation-manifest.csv"
                       PERFORM ANONYMISE-FILE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LIST-FILE
           MOVE "rm -f data/anonymise-files.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           .

      * ----------------------------------------------------------------
      * SCRUB-LINE - Busca en WS-OUT-LINE los datos de cada cliente
      * a anonimizar y los sustituye por su ficha
      * ----------------------------------------------------------------
       SCRUB-LINE.
           COMPUTE WS-LINE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-OUT-LINE TRAILING))
           IF WS-LINE-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-OUT-LINE) TO WS-UP-LINE

           PERFORM VARYING IX-ANO FROM 1 BY 1
               UNTIL IX-ANO > WS-ANON-COUNT
               MOVE 0 TO WS-LINE-HITS
               MOVE ANO-NAME(IX-ANO) TO WS-SCRUB-VAL
               PERFORM SCRUB-VALUE
               MOVE ANO-DOC(IX-ANO) TO WS-SCRUB-VAL
               PERFORM SCRUB-VALUE
               MOVE ANO-MOBILE(IX-ANO) TO WS-SCRUB-VAL
               PERFORM SCRUB-VALUE
               MOVE ANO-EMAIL(IX-ANO) TO WS-SCRUB-VAL
               PERFORM SCRUB-VALUE
               IF ANO-OWN-FILE(IX-ANO) = "Y"
                   MOVE ANO-PHONE(IX-ANO) TO WS-SCRUB-VAL
                   PERFORM SCRUB-VALUE
                   MOVE ANO-ADDRESS(IX-ANO) TO WS-SCRUB-VAL
                   PERFORM SCRUB-VALUE
               END-IF
               ADD WS-LINE-HITS TO ANO-FILE-HITS(IX-ANO)
               ADD WS-LINE-HITS TO WS-FILE-CHANGED
           END-PERFORM
           .

      * Solo cuenta como aparicion la palabra completa (sin letra ni
      * digito pegados a un lado u otro), sin distinguir mayusculas
       SCRUB-VALUE.
           COMPUTE WS-VAL-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-SCRUB-VAL TRAILING))
           IF WS-VAL-LEN < WS-MIN-SCRUB-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-SCRUB-VAL) TO WS-UP-VAL
           MOVE 0 TO WS-VAL-TALLY
           INSPECT WS-UP-LINE(1:WS-LINE-LEN) TALLYING WS-VAL-TALLY
               FOR ALL WS-UP-VAL(1:WS-VAL-LEN)
           IF WS-VAL-TALLY = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TOKEN-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(ANO-TOKEN(IX-ANO) TRAILING))
           MOVE SPACES TO WS-NEW-TEXT
           MOVE 1 TO WS-NEW-PTR
           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > WS-LINE-LEN
               MOVE "N" TO WS-HIT
               IF WS-POS + WS-VAL-LEN - 1 <= WS-LINE-LEN
                   AND WS-UP-LINE(WS-POS:WS-VAL-LEN)
                       = WS-UP-VAL(1:WS-VAL-LEN)
                   PERFORM CHECK-WORD-EDGES
                   MOVE WS-EDGE-OK TO WS-HIT
               END-IF
               IF WS-HIT = "Y"
                   STRING ANO-TOKEN(IX-ANO)(1:WS-TOKEN-LEN)
                           DELIMITED BY SIZE
                       INTO WS-NEW-TEXT WITH POINTER WS-NEW-PTR
                   END-STRING
                   ADD WS-VAL-LEN TO WS-POS
                   ADD 1 TO WS-LINE-HITS
               ELSE
                   STRING WS-OUT-LINE(WS-POS:1) DELIMITED BY SIZE
                       INTO WS-NEW-TEXT WITH POINTER WS-NEW-PTR
                   END-STRING
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM

           MOVE WS-NEW-TEXT TO WS-OUT-LINE
           COMPUTE WS-LINE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-OUT-LINE TRAILING))
           MOVE FUNCTION UPPER-CASE(WS-OUT-LINE) TO WS-UP-LINE
           .

       CHECK-WORD-EDGES.
           MOVE "Y" TO WS-EDGE-OK
           IF WS-POS > 1
               MOVE WS-UP-LINE(WS-POS - 1:1) TO WS-EDGE
               PERFORM CHECK-EDGE-CHAR
           END-IF
           IF WS-EDGE-OK = "Y"
               AND WS-POS + WS-VAL-LEN <= WS-LINE-LEN
               MOVE WS-UP-LINE(WS-POS + WS-VAL-LEN:1) TO WS-EDGE
               PERFORM CHECK-EDGE-CHAR
           END-IF
           .

       CHECK-EDGE-CHAR.
           IF (WS-EDGE >= "A" AND WS-EDGE <= "Z")
               OR (WS-EDGE >= "0" AND WS-EDGE <= "9")
               MOVE "N" TO WS-EDGE-OK
           END-IF
           .

      * ----------------------------------------------------------------
      * Manifiesto: fecha,cliente,ficha,ultimo-cierre,fichero,campos
      * ----------------------------------------------------------------
       WRITE-MANIFEST-FILE-ROWS.
           PERFORM OPEN-MANIFEST
           PERFORM VARYING IX-ANO FROM 1 BY 1
               UNTIL IX-ANO > WS-ANON-COUNT
               IF ANO-FILE-HITS(IX-ANO) > 0
                   ADD ANO-FILE-HITS(IX-ANO) TO ANO-TOTAL-HITS(IX-ANO)
                   MOVE ANO-FILE-HITS(IX-ANO) TO WS-HITS-EDIT
                   PERFORM WRITE-MANIFEST-LINE
               END-IF
           END-PERFORM
           CLOSE MANIFEST-FILE
           .

       WRITE-MANIFEST-TOTALS.
           PERFORM OPEN-MANIFEST
           MOVE "TOTAL" TO WS-FILE-NAME
           PERFORM VARYING IX-ANO FROM 1 BY 1
               UNTIL IX-ANO > WS-ANON-COUNT
               MOVE ANO-TOTAL-HITS(IX-ANO) TO WS-HITS-EDIT
               PERFORM WRITE-MANIFEST-LINE
           END-PERFORM
           CLOSE MANIFEST-FILE
           .

       OPEN-MANIFEST.
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "05" OR WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           .

       WRITE-MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ANO-CUST(IX-ANO) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ANO-TOKEN(IX-ANO) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  ANO-LAST-CLOSE(IX-ANO) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-FILE-NAME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HITS-EDIT) DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE
           .

      * Fila ANONIMIZAR de cada cliente en el historial de cambios,
      * con el formato de MBMAIN
       APPEND-AUDIT-ENTRIES.
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           PERFORM VARYING IX-ANO FROM 1 BY 1
               UNTIL IX-ANO > WS-ANON-COUNT
               MOVE SPACES TO AUDIT-LINE
               STRING WS-TODAY-DATE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-NOW-TIME(1:6) DELIMITED BY SIZE
                      ",BATCH,ANONIMIZAR," DELIMITED BY SIZE
                      ANO-CUST(IX-ANO) DELIMITED BY SPACE
                      ",DATOS-PERSONALES," DELIMITED BY SIZE
                      ANO-LAST-CLOSE(IX-ANO) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      ANO-TOKEN(IX-ANO) DELIMITED BY SPACE
                   INTO AUDIT-LINE
               END-STRING
               WRITE AUDIT-LINE
           END-PERFORM

           CLOSE AUDIT-FILE
           .

       END PROGRAM CUSTOMER-ANONYMISE.
