      ******************************************************************
      * REPORT-ARCHIVE: Archivo diario versionado de los informes
      *
      * Casi todos los informes nocturnos se sobrescriben cada noche
      * (reconcile-report.txt, exceptions-report.txt,
      * trial-balance-report.txt, integrity-report.txt,
      * morning-briefing.txt...), asi que lo que decia un informe
      * hace unas semanas se perdia. Este paso, el ultimo del
      * cierre, copia cada informe del catalogo al repositorio
      * fechado data/reports/AAAA-MM-DD/ (fecha de negocio cerrada
      * por DATE-ROLL) y lo anota en el indice
      * data/reports/report-index.csv:
      *
      *   report,business_date,bytes,job_step,file
      *
      * (tipo de informe, fecha de negocio, tamano en bytes, paso
      * del cierre que lo produce y ruta del archivado dentro del
      * directorio de datos). MBMAIN lo consulta (opcion 44).
      *
      * Solo se archivan los informes escritos durante esta
      * ejecucion del cierre: EOD-DRIVER deja la marca
      * data/eod-run-start.dat al arrancar y un informe mas antiguo
      * que ella (un informe mensual de otro dia, un trabajo que hoy
      * no ha corrido) no se vuelve a archivar. Sin marca, lanzado
      * a mano, se archivan todos los que existan. Repetirlo para la
      * misma fecha sustituye las copias y sus filas del indice.
      *
      * Retencion por tipo de informe: data/report-retention.csv
      * (report,days); los tipos que no figuran ahi se conservan
      * MINIBANK_REPORT_RETENTION dias (90 por defecto). Las copias
      * vencidas se borran y salen del indice.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO "data/report-archive.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT INDEX-FILE ASSIGN TO "data/reports/report-index.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT INDEX-NEW-FILE
               ASSIGN TO "data/reports/report-index.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETENTION-FILE ASSIGN TO "data/report-retention.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-STATUS.
           SELECT MARKER-FILE ASSIGN TO "data/eod-run-start.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT BUSDATE-LOG-FILE ASSIGN TO "data/business-date.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSLOG-STATUS.
           SELECT JOB-RUNS-FILE ASSIGN TO "data/job-runs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRUNS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-LINE             PIC X(120).
       FD  INDEX-FILE.
       01  INDEX-LINE            PIC X(150).
       FD  INDEX-NEW-FILE.
       01  INDEX-NEW-LINE        PIC X(150).
       FD  RETENTION-FILE.
       01  RETENTION-LINE        PIC X(80).
       FD  MARKER-FILE.
       01  MARKER-REC            PIC X(30).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  BUSDATE-LOG-FILE.
       01  BUSDATE-LOG-REC       PIC X(10).
       FD  JOB-RUNS-FILE.
       01  JOB-RUNS-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-LIST-STATUS        PIC XX.
       77  WS-INDEX-STATUS       PIC XX.
       77  WS-RETENTION-STATUS   PIC XX.
       77  WS-MARKER-STATUS      PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-BUSLOG-STATUS      PIC XX.
       77  WS-EOF                PIC X VALUE "N".

       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-BUSDATE-LINE       PIC X(10).
       77  WS-TODAY-NUM          PIC 9(8).
       77  WS-TODAY-INTEGER      PIC S9(9) COMP.
       77  WS-CUTOFF-INTEGER     PIC S9(9) COMP.
       77  WS-CUTOFF-YYYYMMDD    PIC 9(8).
       77  WS-CUTOFF-DATE        PIC X(10).

      * 'Y' si EOD-DRIVER dejo la marca de arranque del cierre
       77  WS-MARKER-PRESENT     PIC X VALUE "N".

       77  WS-REPORT-DIR         PIC X(40).
       77  WS-COMMAND            PIC X(400).
       77  WS-RC                 PIC S9(9) COMP VALUE 0.

      * Catalogo de informes del cierre: tipo, fichero (o patron,
      * para los que llevan el periodo en el nombre) y paso que lo
      * produce
       77  WS-RPT-MAX            PIC 9(2) COMP VALUE 0.
       01  WS-RPT-TABLE.
           05  WS-RPT-ENTRY OCCURS 30 TIMES INDEXED BY IX-RPT.
               10  RPT-TYPE          PIC X(20).
               10  RPT-PATTERN       PIC X(40).
               10  RPT-STEP          PIC X(20).
       77  WS-ADD-TYPE           PIC X(20).
       77  WS-ADD-PATTERN        PIC X(40).
       77  WS-ADD-STEP           PIC X(20).

      * Copias hechas en esta ejecucion
       77  WS-ARC-COUNT          PIC 9(3) COMP VALUE 0.
       77  WS-ARC-MAX            PIC 9(3) COMP VALUE 100.
       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY OCCURS 100 TIMES INDEXED BY IX-ARC.
               10  ARC-TYPE          PIC X(20).
               10  ARC-BYTES         PIC 9(9).
               10  ARC-STEP          PIC X(20).
               10  ARC-FILE          PIC X(80).

      * Retencion por tipo (data/report-retention.csv)
       77  WS-RET-COUNT          PIC 9(2) COMP VALUE 0.
       01  WS-RET-TABLE.
           05  WS-RET-ENTRY OCCURS 50 TIMES INDEXED BY IX-RET.
               10  RET-TYPE          PIC X(20).
               10  RET-DAYS          PIC 9(5).
       77  WS-ENV-RETENTION      PIC X(5) VALUE SPACES.
       77  WS-DEFAULT-DAYS       PIC 9(5) VALUE 90.
       77  WS-KEEP-DAYS          PIC 9(5).
       77  WS-RET-F1             PIC X(20).
       77  WS-RET-F2             PIC X(10).

      * Fila del listado de candidatos: ruta,bytes
       77  WS-LST-PATH           PIC X(80).
       77  WS-LST-BYTES          PIC X(15).
       77  WS-LST-NAME           PIC X(60).

      * Fila del indice
       77  WS-IDX-TYPE           PIC X(20).
       77  WS-IDX-DATE           PIC X(10).
       77  WS-IDX-BYTES          PIC X(15).
       77  WS-IDX-STEP           PIC X(20).
       77  WS-IDX-FILE           PIC X(80).
       77  WS-IDX-DROP           PIC X.
       77  WS-BYTES-EDIT         PIC Z(8)9.

       77  WS-TOTAL-ARCHIVED     PIC 9(5) VALUE 0.
       77  WS-TOTAL-EXPIRED      PIC 9(5) VALUE 0.

      * Libro de control de ejecuciones (ver STANDING-ORDERS)
       77  WS-JOBRUNS-STATUS     PIC XX.
       77  WS-JOBRUNS-LINE       PIC X(80).
       77  WS-JR-EVENT           PIC X(5).
       77  WS-JR-OUTCOME         PIC X(4).
       77  WS-JOB-NAME           PIC X(16) VALUE "REPORT-ARCHIVE".
       77  WS-RUN-TIME           PIC X(8).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM RECORD-RUN-START
           PERFORM LOAD-RETENTION
           PERFORM CHECK-RUN-MARKER
           PERFORM BUILD-REPORT-TABLE

           MOVE SPACES TO WS-REPORT-DIR
           STRING "data/reports/" DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-DIR
           END-STRING
           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPORT-DIR) DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "ERROR: no se pudo crear " WS-REPORT-DIR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING IX-RPT FROM 1 BY 1
               UNTIL IX-RPT > WS-RPT-MAX
               PERFORM ARCHIVE-ONE-TYPE
           END-PERFORM

           PERFORM REWRITE-INDEX

           MOVE "rm -f data/report-archive.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC

           PERFORM RECORD-RUN-END-OK

           DISPLAY "Informes archivados en "
               FUNCTION TRIM(WS-REPORT-DIR) ": "
               WS-TOTAL-ARCHIVED
           DISPLAY "Copias vencidas eliminadas: " WS-TOTAL-EXPIRED
           GOBACK
           .

      * ----------------------------------------------------------------
      * BUILD-REPORT-TABLE - Informes del cierre con el paso que los
      * produce; los de OPS-EXCEPTIONS y TRIAL-BALANCE corren fuera
      * de la cadena y se archivan si se generaron durante ella
      * ----------------------------------------------------------------
       BUILD-REPORT-TABLE.
           MOVE 0 TO WS-RPT-MAX

           MOVE "MASTER-VALIDATE"   TO WS-ADD-TYPE
           MOVE "master-validate-report.txt" TO WS-ADD-PATTERN
           MOVE "MASTER-VALIDATE"   TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "LEDGER-CHAIN"      TO WS-ADD-TYPE
           MOVE "ledger-chain-report.txt" TO WS-ADD-PATTERN
           MOVE "LEDGER-VERIFY"     TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "CAMPAIGN-COST"     TO WS-ADD-TYPE
           MOVE "campaign-cost-report.txt" TO WS-ADD-PATTERN
           MOVE "INTEREST-ACCRUAL"  TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "LOAN-ARREARS"      TO WS-ADD-TYPE
           MOVE "loan-arrears.txt"  TO WS-ADD-PATTERN
           MOVE "LOAN-BILLING"      TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "OVERDRAFT-EXCESS"  TO WS-ADD-TYPE
           MOVE "overdraft-excess-report.txt" TO WS-ADD-PATTERN
           MOVE "DEBIT-INTEREST"    TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "CONTROL-TOTALS"    TO WS-ADD-TYPE
           MOVE "control-totals.txt" TO WS-ADD-PATTERN
           MOVE "MINIBANK"          TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "SWEEP"             TO WS-ADD-TYPE
           MOVE "sweep-report.txt"  TO WS-ADD-PATTERN
           MOVE "SWEEP-EXEC"        TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "FX-POSITION"       TO WS-ADD-TYPE
           MOVE "fx-position-report.txt" TO WS-ADD-PATTERN
           MOVE "FX-REVAL"          TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "LEGAL-ORDERS"      TO WS-ADD-TYPE
           MOVE "legal-orders-report.txt" TO WS-ADD-PATTERN
           MOVE "LEGAL-ORDERS"      TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "LOAN-COLLECTIONS"  TO WS-ADD-TYPE
           MOVE "loan-collections-report.txt" TO WS-ADD-PATTERN
           MOVE "LOAN-COLLECTIONS"  TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "LTV"               TO WS-ADD-TYPE
           MOVE "ltv-report-*.txt"  TO WS-ADD-PATTERN
           MOVE "LTV-REPORT"        TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "LOAN-PROVISION"    TO WS-ADD-TYPE
           MOVE "loan-provision-report-*.txt" TO WS-ADD-PATTERN
           MOVE "LOAN-PROVISION"    TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "MIS"               TO WS-ADD-TYPE
           MOVE "mis-report-*.txt"  TO WS-ADD-PATTERN
           MOVE "MIS-REPORT"        TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "WAIVED-FEES"       TO WS-ADD-TYPE
           MOVE "waived-fee-report-*.txt" TO WS-ADD-PATTERN
           MOVE "WAIVED-FEE-REPORT" TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "WHT-RETURN"        TO WS-ADD-TYPE
           MOVE "wht-return-report-*.txt" TO WS-ADD-PATTERN
           MOVE "WHT-RETURN"        TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "CLEARING-RETURNS"  TO WS-ADD-TYPE
           MOVE "clearing-returns-report.txt" TO WS-ADD-PATTERN
           MOVE "CLEARING-RETURNS"  TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "RECONCILE"         TO WS-ADD-TYPE
           MOVE "reconcile-report.txt" TO WS-ADD-PATTERN
           MOVE "RECONCILE"         TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "DORMANCY"          TO WS-ADD-TYPE
           MOVE "dormancy-report.txt" TO WS-ADD-PATTERN
           MOVE "DORMANT-SCAN"      TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "INTEGRITY"         TO WS-ADD-TYPE
           MOVE "integrity-report.txt" TO WS-ADD-PATTERN
           MOVE "INTEGRITY-CHECK"   TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "BACKVALUE"         TO WS-ADD-TYPE
           MOVE "backvalue-adjust-report.txt" TO WS-ADD-PATTERN
           MOVE "BACKVALUE-ADJUST"  TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "INTERNAL-PROOF"    TO WS-ADD-TYPE
           MOVE "internal-proof-report.txt" TO WS-ADD-PATTERN
           MOVE "INTERNAL-PROOF"    TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "LARGE-CASH"        TO WS-ADD-TYPE
           MOVE "large-cash-report-*.txt" TO WS-ADD-PATTERN
           MOVE "LARGE-CASH"        TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "LOSS-REPORT"       TO WS-ADD-TYPE
           MOVE "loss-report-*.txt" TO WS-ADD-PATTERN
           MOVE "LOSS-REPORT"       TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "RM-PORTFOLIO"      TO WS-ADD-TYPE
           MOVE "rm-portfolio-*.txt" TO WS-ADD-PATTERN
           MOVE "RM-PORTFOLIO"      TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "MORNING-BRIEFING"  TO WS-ADD-TYPE
           MOVE "morning-briefing.txt" TO WS-ADD-PATTERN
           MOVE "BRIEFING"          TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "EXCEPTIONS"        TO WS-ADD-TYPE
           MOVE "exceptions-report.txt" TO WS-ADD-PATTERN
           MOVE "OPS-EXCEPTIONS"    TO WS-ADD-STEP
           PERFORM ADD-REPORT
           MOVE "TRIAL-BALANCE"     TO WS-ADD-TYPE
           MOVE "trial-balance-report.txt" TO WS-ADD-PATTERN
           MOVE "TRIAL-BALANCE"     TO WS-ADD-STEP
           PERFORM ADD-REPORT
           .

       ADD-REPORT.
           ADD 1 TO WS-RPT-MAX
           MOVE WS-ADD-TYPE    TO RPT-TYPE(WS-RPT-MAX)
           MOVE WS-ADD-PATTERN TO RPT-PATTERN(WS-RPT-MAX)
           MOVE WS-ADD-STEP    TO RPT-STEP(WS-RPT-MAX)
           .

      * ----------------------------------------------------------------
      * ARCHIVE-ONE-TYPE - Lista los ficheros del tipo IX-RPT que
      * toca archivar (ruta,bytes) y copia cada uno
      * ----------------------------------------------------------------
       ARCHIVE-ONE-TYPE.
           MOVE SPACES TO WS-COMMAND
           IF WS-MARKER-PRESENT = "Y"
               STRING "for f in data/" DELIMITED BY SIZE
                      RPT-PATTERN(IX-RPT) DELIMITED BY SPACE
                      "; do if [ -f $f ] && [ $f -nt "
                          DELIMITED BY SIZE
                      "data/eod-run-start.dat ]; then echo "
                          DELIMITED BY SIZE
                      "$f,`wc -c < $f`; fi; done "
                          DELIMITED BY SIZE
                      "> data/report-archive.tmp" DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           ELSE
               STRING "for f in data/" DELIMITED BY SIZE
                      RPT-PATTERN(IX-RPT) DELIMITED BY SPACE
                      "; do if [ -f $f ]; then echo "
                          DELIMITED BY SIZE
                      "$f,`wc -c < $f`; fi; done "
                          DELIMITED BY SIZE
                      "> data/report-archive.tmp" DELIMITED BY SIZE
                   INTO WS-COMMAND
               END-STRING
           END-IF
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC

           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LIST-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM ARCHIVE-ONE-FILE
               END-READ
           END-PERFORM

           CLOSE LIST-FILE
           .

       ARCHIVE-ONE-FILE.
           MOVE SPACES TO WS-LST-PATH
           MOVE SPACES TO WS-LST-BYTES
           UNSTRING LIST-LINE DELIMITED BY ","
               INTO WS-LST-PATH WS-LST-BYTES
           END-UNSTRING
           IF WS-LST-PATH(1:5) NOT = "data/"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LST-PATH(6:) TO WS-LST-NAME

           IF WS-ARC-COUNT >= WS-ARC-MAX
               DISPLAY "AVISO: demasiados informes; no se archiva "
                   FUNCTION TRIM(WS-LST-PATH)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING "cp -p " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPORT-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "AVISO: no se pudo archivar "
                   FUNCTION TRIM(WS-LST-PATH)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ARC-COUNT
           ADD 1 TO WS-TOTAL-ARCHIVED
           MOVE RPT-TYPE(IX-RPT) TO ARC-TYPE(WS-ARC-COUNT)
           MOVE RPT-STEP(IX-RPT) TO ARC-STEP(WS-ARC-COUNT)
           MOVE 0 TO ARC-BYTES(WS-ARC-COUNT)
           IF WS-LST-BYTES NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-LST-BYTES) = 0
               MOVE FUNCTION NUMVAL(WS-LST-BYTES)
                   TO ARC-BYTES(WS-ARC-COUNT)
           END-IF
           MOVE SPACES TO ARC-FILE(WS-ARC-COUNT)
           STRING "reports/" DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LST-NAME) DELIMITED BY SIZE
               INTO ARC-FILE(WS-ARC-COUNT)
           END-STRING
           .

      * ----------------------------------------------------------------
      * REWRITE-INDEX - Conserva las filas vigentes del indice, quita
      * las que esta ejecucion sustituye y las vencidas (borrando su
      * copia) y anade las nuevas
      * ----------------------------------------------------------------
       REWRITE-INDEX.
           OPEN OUTPUT INDEX-NEW-FILE
           MOVE "report,business_date,bytes,job_step,file"
               TO INDEX-NEW-LINE
           WRITE INDEX-NEW-LINE

           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ INDEX-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM KEEP-OR-EXPIRE-ROW
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           END-IF

           PERFORM VARYING IX-ARC FROM 1 BY 1
               UNTIL IX-ARC > WS-ARC-COUNT
               MOVE ARC-BYTES(IX-ARC) TO WS-BYTES-EDIT
               MOVE SPACES TO INDEX-NEW-LINE
               STRING ARC-TYPE(IX-ARC) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BYTES-EDIT) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      ARC-STEP(IX-ARC) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      ARC-FILE(IX-ARC) DELIMITED BY SPACE
                   INTO INDEX-NEW-LINE
               END-STRING
               WRITE INDEX-NEW-LINE
           END-PERFORM

           CLOSE INDEX-NEW-FILE

           MOVE SPACES TO WS-COMMAND
           STRING "mv data/reports/report-index.csv.new "
                      DELIMITED BY SIZE
                  "data/reports/report-index.csv && " DELIMITED BY SIZE
                  "find data/reports -mindepth 1 -maxdepth 1 "
                      DELIMITED BY SIZE
                  "-type d -empty -exec rmdir {} + 2>/dev/null"
                      DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           .

       KEEP-OR-EXPIRE-ROW.
           IF INDEX-LINE(1:7) = "report,"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IDX-TYPE WS-IDX-DATE WS-IDX-BYTES
                          WS-IDX-STEP WS-IDX-FILE
           UNSTRING INDEX-LINE DELIMITED BY ","
               INTO WS-IDX-TYPE WS-IDX-DATE WS-IDX-BYTES
                    WS-IDX-STEP WS-IDX-FILE
           END-UNSTRING

      *    Sustituida por la copia de esta misma ejecucion
           MOVE "N" TO WS-IDX-DROP
           PERFORM VARYING IX-ARC FROM 1 BY 1
               UNTIL IX-ARC > WS-ARC-COUNT
               IF ARC-FILE(IX-ARC) = WS-IDX-FILE
                   MOVE "Y" TO WS-IDX-DROP
               END-IF
           END-PERFORM
           IF WS-IDX-DROP = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-RETENTION
           COMPUTE WS-CUTOFF-INTEGER = WS-TODAY-INTEGER - WS-KEEP-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
               TO WS-CUTOFF-YYYYMMDD
           MOVE SPACES TO WS-CUTOFF-DATE
           STRING WS-CUTOFF-YYYYMMDD(1:4) "-"
                  WS-CUTOFF-YYYYMMDD(5:2) "-"
                  WS-CUTOFF-YYYYMMDD(7:2)
               INTO WS-CUTOFF-DATE
           END-STRING

           IF WS-IDX-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-TOTAL-EXPIRED
               IF WS-IDX-FILE = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-COMMAND
               STRING "rm -f data/" DELIMITED BY SIZE
                      WS-IDX-FILE DELIMITED BY SPACE
                   INTO WS-COMMAND
               END-STRING
               CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
               EXIT PARAGRAPH
           END-IF

           WRITE INDEX-NEW-LINE FROM INDEX-LINE
           .

      * Dias de conservacion del tipo WS-IDX-TYPE
       FIND-RETENTION.
           MOVE WS-DEFAULT-DAYS TO WS-KEEP-DAYS
           PERFORM VARYING IX-RET FROM 1 BY 1
               UNTIL IX-RET > WS-RET-COUNT
               IF RET-TYPE(IX-RET) = WS-IDX-TYPE
                   MOVE RET-DAYS(IX-RET) TO WS-KEEP-DAYS
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * LOAD-RETENTION - Dias por defecto y tabla report,days
      * ----------------------------------------------------------------
       LOAD-RETENTION.
           ACCEPT WS-ENV-RETENTION
               FROM ENVIRONMENT "MINIBANK_REPORT_RETENTION"
           IF WS-ENV-RETENTION NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-RETENTION) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-RETENTION)
                   TO WS-DEFAULT-DAYS
           END-IF

           OPEN INPUT RETENTION-FILE
           IF WS-RETENTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-RETENTION-STATUS NOT = "00"
               READ RETENTION-FILE
               IF WS-RETENTION-STATUS = "00"
                   MOVE SPACES TO WS-RET-F1 WS-RET-F2
                   UNSTRING RETENTION-LINE DELIMITED BY ","
                       INTO WS-RET-F1 WS-RET-F2
                   END-UNSTRING
                   IF WS-RET-F2 NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-RET-F2) = 0
                       AND WS-RET-COUNT < 50
                       ADD 1 TO WS-RET-COUNT
                       MOVE WS-RET-F1 TO RET-TYPE(WS-RET-COUNT)
                       MOVE FUNCTION NUMVAL(WS-RET-F2)
                           TO RET-DAYS(WS-RET-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE RETENTION-FILE
           .

       CHECK-RUN-MARKER.
           OPEN INPUT MARKER-FILE
           IF WS-MARKER-STATUS = "00"
               MOVE "Y" TO WS-MARKER-PRESENT
               CLOSE MARKER-FILE
           END-IF
           .

      * ----------------------------------------------------------------
      * GET-TODAY-DATE - Fecha de negocio cuyos informes se archivan:
      * la ultima cerrada por DATE-ROLL (data/business-date.log); sin
      * historial, la fecha en curso de business-date.dat
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
               END-IF
           END-IF

           OPEN INPUT BUSDATE-LOG-FILE
           IF WS-BUSLOG-STATUS = "00"
               PERFORM UNTIL WS-BUSLOG-STATUS NOT = "00"
                   READ BUSDATE-LOG-FILE
                   IF WS-BUSLOG-STATUS = "00"
                       AND BUSDATE-LOG-REC NOT = SPACES
                       MOVE BUSDATE-LOG-REC TO WS-TODAY-DATE
                   END-IF
               END-PERFORM
               CLOSE BUSDATE-LOG-FILE
           END-IF

           MOVE SPACES TO WS-TODAY-YYYYMMDD
           STRING WS-TODAY-DATE(1:4) WS-TODAY-DATE(6:2)
                  WS-TODAY-DATE(9:2)
               INTO WS-TODAY-YYYYMMDD
           END-STRING
           MOVE WS-TODAY-YYYYMMDD TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
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

       END PROGRAM REPORT-ARCHIVE.
