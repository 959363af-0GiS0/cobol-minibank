      ******************************************************************
      * LOAN-PROVISION: Dotacion mensual de la provision por
      * insolvencias
      *
      * Paso de fin de mes de EOD-DRIVER (frecuencia MONTH-END, el
      * ultimo dia habil del mes): calcula la provision exigida
      * para cada prestamo vivo de data/loans.csv:
      *   - bucket: el de su mora OPEN en data/loan-delinq.csv, tal
      *     como lo deja LOAN-COLLECTIONS (B30/B60/B90/B90+); sin
      *     mora, CURRENT, o RESTRUCT si el prestamo esta
      *     reestructurado y la politica tiene fila para ello,
      *   - exposicion: capital vivo menos la parte de sus garantias
      *     activas en data/collateral.csv (reparto proporcional al
      *     capital, como en LTV-REPORT), nunca por debajo de cero,
      *   - provision: exposicion x porcentaje del bucket en
      *     data/provision-rates.csv (bucket,porcentaje; p. ej.
      *     B90+,100.00).
      *
      * El total se compara con la provision del mes anterior
      * (ultimo periodo de data/loan-provisions.csv) y la diferencia
      * se asienta como lote cuadrado en data/gl-journal.csv: el
      * extracto data/gl-prov-AAAAMMDD.txt se entrega a GL-POST
      * (GL_EXTRACT_FILE), asi que plan de cuentas, periodo abierto
      * y cuadre se validan con sus reglas. Las cuentas salen de
      * data/gl-mapping.csv:
      *   PROVISION      dotacion: gasto por provisiones / fondo de
      *                  provision para insolvencias
      *   PROVISION-REV  recuperacion: fondo de provision / ingreso
      *                  por recuperacion de provisiones
      * Solo con el lote asentado se guarda el detalle del mes en
      * data/loan-provisions.csv:
      *   periodo,prestamo,cuenta,bucket,capital,garantia,
      *   exposicion,porcentaje,provision
      * Un mes ya provisionado no se vuelve a calcular.
      *
      * Informe por bucket y por prestamo en
      * data/loan-provision-report-AAAA-MM.txt.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PROVISION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "data/loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.
           SELECT DELINQ-FILE ASSIGN TO "data/loan-delinq.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELINQ-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO "data/collateral.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COL-STATUS.
           SELECT TD-FILE ASSIGN TO "data/term-deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT RATES-FILE ASSIGN TO "data/provision-rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT MAPPING-FILE ASSIGN TO "data/gl-mapping.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPPING-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "data/loan-provisions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT GL-OUT-FILE ASSIGN TO WS-GL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  JOB-RUNS-FILE.
       01  JOB-RUNS-REC          PIC X(80).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  BUSDATE-LOG-FILE.
       01  BUSDATE-LOG-REC       PIC X(10).
       FD  LOANS-FILE.
       01  LOANS-LINE            PIC X(200).
       FD  DELINQ-FILE.
       01  DELINQ-LINE           PIC X(200).
       FD  COLLATERAL-FILE.
       01  COLLATERAL-LINE       PIC X(200).
       FD  TD-FILE.
       01  TD-LINE               PIC X(150).
       FD  RATES-FILE.
       01  RATES-LINE            PIC X(40).
       FD  MAPPING-FILE.
       01  MAPPING-LINE          PIC X(60).
       FD  HISTORY-FILE.
       01  HISTORY-LINE          PIC X(150).
       FD  GL-OUT-FILE.
       01  GL-OUT-RECORD         PIC X(60).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

      * Libro de control de ejecuciones
       77  WS-JOBRUNS-STATUS     PIC XX.
       77  WS-JOBRUNS-LINE       PIC X(80).
       77  WS-JR-JOB             PIC X(16).
       77  WS-JR-DATE            PIC X(10).
       77  WS-JR-EVENT           PIC X(5).
       77  WS-JR-OUTCOME         PIC X(4).
       77  WS-ENV-FORCE          PIC X VALUE SPACE.
       77  WS-JOB-NAME           PIC X(16) VALUE "LOAN-PROVISION".
       77  WS-RUN-TIME           PIC X(8).

       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-BUSDATE-LOG-STATUS PIC XX.
       77  WS-BUSDATE-LINE       PIC X(10).

       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-PERIOD             PIC X(7).

      * Politica: porcentaje de provision por bucket
       77  WS-RATES-STATUS       PIC XX.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ROW OCCURS 6 TIMES INDEXED BY IX-BKT.
               10  BKT-NAME          PIC X(8).
               10  BKT-RATE          PIC 9(3)V99.
               10  BKT-HAS-RATE      PIC X.
               10  BKT-COUNT         PIC 9(5).
               10  BKT-PRINCIPAL     PIC S9(13)V9(2) COMP-3.
               10  BKT-COVER         PIC S9(13)V9(2) COMP-3.
               10  BKT-EXPOSURE      PIC S9(13)V9(2) COMP-3.
               10  BKT-PROVISION     PIC S9(13)V9(2) COMP-3.
       77  WS-RT-BUCKET          PIC X(8).
       77  WS-RT-RATE-STR        PIC X(12).

      * Prestamos vivos con bucket, cobertura y provision exigida
       77  WS-LOANS-STATUS       PIC XX.
       77  WS-MAX-LOANS          PIC 9(4) COMP VALUE 1000.
       77  WS-LOAN-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ROW OCCURS 1000 TIMES INDEXED BY IX-LN.
               10  LN-ID             PIC X(12).
               10  LN-ACCOUNT        PIC X(30).
               10  LN-STATUS         PIC X(12).
               10  LN-BUCKET         PIC X(8).
               10  LN-PRINCIPAL      PIC S9(13)V9(2) COMP-3.
               10  LN-COVER          PIC S9(13)V9(2) COMP-3.
               10  LN-EXPOSURE       PIC S9(13)V9(2) COMP-3.
               10  LN-RATE           PIC 9(3)V99.
               10  LN-PROVISION      PIC S9(13)V9(2) COMP-3.
               10  LN-PREVIOUS       PIC S9(13)V9(2) COMP-3.
       77  WS-LN-ID              PIC X(12).
       77  WS-LN-ACCOUNT         PIC X(30).
       77  WS-LN-PRIN-STR        PIC X(20).
       77  WS-LN-RATE-STR        PIC X(15).
       77  WS-LN-TERM-STR        PIC X(5).
       77  WS-LN-INST-STR        PIC X(20).
       77  WS-LN-NEXT-DUE        PIC X(10).
       77  WS-LN-STATUS          PIC X(12).

      * Registro de morosidad (solo interesan las moras OPEN)
       77  WS-DELINQ-STATUS      PIC XX.
       77  WS-DQ-LOAN            PIC X(12).
       77  WS-DQ-ACCOUNT         PIC X(30).
       77  WS-DQ-FIRST           PIC X(10).
       77  WS-DQ-BUCKET          PIC X(4).
       77  WS-DQ-PROM-DATE       PIC X(10).
       77  WS-DQ-PROM-AMT        PIC X(20).
       77  WS-DQ-PROM-STATE      PIC X(8).
       77  WS-DQ-STATE           PIC X(8).

      * Depositos a plazo vivos: su capital es el valor de una
      * garantia TD
       77  WS-TD-STATUS          PIC XX.
       77  WS-MAX-TDS            PIC 9(4) COMP VALUE 1000.
       77  WS-TD-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-TD-TABLE.
           05  WS-TD-ROW OCCURS 1000 TIMES INDEXED BY IX-TD.
               10  TD-ID             PIC X(12).
               10  TD-PRINCIPAL      PIC S9(13)V9(2) COMP-3.
       77  WS-TD-ID              PIC X(12).
       77  WS-TD-ACCOUNT         PIC X(30).
       77  WS-TD-PRIN-STR        PIC X(20).
       77  WS-TD-RATE-STR        PIC X(15).
       77  WS-TD-OPEN            PIC X(10).
       77  WS-TD-MATURITY        PIC X(10).
       77  WS-TD-ROLLOVER        PIC X(4).
       77  WS-TD-STATE           PIC X(8).

      * Fila del registro de garantias
       77  WS-COL-STATUS         PIC XX.
       77  WS-COL-ID             PIC X(12).
       77  WS-COL-TYPE           PIC X(10).
       77  WS-COL-REF            PIC X(40).
       77  WS-COL-VALUE-STR      PIC X(20).
       77  WS-COL-VAL-DATE       PIC X(10).
       77  WS-COL-LOANS          PIC X(70).
       77  WS-COL-PLEDGED-STR    PIC X(20).
       77  WS-COL-HOLD           PIC X(12).
       77  WS-COL-STATE          PIC X(10).
       77  WS-COL-VALUE          PIC S9(13)V9(2) COMP-3.
       77  WS-COL-EXPOSURE       PIC S9(13)V9(2) COMP-3.
       77  WS-COL-SHARE          PIC S9(13)V9(2) COMP-3.
       77  WS-COL-PTR            PIC 9(3) COMP.
       77  WS-COL-PART           PIC X(20).
       77  WS-FOUND              PIC X.

      * Provision del mes anterior (ultimo periodo del historico)
       77  WS-HIST-STATUS        PIC XX.
       77  WS-HIST-PREV-PERIOD   PIC X(7) VALUE SPACES.
       77  WS-HIST-DONE          PIC X VALUE "N".
       77  WS-MAX-PREV           PIC 9(4) COMP VALUE 1000.
       77  WS-PREV-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-PREV-TABLE.
           05  WS-PREV-ROW OCCURS 1000 TIMES INDEXED BY IX-PRV.
               10  PRV-LOAN          PIC X(12).
               10  PRV-ACCOUNT       PIC X(30).
               10  PRV-BUCKET        PIC X(8).
               10  PRV-PROVISION     PIC S9(13)V9(2) COMP-3.
               10  PRV-MATCHED       PIC X.
       77  WS-H-PERIOD           PIC X(7).
       77  WS-H-LOAN             PIC X(12).
       77  WS-H-ACCOUNT          PIC X(30).
       77  WS-H-BUCKET           PIC X(8).
       77  WS-H-PRIN-STR         PIC X(20).
       77  WS-H-COVER-STR        PIC X(20).
       77  WS-H-EXPO-STR         PIC X(20).
       77  WS-H-RATE-STR         PIC X(12).
       77  WS-H-PROV-STR         PIC X(20).

      * Cuentas contables del asiento (gl-mapping.csv)
       77  WS-MAPPING-STATUS     PIC XX.
       77  WS-MAP-KEY            PIC X(15).
       77  WS-MAP-DR             PIC X(8).
       77  WS-MAP-CR             PIC X(8).
       77  WS-PROV-DR-GL         PIC X(8) VALUE SPACES.
       77  WS-PROV-CR-GL         PIC X(8) VALUE SPACES.
       77  WS-REV-DR-GL          PIC X(8) VALUE SPACES.
       77  WS-REV-CR-GL          PIC X(8) VALUE SPACES.

      * Extracto de ancho fijo para GL-POST (formato de GL-EXTRACT)
       77  WS-GL-PATH            PIC X(40).
       01  WS-GL-OUT-LINE.
           05  GLO-ACCOUNT       PIC X(8).
           05  FILLER            PIC X VALUE SPACE.
           05  GLO-DATE          PIC X(10).
           05  FILLER            PIC X VALUE SPACE.
           05  GLO-DEBITS        PIC 9(13).99.
           05  FILLER            PIC X VALUE SPACE.
           05  GLO-CREDITS       PIC 9(13).99.
       77  WS-GL-POST-CMD        PIC X(120).
       77  WS-GL-POST-RC         PIC S9(9) COMP VALUE 0.
       77  WS-JOURNAL-DR         PIC X(8).
       77  WS-JOURNAL-CR         PIC X(8).

       77  WS-TOTAL-PROVISION    PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-PREVIOUS     PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-MOVEMENT           PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-MOVEMENT-ABS       PIC S9(13)V9(2) COMP-3 VALUE 0.

       77  WS-REPORT-PATH        PIC X(50).
       77  WS-AMOUNT-EDIT        PIC -9(13).99.
       77  WS-RATE-EDIT          PIC ZZ9.99.
       77  FORMATTED-AMT         PIC -(12)9.99.
       77  FORMATTED-AMT-2       PIC -(12)9.99.
       77  FORMATTED-AMT-3       PIC -(12)9.99.
       77  FORMATTED-AMT-4       PIC -(12)9.99.
       77  WS-CNT-EDIT           PIC Z(4)9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM RECORD-RUN-START

           MOVE WS-TODAY-DATE(1:7) TO WS-PERIOD

           PERFORM LOAD-PREVIOUS-PROVISIONS
           IF WS-HIST-DONE = "Y"
               DISPLAY "ERROR: el periodo " WS-PERIOD " ya esta "
                   "provisionado en data/loan-provisions.csv"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-PROVISION-RATES
           IF WS-RATES-STATUS NOT = "00"
               DISPLAY "ERROR: sin data/provision-rates.csv no hay "
                   "politica de provisiones"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-GL-MAPPING
           IF WS-PROV-DR-GL = SPACES OR WS-PROV-CR-GL = SPACES
               OR WS-REV-DR-GL = SPACES OR WS-REV-CR-GL = SPACES
               DISPLAY "ERROR: faltan las claves PROVISION y "
                   "PROVISION-REV en data/gl-mapping.csv"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-LOANS
           PERFORM LOAD-DELINQ-BUCKETS
           PERFORM LOAD-TERM-DEPOSITS

           OPEN INPUT COLLATERAL-FILE
           IF WS-COL-STATUS = "00"
               PERFORM UNTIL WS-COL-STATUS NOT = "00"
                   READ COLLATERAL-FILE
                   IF WS-COL-STATUS = "00"
                       PERFORM APPLY-COLLATERAL-LINE
                   END-IF
               END-PERFORM
               CLOSE COLLATERAL-FILE
           END-IF

           PERFORM VARYING IX-LN FROM 1 BY 1
               UNTIL IX-LN > WS-LOAN-COUNT
               PERFORM COMPUTE-LOAN-PROVISION
           END-PERFORM

           COMPUTE WS-MOVEMENT =
               WS-TOTAL-PROVISION - WS-TOTAL-PREVIOUS

      *    El movimiento se asienta antes de guardar el mes: si
      *    GL-POST rechaza el lote, el mes queda sin provisionar y
      *    puede repetirse
           IF WS-MOVEMENT NOT = 0
               PERFORM POST-PROVISION-JOURNAL
               IF WS-GL-POST-RC NOT = 0
                   DISPLAY "ERROR: GL-POST rechazo el lote de "
                       "provisiones (rc " WS-GL-POST-RC "); el mes "
                       "no se da por provisionado"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM APPEND-PROVISION-HISTORY
           IF WS-HIST-PREV-PERIOD = SPACES
               MOVE "ninguno" TO WS-HIST-PREV-PERIOD
           END-IF
           PERFORM WRITE-PROVISION-REPORT

           PERFORM RECORD-RUN-END-OK

           MOVE WS-TOTAL-PREVIOUS TO FORMATTED-AMT
           DISPLAY "Provision anterior (" WS-HIST-PREV-PERIOD "): "
               FORMATTED-AMT
           MOVE WS-TOTAL-PROVISION TO FORMATTED-AMT
           DISPLAY "Provision exigida (" WS-PERIOD "): "
               FORMATTED-AMT
           MOVE WS-MOVEMENT TO FORMATTED-AMT
           DISPLAY "Movimiento asentado: " FORMATTED-AMT
           DISPLAY "Informe generado en " WS-REPORT-PATH
           GOBACK
           .

      * ----------------------------------------------------------------
      * LOAD-PREVIOUS-PROVISIONS - Detalle del ultimo periodo
      * provisionado anterior al actual; si el actual ya figura, el
      * mes esta hecho
      * ----------------------------------------------------------------
       LOAD-PREVIOUS-PROVISIONS.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
               READ HISTORY-FILE
               IF WS-HIST-STATUS = "00"
                   AND HISTORY-LINE(1:7) NOT = "periodo"
                   PERFORM NOTE-HISTORY-LINE
               END-IF
           END-PERFORM

           CLOSE HISTORY-FILE
           .

       NOTE-HISTORY-LINE.
           UNSTRING HISTORY-LINE DELIMITED BY ","
               INTO WS-H-PERIOD WS-H-LOAN WS-H-ACCOUNT WS-H-BUCKET
                    WS-H-PRIN-STR WS-H-COVER-STR WS-H-EXPO-STR
                    WS-H-RATE-STR WS-H-PROV-STR
           END-UNSTRING

           IF WS-H-PERIOD = WS-PERIOD
               MOVE "Y" TO WS-HIST-DONE
               EXIT PARAGRAPH
           END-IF
           IF WS-H-PERIOD > WS-PERIOD
               OR WS-H-PERIOD < WS-HIST-PREV-PERIOD
               OR FUNCTION TEST-NUMVAL(WS-H-PROV-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF

      *    Un periodo mas reciente sustituye al que se tenia
           IF WS-H-PERIOD > WS-HIST-PREV-PERIOD
               MOVE WS-H-PERIOD TO WS-HIST-PREV-PERIOD
               MOVE 0 TO WS-PREV-COUNT
               MOVE 0 TO WS-TOTAL-PREVIOUS
           END-IF

           IF WS-PREV-COUNT < WS-MAX-PREV
               ADD 1 TO WS-PREV-COUNT
               SET IX-PRV TO WS-PREV-COUNT
               MOVE WS-H-LOAN TO PRV-LOAN(IX-PRV)
               MOVE WS-H-ACCOUNT TO PRV-ACCOUNT(IX-PRV)
               MOVE WS-H-BUCKET TO PRV-BUCKET(IX-PRV)
               MOVE FUNCTION NUMVAL(WS-H-PROV-STR)
                   TO PRV-PROVISION(IX-PRV)
               MOVE "N" TO PRV-MATCHED(IX-PRV)
               ADD PRV-PROVISION(IX-PRV) TO WS-TOTAL-PREVIOUS
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-PROVISION-RATES - Porcentaje por bucket; un bucket sin
      * fila provisiona al 0% con aviso
      * ----------------------------------------------------------------
       LOAD-PROVISION-RATES.
           MOVE "CURRENT" TO BKT-NAME(1)
           MOVE "RESTRUCT" TO BKT-NAME(2)
           MOVE "B30" TO BKT-NAME(3)
           MOVE "B60" TO BKT-NAME(4)
           MOVE "B90" TO BKT-NAME(5)
           MOVE "B90+" TO BKT-NAME(6)
           PERFORM VARYING IX-BKT FROM 1 BY 1 UNTIL IX-BKT > 6
               MOVE 0 TO BKT-RATE(IX-BKT)
               MOVE "N" TO BKT-HAS-RATE(IX-BKT)
               MOVE 0 TO BKT-COUNT(IX-BKT)
               MOVE 0 TO BKT-PRINCIPAL(IX-BKT)
               MOVE 0 TO BKT-COVER(IX-BKT)
               MOVE 0 TO BKT-EXPOSURE(IX-BKT)
               MOVE 0 TO BKT-PROVISION(IX-BKT)
           END-PERFORM

           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-RATES-STATUS NOT = "00"
               READ RATES-FILE
               IF WS-RATES-STATUS = "00"
                   AND RATES-LINE(1:6) NOT = "bucket"
                   MOVE SPACES TO WS-RT-RATE-STR
                   UNSTRING RATES-LINE DELIMITED BY ","
                       INTO WS-RT-BUCKET WS-RT-RATE-STR
                   END-UNSTRING
                   PERFORM NOTE-PROVISION-RATE
               END-IF
           END-PERFORM

           CLOSE RATES-FILE
           MOVE "00" TO WS-RATES-STATUS

           PERFORM VARYING IX-BKT FROM 1 BY 1 UNTIL IX-BKT > 6
               IF BKT-HAS-RATE(IX-BKT) = "N"
                   AND BKT-NAME(IX-BKT) NOT = "RESTRUCT"
                   DISPLAY "Aviso: sin porcentaje para el bucket "
                       FUNCTION TRIM(BKT-NAME(IX-BKT)) "; se "
                       "provisiona al 0%"
               END-IF
           END-PERFORM
           .

       NOTE-PROVISION-RATE.
           IF FUNCTION TEST-NUMVAL(WS-RT-RATE-STR) NOT = 0
               DISPLAY "Aviso: fila de porcentajes no valida, se "
                   "ignora: " FUNCTION TRIM(RATES-LINE)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IX-BKT FROM 1 BY 1 UNTIL IX-BKT > 6
               IF BKT-NAME(IX-BKT) = WS-RT-BUCKET
                   MOVE FUNCTION NUMVAL(WS-RT-RATE-STR)
                       TO BKT-RATE(IX-BKT)
                   MOVE "Y" TO BKT-HAS-RATE(IX-BKT)
               END-IF
           END-PERFORM
           .

      * Claves PROVISION y PROVISION-REV del mapeo contable
       LOAD-GL-MAPPING.
           OPEN INPUT MAPPING-FILE
           IF WS-MAPPING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MAPPING-STATUS NOT = "00"
               READ MAPPING-FILE
               IF WS-MAPPING-STATUS = "00"
                   MOVE SPACES TO WS-MAP-DR WS-MAP-CR
                   UNSTRING MAPPING-LINE DELIMITED BY ","
                       INTO WS-MAP-KEY WS-MAP-DR WS-MAP-CR
                   END-UNSTRING
                   EVALUATE WS-MAP-KEY
                       WHEN "PROVISION"
                           MOVE WS-MAP-DR TO WS-PROV-DR-GL
                           MOVE WS-MAP-CR TO WS-PROV-CR-GL
                       WHEN "PROVISION-REV"
                           MOVE WS-MAP-DR TO WS-REV-DR-GL
                           MOVE WS-MAP-CR TO WS-REV-CR-GL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           CLOSE MAPPING-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-LOANS - Prestamos vivos y su capital pendiente
      * ----------------------------------------------------------------
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
                            WS-LN-RATE-STR WS-LN-TERM-STR
                            WS-LN-INST-STR WS-LN-NEXT-DUE
                            WS-LN-STATUS
                   END-UNSTRING
                   IF WS-LN-STATUS = SPACES
                       MOVE "ACTIVE" TO WS-LN-STATUS
                   END-IF
                   IF (WS-LN-STATUS = "ACTIVE"
                       OR WS-LN-STATUS = "RESTRUCTURED")
                       AND FUNCTION TEST-NUMVAL(WS-LN-PRIN-STR) = 0
                       AND WS-LOAN-COUNT < WS-MAX-LOANS
                       ADD 1 TO WS-LOAN-COUNT
                       SET IX-LN TO WS-LOAN-COUNT
                       MOVE WS-LN-ID TO LN-ID(IX-LN)
                       MOVE WS-LN-ACCOUNT TO LN-ACCOUNT(IX-LN)
                       MOVE WS-LN-STATUS TO LN-STATUS(IX-LN)
                       MOVE SPACES TO LN-BUCKET(IX-LN)
                       MOVE FUNCTION NUMVAL(WS-LN-PRIN-STR)
                           TO LN-PRINCIPAL(IX-LN)
                       MOVE 0 TO LN-COVER(IX-LN)
                       MOVE 0 TO LN-PREVIOUS(IX-LN)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LOANS-FILE
           .

      * Bucket de cada mora OPEN, tal como lo dejo LOAN-COLLECTIONS;
      * una mora recien abierta (B0) cuenta como B30
       LOAD-DELINQ-BUCKETS.
           OPEN INPUT DELINQ-FILE
           IF WS-DELINQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-DELINQ-STATUS NOT = "00"
               READ DELINQ-FILE
               IF WS-DELINQ-STATUS = "00"
                   MOVE SPACES TO WS-DQ-STATE
                   UNSTRING DELINQ-LINE DELIMITED BY ","
                       INTO WS-DQ-LOAN WS-DQ-ACCOUNT WS-DQ-FIRST
                            WS-DQ-BUCKET WS-DQ-PROM-DATE
                            WS-DQ-PROM-AMT WS-DQ-PROM-STATE
                            WS-DQ-STATE
                   END-UNSTRING
                   IF WS-DQ-STATE = "OPEN"
                       MOVE WS-DQ-LOAN TO WS-COL-PART
                       PERFORM FIND-LOAN-ROW
                       IF WS-FOUND = "Y"
                           IF WS-DQ-BUCKET = "B0"
                               OR WS-DQ-BUCKET = SPACES
                               MOVE "B30" TO LN-BUCKET(IX-LN)
                           ELSE
                               MOVE WS-DQ-BUCKET TO LN-BUCKET(IX-LN)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DELINQ-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-TERM-DEPOSITS - Capital vigente de los depositos vivos
      * ----------------------------------------------------------------
       LOAD-TERM-DEPOSITS.
           OPEN INPUT TD-FILE
           IF WS-TD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TD-STATUS NOT = "00"
               READ TD-FILE
               IF WS-TD-STATUS = "00"
                   MOVE SPACES TO WS-TD-STATE
                   UNSTRING TD-LINE DELIMITED BY ","
                       INTO WS-TD-ID WS-TD-ACCOUNT WS-TD-PRIN-STR
                            WS-TD-RATE-STR WS-TD-OPEN WS-TD-MATURITY
                            WS-TD-ROLLOVER WS-TD-STATE
                   END-UNSTRING
                   IF WS-TD-STATE = SPACES
                       MOVE "ACTIVE" TO WS-TD-STATE
                   END-IF
                   IF WS-TD-STATE = "ACTIVE"
                       AND FUNCTION TEST-NUMVAL(WS-TD-PRIN-STR) = 0
                       AND WS-TD-COUNT < WS-MAX-TDS
                       ADD 1 TO WS-TD-COUNT
                       MOVE WS-TD-ID TO TD-ID(WS-TD-COUNT)
                       MOVE FUNCTION NUMVAL(WS-TD-PRIN-STR)
                           TO TD-PRINCIPAL(WS-TD-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TD-FILE
           .

      * ----------------------------------------------------------------
      * APPLY-COLLATERAL-LINE - Valor actual de una garantia activa y
      * reparto entre los prestamos que cubre, en proporcion a su
      * capital vivo
      * ----------------------------------------------------------------
       APPLY-COLLATERAL-LINE.
           MOVE SPACES TO WS-COL-PLEDGED-STR WS-COL-HOLD WS-COL-STATE
           UNSTRING COLLATERAL-LINE DELIMITED BY ","
               INTO WS-COL-ID WS-COL-TYPE WS-COL-REF
                    WS-COL-VALUE-STR WS-COL-VAL-DATE
                    WS-COL-LOANS WS-COL-PLEDGED-STR
                    WS-COL-HOLD WS-COL-STATE
           END-UNSTRING

           IF WS-COL-STATE NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-COL-VALUE
           EVALUATE WS-COL-TYPE
               WHEN "TD"
                   PERFORM VARYING IX-TD FROM 1 BY 1
                       UNTIL IX-TD > WS-TD-COUNT
                       IF TD-ID(IX-TD) = WS-COL-REF
                           MOVE TD-PRINCIPAL(IX-TD) TO WS-COL-VALUE
                       END-IF
                   END-PERFORM
               WHEN "ACCOUNT"
                   IF FUNCTION TEST-NUMVAL(WS-COL-PLEDGED-STR) = 0
                       MOVE FUNCTION NUMVAL(WS-COL-PLEDGED-STR)
                           TO WS-COL-VALUE
                   END-IF
               WHEN OTHER
                   IF FUNCTION TEST-NUMVAL(WS-COL-VALUE-STR) = 0
                       MOVE FUNCTION NUMVAL(WS-COL-VALUE-STR)
                           TO WS-COL-VALUE
                   END-IF
           END-EVALUATE

           MOVE 0 TO WS-COL-EXPOSURE
           MOVE 1 TO WS-COL-PTR
           PERFORM UNTIL WS-COL-PTR > 70
               MOVE SPACES TO WS-COL-PART
               UNSTRING WS-COL-LOANS DELIMITED BY ";"
                   INTO WS-COL-PART
                   WITH POINTER WS-COL-PTR
               END-UNSTRING
               IF WS-COL-PART NOT = SPACES
                   PERFORM FIND-LOAN-ROW
                   IF WS-FOUND = "Y"
                       ADD LN-PRINCIPAL(IX-LN) TO WS-COL-EXPOSURE
                   END-IF
               END-IF
           END-PERFORM

           MOVE 1 TO WS-COL-PTR
           PERFORM UNTIL WS-COL-PTR > 70
               MOVE SPACES TO WS-COL-PART
               UNSTRING WS-COL-LOANS DELIMITED BY ";"
                   INTO WS-COL-PART
                   WITH POINTER WS-COL-PTR
               END-UNSTRING
               IF WS-COL-PART NOT = SPACES
                   PERFORM FIND-LOAN-ROW
                   IF WS-FOUND = "Y"
                       PERFORM ADD-LOAN-SHARE
                   END-IF
               END-IF
           END-PERFORM
           .

       ADD-LOAN-SHARE.
           IF WS-COL-EXPOSURE > 0
               COMPUTE WS-COL-SHARE ROUNDED =
                   WS-COL-VALUE * LN-PRINCIPAL(IX-LN)
                   / WS-COL-EXPOSURE
           ELSE
               MOVE WS-COL-VALUE TO WS-COL-SHARE
           END-IF
           ADD WS-COL-SHARE TO LN-COVER(IX-LN)
           .

       FIND-LOAN-ROW.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-LN FROM 1 BY 1
               UNTIL IX-LN > WS-LOAN-COUNT OR WS-FOUND = "Y"
               IF LN-ID(IX-LN) = WS-COL-PART
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
      *    El PERFORM VARYING deja el indice una posicion por delante
           IF WS-FOUND = "Y"
               SET IX-LN DOWN BY 1
           END-IF
           .

      * ----------------------------------------------------------------
      * COMPUTE-LOAN-PROVISION - Bucket, exposicion neta de garantias
      * y provision exigida del prestamo IX-LN
      * ----------------------------------------------------------------
       COMPUTE-LOAN-PROVISION.
           IF LN-BUCKET(IX-LN) = SPACES
               MOVE "CURRENT" TO LN-BUCKET(IX-LN)
               IF LN-STATUS(IX-LN) = "RESTRUCTURED"
                   AND BKT-HAS-RATE(2) = "Y"
                   MOVE "RESTRUCT" TO LN-BUCKET(IX-LN)
               END-IF
           END-IF

           COMPUTE LN-EXPOSURE(IX-LN) =
               LN-PRINCIPAL(IX-LN) - LN-COVER(IX-LN)
           IF LN-EXPOSURE(IX-LN) < 0
               MOVE 0 TO LN-EXPOSURE(IX-LN)
           END-IF

           PERFORM VARYING IX-BKT FROM 1 BY 1
               UNTIL IX-BKT > 6
                   OR BKT-NAME(IX-BKT) = LN-BUCKET(IX-LN)
               CONTINUE
           END-PERFORM
           IF IX-BKT > 6
               SET IX-BKT TO 1
               MOVE "CURRENT" TO LN-BUCKET(IX-LN)
           END-IF

           MOVE BKT-RATE(IX-BKT) TO LN-RATE(IX-LN)
           COMPUTE LN-PROVISION(IX-LN) ROUNDED =
               LN-EXPOSURE(IX-LN) * LN-RATE(IX-LN) / 100

           ADD 1 TO BKT-COUNT(IX-BKT)
           ADD LN-PRINCIPAL(IX-LN) TO BKT-PRINCIPAL(IX-BKT)
           ADD LN-COVER(IX-LN) TO BKT-COVER(IX-BKT)
           ADD LN-EXPOSURE(IX-LN) TO BKT-EXPOSURE(IX-BKT)
           ADD LN-PROVISION(IX-LN) TO BKT-PROVISION(IX-BKT)
           ADD LN-PROVISION(IX-LN) TO WS-TOTAL-PROVISION

           PERFORM VARYING IX-PRV FROM 1 BY 1
               UNTIL IX-PRV > WS-PREV-COUNT
               IF PRV-LOAN(IX-PRV) = LN-ID(IX-LN)
                   MOVE PRV-PROVISION(IX-PRV) TO LN-PREVIOUS(IX-LN)
                   MOVE "Y" TO PRV-MATCHED(IX-PRV)
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * POST-PROVISION-JOURNAL - Dotacion (aumento) o recuperacion
      * (liberacion) como extracto de dos apuntes, asentado por
      * GL-POST con la fecha de negocio
      * ----------------------------------------------------------------
       POST-PROVISION-JOURNAL.
           IF WS-MOVEMENT > 0
               MOVE WS-MOVEMENT TO WS-MOVEMENT-ABS
               MOVE WS-PROV-DR-GL TO WS-JOURNAL-DR
               MOVE WS-PROV-CR-GL TO WS-JOURNAL-CR
           ELSE
               COMPUTE WS-MOVEMENT-ABS = 0 - WS-MOVEMENT
               MOVE WS-REV-DR-GL TO WS-JOURNAL-DR
               MOVE WS-REV-CR-GL TO WS-JOURNAL-CR
           END-IF

           MOVE SPACES TO WS-GL-PATH
           STRING "data/gl-prov-" DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-GL-PATH
           END-STRING

           OPEN OUTPUT GL-OUT-FILE
           MOVE WS-JOURNAL-DR TO GLO-ACCOUNT
           MOVE WS-TODAY-DATE TO GLO-DATE
           MOVE WS-MOVEMENT-ABS TO GLO-DEBITS
           MOVE 0 TO GLO-CREDITS
           WRITE GL-OUT-RECORD FROM WS-GL-OUT-LINE
           MOVE WS-JOURNAL-CR TO GLO-ACCOUNT
           MOVE 0 TO GLO-DEBITS
           MOVE WS-MOVEMENT-ABS TO GLO-CREDITS
           WRITE GL-OUT-RECORD FROM WS-GL-OUT-LINE
           CLOSE GL-OUT-FILE

           MOVE SPACES TO WS-GL-POST-CMD
           STRING "GL_DATE=" DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " GL_EXTRACT_FILE=" DELIMITED BY SIZE
                  WS-GL-PATH DELIMITED BY SPACE
                  " ./gl-post" DELIMITED BY SIZE
               INTO WS-GL-POST-CMD
           END-STRING
           CALL "SYSTEM" USING WS-GL-POST-CMD
               GIVING WS-GL-POST-RC
           .

      * Detalle del mes, base de la comparacion del mes siguiente
       APPEND-PROVISION-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               MOVE SPACES TO HISTORY-LINE
               STRING "periodo,prestamo,cuenta,bucket,capital,"
                          DELIMITED BY SIZE
                      "garantia,exposicion,porcentaje,provision"
                          DELIMITED BY SIZE
                   INTO HISTORY-LINE
               END-STRING
               WRITE HISTORY-LINE
           END-IF

           PERFORM VARYING IX-LN FROM 1 BY 1
               UNTIL IX-LN > WS-LOAN-COUNT
               PERFORM WRITE-HISTORY-LINE
           END-PERFORM

           CLOSE HISTORY-FILE
           .

       WRITE-HISTORY-LINE.
           MOVE SPACES TO HISTORY-LINE
           MOVE LN-PRINCIPAL(IX-LN) TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-H-PRIN-STR
           MOVE LN-COVER(IX-LN) TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-H-COVER-STR
           MOVE LN-EXPOSURE(IX-LN) TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-H-EXPO-STR
           MOVE LN-PROVISION(IX-LN) TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-H-PROV-STR
           MOVE LN-RATE(IX-LN) TO WS-RATE-EDIT
           MOVE FUNCTION TRIM(WS-RATE-EDIT) TO WS-H-RATE-STR
           STRING WS-PERIOD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  LN-ID(IX-LN) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  LN-ACCOUNT(IX-LN) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  LN-BUCKET(IX-LN) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-H-PRIN-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-H-COVER-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-H-EXPO-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-H-RATE-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-H-PROV-STR DELIMITED BY SPACE
               INTO HISTORY-LINE
           END-STRING
           WRITE HISTORY-LINE
           .

      * ----------------------------------------------------------------
      * WRITE-PROVISION-REPORT - Resumen por bucket, detalle por
      * prestamo (con los que salieron de cartera) y movimiento
      * ----------------------------------------------------------------
       WRITE-PROVISION-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "data/loan-provision-report-" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "PROVISION POR INSOLVENCIAS - " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  " (cierre " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "POR BUCKET" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BUCKET     NUM.     CAPITAL VIVO        GARANTIAS"
                      DELIMITED BY SIZE
                  "       EXPOSICION      %        PROVISION"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING IX-BKT FROM 1 BY 1 UNTIL IX-BKT > 6
               IF BKT-COUNT(IX-BKT) > 0
                   OR BKT-NAME(IX-BKT) NOT = "RESTRUCT"
                   PERFORM WRITE-BUCKET-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "POR PRESTAMO" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PRESTAMO     BUCKET       CAPITAL VIVO       EXPOSI"
                      DELIMITED BY SIZE
                  "CION      %        PROVISION    MES ANTERIOR"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING IX-LN FROM 1 BY 1
               UNTIL IX-LN > WS-LOAN-COUNT
               PERFORM WRITE-LOAN-LINE
           END-PERFORM

      *    Prestamos provisionados el mes pasado que ya no estan
      *    vivos: su provision se libera entera
           PERFORM VARYING IX-PRV FROM 1 BY 1
               UNTIL IX-PRV > WS-PREV-COUNT
               IF PRV-MATCHED(IX-PRV) = "N"
                   AND PRV-PROVISION(IX-PRV) NOT = 0
                   MOVE PRV-PROVISION(IX-PRV) TO FORMATTED-AMT
                   MOVE SPACES TO REPORT-LINE
                   STRING PRV-LOAN(IX-PRV) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          "(baja de cartera, se libera " DELIMITED
                              BY SIZE
                          FUNCTION TRIM(FORMATTED-AMT) DELIMITED
                              BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-PREVIOUS TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Provision anterior   : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-HIST-PREV-PERIOD DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-PROVISION TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Provision exigida    : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-MOVEMENT TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-MOVEMENT > 0
                   STRING "Dotacion             : " DELIMITED BY SIZE
                          FORMATTED-AMT DELIMITED BY SIZE
                          "  (" DELIMITED BY SIZE
                          WS-JOURNAL-DR DELIMITED BY SPACE
                          " a " DELIMITED BY SIZE
                          WS-JOURNAL-CR DELIMITED BY SPACE
                          ", lote en gl-journal.csv)" DELIMITED
                              BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN WS-MOVEMENT < 0
                   STRING "Recuperacion         : " DELIMITED BY SIZE
                          FORMATTED-AMT DELIMITED BY SIZE
                          "  (" DELIMITED BY SIZE
                          WS-JOURNAL-DR DELIMITED BY SPACE
                          " a " DELIMITED BY SIZE
                          WS-JOURNAL-CR DELIMITED BY SPACE
                          ", lote en gl-journal.csv)" DELIMITED
                              BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "Sin movimiento: no hay asiento"
                       TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE

           CLOSE REPORT-FILE
           .

       WRITE-BUCKET-LINE.
           MOVE BKT-COUNT(IX-BKT) TO WS-CNT-EDIT
           MOVE BKT-PRINCIPAL(IX-BKT) TO FORMATTED-AMT
           MOVE BKT-COVER(IX-BKT) TO FORMATTED-AMT-2
           MOVE BKT-EXPOSURE(IX-BKT) TO FORMATTED-AMT-3
           MOVE BKT-PROVISION(IX-BKT) TO FORMATTED-AMT-4
           MOVE BKT-RATE(IX-BKT) TO WS-RATE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING BKT-NAME(IX-BKT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT-4 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       WRITE-LOAN-LINE.
           MOVE LN-PRINCIPAL(IX-LN) TO FORMATTED-AMT
           MOVE LN-EXPOSURE(IX-LN) TO FORMATTED-AMT-2
           MOVE LN-PROVISION(IX-LN) TO FORMATTED-AMT-3
           MOVE LN-PREVIOUS(IX-LN) TO FORMATTED-AMT-4
           MOVE LN-RATE(IX-LN) TO WS-RATE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING LN-ID(IX-LN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LN-BUCKET(IX-LN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT-4 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       GET-TODAY-DATE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING

           PERFORM READ-BUSINESS-DATE
           .


      * ----------------------------------------------------------------
      * READ-BUSINESS-DATE - La fecha de proceso sale de
      * data/business-date.dat si existe (la mantiene DATE-ROLL);
      * sin el, se usa la fecha del sistema. Un dia que ya figura
      * cerrado en business-date.log no puede volver a procesarse.
      * ----------------------------------------------------------------
       READ-BUSINESS-DATE.
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

       END PROGRAM LOAN-PROVISION.
