      ******************************************************************
      * LTV-REPORT: Seguimiento mensual del loan-to-value
      *
      * Paso de fin de mes de EOD-DRIVER (frecuencia MONTH-END, el
      * ultimo dia habil del mes): cruza los prestamos vivos
      * de data/loans.csv con el registro de garantias
      * data/collateral.csv:
      *   id,tipo(PROPERTY|VEHICLE|TD|ACCOUNT),referencia,
      *   valoracion,fecha-valoracion,prestamos(separados por ;),
      *   importe-pignorado,retencion,estado,fecha-alta
      * y escribe data/ltv-report-AAAA-MM.txt con el LTV de cada
      * prestamo garantizado (capital vivo / valor de sus
      * garantias). Se marcan:
      *   - LTV   : el LTV supera el maximo de la politica
      *             (MINIBANK_LTV_MAX, por defecto 0.80)
      *   - TASAC : alguna garantia PROPERTY/VEHICLE tiene una
      *             tasacion de hace mas de un ano
      * Una garantia TD vale el capital vigente del deposito en
      * data/term-deposits.csv (el que quede tras renovaciones); una
      * ACCOUNT vale el importe pignorado. Las garantias dinerarias
      * no envejecen. Una garantia que cubre varios prestamos se
      * reparte entre ellos en proporcion a su capital vivo.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTV-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "data/loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO "data/collateral.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COL-STATUS.
           SELECT TD-FILE ASSIGN TO "data/term-deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
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
       FD  COLLATERAL-FILE.
       01  COLLATERAL-LINE       PIC X(200).
       FD  TD-FILE.
       01  TD-LINE               PIC X(150).
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
       77  WS-JOB-NAME           PIC X(16) VALUE "LTV-REPORT".
       77  WS-RUN-TIME           PIC X(8).

       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-BUSDATE-LOG-STATUS PIC XX.
       77  WS-BUSDATE-LINE       PIC X(10).

       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-TODAY-INTEGER      PIC S9(9) COMP.
       77  WS-ROLL-YYYYMMDD      PIC 9(8).

      * Politica: LTV maximo admitido y antiguedad maxima de una
      * tasacion
       77  WS-ENV-LTV-MAX        PIC X(10) VALUE SPACES.
       77  WS-LTV-MAX            PIC 9V9(4) VALUE 0.80.
       77  WS-MAX-VAL-AGE        PIC 9(3) VALUE 365.

      * Prestamos vivos (ACTIVE o RESTRUCTURED) con su cobertura
       77  WS-LOANS-STATUS       PIC XX.
       77  WS-MAX-LOANS          PIC 9(4) COMP VALUE 1000.
       77  WS-LOAN-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ROW OCCURS 1000 TIMES INDEXED BY IX-LN.
               10  LN-ID             PIC X(12).
               10  LN-ACCOUNT        PIC X(30).
               10  LN-PRINCIPAL      PIC S9(13)V9(2) COMP-3.
               10  LN-COVER          PIC S9(13)V9(2) COMP-3.
               10  LN-COL-COUNT      PIC 9(3) COMP.
               10  LN-STALE          PIC X.
       77  WS-LN-ID              PIC X(12).
       77  WS-LN-ACCOUNT         PIC X(30).
       77  WS-LN-PRIN-STR        PIC X(20).
       77  WS-LN-RATE-STR        PIC X(15).
       77  WS-LN-TERM-STR        PIC X(5).
       77  WS-LN-INST-STR        PIC X(20).
       77  WS-LN-NEXT-DUE        PIC X(10).
       77  WS-LN-STATUS          PIC X(12).

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
       77  WS-COL-STALE          PIC X.
       77  WS-COL-PTR            PIC 9(3) COMP.
       77  WS-COL-PART           PIC X(20).
       77  WS-VAL-YYYYMMDD       PIC 9(8).
       77  WS-VAL-INTEGER        PIC S9(9) COMP.
       77  WS-FOUND              PIC X.

       77  WS-LTV                PIC 9(3)V9(4).
       77  WS-FLAGS              PIC X(12).
       77  WS-REPORT-PATH        PIC X(50).

       77  WS-TOTAL-LOANS        PIC 9(5) VALUE 0.
       77  WS-TOTAL-SECURED      PIC 9(5) VALUE 0.
       77  WS-TOTAL-OVER         PIC 9(5) VALUE 0.
       77  WS-TOTAL-STALE        PIC 9(5) VALUE 0.
       77  WS-TOTAL-EXPOSURE     PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-COVER        PIC S9(13)V9(2) COMP-3 VALUE 0.

       77  FORMATTED-AMT         PIC -(12)9.99.
       77  FORMATTED-COVER       PIC -(12)9.99.
       77  WS-LTV-EDIT           PIC ZZ9.99.
       77  WS-LTV-MAX-EDIT       PIC ZZ9.99.
       77  WS-CNT-EDIT           PIC Z(4)9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM RECORD-RUN-START

           ACCEPT WS-ENV-LTV-MAX FROM ENVIRONMENT "MINIBANK_LTV_MAX"
           IF WS-ENV-LTV-MAX NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-LTV-MAX) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-LTV-MAX) TO WS-LTV-MAX
           END-IF

           MOVE WS-TODAY-YYYYMMDD TO WS-ROLL-YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ROLL-YYYYMMDD)

           PERFORM LOAD-LOANS
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

           PERFORM WRITE-LTV-REPORT

           PERFORM RECORD-RUN-END-OK

           DISPLAY "Prestamos vivos: " WS-TOTAL-LOANS
           DISPLAY "Garantizados: " WS-TOTAL-SECURED
           DISPLAY "LTV sobre politica: " WS-TOTAL-OVER
           DISPLAY "Tasaciones caducadas: " WS-TOTAL-STALE
           DISPLAY "Informe generado en " WS-REPORT-PATH
           GOBACK
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
                       MOVE FUNCTION NUMVAL(WS-LN-PRIN-STR)
                           TO LN-PRINCIPAL(IX-LN)
                       MOVE 0 TO LN-COVER(IX-LN)
                       MOVE 0 TO LN-COL-COUNT(IX-LN)
                       MOVE "N" TO LN-STALE(IX-LN)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LOANS-FILE
           MOVE WS-LOAN-COUNT TO WS-TOTAL-LOANS
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
           MOVE "N" TO WS-COL-STALE
           EVALUATE WS-COL-TYPE
               WHEN "TD"
      *            El deposito vale lo que tenga hoy; vencido o
      *            cancelado no cubre nada
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
                   PERFORM CHECK-VALUATION-AGE
           END-EVALUATE

      *    Primera vuelta: capital vivo total de los prestamos
      *    cubiertos
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

      *    Segunda vuelta: la parte de la garantia de cada prestamo
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
           ADD 1 TO LN-COL-COUNT(IX-LN)
           IF WS-COL-STALE = "Y"
               MOVE "Y" TO LN-STALE(IX-LN)
           END-IF
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

      * Una tasacion sin fecha o de hace mas de WS-MAX-VAL-AGE dias
      * esta caducada
       CHECK-VALUATION-AGE.
           IF WS-COL-VAL-DATE = SPACES
               OR WS-COL-VAL-DATE(5:1) NOT = "-"
               MOVE "Y" TO WS-COL-STALE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COL-VAL-DATE(1:4) TO WS-VAL-YYYYMMDD(1:4)
           MOVE WS-COL-VAL-DATE(6:2) TO WS-VAL-YYYYMMDD(5:2)
           MOVE WS-COL-VAL-DATE(9:2) TO WS-VAL-YYYYMMDD(7:2)
           COMPUTE WS-VAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-VAL-YYYYMMDD)
           IF WS-TODAY-INTEGER - WS-VAL-INTEGER > WS-MAX-VAL-AGE
               MOVE "Y" TO WS-COL-STALE
           END-IF
           .

      * ----------------------------------------------------------------
      * WRITE-LTV-REPORT - Una linea por prestamo garantizado, con
      * sus marcas, y resumen de la cartera
      * ----------------------------------------------------------------
       WRITE-LTV-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "data/ltv-report-" DELIMITED BY SIZE
                  WS-TODAY-DATE(1:7) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE

           COMPUTE WS-LTV-MAX-EDIT = WS-LTV-MAX * 100
           MOVE SPACES TO REPORT-LINE
           STRING "SEGUIMIENTO LTV - " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " (maximo de la politica " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LTV-MAX-EDIT) DELIMITED BY SIZE
                  "%, tasacion maxima " DELIMITED BY SIZE
                  WS-MAX-VAL-AGE DELIMITED BY SIZE
                  " dias)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PRESTAMO     CUENTA            CAPITAL VIVO"
                      DELIMITED BY SIZE
                  "  VALOR GARANTIAS  GAR.   LTV %  MARCAS"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING IX-LN FROM 1 BY 1
               UNTIL IX-LN > WS-LOAN-COUNT
               IF LN-COL-COUNT(IX-LN) > 0
                   PERFORM WRITE-LTV-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-SECURED TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Prestamos garantizados : " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           COMPUTE WS-CNT-EDIT = WS-TOTAL-LOANS - WS-TOTAL-SECURED
           MOVE SPACES TO REPORT-LINE
           STRING "Prestamos sin garantia : " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-OVER TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "LTV sobre la politica  : " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-STALE TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Tasaciones caducadas   : " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-EXPOSURE TO FORMATTED-AMT
           MOVE WS-TOTAL-COVER TO FORMATTED-COVER
           MOVE SPACES TO REPORT-LINE
           STRING "Capital garantizado    : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
                  "  valor de garantias: " DELIMITED BY SIZE
                  FORMATTED-COVER DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE
           .

       WRITE-LTV-LINE.
           ADD 1 TO WS-TOTAL-SECURED
           ADD LN-PRINCIPAL(IX-LN) TO WS-TOTAL-EXPOSURE
           ADD LN-COVER(IX-LN) TO WS-TOTAL-COVER

           MOVE SPACES TO WS-FLAGS
      *    Sin valor que lo cubra (deposito vencido, etc.) el LTV se
      *    da por excedido
           IF LN-COVER(IX-LN) > 0
               COMPUTE WS-LTV ROUNDED =
                   LN-PRINCIPAL(IX-LN) / LN-COVER(IX-LN)
                   ON SIZE ERROR MOVE 999.9999 TO WS-LTV
               END-COMPUTE
           ELSE
               MOVE 999.9999 TO WS-LTV
           END-IF
           IF WS-LTV > WS-LTV-MAX
               ADD 1 TO WS-TOTAL-OVER
               MOVE "LTV" TO WS-FLAGS
           END-IF
           IF LN-STALE(IX-LN) = "Y"
               ADD 1 TO WS-TOTAL-STALE
               IF WS-FLAGS = SPACES
                   MOVE "TASAC" TO WS-FLAGS
               ELSE
                   MOVE "LTV TASAC" TO WS-FLAGS
               END-IF
           END-IF

           COMPUTE WS-LTV-EDIT = WS-LTV * 100
               ON SIZE ERROR MOVE 999.99 TO WS-LTV-EDIT
           END-COMPUTE
           MOVE LN-PRINCIPAL(IX-LN) TO FORMATTED-AMT
           MOVE LN-COVER(IX-LN) TO FORMATTED-COVER
           MOVE LN-COL-COUNT(IX-LN) TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING LN-ID(IX-LN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LN-ACCOUNT(IX-LN)(1:12) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-COVER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LTV-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FLAGS DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-FLAGS NOT = SPACES
               DISPLAY "Aviso LTV: " LN-ID(IX-LN) " "
                   FUNCTION TRIM(WS-FLAGS)
           END-IF
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

       END PROGRAM LTV-REPORT.
