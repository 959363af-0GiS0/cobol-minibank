      ******************************************************************
      * GL-YEAR-END: Cierre del ejercicio contable
      *
      * GL-PERIOD-CLOSE cierra mes a mes, pero las cuentas de
      * ingresos y gastos seguian acumulando de un ano a otro. Este
      * trabajo cierra el ejercicio GL_YEAR (AAAA) contra la cuenta
      * de reservas GL_RETAINED_ACCOUNT:
      *   - exige los doce periodos AAAA-01..AAAA-12 CLOSED en
      *     data/gl-periods.csv y que el ejercicio no este ya
      *     cerrado (data/gl-year-end.csv),
      *   - suma el libro diario data/gl-journal.csv hasta AAAA-12 y
      *     salda toda cuenta de clase ingreso o gasto del plan
      *     data/gl-accounts.csv (INGRESO/GASTO o INCOME/EXPENSE)
      *     contra la cuenta de reservas, que recoge el resultado,
      *   - el asiento de cierre se entrega a GL-POST (extracto
      *     data/gl-yearend-AAAA.txt, fecha AAAA-12-31) en el
      *     periodo de regularizacion AAAA-13, para que los doce
      *     meses sigan cerrados y el plan y el cuadre se validen con
      *     sus reglas,
      *   - marca AAAA-13 CLOSED y abre (OPEN) los doce periodos del
      *     ano siguiente en data/gl-periods.csv (.new + mv), y
      *   - anota el cierre en data/gl-year-end.csv
      *     (ano,fecha,cuenta-reservas,resultado).
      *
      * EOD-DRIVER lo lanza el ultimo dia habil del ano (YEAR-END),
      * despues de que GL-PERIOD-CLOSE cierre diciembre, con GL_YEAR
      * fijado al ano de la fecha de negocio.
      *
      * Salida: balance del ejercicio antes y despues del cierre en
      * data/gl-year-end-AAAA.txt; el saldo despues es la posicion
      * de apertura del ano siguiente.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-YEAR-END.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODS-FILE ASSIGN TO "data/gl-periods.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODS-STATUS.
           SELECT PERIODS-OUT-FILE ASSIGN TO
               "data/gl-periods.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "data/gl-journal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CHART-FILE ASSIGN TO "data/gl-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
           SELECT YEAR-END-FILE ASSIGN TO "data/gl-year-end.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YE-STATUS.
           SELECT GL-OUT-FILE ASSIGN TO WS-GL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODS-FILE.
       01  PERIODS-LINE          PIC X(20).
       FD  PERIODS-OUT-FILE.
       01  PERIODS-OUT-LINE      PIC X(20).
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE          PIC X(100).
       FD  CHART-FILE.
       01  CHART-LINE            PIC X(60).
       FD  YEAR-END-FILE.
       01  YEAR-END-LINE         PIC X(80).
       FD  GL-OUT-FILE.
       01  GL-OUT-RECORD         PIC X(60).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-PERIODS-STATUS     PIC XX.
       77  WS-JOURNAL-STATUS     PIC XX.
       77  WS-CHART-STATUS       PIC XX.
       77  WS-YE-STATUS          PIC XX.

       77  WS-ENV-YEAR           PIC X(4) VALUE SPACES.
       77  WS-ENV-RETAINED       PIC X(8) VALUE SPACES.
       77  WS-YEAR               PIC 9(4).
       77  WS-NEXT-YEAR          PIC 9(4).
       77  WS-ADJ-PERIOD         PIC X(7).
       77  WS-LAST-PERIOD        PIC X(7).
       77  WS-CLOSE-DATE         PIC X(10).
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

      * Periodos: los doce del ejercicio y los doce del siguiente
       01  WS-MONTHS-TABLE.
           05  WS-MONTH-ROW OCCURS 12 TIMES INDEXED BY IX-MON.
               10  MON-CLOSED        PIC X.
               10  MON-NEXT-SEEN     PIC X.
       77  WS-MONTH-NUM          PIC 99.
       77  WS-PERIOD-ROW         PIC X(7).
       77  WS-PERIOD-STATE       PIC X(8).
       77  WS-MISSING-COUNT      PIC 99 VALUE 0.
       77  WS-ADJ-WRITTEN        PIC X VALUE "N".

       77  WS-MV-COMMAND         PIC X(60) VALUE
           "mv data/gl-periods.csv.new data/gl-periods.csv".

      * Fila DTL del diario
       77  WS-J-TYPE             PIC X(3).
       77  WS-J-BATCH            PIC X(6).
       77  WS-J-SEQ              PIC X(3).
       77  WS-J-PERIOD           PIC X(7).
       77  WS-J-DATE             PIC X(10).
       77  WS-J-ACCOUNT          PIC X(8).
       77  WS-J-DEBITS           PIC X(20).
       77  WS-J-CREDITS          PIC X(20).
       77  WS-SUM-UP-TO          PIC X(7).
       77  WS-SUM-PASS           PIC X.

      * Plan de cuentas con saldo antes, cierre y despues
       77  WS-GL-MAX             PIC 9(3) COMP VALUE 100.
       77  WS-GL-COUNT           PIC 9(3) COMP VALUE 0.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 100 TIMES INDEXED BY IX-GL.
               10  GL-ACCOUNT        PIC X(8).
               10  GL-NAME           PIC X(30).
               10  GL-CLASS          PIC X(10).
               10  GL-IS-RESULT      PIC X.
               10  GL-BEFORE         PIC S9(13)V9(2) COMP-3.
               10  GL-CLOSING        PIC S9(13)V9(2) COMP-3.
               10  GL-AFTER          PIC S9(13)V9(2) COMP-3.
       77  WS-GL-FOUND           PIC X.
       77  WS-GL-INDEX           PIC 9(3) COMP.
       77  WS-RETAINED-INDEX     PIC 9(3) COMP VALUE 0.

       77  WS-CHT-ACCOUNT        PIC X(8).
       77  WS-CHT-NAME           PIC X(30).
       77  WS-CHT-CLASS          PIC X(10).

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
       77  WS-GL-POST-CMD        PIC X(160).
       77  WS-GL-POST-RC         PIC S9(9) COMP VALUE 0.
       77  WS-CLOSING-LINES      PIC 9(3) COMP VALUE 0.

       77  WS-RESULT             PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-BEFORE       PIC S9(13)V9(2) COMP-3.
       77  WS-TOTAL-CLOSING      PIC S9(13)V9(2) COMP-3.
       77  WS-TOTAL-AFTER        PIC S9(13)V9(2) COMP-3.

       77  WS-REPORT-PATH        PIC X(60).
       77  WS-AMOUNT-EDIT        PIC -9(13).99.
       77  WS-AMOUNT-STR         PIC X(20).
       77  FORMATTED-AMT         PIC -(12)9.99.
       77  FORMATTED-AMT-2       PIC -(12)9.99.
       77  FORMATTED-AMT-3       PIC -(12)9.99.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-ENV-YEAR FROM ENVIRONMENT "GL_YEAR"
           ACCEPT WS-ENV-RETAINED
               FROM ENVIRONMENT "GL_RETAINED_ACCOUNT"

           IF WS-ENV-YEAR = SPACES OR WS-ENV-YEAR NOT NUMERIC
               OR WS-ENV-RETAINED = SPACES
               DISPLAY "Defina GL_YEAR (AAAA) y GL_RETAINED_ACCOUNT "
                   "antes de ejecutar GL-YEAR-END"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-ENV-YEAR TO WS-YEAR
           COMPUTE WS-NEXT-YEAR = WS-YEAR + 1
           STRING WS-ENV-YEAR "-13" DELIMITED BY SIZE
               INTO WS-ADJ-PERIOD
           END-STRING
           STRING WS-ENV-YEAR "-12" DELIMITED BY SIZE
               INTO WS-LAST-PERIOD
           END-STRING
           STRING WS-ENV-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-CLOSE-DATE
           END-STRING
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           PERFORM CHECK-YEAR-NOT-CLOSED
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM CHECK-PERIODS-CLOSED
           IF WS-MISSING-COUNT > 0
               DISPLAY "ERROR: " WS-MISSING-COUNT " periodos del "
                   "ejercicio " WS-ENV-YEAR " sin cerrar; ejecute "
                   "GL-PERIOD-CLOSE antes del cierre anual"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-CHART
           IF WS-RETAINED-INDEX = 0
               DISPLAY "ERROR: la cuenta de reservas "
                   WS-ENV-RETAINED " no esta en data/gl-accounts.csv"
                   " o es de ingresos/gastos"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-LAST-PERIOD TO WS-SUM-UP-TO
           MOVE "B" TO WS-SUM-PASS
           PERFORM SUM-JOURNAL
           PERFORM BUILD-CLOSING-ENTRY

           IF WS-CLOSING-LINES > 0
               PERFORM POST-CLOSING-JOURNAL
               IF WS-GL-POST-RC NOT = 0
                   DISPLAY "ERROR: GL-POST rechazo el asiento de "
                       "cierre; el ejercicio sigue abierto"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               DISPLAY "Sin saldos de ingresos ni gastos: no hay "
                   "asiento de cierre"
           END-IF

           PERFORM ROLL-PERIODS
           PERFORM APPEND-YEAR-END

           MOVE WS-ADJ-PERIOD TO WS-SUM-UP-TO
           MOVE "A" TO WS-SUM-PASS
           PERFORM SUM-JOURNAL
           PERFORM WRITE-YEAR-END-REPORT

           MOVE WS-RESULT TO FORMATTED-AMT
           DISPLAY "Ejercicio " WS-ENV-YEAR " cerrado: resultado "
               FUNCTION TRIM(FORMATTED-AMT) " a "
               FUNCTION TRIM(WS-ENV-RETAINED) "; abiertos los "
               "periodos de " WS-NEXT-YEAR
           GOBACK
           .

      * ----------------------------------------------------------------
      * CHECK-YEAR-NOT-CLOSED - Un ejercicio se cierra una sola vez
      * ----------------------------------------------------------------
       CHECK-YEAR-NOT-CLOSED.
           OPEN INPUT YEAR-END-FILE
           IF WS-YE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-YE-STATUS NOT = "00"
               READ YEAR-END-FILE
               IF WS-YE-STATUS = "00"
                   AND YEAR-END-LINE(1:4) = WS-ENV-YEAR
                   AND YEAR-END-LINE(5:1) = ","
                   DISPLAY "ERROR: el ejercicio " WS-ENV-YEAR
                       " ya estaba cerrado"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM

           CLOSE YEAR-END-FILE
           .

      * ----------------------------------------------------------------
      * CHECK-PERIODS-CLOSED - Los doce meses del ejercicio CLOSED
      * ----------------------------------------------------------------
       CHECK-PERIODS-CLOSED.
           PERFORM VARYING IX-MON FROM 1 BY 1 UNTIL IX-MON > 12
               MOVE "N" TO MON-CLOSED(IX-MON)
               MOVE "N" TO MON-NEXT-SEEN(IX-MON)
           END-PERFORM

           OPEN INPUT PERIODS-FILE
           IF WS-PERIODS-STATUS = "00"
               PERFORM UNTIL WS-PERIODS-STATUS NOT = "00"
                   READ PERIODS-FILE
                   IF WS-PERIODS-STATUS = "00"
                       PERFORM NOTE-PERIOD-ROW
                   END-IF
               END-PERFORM
               CLOSE PERIODS-FILE
           END-IF

           MOVE 0 TO WS-MISSING-COUNT
           PERFORM VARYING IX-MON FROM 1 BY 1 UNTIL IX-MON > 12
               IF MON-CLOSED(IX-MON) NOT = "Y"
                   ADD 1 TO WS-MISSING-COUNT
                   SET WS-MONTH-NUM TO IX-MON
                   DISPLAY "  Periodo " WS-ENV-YEAR "-" WS-MONTH-NUM
                       " no esta CLOSED"
               END-IF
           END-PERFORM
           .

       NOTE-PERIOD-ROW.
           MOVE SPACES TO WS-PERIOD-STATE
           UNSTRING PERIODS-LINE DELIMITED BY ","
               INTO WS-PERIOD-ROW WS-PERIOD-STATE
           END-UNSTRING
           IF WS-PERIOD-ROW(5:1) NOT = "-"
               OR WS-PERIOD-ROW(6:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD-ROW(6:2) TO WS-MONTH-NUM
           IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12
               EXIT PARAGRAPH
           END-IF

           IF WS-PERIOD-ROW(1:4) = WS-ENV-YEAR
               AND WS-PERIOD-STATE = "CLOSED"
               MOVE "Y" TO MON-CLOSED(WS-MONTH-NUM)
           END-IF
           IF WS-PERIOD-ROW(1:4) = WS-NEXT-YEAR
               MOVE "Y" TO MON-NEXT-SEEN(WS-MONTH-NUM)
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-CHART - Plan de cuentas: clase de resultado y cuenta de
      * reservas
      * ----------------------------------------------------------------
       LOAD-CHART.
           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/gl-accounts.csv"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CHART-STATUS NOT = "00"
               READ CHART-FILE
               IF WS-CHART-STATUS = "00"
                   AND CHART-LINE(1:7) NOT = "account"
                   AND WS-GL-COUNT < WS-GL-MAX
                   MOVE SPACES TO WS-CHT-NAME
                   MOVE SPACES TO WS-CHT-CLASS
                   UNSTRING CHART-LINE DELIMITED BY ","
                       INTO WS-CHT-ACCOUNT WS-CHT-NAME
                            WS-CHT-CLASS
                   END-UNSTRING
                   ADD 1 TO WS-GL-COUNT
                   SET IX-GL TO WS-GL-COUNT
                   MOVE WS-CHT-ACCOUNT TO GL-ACCOUNT(IX-GL)
                   MOVE WS-CHT-NAME TO GL-NAME(IX-GL)
                   MOVE WS-CHT-CLASS TO GL-CLASS(IX-GL)
                   IF WS-CHT-CLASS = "INGRESO" OR "GASTO"
                       OR "INCOME" OR "EXPENSE"
                       MOVE "Y" TO GL-IS-RESULT(IX-GL)
                   ELSE
                       MOVE "N" TO GL-IS-RESULT(IX-GL)
                       IF WS-CHT-ACCOUNT = WS-ENV-RETAINED
                           MOVE WS-GL-COUNT TO WS-RETAINED-INDEX
                       END-IF
                   END-IF
                   MOVE 0 TO GL-BEFORE(IX-GL)
                   MOVE 0 TO GL-CLOSING(IX-GL)
                   MOVE 0 TO GL-AFTER(IX-GL)
               END-IF
           END-PERFORM

           CLOSE CHART-FILE
           .

      * ----------------------------------------------------------------
      * SUM-JOURNAL - Saldo acumulado (debe - haber) por cuenta de
      * todos los periodos hasta WS-SUM-UP-TO; pasada B (antes del
      * cierre) o A (despues)
      * ----------------------------------------------------------------
       SUM-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
               READ JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "00"
                   PERFORM TALLY-JOURNAL-LINE
               END-IF
           END-PERFORM

           CLOSE JOURNAL-FILE
           .

       TALLY-JOURNAL-LINE.
           UNSTRING JOURNAL-LINE DELIMITED BY ","
               INTO WS-J-TYPE WS-J-BATCH WS-J-SEQ WS-J-PERIOD
                    WS-J-DATE WS-J-ACCOUNT WS-J-DEBITS WS-J-CREDITS
           END-UNSTRING

           IF WS-J-TYPE NOT = "DTL"
               OR WS-J-PERIOD > WS-SUM-UP-TO
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-J-DEBITS) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-J-CREDITS) NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-GL
           IF WS-GL-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-SUM-PASS = "B"
               COMPUTE GL-BEFORE(WS-GL-INDEX) =
                   GL-BEFORE(WS-GL-INDEX)
                   + FUNCTION NUMVAL(WS-J-DEBITS)
                   - FUNCTION NUMVAL(WS-J-CREDITS)
           ELSE
               COMPUTE GL-AFTER(WS-GL-INDEX) =
                   GL-AFTER(WS-GL-INDEX)
                   + FUNCTION NUMVAL(WS-J-DEBITS)
                   - FUNCTION NUMVAL(WS-J-CREDITS)
           END-IF
           .

      *    Una cuenta del diario que ya no esta en el plan se lista
      *    igualmente, sin clase: no se salda pero tampoco se pierde
       FIND-OR-ADD-GL.
           MOVE "N" TO WS-GL-FOUND
           PERFORM VARYING IX-GL FROM 1 BY 1
               UNTIL IX-GL > WS-GL-COUNT
                   OR WS-GL-FOUND = "Y"
               IF GL-ACCOUNT(IX-GL) = WS-J-ACCOUNT
                   MOVE "Y" TO WS-GL-FOUND
                   SET WS-GL-INDEX TO IX-GL
               END-IF
           END-PERFORM

           IF WS-GL-FOUND = "N" AND WS-GL-COUNT < WS-GL-MAX
               ADD 1 TO WS-GL-COUNT
               SET WS-GL-INDEX TO WS-GL-COUNT
               MOVE WS-J-ACCOUNT TO GL-ACCOUNT(WS-GL-INDEX)
               MOVE SPACES TO GL-NAME(WS-GL-INDEX)
               MOVE SPACES TO GL-CLASS(WS-GL-INDEX)
               MOVE "N" TO GL-IS-RESULT(WS-GL-INDEX)
               MOVE 0 TO GL-BEFORE(WS-GL-INDEX)
               MOVE 0 TO GL-CLOSING(WS-GL-INDEX)
               MOVE 0 TO GL-AFTER(WS-GL-INDEX)
               MOVE "Y" TO WS-GL-FOUND
           END-IF
           .

      * ----------------------------------------------------------------
      * BUILD-CLOSING-ENTRY - Cada cuenta de resultado se salda por
      * su saldo contrario; la contrapartida neta va a reservas
      * ----------------------------------------------------------------
       BUILD-CLOSING-ENTRY.
           MOVE 0 TO WS-RESULT
           MOVE 0 TO WS-CLOSING-LINES
           PERFORM VARYING IX-GL FROM 1 BY 1
               UNTIL IX-GL > WS-GL-COUNT
               IF GL-IS-RESULT(IX-GL) = "Y"
                   AND GL-BEFORE(IX-GL) NOT = 0
                   COMPUTE GL-CLOSING(IX-GL) = 0 - GL-BEFORE(IX-GL)
                   SUBTRACT GL-BEFORE(IX-GL) FROM WS-RESULT
                   ADD 1 TO WS-CLOSING-LINES
               END-IF
           END-PERFORM

      *    Resultado positivo (beneficio): abono a reservas
           IF WS-CLOSING-LINES > 0
               COMPUTE GL-CLOSING(WS-RETAINED-INDEX) = 0 - WS-RESULT
           END-IF
           .

      * ----------------------------------------------------------------
      * POST-CLOSING-JOURNAL - Extracto de ancho fijo y GL-POST en el
      * periodo de regularizacion AAAA-13
      * ----------------------------------------------------------------
       POST-CLOSING-JOURNAL.
           MOVE SPACES TO WS-GL-PATH
           STRING "data/gl-yearend-" DELIMITED BY SIZE
                  WS-ENV-YEAR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-GL-PATH
           END-STRING

           OPEN OUTPUT GL-OUT-FILE
           MOVE WS-CLOSE-DATE TO GLO-DATE
           PERFORM VARYING IX-GL FROM 1 BY 1
               UNTIL IX-GL > WS-GL-COUNT
               IF GL-CLOSING(IX-GL) NOT = 0
                   MOVE GL-ACCOUNT(IX-GL) TO GLO-ACCOUNT
                   IF GL-CLOSING(IX-GL) > 0
                       MOVE GL-CLOSING(IX-GL) TO GLO-DEBITS
                       MOVE 0 TO GLO-CREDITS
                   ELSE
                       MOVE 0 TO GLO-DEBITS
                       COMPUTE GLO-CREDITS = 0 - GL-CLOSING(IX-GL)
                   END-IF
                   WRITE GL-OUT-RECORD FROM WS-GL-OUT-LINE
               END-IF
           END-PERFORM
           CLOSE GL-OUT-FILE

           MOVE SPACES TO WS-GL-POST-CMD
           STRING "GL_DATE=" DELIMITED BY SIZE
                  WS-CLOSE-DATE DELIMITED BY SIZE
                  " GL_POST_PERIOD=" DELIMITED BY SIZE
                  WS-ADJ-PERIOD DELIMITED BY SIZE
                  " GL_EXTRACT_FILE=" DELIMITED BY SIZE
                  WS-GL-PATH DELIMITED BY SPACE
                  " ./gl-post" DELIMITED BY SIZE
               INTO WS-GL-POST-CMD
           END-STRING
           CALL "SYSTEM" USING WS-GL-POST-CMD
               GIVING WS-GL-POST-RC
           .

      * ----------------------------------------------------------------
      * ROLL-PERIODS - AAAA-13 queda CLOSED y el ano siguiente OPEN;
      * las filas que ya existian se respetan
      * ----------------------------------------------------------------
       ROLL-PERIODS.
           OPEN OUTPUT PERIODS-OUT-FILE

           OPEN INPUT PERIODS-FILE
           IF WS-PERIODS-STATUS = "00"
               PERFORM UNTIL WS-PERIODS-STATUS NOT = "00"
                   READ PERIODS-FILE
                   IF WS-PERIODS-STATUS = "00"
                       PERFORM COPY-PERIOD-ROW
                   END-IF
               END-PERFORM
               CLOSE PERIODS-FILE
           END-IF

           IF WS-ADJ-WRITTEN = "N"
               MOVE SPACES TO PERIODS-OUT-LINE
               STRING WS-ADJ-PERIOD ",CLOSED"
                   DELIMITED BY SIZE INTO PERIODS-OUT-LINE
               END-STRING
               WRITE PERIODS-OUT-LINE
           END-IF

           PERFORM VARYING IX-MON FROM 1 BY 1 UNTIL IX-MON > 12
               IF MON-NEXT-SEEN(IX-MON) = "N"
                   SET WS-MONTH-NUM TO IX-MON
                   MOVE SPACES TO PERIODS-OUT-LINE
                   STRING WS-NEXT-YEAR "-" WS-MONTH-NUM ",OPEN"
                       DELIMITED BY SIZE INTO PERIODS-OUT-LINE
                   END-STRING
                   WRITE PERIODS-OUT-LINE
               END-IF
           END-PERFORM

           CLOSE PERIODS-OUT-FILE

           CALL "SYSTEM" USING WS-MV-COMMAND
           .

       COPY-PERIOD-ROW.
           MOVE SPACES TO WS-PERIOD-STATE
           UNSTRING PERIODS-LINE DELIMITED BY ","
               INTO WS-PERIOD-ROW WS-PERIOD-STATE
           END-UNSTRING

           IF WS-PERIOD-ROW = WS-ADJ-PERIOD
               MOVE "Y" TO WS-ADJ-WRITTEN
               MOVE SPACES TO PERIODS-OUT-LINE
               STRING WS-ADJ-PERIOD ",CLOSED"
                   DELIMITED BY SIZE INTO PERIODS-OUT-LINE
               END-STRING
           ELSE
               MOVE PERIODS-LINE TO PERIODS-OUT-LINE
           END-IF
           WRITE PERIODS-OUT-LINE
           .

       APPEND-YEAR-END.
           OPEN EXTEND YEAR-END-FILE
           IF WS-YE-STATUS = "05" OR WS-YE-STATUS = "35"
               OPEN OUTPUT YEAR-END-FILE
           END-IF

           MOVE WS-RESULT TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR
           MOVE SPACES TO YEAR-END-LINE
           STRING WS-ENV-YEAR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ENV-RETAINED DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
               INTO YEAR-END-LINE
           END-STRING
           WRITE YEAR-END-LINE

           CLOSE YEAR-END-FILE
           .

      * ----------------------------------------------------------------
      * WRITE-YEAR-END-REPORT - Balance antes y despues del cierre
      * ----------------------------------------------------------------
       WRITE-YEAR-END-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "data/gl-year-end-" DELIMITED BY SIZE
                  WS-ENV-YEAR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "CIERRE DEL EJERCICIO " DELIMITED BY SIZE
                  WS-ENV-YEAR DELIMITED BY SIZE
                  " - BALANCE ANTES Y DESPUES DEL CIERRE"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-RESULT TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Cuenta de reservas: " DELIMITED BY SIZE
                  WS-ENV-RETAINED DELIMITED BY SIZE
                  "  Resultado: " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "CUENTA   CLASE      NOMBRE
      -    "    SALDO ANTES           CIERRE   SALDO DESPUES"
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-TOTAL-BEFORE
           MOVE 0 TO WS-TOTAL-CLOSING
           MOVE 0 TO WS-TOTAL-AFTER
           PERFORM VARYING IX-GL FROM 1 BY 1
               UNTIL IX-GL > WS-GL-COUNT
               IF GL-BEFORE(IX-GL) NOT = 0
                   OR GL-CLOSING(IX-GL) NOT = 0
                   OR GL-AFTER(IX-GL) NOT = 0
                   PERFORM WRITE-YEAR-END-LINE
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-BEFORE TO FORMATTED-AMT
           MOVE WS-TOTAL-CLOSING TO FORMATTED-AMT-2
           MOVE WS-TOTAL-AFTER TO FORMATTED-AMT-3
           MOVE SPACES TO REPORT-LINE
           MOVE "TOTALES" TO REPORT-LINE(1:7)
           MOVE FORMATTED-AMT TO REPORT-LINE(52:16)
           MOVE FORMATTED-AMT-2 TO REPORT-LINE(69:16)
           MOVE FORMATTED-AMT-3 TO REPORT-LINE(86:16)
           WRITE REPORT-LINE

           IF WS-TOTAL-BEFORE = 0 AND WS-TOTAL-AFTER = 0
               MOVE "CUADRE: el libro suma cero antes y despues"
                   TO REPORT-LINE
           ELSE
               MOVE "DESCUADRE: revisar el libro diario"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           CLOSE REPORT-FILE

           DISPLAY "Balance de cierre en " WS-REPORT-PATH
           .

       WRITE-YEAR-END-LINE.
           ADD GL-BEFORE(IX-GL) TO WS-TOTAL-BEFORE
           ADD GL-CLOSING(IX-GL) TO WS-TOTAL-CLOSING
           ADD GL-AFTER(IX-GL) TO WS-TOTAL-AFTER
           MOVE GL-BEFORE(IX-GL) TO FORMATTED-AMT
           MOVE GL-CLOSING(IX-GL) TO FORMATTED-AMT-2
           MOVE GL-AFTER(IX-GL) TO FORMATTED-AMT-3
           MOVE SPACES TO REPORT-LINE
           STRING GL-ACCOUNT(IX-GL) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GL-CLASS(IX-GL) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GL-NAME(IX-GL) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT-3 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       END PROGRAM GL-YEAR-END.
