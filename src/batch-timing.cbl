      ******************************************************************
      * BATCH-TIMING: Tiempos de la ventana batch y alertas de SLA
      *
      * EOD-DRIVER lo lanza al terminar la cadena. Toma de
      * data/eod-run-history.csv la ultima ejecucion (fecha y hora de
      * arranque de la fila mas reciente) y, para cada paso y para la
      * cadena completa (paso 00, CHAIN), compara la duracion con la
      * media de las ejecuciones correctas (rc 0) de los 30 dias
      * anteriores:
      *   SUBE    - mas de un 10% por encima de la media
      *   BAJA    - mas de un 10% por debajo
      *   ESTABLE - dentro del 10%
      * El informe queda en data/batch-timing-report.txt.
      *
      * Los limites se configuran en data/eod-sla.csv:
      *   NOMBRE-DEL-PASO,minutos  duracion maxima del paso
      *   CHAIN,minutos            duracion maxima de la cadena
      *   DEADLINE,HH:MM           hora limite de fin de la cadena
      *                            (anterior al arranque = dia sig.)
      * Un paso sin limite configurado no se marca nunca.
      *
      * El estado de la cadena se deja en data/eod-sla-status.dat
      *   fecha,hora_arranque,hora_fin,OK|BREACH,motivo,pasos_fuera
      * para que BRIEFING avise de un cierre fuera de SLA. Termina con
      * RC 4 si la cadena completa se ha salido del SLA.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-TIMING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "data/eod-run-history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SLA-FILE ASSIGN TO "data/eod-sla.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/batch-timing-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-FILE ASSIGN TO "data/eod-sla-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-LINE          PIC X(100).
       FD  SLA-FILE.
       01  SLA-LINE              PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).
       FD  STATUS-FILE.
       01  STATUS-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-HISTORY-STATUS     PIC XX.
       77  WS-SLA-STATUS         PIC XX.
       77  WS-EOF                PIC X VALUE "N".

      * Fila del historico (ver EOD-DRIVER)
       77  WS-H-DATE             PIC X(10).
       77  WS-H-RUN              PIC X(8).
       77  WS-H-NUM              PIC X(2).
       77  WS-H-NAME             PIC X(20).
       77  WS-H-START            PIC X(8).
       77  WS-H-END              PIC X(8).
       77  WS-H-SECS-STR         PIC X(10).
       77  WS-H-RC-STR           PIC X(10).
       77  WS-H-SECS             PIC 9(6).
       77  WS-H-DAY-INT          PIC 9(8).

      * Ejecucion analizada: la de la ultima fila del historico
       77  WS-LAST-DATE          PIC X(10) VALUE SPACES.
       77  WS-LAST-RUN           PIC X(8) VALUE SPACES.
       77  WS-LAST-DAY-INT       PIC 9(8).
       77  WS-CUTOFF-DAY-INT     PIC 9(8).
       77  WS-AVG-DAYS           PIC 9(3) VALUE 30.

       77  WS-RUN-MAX            PIC 9(2) COMP VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 50 TIMES INDEXED BY IX-RUN.
               10  RUN-NUM           PIC X(2).
               10  RUN-NAME          PIC X(20).
               10  RUN-START         PIC X(8).
               10  RUN-END           PIC X(8).
               10  RUN-SECS          PIC 9(6).
               10  RUN-RC            PIC X(10).

      * Fila de la cadena completa de la ejecucion analizada
       77  WS-CHAIN-FOUND        PIC X VALUE "N".
       77  WS-CHAIN-END          PIC X(8) VALUE SPACES.
       77  WS-CHAIN-SECS         PIC 9(6) VALUE 0.

      * Acumulados por paso de las ejecuciones de los 30 dias previos
       77  WS-AVG-MAX            PIC 9(2) COMP VALUE 0.
       01  WS-AVG-TABLE.
           05  WS-AVG-ENTRY OCCURS 60 TIMES INDEXED BY IX-AVG.
               10  AVG-NAME          PIC X(20).
               10  AVG-TOTAL         PIC 9(9) COMP.
               10  AVG-COUNT         PIC 9(5) COMP.

      * Limites de data/eod-sla.csv
       77  WS-SLA-MAX            PIC 9(2) COMP VALUE 0.
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS 60 TIMES INDEXED BY IX-SLA.
               10  SLA-NAME          PIC X(20).
               10  SLA-MINUTES       PIC 9(5).
       77  WS-SLA-KEY            PIC X(20).
       77  WS-SLA-VALUE          PIC X(20).
       77  WS-SLA-CHAIN-MIN      PIC 9(5) VALUE 0.
       77  WS-SLA-DEADLINE       PIC X(5) VALUE SPACES.
       77  WS-DEADLINE-SECS      PIC 9(6).
       77  WS-ALLOWED-SECS       PIC 9(6).

      * Comparacion del paso en curso
       77  WS-CUR-NAME           PIC X(20).
       77  WS-CUR-SECS           PIC 9(6).
       77  WS-CUR-AVG            PIC 9(6).
       77  WS-CUR-HAS-AVG        PIC X.
       77  WS-CUR-PCT            PIC S9(5).
       77  WS-CUR-TREND          PIC X(12).
       77  WS-CUR-LIMIT          PIC 9(5).
       77  WS-CUR-SLA-TEXT       PIC X(24).
       77  WS-CUR-BREACH         PIC X.

       77  WS-STEPS-OVER         PIC 9(3) VALUE 0.
       77  WS-CHAIN-BREACH       PIC X VALUE "N".
       77  WS-BREACH-REASON      PIC X(40) VALUE SPACES.
       77  WS-STATUS-PTR         PIC 9(3) COMP.

      * Conversion de horas y duraciones
       77  WS-TIME-TEXT          PIC X(8).
       77  WS-TIME-SECS          PIC 9(6).
       77  WS-DUR-SECS           PIC 9(6).
       77  WS-DUR-HH             PIC 9(2).
       77  WS-DUR-MM             PIC 9(2).
       77  WS-DUR-SS             PIC 9(2).
       77  WS-DUR-REST           PIC 9(6).
       77  WS-DUR-TEXT           PIC X(8).
       77  WS-PCT-DISP           PIC +(4)9.
       77  WS-MIN-DISP           PIC Z(4)9.
       77  WS-COUNT-DISP         PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM FIND-LAST-RUN
           IF WS-LAST-DATE = SPACES
               DISPLAY "BATCH-TIMING: sin historico de tiempos"
               GOBACK
           END-IF

           COMPUTE WS-LAST-DAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-LAST-DATE(1:4)) * 10000
             + FUNCTION NUMVAL(WS-LAST-DATE(6:2)) * 100
             + FUNCTION NUMVAL(WS-LAST-DATE(9:2)))
           COMPUTE WS-CUTOFF-DAY-INT = WS-LAST-DAY-INT - WS-AVG-DAYS

           PERFORM LOAD-HISTORY
           PERFORM LOAD-SLA
           PERFORM WRITE-REPORT
           PERFORM WRITE-SLA-STATUS

           IF WS-CHAIN-BREACH = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * ----------------------------------------------------------------
      * FIND-LAST-RUN - Clave (fecha, hora de arranque) de la ultima
      * fila del historico
      * ----------------------------------------------------------------
       FIND-LAST-RUN.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-HISTORY-LINE
                       IF WS-H-DATE(5:1) = "-"
                           MOVE WS-H-DATE TO WS-LAST-DATE
                           MOVE WS-H-RUN  TO WS-LAST-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-HISTORY - Pasos de la ultima ejecucion y acumulados de
      * las ejecuciones correctas de los 30 dias anteriores
      * ----------------------------------------------------------------
       LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-HISTORY-LINE
                       IF WS-H-DATE(5:1) = "-"
                           PERFORM TAKE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       SPLIT-HISTORY-LINE.
           MOVE SPACES TO WS-H-DATE WS-H-RUN WS-H-NUM WS-H-NAME
                          WS-H-START WS-H-END WS-H-SECS-STR
                          WS-H-RC-STR
           UNSTRING HISTORY-LINE DELIMITED BY ","
               INTO WS-H-DATE WS-H-RUN WS-H-NUM WS-H-NAME
                    WS-H-START WS-H-END WS-H-SECS-STR WS-H-RC-STR
           END-UNSTRING
           MOVE 0 TO WS-H-SECS
           IF FUNCTION TEST-NUMVAL(WS-H-SECS-STR) = 0
               MOVE FUNCTION NUMVAL(WS-H-SECS-STR) TO WS-H-SECS
           END-IF
           .

       TAKE-HISTORY-ROW.
           IF WS-H-DATE = WS-LAST-DATE AND WS-H-RUN = WS-LAST-RUN
               IF WS-H-NAME = "CHAIN"
                   MOVE "Y"       TO WS-CHAIN-FOUND
                   MOVE WS-H-END  TO WS-CHAIN-END
                   MOVE WS-H-SECS TO WS-CHAIN-SECS
               ELSE
                   IF WS-RUN-MAX < 50
                       ADD 1 TO WS-RUN-MAX
                       MOVE WS-H-NUM   TO RUN-NUM(WS-RUN-MAX)
                       MOVE WS-H-NAME  TO RUN-NAME(WS-RUN-MAX)
                       MOVE WS-H-START TO RUN-START(WS-RUN-MAX)
                       MOVE WS-H-END   TO RUN-END(WS-RUN-MAX)
                       MOVE WS-H-SECS  TO RUN-SECS(WS-RUN-MAX)
                       MOVE WS-H-RC-STR TO RUN-RC(WS-RUN-MAX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-H-RC-STR NOT = "0"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-H-DAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-H-DATE(1:4)) * 10000
             + FUNCTION NUMVAL(WS-H-DATE(6:2)) * 100
             + FUNCTION NUMVAL(WS-H-DATE(9:2)))
           IF WS-H-DAY-INT < WS-CUTOFF-DAY-INT
               OR WS-H-DAY-INT > WS-LAST-DAY-INT
               EXIT PARAGRAPH
           END-IF

           SET IX-AVG TO 1
           SEARCH WS-AVG-ENTRY
               WHEN IX-AVG > WS-AVG-MAX
                   IF WS-AVG-MAX < 60
                       ADD 1 TO WS-AVG-MAX
                       MOVE WS-H-NAME TO AVG-NAME(WS-AVG-MAX)
                       MOVE WS-H-SECS TO AVG-TOTAL(WS-AVG-MAX)
                       MOVE 1         TO AVG-COUNT(WS-AVG-MAX)
                   END-IF
               WHEN AVG-NAME(IX-AVG) = WS-H-NAME
                   ADD WS-H-SECS TO AVG-TOTAL(IX-AVG)
                   ADD 1 TO AVG-COUNT(IX-AVG)
           END-SEARCH
           .

      * ----------------------------------------------------------------
      * LOAD-SLA - Limites por paso, de la cadena y hora limite
      * ----------------------------------------------------------------
       LOAD-SLA.
           OPEN INPUT SLA-FILE
           IF WS-SLA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SLA-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM TAKE-SLA-ROW
               END-READ
           END-PERFORM
           CLOSE SLA-FILE
           .

       TAKE-SLA-ROW.
           MOVE SPACES TO WS-SLA-KEY WS-SLA-VALUE
           UNSTRING SLA-LINE DELIMITED BY ","
               INTO WS-SLA-KEY WS-SLA-VALUE
           END-UNSTRING

           IF WS-SLA-KEY = "DEADLINE"
               IF WS-SLA-VALUE(3:1) = ":"
                   AND WS-SLA-VALUE(1:2) IS NUMERIC
                   AND WS-SLA-VALUE(4:2) IS NUMERIC
                   MOVE WS-SLA-VALUE(1:5) TO WS-SLA-DEADLINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-SLA-VALUE) NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-SLA-KEY = "CHAIN"
               MOVE FUNCTION NUMVAL(WS-SLA-VALUE) TO WS-SLA-CHAIN-MIN
           ELSE
               IF WS-SLA-MAX < 60
                   ADD 1 TO WS-SLA-MAX
                   MOVE WS-SLA-KEY TO SLA-NAME(WS-SLA-MAX)
                   MOVE FUNCTION NUMVAL(WS-SLA-VALUE)
                       TO SLA-MINUTES(WS-SLA-MAX)
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * WRITE-REPORT - Una linea por paso y la de la cadena completa
      * ----------------------------------------------------------------
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "TIEMPOS DE LA VENTANA BATCH - cierre del "
                      DELIMITED BY SIZE
                  WS-LAST-DATE DELIMITED BY SIZE
                  " (arranque " DELIMITED BY SIZE
                  WS-LAST-RUN  DELIMITED BY SIZE
                  ")"          DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:110)
           PERFORM EMIT-LINE
           MOVE "PASO NOMBRE               INICIO   FIN      DURACION"
               & " MEDIA-30D VARIACION TENDENCIA    SLA"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:110)
           PERFORM EMIT-LINE

           PERFORM VARYING IX-RUN FROM 1 BY 1
               UNTIL IX-RUN > WS-RUN-MAX
               MOVE RUN-NAME(IX-RUN) TO WS-CUR-NAME
               MOVE RUN-SECS(IX-RUN) TO WS-CUR-SECS
               MOVE 0 TO WS-CUR-LIMIT
               SET IX-SLA TO 1
               SEARCH WS-SLA-ENTRY
                   WHEN IX-SLA > WS-SLA-MAX
                       CONTINUE
                   WHEN SLA-NAME(IX-SLA) = WS-CUR-NAME
                       MOVE SLA-MINUTES(IX-SLA) TO WS-CUR-LIMIT
               END-SEARCH
               PERFORM COMPARE-TIMING
               IF WS-CUR-BREACH = "Y"
                   ADD 1 TO WS-STEPS-OVER
               END-IF

               MOVE SPACES TO REPORT-LINE
               MOVE RUN-NUM(IX-RUN)   TO REPORT-LINE(1:2)
               MOVE WS-CUR-NAME       TO REPORT-LINE(6:20)
               MOVE RUN-START(IX-RUN) TO REPORT-LINE(27:8)
               MOVE RUN-END(IX-RUN)   TO REPORT-LINE(36:8)
               PERFORM FILL-TIMING-COLUMNS
               IF RUN-RC(IX-RUN) NOT = "0"
                   MOVE SPACES TO REPORT-LINE(102:31)
                   STRING "PASO FALLIDO rc=" DELIMITED BY SIZE
                          RUN-RC(IX-RUN)     DELIMITED BY SPACE
                       INTO REPORT-LINE(102:31)
                   END-STRING
               END-IF
               PERFORM EMIT-LINE
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE(1:110)
           PERFORM EMIT-LINE
           PERFORM CHECK-CHAIN-SLA
           PERFORM WRITE-SUMMARY

           CLOSE REPORT-FILE
           DISPLAY "Informe de tiempos en data/batch-timing-report.txt"
           .

      * ----------------------------------------------------------------
      * CHECK-CHAIN-SLA - Duracion maxima y hora limite de la cadena
      * ----------------------------------------------------------------
       CHECK-CHAIN-SLA.
           IF WS-CHAIN-FOUND NOT = "Y"
               MOVE "CADENA SIN FILA DE CIERRE (ejecucion interrumpida)"
                   TO REPORT-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "CHAIN"          TO WS-CUR-NAME
           MOVE WS-CHAIN-SECS    TO WS-CUR-SECS
           MOVE WS-SLA-CHAIN-MIN TO WS-CUR-LIMIT
           PERFORM COMPARE-TIMING
           IF WS-CUR-BREACH = "Y"
               MOVE "Y" TO WS-CHAIN-BREACH
               MOVE SPACES TO WS-BREACH-REASON
               MOVE WS-CUR-LIMIT TO WS-MIN-DISP
               STRING "duracion maxima " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MIN-DISP) DELIMITED BY SIZE
                      " min"             DELIMITED BY SIZE
                   INTO WS-BREACH-REASON
               END-STRING
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE "00"              TO REPORT-LINE(1:2)
           MOVE "CADENA COMPLETA" TO REPORT-LINE(6:20)
           MOVE WS-LAST-RUN       TO REPORT-LINE(27:8)
           MOVE WS-CHAIN-END      TO REPORT-LINE(36:8)
           PERFORM FILL-TIMING-COLUMNS
           PERFORM EMIT-LINE

           IF WS-SLA-DEADLINE = SPACES
               EXIT PARAGRAPH
           END-IF

      *    La hora limite se cuenta desde el arranque: si es anterior
      *    a el, cae en el dia siguiente
           MOVE WS-LAST-RUN TO WS-TIME-TEXT
           PERFORM TIME-TO-SECS
           COMPUTE WS-DEADLINE-SECS =
               FUNCTION NUMVAL(WS-SLA-DEADLINE(1:2)) * 3600
             + FUNCTION NUMVAL(WS-SLA-DEADLINE(4:2)) * 60
           IF WS-DEADLINE-SECS > WS-TIME-SECS
               COMPUTE WS-ALLOWED-SECS = WS-DEADLINE-SECS - WS-TIME-SECS
           ELSE
               COMPUTE WS-ALLOWED-SECS =
                   WS-DEADLINE-SECS + 86400 - WS-TIME-SECS
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "Hora limite de fin: " DELIMITED BY SIZE
                  WS-SLA-DEADLINE        DELIMITED BY SIZE
                  "  fin real: "         DELIMITED BY SIZE
                  WS-CHAIN-END           DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF WS-CHAIN-SECS > WS-ALLOWED-SECS
               MOVE "  FUERA DE SLA" TO REPORT-LINE(50:14)
               MOVE "Y" TO WS-CHAIN-BREACH
               MOVE SPACES TO WS-BREACH-REASON
               STRING "hora limite " DELIMITED BY SIZE
                      WS-SLA-DEADLINE DELIMITED BY SIZE
                   INTO WS-BREACH-REASON
               END-STRING
           ELSE
               MOVE "  OK" TO REPORT-LINE(50:4)
           END-IF
           PERFORM EMIT-LINE
           .

      * ----------------------------------------------------------------
      * COMPARE-TIMING - Media de 30 dias, variacion, tendencia y SLA
      * de WS-CUR-NAME / WS-CUR-SECS contra WS-CUR-LIMIT (0 = sin
      * limite configurado)
      * ----------------------------------------------------------------
       COMPARE-TIMING.
           MOVE "N" TO WS-CUR-HAS-AVG
           MOVE 0 TO WS-CUR-AVG WS-CUR-PCT
           SET IX-AVG TO 1
           SEARCH WS-AVG-ENTRY
               WHEN IX-AVG > WS-AVG-MAX
                   CONTINUE
               WHEN AVG-NAME(IX-AVG) = WS-CUR-NAME
                   MOVE "Y" TO WS-CUR-HAS-AVG
                   COMPUTE WS-CUR-AVG ROUNDED =
                       AVG-TOTAL(IX-AVG) / AVG-COUNT(IX-AVG)
           END-SEARCH

           EVALUATE TRUE
               WHEN WS-CUR-HAS-AVG = "N"
                   MOVE "SIN HISTORIA" TO WS-CUR-TREND
               WHEN WS-CUR-AVG = 0
                   IF WS-CUR-SECS > 0
                       MOVE "SUBE" TO WS-CUR-TREND
                   ELSE
                       MOVE "ESTABLE" TO WS-CUR-TREND
                   END-IF
               WHEN OTHER
                   COMPUTE WS-CUR-PCT ROUNDED =
                       (WS-CUR-SECS - WS-CUR-AVG) * 100 / WS-CUR-AVG
                   EVALUATE TRUE
                       WHEN WS-CUR-PCT > 10
                           MOVE "SUBE" TO WS-CUR-TREND
                       WHEN WS-CUR-PCT < -10
                           MOVE "BAJA" TO WS-CUR-TREND
                       WHEN OTHER
                           MOVE "ESTABLE" TO WS-CUR-TREND
                   END-EVALUATE
           END-EVALUATE

           MOVE "N" TO WS-CUR-BREACH
           MOVE SPACES TO WS-CUR-SLA-TEXT
           IF WS-CUR-LIMIT = 0
               MOVE "-" TO WS-CUR-SLA-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-LIMIT TO WS-MIN-DISP
           IF WS-CUR-SECS > WS-CUR-LIMIT * 60
               MOVE "Y" TO WS-CUR-BREACH
               STRING "FUERA (max " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MIN-DISP) DELIMITED BY SIZE
                      " min)"       DELIMITED BY SIZE
                   INTO WS-CUR-SLA-TEXT
               END-STRING
           ELSE
               STRING "OK (max " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MIN-DISP) DELIMITED BY SIZE
                      " min)"    DELIMITED BY SIZE
                   INTO WS-CUR-SLA-TEXT
               END-STRING
           END-IF
           .

      * Columnas de duracion, media, variacion, tendencia y SLA
       FILL-TIMING-COLUMNS.
           MOVE WS-CUR-SECS TO WS-DUR-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO REPORT-LINE(45:8)
           IF WS-CUR-HAS-AVG = "Y"
               MOVE WS-CUR-AVG TO WS-DUR-SECS
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO REPORT-LINE(55:8)
               IF WS-CUR-AVG > 0
                   MOVE WS-CUR-PCT TO WS-PCT-DISP
                   STRING WS-PCT-DISP DELIMITED BY SIZE
                          "%"         DELIMITED BY SIZE
                       INTO REPORT-LINE(65:6)
                   END-STRING
               END-IF
           ELSE
               MOVE "-" TO REPORT-LINE(55:1)
           END-IF
           MOVE WS-CUR-TREND    TO REPORT-LINE(76:12)
           MOVE WS-CUR-SLA-TEXT TO REPORT-LINE(89:24)
           .

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-STEPS-OVER TO WS-COUNT-DISP
           STRING "Pasos fuera de SLA: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           IF WS-CHAIN-BREACH = "Y"
               STRING "CADENA FUERA DE SLA (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BREACH-REASON)
                                              DELIMITED BY SIZE
                      ")"                     DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "Cadena dentro de SLA" TO REPORT-LINE
           END-IF
           PERFORM EMIT-LINE
           .

      * ----------------------------------------------------------------
      * WRITE-SLA-STATUS - Estado de la ultima cadena para BRIEFING
      * ----------------------------------------------------------------
       WRITE-SLA-STATUS.
           OPEN OUTPUT STATUS-FILE
           MOVE WS-STEPS-OVER TO WS-COUNT-DISP
           MOVE SPACES TO STATUS-LINE
           MOVE 1 TO WS-STATUS-PTR
           STRING WS-LAST-DATE DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  WS-LAST-RUN  DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  WS-CHAIN-END DELIMITED BY SPACE
                  ","          DELIMITED BY SIZE
               INTO STATUS-LINE WITH POINTER WS-STATUS-PTR
           END-STRING
           IF WS-CHAIN-BREACH = "Y"
               STRING "BREACH,"   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BREACH-REASON)
                                  DELIMITED BY SIZE
                      ","         DELIMITED BY SIZE
                   INTO STATUS-LINE WITH POINTER WS-STATUS-PTR
               END-STRING
           ELSE
               STRING "OK,,"      DELIMITED BY SIZE
                   INTO STATUS-LINE WITH POINTER WS-STATUS-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
               INTO STATUS-LINE WITH POINTER WS-STATUS-PTR
           END-STRING
           WRITE STATUS-LINE
           CLOSE STATUS-FILE
           .

      * HH:MM:SS (o HHMMSS) a segundos desde medianoche
       TIME-TO-SECS.
           IF WS-TIME-TEXT(3:1) = ":"
               COMPUTE WS-TIME-SECS =
                   FUNCTION NUMVAL(WS-TIME-TEXT(1:2)) * 3600
                 + FUNCTION NUMVAL(WS-TIME-TEXT(4:2)) * 60
                 + FUNCTION NUMVAL(WS-TIME-TEXT(7:2))
           ELSE
               COMPUTE WS-TIME-SECS =
                   FUNCTION NUMVAL(WS-TIME-TEXT(1:2)) * 3600
                 + FUNCTION NUMVAL(WS-TIME-TEXT(3:2)) * 60
                 + FUNCTION NUMVAL(WS-TIME-TEXT(5:2))
           END-IF
           .

      * Segundos a HH:MM:SS
       FORMAT-DURATION.
           DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HH
               REMAINDER WS-DUR-REST
           DIVIDE WS-DUR-REST BY 60 GIVING WS-DUR-MM
               REMAINDER WS-DUR-SS
           MOVE SPACES TO WS-DUR-TEXT
           STRING WS-DUR-HH ":" WS-DUR-MM ":" WS-DUR-SS
               DELIMITED BY SIZE INTO WS-DUR-TEXT
           END-STRING
           .

       EMIT-LINE.
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           .

       END PROGRAM BATCH-TIMING.
