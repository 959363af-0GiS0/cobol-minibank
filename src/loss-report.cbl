      ******************************************************************
      * LOSS-REPORT: Resumen trimestral de perdidas operacionales
      *
      * Lee el registro de eventos de perdida que se mantiene desde
      * MBMAIN (data/loss-events.csv)
      *   id,fecha,categoria,sucursal,importe,recuperado,causa,
      *   tipo-enlace,enlace,contrapartida,cajero,referencia
      * y escribe para el comite de riesgos
      * data/loss-report-AAAA-Tn.txt con, por categoria y sucursal,
      * el numero de eventos, la perdida bruta, lo recuperado y la
      * perdida neta, el subtotal de cada categoria, el total del
      * trimestre y la relacion de eventos con su causa y enlace.
      *
      * El trimestre es LOSS_QUARTER (AAAA-Tn) o el de la fecha de
      * negocio (data/business-date.dat; si falta, la del sistema).
      * En el cierre corre a fin de mes, de modo que el informe del
      * trimestre se va completando y queda cerrado en su ultimo mes.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO "data/loss-events.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS-FILE.
       01  EVENTS-LINE           PIC X(250).
       FD  BUSDATE-FILE.
       01  BUSDATE-RECORD        PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-EVENTS-STATUS      PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-REPORT-STATUS      PIC XX.
       77  WS-EOF                PIC X VALUE "N".

       77  WS-REPORT-PATH        PIC X(60).
       77  WS-ENV-QUARTER        PIC X(7) VALUE SPACES.
       77  WS-QUARTER            PIC X(7).
       77  WS-QTR-YEAR           PIC X(4).
       77  WS-QTR-NUMBER         PIC 9.
       77  WS-QTR-FIRST-MONTH    PIC 99.
       77  WS-QTR-LAST-MONTH     PIC 99.
       77  WS-RUN-DATE           PIC X(10).
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-MONTH-NUM          PIC 99.

      * Fila del registro de eventos
       77  WS-E-ID               PIC X(12).
       77  WS-E-DATE             PIC X(10).
       77  WS-E-CATEGORY         PIC X(20).
       77  WS-E-BRANCH           PIC X(8).
       77  WS-E-AMOUNT-STR       PIC X(20).
       77  WS-E-RECOVERY-STR     PIC X(20).
       77  WS-E-CAUSE            PIC X(60).
       77  WS-E-LINK-TYPE        PIC X(8).
       77  WS-E-LINK             PIC X(20).
       77  WS-E-CONTRA           PIC X(30).
       77  WS-E-TELLER           PIC X(8).
       77  WS-E-REF              PIC X(20).
       77  WS-E-AMOUNT           PIC S9(13)V9(2) COMP-3.
       77  WS-E-RECOVERY         PIC S9(13)V9(2) COMP-3.

      * Categorias en el orden del informe
       01  WS-CATEGORY-NAMES.
           05  FILLER            PIC X(20) VALUE "FALTANTE-CAJA".
           05  FILLER            PIC X(20) VALUE "FRAUDE-TARJETA".
           05  FILLER            PIC X(20) VALUE "CHEQUE-NO-PAGO".
           05  FILLER            PIC X(20) VALUE "COMPENSACION".
           05  FILLER            PIC X(20) VALUE "OTRO".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
           05  WS-CATEGORY-NAME OCCURS 5 TIMES
                   INDEXED BY IX-CAT PIC X(20).

      * Acumulados por categoria y sucursal
       77  WS-MAX-CELLS          PIC 9(3) COMP VALUE 300.
       77  WS-CELL-COUNT         PIC 9(3) COMP VALUE 0.
       01  WS-CELL-TABLE.
           05  WS-CELL-ROW OCCURS 300 TIMES INDEXED BY IX-CEL.
               10  CEL-CATEGORY      PIC X(20).
               10  CEL-BRANCH        PIC X(8).
               10  CEL-COUNT         PIC 9(5) COMP.
               10  CEL-GROSS         PIC S9(13)V9(2) COMP-3.
               10  CEL-RECOVERED     PIC S9(13)V9(2) COMP-3.

      * Eventos del trimestre
       77  WS-MAX-EVENTS         PIC 9(4) COMP VALUE 2000.
       77  WS-EVENT-COUNT        PIC 9(4) COMP VALUE 0.
       77  WS-EVENT-OVERFLOW     PIC 9(5) COMP VALUE 0.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ROW OCCURS 2000 TIMES INDEXED BY IX-EVT.
               10  EVT-ID            PIC X(12).
               10  EVT-DATE          PIC X(10).
               10  EVT-CATEGORY      PIC X(20).
               10  EVT-BRANCH        PIC X(8).
               10  EVT-AMOUNT        PIC S9(13)V9(2) COMP-3.
               10  EVT-RECOVERED     PIC S9(13)V9(2) COMP-3.
               10  EVT-CAUSE         PIC X(60).
               10  EVT-LINK-TYPE     PIC X(8).
               10  EVT-LINK          PIC X(20).

       77  WS-FOUND              PIC X.
       77  WS-SUB-COUNT          PIC 9(5) COMP.
       77  WS-SUB-GROSS          PIC S9(13)V9(2) COMP-3.
       77  WS-SUB-RECOVERED      PIC S9(13)V9(2) COMP-3.
       77  WS-LINE-COUNT         PIC 9(5) COMP.
       77  WS-LINE-GROSS         PIC S9(13)V9(2) COMP-3.
       77  WS-LINE-RECOVERED     PIC S9(13)V9(2) COMP-3.
       77  WS-TOT-COUNT          PIC 9(5) COMP VALUE 0.
       77  WS-TOT-GROSS          PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TOT-RECOVERED      PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-NET                PIC S9(13)V9(2) COMP-3.
       77  WS-COUNT-EDIT         PIC ZZZZ9.
       77  WS-GROSS-EDIT         PIC -(11)9.99.
       77  WS-RECOVERED-EDIT     PIC -(11)9.99.
       77  WS-NET-EDIT           PIC -(11)9.99.
       77  WS-PRINT-LABEL        PIC X(30).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM READ-CONFIG
           PERFORM LOAD-EVENTS
           PERFORM WRITE-REPORT

           DISPLAY "Perdidas operacionales " WS-QUARTER ": "
               WS-EVENT-COUNT " eventos"
           DISPLAY "Informe: " FUNCTION TRIM(WS-REPORT-PATH)
           IF WS-EVENT-OVERFLOW > 0
               DISPLAY "Aviso: " WS-EVENT-OVERFLOW
                   " eventos no caben en la relacion"
           END-IF
           GOBACK
           .

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

           ACCEPT WS-ENV-QUARTER FROM ENVIRONMENT "LOSS_QUARTER"
           MOVE FUNCTION UPPER-CASE(WS-ENV-QUARTER) TO WS-ENV-QUARTER
           IF WS-ENV-QUARTER(1:4) IS NUMERIC
               AND WS-ENV-QUARTER(5:2) = "-T"
               AND WS-ENV-QUARTER(7:1) >= "1"
               AND WS-ENV-QUARTER(7:1) <= "4"
               MOVE WS-ENV-QUARTER(1:4) TO WS-QTR-YEAR
               MOVE WS-ENV-QUARTER(7:1) TO WS-QTR-NUMBER
           ELSE
               IF WS-ENV-QUARTER NOT = SPACES
                   DISPLAY "Aviso: LOSS_QUARTER no valido ("
                       FUNCTION TRIM(WS-ENV-QUARTER)
                       "); se usa el trimestre en curso"
               END-IF
               MOVE WS-RUN-DATE(1:4) TO WS-QTR-YEAR
               MOVE WS-RUN-DATE(6:2) TO WS-MONTH-NUM
               COMPUTE WS-QTR-NUMBER = (WS-MONTH-NUM + 2) / 3
           END-IF

           COMPUTE WS-QTR-FIRST-MONTH = WS-QTR-NUMBER * 3 - 2
           COMPUTE WS-QTR-LAST-MONTH = WS-QTR-NUMBER * 3
           MOVE SPACES TO WS-QUARTER
           STRING WS-QTR-YEAR "-T" WS-QTR-NUMBER
               DELIMITED BY SIZE INTO WS-QUARTER
           END-STRING

           MOVE SPACES TO WS-REPORT-PATH
           STRING "data/loss-report-" DELIMITED BY SIZE
                  WS-QUARTER DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           .

      * Solo cuentan los eventos con fecha dentro del trimestre
       LOAD-EVENTS.
           OPEN INPUT EVENTS-FILE
           IF WS-EVENTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ EVENTS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EVENTS-LINE(1:4) = "LOS-"
                           PERFORM SPLIT-EVENT
                           IF WS-E-DATE(1:4) = WS-QTR-YEAR
                               AND WS-E-DATE(6:2) IS NUMERIC
                               MOVE WS-E-DATE(6:2) TO WS-MONTH-NUM
                               IF WS-MONTH-NUM >= WS-QTR-FIRST-MONTH
                                   AND WS-MONTH-NUM
                                       <= WS-QTR-LAST-MONTH
                                   PERFORM ADD-EVENT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EVENTS-FILE
           .

       SPLIT-EVENT.
           MOVE SPACES TO WS-E-ID WS-E-DATE WS-E-CATEGORY WS-E-BRANCH
                          WS-E-AMOUNT-STR WS-E-RECOVERY-STR WS-E-CAUSE
                          WS-E-LINK-TYPE WS-E-LINK WS-E-CONTRA
                          WS-E-TELLER WS-E-REF
           UNSTRING EVENTS-LINE DELIMITED BY ","
               INTO WS-E-ID WS-E-DATE WS-E-CATEGORY WS-E-BRANCH
                    WS-E-AMOUNT-STR WS-E-RECOVERY-STR WS-E-CAUSE
                    WS-E-LINK-TYPE WS-E-LINK WS-E-CONTRA
                    WS-E-TELLER WS-E-REF
           END-UNSTRING
           MOVE 0 TO WS-E-AMOUNT WS-E-RECOVERY
           IF FUNCTION TEST-NUMVAL(WS-E-AMOUNT-STR) = 0
               MOVE FUNCTION NUMVAL(WS-E-AMOUNT-STR) TO WS-E-AMOUNT
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-E-RECOVERY-STR) = 0
               MOVE FUNCTION NUMVAL(WS-E-RECOVERY-STR)
                   TO WS-E-RECOVERY
           END-IF
           IF WS-E-BRANCH = SPACES
               MOVE "HQ" TO WS-E-BRANCH
           END-IF
           SET IX-CAT TO 1
           SEARCH WS-CATEGORY-NAME
               AT END
                   MOVE "OTRO" TO WS-E-CATEGORY
               WHEN WS-CATEGORY-NAME(IX-CAT) = WS-E-CATEGORY
                   CONTINUE
           END-SEARCH
           .

       ADD-EVENT.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-CEL FROM 1 BY 1
               UNTIL IX-CEL > WS-CELL-COUNT OR WS-FOUND = "Y"
               IF CEL-CATEGORY(IX-CEL) = WS-E-CATEGORY
                   AND CEL-BRANCH(IX-CEL) = WS-E-BRANCH
                   MOVE "Y" TO WS-FOUND
                   ADD 1 TO CEL-COUNT(IX-CEL)
                   ADD WS-E-AMOUNT TO CEL-GROSS(IX-CEL)
                   ADD WS-E-RECOVERY TO CEL-RECOVERED(IX-CEL)
               END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND WS-CELL-COUNT < WS-MAX-CELLS
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-E-CATEGORY TO CEL-CATEGORY(WS-CELL-COUNT)
               MOVE WS-E-BRANCH TO CEL-BRANCH(WS-CELL-COUNT)
               MOVE 1 TO CEL-COUNT(WS-CELL-COUNT)
               MOVE WS-E-AMOUNT TO CEL-GROSS(WS-CELL-COUNT)
               MOVE WS-E-RECOVERY TO CEL-RECOVERED(WS-CELL-COUNT)
           END-IF

           ADD 1 TO WS-TOT-COUNT
           ADD WS-E-AMOUNT TO WS-TOT-GROSS
           ADD WS-E-RECOVERY TO WS-TOT-RECOVERED

           IF WS-EVENT-COUNT < WS-MAX-EVENTS
               ADD 1 TO WS-EVENT-COUNT
               SET IX-EVT TO WS-EVENT-COUNT
               MOVE WS-E-ID TO EVT-ID(IX-EVT)
               MOVE WS-E-DATE TO EVT-DATE(IX-EVT)
               MOVE WS-E-CATEGORY TO EVT-CATEGORY(IX-EVT)
               MOVE WS-E-BRANCH TO EVT-BRANCH(IX-EVT)
               MOVE WS-E-AMOUNT TO EVT-AMOUNT(IX-EVT)
               MOVE WS-E-RECOVERY TO EVT-RECOVERED(IX-EVT)
               MOVE WS-E-CAUSE TO EVT-CAUSE(IX-EVT)
               MOVE WS-E-LINK-TYPE TO EVT-LINK-TYPE(IX-EVT)
               MOVE WS-E-LINK TO EVT-LINK(IX-EVT)
           ELSE
               ADD 1 TO WS-EVENT-OVERFLOW
           END-IF
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error: no se puede escribir "
                   FUNCTION TRIM(WS-REPORT-PATH)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  PERDIDAS OPERACIONALES - COMITE DE RIESGOS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Trimestre        : " DELIMITED BY SIZE
                  WS-QUARTER DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha de negocio : " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TOT-COUNT = 0
               MOVE "Sin eventos de perdida en el trimestre."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "========================================"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "Categoria / sucursal          Eventos"
                      DELIMITED BY SIZE
                  "           Bruto      Recuperado"
                      DELIMITED BY SIZE
                  "            Neto" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:85)
           WRITE REPORT-LINE

           PERFORM VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT > 5
               PERFORM WRITE-CATEGORY-BLOCK
           END-PERFORM

           MOVE ALL "=" TO REPORT-LINE(1:85)
           WRITE REPORT-LINE
           MOVE "TOTAL TRIMESTRE" TO WS-PRINT-LABEL
           MOVE WS-TOT-COUNT TO WS-LINE-COUNT
           MOVE WS-TOT-GROSS TO WS-LINE-GROSS
           MOVE WS-TOT-RECOVERED TO WS-LINE-RECOVERED
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "Relacion de eventos:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING IX-EVT FROM 1 BY 1
               UNTIL IX-EVT > WS-EVENT-COUNT
               PERFORM WRITE-EVENT-LINES
           END-PERFORM

           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           .

      * Una linea por sucursal con eventos de la categoria y su
      * subtotal; las categorias sin eventos no salen
       WRITE-CATEGORY-BLOCK.
           MOVE 0 TO WS-SUB-COUNT WS-SUB-GROSS WS-SUB-RECOVERED
           PERFORM VARYING IX-CEL FROM 1 BY 1
               UNTIL IX-CEL > WS-CELL-COUNT
               IF CEL-CATEGORY(IX-CEL) = WS-CATEGORY-NAME(IX-CAT)
                   ADD CEL-COUNT(IX-CEL) TO WS-SUB-COUNT
                   ADD CEL-GROSS(IX-CEL) TO WS-SUB-GROSS
                   ADD CEL-RECOVERED(IX-CEL) TO WS-SUB-RECOVERED
               END-IF
           END-PERFORM
           IF WS-SUB-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CATEGORY-NAME(IX-CAT) TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING IX-CEL FROM 1 BY 1
               UNTIL IX-CEL > WS-CELL-COUNT
               IF CEL-CATEGORY(IX-CEL) = WS-CATEGORY-NAME(IX-CAT)
                   MOVE SPACES TO WS-PRINT-LABEL
                   STRING "  " CEL-BRANCH(IX-CEL)
                       DELIMITED BY SIZE INTO WS-PRINT-LABEL
                   END-STRING
                   PERFORM WRITE-CELL-LINE
               END-IF
           END-PERFORM
           MOVE "  Subtotal" TO WS-PRINT-LABEL
           MOVE WS-SUB-COUNT TO WS-LINE-COUNT
           MOVE WS-SUB-GROSS TO WS-LINE-GROSS
           MOVE WS-SUB-RECOVERED TO WS-LINE-RECOVERED
           PERFORM WRITE-AMOUNT-LINE
           .

       WRITE-CELL-LINE.
           MOVE CEL-COUNT(IX-CEL) TO WS-LINE-COUNT
           MOVE CEL-GROSS(IX-CEL) TO WS-LINE-GROSS
           MOVE CEL-RECOVERED(IX-CEL) TO WS-LINE-RECOVERED
           PERFORM WRITE-AMOUNT-LINE
           .

       WRITE-AMOUNT-LINE.
           COMPUTE WS-NET = WS-LINE-GROSS - WS-LINE-RECOVERED
           MOVE WS-LINE-COUNT TO WS-COUNT-EDIT
           MOVE WS-LINE-GROSS TO WS-GROSS-EDIT
           MOVE WS-LINE-RECOVERED TO WS-RECOVERED-EDIT
           MOVE WS-NET TO WS-NET-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-PRINT-LABEL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GROSS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RECOVERED-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NET-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       WRITE-EVENT-LINES.
           COMPUTE WS-NET = EVT-AMOUNT(IX-EVT) - EVT-RECOVERED(IX-EVT)
           MOVE EVT-AMOUNT(IX-EVT) TO WS-GROSS-EDIT
           MOVE WS-NET TO WS-NET-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING EVT-ID(IX-EVT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EVT-DATE(IX-EVT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EVT-CATEGORY(IX-EVT)(1:15) DELIMITED BY SIZE
                  EVT-BRANCH(IX-EVT) DELIMITED BY SIZE
                  " bruto " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GROSS-EDIT) DELIMITED BY SIZE
                  " neto " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NET-EDIT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EVT-LINK-TYPE(IX-EVT) DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  EVT-LINK(IX-EVT) DELIMITED BY SPACE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    Causa: " DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-CAUSE(IX-EVT)) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
