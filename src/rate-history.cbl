      ******************************************************************
      * RATE-HISTORY: Historico de tipos de interes
      *
      * Lista la tabla de tipos con fecha efectiva
      * data/interest-rates.csv:
      *   juego,fecha-efectiva,tramo1-max,tramo1-tipo,tramo2-max,
      *   tramo2-tipo,tramo3-tipo,cambio,solicitante,aprobador,
      *   fecha-aprobacion
      * agrupada por juego de tramos (1 y 2 para INTEREST-ACCRUAL,
      * DEBIT para DEBIT-INTEREST, TD para las renovaciones de
      * TD-MATURITY) y en el orden en que se aprobaron. Cada fila
      * lleva quien la pidio, quien la aprobo y su estado en la
      * fecha de negocio: EN VIGOR, SUSTITUIDO o PROGRAMADO (fecha
      * efectiva futura).
      *
      * Al final anade las solicitudes INT-RATE de la cola de
      * cambios (data/pending-changes.csv) que no llegaron a la
      * tabla: pendientes de aprobar o rechazadas, con quien las
      * decidio.
      * Salida: data/rate-history-report.txt.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IRATES-FILE ASSIGN TO "data/interest-rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRATES-STATUS.
           SELECT CHANGES-FILE ASSIGN TO "data/pending-changes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT REPORT-FILE ASSIGN TO
               "data/rate-history-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IRATES-FILE.
       01  IRATES-LINE           PIC X(150).
       FD  CHANGES-FILE.
       01  CHANGES-LINE          PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).

       WORKING-STORAGE SECTION.

       77  WS-IRATES-STATUS      PIC XX.
       77  WS-CHG-STATUS         PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.

      * Filas de la tabla de tipos en el orden del fichero (orden de
      * aprobacion)
       77  WS-MAX-RATES          PIC 9(4) COMP VALUE 500.
       77  WS-RATE-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ROW OCCURS 500 TIMES INDEXED BY IX-RT.
               10  RT-SET            PIC X(6).
               10  RT-DATE           PIC X(10).
               10  RT-T1-MAX         PIC X(14).
               10  RT-T1-RATE        PIC X(10).
               10  RT-T2-MAX         PIC X(14).
               10  RT-T2-RATE        PIC X(10).
               10  RT-T3-RATE        PIC X(10).
               10  RT-CHANGE         PIC X(12).
               10  RT-MAKER          PIC X(8).
               10  RT-APPROVER       PIC X(8).
               10  RT-APPROVED       PIC X(10).
               10  RT-STATE          PIC X(10).

      * Juegos distintos en el orden en que aparecen
       77  WS-SET-COUNT          PIC 9(2) COMP VALUE 0.
       01  WS-SET-TABLE.
           05  WS-SET-ROW OCCURS 20 TIMES INDEXED BY IX-SET.
               10  SET-NAME          PIC X(6).
               10  SET-IN-FORCE      PIC 9(4) COMP.
               10  SET-ROWS          PIC 9(4) COMP.
       77  WS-SET-FOUND          PIC X.

      * Solicitudes de la cola de cambios (id,tipo,carga-util,
      * solicitante,fecha,estado,revisor,fecha-decision)
       77  WS-CHG-ID             PIC X(12).
       77  WS-CHG-TYPE           PIC X(12).
       77  WS-CHG-PAYLOAD        PIC X(100).
       77  WS-CHG-MAKER          PIC X(8).
       77  WS-CHG-DATE           PIC X(10).
       77  WS-CHG-STATE          PIC X(10).
       77  WS-CHG-CHECKER        PIC X(8).
       77  WS-CHG-DECIDED        PIC X(10).

       77  WS-TODAY-YYYYMMDD     PIC 9(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-BUSDATE-LINE       PIC X(10).

       77  WS-TOTAL-ROWS         PIC 9(5) VALUE 0.
       77  WS-TOTAL-OPEN         PIC 9(5) VALUE 0.
       77  WS-COUNT-EDIT         PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM LOAD-RATE-TABLE
           PERFORM MARK-RATES-IN-FORCE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "HISTORICO DE TIPOS DE INTERES - "
                  DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-RATE-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "Sin filas en data/interest-rates.csv: rigen los "
                      "tipos historicos de cada programa"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           PERFORM VARYING IX-SET FROM 1 BY 1
               UNTIL IX-SET > WS-SET-COUNT
               PERFORM WRITE-SET-SECTION
           END-PERFORM

           PERFORM WRITE-OPEN-REQUESTS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-ROWS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Cambios aplicados: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-OPEN TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Solicitudes no aplicadas: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Cambios de tipos aplicados: " WS-TOTAL-ROWS
           DISPLAY "Solicitudes no aplicadas  : " WS-TOTAL-OPEN
           DISPLAY "Informe en data/rate-history-report.txt"
           GOBACK
           .

      * ----------------------------------------------------------------
      * LOAD-RATE-TABLE - Carga la tabla de tipos y la lista de
      * juegos distintos
      * ----------------------------------------------------------------
       LOAD-RATE-TABLE.
           OPEN INPUT IRATES-FILE
           IF WS-IRATES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-IRATES-STATUS NOT = "00"
               READ IRATES-FILE
               IF WS-IRATES-STATUS = "00"
                   AND IRATES-LINE(1:7) NOT = "tierset"
                   AND IRATES-LINE NOT = SPACES
                   AND WS-RATE-COUNT < WS-MAX-RATES
                   PERFORM ADD-RATE-ROW
               END-IF
           END-PERFORM

           CLOSE IRATES-FILE
           .

       ADD-RATE-ROW.
           ADD 1 TO WS-RATE-COUNT
           SET IX-RT TO WS-RATE-COUNT
           MOVE SPACES TO WS-RATE-ROW(IX-RT)
           UNSTRING IRATES-LINE DELIMITED BY ","
               INTO RT-SET(IX-RT) RT-DATE(IX-RT)
                    RT-T1-MAX(IX-RT) RT-T1-RATE(IX-RT)
                    RT-T2-MAX(IX-RT) RT-T2-RATE(IX-RT)
                    RT-T3-RATE(IX-RT) RT-CHANGE(IX-RT)
                    RT-MAKER(IX-RT) RT-APPROVER(IX-RT)
                    RT-APPROVED(IX-RT)
           END-UNSTRING

           MOVE "N" TO WS-SET-FOUND
           PERFORM VARYING IX-SET FROM 1 BY 1
               UNTIL IX-SET > WS-SET-COUNT
                   OR WS-SET-FOUND = "Y"
               IF SET-NAME(IX-SET) = RT-SET(IX-RT)
                   MOVE "Y" TO WS-SET-FOUND
               END-IF
           END-PERFORM

           IF WS-SET-FOUND = "N"
               AND WS-SET-COUNT < 20
               ADD 1 TO WS-SET-COUNT
               MOVE RT-SET(IX-RT) TO SET-NAME(WS-SET-COUNT)
               MOVE 0 TO SET-IN-FORCE(WS-SET-COUNT)
               MOVE 0 TO SET-ROWS(WS-SET-COUNT)
           END-IF
           .

      * ----------------------------------------------------------------
      * MARK-RATES-IN-FORCE - Por juego, la fila vigente hoy es la de
      * fecha efectiva mas reciente que no pase de hoy (a igual fecha,
      * la ultima aprobada); las anteriores quedan SUSTITUIDO y las de
      * fecha futura PROGRAMADO
      * ----------------------------------------------------------------
       MARK-RATES-IN-FORCE.
           PERFORM VARYING IX-RT FROM 1 BY 1
               UNTIL IX-RT > WS-RATE-COUNT
               PERFORM VARYING IX-SET FROM 1 BY 1
                   UNTIL IX-SET > WS-SET-COUNT
                   IF SET-NAME(IX-SET) = RT-SET(IX-RT)
                       ADD 1 TO SET-ROWS(IX-SET)
                       IF RT-DATE(IX-RT) > WS-TODAY-DATE
                           MOVE "PROGRAMADO" TO RT-STATE(IX-RT)
                       ELSE
                           MOVE "SUSTITUIDO" TO RT-STATE(IX-RT)
                           IF SET-IN-FORCE(IX-SET) = 0
                               SET SET-IN-FORCE(IX-SET) TO IX-RT
                           ELSE
                               IF RT-DATE(IX-RT) >=
                                   RT-DATE(SET-IN-FORCE(IX-SET))
                                   SET SET-IN-FORCE(IX-SET) TO IX-RT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING IX-SET FROM 1 BY 1
               UNTIL IX-SET > WS-SET-COUNT
               IF SET-IN-FORCE(IX-SET) > 0
                   MOVE "EN VIGOR" TO RT-STATE(SET-IN-FORCE(IX-SET))
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * WRITE-SET-SECTION - Cabecera y filas del juego IX-SET
      * ----------------------------------------------------------------
       WRITE-SET-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE SET-NAME(IX-SET)
               WHEN "1"
                   MOVE SPACES TO REPORT-LINE
                   STRING "JUEGO 1 - tramos de INTEREST-ACCRUAL "
                          "(tipo diario)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               WHEN "2"
                   MOVE SPACES TO REPORT-LINE
                   STRING "JUEGO 2 - tramos de ahorro de "
                          "INTEREST-ACCRUAL (tipo diario)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               WHEN "DEBIT"
                   MOVE SPACES TO REPORT-LINE
                   STRING "JUEGO DEBIT - tipo deudor por defecto de "
                          "DEBIT-INTEREST (tipo diario)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               WHEN "TD"
                   MOVE SPACES TO REPORT-LINE
                   STRING "JUEGO TD - tipo de renovacion de "
                          "TD-MATURITY (tipo anual)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "JUEGO " DELIMITED BY SIZE
                          FUNCTION TRIM(SET-NAME(IX-SET))
                              DELIMITED BY SIZE
                          " - sin programa que lo lea"
                              DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EFECTIVA   TRAMO1-MAX     TIPO1      "
                  "TRAMO2-MAX     TIPO2      TIPO3      "
                  "CAMBIO       PIDE     APRUEBA  APROBADO   ESTADO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING IX-RT FROM 1 BY 1
               UNTIL IX-RT > WS-RATE-COUNT
               IF RT-SET(IX-RT) = SET-NAME(IX-SET)
                   PERFORM WRITE-RATE-LINE
               END-IF
           END-PERFORM

           IF SET-IN-FORCE(IX-SET) = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  (ninguna fila en vigor todavia: rige el tipo "
                      "historico del programa)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           .

       WRITE-RATE-LINE.
           ADD 1 TO WS-TOTAL-ROWS
           MOVE SPACES TO REPORT-LINE
           STRING RT-DATE(IX-RT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-T1-MAX(IX-RT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-T1-RATE(IX-RT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-T2-MAX(IX-RT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-T2-RATE(IX-RT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-T3-RATE(IX-RT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-CHANGE(IX-RT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-MAKER(IX-RT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-APPROVER(IX-RT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-APPROVED(IX-RT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RT-STATE(IX-RT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

      * ----------------------------------------------------------------
      * WRITE-OPEN-REQUESTS - Solicitudes INT-RATE de la cola de
      * cambios que no estan en la tabla (PENDING o REJECTED)
      * ----------------------------------------------------------------
       WRITE-OPEN-REQUESTS.
           OPEN INPUT CHANGES-FILE
           IF WS-CHG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SOLICITUDES NO APLICADAS (cola de cambios)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CAMBIO       PIDE     FECHA      ESTADO     "
                  "DECIDE   FECHA      CARGA (juego|efectiva|"
                  "tramo1-max|tipo1|tramo2-max|tipo2|tipo3)"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM UNTIL WS-CHG-STATUS NOT = "00"
               READ CHANGES-FILE
               IF WS-CHG-STATUS = "00"
                   PERFORM CHECK-OPEN-REQUEST
               END-IF
           END-PERFORM

           CLOSE CHANGES-FILE
           .

       CHECK-OPEN-REQUEST.
           MOVE SPACES TO WS-CHG-STATE WS-CHG-CHECKER WS-CHG-DECIDED
           UNSTRING CHANGES-LINE DELIMITED BY ","
               INTO WS-CHG-ID WS-CHG-TYPE WS-CHG-PAYLOAD
                    WS-CHG-MAKER WS-CHG-DATE WS-CHG-STATE
                    WS-CHG-CHECKER WS-CHG-DECIDED
           END-UNSTRING

           IF WS-CHG-TYPE NOT = "INT-RATE"
               OR WS-CHG-STATE = "APPLIED"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-OPEN
           MOVE SPACES TO REPORT-LINE
           STRING WS-CHG-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-MAKER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-CHECKER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-DECIDED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHG-PAYLOAD) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       GET-TODAY-DATE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE INTO WS-BUSDATE-LINE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE-FILE
               IF WS-BUSDATE-LINE NOT = SPACES
                   MOVE WS-BUSDATE-LINE(1:4)
                       TO WS-TODAY-YYYYMMDD(1:4)
                   MOVE WS-BUSDATE-LINE(6:2)
                       TO WS-TODAY-YYYYMMDD(5:2)
                   MOVE WS-BUSDATE-LINE(9:2)
                       TO WS-TODAY-YYYYMMDD(7:2)
               END-IF
           END-IF

           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING
           .

       END PROGRAM RATE-HISTORY.
