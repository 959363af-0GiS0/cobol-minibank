      * y ahi moria el proceso. Este trabajo nocturno mantiene el
      * registro de morosidad data/loan-delinq.csv:
      *   prestamo,cuenta,primera-mora,bucket-avisado,
      *   fecha-promesa,importe-promesa,estado-promesa,estado,
      *   importe-impagado,fecha-ultimo-impago
      * y cada noche:
      *   - da de alta en el registro los prestamos del informe de
      *     impagos del dia (primera-mora = fecha de negocio) y
      *     acumula la cuota impagada del dia en la mora OPEN
      *     (importe que MBMAIN puede capitalizar al
      *     reestructurar),
      *   - clasifica cada mora OPEN en los buckets 30/60/90/90+
      *     por dias desde la primera mora y, al entrar en un
      *     bucket nuevo, emite el aviso escalado MORA-30/60/90
      *     cumplidas (KEPT) si el saldo de la cuenta en la foto de
      *     cierre ya no es negativo, y por rotas (BROKEN) si lo
      *     sigue siendo, y
      *   - marca CURED la mora cuyo prestamo ya no esta vivo
      *     (ACTIVE o RESTRUCTURED) en data/loans.csv (liquidado o
      *     saneado).
      * Las promesas se registran y el saneamiento (write-off) y la
      * reestructuracion se aprueban desde el menu de prestamos de
      * MBMAIN. Informe por buckets en
      * data/loan-collections-report.txt; los prestamos
      * reestructurados se informan en una seccion aparte (con su
      * mora, si la tienen), fuera de los buckets ordinarios.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
               10  DLQ-PROM-DATE     PIC X(10).
               10  DLQ-PROM-AMT      PIC X(20).
               10  DLQ-PROM-STATE    PIC X(8).
               10  DLQ-STATE         PIC X(12).
               10  DLQ-ARREARS       PIC X(20).
               10  DLQ-ARR-DATE      PIC X(10).

      * Tokens del informe de impagos de LOAN-BILLING
       77  WS-ARR-T1             PIC X(10).
       77  WS-ARR-T2             PIC X(12).
       77  WS-ARR-T3             PIC X(10).
       77  WS-ARR-T4             PIC X(30).
       77  WS-ARR-T5             PIC X(10).
       77  WS-ARR-T6             PIC X(20).
       77  WS-ARREARS-AMT        PIC S9(13)V9(2) COMP-3.
       77  WS-ARREARS-EDIT       PIC -(12)9.99.

      * Prestamos vivos, ACTIVE o RESTRUCTURED (para detectar
      * curas)
       77  WS-LOAN-ID            PIC X(12).
       77  WS-LOAN-ACCOUNT       PIC X(30).
       77  WS-LOAN-PRIN-STR      PIC X(20).
       77  WS-LOAN-F5            PIC X(6).
       77  WS-LOAN-F6            PIC X(20).
       77  WS-LOAN-F7            PIC X(10).
       77  WS-LOAN-STATE         PIC X(12).
       77  WS-LOAN-ORIG-PRIN     PIC X(20).
       77  WS-LOAN-F10           PIC X(15).
       77  WS-LOAN-F11           PIC X(6).
       77  WS-LOAN-F12           PIC X(20).
       77  WS-LOAN-RST-DATE      PIC X(10).
       77  WS-MAX-ACTIVE         PIC 9(3) COMP VALUE 500.
       77  WS-ACTIVE-COUNT       PIC 9(3) COMP VALUE 0.
       01  WS-ACTIVE-TABLE.
           05  WS-ACTIVE-LOAN OCCURS 500 TIMES
                   INDEXED BY IX-ACT PIC X(12).

      * Prestamos reestructurados: seguimiento regulatorio aparte
       77  WS-RST-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-RST-TABLE.
           05  WS-RST OCCURS 500 TIMES INDEXED BY IX-RST.
               10  RST-LOAN          PIC X(12).
               10  RST-ACCOUNT       PIC X(30).
               10  RST-PRINCIPAL     PIC X(20).
               10  RST-ORIG-PRIN     PIC X(20).
               10  RST-DATE          PIC X(10).
               10  RST-BUCKET        PIC X(4).
       77  WS-IS-RESTRUCTURED    PIC X.

      * Saldos de cierre, para evaluar promesas
       77  WS-BAL-ID             PIC X(30).
       77  WS-BAL-ROW-ID         PIC X(30).
       77  WS-B60-COUNT          PIC 9(4) VALUE 0.
       77  WS-B90-COUNT          PIC 9(4) VALUE 0.
       77  WS-B90P-COUNT         PIC 9(4) VALUE 0.
       77  WS-RST-MORA-COUNT     PIC 9(4) VALUE 0.
       77  WS-RST-COUNT-EDIT     PIC 9(4).

       77  WS-MV-COMMAND         PIC X(60) VALUE
           "mv data/loan-delinq.csv.new data/loan-delinq.csv".
               READ ARREARS-FILE
               IF WS-ARREARS-STATUS = "00"
                   MOVE SPACES TO WS-ARR-T2
                   MOVE SPACES TO WS-ARR-T6
      *            La cuota llega editada con espacios a la
      *            izquierda: los separadores seguidos cuentan como
      *            uno solo
                   UNSTRING ARREARS-LINE DELIMITED BY ALL " "
                       INTO WS-ARR-T1 WS-ARR-T2 WS-ARR-T3
                            WS-ARR-T4 WS-ARR-T5 WS-ARR-T6
                   END-UNSTRING
                   IF WS-ARR-T1 = "Prestamo"
                       AND WS-ARR-T2 NOT = SPACES
           .

       REGISTER-DELINQUENT.
           MOVE 0 TO WS-ARREARS-AMT
           IF WS-ARR-T6 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ARR-T6) = 0
               MOVE FUNCTION NUMVAL(WS-ARR-T6) TO WS-ARREARS-AMT
           END-IF

           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-DLQ FROM 1 BY 1
               UNTIL IX-DLQ > WS-DELINQ-COUNT OR WS-FOUND = "Y"
               IF DLQ-LOAN(IX-DLQ) = WS-ARR-T2
                   AND DLQ-STATE(IX-DLQ) = "OPEN"
                   MOVE "Y" TO WS-FOUND
                   SET WS-LOOKUP-INDEX TO IX-DLQ
               END-IF
           END-PERFORM

      *    Mora ya abierta: la cuota del dia se suma una sola vez
      *    por fecha de negocio, aunque el trabajo se relance
           IF WS-FOUND = "Y"
               SET IX-DLQ TO WS-LOOKUP-INDEX
               IF DLQ-ARR-DATE(IX-DLQ) = SPACES
                   OR DLQ-ARR-DATE(IX-DLQ) < WS-TODAY-DATE
                   PERFORM ADD-DLQ-ARREARS
               END-IF
           END-IF

           IF WS-FOUND = "N"
               AND WS-DELINQ-COUNT < WS-MAX-DELINQ
               ADD 1 TO WS-DELINQ-COUNT
               MOVE SPACES TO DLQ-PROM-AMT(IX-DLQ)
               MOVE "NONE" TO DLQ-PROM-STATE(IX-DLQ)
               MOVE "OPEN" TO DLQ-STATE(IX-DLQ)
               MOVE SPACES TO DLQ-ARREARS(IX-DLQ)
               MOVE SPACES TO DLQ-ARR-DATE(IX-DLQ)
               PERFORM ADD-DLQ-ARREARS
               DISPLAY "Nueva mora registrada: " WS-ARR-T2
           END-IF
           .

       ADD-DLQ-ARREARS.
           IF DLQ-ARREARS(IX-DLQ) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(DLQ-ARREARS(IX-DLQ)) = 0
               COMPUTE WS-ARREARS-AMT = WS-ARREARS-AMT
                   + FUNCTION NUMVAL(DLQ-ARREARS(IX-DLQ))
           END-IF
           MOVE WS-ARREARS-AMT TO WS-ARREARS-EDIT
           MOVE FUNCTION TRIM(WS-ARREARS-EDIT)
               TO DLQ-ARREARS(IX-DLQ)
           MOVE WS-TODAY-DATE TO DLQ-ARR-DATE(IX-DLQ)
           .

      * ----------------------------------------------------------------
      * PROCESS-DELINQUENCIES - Cura, bucket con aviso escalado y
      * promesas vencidas, para cada mora OPEN
           .

       PROCESS-ONE-DELINQUENCY.
      *    Cura: el prestamo ya no esta vivo (liquidado/saneado)
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-ACT FROM 1 BY 1
               UNTIL IX-ACT > WS-ACTIVE-COUNT OR WS-FOUND = "Y"
           EVALUATE TRUE
               WHEN WS-DAYS-DELINQ > 90
                   MOVE "B90+" TO WS-NEW-BUCKET
               WHEN WS-DAYS-DELINQ > 60
                   MOVE "B90" TO WS-NEW-BUCKET
               WHEN WS-DAYS-DELINQ > 30
                   MOVE "B60" TO WS-NEW-BUCKET
               WHEN OTHER
                   MOVE "B30" TO WS-NEW-BUCKET
           END-EVALUATE

      *    Los reestructurados en mora se cuentan aparte y no
      *    entran en los buckets ordinarios
           MOVE DLQ-LOAN(IX-DLQ) TO WS-LOAN-ID
           PERFORM FIND-RESTRUCTURED-LOAN
           IF WS-IS-RESTRUCTURED = "Y"
               MOVE WS-NEW-BUCKET TO RST-BUCKET(IX-RST)
               ADD 1 TO WS-RST-MORA-COUNT
           ELSE
               EVALUATE WS-NEW-BUCKET
                   WHEN "B90+"
                       ADD 1 TO WS-B90P-COUNT
                   WHEN "B90"
                       ADD 1 TO WS-B90-COUNT
                   WHEN "B60"
                       ADD 1 TO WS-B60-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-B30-COUNT
               END-EVALUATE
           END-IF

      *    Aviso escalado al entrar en un bucket nuevo
           IF WS-NEW-BUCKET NOT = DLQ-BUCKET(IX-DLQ)
               MOVE WS-NEW-BUCKET TO DLQ-BUCKET(IX-DLQ)
           MOVE "N" TO WS-EOF
           .

      * Deja IX-RST en el reestructurado WS-LOAN-ID, si lo es
       FIND-RESTRUCTURED-LOAN.
           MOVE "N" TO WS-IS-RESTRUCTURED
           PERFORM VARYING IX-RST FROM 1 BY 1
               UNTIL IX-RST > WS-RST-COUNT
                  OR WS-IS-RESTRUCTURED = "Y"
               IF RST-LOAN(IX-RST) = WS-LOAN-ID
                   MOVE "Y" TO WS-IS-RESTRUCTURED
               END-IF
           END-PERFORM
           IF WS-IS-RESTRUCTURED = "Y"
               SET IX-RST DOWN BY 1
           END-IF
           .

       LOAD-ACTIVE-LOANS.
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-STATUS NOT = "00"
               READ LOANS-FILE
               IF WS-LOANS-STATUS = "00"
                   MOVE SPACES TO WS-LOAN-STATE
                   MOVE SPACES TO WS-LOAN-ORIG-PRIN
                   MOVE SPACES TO WS-LOAN-RST-DATE
                   UNSTRING LOANS-LINE DELIMITED BY ","
                       INTO WS-LOAN-ID WS-LOAN-ACCOUNT
                            WS-LOAN-PRIN-STR WS-LOAN-F4
                            WS-LOAN-F5 WS-LOAN-F6 WS-LOAN-F7
                            WS-LOAN-STATE WS-LOAN-ORIG-PRIN
                            WS-LOAN-F10 WS-LOAN-F11 WS-LOAN-F12
                            WS-LOAN-RST-DATE
                   END-UNSTRING
                   IF WS-LOAN-STATE = SPACES
                       MOVE "ACTIVE" TO WS-LOAN-STATE
                   END-IF
                   IF (WS-LOAN-STATE = "ACTIVE"
                       OR WS-LOAN-STATE = "RESTRUCTURED")
                       AND WS-ACTIVE-COUNT < WS-MAX-ACTIVE
                       ADD 1 TO WS-ACTIVE-COUNT
                       MOVE WS-LOAN-ID
                           TO WS-ACTIVE-LOAN(WS-ACTIVE-COUNT)
                   END-IF
                   IF WS-LOAN-STATE = "RESTRUCTURED"
                       AND WS-RST-COUNT < WS-MAX-ACTIVE
                       ADD 1 TO WS-RST-COUNT
                       SET IX-RST TO WS-RST-COUNT
                       MOVE WS-LOAN-ID TO RST-LOAN(IX-RST)
                       MOVE WS-LOAN-ACCOUNT TO RST-ACCOUNT(IX-RST)
                       MOVE WS-LOAN-PRIN-STR TO RST-PRINCIPAL(IX-RST)
                       MOVE WS-LOAN-ORIG-PRIN
                           TO RST-ORIG-PRIN(IX-RST)
                       MOVE WS-LOAN-RST-DATE TO RST-DATE(IX-RST)
                       MOVE SPACES TO RST-BUCKET(IX-RST)
                   END-IF
               END-IF
           END-PERFORM

                   ADD 1 TO WS-DELINQ-COUNT
                   SET IX-DLQ TO WS-DELINQ-COUNT
                   MOVE SPACES TO DLQ-STATE(IX-DLQ)
                   MOVE SPACES TO DLQ-ARREARS(IX-DLQ)
                   MOVE SPACES TO DLQ-ARR-DATE(IX-DLQ)
                   UNSTRING DELINQ-LINE DELIMITED BY ","
                       INTO DLQ-LOAN(IX-DLQ)
                            DLQ-ACCOUNT(IX-DLQ)
                            DLQ-PROM-AMT(IX-DLQ)
                            DLQ-PROM-STATE(IX-DLQ)
                            DLQ-STATE(IX-DLQ)
                            DLQ-ARREARS(IX-DLQ)
                            DLQ-ARR-DATE(IX-DLQ)
                   END-UNSTRING
                   IF DLQ-STATE(IX-DLQ) = SPACES
                       MOVE "OPEN" TO DLQ-STATE(IX-DLQ)
                      DLQ-PROM-STATE(IX-DLQ) DELIMITED BY SPACE
                      ","                    DELIMITED BY SIZE
                      DLQ-STATE(IX-DLQ)      DELIMITED BY SPACE
                      ","                    DELIMITED BY SIZE
                      DLQ-ARREARS(IX-DLQ)    DELIMITED BY SPACE
                      ","                    DELIMITED BY SIZE
                      DLQ-ARR-DATE(IX-DLQ)   DELIMITED BY SPACE
                   INTO DELINQ-NEW-LINE
               END-STRING
               WRITE DELINQ-NEW-LINE
           WRITE REPORT-LINE
           PERFORM VARYING IX-DLQ FROM 1 BY 1
               UNTIL IX-DLQ > WS-DELINQ-COUNT
               MOVE DLQ-LOAN(IX-DLQ) TO WS-LOAN-ID
               PERFORM FIND-RESTRUCTURED-LOAN
               IF DLQ-STATE(IX-DLQ) = "OPEN"
                   AND WS-IS-RESTRUCTURED = "N"
                   MOVE SPACES TO REPORT-LINE
                   STRING DLQ-LOAN(IX-DLQ) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
               END-IF
           END-PERFORM

           PERFORM WRITE-RESTRUCTURED-SECTION

           CLOSE REPORT-FILE
           DISPLAY "Informe en data/loan-collections-report.txt"
           .

      * ----------------------------------------------------------------
      * WRITE-RESTRUCTURED-SECTION - Cartera reestructurada, que el
      * regulador sigue por separado: capital vivo frente al de
      * antes de reestructurar, fecha y mora actual si la hay
      * ----------------------------------------------------------------
       WRITE-RESTRUCTURED-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PRESTAMOS REESTRUCTURADOS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RST-COUNT TO WS-RST-COUNT-EDIT
           STRING "Reestructurados vivos: " WS-RST-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   de ellos en mora  : " WS-RST-MORA-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-RST-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "PRESTAMO     CUENTA                         CAPITAL
      -    "          ORIGINAL             FECHA      MORA"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING IX-RST FROM 1 BY 1
               UNTIL IX-RST > WS-RST-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING RST-LOAN(IX-RST) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RST-ACCOUNT(IX-RST) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RST-PRINCIPAL(IX-RST) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RST-ORIG-PRIN(IX-RST) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RST-DATE(IX-RST) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               IF RST-BUCKET(IX-RST) = SPACES
                   MOVE "AL DIA" TO REPORT-LINE(98:6)
               ELSE
                   MOVE RST-BUCKET(IX-RST) TO REPORT-LINE(98:4)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM
           .

       GET-TODAY-DATE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

