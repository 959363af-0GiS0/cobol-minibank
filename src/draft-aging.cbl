      ******************************************************************
      * DRAFT-AGING: Antiguedad de los cheques bancarios pendientes
      *
      * Los cheques bancarios que emite MBMAIN dejan su importe en la
      * cuenta interna DRAFTSPAY hasta que se presentan al cobro. Este
      * informe recorre data/drafts.csv y lista cada cheque
      * OUTSTANDING con su beneficiario, importe y dias desde la
      * emision, acumula importes por tramos de antiguedad (0-30,
      * 31-90, 91-180, 181-365 y mas de 365 dias) y marca como
      * candidatos a abandono los que superan el plazo legal
      * MINIBANK_DRAFT_ESCHEAT_DAYS (1095 dias por defecto). El paso
      * a abandono se hace desde el menu de cheques bancarios de
      * MBMAIN.
      * Salida: data/draft-aging.txt.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAFT-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAFTS-FILE ASSIGN TO "data/drafts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DFT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/draft-aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAFTS-FILE.
       01  DRAFTS-LINE           PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).

       WORKING-STORAGE SECTION.

       77  WS-DFT-STATUS         PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.

       77  WS-D-SERIAL           PIC X(10).
       77  WS-D-ACCOUNT          PIC X(30).
       77  WS-D-AMOUNT           PIC X(20).
       77  WS-D-FEE              PIC X(20).
       77  WS-D-PAYEE            PIC X(40).
       77  WS-D-ISSUED           PIC X(10).
       77  WS-D-STATUS           PIC X(12).

       77  WS-TODAY-YYYYMMDD     PIC 9(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-TODAY-INTEGER      PIC S9(9) COMP.
       77  WS-WORK-YYYYMMDD      PIC 9(8).
       77  WS-WORK-INTEGER       PIC S9(9) COMP.
       77  WS-DAYS-OUT           PIC S9(5) COMP.
       77  WS-DAYS-EDIT          PIC -(4)9.
       77  WS-BUSDATE-LINE       PIC X(10).

       77  WS-ESCHEAT-DAYS       PIC 9(5) VALUE 1095.
       77  WS-ENV-ESCHEAT-DAYS   PIC X(5) VALUE SPACES.

       77  WS-AMOUNT             PIC S9(13)V99 VALUE 0.
       77  WS-AMOUNT-EDIT        PIC -(12)9.99.

      * Tramos de antiguedad: recuento e importe pendiente
       01  WS-BUCKETS.
           05  WS-BUCKET OCCURS 5 TIMES.
               10  WS-BUCKET-COUNT   PIC 9(5).
               10  WS-BUCKET-AMOUNT  PIC S9(13)V99.
       01  WS-BUCKET-LABELS.
           05  FILLER            PIC X(12) VALUE "0-30 dias".
           05  FILLER            PIC X(12) VALUE "31-90 dias".
           05  FILLER            PIC X(12) VALUE "91-180 dias".
           05  FILLER            PIC X(12) VALUE "181-365 dias".
           05  FILLER            PIC X(12) VALUE "> 365 dias".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL   PIC X(12) OCCURS 5 TIMES.
       77  WS-BX                 PIC 9.

       77  WS-TOTAL-COUNT        PIC 9(5) VALUE 0.
       77  WS-TOTAL-AMOUNT       PIC S9(13)V99 VALUE 0.
       77  WS-TOTAL-ESCHEAT      PIC 9(5) VALUE 0.
       77  WS-ESCHEAT-AMOUNT     PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE

           ACCEPT WS-ENV-ESCHEAT-DAYS
               FROM ENVIRONMENT "MINIBANK_DRAFT_ESCHEAT_DAYS"
           IF WS-ENV-ESCHEAT-DAYS NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-ESCHEAT-DAYS) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-ESCHEAT-DAYS)
                   TO WS-ESCHEAT-DAYS
           END-IF

           OPEN INPUT DRAFTS-FILE
           IF WS-DFT-STATUS NOT = "00"
               DISPLAY "Sin cheques bancarios registrados"
               GOBACK
           END-IF

           INITIALIZE WS-BUCKETS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CHEQUES BANCARIOS PENDIENTES POR ANTIGUEDAD - "
                  DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "SERIE      CUENTA     BENEFICIARIO" TO REPORT-LINE
           MOVE "IMPORTE  EMISION     DIAS" TO REPORT-LINE(56:)
           WRITE REPORT-LINE

           PERFORM UNTIL WS-DFT-STATUS NOT = "00"
               READ DRAFTS-FILE
                   AT END MOVE "10" TO WS-DFT-STATUS
                   NOT AT END PERFORM REPORT-ONE-DRAFT
               END-READ
           END-PERFORM

           CLOSE DRAFTS-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TRAMO          CHEQUES            IMPORTE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
               MOVE WS-BUCKET-AMOUNT(WS-BX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-BUCKET-LABEL(WS-BX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-BUCKET-COUNT(WS-BX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Pendientes: " WS-TOTAL-COUNT
                  "  importe: " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ESCHEAT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Candidatos a abandono (" WS-ESCHEAT-DAYS
                  " dias): " WS-TOTAL-ESCHEAT
                  "  importe: " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Cheques bancarios pendientes: " WS-TOTAL-COUNT
           DISPLAY "Candidatos a abandono      : " WS-TOTAL-ESCHEAT
           GOBACK
           .

       REPORT-ONE-DRAFT.
           MOVE SPACES TO WS-D-STATUS
           MOVE SPACES TO WS-D-ISSUED
           UNSTRING DRAFTS-LINE DELIMITED BY ","
               INTO WS-D-SERIAL WS-D-ACCOUNT WS-D-AMOUNT WS-D-FEE
                    WS-D-PAYEE WS-D-ISSUED WS-D-STATUS
           END-UNSTRING

           IF WS-D-STATUS NOT = "OUTSTANDING"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-D-AMOUNT) = 0
               MOVE FUNCTION NUMVAL(WS-D-AMOUNT) TO WS-AMOUNT
           END-IF
           ADD 1 TO WS-TOTAL-COUNT
           ADD WS-AMOUNT TO WS-TOTAL-AMOUNT

           MOVE WS-D-ISSUED(1:4) TO WS-WORK-YYYYMMDD(1:4)
           MOVE WS-D-ISSUED(6:2) TO WS-WORK-YYYYMMDD(5:2)
           MOVE WS-D-ISSUED(9:2) TO WS-WORK-YYYYMMDD(7:2)
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD)
           COMPUTE WS-DAYS-OUT =
               WS-TODAY-INTEGER - WS-WORK-INTEGER

           EVALUATE TRUE
               WHEN WS-DAYS-OUT <= 30
                   MOVE 1 TO WS-BX
               WHEN WS-DAYS-OUT <= 90
                   MOVE 2 TO WS-BX
               WHEN WS-DAYS-OUT <= 180
                   MOVE 3 TO WS-BX
               WHEN WS-DAYS-OUT <= 365
                   MOVE 4 TO WS-BX
               WHEN OTHER
                   MOVE 5 TO WS-BX
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BX)
           ADD WS-AMOUNT TO WS-BUCKET-AMOUNT(WS-BX)

           MOVE WS-DAYS-OUT TO WS-DAYS-EDIT
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-D-SERIAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-D-ACCOUNT(1:10) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-D-PAYEE(1:24) DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-D-ISSUED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF WS-DAYS-OUT >= WS-ESCHEAT-DAYS
               ADD 1 TO WS-TOTAL-ESCHEAT
               ADD WS-AMOUNT TO WS-ESCHEAT-AMOUNT
               STRING FUNCTION TRIM(REPORT-LINE)
                          DELIMITED BY SIZE
                      "  ** CANDIDATO A ABANDONO **" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
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
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           .

       END PROGRAM DRAFT-AGING.
