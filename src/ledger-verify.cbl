      ******************************************************************
      * LEDGER-VERIFY: Verificacion nocturna de la cadena de huellas
      *
      * Primer paso del cierre: recalcula con MBCHAIN la huella de
      * cada fila del ledger (particiones del manifiesto y ledger
      * vivo) y la compara con la guardada. Si algo no cuadra,
      * informa el primer eslabon roto (fichero, linea y motivo) en
      * data/ledger-chain-report.txt y termina con RC 8 para que
      * EOD-DRIVER detenga la cadena antes de anotar nada mas sobre
      * un ledger manipulado.
      *
      * La primera ejecucion, sin cabecera de cadena, la pone en
      * marcha sellando la historia existente. Si el libro de
      * ejecuciones muestra que la cadena ya se habia verificado
      * otra noche y la cabecera y las huellas han desaparecido, no
      * se vuelve a arrancar: se trata como cadena rota.
      *
      * La verificacion no modifica nada y puede repetirse: no se
      * rechaza una segunda ejecucion en la misma fecha de negocio,
      * pero cada una queda anotada en data/job-runs.csv.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "data/ledger-chain-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT JOB-RUNS-FILE ASSIGN TO "data/job-runs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRUNS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  JOB-RUNS-FILE.
       01  JOB-RUNS-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-BUSDATE-LINE       PIC X(10).

      * Libro de control de ejecuciones (ver STANDING-ORDERS)
       77  WS-JOBRUNS-STATUS     PIC XX.
       77  WS-JOBRUNS-LINE       PIC X(80).
       77  WS-JR-JOB             PIC X(16).
       77  WS-JR-DATE            PIC X(10).
       77  WS-JR-EVENT           PIC X(5).
       77  WS-JR-OUTCOME         PIC X(4).
       77  WS-JOB-NAME           PIC X(16) VALUE "LEDGER-VERIFY".
       77  WS-RUN-TIME           PIC X(8).

      * 'Y' si alguna noche anterior ya verifico la cadena con exito
       77  WS-CHAIN-WAS-RUNNING  PIC X VALUE "N".

       77  WS-ROWS-EDIT          PIC Z(8)9.
       77  WS-LINE-EDIT          PIC Z(8)9.

       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM SCAN-RUN-HISTORY
           PERFORM RECORD-RUN-START

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "VERIFICACION DE LA CADENA DEL LEDGER - "
                      DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:60)
           PERFORM EMIT-LINE

           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-VERIFY TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST

           IF CHAIN-NOT-STARTED
               PERFORM START-CHAIN
           END-IF

           IF CHAIN-BROKEN
               PERFORM REPORT-BROKEN-LINK
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE CHAIN-ROWS TO WS-ROWS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CADENA INTACTA: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROWS-EDIT) DELIMITED BY SIZE
                  " filas verificadas" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           CLOSE REPORT-FILE

           PERFORM RECORD-RUN-END-OK
           GOBACK
           .

      * ----------------------------------------------------------------
      * START-CHAIN - Sin cabecera ni huellas: primera noche, se
      * sella la historia existente; si la cadena ya habia estado en
      * marcha, alguien ha borrado sus ficheros
      * ----------------------------------------------------------------
       START-CHAIN.
           IF WS-CHAIN-WAS-RUNNING = "Y"
               SET CHAIN-BROKEN TO TRUE
               MOVE "data/ledger-chain.dat" TO CHAIN-BREAK-FILE
               MOVE 0 TO CHAIN-BREAK-LINE
               MOVE "faltan la cabecera y las huellas de una cadena"
                   & " ya verificada" TO CHAIN-BREAK-REASON
               EXIT PARAGRAPH
           END-IF

           SET CHAIN-FUNC-RESEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST

           MOVE CHAIN-ROWS TO WS-ROWS-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Cadena puesta en marcha sobre " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROWS-EDIT) DELIMITED BY SIZE
                  " filas existentes" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           .

       REPORT-BROKEN-LINK.
           MOVE "CADENA ROTA: primer eslabon roto" TO REPORT-LINE
           PERFORM EMIT-LINE

           MOVE CHAIN-BREAK-LINE TO WS-LINE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Fichero: " DELIMITED BY SIZE
                  CHAIN-BREAK-FILE DELIMITED BY SPACE
                  "  linea: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  Motivo : " DELIMITED BY SIZE
                  CHAIN-BREAK-REASON DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE

           MOVE "Cierre detenido: revise el ledger con auditoria "
               & "antes de reanudar" TO REPORT-LINE
           PERFORM EMIT-LINE
           .

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           MOVE SPACES TO REPORT-LINE
           .

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
           .

      * ----------------------------------------------------------------
      * SCAN-RUN-HISTORY - Alguna verificacion anterior termino bien?
      * ----------------------------------------------------------------
       SCAN-RUN-HISTORY.
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
                       AND WS-JR-EVENT = "END"
                       AND WS-JR-OUTCOME = "OK"
                       MOVE "Y" TO WS-CHAIN-WAS-RUNNING
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

       END PROGRAM LEDGER-VERIFY.
