      ******************************************************************
      * EOD-DRYRUN: Ensayo del cierre diario sobre una copia de datos
      *
      * Antes de una noche delicada (un fichero de camara grande, un
      * cambio de tipos, una comision nueva en fee-schedule.csv) se
      * quiere saber que hara la cadena sin asentar nada. Este
      * trabajo:
      *   1. copia el directorio data/ a la zona de ensayo
      *      (MINIBANK_DRYRUN_DIR, por defecto eod-dryrun/) y enlaza
      *      alli los ejecutables del directorio actual,
      *   2. lanza en ella la cadena completa de EOD-DRIVER con
      *      MINIBANK_EOD_DRYRUN=Y (se omite MINIBANK, que asienta en
      *      DB2; RECONCILE vera por tanto la foto de saldos de
      *      ayer),
      *   3. compara la copia con los datos vivos y deja el informe
      *      <zona>/eod-dryrun-report.txt:
      *        - pasos ejecutados, omitidos o fallidos,
      *        - filas nuevas del ledger por categoria (ledger vivo y
      *          particiones, para no perder lo que TX-PARTITION
      *          mueva),
      *        - variacion del saldo de cada cuenta segun el ledger,
      *        - retenciones nuevas o modificadas (holds.csv),
      *        - notificaciones nuevas (notifications.csv) y
      *        - rechazos nuevos (transactions-reject.log).
      * Nada se escribe en data/: ni el ledger, ni la fecha de
      * negocio, ni el libro de ejecuciones. Al terminar se comprueba
      * que data/business-date.dat no ha cambiado.
      *
      * RC 0 si la cadena ensayada termina bien, 4 si se detiene en
      * algun paso (el informe dice donde) y 8 si no se puede montar
      * el ensayo.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOD-DRYRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT NEW-ROWS-FILE ASSIGN TO DYNAMIC WS-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC WS-RUN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  LEDGER-FILE.
       01  LEDGER-LINE           PIC X(200).
       FD  NEW-ROWS-FILE.
       01  NEW-ROWS-LINE         PIC X(200).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE          PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-LEDGER-STATUS      PIC XX.
       77  WS-NEW-STATUS         PIC XX.
       77  WS-RUN-LOG-STATUS     PIC XX.
       77  WS-EOF                PIC X VALUE "N".

      * Zona de ensayo y rutas dentro de ella
       77  WS-SCRATCH-DIR        PIC X(60).
       77  WS-LEDGER-PATH        PIC X(100).
       77  WS-NEW-PATH           PIC X(100).
       77  WS-RUN-LOG-PATH       PIC X(100).
       77  WS-REPORT-PATH        PIC X(100).
       77  WS-COMMAND            PIC X(500).
       77  WS-RC                 PIC S9(9) COMP VALUE 0.
       77  WS-CHAIN-RC           PIC S9(9) COMP VALUE 0.

      * Fecha de negocio viva antes y despues del ensayo
       77  WS-BUSDATE-BEFORE     PIC X(10) VALUE SPACES.
       77  WS-BUSDATE-AFTER      PIC X(10) VALUE SPACES.

      * Fila del ledger (mismo reparto que TRIAL-BALANCE)
       77  WS-CSV-DATE           PIC X(10).
       77  WS-CSV-ACCOUNT        PIC X(30).
       77  WS-CSV-TYPE           PIC X(10).
       77  WS-CSV-AMOUNT-STR     PIC X(20).
       77  WS-CSV-AUX            PIC X(42).
       77  WS-CSV-REF            PIC X(20).
       77  WS-CSV-CATEGORY       PIC X(15).
       77  WS-CSV-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  WS-REV-ORIG-TYPE      PIC X(10).
       77  WS-REV-REF            PIC X(30).

      * Lado que se esta leyendo: "B" datos vivos (antes), "A" copia
      * ensayada (despues)
       77  WS-SIDE               PIC X(1).

       77  WS-CAT-MAX            PIC 9(3) COMP VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 100 TIMES INDEXED BY IX-CAT.
               10  CAT-NAME          PIC X(15).
               10  CAT-ROWS          PIC S9(7) COMP.
               10  CAT-AMOUNT        PIC S9(13)V9(2) COMP-3.

       77  WS-ACC-MAX            PIC 9(4) COMP VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 2000 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-BEFORE        PIC S9(13)V9(2) COMP-3.
               10  ACC-AFTER         PIC S9(13)V9(2) COMP-3.
       77  WS-LOOKUP-ID          PIC X(30).
       77  WS-LOOKUP-INDEX       PIC 9(4) COMP.
       77  WS-EFFECT             PIC S9(13)V9(2) COMP-3.

      * Filas nuevas de holds, notificaciones y rechazos
       77  WS-NEW-FILE-NAME      PIC X(40).
       77  WS-NEW-TITLE          PIC X(60).
       77  WS-NEW-COUNT          PIC 9(7) COMP.

       77  WS-TOTAL-NEW-ROWS     PIC S9(7) COMP VALUE 0.
       77  WS-ACCOUNTS-CHANGED   PIC 9(5) COMP VALUE 0.
       77  WS-CHANGE             PIC S9(13)V9(2) COMP-3.

       77  FORMATTED-AMT         PIC -(12)9.99.
       77  FORMATTED-AMT-2       PIC -(12)9.99.
       77  FORMATTED-AMT-3       PIC -(12)9.99.
       77  WS-COUNT-EDIT         PIC -(6)9.
       77  WS-RC-DISPLAY         PIC -(9)9.

       PROCEDURE DIVISION.

       MAIN.
           MOVE SPACES TO WS-SCRATCH-DIR
           ACCEPT WS-SCRATCH-DIR FROM ENVIRONMENT "MINIBANK_DRYRUN_DIR"
           IF WS-SCRATCH-DIR = SPACES
               MOVE "eod-dryrun" TO WS-SCRATCH-DIR
           END-IF
           IF WS-SCRATCH-DIR = "data" OR WS-SCRATCH-DIR = "."
               OR WS-SCRATCH-DIR = "/" OR WS-SCRATCH-DIR(1:5) = "data/"
               DISPLAY "ERROR: la zona de ensayo no puede ser "
                   FUNCTION TRIM(WS-SCRATCH-DIR)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-LIVE-BUSINESS-DATE
           MOVE WS-BUSDATE-AFTER TO WS-BUSDATE-BEFORE

           PERFORM PREPARE-SCRATCH
           IF WS-RC NOT = 0
               DISPLAY "ERROR: no se pudo preparar la zona de ensayo "
                   FUNCTION TRIM(WS-SCRATCH-DIR)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM RUN-CHAIN
           PERFORM COLLECT-NEW-ROWS

           MOVE SPACES TO WS-REPORT-PATH
           STRING FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  "/eod-dryrun-report.txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-STEP-SECTION

           MOVE "B" TO WS-SIDE
           MOVE SPACES TO WS-LEDGER-PATH
           STRING FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  "/ledger-before.tmp" DELIMITED BY SIZE
               INTO WS-LEDGER-PATH
           END-STRING
           PERFORM SCAN-LEDGER
           MOVE "A" TO WS-SIDE
           MOVE SPACES TO WS-LEDGER-PATH
           STRING FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  "/ledger-after.tmp" DELIMITED BY SIZE
               INTO WS-LEDGER-PATH
           END-STRING
           PERFORM SCAN-LEDGER

           PERFORM WRITE-CATEGORY-SECTION
           PERFORM WRITE-BALANCE-SECTION

           MOVE "holds.new" TO WS-NEW-FILE-NAME
           MOVE "RETENCIONES NUEVAS O MODIFICADAS (holds.csv)"
               TO WS-NEW-TITLE
           PERFORM WRITE-NEW-ROWS-SECTION
           MOVE "notifications.new" TO WS-NEW-FILE-NAME
           MOVE "NOTIFICACIONES NUEVAS (notifications.csv)"
               TO WS-NEW-TITLE
           PERFORM WRITE-NEW-ROWS-SECTION
           MOVE "rejects.new" TO WS-NEW-FILE-NAME
           MOVE "RECHAZOS NUEVOS (transactions-reject.log)"
               TO WS-NEW-TITLE
           PERFORM WRITE-NEW-ROWS-SECTION

      *    Comprobacion final: los datos vivos no se han movido
           PERFORM READ-LIVE-BUSINESS-DATE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-BUSDATE-AFTER = WS-BUSDATE-BEFORE
               STRING "Datos vivos intactos: la fecha de negocio "
                          DELIMITED BY SIZE
                      "sigue en " DELIMITED BY SIZE
                      WS-BUSDATE-AFTER DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "ERROR: la fecha de negocio viva ha cambiado "
                   & "durante el ensayo" TO REPORT-LINE
           END-IF
           PERFORM EMIT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Informe del ensayo en "
               FUNCTION TRIM(WS-REPORT-PATH)
           EVALUATE TRUE
               WHEN WS-BUSDATE-AFTER NOT = WS-BUSDATE-BEFORE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CHAIN-RC NOT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       READ-LIVE-BUSINESS-DATE.
           MOVE SPACES TO WS-BUSDATE-AFTER
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE INTO WS-BUSDATE-AFTER
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           .

      * ----------------------------------------------------------------
      * PREPARE-SCRATCH - Zona de ensayo limpia con una copia de
      * data/ y enlaces a los ejecutables del directorio actual; el
      * log de la cadena de la copia se vacia para que solo recoja
      * el ensayo
      * ----------------------------------------------------------------
       PREPARE-SCRATCH.
           MOVE SPACES TO WS-COMMAND
           STRING "rm -rf " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  " && mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  " && cp -Rp data " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  "/data && : > " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  "/data/eod-run-log.txt && for f in *; do "
                      DELIMITED BY SIZE
                  "if [ -f $f ] && [ -x $f ]; then ln -s $PWD/$f "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  "/$f; fi; done" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           .

       RUN-CHAIN.
           DISPLAY "Ensayo del cierre en "
               FUNCTION TRIM(WS-SCRATCH-DIR) "/data ..."
           MOVE SPACES TO WS-COMMAND
           STRING "cd " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  " && MINIBANK_EOD_DRYRUN=Y ./eod-driver "
                      DELIMITED BY SIZE
                  "> eod-dryrun.log 2>&1" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-CHAIN-RC
           .

      * ----------------------------------------------------------------
      * COLLECT-NEW-ROWS - Ledger completo (vivo y particiones) de
      * cada lado, y filas de holds, notificaciones y rechazos que
      * estan en la copia y no en los datos vivos
      * ----------------------------------------------------------------
       COLLECT-NEW-ROWS.
           MOVE SPACES TO WS-COMMAND
           STRING "cat data/transactions.csv "
                      DELIMITED BY SIZE
                  "data/transactions-[0-9]*.csv 2>/dev/null > "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  "/ledger-before.tmp; cd " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  " && cat data/transactions.csv "
                      DELIMITED BY SIZE
                  "data/transactions-[0-9]*.csv 2>/dev/null > "
                      DELIMITED BY SIZE
                  "ledger-after.tmp; true" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC

           MOVE SPACES TO WS-COMMAND
           STRING "d=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  "; for p in holds:holds.csv "
                      DELIMITED BY SIZE
                  "notifications:notifications.csv "
                      DELIMITED BY SIZE
                  "rejects:transactions-reject.log; do "
                      DELIMITED BY SIZE
                  "n=${p%%:*}; f=${p#*:}; "
                      DELIMITED BY SIZE
                  "touch $d/$n.a $d/$n.b; "
                      DELIMITED BY SIZE
                  "[ -f data/$f ] && sort data/$f > $d/$n.b; "
                      DELIMITED BY SIZE
                  "[ -f $d/data/$f ] && sort $d/data/$f > $d/$n.a; "
                      DELIMITED BY SIZE
                  "comm -13 $d/$n.b $d/$n.a > $d/$n.new; "
                      DELIMITED BY SIZE
                  "rm -f $d/$n.a $d/$n.b; done" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           .

      * ----------------------------------------------------------------
      * SCAN-LEDGER - Acumula filas y saldos del lado WS-SIDE
      * ----------------------------------------------------------------
       SCAN-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM TAKE-LEDGER-ROW
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .

       TAKE-LEDGER-ROW.
           IF LEDGER-LINE(1:4) = "HDR," OR LEDGER-LINE(1:4) = "TRL,"
               OR LEDGER-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-AMOUNT-STR WS-CSV-AUX WS-CSV-REF
                          WS-CSV-CATEGORY
           UNSTRING LEDGER-LINE DELIMITED BY ","
               INTO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
                    WS-CSV-AMOUNT-STR WS-CSV-AUX WS-CSV-REF
                    WS-CSV-CATEGORY
           END-UNSTRING
           IF WS-CSV-CATEGORY = SPACES
               MOVE "(sin categoria)" TO WS-CSV-CATEGORY
           END-IF

           MOVE 0 TO WS-CSV-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) = 0
               MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-STR)
                   TO WS-CSV-AMOUNT
           END-IF

      *    Filas y total por categoria: lo ensayado menos lo vivo
           SET IX-CAT TO 1
           SEARCH WS-CAT-ENTRY
               WHEN IX-CAT > WS-CAT-MAX
                   IF WS-CAT-MAX < 100
                       ADD 1 TO WS-CAT-MAX
                       SET IX-CAT TO WS-CAT-MAX
                       MOVE WS-CSV-CATEGORY TO CAT-NAME(IX-CAT)
                       MOVE 0 TO CAT-ROWS(IX-CAT) CAT-AMOUNT(IX-CAT)
                       PERFORM ADD-CATEGORY-ROW
                   END-IF
               WHEN CAT-NAME(IX-CAT) = WS-CSV-CATEGORY
                   PERFORM ADD-CATEGORY-ROW
           END-SEARCH

      *    Efecto en saldo, como lo reproduce TRIAL-BALANCE
           MOVE WS-CSV-ACCOUNT TO WS-LOOKUP-ID
           EVALUATE WS-CSV-TYPE
               WHEN "CREDIT"
                   MOVE WS-CSV-AMOUNT TO WS-EFFECT
                   PERFORM APPLY-EFFECT
               WHEN "DEBIT"
                   COMPUTE WS-EFFECT = 0 - WS-CSV-AMOUNT
                   PERFORM APPLY-EFFECT
               WHEN "TRANSFER"
                   COMPUTE WS-EFFECT = 0 - WS-CSV-AMOUNT
                   PERFORM APPLY-EFFECT
                   IF WS-CSV-AUX NOT = SPACES
                       MOVE WS-CSV-AUX(1:30) TO WS-LOOKUP-ID
                       MOVE WS-CSV-AMOUNT TO WS-EFFECT
                       PERFORM APPLY-EFFECT
                   END-IF
               WHEN "REVERSAL"
                   MOVE SPACES TO WS-REV-ORIG-TYPE
                   UNSTRING WS-CSV-AUX DELIMITED BY ":"
                       INTO WS-REV-ORIG-TYPE WS-REV-REF
                   END-UNSTRING
                   IF WS-REV-ORIG-TYPE = "CREDIT"
                       COMPUTE WS-EFFECT = 0 - WS-CSV-AMOUNT
                   ELSE
                       MOVE WS-CSV-AMOUNT TO WS-EFFECT
                   END-IF
                   PERFORM APPLY-EFFECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       ADD-CATEGORY-ROW.
           IF WS-SIDE = "A"
               ADD 1 TO CAT-ROWS(IX-CAT)
               ADD WS-CSV-AMOUNT TO CAT-AMOUNT(IX-CAT)
           ELSE
               SUBTRACT 1 FROM CAT-ROWS(IX-CAT)
               SUBTRACT WS-CSV-AMOUNT FROM CAT-AMOUNT(IX-CAT)
           END-IF
           .

       APPLY-EFFECT.
           MOVE 0 TO WS-LOOKUP-INDEX
           SET IX-ACC TO 1
           SEARCH WS-ACC-ENTRY
               WHEN IX-ACC > WS-ACC-MAX
                   IF WS-ACC-MAX < 2000
                       ADD 1 TO WS-ACC-MAX
                       MOVE WS-ACC-MAX TO WS-LOOKUP-INDEX
                       MOVE WS-LOOKUP-ID TO ACC-ID(WS-LOOKUP-INDEX)
                       MOVE 0 TO ACC-BEFORE(WS-LOOKUP-INDEX)
                                 ACC-AFTER(WS-LOOKUP-INDEX)
                   END-IF
               WHEN ACC-ID(IX-ACC) = WS-LOOKUP-ID
                   SET WS-LOOKUP-INDEX TO IX-ACC
           END-SEARCH
           IF WS-LOOKUP-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-SIDE = "A"
               ADD WS-EFFECT TO ACC-AFTER(WS-LOOKUP-INDEX)
           ELSE
               ADD WS-EFFECT TO ACC-BEFORE(WS-LOOKUP-INDEX)
           END-IF
           .

      * ----------------------------------------------------------------
      * Secciones del informe
      * ----------------------------------------------------------------
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "ENSAYO DEL CIERRE DIARIO - fecha de negocio "
                      DELIMITED BY SIZE
                  WS-BUSDATE-BEFORE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:70)
           PERFORM EMIT-LINE
           STRING "Copia ensayada : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  "/data (nada se ha asentado en data/)"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE WS-CHAIN-RC TO WS-RC-DISPLAY
           IF WS-CHAIN-RC = 0
               MOVE "Resultado      : CADENA COMPLETADA" TO REPORT-LINE
           ELSE
               STRING "Resultado      : CADENA DETENIDA (rc="
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RC-DISPLAY) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-LINE
           .

      * Pasos tal como los anoto EOD-DRIVER en el log de la copia
       WRITE-STEP-SECTION.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "---- PASOS DE LA CADENA ----" TO REPORT-LINE
           PERFORM EMIT-LINE

           MOVE SPACES TO WS-RUN-LOG-PATH
           STRING FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  "/data/eod-run-log.txt" DELIMITED BY SIZE
               INTO WS-RUN-LOG-PATH
           END-STRING
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS NOT = "00"
               MOVE "(la cadena no dejo log)" TO REPORT-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ RUN-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RUN-LOG-LINE(21:112) TO REPORT-LINE
                       PERFORM EMIT-LINE
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE
           .

       WRITE-CATEGORY-SECTION.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "---- FILAS NUEVAS DEL LEDGER POR CATEGORIA ----"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Categoria          Filas            Importe"
               TO REPORT-LINE
           PERFORM EMIT-LINE

           PERFORM VARYING IX-CAT FROM 1 BY 1
               UNTIL IX-CAT > WS-CAT-MAX
               IF CAT-ROWS(IX-CAT) NOT = 0
                   OR CAT-AMOUNT(IX-CAT) NOT = 0
                   ADD CAT-ROWS(IX-CAT) TO WS-TOTAL-NEW-ROWS
                   MOVE CAT-ROWS(IX-CAT)   TO WS-COUNT-EDIT
                   MOVE CAT-AMOUNT(IX-CAT) TO FORMATTED-AMT
                   MOVE SPACES TO REPORT-LINE
                   MOVE CAT-NAME(IX-CAT) TO REPORT-LINE(1:15)
                   MOVE WS-COUNT-EDIT    TO REPORT-LINE(17:8)
                   MOVE FORMATTED-AMT    TO REPORT-LINE(27:16)
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-NEW-ROWS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           MOVE "TOTAL"       TO REPORT-LINE(1:15)
           MOVE WS-COUNT-EDIT TO REPORT-LINE(17:8)
           PERFORM EMIT-LINE
           .

       WRITE-BALANCE-SECTION.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "---- VARIACION DE SALDOS POR CUENTA (segun ledger) "
               & "----" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Cuenta                          Antes"
               & "          Despues        Variacion"
               TO REPORT-LINE
           PERFORM EMIT-LINE

           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-MAX
               COMPUTE WS-CHANGE = ACC-AFTER(IX-ACC)
                                 - ACC-BEFORE(IX-ACC)
               IF WS-CHANGE NOT = 0
                   ADD 1 TO WS-ACCOUNTS-CHANGED
                   MOVE ACC-BEFORE(IX-ACC) TO FORMATTED-AMT
                   MOVE ACC-AFTER(IX-ACC)  TO FORMATTED-AMT-2
                   MOVE WS-CHANGE          TO FORMATTED-AMT-3
                   MOVE SPACES TO REPORT-LINE
                   MOVE ACC-ID(IX-ACC)  TO REPORT-LINE(1:22)
                   MOVE FORMATTED-AMT   TO REPORT-LINE(23:16)
                   MOVE FORMATTED-AMT-2 TO REPORT-LINE(40:16)
                   MOVE FORMATTED-AMT-3 TO REPORT-LINE(57:16)
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM

           MOVE WS-ACCOUNTS-CHANGED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Cuentas con saldo modificado: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           .

      * Filas de <zona>/WS-NEW-FILE-NAME bajo el titulo WS-NEW-TITLE
       WRITE-NEW-ROWS-SECTION.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           STRING "---- " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-TITLE) DELIMITED BY SIZE
                  " ----" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE

           MOVE 0 TO WS-NEW-COUNT
           MOVE SPACES TO WS-NEW-PATH
           STRING FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-FILE-NAME) DELIMITED BY SIZE
               INTO WS-NEW-PATH
           END-STRING
           OPEN INPUT NEW-ROWS-FILE
           IF WS-NEW-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ NEW-ROWS-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-NEW-COUNT
                           MOVE "  " TO REPORT-LINE(1:2)
                           MOVE NEW-ROWS-LINE TO REPORT-LINE(3:130)
                           PERFORM EMIT-LINE
                   END-READ
               END-PERFORM
               CLOSE NEW-ROWS-FILE
           END-IF

           MOVE WS-NEW-COUNT TO WS-COUNT-EDIT
           STRING "Total: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           .

       EMIT-LINE.
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           .

       END PROGRAM EOD-DRYRUN.
