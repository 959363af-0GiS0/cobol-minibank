      ******************************************************************
      * CHEQUE-PRESENTMENT: Presentacion a la camara de los cheques
      * depositados librados contra otros bancos
      *
      * La ventanilla anota cada ingreso de cheque en
      * data/cheque-deposits.csv (fecha,cuenta,importe,banco-librado,
      * numero-cheque,cuenta-librador,referencia-abono,retencion,
      * estado,fichero) en estado PENDING, ademas de la retencion de
      * flotacion en data/holds.csv. Este paso del cierre:
      *   - genera el fichero de presentacion del dia
      *     data/chqout-AAAAMMDD.clr con el mismo esquema HDR/DTL/TRL
      *     de OUTBOUND-CLEARING (banco librado, numero de cheque,
      *     cuenta del librador, importe, referencia del abono);
      *   - anota cada cheque presentado en el registro de
      *     presentaciones data/cheque-presentment-register.csv; un
      *     cheque (banco+numero+cuenta del librador) que ya figura
      *     en el registro no se presenta dos veces, aunque se
      *     vuelva a ingresar;
      *   - marca la fila del ingreso PRESENTED con el fichero en que
      *     salio (reescritura .new + mv);
      *   - reinicia el vencimiento de la retencion de flotacion del
      *     cheque presentado: el plazo de camara cuenta desde la
      *     presentacion, no desde el ingreso (MINIBANK_CHEQUE_DAYS
      *     dias habiles, 2 por defecto). HOLD-RELEASE no deja vencer
      *     la retencion de un cheque aun sin presentar, y la
      *     devolucion del cheque (ventanilla, opcion de cheques)
      *     cierra la retencion como RETURNED.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-PRESENTMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITS-FILE ASSIGN TO "data/cheque-deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSITS-STATUS.
           SELECT DEPOSITS-OUT-FILE ASSIGN TO
               "data/cheque-deposits.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEARING-FILE ASSIGN TO WS-CLEARING-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO
               "data/cheque-presentment-register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "data/holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT HOLDS-OUT-FILE ASSIGN TO "data/holds.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLIDAYS-FILE ASSIGN TO "data/holidays.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAYS-STATUS.

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
       FD  HOLIDAYS-FILE.
       01  HOLIDAYS-REC          PIC X(10).
       FD  DEPOSITS-FILE.
       01  DEPOSITS-LINE         PIC X(200).
       FD  DEPOSITS-OUT-FILE.
       01  DEPOSITS-OUT-LINE     PIC X(200).
       FD  CLEARING-FILE.
       01  CLEARING-LINE         PIC X(120).
       FD  REGISTER-FILE.
       01  REGISTER-LINE         PIC X(150).
       FD  HOLDS-FILE.
       01  HOLDS-LINE            PIC X(120).
       FD  HOLDS-OUT-FILE.
       01  HOLDS-OUT-LINE        PIC X(120).

       WORKING-STORAGE SECTION.

      * Libro de control de ejecuciones (ver STANDING-ORDERS)
       77  WS-JOBRUNS-STATUS     PIC XX.
       77  WS-JOBRUNS-LINE       PIC X(80).
       77  WS-JR-JOB             PIC X(20).
       77  WS-JR-DATE            PIC X(10).
       77  WS-JR-EVENT           PIC X(5).
       77  WS-JR-OUTCOME         PIC X(4).
       77  WS-ENV-FORCE          PIC X VALUE SPACE.
       77  WS-JOB-NAME           PIC X(18) VALUE "CHEQUE-PRESENTMENT".
       77  WS-RUN-TIME           PIC X(8).

       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-BUSDATE-LOG-STATUS PIC XX.
       77  WS-BUSDATE-LINE       PIC X(10).

       77  WS-DEPOSITS-STATUS    PIC XX.
       77  WS-REGISTER-STATUS    PIC XX.
       77  WS-HOLDS-STATUS       PIC XX.
       77  WS-EOF                PIC X VALUE "N".

       77  WS-CLEARING-PATH      PIC X(60).

      * Fila del ingreso de cheque
       77  WS-DEP-DATE           PIC X(10).
       77  WS-DEP-ACCOUNT        PIC X(30).
       77  WS-DEP-AMOUNT-STR     PIC X(20).
       77  WS-DEP-BANK           PIC X(16).
       77  WS-DEP-CHEQUE         PIC X(10).
       77  WS-DEP-DRAWER         PIC X(30).
       77  WS-DEP-REF            PIC X(20).
       77  WS-DEP-HOLD           PIC X(12).
       77  WS-DEP-STATE          PIC X(10).
       77  WS-DEP-FILE           PIC X(60).

      * Registro de presentaciones: clave banco+cheque+librador de
      * todo cheque ya presentado, para no presentarlo dos veces
       77  WS-REG-MAX            PIC 9(5) COMP VALUE 5000.
       77  WS-REG-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 5000 TIMES INDEXED BY IX-REG.
               10  REG-KEY           PIC X(58).
       77  WS-REG-DATE           PIC X(10).
       77  WS-REG-BANK           PIC X(16).
       77  WS-REG-CHEQUE         PIC X(10).
       77  WS-REG-DRAWER         PIC X(30).
       77  WS-ITEM-KEY           PIC X(58).
       77  WS-ALREADY-PRESENTED  PIC X VALUE "N".

      * Retenciones de los cheques presentados hoy: su plazo de
      * flotacion se reinicia desde la presentacion
       77  WS-PRES-MAX           PIC 9(4) COMP VALUE 2000.
       77  WS-PRES-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-PRES-TABLE.
           05  WS-PRES-HOLD OCCURS 2000 TIMES INDEXED BY IX-PRES
                                 PIC X(12).
       77  WS-PRES-FOUND         PIC X.

       77  WS-HOLD-ID            PIC X(12).
       77  WS-HOLD-ACCOUNT       PIC X(30).
       77  WS-HOLD-AMOUNT-STR    PIC X(20).
       77  WS-HOLD-REASON        PIC X(20).
       77  WS-HOLD-BY            PIC X(10).
       77  WS-HOLD-EXPIRY        PIC X(10).
       77  WS-HOLD-STATE         PIC X(10).
       77  WS-HOLD-DATE          PIC X(10).
       77  WS-NEW-EXPIRY         PIC X(10).

      * Plazo de camara en dias habiles, el mismo que usa la
      * ventanilla al colocar la retencion
       77  WS-FLOAT-DAYS         PIC 9(3) VALUE 2.
       77  WS-ENV-FLOAT-DAYS     PIC X(5) VALUE SPACES.
       77  WS-DAYS-LEFT          PIC 9(3).

      * Calendario laboral (ver DATE-ROLL)
       77  WS-HOLIDAYS-STATUS    PIC XX.
       77  WS-MAX-HOLIDAYS       PIC 9(3) COMP VALUE 200.
       77  WS-HOLIDAY-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-HOLIDAYS-TABLE.
           05  WS-HOLIDAY OCCURS 200 TIMES PIC X(10).
       77  WS-ROLL-DATE          PIC X(10).
       77  WS-ROLL-YYYYMMDD      PIC 9(8).
       77  WS-ROLL-INTEGER       PIC S9(9) COMP.
       77  WS-ROLL-DOW           PIC 9(1).
       77  WS-ROLL-IS-BUSINESS   PIC X.
       77  WS-HOL-IX             PIC 9(3) COMP.

       77  WS-DETAIL-COUNT       PIC 9(6) VALUE 0.
       77  WS-DUPLICATE-COUNT    PIC 9(6) VALUE 0.
       77  WS-TOTAL-AMOUNT       PIC S9(13)V9(2) COMP-3 VALUE 0.

       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

       77  WS-AMOUNT-EDIT        PIC -9(13).99.
       77  WS-TOTAL-EDIT         PIC 9(13).99.
       77  WS-COUNT-EDIT         PIC 9(6).

       77  WS-MV-DEPOSITS        PIC X(70) VALUE
           "mv data/cheque-deposits.csv.new data/cheque-deposits.csv".
       77  WS-MV-HOLDS           PIC X(60) VALUE
           "mv data/holds.csv.new data/holds.csv".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM CHECK-RUN-CONTROL
           PERFORM RECORD-RUN-START

           ACCEPT WS-ENV-FLOAT-DAYS
               FROM ENVIRONMENT "MINIBANK_CHEQUE_DAYS"
           IF WS-ENV-FLOAT-DAYS NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-FLOAT-DAYS) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-FLOAT-DAYS)
                   TO WS-FLOAT-DAYS
           END-IF

           OPEN INPUT DEPOSITS-FILE
           IF WS-DEPOSITS-STATUS NOT = "00"
               DISPLAY "Sin cheques depositados pendientes de "
                   "presentar"
               PERFORM RECORD-RUN-END-OK
               GOBACK
           END-IF

           PERFORM LOAD-PRESENTMENT-REGISTER
           PERFORM LOAD-HOLIDAYS

           MOVE SPACES TO WS-CLEARING-PATH
           STRING "data/chqout-" DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  ".clr" DELIMITED BY SIZE
               INTO WS-CLEARING-PATH
           END-STRING

           OPEN OUTPUT CLEARING-FILE
           OPEN OUTPUT DEPOSITS-OUT-FILE

           MOVE SPACES TO CLEARING-LINE
           STRING "HDR" WS-TODAY-DATE " MINIBANK CHEQUES"
               DELIMITED BY SIZE INTO CLEARING-LINE
           END-STRING
           WRITE CLEARING-LINE

           PERFORM UNTIL WS-EOF = "Y"
               READ DEPOSITS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM PROCESS-DEPOSIT-LINE
               END-READ
           END-PERFORM

           MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-EDIT
           MOVE SPACES TO CLEARING-LINE
           STRING "TRL" WS-COUNT-EDIT " " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO CLEARING-LINE
           END-STRING
           WRITE CLEARING-LINE

           CLOSE CLEARING-FILE
           CLOSE DEPOSITS-OUT-FILE
           CLOSE DEPOSITS-FILE

           CALL "SYSTEM" USING WS-MV-DEPOSITS

           IF WS-PRES-COUNT > 0
               PERFORM RESTART-FLOAT-HOLDS
           END-IF

           PERFORM RECORD-RUN-END-OK

           DISPLAY "Fichero de presentacion generado: "
               WS-CLEARING-PATH
           DISPLAY "Cheques presentados: " WS-DETAIL-COUNT
           DISPLAY "Cheques ya presentados antes (no repetidos): "
               WS-DUPLICATE-COUNT
           GOBACK
           .

      * ----------------------------------------------------------------
      * PROCESS-DEPOSIT-LINE - Presenta el ingreso PENDING que no
      * figure ya en el registro; el resto se copia tal cual
      * ----------------------------------------------------------------
       PROCESS-DEPOSIT-LINE.
           MOVE SPACES TO WS-DEP-HOLD
           MOVE SPACES TO WS-DEP-STATE
           MOVE SPACES TO WS-DEP-FILE
           UNSTRING DEPOSITS-LINE DELIMITED BY ","
               INTO WS-DEP-DATE WS-DEP-ACCOUNT WS-DEP-AMOUNT-STR
                    WS-DEP-BANK WS-DEP-CHEQUE WS-DEP-DRAWER
                    WS-DEP-REF WS-DEP-HOLD WS-DEP-STATE
                    WS-DEP-FILE
           END-UNSTRING

           IF WS-DEP-STATE NOT = "PENDING"
               MOVE DEPOSITS-LINE TO DEPOSITS-OUT-LINE
               WRITE DEPOSITS-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-DEP-AMOUNT-STR) NOT = 0
               DISPLAY "Aviso: importe no valido en el ingreso, se "
                   "conserva: " DEPOSITS-LINE
               MOVE DEPOSITS-LINE TO DEPOSITS-OUT-LINE
               WRITE DEPOSITS-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ITEM-KEY
           STRING WS-DEP-BANK   DELIMITED BY SIZE
                  WS-DEP-CHEQUE DELIMITED BY SIZE
                  WS-DEP-DRAWER DELIMITED BY SIZE
               INTO WS-ITEM-KEY
           END-STRING

           MOVE "N" TO WS-ALREADY-PRESENTED
           PERFORM VARYING IX-REG FROM 1 BY 1
               UNTIL IX-REG > WS-REG-COUNT
                   OR WS-ALREADY-PRESENTED = "Y"
               IF REG-KEY(IX-REG) = WS-ITEM-KEY
                   MOVE "Y" TO WS-ALREADY-PRESENTED
               END-IF
           END-PERFORM

           IF WS-ALREADY-PRESENTED = "Y"
      *        El mismo cheque ya salio a la camara: no se presenta
      *        otra vez; la fila queda DUPLICATE para revision
               ADD 1 TO WS-DUPLICATE-COUNT
               DISPLAY "Aviso: cheque " WS-DEP-BANK " "
                   WS-DEP-CHEQUE " ya presentado; no se repite"
               MOVE "DUPLICATE" TO WS-DEP-STATE
               MOVE SPACES TO WS-DEP-FILE
               PERFORM WRITE-DEPOSIT-OUT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DETAIL-COUNT
           ADD FUNCTION NUMVAL(WS-DEP-AMOUNT-STR)
               TO WS-TOTAL-AMOUNT

           MOVE FUNCTION NUMVAL(WS-DEP-AMOUNT-STR)
               TO WS-AMOUNT-EDIT
           MOVE SPACES TO CLEARING-LINE
           STRING "DTL" DELIMITED BY SIZE
                  WS-DEP-BANK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEP-CHEQUE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEP-DRAWER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEP-REF DELIMITED BY SPACE
               INTO CLEARING-LINE
           END-STRING
           WRITE CLEARING-LINE

           PERFORM APPEND-PRESENTMENT-REGISTER

           IF WS-REG-COUNT < WS-REG-MAX
               ADD 1 TO WS-REG-COUNT
               MOVE WS-ITEM-KEY TO REG-KEY(WS-REG-COUNT)
           END-IF

           IF WS-DEP-HOLD NOT = SPACES
               AND WS-PRES-COUNT < WS-PRES-MAX
               ADD 1 TO WS-PRES-COUNT
               MOVE WS-DEP-HOLD TO WS-PRES-HOLD(WS-PRES-COUNT)
           END-IF

           MOVE "PRESENTED" TO WS-DEP-STATE
           MOVE WS-CLEARING-PATH TO WS-DEP-FILE
           PERFORM WRITE-DEPOSIT-OUT
           .

       WRITE-DEPOSIT-OUT.
           MOVE SPACES TO DEPOSITS-OUT-LINE
           STRING WS-DEP-DATE        DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-DEP-ACCOUNT     DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-DEP-AMOUNT-STR  DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-DEP-BANK        DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-DEP-CHEQUE      DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-DEP-DRAWER      DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-DEP-REF         DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-DEP-HOLD        DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-DEP-STATE       DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEP-FILE)
                                     DELIMITED BY SIZE
               INTO DEPOSITS-OUT-LINE
           END-STRING
           WRITE DEPOSITS-OUT-LINE
           .

      * ----------------------------------------------------------------
      * LOAD-PRESENTMENT-REGISTER - Claves de los cheques ya
      * presentados (fecha,banco,cheque,librador,importe,ref,fichero)
      * ----------------------------------------------------------------
       LOAD-PRESENTMENT-REGISTER.
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-REGISTER-STATUS NOT = "00"
               READ REGISTER-FILE
               IF WS-REGISTER-STATUS = "00"
                   AND WS-REG-COUNT < WS-REG-MAX
                   MOVE SPACES TO WS-REG-DRAWER
                   UNSTRING REGISTER-LINE DELIMITED BY ","
                       INTO WS-REG-DATE WS-REG-BANK WS-REG-CHEQUE
                            WS-REG-DRAWER
                   END-UNSTRING
                   ADD 1 TO WS-REG-COUNT
                   MOVE SPACES TO REG-KEY(WS-REG-COUNT)
                   STRING WS-REG-BANK   DELIMITED BY SIZE
                          WS-REG-CHEQUE DELIMITED BY SIZE
                          WS-REG-DRAWER DELIMITED BY SIZE
                       INTO REG-KEY(WS-REG-COUNT)
                   END-STRING
               END-IF
           END-PERFORM

           CLOSE REGISTER-FILE
           .

       APPEND-PRESENTMENT-REGISTER.
           MOVE SPACES TO REGISTER-LINE
           STRING WS-TODAY-DATE      DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-DEP-BANK        DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-DEP-CHEQUE      DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-DEP-DRAWER      DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-DEP-AMOUNT-STR  DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-DEP-REF         DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLEARING-PATH)
                                     DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING

           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "05" OR WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           WRITE REGISTER-LINE
           CLOSE REGISTER-FILE
           .

      * ----------------------------------------------------------------
      * RESTART-FLOAT-HOLDS - La retencion de cada cheque presentado
      * hoy vence a los WS-FLOAT-DAYS dias habiles de la presentacion
      * ----------------------------------------------------------------
       RESTART-FLOAT-HOLDS.
           MOVE WS-TODAY-DATE TO WS-ROLL-DATE
           PERFORM CLASSIFY-ROLL-DATE
           MOVE WS-FLOAT-DAYS TO WS-DAYS-LEFT
           PERFORM UNTIL WS-DAYS-LEFT = 0
               PERFORM NEXT-CALENDAR-DAY
               PERFORM ROLL-TO-BUSINESS-DAY
               SUBTRACT 1 FROM WS-DAYS-LEFT
           END-PERFORM
           MOVE WS-ROLL-DATE TO WS-NEW-EXPIRY

           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT HOLDS-OUT-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLDS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM RESTART-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE HOLDS-OUT-FILE
           CLOSE HOLDS-FILE

           CALL "SYSTEM" USING WS-MV-HOLDS
           .

       RESTART-ONE-HOLD.
           MOVE SPACES TO WS-HOLD-EXPIRY
           MOVE SPACES TO WS-HOLD-STATE
           MOVE SPACES TO WS-HOLD-DATE
           UNSTRING HOLDS-LINE DELIMITED BY ","
               INTO WS-HOLD-ID WS-HOLD-ACCOUNT WS-HOLD-AMOUNT-STR
                    WS-HOLD-REASON WS-HOLD-BY WS-HOLD-EXPIRY
                    WS-HOLD-STATE WS-HOLD-DATE
           END-UNSTRING

           MOVE "N" TO WS-PRES-FOUND
           IF WS-HOLD-STATE = "ACTIVE"
               PERFORM VARYING IX-PRES FROM 1 BY 1
                   UNTIL IX-PRES > WS-PRES-COUNT
                       OR WS-PRES-FOUND = "Y"
                   IF WS-PRES-HOLD(IX-PRES) = WS-HOLD-ID
                       MOVE "Y" TO WS-PRES-FOUND
                   END-IF
               END-PERFORM
           END-IF

           IF WS-PRES-FOUND = "Y"
               MOVE SPACES TO HOLDS-OUT-LINE
               STRING WS-HOLD-ID         DELIMITED BY SPACE
                      ","                DELIMITED BY SIZE
                      WS-HOLD-ACCOUNT    DELIMITED BY SPACE
                      ","                DELIMITED BY SIZE
                      WS-HOLD-AMOUNT-STR DELIMITED BY SPACE
                      ","                DELIMITED BY SIZE
                      WS-HOLD-REASON     DELIMITED BY SPACE
                      ","                DELIMITED BY SIZE
                      WS-HOLD-BY         DELIMITED BY SPACE
                      ","                DELIMITED BY SIZE
                      WS-NEW-EXPIRY      DELIMITED BY SIZE
                      ",ACTIVE,"         DELIMITED BY SIZE
                      WS-HOLD-DATE       DELIMITED BY SIZE
                   INTO HOLDS-OUT-LINE
               END-STRING
               WRITE HOLDS-OUT-LINE
           ELSE
               MOVE HOLDS-LINE TO HOLDS-OUT-LINE
               WRITE HOLDS-OUT-LINE
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-HOLIDAYS - Festivos del calendario laboral (uno por
      * linea, AAAA-MM-DD); sin fichero solo cuentan los fines de
      * semana
      * ----------------------------------------------------------------
       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOLIDAY-COUNT
           OPEN INPUT HOLIDAYS-FILE
           IF WS-HOLIDAYS-STATUS = "00"
               PERFORM UNTIL WS-HOLIDAYS-STATUS NOT = "00"
                   READ HOLIDAYS-FILE INTO WS-ROLL-DATE
                   IF WS-HOLIDAYS-STATUS = "00"
                       AND WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE WS-ROLL-DATE
                           TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
                   END-IF
               END-PERFORM
               CLOSE HOLIDAYS-FILE
           END-IF
           .

      * Avanza WS-ROLL-DATE un dia natural (WS-ROLL-INTEGER debe
      * corresponder a WS-ROLL-DATE)
       NEXT-CALENDAR-DAY.
           ADD 1 TO WS-ROLL-INTEGER
           MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
               TO WS-ROLL-YYYYMMDD
           MOVE SPACES TO WS-ROLL-DATE
           STRING WS-ROLL-YYYYMMDD(1:4) "-"
                  WS-ROLL-YYYYMMDD(5:2) "-"
                  WS-ROLL-YYYYMMDD(7:2)
               INTO WS-ROLL-DATE
           END-STRING
           .

      * ----------------------------------------------------------------
      * ROLL-TO-BUSINESS-DAY - Avanza WS-ROLL-DATE hasta el primer
      * dia habil (ni sabado, ni domingo, ni festivo)
      * ----------------------------------------------------------------
       ROLL-TO-BUSINESS-DAY.
           PERFORM CLASSIFY-ROLL-DATE
           PERFORM UNTIL WS-ROLL-IS-BUSINESS = "Y"
               PERFORM NEXT-CALENDAR-DAY
               PERFORM CLASSIFY-ROLL-DATE
           END-PERFORM
           .

      * El dia 1 del calendario interno (1601-01-01) fue lunes, asi
      * que el resto de (dia juliano - 1) entre 7 da 5 para sabado
      * y 6 para domingo
       CLASSIFY-ROLL-DATE.
           MOVE WS-ROLL-DATE(1:4) TO WS-ROLL-YYYYMMDD(1:4)
           MOVE WS-ROLL-DATE(6:2) TO WS-ROLL-YYYYMMDD(5:2)
           MOVE WS-ROLL-DATE(9:2) TO WS-ROLL-YYYYMMDD(7:2)
           COMPUTE WS-ROLL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ROLL-YYYYMMDD)
           COMPUTE WS-ROLL-DOW =
               FUNCTION MOD(WS-ROLL-INTEGER - 1, 7)

           MOVE "Y" TO WS-ROLL-IS-BUSINESS
           IF WS-ROLL-DOW >= 5
               MOVE "N" TO WS-ROLL-IS-BUSINESS
           END-IF
           PERFORM VARYING WS-HOL-IX FROM 1 BY 1
               UNTIL WS-HOL-IX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY(WS-HOL-IX) = WS-ROLL-DATE
                   MOVE "N" TO WS-ROLL-IS-BUSINESS
               END-IF
           END-PERFORM
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
      * data/business-date.dat si existe (la mantiene DATE-ROLL)
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

       END PROGRAM CHEQUE-PRESENTMENT.
