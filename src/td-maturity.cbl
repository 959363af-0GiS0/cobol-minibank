      *           abona el interes del plazo como CREDIT con
      *           categoria INTERES; el deposito pasa a MATURED
      *   - ROLL: capitaliza el interes en el propio deposito y lo
      *           renueva por el mismo plazo; el plazo nuevo toma el
      *           tipo del juego TD vigente en la fecha de negocio en
      *           data/interest-rates.csv (columna tramo1-tipo) y,
      *           sin fila vigente, conserva el tipo pactado
      * El interes del plazo se calcula a dias/360 sobre el tipo
      * anual. El registro se reescribe via .new + mv.
      *
      * una fila CREDIT a la cuenta TAXPAY con categoria RETENCION
      * y la cuenta del cliente en el campo auxiliar.
      *
      * Un deposito pignorado como garantia de un prestamo (fila
      * ACTIVE de tipo TD en data/collateral.csv) no se paga aunque
      * su instruccion sea PAY: se renueva para que la garantia siga
      * viva, y la instruccion PAY se conserva para cuando la
      * garantia se libere.
      *
      * La apertura y la cancelacion anticipada (con penalizacion y
      * PIN de supervisor) se hacen desde el menu de MBMAIN.
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBRUNS-STATUS.

      *    Tipos de interes con fecha efectiva (juego TD)
           SELECT IRATES-FILE ASSIGN TO "data/interest-rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRATES-STATUS.

      *    Retencion fiscal: tipos por estatus, clientes del CIF y
      *    vinculo cuenta-cliente
           SELECT TAX-RATES-FILE ASSIGN TO "data/tax-rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.

      *    Registro de garantias: depositos pignorados a prestamos
           SELECT COLLATERAL-FILE ASSIGN TO "data/collateral.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-RUNS-FILE.
       01  JOB-RUNS-REC          PIC X(80).
       FD  IRATES-FILE.
       01  IRATES-LINE           PIC X(150).
       FD  TAX-RATES-FILE.
       01  TAX-RATES-LINE        PIC X(40).
       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-LINE        PIC X(250).
       FD  LINKS-FILE.
       01  LINKS-LINE            PIC X(50).
       FD  COLLATERAL-FILE.
       01  COLLATERAL-LINE       PIC X(200).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  BUSDATE-LOG-FILE.
       77  WS-TD-INTEREST        PIC S9(13)V9(2) COMP-3.
       77  WS-TD-ACCOUNT-ID      PIC X(30).

      * Fila vigente del juego TD en data/interest-rates.csv: tipo
      * anual de las renovaciones
       77  WS-IRATES-STATUS      PIC XX.
       77  WS-IRT-WANTED         PIC X(6) VALUE "TD".
       77  WS-IRT-FOUND          PIC X VALUE "N".
       77  WS-IRT-BEST-DATE      PIC X(10).
       77  WS-IRT-BEST-CHANGE    PIC X(12).
       77  WS-IRT-BEST-RATE-STR  PIC X(12).
       77  WS-IRT-SET            PIC X(6).
       77  WS-IRT-DATE           PIC X(10).
       77  WS-IRT-T1-MAX-STR     PIC X(20).
       77  WS-IRT-T1-RATE-STR    PIC X(12).
       77  WS-IRT-T2-MAX-STR     PIC X(20).
       77  WS-IRT-T2-RATE-STR    PIC X(12).
       77  WS-IRT-T3-RATE-STR    PIC X(12).
       77  WS-IRT-CHANGE         PIC X(12).

      * Retencion fiscal en origen, misma mecanica que en
      * INTEREST-ACCRUAL: el estatus del cliente titular de la
      * cuenta corriente decide el tipo
       77  WS-TOTAL-WITHHELD     PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  FORMATTED-TAX         PIC -(12)9.99.

      * Depositos pignorados (referencia de las garantias TD activas)
       77  WS-COL-STATUS         PIC XX.
       77  WS-MAX-PLEDGES        PIC 9(4) COMP VALUE 500.
       77  WS-PLEDGE-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-PLEDGE-TABLE.
           05  WS-PLEDGE-ROW OCCURS 500 TIMES INDEXED BY IX-PLG.
               10  PLG-TD-ID         PIC X(12).
       77  WS-COL-ID             PIC X(12).
       77  WS-COL-TYPE           PIC X(10).
       77  WS-COL-REF            PIC X(40).
       77  WS-COL-VALUE          PIC X(20).
       77  WS-COL-VAL-DATE       PIC X(10).
       77  WS-COL-LOANS          PIC X(70).
       77  WS-COL-PLEDGED        PIC X(20).
       77  WS-COL-HOLD           PIC X(12).
       77  WS-COL-STATE          PIC X(10).
       77  WS-TD-PLEDGED         PIC X VALUE "N".
       77  WS-TOTAL-PLEDGED      PIC 9(5) VALUE 0.

      * Plazo en dias para el interes y para la renovacion
       77  WS-OPEN-YYYYMMDD      PIC 9(8).
       77  WS-MAT-YYYYMMDD       PIC 9(8).
       77  WS-TOTAL-MATURED      PIC 9(5) VALUE 0.
       77  WS-TOTAL-ROLLED       PIC 9(5) VALUE 0.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM RECORD-RUN-START
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-TAX-CUSTOMERS
           PERFORM LOAD-TD-PLEDGES

           PERFORM FIND-RATE-IN-FORCE
           IF WS-IRT-FOUND = "Y"
               DISPLAY "Tipo de renovacion: "
                   FUNCTION TRIM(WS-IRT-BEST-RATE-STR)
                   " vigente desde " WS-IRT-BEST-DATE " ("
                   FUNCTION TRIM(WS-IRT-BEST-CHANGE) ")"
           END-IF

           OPEN INPUT TD-FILE
           IF WS-TD-STATUS NOT = "00"
           DISPLAY "Depositos leidos: " WS-TOTAL-READ
           DISPLAY "Vencidos pagados: " WS-TOTAL-MATURED
           DISPLAY "Renovados: " WS-TOTAL-ROLLED
           DISPLAY "  (pignorados renovados en vez de pagar: "
               WS-TOTAL-PLEDGED ")"
           DISPLAY "Retencion practicada: " FORMATTED-TAX
           GOBACK
           .
               INTO WS-TD-ACCOUNT-ID
           END-STRING

      *    Un deposito pignorado se renueva aunque la instruccion sea
      *    PAY: pagarlo dejaria el prestamo sin su garantia
           MOVE "N" TO WS-TD-PLEDGED
           IF WS-TD-ROLLOVER NOT = "ROLL"
               SET IX-PLG TO 1
               SEARCH WS-PLEDGE-ROW
                   AT END CONTINUE
                   WHEN IX-PLG > WS-PLEDGE-COUNT
                       CONTINUE
                   WHEN PLG-TD-ID(IX-PLG) = WS-TD-ID
                       MOVE "Y" TO WS-TD-PLEDGED
               END-SEARCH
           END-IF

           IF WS-TD-ROLLOVER = "ROLL" OR WS-TD-PLEDGED = "Y"
      *        Renovacion: capitaliza el interes en el deposito y
      *        extiende el vencimiento por el mismo plazo
               ADD 1 TO WS-TOTAL-ROLLED
               MOVE FUNCTION TRIM(WS-AMOUNT-EDIT)
                   TO WS-TD-PRINCIPAL-STR

      *        El plazo nuevo se contrata al tipo vigente hoy
               IF WS-IRT-FOUND = "Y"
                   MOVE WS-IRT-BEST-RATE-STR TO WS-TD-RATE-STR
               END-IF

               MOVE WS-TD-MATURITY TO WS-TD-OPEN-DATE
               COMPUTE WS-NEW-MAT-INTEGER =
                   WS-MAT-INTEGER + WS-TERM-DAYS
                   INTO WS-TD-MATURITY
               END-STRING
               DISPLAY "Deposito renovado: " WS-TD-ID
               IF WS-TD-PLEDGED = "Y"
                   ADD 1 TO WS-TOTAL-PLEDGED
                   DISPLAY "  (instruccion PAY, pero el deposito "
                       "esta pignorado en garantia)"
               END-IF
           ELSE
      *        Pago: principal de vuelta a la cuenta corriente como
      *        TRANSFER y el interes como CREDIT aparte
                  ",PLAZO" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * Abono del interes del plazo (en la cuenta corriente al
                  ",INTERES" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * ----------------------------------------------------------------
                  ",INTERES" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW

           PERFORM SELECT-TAX-RATE
           COMPUTE WS-TAX-AMOUNT ROUNDED =
                  ",RETENCION" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW
           .

      * ----------------------------------------------------------------
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-TD-PLEDGES - Depositos pignorados: garantias ACTIVE de
      * tipo TD (la referencia es el numero del deposito)
      * ----------------------------------------------------------------
       LOAD-TD-PLEDGES.
           OPEN INPUT COLLATERAL-FILE
           IF WS-COL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-COL-STATUS NOT = "00"
               READ COLLATERAL-FILE
               IF WS-COL-STATUS = "00"
                   MOVE SPACES TO WS-COL-STATE
                   UNSTRING COLLATERAL-LINE DELIMITED BY ","
                       INTO WS-COL-ID WS-COL-TYPE WS-COL-REF
                            WS-COL-VALUE WS-COL-VAL-DATE
                            WS-COL-LOANS WS-COL-PLEDGED
                            WS-COL-HOLD WS-COL-STATE
                   END-UNSTRING
                   IF WS-COL-TYPE = "TD"
                       AND WS-COL-STATE = "ACTIVE"
                       AND WS-PLEDGE-COUNT < WS-MAX-PLEDGES
                       ADD 1 TO WS-PLEDGE-COUNT
                       MOVE WS-COL-REF TO PLG-TD-ID(WS-PLEDGE-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE COLLATERAL-FILE
           .

      * ----------------------------------------------------------------
      * FIND-RATE-IN-FORCE - Fila del juego WS-IRT-WANTED con la fecha
      * efectiva mas reciente que no pase de hoy; a igual fecha manda
      * la ultima aprobada (la mas abajo en el fichero)
      * ----------------------------------------------------------------
       FIND-RATE-IN-FORCE.
           MOVE "N" TO WS-IRT-FOUND
           MOVE SPACES TO WS-IRT-BEST-DATE
           MOVE SPACES TO WS-IRT-BEST-CHANGE
           MOVE SPACES TO WS-IRT-BEST-RATE-STR

           OPEN INPUT IRATES-FILE
           IF WS-IRATES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-IRATES-STATUS NOT = "00"
               READ IRATES-FILE
               IF WS-IRATES-STATUS = "00"
                   AND IRATES-LINE(1:7) NOT = "tierset"
                   PERFORM CHECK-RATE-ROW
               END-IF
           END-PERFORM

           CLOSE IRATES-FILE
           .

       CHECK-RATE-ROW.
           MOVE SPACES TO WS-IRT-SET WS-IRT-DATE
               WS-IRT-T1-MAX-STR WS-IRT-T1-RATE-STR
               WS-IRT-T2-MAX-STR WS-IRT-T2-RATE-STR
               WS-IRT-T3-RATE-STR WS-IRT-CHANGE
           UNSTRING IRATES-LINE DELIMITED BY ","
               INTO WS-IRT-SET WS-IRT-DATE
                    WS-IRT-T1-MAX-STR WS-IRT-T1-RATE-STR
                    WS-IRT-T2-MAX-STR WS-IRT-T2-RATE-STR
                    WS-IRT-T3-RATE-STR WS-IRT-CHANGE
           END-UNSTRING

           IF WS-IRT-SET NOT = WS-IRT-WANTED
               OR WS-IRT-DATE > WS-TODAY-DATE
               OR WS-IRT-DATE < WS-IRT-BEST-DATE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-IRT-T1-RATE-STR) NOT = 0
               DISPLAY "Aviso: fila de tipos no valida, se ignora: "
                   FUNCTION TRIM(IRATES-LINE)
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-IRT-FOUND
           MOVE WS-IRT-DATE TO WS-IRT-BEST-DATE
           MOVE WS-IRT-CHANGE TO WS-IRT-BEST-CHANGE
           MOVE WS-IRT-T1-RATE-STR TO WS-IRT-BEST-RATE-STR
           .

       REWRITE-TD-LINE.
           MOVE SPACES TO TD-OUT-LINE
           STRING WS-TD-ID DELIMITED BY SPACE
           CLOSE JOB-RUNS-FILE
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM TD-MATURITY.
