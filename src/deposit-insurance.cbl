      *   - el principal de sus depositos a plazo ACTIVE de
      *     data/term-deposits.csv,
      *   - y el interes devengado hasta hoy de esos plazos
      *     (dias/360 sobre el tipo anual, como TD-MATURITY),
      *   - lo ahorrado en sus planes de ahorro ACTIVE (o
      *     SUSPENDED por fallecimiento del titular) de
      *     data/recurring-deposits.csv mas su interes devengado
      *     hasta hoy, neto de penalizaciones por impago (como
      *     RD-INSTALMENTS).
      * Parte el total en tramo cubierto y descubierto contra el
      * techo asegurado (MINIBANK_INSURED_CEILING, 100000 por
      * defecto) y totaliza el descubierto de todo el banco.
           SELECT TD-FILE ASSIGN TO "data/term-deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT RD-FILE ASSIGN TO "data/recurring-deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       01  LINKS-LINE            PIC X(50).
       FD  TD-FILE.
       01  TD-LINE               PIC X(150).
       FD  RD-FILE.
       01  RD-LINE               PIC X(200).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  REPORT-FILE.
       77  WS-BAL-STATUS         PIC XX.
       77  WS-LINKS-STATUS       PIC XX.
       77  WS-TD-STATUS          PIC XX.
       77  WS-RD-STATUS          PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-EOF                PIC X VALUE "N".

       77  WS-OPEN-INTEGER       PIC S9(9) COMP.
       77  WS-ELAPSED-DAYS       PIC S9(9) COMP.

      * Fila de plan de ahorro y devengo desde la ultima cuota
       77  WS-RD-ID              PIC X(12).
       77  WS-RD-ACCOUNT         PIC X(30).
       77  WS-RD-INSTALMENT-STR  PIC X(20).
       77  WS-RD-RATE-STR        PIC X(15).
       77  WS-RD-OPEN-DATE       PIC X(10).
       77  WS-RD-MATURITY        PIC X(10).
       77  WS-RD-MONTHS-STR      PIC X(4).
       77  WS-RD-NEXT-DUE        PIC X(10).
       77  WS-RD-PAID-STR        PIC X(4).
       77  WS-RD-MISSED-STR      PIC X(4).
       77  WS-RD-SAVED-STR       PIC X(20).
       77  WS-RD-INTEREST-STR    PIC X(20).
       77  WS-RD-INT-DATE        PIC X(10).
       77  WS-RD-PENALTY-STR     PIC X(20).
       77  WS-RD-STATE           PIC X(10).
       77  WS-RD-SAVED           PIC S9(13)V9(2) COMP-3.
       77  WS-RD-RATE            PIC S9(3)V9(6) COMP-3.
       77  WS-RD-INTEREST        PIC S9(13)V9(2) COMP-3.
       77  WS-RD-PENALTY         PIC S9(13)V9(2) COMP-3.

       77  WS-ENV-CEILING        PIC X(15) VALUE SPACES.
       77  WS-CEILING            PIC S9(13)V9(2) COMP-3
                                 VALUE 100000.00.
           PERFORM LOAD-LINKS
           PERFORM AGGREGATE-SIGHT-BALANCES
           PERFORM AGGREGATE-TERM-DEPOSITS
           PERFORM AGGREGATE-RECURRING-DEPOSITS
           PERFORM WRITE-EXPOSURE-REPORT
           GOBACK
           .
           PERFORM ADD-TO-EXPOSURE
           .

      * ----------------------------------------------------------------
      * AGGREGATE-RECURRING-DEPOSITS - Lo ahorrado mas el interes
      * devengado (el anotado en el registro y el de dias/360 desde
      * la fecha de interes), menos penalizaciones, de cada plan
      * ACTIVE al cliente de su cuenta de cargo
      * ----------------------------------------------------------------
       AGGREGATE-RECURRING-DEPOSITS.
           OPEN INPUT RD-FILE
           IF WS-RD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ RD-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM TALLY-ONE-RD
               END-READ
           END-PERFORM

           CLOSE RD-FILE
           .

       TALLY-ONE-RD.
           MOVE SPACES TO WS-RD-STATE
           UNSTRING RD-LINE DELIMITED BY ","
               INTO WS-RD-ID WS-RD-ACCOUNT WS-RD-INSTALMENT-STR
                    WS-RD-RATE-STR WS-RD-OPEN-DATE WS-RD-MATURITY
                    WS-RD-MONTHS-STR WS-RD-NEXT-DUE WS-RD-PAID-STR
                    WS-RD-MISSED-STR WS-RD-SAVED-STR
                    WS-RD-INTEREST-STR WS-RD-INT-DATE
                    WS-RD-PENALTY-STR WS-RD-STATE
           END-UNSTRING

           IF WS-RD-STATE = SPACES
               MOVE "ACTIVE" TO WS-RD-STATE
           END-IF
           IF WS-RD-STATE NOT = "ACTIVE"
               AND WS-RD-STATE NOT = "SUSPENDED"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-RD-SAVED-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-RATE-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-INTEREST-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-RD-PENALTY-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-RD-SAVED-STR) TO WS-RD-SAVED
           MOVE FUNCTION NUMVAL(WS-RD-RATE-STR) TO WS-RD-RATE
           MOVE FUNCTION NUMVAL(WS-RD-INTEREST-STR)
               TO WS-RD-INTEREST
           MOVE FUNCTION NUMVAL(WS-RD-PENALTY-STR) TO WS-RD-PENALTY

           MOVE WS-RD-INT-DATE(1:4) TO WS-OPEN-YYYYMMDD(1:4)
           MOVE WS-RD-INT-DATE(6:2) TO WS-OPEN-YYYYMMDD(5:2)
           MOVE WS-RD-INT-DATE(9:2) TO WS-OPEN-YYYYMMDD(7:2)
           COMPUTE WS-OPEN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-OPEN-YYYYMMDD)
           COMPUTE WS-ELAPSED-DAYS =
               WS-TODAY-INTEGER - WS-OPEN-INTEGER
           IF WS-ELAPSED-DAYS < 0
               MOVE 0 TO WS-ELAPSED-DAYS
           END-IF

           COMPUTE WS-RD-INTEREST ROUNDED = WS-RD-INTEREST
               + WS-RD-SAVED * WS-RD-RATE * WS-ELAPSED-DAYS / 360
               - WS-RD-PENALTY
           IF WS-RD-INTEREST < 0
               MOVE 0 TO WS-RD-INTEREST
           END-IF

           MOVE WS-RD-ACCOUNT TO WS-BAL-ID
           PERFORM RESOLVE-CUSTOMER-KEY
           COMPUTE WS-EXP-AMOUNT = WS-RD-SAVED + WS-RD-INTEREST
           PERFORM ADD-TO-EXPOSURE
           .

      * La clave de agregacion es el cliente del primer vinculo de
      * la cuenta WS-BAL-ID, o la propia cuenta si no hay vinculo
       RESOLVE-CUSTOMER-KEY.
