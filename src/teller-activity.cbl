      ******************************************************************
      * TELLER-ACTIVITY: Actividad y autorizaciones por cajero
      *
      * Reune por cajero lo que hoy esta repartido entre varios
      * ficheros, para un dia (TELLER_DATE=AAAA-MM-DD) o un mes
      * (TELLER_MONTH=AAAA-MM); uno de los dos es obligatorio:
      *   - asientos por tipo e importe y anulaciones hechas, por
      *     el cajero de la columna 8 del ledger (particion del mes
      *     si existe, mas data/transactions.csv),
      *   - recibos emitidos (data/receipts-AAAAMMDD.csv, columna 9;
      *     los de formacion TRN- no cuentan),
      *   - autorizaciones pedidas y quien las aprobo
      *     (data/supervisor-pin-log.csv: fecha,cuenta,importe,
      *     aprobado,cajero,supervisor),
      *   - historial de sobrantes/faltantes de su cajon
      *     (data/till-log.csv, columna 7; las filas VAULT y KIOSK
      *     no son de un cajero),
      *   - accesos fallidos y bloqueos (data/password-log.csv:
      *     fecha,hora,cajero,evento).
      * Se marca al cajero cuyo porcentaje de autorizaciones sobre
      * asientos supera MINIBANK_OVERRIDE_RATE_PCT (10 por defecto)
      * o con alguna diferencia de cajon mayor, en valor absoluto,
      * que MINIBANK_TILL_TOLERANCE (5.00 por defecto).
      * Las filas anteriores a que el registro llevara cajero no se
      * pueden atribuir y se cuentan aparte.
      *
      * Salida: data/teller-activity-<periodo>.txt.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER-ACTIVITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TX-FILE ASSIGN TO "data/transactions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT PART-FILE ASSIGN TO DYNAMIC WS-PART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT TELLERS-FILE ASSIGN TO "data/tellers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELLERS-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO DYNAMIC WS-RECEIPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT PIN-LOG-FILE ASSIGN TO "data/supervisor-pin-log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT TILL-LOG-FILE ASSIGN TO "data/till-log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-STATUS.
           SELECT PASSWORD-LOG-FILE ASSIGN TO "data/password-log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWD-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TX-FILE.
       01  TX-LINE               PIC X(120).
       FD  PART-FILE.
       01  PART-LINE             PIC X(120).
       FD  TELLERS-FILE.
       01  TELLERS-LINE          PIC X(200).
       FD  RECEIPT-FILE.
       01  RECEIPT-LINE          PIC X(160).
       FD  PIN-LOG-FILE.
       01  PIN-LOG-LINE          PIC X(120).
       FD  TILL-LOG-FILE.
       01  TILL-LOG-LINE         PIC X(120).
       FD  PASSWORD-LOG-FILE.
       01  PASSWORD-LOG-LINE     PIC X(60).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

       77  WS-TX-STATUS          PIC XX.
       77  WS-PART-STATUS        PIC XX.
       77  WS-TELLERS-STATUS     PIC XX.
       77  WS-RECEIPT-STATUS     PIC XX.
       77  WS-PIN-STATUS         PIC XX.
       77  WS-TILL-STATUS        PIC XX.
       77  WS-PWD-STATUS         PIC XX.
       77  WS-PART-PATH          PIC X(40).
       77  WS-RECEIPT-PATH       PIC X(40).
       77  WS-REPORT-PATH        PIC X(50).
       77  WS-EOF                PIC X VALUE "N".
       77  WS-TX-WORK            PIC X(120).

      * Periodo: dia (10 posiciones) o mes (7)
       77  WS-ENV-DATE           PIC X(10) VALUE SPACES.
       77  WS-ENV-MONTH          PIC X(7) VALUE SPACES.
       77  WS-PERIOD             PIC X(10) VALUE SPACES.
       77  WS-PERIOD-LEN         PIC 9(2) COMP VALUE 0.
       77  WS-DAY-FROM           PIC 9(2).
       77  WS-DAY-TO             PIC 9(2).
       77  WS-DAY                PIC 9(2).

       77  WS-ENV-RATE           PIC X(6) VALUE SPACES.
       77  WS-RATE-LIMIT         PIC 9(3)V9(2) VALUE 10.
       77  WS-ENV-TOLERANCE      PIC X(15) VALUE SPACES.
       77  WS-TILL-TOLERANCE     PIC S9(9)V9(2) COMP-3 VALUE 5.

      * Cajeros del maestro y de los registros del periodo
       77  WS-MAX-TELLERS        PIC 9(3) COMP VALUE 200.
       77  WS-TLR-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-TELLERS-TABLE.
           05  WS-TLR-ROW OCCURS 200 TIMES INDEXED BY IX-TLR.
               10  TLR-ID            PIC X(8).
               10  TLR-NAME          PIC X(30).
               10  TLR-CR-COUNT      PIC 9(7) COMP.
               10  TLR-CR-AMOUNT     PIC S9(13)V9(2) COMP-3.
               10  TLR-DB-COUNT      PIC 9(7) COMP.
               10  TLR-DB-AMOUNT     PIC S9(13)V9(2) COMP-3.
               10  TLR-TR-COUNT      PIC 9(7) COMP.
               10  TLR-TR-AMOUNT     PIC S9(13)V9(2) COMP-3.
               10  TLR-RV-COUNT      PIC 9(7) COMP.
               10  TLR-RV-AMOUNT     PIC S9(13)V9(2) COMP-3.
               10  TLR-RECEIPTS      PIC 9(7) COMP.
               10  TLR-OVR-ASKED     PIC 9(7) COMP.
               10  TLR-OVR-GRANTED   PIC 9(7) COMP.
               10  TLR-TILL-CLOSES   PIC 9(5) COMP.
               10  TLR-TILL-NET      PIC S9(13)V9(2) COMP-3.
               10  TLR-TILL-WORST    PIC S9(13)V9(2) COMP-3.
               10  TLR-FAILS         PIC 9(5) COMP.
               10  TLR-LOCKS         PIC 9(5) COMP.
       77  WS-TLR-KEY            PIC X(8).
       77  WS-FOUND              PIC X.

       77  WS-UNATTRIB-PIN       PIC 9(5) VALUE 0.
       77  WS-UNATTRIB-TILL      PIC 9(5) VALUE 0.
       77  WS-UNATTRIB-RECEIPTS  PIC 9(5) VALUE 0.

       77  WS-CSV-DATE           PIC X(10).
       77  WS-CSV-ACCOUNT        PIC X(30).
       77  WS-CSV-TYPE           PIC X(10).
       77  WS-CSV-AMOUNT-STR     PIC X(20).
       77  WS-CSV-AUX            PIC X(42).
       77  WS-CSV-REF            PIC X(20).
       77  WS-CSV-CATEGORY       PIC X(15).
       77  WS-CSV-TELLER         PIC X(8).
       77  WS-CSV-AMOUNT         PIC S9(13)V9(2) COMP-3.

       77  WS-RC-NUMBER          PIC X(12).
       77  WS-RC-F2              PIC X(10).
       77  WS-RC-F3              PIC X(8).
       77  WS-RC-F4              PIC X(30).
       77  WS-RC-F5              PIC X(10).
       77  WS-RC-F6              PIC X(10).
       77  WS-RC-F7              PIC X(20).
       77  WS-RC-F8              PIC X(20).
       77  WS-RC-TELLER          PIC X(8).

       77  WS-PIN-DATE           PIC X(10).
       77  WS-PIN-ACCOUNT        PIC X(30).
       77  WS-PIN-AMOUNT-STR     PIC X(20).
       77  WS-PIN-GRANTED        PIC X(1).
       77  WS-PIN-TELLER         PIC X(8).
       77  WS-PIN-APPROVER       PIC X(8).

       77  WS-T-DATE             PIC X(10).
       77  WS-T-TERMINAL         PIC X(16).
       77  WS-T-FLOAT-STR        PIC X(20).
       77  WS-T-EXPECTED-STR     PIC X(20).
       77  WS-T-COUNTED-STR      PIC X(20).
       77  WS-T-DIFF-STR         PIC X(20).
       77  WS-T-TELLER           PIC X(8).
       77  WS-T-DIFF             PIC S9(13)V9(2) COMP-3.
       77  WS-T-ABS              PIC S9(13)V9(2) COMP-3.

       77  WS-PWD-DATE           PIC X(10).
       77  WS-PWD-TIME           PIC X(6).
       77  WS-PWD-TELLER         PIC X(8).
       77  WS-PWD-EVENT          PIC X(10).

       77  WS-TELLER-ROW-ID      PIC X(8).
       77  WS-TELLER-ROW-NAME    PIC X(30).

       77  WS-POSTINGS           PIC 9(7) COMP.
       77  WS-OVR-RATE           PIC 9(5)V9(2).
       77  WS-FLAG               PIC X(12).
       77  WS-FLAGGED-COUNT      PIC 9(3) VALUE 0.

       77  CNT-1                 PIC Z(5)9.
       77  CNT-2                 PIC Z(5)9.
       77  CNT-3                 PIC Z(5)9.
       77  CNT-4                 PIC Z(5)9.
       77  CNT-5                 PIC Z(5)9.
       77  FMT-1                 PIC -(9)9.99.
       77  FMT-2                 PIC -(9)9.99.
       77  FMT-3                 PIC -(9)9.99.
       77  FMT-4                 PIC -(9)9.99.
       77  RATE-EDIT             PIC ZZ9.99.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "TELLER_DATE"
           ACCEPT WS-ENV-MONTH FROM ENVIRONMENT "TELLER_MONTH"
           IF WS-ENV-DATE NOT = SPACES
               AND WS-ENV-DATE(5:1) = "-"
               AND WS-ENV-DATE(8:1) = "-"
               AND WS-ENV-DATE(9:2) IS NUMERIC
               MOVE WS-ENV-DATE TO WS-PERIOD
               MOVE 10 TO WS-PERIOD-LEN
               MOVE WS-ENV-DATE(9:2) TO WS-DAY-FROM
               MOVE WS-ENV-DATE(9:2) TO WS-DAY-TO
           ELSE
               IF WS-ENV-MONTH NOT = SPACES
                   AND WS-ENV-MONTH(5:1) = "-"
                   AND WS-ENV-MONTH(6:2) IS NUMERIC
                   MOVE WS-ENV-MONTH TO WS-PERIOD
                   MOVE 7 TO WS-PERIOD-LEN
                   MOVE 1 TO WS-DAY-FROM
                   MOVE 31 TO WS-DAY-TO
               ELSE
                   DISPLAY "Defina TELLER_DATE (AAAA-MM-DD) o "
                       "TELLER_MONTH (AAAA-MM) antes de ejecutar "
                       "TELLER-ACTIVITY"
                   GOBACK
               END-IF
           END-IF

           ACCEPT WS-ENV-RATE
               FROM ENVIRONMENT "MINIBANK_OVERRIDE_RATE_PCT"
           IF WS-ENV-RATE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-RATE) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-RATE) TO WS-RATE-LIMIT
           END-IF
           ACCEPT WS-ENV-TOLERANCE
               FROM ENVIRONMENT "MINIBANK_TILL_TOLERANCE"
           IF WS-ENV-TOLERANCE NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ENV-TOLERANCE) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-TOLERANCE)
                   TO WS-TILL-TOLERANCE
           END-IF

           PERFORM LOAD-TELLER-NAMES
           PERFORM SCAN-LEDGER
           PERFORM SCAN-RECEIPTS
           PERFORM TALLY-OVERRIDES
           PERFORM TALLY-TILL-LOG
           PERFORM TALLY-SIGN-ONS
           PERFORM WRITE-ACTIVITY-REPORT

           DISPLAY "Actividad de cajeros de "
               WS-PERIOD(1:WS-PERIOD-LEN) ": " WS-TLR-COUNT
               " cajeros, " WS-FLAGGED-COUNT " fuera de tolerancia"
           GOBACK
           .

      * Todos los cajeros del maestro, con su nombre, aunque no
      * tengan actividad; los que solo salen en los registros se
      * dan de alta sin nombre
       LOAD-TELLER-NAMES.
           OPEN INPUT TELLERS-FILE
           IF WS-TELLERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TELLERS-STATUS NOT = "00"
               READ TELLERS-FILE
               IF WS-TELLERS-STATUS = "00"
                   MOVE SPACES TO WS-TELLER-ROW-NAME
                   UNSTRING TELLERS-LINE DELIMITED BY ","
                       INTO WS-TELLER-ROW-ID WS-TELLER-ROW-NAME
                   END-UNSTRING
                   IF WS-TELLER-ROW-ID NOT = SPACES
                       MOVE WS-TELLER-ROW-ID TO WS-TLR-KEY
                       PERFORM FIND-OR-ADD-TELLER
                       IF WS-FOUND = "Y"
                           MOVE WS-TELLER-ROW-NAME TO TLR-NAME(IX-TLR)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TELLERS-FILE
           .

      * ----------------------------------------------------------------
      * SCAN-LEDGER - Asientos del periodo por cajero: la particion
      * del mes (si el mes ya se archivo) y el ledger vivo
      * ----------------------------------------------------------------
       SCAN-LEDGER.
           MOVE SPACES TO WS-PART-PATH
           STRING "data/transactions-" DELIMITED BY SIZE
                  WS-PERIOD(1:7) DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-PART-PATH
           END-STRING
           OPEN INPUT PART-FILE
           IF WS-PART-STATUS = "00"
               PERFORM UNTIL WS-PART-STATUS NOT = "00"
                   READ PART-FILE INTO WS-TX-WORK
                   IF WS-PART-STATUS = "00"
                       PERFORM TALLY-TX-LINE
                   END-IF
               END-PERFORM
               CLOSE PART-FILE
           END-IF

           OPEN INPUT TX-FILE
           IF WS-TX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TX-STATUS NOT = "00"
               READ TX-FILE INTO WS-TX-WORK
               IF WS-TX-STATUS = "00"
                   PERFORM TALLY-TX-LINE
               END-IF
           END-PERFORM
           CLOSE TX-FILE
           .

       TALLY-TX-LINE.
           IF WS-TX-WORK(1:4) = "HDR," OR WS-TX-WORK(1:4) = "TRL,"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-TELLER
           UNSTRING WS-TX-WORK DELIMITED BY ","
               INTO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
                    WS-CSV-AMOUNT-STR WS-CSV-AUX WS-CSV-REF
                    WS-CSV-CATEGORY WS-CSV-TELLER
           END-UNSTRING

           IF WS-CSV-DATE(1:WS-PERIOD-LEN) NOT =
               WS-PERIOD(1:WS-PERIOD-LEN)
               EXIT PARAGRAPH
           END-IF
           IF WS-CSV-TELLER = SPACES OR WS-CSV-TELLER = "BATCH"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-STR) TO WS-CSV-AMOUNT

           MOVE WS-CSV-TELLER TO WS-TLR-KEY
           PERFORM FIND-OR-ADD-TELLER
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-CSV-TYPE
               WHEN "CREDIT"
                   ADD 1 TO TLR-CR-COUNT(IX-TLR)
                   ADD WS-CSV-AMOUNT TO TLR-CR-AMOUNT(IX-TLR)
               WHEN "DEBIT"
                   ADD 1 TO TLR-DB-COUNT(IX-TLR)
                   ADD WS-CSV-AMOUNT TO TLR-DB-AMOUNT(IX-TLR)
               WHEN "TRANSFER"
                   ADD 1 TO TLR-TR-COUNT(IX-TLR)
                   ADD WS-CSV-AMOUNT TO TLR-TR-AMOUNT(IX-TLR)
               WHEN "REVERSAL"
                   ADD 1 TO TLR-RV-COUNT(IX-TLR)
                   ADD WS-CSV-AMOUNT TO TLR-RV-AMOUNT(IX-TLR)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Un fichero de recibos por dia del periodo
       SCAN-RECEIPTS.
           PERFORM VARYING WS-DAY FROM WS-DAY-FROM BY 1
               UNTIL WS-DAY > WS-DAY-TO
               MOVE SPACES TO WS-RECEIPT-PATH
               STRING "data/receipts-" DELIMITED BY SIZE
                      WS-PERIOD(1:4) DELIMITED BY SIZE
                      WS-PERIOD(6:2) DELIMITED BY SIZE
                      WS-DAY DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO WS-RECEIPT-PATH
               END-STRING
               OPEN INPUT RECEIPT-FILE
               IF WS-RECEIPT-STATUS = "00"
                   PERFORM UNTIL WS-RECEIPT-STATUS NOT = "00"
                       READ RECEIPT-FILE
                       IF WS-RECEIPT-STATUS = "00"
                           PERFORM NOTE-RECEIPT
                       END-IF
                   END-PERFORM
                   CLOSE RECEIPT-FILE
               END-IF
           END-PERFORM
           .

       NOTE-RECEIPT.
           MOVE SPACES TO WS-RC-TELLER
           UNSTRING RECEIPT-LINE DELIMITED BY ","
               INTO WS-RC-NUMBER WS-RC-F2 WS-RC-F3 WS-RC-F4
                    WS-RC-F5 WS-RC-F6 WS-RC-F7 WS-RC-F8
                    WS-RC-TELLER
           END-UNSTRING
           IF WS-RC-NUMBER(1:4) = "TRN-"
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-TELLER = SPACES
               ADD 1 TO WS-UNATTRIB-RECEIPTS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RC-TELLER TO WS-TLR-KEY
           PERFORM FIND-OR-ADD-TELLER
           IF WS-FOUND = "Y"
               ADD 1 TO TLR-RECEIPTS(IX-TLR)
           END-IF
           .

       TALLY-OVERRIDES.
           OPEN INPUT PIN-LOG-FILE
           IF WS-PIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PIN-STATUS NOT = "00"
               READ PIN-LOG-FILE
               IF WS-PIN-STATUS = "00"
                   PERFORM SPLIT-PIN-LINE
                   IF WS-PIN-DATE(1:WS-PERIOD-LEN) =
                       WS-PERIOD(1:WS-PERIOD-LEN)
                       PERFORM NOTE-OVERRIDE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PIN-LOG-FILE
           .

       SPLIT-PIN-LINE.
           MOVE SPACES TO WS-PIN-TELLER
           MOVE SPACES TO WS-PIN-APPROVER
           UNSTRING PIN-LOG-LINE DELIMITED BY ","
               INTO WS-PIN-DATE WS-PIN-ACCOUNT WS-PIN-AMOUNT-STR
                    WS-PIN-GRANTED WS-PIN-TELLER WS-PIN-APPROVER
           END-UNSTRING
           .

       NOTE-OVERRIDE.
           IF WS-PIN-TELLER = SPACES
               ADD 1 TO WS-UNATTRIB-PIN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PIN-TELLER TO WS-TLR-KEY
           PERFORM FIND-OR-ADD-TELLER
           IF WS-FOUND = "Y"
               ADD 1 TO TLR-OVR-ASKED(IX-TLR)
               IF WS-PIN-GRANTED = "Y"
                   ADD 1 TO TLR-OVR-GRANTED(IX-TLR)
               END-IF
           END-IF
           .

       TALLY-TILL-LOG.
           OPEN INPUT TILL-LOG-FILE
           IF WS-TILL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TILL-STATUS NOT = "00"
               READ TILL-LOG-FILE
               IF WS-TILL-STATUS = "00"
                   PERFORM SPLIT-TILL-LINE
                   IF WS-T-DATE(1:WS-PERIOD-LEN) =
                       WS-PERIOD(1:WS-PERIOD-LEN)
                       AND WS-T-TERMINAL NOT = "VAULT"
                       AND WS-T-TERMINAL NOT = "KIOSK"
                       PERFORM NOTE-TILL-CLOSE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TILL-LOG-FILE
           .

       SPLIT-TILL-LINE.
           MOVE SPACES TO WS-T-TELLER
           MOVE SPACES TO WS-T-DIFF-STR
           UNSTRING TILL-LOG-LINE DELIMITED BY ","
               INTO WS-T-DATE WS-T-TERMINAL WS-T-FLOAT-STR
                    WS-T-EXPECTED-STR WS-T-COUNTED-STR
                    WS-T-DIFF-STR WS-T-TELLER
           END-UNSTRING
           MOVE 0 TO WS-T-DIFF
           IF FUNCTION TEST-NUMVAL(WS-T-DIFF-STR) = 0
               MOVE FUNCTION NUMVAL(WS-T-DIFF-STR) TO WS-T-DIFF
           END-IF
           IF WS-T-DIFF < 0
               COMPUTE WS-T-ABS = 0 - WS-T-DIFF
           ELSE
               MOVE WS-T-DIFF TO WS-T-ABS
           END-IF
           .

       NOTE-TILL-CLOSE.
           IF WS-T-TELLER = SPACES
               ADD 1 TO WS-UNATTRIB-TILL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-T-TELLER TO WS-TLR-KEY
           PERFORM FIND-OR-ADD-TELLER
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TLR-TILL-CLOSES(IX-TLR)
           ADD WS-T-DIFF TO TLR-TILL-NET(IX-TLR)
           IF WS-T-ABS > TLR-TILL-WORST(IX-TLR)
               MOVE WS-T-ABS TO TLR-TILL-WORST(IX-TLR)
           END-IF
           .

       TALLY-SIGN-ONS.
           OPEN INPUT PASSWORD-LOG-FILE
           IF WS-PWD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PWD-STATUS NOT = "00"
               READ PASSWORD-LOG-FILE
               IF WS-PWD-STATUS = "00"
                   UNSTRING PASSWORD-LOG-LINE DELIMITED BY ","
                       INTO WS-PWD-DATE WS-PWD-TIME WS-PWD-TELLER
                            WS-PWD-EVENT
                   END-UNSTRING
                   IF WS-PWD-DATE(1:WS-PERIOD-LEN) =
                       WS-PERIOD(1:WS-PERIOD-LEN)
                       AND (WS-PWD-EVENT = "FAIL"
                            OR WS-PWD-EVENT = "LOCK")
                       MOVE WS-PWD-TELLER TO WS-TLR-KEY
                       PERFORM FIND-OR-ADD-TELLER
                       IF WS-FOUND = "Y"
                           IF WS-PWD-EVENT = "FAIL"
                               ADD 1 TO TLR-FAILS(IX-TLR)
                           ELSE
                               ADD 1 TO TLR-LOCKS(IX-TLR)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PASSWORD-LOG-FILE
           .

      * ----------------------------------------------------------------
      * WRITE-ACTIVITY-REPORT - Asientos, controles con marca de
      * tolerancia, detalle de autorizaciones y de cuadres
      * ----------------------------------------------------------------
       WRITE-ACTIVITY-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "data/teller-activity-" DELIMITED BY SIZE
                  WS-PERIOD(1:WS-PERIOD-LEN) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "ACTIVIDAD DE CAJEROS - " DELIMITED BY SIZE
                  WS-PERIOD(1:WS-PERIOD-LEN) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-RATE-LIMIT TO RATE-EDIT
           MOVE WS-TILL-TOLERANCE TO FMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "Tolerancias: autorizaciones " RATE-EDIT
                  "% de asientos; diferencia de cajon "
                  FUNCTION TRIM(FMT-1)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ASIENTOS POR TIPO" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CAJERO   NOMBRE              "
                  "ABONOS      IMPORTE"
                  " CARGOS      IMPORTE"
                  " TRASP.      IMPORTE"
                  " ANULAC      IMPORTE"
                  " RECIBO"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING IX-TLR FROM 1 BY 1
               UNTIL IX-TLR > WS-TLR-COUNT
               PERFORM WRITE-POSTINGS-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROLES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CAJERO   ASIENTOS AUTORIZ APROBAD      % "
                  "CIERRES    DIF. NETA    PEOR DIF."
                  " FALLOS BLOQUEOS MARCA"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING IX-TLR FROM 1 BY 1
               UNTIL IX-TLR > WS-TLR-COUNT
               PERFORM WRITE-CONTROL-LINE
           END-PERFORM
           IF WS-UNATTRIB-PIN > 0 OR WS-UNATTRIB-TILL > 0
               OR WS-UNATTRIB-RECEIPTS > 0
               MOVE WS-UNATTRIB-PIN TO CNT-1
               MOVE WS-UNATTRIB-TILL TO CNT-2
               MOVE WS-UNATTRIB-RECEIPTS TO CNT-3
               MOVE SPACES TO REPORT-LINE
               STRING "Sin cajero registrado: autorizaciones " CNT-1
                      ", cierres " CNT-2 ", recibos " CNT-3
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-OVERRIDE-DETAIL
           PERFORM WRITE-TILL-HISTORY

           CLOSE REPORT-FILE
           .

       WRITE-POSTINGS-LINE.
           MOVE TLR-CR-COUNT(IX-TLR) TO CNT-1
           MOVE TLR-CR-AMOUNT(IX-TLR) TO FMT-1
           MOVE TLR-DB-COUNT(IX-TLR) TO CNT-2
           MOVE TLR-DB-AMOUNT(IX-TLR) TO FMT-2
           MOVE TLR-TR-COUNT(IX-TLR) TO CNT-3
           MOVE TLR-TR-AMOUNT(IX-TLR) TO FMT-3
           MOVE TLR-RV-COUNT(IX-TLR) TO CNT-4
           MOVE TLR-RV-AMOUNT(IX-TLR) TO FMT-4
           MOVE TLR-RECEIPTS(IX-TLR) TO CNT-5
           MOVE SPACES TO REPORT-LINE
           STRING TLR-ID(IX-TLR) " " TLR-NAME(IX-TLR)(1:20)
                  CNT-1 FMT-1 " " CNT-2 FMT-2 " " CNT-3 FMT-3
                  " " CNT-4 FMT-4 " " CNT-5
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

      * Marca OVR: autorizaciones pedidas sobre asientos por encima
      * del limite; CAJ: alguna diferencia de cajon fuera de
      * tolerancia
       WRITE-CONTROL-LINE.
           COMPUTE WS-POSTINGS = TLR-CR-COUNT(IX-TLR)
               + TLR-DB-COUNT(IX-TLR) + TLR-TR-COUNT(IX-TLR)
               + TLR-RV-COUNT(IX-TLR)
           MOVE 0 TO WS-OVR-RATE
           IF WS-POSTINGS > 0
               COMPUTE WS-OVR-RATE ROUNDED =
                   TLR-OVR-ASKED(IX-TLR) * 100 / WS-POSTINGS
           ELSE
               IF TLR-OVR-ASKED(IX-TLR) > 0
                   MOVE 100 TO WS-OVR-RATE
               END-IF
           END-IF

           MOVE SPACES TO WS-FLAG
           IF WS-OVR-RATE > WS-RATE-LIMIT
               MOVE "OVR" TO WS-FLAG
           END-IF
           IF TLR-TILL-WORST(IX-TLR) > WS-TILL-TOLERANCE
               IF WS-FLAG = SPACES
                   MOVE "CAJ" TO WS-FLAG
               ELSE
                   MOVE "OVR CAJ" TO WS-FLAG
               END-IF
           END-IF
           IF WS-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF

           MOVE WS-POSTINGS TO CNT-1
           MOVE TLR-OVR-ASKED(IX-TLR) TO CNT-2
           MOVE TLR-OVR-GRANTED(IX-TLR) TO CNT-3
           MOVE WS-OVR-RATE TO RATE-EDIT
           MOVE TLR-TILL-CLOSES(IX-TLR) TO CNT-4
           MOVE TLR-TILL-NET(IX-TLR) TO FMT-1
           MOVE TLR-TILL-WORST(IX-TLR) TO FMT-2
           MOVE TLR-FAILS(IX-TLR) TO CNT-5
           MOVE SPACES TO REPORT-LINE
           STRING TLR-ID(IX-TLR) "   " CNT-1 "  " CNT-2 "  " CNT-3
                  " " RATE-EDIT "  " CNT-4 FMT-1 FMT-2 " " CNT-5
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           MOVE TLR-LOCKS(IX-TLR) TO CNT-5
           MOVE CNT-5 TO REPORT-LINE(85:6)
           MOVE WS-FLAG TO REPORT-LINE(92:12)
           WRITE REPORT-LINE
           .

      * Cada autorizacion del periodo con el supervisor que la dio
       WRITE-OVERRIDE-DETAIL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "AUTORIZACIONES DE SUPERVISOR" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA      CAJERO   CUENTA              "
                  "      IMPORTE  RESULTADO  SUPERVISOR"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           OPEN INPUT PIN-LOG-FILE
           IF WS-PIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PIN-STATUS NOT = "00"
               READ PIN-LOG-FILE
               IF WS-PIN-STATUS = "00"
                   PERFORM SPLIT-PIN-LINE
                   IF WS-PIN-DATE(1:WS-PERIOD-LEN) =
                       WS-PERIOD(1:WS-PERIOD-LEN)
                       PERFORM WRITE-OVERRIDE-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PIN-LOG-FILE
           .

       WRITE-OVERRIDE-LINE.
           MOVE 0 TO WS-CSV-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-PIN-AMOUNT-STR) = 0
               MOVE FUNCTION NUMVAL(WS-PIN-AMOUNT-STR)
                   TO WS-CSV-AMOUNT
           END-IF
           MOVE WS-CSV-AMOUNT TO FMT-1
           IF WS-PIN-TELLER = SPACES
               MOVE "?" TO WS-PIN-TELLER
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-PIN-DATE " " WS-PIN-TELLER " "
                  WS-PIN-ACCOUNT(1:20) FMT-1 " "
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           IF WS-PIN-GRANTED = "Y"
               MOVE "APROBADA" TO REPORT-LINE(56:10)
               MOVE WS-PIN-APPROVER TO REPORT-LINE(67:8)
           ELSE
               MOVE "DENEGADA" TO REPORT-LINE(56:10)
               MOVE WS-PIN-APPROVER TO REPORT-LINE(67:8)
           END-IF
           WRITE REPORT-LINE
           .

      * Sobrantes (+) y faltantes (-) de cada cierre de cajon
       WRITE-TILL-HISTORY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HISTORIAL DE CUADRES DE CAJON" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA      CAJERO   TERMINAL         "
                  "   DIFERENCIA"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           OPEN INPUT TILL-LOG-FILE
           IF WS-TILL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TILL-STATUS NOT = "00"
               READ TILL-LOG-FILE
               IF WS-TILL-STATUS = "00"
                   PERFORM SPLIT-TILL-LINE
                   IF WS-T-DATE(1:WS-PERIOD-LEN) =
                       WS-PERIOD(1:WS-PERIOD-LEN)
                       AND WS-T-TERMINAL NOT = "VAULT"
                       AND WS-T-TERMINAL NOT = "KIOSK"
                       PERFORM WRITE-TILL-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TILL-LOG-FILE
           .

       WRITE-TILL-LINE.
           IF WS-T-TELLER = SPACES
               MOVE "?" TO WS-T-TELLER
           END-IF
           MOVE WS-T-DIFF TO FMT-1
           MOVE SPACES TO REPORT-LINE
           STRING WS-T-DATE " " WS-T-TELLER " " WS-T-TERMINAL " "
                  FMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           IF WS-T-ABS > WS-TILL-TOLERANCE
               MOVE "FUERA DE TOLERANCIA" TO REPORT-LINE(55:19)
           END-IF
           WRITE REPORT-LINE
           .

       FIND-OR-ADD-TELLER.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-TLR FROM 1 BY 1
               UNTIL IX-TLR > WS-TLR-COUNT OR WS-FOUND = "Y"
               IF TLR-ID(IX-TLR) = WS-TLR-KEY
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               SET IX-TLR DOWN BY 1
               EXIT PARAGRAPH
           END-IF

           IF WS-TLR-COUNT >= WS-MAX-TELLERS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TLR-COUNT
           SET IX-TLR TO WS-TLR-COUNT
           INITIALIZE WS-TLR-ROW(IX-TLR)
           MOVE WS-TLR-KEY TO TLR-ID(IX-TLR)
           MOVE "Y" TO WS-FOUND
           .

       END PROGRAM TELLER-ACTIVITY.
