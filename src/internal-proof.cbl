      ******************************************************************
      * INTERNAL-PROOF: Cuadre diario de las cuentas internas
      *
      * Las cuentas internas (SUSPENSE, SETTLEMENT, TAXPAY, DRAFTSPAY,
      * IB-*...) no tenian dueno: nadie respondia de que quedaran a
      * cero. El registro data/internal-accounts.csv (se mantiene
      * desde MBMAIN) dice para cada una
      *   cuenta,finalidad,departamento,propietario,comportamiento,
      *   tolerancia
      * donde el propietario es el cajero que visa su cuadre y el
      * comportamiento esperado es
      *   ZERO-DAILY   - a cero al cierre de cada dia
      *   ZERO-MONTHLY - a cero al cierre del mes (solo se comprueba
      *                  el ultimo dia habil)
      *   OPEN         - saldo vivo, sin cuadre
      * Una cuenta terminada en * (IB-*) vale para todas las que
      * empiezan por ese prefijo.
      *
      * Este paso del cierre deriva el saldo de cada cuenta interna
      * del ledger como BALANCE-CERT (archivos de purga, particiones
      * de data/tx-partitions.dat y ledger vivo) y escribe
      * data/internal-proof-report.txt con todas las cuentas y, para
      * cada una fuera de su comportamiento (saldo absoluto mayor
      * que la tolerancia), el saldo al inicio del periodo (dia o
      * mes), los movimientos del periodo que lo causan y el saldo
      * final. Las cuentas internas que mueve el ledger sin estar en
      * el registro salen aparte.
      *
      * Cada descuadre se anota en data/internal-breaks.csv
      *   fecha,cuenta,saldo,comportamiento,tolerancia,departamento,
      *   propietario,estado,visado_por,fecha_visado,comentario
      * con estado OPEN hasta que el propietario (o un supervisor) lo
      * visa desde MBMAIN (SIGNED). Repetir el cuadre del mismo dia
      * rehace sus filas OPEN y respeta las ya visadas. BRIEFING
      * arrastra los descuadres sin visar de cualquier dia.
      *
      * El dia es INTERNAL_PROOF_DATE (AAAA-MM-DD) o la fecha de
      * negocio que se cierra (data/business-date.dat). Si es fin de
      * mes lo dice EOD_MONTH_END (Y/N, lo fija EOD-DRIVER con el
      * calendario laboral); lanzado a mano, el ultimo dia natural.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERNAL-PROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "data/internal-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT BREAKS-FILE ASSIGN TO "data/internal-breaks.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAKS-STATUS.
           SELECT BREAKS-NEW-FILE
               ASSIGN TO "data/internal-breaks.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO
               "data/internal-proof-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT PART-MANIFEST-FILE ASSIGN TO
               "data/tx-partitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT PART-FILE ASSIGN TO DYNAMIC WS-PART-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-LINE         PIC X(200).
       FD  BREAKS-FILE.
       01  BREAKS-LINE           PIC X(200).
       FD  BREAKS-NEW-FILE.
       01  BREAKS-NEW-LINE       PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE          PIC X(120).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  PART-FILE.
       01  PART-LINE             PIC X(120).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).

       WORKING-STORAGE SECTION.

       77  WS-REGISTER-STATUS    PIC XX.
       77  WS-BREAKS-STATUS      PIC XX.
       77  WS-ARCHIVE-STATUS     PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-PART-STATUS        PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-EOF                PIC X VALUE "N".

       77  WS-ARCHIVE-PATH       PIC X(60).
       77  WS-PART-PATH          PIC X(40).
       77  WS-PART-MONTH         PIC X(7).

       77  WS-ENV-DATE           PIC X(10) VALUE SPACES.
       77  WS-PROOF-DATE         PIC X(10).
       77  WS-MONTH-START        PIC X(10).
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-BUSDATE-LINE       PIC X(10).
       77  WS-ENV-MONTH-END      PIC X(1) VALUE SPACES.
       77  WS-IS-MONTH-END       PIC X VALUE "N".
       77  WS-DATE-NUM           PIC 9(8).
       77  WS-DATE-INTEGER       PIC S9(9) COMP.
       77  WS-NEXT-NUM           PIC 9(8).

       77  WS-COMMAND            PIC X(200).
       77  WS-RC                 PIC S9(9) COMP-5.

      * Anos de archivo de purga a intentar hacia atras
       77  WS-ARCH-YEAR          PIC 9(4).
       77  WS-ARCH-FROM-YEAR     PIC 9(4).
       77  WS-ARCH-TRIES         PIC 9(2).

      * Registro de cuentas internas
       77  WS-REG-MAX            PIC 9(3) COMP VALUE 200.
       77  WS-REG-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 200 TIMES INDEXED BY IX-REG.
               10  REG-ACCOUNT       PIC X(30).
               10  REG-PREFIX-LEN    PIC 9(2) COMP.
               10  REG-PURPOSE       PIC X(40).
               10  REG-DEPT          PIC X(20).
               10  REG-OWNER         PIC X(8).
               10  REG-BEHAVIOUR     PIC X(12).
                   88  REG-ZERO-DAILY    VALUE "ZERO-DAILY".
                   88  REG-ZERO-MONTHLY  VALUE "ZERO-MONTHLY".
                   88  REG-OPEN          VALUE "OPEN".
               10  REG-TOLERANCE     PIC S9(13)V9(2) COMP-3.
       77  WS-R-ACCOUNT          PIC X(30).
       77  WS-R-PURPOSE          PIC X(40).
       77  WS-R-DEPT             PIC X(20).
       77  WS-R-OWNER            PIC X(8).
       77  WS-R-BEHAVIOUR        PIC X(12).
       77  WS-R-TOLERANCE-STR    PIC X(20).
       77  WS-STAR-COUNT         PIC 9(2) COMP.
       77  WS-STAR-POS           PIC 9(2) COMP.

      * Cuentas internas vistas en el ledger (o registradas por
      * nombre exacto) con su saldo
       77  WS-ACC-MAX            PIC 9(3) COMP VALUE 500.
       77  WS-ACC-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 500 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-REG           PIC 9(3) COMP.
               10  ACC-PERIOD-START  PIC X(10).
               10  ACC-OPENING       PIC S9(13)V9(2) COMP-3.
               10  ACC-CLOSING       PIC S9(13)V9(2) COMP-3.
               10  ACC-MOVES         PIC 9(5) COMP.
               10  ACC-STATE         PIC X(10).
       77  WS-ACC-FOUND          PIC X.
       77  WS-ACC-IX             PIC 9(3) COMP.
       77  WS-ACC-OVERFLOW       PIC 9(5) VALUE 0.
       77  WS-LOOKUP-ACCOUNT     PIC X(30).
       77  WS-LOOKUP-REG         PIC 9(3) COMP.
       77  WS-IS-INTERNAL        PIC X.

      * Movimientos del periodo de cada cuenta interna
       77  WS-MOV-MAX            PIC 9(5) COMP VALUE 5000.
       77  WS-MOV-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-MOV-TABLE.
           05  WS-MOV-ENTRY OCCURS 5000 TIMES INDEXED BY IX-MOV.
               10  MOV-ACC           PIC 9(3) COMP.
               10  MOV-DATE          PIC X(10).
               10  MOV-TYPE          PIC X(10).
               10  MOV-EFFECT        PIC S9(13)V9(2) COMP-3.
               10  MOV-REF           PIC X(20).
               10  MOV-DETAIL        PIC X(30).
       77  WS-MOV-OVERFLOW       PIC 9(5) VALUE 0.

      * Descuadres ya anotados (data/internal-breaks.csv)
       77  WS-B-DATE             PIC X(10).
       77  WS-B-ACCOUNT          PIC X(30).
       77  WS-B-BALANCE          PIC X(20).
       77  WS-B-BEHAVIOUR        PIC X(12).
       77  WS-B-TOLERANCE        PIC X(20).
       77  WS-B-DEPT             PIC X(20).
       77  WS-B-OWNER            PIC X(8).
       77  WS-B-STATE            PIC X(10).
       77  WS-B-SIGNER           PIC X(8).
       77  WS-B-SIGN-DATE        PIC X(10).
       77  WS-SIGNED-MAX         PIC 9(3) COMP VALUE 500.
       77  WS-SIGNED-COUNT       PIC 9(3) COMP VALUE 0.
       01  WS-SIGNED-TABLE.
           05  WS-SIGNED-ACCOUNT OCCURS 500 TIMES
                                 INDEXED BY IX-SGN PIC X(30).
       77  WS-SIGNED-FOUND       PIC X.
       77  WS-DROPPED            PIC 9(5) VALUE 0.

      * Fila del ledger
       77  WS-CSV-LINE           PIC X(120).
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
       77  WS-ROW-EFFECT         PIC S9(13)V9(2) COMP-3.
       77  WS-ROW-DETAIL         PIC X(30).

       77  WS-ABS-BALANCE        PIC S9(13)V9(2) COMP-3.
       77  FORMATTED-AMT         PIC -(12)9.99.
       77  FORMATTED-TOL         PIC Z(12)9.99.
       77  WS-AMT-TEXT           PIC X(20).
       77  WS-TOL-TEXT           PIC X(20).

       77  WS-BREAK-COUNT        PIC 9(5) VALUE 0.
       77  WS-NEW-BREAKS         PIC 9(5) VALUE 0.
       77  WS-SIGNED-BREAKS      PIC 9(5) VALUE 0.
       77  WS-UNREG-COUNT        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-PROOF-DATE
           PERFORM CHECK-MONTH-END

           PERFORM LOAD-REGISTER
           IF WS-REG-COUNT = 0
               DISPLAY "AVISO: registro de cuentas internas vacio "
                   "(data/internal-accounts.csv); todas salen sin "
                   "registro"
           END-IF

           PERFORM SCAN-PURGE-ARCHIVES
           PERFORM SCAN-PARTITIONS
           MOVE "data/transactions.csv" TO WS-PART-PATH
           PERFORM SCAN-LEDGER-FILE

           IF WS-ACC-OVERFLOW > 0
               DISPLAY "ERROR: mas de " WS-ACC-MAX " cuentas "
                   "internas; cuadre no generado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               PERFORM EVALUATE-ACCOUNT
           END-PERFORM

           PERFORM UPDATE-BREAKS-FILE
           PERFORM WRITE-PROOF-REPORT

           DISPLAY "Cuadre de cuentas internas " WS-PROOF-DATE ": "
               WS-ACC-COUNT " cuentas, " WS-BREAK-COUNT
               " descuadres (" WS-NEW-BREAKS " sin visar), "
               WS-UNREG-COUNT " sin registro"
           GOBACK
           .

       GET-PROOF-DATE.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "INTERNAL_PROOF_DATE"
           IF WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-PROOF-DATE
           ELSE
               ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
               STRING WS-TODAY-YYYYMMDD(1:4) "-"
                      WS-TODAY-YYYYMMDD(5:2) "-"
                      WS-TODAY-YYYYMMDD(7:2)
                   INTO WS-PROOF-DATE
               END-STRING

               OPEN INPUT BUSDATE-FILE
               IF WS-BUSDATE-STATUS = "00"
                   READ BUSDATE-FILE INTO WS-BUSDATE-LINE
                       AT END CONTINUE
                   END-READ
                   CLOSE BUSDATE-FILE
                   IF WS-BUSDATE-LINE NOT = SPACES
                       MOVE WS-BUSDATE-LINE TO WS-PROOF-DATE
                   END-IF
               END-IF
           END-IF

           MOVE WS-PROOF-DATE TO WS-MONTH-START
           MOVE "01" TO WS-MONTH-START(9:2)
           .

      * Fin de mes: lo que diga la cadena de cierre o, sin ella, si
      * el dia siguiente es de otro mes
       CHECK-MONTH-END.
           ACCEPT WS-ENV-MONTH-END FROM ENVIRONMENT "EOD_MONTH_END"
           IF WS-ENV-MONTH-END = "Y" OR WS-ENV-MONTH-END = "N"
               MOVE WS-ENV-MONTH-END TO WS-IS-MONTH-END
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROOF-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-PROOF-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-PROOF-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
           COMPUTE WS-NEXT-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           IF WS-NEXT-NUM(5:2) NOT = WS-DATE-NUM(5:2)
               MOVE "Y" TO WS-IS-MONTH-END
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-REGISTER - Cuentas internas con su finalidad, dueno y
      * comportamiento esperado; las de nombre exacto entran ya en
      * la tabla de saldos para que salgan aunque no se muevan
      * ----------------------------------------------------------------
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ REGISTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM ADD-REGISTER-ROW
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           .

       ADD-REGISTER-ROW.
           IF REGISTER-LINE = SPACES
               OR REGISTER-LINE(1:7) = "account"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-R-ACCOUNT WS-R-PURPOSE WS-R-DEPT
                          WS-R-OWNER WS-R-BEHAVIOUR WS-R-TOLERANCE-STR
           UNSTRING REGISTER-LINE DELIMITED BY ","
               INTO WS-R-ACCOUNT WS-R-PURPOSE WS-R-DEPT WS-R-OWNER
                    WS-R-BEHAVIOUR WS-R-TOLERANCE-STR
           END-UNSTRING
           IF WS-R-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-COUNT >= WS-REG-MAX
               DISPLAY "AVISO: registro de cuentas internas lleno; "
                   "se ignora " FUNCTION TRIM(WS-R-ACCOUNT)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REG-COUNT
           SET IX-REG TO WS-REG-COUNT
           MOVE WS-R-ACCOUNT TO REG-ACCOUNT(IX-REG)
           MOVE WS-R-PURPOSE TO REG-PURPOSE(IX-REG)
           MOVE WS-R-DEPT TO REG-DEPT(IX-REG)
           MOVE WS-R-OWNER TO REG-OWNER(IX-REG)
           MOVE WS-R-BEHAVIOUR TO REG-BEHAVIOUR(IX-REG)
           IF NOT REG-ZERO-DAILY(IX-REG)
               AND NOT REG-ZERO-MONTHLY(IX-REG)
               AND NOT REG-OPEN(IX-REG)
               DISPLAY "AVISO: comportamiento '"
                   FUNCTION TRIM(WS-R-BEHAVIOUR) "' de "
                   FUNCTION TRIM(WS-R-ACCOUNT)
                   " no reconocido; se cuadra como ZERO-DAILY"
               MOVE "ZERO-DAILY" TO REG-BEHAVIOUR(IX-REG)
           END-IF
           MOVE 0 TO REG-TOLERANCE(IX-REG)
           IF WS-R-TOLERANCE-STR NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-R-TOLERANCE-STR) = 0
               MOVE FUNCTION NUMVAL(WS-R-TOLERANCE-STR)
                   TO REG-TOLERANCE(IX-REG)
           END-IF

      *    IB-* : prefijo de todas las cuentas de esa familia
           MOVE 0 TO REG-PREFIX-LEN(IX-REG)
           MOVE 0 TO WS-STAR-COUNT
           INSPECT WS-R-ACCOUNT TALLYING WS-STAR-COUNT FOR ALL "*"
           IF WS-STAR-COUNT > 0
               MOVE 0 TO WS-STAR-POS
               INSPECT WS-R-ACCOUNT TALLYING WS-STAR-POS
                   FOR CHARACTERS BEFORE INITIAL "*"
               MOVE WS-STAR-POS TO REG-PREFIX-LEN(IX-REG)
               IF WS-STAR-POS = 0
                   MOVE 1 TO REG-PREFIX-LEN(IX-REG)
               END-IF
           ELSE
               MOVE WS-R-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF WS-ACC-FOUND = "N"
                   MOVE WS-REG-COUNT TO WS-LOOKUP-REG
                   PERFORM ADD-ACCOUNT
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * SCAN-PURGE-ARCHIVES - Historia ya purgada del ledger (mismo
      * patron que BALANCE-CERT)
      * ----------------------------------------------------------------
       SCAN-PURGE-ARCHIVES.
           MOVE WS-PROOF-DATE(1:4) TO WS-ARCH-FROM-YEAR
           MOVE 0 TO WS-ARCH-TRIES

           PERFORM VARYING WS-ARCH-YEAR
               FROM WS-ARCH-FROM-YEAR BY -1
               UNTIL WS-ARCH-TRIES >= 15
               ADD 1 TO WS-ARCH-TRIES
               MOVE SPACES TO WS-ARCHIVE-PATH
               STRING "data/archive/purged-" DELIMITED BY SIZE
                      WS-ARCH-YEAR DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-PATH
               END-STRING
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM
           .

       SCAN-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE ARCHIVE-LINE TO WS-CSV-LINE
                       PERFORM APPLY-LEDGER-LINE
               END-READ
           END-PERFORM

           CLOSE ARCHIVE-FILE
           .

      * Particiones del manifiesto hasta el mes del cuadre
       SCAN-PARTITIONS.
           OPEN INPUT PART-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
               READ PART-MANIFEST-FILE
               IF WS-MANIFEST-STATUS = "00"
                   MOVE PART-MANIFEST-REC(1:7) TO WS-PART-MONTH
                   IF WS-PART-MONTH <= WS-PROOF-DATE(1:7)
                       MOVE SPACES TO WS-PART-PATH
                       STRING "data/transactions-" DELIMITED BY SIZE
                              WS-PART-MONTH DELIMITED BY SIZE
                              ".csv" DELIMITED BY SIZE
                           INTO WS-PART-PATH
                       END-STRING
                       PERFORM SCAN-LEDGER-FILE
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PART-MANIFEST-FILE
           .

       SCAN-LEDGER-FILE.
           OPEN INPUT PART-FILE
           IF WS-PART-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ PART-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PART-LINE TO WS-CSV-LINE
                       PERFORM APPLY-LEDGER-LINE
               END-READ
           END-PERFORM

           CLOSE PART-FILE
           .

      * ----------------------------------------------------------------
      * APPLY-LEDGER-LINE - Efecto de la fila sobre cada cuenta
      * interna que toca (ordenante y beneficiario de una
      * transferencia por separado), hasta el dia del cuadre
      * ----------------------------------------------------------------
       APPLY-LEDGER-LINE.
           IF WS-CSV-LINE(1:4) = "HDR," OR WS-CSV-LINE(1:4) = "TRL,"
               OR WS-CSV-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-AUX WS-CSV-REF WS-CSV-CATEGORY
           UNSTRING WS-CSV-LINE DELIMITED BY ","
               INTO WS-CSV-DATE WS-CSV-ACCOUNT WS-CSV-TYPE
                    WS-CSV-AMOUNT-STR WS-CSV-AUX WS-CSV-REF
                    WS-CSV-CATEGORY
           END-UNSTRING

           IF WS-CSV-DATE > WS-PROOF-DATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-STR) TO WS-CSV-AMOUNT

           EVALUATE WS-CSV-TYPE
               WHEN "CREDIT"
                   MOVE WS-CSV-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   MOVE WS-CSV-AMOUNT TO WS-ROW-EFFECT
                   MOVE WS-CSV-AUX TO WS-ROW-DETAIL
                   PERFORM APPLY-TO-ACCOUNT
               WHEN "DEBIT"
                   MOVE WS-CSV-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   COMPUTE WS-ROW-EFFECT = 0 - WS-CSV-AMOUNT
                   MOVE WS-CSV-AUX TO WS-ROW-DETAIL
                   PERFORM APPLY-TO-ACCOUNT
               WHEN "TRANSFER"
                   MOVE WS-CSV-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   COMPUTE WS-ROW-EFFECT = 0 - WS-CSV-AMOUNT
                   MOVE WS-CSV-AUX(1:30) TO WS-ROW-DETAIL
                   PERFORM APPLY-TO-ACCOUNT
                   MOVE WS-CSV-AUX(1:30) TO WS-LOOKUP-ACCOUNT
                   MOVE WS-CSV-AMOUNT TO WS-ROW-EFFECT
                   MOVE WS-CSV-ACCOUNT TO WS-ROW-DETAIL
                   PERFORM APPLY-TO-ACCOUNT
               WHEN "REVERSAL"
                   MOVE SPACES TO WS-REV-ORIG-TYPE WS-REV-REF
                   UNSTRING WS-CSV-AUX DELIMITED BY ":"
                       INTO WS-REV-ORIG-TYPE WS-REV-REF
                   END-UNSTRING
                   MOVE WS-CSV-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   IF WS-REV-ORIG-TYPE = "CREDIT"
                       COMPUTE WS-ROW-EFFECT = 0 - WS-CSV-AMOUNT
                   ELSE
                       MOVE WS-CSV-AMOUNT TO WS-ROW-EFFECT
                   END-IF
                   MOVE WS-CSV-AUX TO WS-ROW-DETAIL
                   PERFORM APPLY-TO-ACCOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       APPLY-TO-ACCOUNT.
           IF WS-LOOKUP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ACCOUNT
           IF WS-ACC-FOUND = "N"
               PERFORM FIND-REGISTER-MATCH
               IF WS-LOOKUP-REG = 0
                   PERFORM CHECK-IS-INTERNAL
                   IF WS-IS-INTERNAL = "N"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM ADD-ACCOUNT
               IF WS-ACC-FOUND = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-CSV-DATE < ACC-PERIOD-START(WS-ACC-IX)
               ADD WS-ROW-EFFECT TO ACC-OPENING(WS-ACC-IX)
           ELSE
               PERFORM ADD-MOVEMENT
           END-IF
           ADD WS-ROW-EFFECT TO ACC-CLOSING(WS-ACC-IX)
           .

       ADD-MOVEMENT.
           ADD 1 TO ACC-MOVES(WS-ACC-IX)
           IF WS-MOV-COUNT >= WS-MOV-MAX
               ADD 1 TO WS-MOV-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MOV-COUNT
           SET IX-MOV TO WS-MOV-COUNT
           MOVE WS-ACC-IX TO MOV-ACC(IX-MOV)
           MOVE WS-CSV-DATE TO MOV-DATE(IX-MOV)
           MOVE WS-CSV-TYPE TO MOV-TYPE(IX-MOV)
           MOVE WS-ROW-EFFECT TO MOV-EFFECT(IX-MOV)
           MOVE WS-CSV-REF TO MOV-REF(IX-MOV)
           MOVE WS-ROW-DETAIL TO MOV-DETAIL(IX-MOV)
           .

       FIND-ACCOUNT.
           MOVE "N" TO WS-ACC-FOUND
           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT OR WS-ACC-FOUND = "Y"
               IF ACC-ID(IX-ACC) = WS-LOOKUP-ACCOUNT
                   MOVE "Y" TO WS-ACC-FOUND
                   SET WS-ACC-IX TO IX-ACC
               END-IF
           END-PERFORM
           .

      * Entrada del registro que cubre la cuenta: la de nombre exacto
      * o, si no la hay, el prefijo mas largo
       FIND-REGISTER-MATCH.
           MOVE 0 TO WS-LOOKUP-REG
           MOVE 0 TO WS-STAR-POS
           PERFORM VARYING IX-REG FROM 1 BY 1
               UNTIL IX-REG > WS-REG-COUNT
               IF REG-PREFIX-LEN(IX-REG) = 0
                   IF REG-ACCOUNT(IX-REG) = WS-LOOKUP-ACCOUNT
                       SET WS-LOOKUP-REG TO IX-REG
                       MOVE 99 TO WS-STAR-POS
                   END-IF
               ELSE
                   IF REG-PREFIX-LEN(IX-REG) > WS-STAR-POS
                       AND WS-LOOKUP-ACCOUNT(1:REG-PREFIX-LEN(IX-REG))
                         = REG-ACCOUNT(IX-REG)(1:REG-PREFIX-LEN(IX-REG))
                       SET WS-LOOKUP-REG TO IX-REG
                       MOVE REG-PREFIX-LEN(IX-REG) TO WS-STAR-POS
                   END-IF
               END-IF
           END-PERFORM
           .

      * Cuentas internas conocidas del banco (mismas que
      * INTEGRITY-CHECK exime del cruce contra el maestro)
       CHECK-IS-INTERNAL.
           MOVE "N" TO WS-IS-INTERNAL
           IF WS-LOOKUP-ACCOUNT = "SUSPENSE"
               OR WS-LOOKUP-ACCOUNT = "SETTLEMENT"
               OR WS-LOOKUP-ACCOUNT = "ESCHEAT"
               OR WS-LOOKUP-ACCOUNT = "DRAFTSPAY"
               OR WS-LOOKUP-ACCOUNT = "TAXPAY"
               OR WS-LOOKUP-ACCOUNT = "FEEINCOME"
               OR WS-LOOKUP-ACCOUNT = "INTEXPENSE"
               OR WS-LOOKUP-ACCOUNT = "INTINCOME"
               OR WS-LOOKUP-ACCOUNT = "LOANBOOK"
               OR WS-LOOKUP-ACCOUNT = "FXREVAL"
               OR WS-LOOKUP-ACCOUNT = "FXPOSITION"
               OR WS-LOOKUP-ACCOUNT = "WRITEOFF"
               OR WS-LOOKUP-ACCOUNT = "OPLOSS"
               OR WS-LOOKUP-ACCOUNT(1:3) = "TD-"
               OR WS-LOOKUP-ACCOUNT(1:3) = "RD-"
               OR WS-LOOKUP-ACCOUNT(1:3) = "IB-"
               MOVE "Y" TO WS-IS-INTERNAL
           END-IF
           .

      * Alta de WS-LOOKUP-ACCOUNT con la entrada WS-LOOKUP-REG del
      * registro (0 = sin registro); el periodo es el mes para las
      * de cuadre mensual y el dia para las demas
       ADD-ACCOUNT.
           IF WS-ACC-COUNT >= WS-ACC-MAX
               ADD 1 TO WS-ACC-OVERFLOW
               MOVE "N" TO WS-ACC-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ACC-COUNT
           MOVE WS-ACC-COUNT TO WS-ACC-IX
           MOVE "Y" TO WS-ACC-FOUND
           MOVE WS-LOOKUP-ACCOUNT TO ACC-ID(WS-ACC-IX)
           MOVE WS-LOOKUP-REG TO ACC-REG(WS-ACC-IX)
           MOVE 0 TO ACC-OPENING(WS-ACC-IX)
           MOVE 0 TO ACC-CLOSING(WS-ACC-IX)
           MOVE 0 TO ACC-MOVES(WS-ACC-IX)
           MOVE SPACES TO ACC-STATE(WS-ACC-IX)
           MOVE WS-PROOF-DATE TO ACC-PERIOD-START(WS-ACC-IX)
           IF WS-LOOKUP-REG > 0
               IF REG-ZERO-MONTHLY(WS-LOOKUP-REG)
                   MOVE WS-MONTH-START
                       TO ACC-PERIOD-START(WS-ACC-IX)
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * EVALUATE-ACCOUNT - Estado de la cuenta IX-ACC frente a su
      * comportamiento esperado:
      *   CUADRA     - dentro de tolerancia
      *   DESCUADRE  - fuera de tolerancia
      *   SIN-CUADRE - OPEN, o mensual fuera de fin de mes
      *   SIN-REG    - interna sin entrada en el registro
      * ----------------------------------------------------------------
       EVALUATE-ACCOUNT.
           IF ACC-REG(IX-ACC) = 0
               MOVE "SIN-REG" TO ACC-STATE(IX-ACC)
               ADD 1 TO WS-UNREG-COUNT
               EXIT PARAGRAPH
           END-IF

           SET IX-REG TO ACC-REG(IX-ACC)
           IF REG-OPEN(IX-REG)
               OR (REG-ZERO-MONTHLY(IX-REG) AND WS-IS-MONTH-END = "N")
               MOVE "SIN-CUADRE" TO ACC-STATE(IX-ACC)
               EXIT PARAGRAPH
           END-IF

           MOVE ACC-CLOSING(IX-ACC) TO WS-ABS-BALANCE
           IF WS-ABS-BALANCE < 0
               COMPUTE WS-ABS-BALANCE = 0 - WS-ABS-BALANCE
           END-IF

           IF WS-ABS-BALANCE > REG-TOLERANCE(IX-REG)
               MOVE "DESCUADRE" TO ACC-STATE(IX-ACC)
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               MOVE "CUADRA" TO ACC-STATE(IX-ACC)
           END-IF
           .

      * ----------------------------------------------------------------
      * UPDATE-BREAKS-FILE - Copia los descuadres anotados salvo los
      * OPEN de este mismo dia (se rehacen), recuerda los ya visados
      * de hoy y anade los descuadres de esta ejecucion que no lo
      * estan
      * ----------------------------------------------------------------
       UPDATE-BREAKS-FILE.
           OPEN OUTPUT BREAKS-NEW-FILE

           OPEN INPUT BREAKS-FILE
           IF WS-BREAKS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BREAKS-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM COPY-BREAK-ROW
                   END-READ
               END-PERFORM
               CLOSE BREAKS-FILE
           END-IF

           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               IF ACC-STATE(IX-ACC) = "DESCUADRE"
                   PERFORM APPEND-BREAK-ROW
               END-IF
           END-PERFORM

           CLOSE BREAKS-NEW-FILE

           MOVE SPACES TO WS-COMMAND
           STRING "mv data/internal-breaks.csv.new "
                      DELIMITED BY SIZE
                  "data/internal-breaks.csv" DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "ERROR: no se pudo reescribir "
                   "data/internal-breaks.csv"
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       COPY-BREAK-ROW.
           IF BREAKS-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-B-DATE WS-B-ACCOUNT WS-B-BALANCE
                          WS-B-BEHAVIOUR WS-B-TOLERANCE WS-B-DEPT
                          WS-B-OWNER WS-B-STATE
           UNSTRING BREAKS-LINE DELIMITED BY ","
               INTO WS-B-DATE WS-B-ACCOUNT WS-B-BALANCE
                    WS-B-BEHAVIOUR WS-B-TOLERANCE WS-B-DEPT
                    WS-B-OWNER WS-B-STATE
           END-UNSTRING

           IF WS-B-DATE = WS-PROOF-DATE
               IF WS-B-STATE = "OPEN"
                   ADD 1 TO WS-DROPPED
                   EXIT PARAGRAPH
               END-IF
               IF WS-SIGNED-COUNT < WS-SIGNED-MAX
                   ADD 1 TO WS-SIGNED-COUNT
                   MOVE WS-B-ACCOUNT
                       TO WS-SIGNED-ACCOUNT(WS-SIGNED-COUNT)
               END-IF
           END-IF

           MOVE BREAKS-LINE TO BREAKS-NEW-LINE
           WRITE BREAKS-NEW-LINE
           .

       APPEND-BREAK-ROW.
           MOVE "N" TO WS-SIGNED-FOUND
           PERFORM VARYING IX-SGN FROM 1 BY 1
               UNTIL IX-SGN > WS-SIGNED-COUNT
               IF WS-SIGNED-ACCOUNT(IX-SGN) = ACC-ID(IX-ACC)
                   MOVE "Y" TO WS-SIGNED-FOUND
               END-IF
           END-PERFORM
           IF WS-SIGNED-FOUND = "Y"
               ADD 1 TO WS-SIGNED-BREAKS
               EXIT PARAGRAPH
           END-IF

           SET IX-REG TO ACC-REG(IX-ACC)
           MOVE ACC-CLOSING(IX-ACC) TO FORMATTED-AMT
           MOVE FUNCTION TRIM(FORMATTED-AMT) TO WS-AMT-TEXT
           MOVE REG-TOLERANCE(IX-REG) TO FORMATTED-TOL
           MOVE FUNCTION TRIM(FORMATTED-TOL) TO WS-TOL-TEXT

           MOVE SPACES TO BREAKS-NEW-LINE
           STRING WS-PROOF-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ACC-ID(IX-ACC) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-AMT-TEXT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  REG-BEHAVIOUR(IX-REG) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TOL-TEXT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(REG-DEPT(IX-REG)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  REG-OWNER(IX-REG) DELIMITED BY SPACE
                  ",OPEN,,," DELIMITED BY SIZE
               INTO BREAKS-NEW-LINE
           END-STRING
           WRITE BREAKS-NEW-LINE
           ADD 1 TO WS-NEW-BREAKS
           .

      * ----------------------------------------------------------------
      * WRITE-PROOF-REPORT - Todas las cuentas con su estado; cada
      * descuadre con los movimientos del periodo que lo causan; las
      * internas sin registro al final
      * ----------------------------------------------------------------
       WRITE-PROOF-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "CUADRE DIARIO DE CUENTAS INTERNAS - "
                      DELIMITED BY SIZE
                  WS-PROOF-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-IS-MONTH-END = "Y"
               MOVE "Fin de mes: se cuadran tambien las ZERO-MONTHLY"
                   TO REPORT-LINE
           ELSE
               MOVE "Dia ordinario: las ZERO-MONTHLY no se cuadran"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE "========================================"
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CUENTA          DEPARTAMENTO         "
                      DELIMITED BY SIZE
                  "COMPORTAMIENTO            SALDO  ESTADO"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               IF ACC-REG(IX-ACC) > 0
                   PERFORM WRITE-SUMMARY-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "---- DESCUADRES ----" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BREAK-COUNT = 0
               MOVE "Sin descuadres: todas las cuentas cuadran"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING IX-ACC FROM 1 BY 1
               UNTIL IX-ACC > WS-ACC-COUNT
               IF ACC-STATE(IX-ACC) = "DESCUADRE"
                   PERFORM WRITE-BREAK-DETAIL
               END-IF
           END-PERFORM
           IF WS-MOV-OVERFLOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING "AVISO: " WS-MOV-OVERFLOW
                      " movimientos no caben en el detalle"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-UNREG-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "---- CUENTAS INTERNAS SIN REGISTRO ----"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING IX-ACC FROM 1 BY 1
                   UNTIL IX-ACC > WS-ACC-COUNT
                   IF ACC-REG(IX-ACC) = 0
                       PERFORM WRITE-UNREGISTERED-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE "----------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Descuadres: " WS-BREAK-COUNT
                  "  pendientes de visado: " WS-NEW-BREAKS
                  "  ya visados: " WS-SIGNED-BREAKS
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Cuentas internas sin registro: " WS-UNREG-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE
           .

       WRITE-SUMMARY-LINE.
           SET IX-REG TO ACC-REG(IX-ACC)
           MOVE ACC-CLOSING(IX-ACC) TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING ACC-ID(IX-ACC)(1:15) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REG-DEPT(IX-REG) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REG-BEHAVIOUR(IX-REG) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ACC-STATE(IX-ACC) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       WRITE-BREAK-DETAIL.
           SET IX-REG TO ACC-REG(IX-ACC)
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING ACC-ID(IX-ACC) DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(REG-PURPOSE(IX-REG)) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE REG-TOLERANCE(IX-REG) TO FORMATTED-TOL
           MOVE SPACES TO REPORT-LINE
           STRING "  Departamento: " DELIMITED BY SIZE
                  FUNCTION TRIM(REG-DEPT(IX-REG)) DELIMITED BY SIZE
                  "  Propietario: " DELIMITED BY SIZE
                  REG-OWNER(IX-REG) DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  REG-BEHAVIOUR(IX-REG) DELIMITED BY SPACE
                  "  tolerancia " DELIMITED BY SIZE
                  FUNCTION TRIM(FORMATTED-TOL) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE ACC-OPENING(IX-ACC) TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "  Saldo al inicio del " DELIMITED BY SIZE
                  ACC-PERIOD-START(IX-ACC) DELIMITED BY SIZE
                  "        : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING IX-MOV FROM 1 BY 1
               UNTIL IX-MOV > WS-MOV-COUNT
               IF MOV-ACC(IX-MOV) = IX-ACC
                   PERFORM WRITE-MOVEMENT-LINE
               END-IF
           END-PERFORM

           MOVE ACC-CLOSING(IX-ACC) TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "  Saldo al cierre del " DELIMITED BY SIZE
                  WS-PROOF-DATE DELIMITED BY SIZE
                  "        : " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "N" TO WS-SIGNED-FOUND
           PERFORM VARYING IX-SGN FROM 1 BY 1
               UNTIL IX-SGN > WS-SIGNED-COUNT
               IF WS-SIGNED-ACCOUNT(IX-SGN) = ACC-ID(IX-ACC)
                   MOVE "Y" TO WS-SIGNED-FOUND
               END-IF
           END-PERFORM
           IF WS-SIGNED-FOUND = "Y"
               MOVE "  Visado del propietario: VISADO"
                   TO REPORT-LINE
           ELSE
               MOVE "  Visado del propietario: PENDIENTE"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

       WRITE-MOVEMENT-LINE.
           MOVE MOV-EFFECT(IX-MOV) TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                  MOV-DATE(IX-MOV) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOV-TYPE(IX-MOV) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MOV-REF(IX-MOV) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOV-DETAIL(IX-MOV) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       WRITE-UNREGISTERED-LINE.
           MOVE ACC-CLOSING(IX-ACC) TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING ACC-ID(IX-ACC)(1:15) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-AMT DELIMITED BY SIZE
                  "  (sin finalidad ni propietario)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       END PROGRAM INTERNAL-PROOF.
