      ******************************************************************
      * MT940-EXPORT: Extracto diario MT940 para clientes de empresa
      *
      * Los sistemas financieros de las empresas no leen el texto de
      * STATEMENT ni de CUSTOMER-STATEMENT. Cada noche este paso del
      * cierre deja, para cada cuenta suscrita en MBMAIN
      * (data/mt940-subscriptions.csv:
      *   cuenta,destinatario,estado,cajero,fecha-alta,fecha-baja
      * solo las ACTIVE), un fichero con la estructura de campos
      * MT940 en data/mt940/<cuenta>-AAAAMMDD.sta:
      *   :20:  referencia del extracto (MB + fecha + numero)
      *   :25:  cuenta
      *   :28C: numero de extracto correlativo por cuenta/pagina
      *   :60F: saldo contable de apertura (C/D, AAMMDD, divisa,
      *         importe con coma decimal)
      *   :61:  una linea por movimiento del dia: fecha valor
      *         AAMMDD, fecha de anotacion MMDD, marca C/D (RC/RD
      *         para un extorno), importe, tipo Nxxx, referencia del
      *         cliente (el campo auxiliar de la fila o NONREF) y
      *         //nuestra referencia
      *   :86:  categoria y contrapartida del movimiento
      *   :62F: saldo contable de cierre
      *   :64:  saldo disponible: cierre menos retenciones ACTIVE de
      *         data/holds.csv
      * El saldo se deriva del ledger como en BALANCE-CERT (archivos
      * de purga, particiones de data/tx-partitions.dat y ledger
      * vivo): apertura con las filas anteriores al dia, cierre con
      * las del dia. La divisa es la columna 7 de data/accounts.csv
      * o, en blanco, MINIBANK_BASE_CCY (EUR por defecto).
      *
      * El dia es MT940_DATE (AAAA-MM-DD) o la fecha de negocio que
      * se cierra (data/business-date.dat). El ultimo numero de
      * extracto y su fecha por cuenta quedan en
      * data/mt940-sequence.csv (cuenta,numero,fecha); repetir el
      * mismo dia reutiliza el numero y rehace el fichero.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MT940-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBS-FILE ASSIGN TO "data/mt940-subscriptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.
           SELECT SEQ-FILE ASSIGN TO "data/mt940-sequence.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT SEQ-NEW-FILE ASSIGN TO "data/mt940-sequence.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "data/holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT TX-FILE ASSIGN TO "data/transactions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
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
           SELECT STMT-FILE ASSIGN TO DYNAMIC WS-STMT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBS-FILE.
       01  SUBS-LINE             PIC X(150).
       FD  SEQ-FILE.
       01  SEQ-LINE              PIC X(80).
       FD  SEQ-NEW-FILE.
       01  SEQ-NEW-LINE          PIC X(80).
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(150).
       FD  HOLDS-FILE.
       01  HOLDS-LINE            PIC X(200).
       FD  TX-FILE.
       01  TX-LINE               PIC X(120).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE          PIC X(120).
       FD  PART-MANIFEST-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  PART-FILE.
       01  PART-LINE             PIC X(120).
       FD  STMT-FILE.
       01  STMT-LINE             PIC X(80).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).

       WORKING-STORAGE SECTION.

       77  WS-SUBS-STATUS        PIC XX.
       77  WS-SEQ-STATUS         PIC XX.
       77  WS-SEED-STATUS        PIC XX.
       77  WS-HOLDS-STATUS       PIC XX.
       77  WS-TX-STATUS          PIC XX.
       77  WS-ARCHIVE-STATUS     PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-PART-STATUS        PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-EOF                PIC X VALUE "N".

       77  WS-ARCHIVE-PATH       PIC X(60).
       77  WS-PART-PATH          PIC X(40).
       77  WS-PART-MONTH         PIC X(7).
       77  WS-STMT-PATH          PIC X(80).

       77  WS-ENV-DATE           PIC X(10) VALUE SPACES.
       77  WS-STMT-DATE          PIC X(10).
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-BUSDATE-LINE       PIC X(10).
       77  WS-ENV-BASE-CCY       PIC X(3) VALUE SPACES.
       77  WS-BASE-CCY           PIC X(3) VALUE "EUR".

       77  WS-COMMAND            PIC X(200).
       77  WS-RC                 PIC S9(9) COMP-5.

      * Anos de archivo de purga a intentar hacia atras
       77  WS-ARCH-YEAR          PIC 9(4).
       77  WS-ARCH-FROM-YEAR     PIC 9(4).
       77  WS-ARCH-TRIES         PIC 9(2).

      * Cuentas suscritas y su extracto del dia
       77  WS-SUB-MAX            PIC 9(3) COMP VALUE 200.
       77  WS-SUB-COUNT          PIC 9(3) COMP VALUE 0.
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY OCCURS 200 TIMES INDEXED BY IX-SUB.
               10  SUB-ACCOUNT       PIC X(30).
               10  SUB-CCY           PIC X(3).
               10  SUB-OPENING       PIC S9(13)V9(2) COMP-3.
               10  SUB-CLOSING       PIC S9(13)V9(2) COMP-3.
               10  SUB-HOLDS         PIC S9(13)V9(2) COMP-3.
               10  SUB-SEQ-NUM       PIC 9(5).
               10  SUB-PREV-DATE     PIC X(10).
               10  SUB-LINES         PIC 9(5) COMP.
       77  WS-SUB-FOUND          PIC X.
       77  WS-SUB-IX             PIC 9(3) COMP.

       77  WS-S-ACCOUNT          PIC X(30).
       77  WS-S-DEST             PIC X(40).
       77  WS-S-STATE            PIC X(10).

      * Numeros de extracto ya emitidos (data/mt940-sequence.csv)
       77  WS-SEQ-MAX            PIC 9(4) COMP VALUE 2000.
       77  WS-SEQ-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-SEQ-TABLE.
           05  WS-SEQ-ENTRY OCCURS 2000 TIMES INDEXED BY IX-SEQ.
               10  SEQ-ACCOUNT       PIC X(30).
               10  SEQ-NUMBER        PIC 9(5).
               10  SEQ-DATE          PIC X(10).
       77  WS-Q-ACCOUNT          PIC X(30).
       77  WS-Q-NUMBER-STR       PIC X(10).
       77  WS-Q-DATE             PIC X(10).
       77  WS-SEQ-FOUND          PIC X.

      * Movimientos del dia de las cuentas suscritas, en el orden
      * del ledger
       77  WS-DAY-MAX            PIC 9(5) COMP VALUE 5000.
       77  WS-DAY-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 5000 TIMES INDEXED BY IX-DAY.
               10  DAY-SUB           PIC 9(3) COMP.
               10  DAY-MARK          PIC X(2).
               10  DAY-AMOUNT        PIC S9(13)V9(2) COMP-3.
               10  DAY-TYPE-CODE     PIC X(4).
               10  DAY-CUST-REF      PIC X(16).
               10  DAY-BANK-REF      PIC X(16).
               10  DAY-INFO          PIC X(65).
       77  WS-DAY-OVERFLOW       PIC 9(5) VALUE 0.

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
       77  WS-LOOKUP-ACCOUNT     PIC X(30).
       77  WS-ROW-MARK           PIC X(2).
       77  WS-ROW-EFFECT         PIC S9(13)V9(2) COMP-3.
       77  WS-ROW-COUNTERPART    PIC X(30).
       77  WS-ROW-INFO-LEAD      PIC X(15).
       77  WS-ROW-INFO-DETAIL    PIC X(42).

      * Maestro de cuentas (divisa) y retenciones
       77  WS-SEED-ID            PIC X(30).
       77  WS-SEED-F2            PIC X(100).
       77  WS-SEED-F3            PIC X(20).
       77  WS-SEED-F4            PIC X(20).
       77  WS-SEED-F5            PIC X(20).
       77  WS-SEED-F6            PIC X(20).
       77  WS-SEED-CCY           PIC X(3).
       77  WS-HOLD-ID            PIC X(12).
       77  WS-HOLD-ACCOUNT       PIC X(30).
       77  WS-HOLD-AMOUNT-STR    PIC X(20).
       77  WS-HOLD-REASON        PIC X(40).
       77  WS-HOLD-WHO           PIC X(20).
       77  WS-HOLD-EXPIRY        PIC X(10).
       77  WS-HOLD-STATE         PIC X(10).

      * Formato de los campos MT940
       77  WS-MT-DATE6           PIC X(6).
       77  WS-MT-AMOUNT-EDIT     PIC Z(12)9.99.
       77  WS-MT-AMOUNT          PIC X(16).
       77  WS-MT-ABS             PIC 9(13)V99.
       77  WS-MT-MARK            PIC X.
       77  WS-MT-BALANCE         PIC S9(13)V9(2) COMP-3.
       77  WS-MT-BAL-TAG         PIC X(5).
       77  WS-MT-BAL-DATE        PIC X(10).
       77  WS-MT-REF20           PIC X(16).
       77  WS-SEQ-EDIT           PIC 9(5).

       77  WS-FILES-WRITTEN      PIC 9(5) VALUE 0.
       77  WS-LINES-WRITTEN      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-STATEMENT-DATE

           ACCEPT WS-ENV-BASE-CCY
               FROM ENVIRONMENT "MINIBANK_BASE_CCY"
           IF WS-ENV-BASE-CCY NOT = SPACES
               MOVE WS-ENV-BASE-CCY TO WS-BASE-CCY
           END-IF

           PERFORM LOAD-SUBSCRIPTIONS
           IF WS-SUB-COUNT = 0
               DISPLAY "MT940: sin cuentas suscritas; nada que "
                   "exportar"
               GOBACK
           END-IF

           PERFORM LOAD-CURRENCIES
           PERFORM LOAD-HOLDS
           PERFORM LOAD-SEQUENCES

           PERFORM SCAN-PURGE-ARCHIVES
           PERFORM SCAN-PARTITIONS
           MOVE "data/transactions.csv" TO WS-PART-PATH
           PERFORM SCAN-LEDGER-FILE

           IF WS-DAY-OVERFLOW > 0
               DISPLAY "ERROR: mas de " WS-DAY-MAX " movimientos "
                   "del dia en cuentas suscritas; extractos no "
                   "generados"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "mkdir -p data/mt940" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "ERROR: no se pudo crear data/mt940"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING IX-SUB FROM 1 BY 1
               UNTIL IX-SUB > WS-SUB-COUNT
               PERFORM WRITE-STATEMENT
           END-PERFORM

           PERFORM SAVE-SEQUENCES

           DISPLAY "MT940 " WS-STMT-DATE ": " WS-FILES-WRITTEN
               " extractos, " WS-LINES-WRITTEN " movimientos en "
               "data/mt940"
           GOBACK
           .

       GET-STATEMENT-DATE.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "MT940_DATE"
           IF WS-ENV-DATE NOT = SPACES
               MOVE WS-ENV-DATE TO WS-STMT-DATE
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-STMT-DATE
           END-STRING

           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE INTO WS-BUSDATE-LINE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE-FILE
               IF WS-BUSDATE-LINE NOT = SPACES
                   MOVE WS-BUSDATE-LINE TO WS-STMT-DATE
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-SUBSCRIPTIONS - Cuentas con suscripcion ACTIVE (una sola
      * vez cada una)
      * ----------------------------------------------------------------
       LOAD-SUBSCRIPTIONS.
           OPEN INPUT SUBS-FILE
           IF WS-SUBS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SUBS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-S-STATE
                       UNSTRING SUBS-LINE DELIMITED BY ","
                           INTO WS-S-ACCOUNT WS-S-DEST WS-S-STATE
                       END-UNSTRING
                       IF WS-S-STATE = "ACTIVE"
                           MOVE WS-S-ACCOUNT TO WS-LOOKUP-ACCOUNT
                           PERFORM FIND-SUBSCRIPTION
                           IF WS-SUB-FOUND = "N"
                               PERFORM ADD-SUBSCRIPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUBS-FILE
           .

       ADD-SUBSCRIPTION.
           IF WS-SUB-COUNT >= WS-SUB-MAX
               DISPLAY "AVISO: mas de " WS-SUB-MAX " suscripciones "
                   "MT940; se ignora " FUNCTION TRIM(WS-S-ACCOUNT)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SUB-COUNT
           MOVE WS-S-ACCOUNT TO SUB-ACCOUNT(WS-SUB-COUNT)
           MOVE WS-BASE-CCY TO SUB-CCY(WS-SUB-COUNT)
           MOVE 0 TO SUB-OPENING(WS-SUB-COUNT)
           MOVE 0 TO SUB-CLOSING(WS-SUB-COUNT)
           MOVE 0 TO SUB-HOLDS(WS-SUB-COUNT)
           MOVE 0 TO SUB-SEQ-NUM(WS-SUB-COUNT)
           MOVE SPACES TO SUB-PREV-DATE(WS-SUB-COUNT)
           MOVE 0 TO SUB-LINES(WS-SUB-COUNT)
           .

      * Busca WS-LOOKUP-ACCOUNT entre las suscritas: WS-SUB-FOUND y
      * WS-SUB-IX
       FIND-SUBSCRIPTION.
           MOVE "N" TO WS-SUB-FOUND
           MOVE 0 TO WS-SUB-IX
           IF WS-LOOKUP-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IX-SUB FROM 1 BY 1
               UNTIL IX-SUB > WS-SUB-COUNT OR WS-SUB-FOUND = "Y"
               IF SUB-ACCOUNT(IX-SUB) = WS-LOOKUP-ACCOUNT
                   MOVE "Y" TO WS-SUB-FOUND
                   SET WS-SUB-IX TO IX-SUB
               END-IF
           END-PERFORM
           .

      * Divisa de la cuenta: columna 7 de data/accounts.csv
       LOAD-CURRENCIES.
           OPEN INPUT SEED-FILE
           IF WS-SEED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SEED-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-SEED-CCY
                       UNSTRING SEED-LINE DELIMITED BY ","
                           INTO WS-SEED-ID WS-SEED-F2 WS-SEED-F3
                                WS-SEED-F4 WS-SEED-F5 WS-SEED-F6
                                WS-SEED-CCY
                       END-UNSTRING
                       MOVE WS-SEED-ID TO WS-LOOKUP-ACCOUNT
                       PERFORM FIND-SUBSCRIPTION
                       IF WS-SUB-FOUND = "Y"
                           AND WS-SEED-CCY NOT = SPACES
                           MOVE WS-SEED-CCY TO SUB-CCY(WS-SUB-IX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SEED-FILE
           .

      * Retenciones ACTIVE: id,cuenta,importe,motivo,quien,
      * vencimiento,estado,fecha
       LOAD-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLDS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-HOLD-STATE
                       UNSTRING HOLDS-LINE DELIMITED BY ","
                           INTO WS-HOLD-ID WS-HOLD-ACCOUNT
                                WS-HOLD-AMOUNT-STR WS-HOLD-REASON
                                WS-HOLD-WHO WS-HOLD-EXPIRY
                                WS-HOLD-STATE
                       END-UNSTRING
                       IF WS-HOLD-STATE = "ACTIVE"
                           AND FUNCTION TEST-NUMVAL(WS-HOLD-AMOUNT-STR)
                               = 0
                           MOVE WS-HOLD-ACCOUNT TO WS-LOOKUP-ACCOUNT
                           PERFORM FIND-SUBSCRIPTION
                           IF WS-SUB-FOUND = "Y"
                               ADD FUNCTION NUMVAL(WS-HOLD-AMOUNT-STR)
                                   TO SUB-HOLDS(WS-SUB-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOLDS-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-SEQUENCES - Ultimo numero de extracto por cuenta; el
      * mismo dia repetido reutiliza su numero
      * ----------------------------------------------------------------
       LOAD-SEQUENCES.
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SEQ-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM ADD-SEQUENCE-ROW
                   END-READ
               END-PERFORM
               CLOSE SEQ-FILE
           END-IF

           PERFORM VARYING IX-SUB FROM 1 BY 1
               UNTIL IX-SUB > WS-SUB-COUNT
               MOVE "N" TO WS-SEQ-FOUND
               PERFORM VARYING IX-SEQ FROM 1 BY 1
                   UNTIL IX-SEQ > WS-SEQ-COUNT OR WS-SEQ-FOUND = "Y"
                   IF SEQ-ACCOUNT(IX-SEQ) = SUB-ACCOUNT(IX-SUB)
                       MOVE "Y" TO WS-SEQ-FOUND
                       PERFORM ASSIGN-STATEMENT-NUMBER
                   END-IF
               END-PERFORM
               IF WS-SEQ-FOUND = "N" AND WS-SEQ-COUNT < WS-SEQ-MAX
                   ADD 1 TO WS-SEQ-COUNT
                   MOVE SUB-ACCOUNT(IX-SUB) TO SEQ-ACCOUNT(WS-SEQ-COUNT)
                   MOVE 1 TO SEQ-NUMBER(WS-SEQ-COUNT)
                   MOVE WS-STMT-DATE TO SEQ-DATE(WS-SEQ-COUNT)
                   MOVE 1 TO SUB-SEQ-NUM(IX-SUB)
               END-IF
           END-PERFORM
           .

       ADD-SEQUENCE-ROW.
           IF WS-SEQ-COUNT >= WS-SEQ-MAX OR SEQ-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Q-NUMBER-STR WS-Q-DATE
           UNSTRING SEQ-LINE DELIMITED BY ","
               INTO WS-Q-ACCOUNT WS-Q-NUMBER-STR WS-Q-DATE
           END-UNSTRING
           ADD 1 TO WS-SEQ-COUNT
           MOVE WS-Q-ACCOUNT TO SEQ-ACCOUNT(WS-SEQ-COUNT)
           MOVE 0 TO SEQ-NUMBER(WS-SEQ-COUNT)
           IF FUNCTION TEST-NUMVAL(WS-Q-NUMBER-STR) = 0
               MOVE FUNCTION NUMVAL(WS-Q-NUMBER-STR)
                   TO SEQ-NUMBER(WS-SEQ-COUNT)
           END-IF
           MOVE WS-Q-DATE TO SEQ-DATE(WS-SEQ-COUNT)
           .

      * Numero del extracto de hoy para IX-SUB a partir de su fila
      * IX-SEQ; la apertura lleva la fecha del extracto anterior
       ASSIGN-STATEMENT-NUMBER.
           IF SEQ-DATE(IX-SEQ) = WS-STMT-DATE
               MOVE SEQ-NUMBER(IX-SEQ) TO SUB-SEQ-NUM(IX-SUB)
               EXIT PARAGRAPH
           END-IF

           MOVE SEQ-DATE(IX-SEQ) TO SUB-PREV-DATE(IX-SUB)
           IF SEQ-NUMBER(IX-SEQ) >= 99999
               MOVE 1 TO SEQ-NUMBER(IX-SEQ)
           ELSE
               ADD 1 TO SEQ-NUMBER(IX-SEQ)
           END-IF
           MOVE WS-STMT-DATE TO SEQ-DATE(IX-SEQ)
           MOVE SEQ-NUMBER(IX-SEQ) TO SUB-SEQ-NUM(IX-SUB)
           .

       SAVE-SEQUENCES.
           OPEN OUTPUT SEQ-NEW-FILE
           PERFORM VARYING IX-SEQ FROM 1 BY 1
               UNTIL IX-SEQ > WS-SEQ-COUNT
               MOVE SPACES TO SEQ-NEW-LINE
               STRING SEQ-ACCOUNT(IX-SEQ) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      SEQ-NUMBER(IX-SEQ) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      SEQ-DATE(IX-SEQ) DELIMITED BY SIZE
                   INTO SEQ-NEW-LINE
               END-STRING
               WRITE SEQ-NEW-LINE
           END-PERFORM
           CLOSE SEQ-NEW-FILE

           MOVE "mv data/mt940-sequence.csv.new data/mt940-sequence.csv"
               TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND GIVING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "AVISO: no se pudo reescribir "
                   "data/mt940-sequence.csv"
           END-IF
           .

      * ----------------------------------------------------------------
      * SCAN-PURGE-ARCHIVES - Historia ya purgada del ledger (mismo
      * patron que BALANCE-CERT)
      * ----------------------------------------------------------------
       SCAN-PURGE-ARCHIVES.
           MOVE WS-STMT-DATE(1:4) TO WS-ARCH-FROM-YEAR
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

      * Particiones del manifiesto hasta el mes del extracto
       SCAN-PARTITIONS.
           OPEN INPUT PART-MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MANIFEST-STATUS NOT = "00"
               READ PART-MANIFEST-FILE
               IF WS-MANIFEST-STATUS = "00"
                   MOVE PART-MANIFEST-REC(1:7) TO WS-PART-MONTH
                   IF WS-PART-MONTH <= WS-STMT-DATE(1:7)
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
      * APPLY-LEDGER-LINE - Las filas anteriores al dia van a la
      * apertura; las del dia, al cierre y a las lineas :61: de cada
      * cuenta suscrita que tocan (ordenante y beneficiario de una
      * transferencia por separado)
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

           IF WS-CSV-DATE > WS-STMT-DATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CSV-AMOUNT-STR) TO WS-CSV-AMOUNT

           EVALUATE WS-CSV-TYPE
               WHEN "CREDIT"
                   MOVE WS-CSV-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   MOVE "C" TO WS-ROW-MARK
                   MOVE SPACES TO WS-ROW-COUNTERPART
                   PERFORM APPLY-TO-SUBSCRIPTION
               WHEN "DEBIT"
                   MOVE WS-CSV-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   MOVE "D" TO WS-ROW-MARK
                   MOVE SPACES TO WS-ROW-COUNTERPART
                   PERFORM APPLY-TO-SUBSCRIPTION
               WHEN "TRANSFER"
                   MOVE WS-CSV-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   MOVE "D" TO WS-ROW-MARK
                   MOVE WS-CSV-AUX(1:30) TO WS-ROW-COUNTERPART
                   PERFORM APPLY-TO-SUBSCRIPTION
                   MOVE WS-CSV-AUX(1:30) TO WS-LOOKUP-ACCOUNT
                   MOVE "C" TO WS-ROW-MARK
                   MOVE WS-CSV-ACCOUNT TO WS-ROW-COUNTERPART
                   PERFORM APPLY-TO-SUBSCRIPTION
               WHEN "REVERSAL"
                   MOVE SPACES TO WS-REV-ORIG-TYPE WS-REV-REF
                   UNSTRING WS-CSV-AUX DELIMITED BY ":"
                       INTO WS-REV-ORIG-TYPE WS-REV-REF
                   END-UNSTRING
                   MOVE WS-CSV-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   IF WS-REV-ORIG-TYPE = "CREDIT"
                       MOVE "RC" TO WS-ROW-MARK
                   ELSE
                       MOVE "RD" TO WS-ROW-MARK
                   END-IF
                   MOVE SPACES TO WS-ROW-COUNTERPART
                   PERFORM APPLY-TO-SUBSCRIPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       APPLY-TO-SUBSCRIPTION.
           PERFORM FIND-SUBSCRIPTION
           IF WS-SUB-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

      *    Un extorno de un abono resta; el de un cargo suma
           IF WS-ROW-MARK = "C" OR WS-ROW-MARK = "RD"
               MOVE WS-CSV-AMOUNT TO WS-ROW-EFFECT
           ELSE
               COMPUTE WS-ROW-EFFECT = 0 - WS-CSV-AMOUNT
           END-IF

           IF WS-CSV-DATE < WS-STMT-DATE
               ADD WS-ROW-EFFECT TO SUB-OPENING(WS-SUB-IX)
           END-IF
           ADD WS-ROW-EFFECT TO SUB-CLOSING(WS-SUB-IX)

           IF WS-CSV-DATE = WS-STMT-DATE
               PERFORM ADD-DAY-LINE
           END-IF
           .

       ADD-DAY-LINE.
           IF WS-DAY-COUNT >= WS-DAY-MAX
               ADD 1 TO WS-DAY-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DAY-COUNT
           SET IX-DAY TO WS-DAY-COUNT
           MOVE WS-SUB-IX TO DAY-SUB(IX-DAY)
           MOVE WS-ROW-MARK TO DAY-MARK(IX-DAY)
           MOVE WS-CSV-AMOUNT TO DAY-AMOUNT(IX-DAY)
           MOVE WS-CSV-REF TO DAY-BANK-REF(IX-DAY)
           IF WS-CSV-REF = SPACES
               MOVE "NONREF" TO DAY-BANK-REF(IX-DAY)
           END-IF

      *    Tipo de movimiento (Nxxx)
           EVALUATE TRUE
               WHEN WS-CSV-TYPE = "TRANSFER"
                   MOVE "NTRF" TO DAY-TYPE-CODE(IX-DAY)
               WHEN WS-CSV-CATEGORY = "COMISION"
                   MOVE "NCHG" TO DAY-TYPE-CODE(IX-DAY)
               WHEN WS-CSV-CATEGORY = "INTERES"
                   MOVE "NINT" TO DAY-TYPE-CODE(IX-DAY)
               WHEN WS-CSV-AUX(1:4) = "CHQ:"
                   MOVE "NCHK" TO DAY-TYPE-CODE(IX-DAY)
               WHEN OTHER
                   MOVE "NMSC" TO DAY-TYPE-CODE(IX-DAY)
           END-EVALUATE

      *    Referencia del cliente: el auxiliar de la fila salvo en
      *    transferencias (contrapartida) y extornos (ref. original)
           IF WS-CSV-TYPE = "TRANSFER" OR WS-CSV-TYPE = "REVERSAL"
               OR WS-CSV-AUX = SPACES
               MOVE "NONREF" TO DAY-CUST-REF(IX-DAY)
           ELSE
               MOVE WS-CSV-AUX TO DAY-CUST-REF(IX-DAY)
           END-IF

      *    Informacion: categoria (o tipo de la fila) y contrapartida
      *    de la transferencia, original del extorno o auxiliar
           MOVE WS-CSV-CATEGORY TO WS-ROW-INFO-LEAD
           IF WS-ROW-INFO-LEAD = SPACES
               MOVE WS-CSV-TYPE TO WS-ROW-INFO-LEAD
           END-IF
           IF WS-ROW-COUNTERPART NOT = SPACES
               MOVE WS-ROW-COUNTERPART TO WS-ROW-INFO-DETAIL
           ELSE
               MOVE WS-CSV-AUX TO WS-ROW-INFO-DETAIL
           END-IF
           MOVE SPACES TO DAY-INFO(IX-DAY)
           STRING WS-ROW-INFO-LEAD DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ROW-INFO-DETAIL DELIMITED BY SPACE
               INTO DAY-INFO(IX-DAY)
           END-STRING
           .

      * ----------------------------------------------------------------
      * WRITE-STATEMENT - Fichero MT940 de la cuenta IX-SUB
      * ----------------------------------------------------------------
       WRITE-STATEMENT.
           MOVE SPACES TO WS-STMT-PATH
           STRING "data/mt940/" DELIMITED BY SIZE
                  SUB-ACCOUNT(IX-SUB) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-STMT-DATE(1:4) DELIMITED BY SIZE
                  WS-STMT-DATE(6:2) DELIMITED BY SIZE
                  WS-STMT-DATE(9:2) DELIMITED BY SIZE
                  ".sta" DELIMITED BY SIZE
               INTO WS-STMT-PATH
           END-STRING

           OPEN OUTPUT STMT-FILE

           MOVE SUB-SEQ-NUM(IX-SUB) TO WS-SEQ-EDIT
           MOVE SPACES TO WS-MT-REF20
           STRING "MB" DELIMITED BY SIZE
                  WS-STMT-DATE(1:4) DELIMITED BY SIZE
                  WS-STMT-DATE(6:2) DELIMITED BY SIZE
                  WS-STMT-DATE(9:2) DELIMITED BY SIZE
                  WS-SEQ-EDIT DELIMITED BY SIZE
               INTO WS-MT-REF20
           END-STRING

           MOVE SPACES TO STMT-LINE
           STRING ":20:" DELIMITED BY SIZE
                  WS-MT-REF20 DELIMITED BY SPACE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING ":25:" DELIMITED BY SIZE
                  SUB-ACCOUNT(IX-SUB) DELIMITED BY SPACE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING ":28C:" DELIMITED BY SIZE
                  WS-SEQ-EDIT DELIMITED BY SIZE
                  "/001" DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           MOVE ":60F:" TO WS-MT-BAL-TAG
           MOVE SUB-OPENING(IX-SUB) TO WS-MT-BALANCE
           MOVE SUB-PREV-DATE(IX-SUB) TO WS-MT-BAL-DATE
           IF WS-MT-BAL-DATE = SPACES
               MOVE WS-STMT-DATE TO WS-MT-BAL-DATE
           END-IF
           PERFORM WRITE-BALANCE-FIELD

           PERFORM VARYING IX-DAY FROM 1 BY 1
               UNTIL IX-DAY > WS-DAY-COUNT
               IF DAY-SUB(IX-DAY) = IX-SUB
                   PERFORM WRITE-STATEMENT-LINE
               END-IF
           END-PERFORM

           MOVE ":62F:" TO WS-MT-BAL-TAG
           MOVE SUB-CLOSING(IX-SUB) TO WS-MT-BALANCE
           MOVE WS-STMT-DATE TO WS-MT-BAL-DATE
           PERFORM WRITE-BALANCE-FIELD

           MOVE ":64:" TO WS-MT-BAL-TAG
           COMPUTE WS-MT-BALANCE = SUB-CLOSING(IX-SUB)
               - SUB-HOLDS(IX-SUB)
           PERFORM WRITE-BALANCE-FIELD

           MOVE "-" TO STMT-LINE
           WRITE STMT-LINE

           CLOSE STMT-FILE
           ADD 1 TO WS-FILES-WRITTEN
           .

      * :61: y su :86:
       WRITE-STATEMENT-LINE.
           MOVE WS-STMT-DATE TO WS-MT-BAL-DATE
           PERFORM FORMAT-MT-DATE
           MOVE DAY-AMOUNT(IX-DAY) TO WS-MT-ABS
           PERFORM FORMAT-MT-AMOUNT

           MOVE SPACES TO STMT-LINE
           STRING ":61:" DELIMITED BY SIZE
                  WS-MT-DATE6 DELIMITED BY SIZE
                  WS-MT-DATE6(3:4) DELIMITED BY SIZE
                  DAY-MARK(IX-DAY) DELIMITED BY SPACE
                  WS-MT-AMOUNT DELIMITED BY SPACE
                  DAY-TYPE-CODE(IX-DAY) DELIMITED BY SIZE
                  DAY-CUST-REF(IX-DAY) DELIMITED BY SPACE
                  "//" DELIMITED BY SIZE
                  DAY-BANK-REF(IX-DAY) DELIMITED BY SPACE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           MOVE SPACES TO STMT-LINE
           STRING ":86:" DELIMITED BY SIZE
                  DAY-INFO(IX-DAY) DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           ADD 1 TO WS-LINES-WRITTEN
           .

      * Campo de saldo WS-MT-BAL-TAG: marca, fecha, divisa, importe
       WRITE-BALANCE-FIELD.
           IF WS-MT-BALANCE < 0
               MOVE "D" TO WS-MT-MARK
               COMPUTE WS-MT-ABS = 0 - WS-MT-BALANCE
           ELSE
               MOVE "C" TO WS-MT-MARK
               MOVE WS-MT-BALANCE TO WS-MT-ABS
           END-IF
           PERFORM FORMAT-MT-DATE
           PERFORM FORMAT-MT-AMOUNT

           MOVE SPACES TO STMT-LINE
           STRING WS-MT-BAL-TAG DELIMITED BY SPACE
                  WS-MT-MARK DELIMITED BY SIZE
                  WS-MT-DATE6 DELIMITED BY SIZE
                  SUB-CCY(IX-SUB) DELIMITED BY SIZE
                  WS-MT-AMOUNT DELIMITED BY SPACE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           .

      * AAAA-MM-DD de WS-MT-BAL-DATE a AAMMDD
       FORMAT-MT-DATE.
           STRING WS-MT-BAL-DATE(3:2) DELIMITED BY SIZE
                  WS-MT-BAL-DATE(6:2) DELIMITED BY SIZE
                  WS-MT-BAL-DATE(9:2) DELIMITED BY SIZE
               INTO WS-MT-DATE6
           END-STRING
           .

      * WS-MT-ABS con coma decimal y sin ceros a la izquierda
       FORMAT-MT-AMOUNT.
           MOVE WS-MT-ABS TO WS-MT-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-MT-AMOUNT-EDIT) TO WS-MT-AMOUNT
           INSPECT WS-MT-AMOUNT REPLACING ALL "." BY ","
           .

       END PROGRAM MT940-EXPORT.
