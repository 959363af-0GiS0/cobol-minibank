      ******************************************************************
      * ACCT-INDEX-BUILD: Maestro indexado de cuentas
      *
      * Conversion de los ficheros de cuentas a un unico fichero
      * INDEXED (data/accounts.idx) con clave de cuenta, para que
      * los trabajos nocturnos lean por clave (modulo MBACCT) en vez
      * de cargar cada uno data/accounts.csv y data/balances.csv en
      * su propia tabla y casarlos recorriendola fila a fila:
      *   - data/accounts.csv pone la cuenta: titular, descubierto
      *     y tope diario iniciales, producto, sucursal y divisa,
      *   - data/account-master.csv (maestro de cierre de MBMAIN)
      *     pone el estado y los limites vigentes, que recogen los
      *     cambios de mantenimiento,
      *   - data/balances.csv (foto de saldos) pone el saldo y el
      *     estado de la foto.
      * El numero de cuentas queda en data/accounts.idx.cnt; MBACCT
      * solo da por bueno el maestro si esa marca no es anterior a
      * ninguno de los tres ficheros, asi que se rehace al arrancar
      * la cadena (paso ACCT-INDEX-BUILD) y otra vez despues de que
      * MINIBANK refresque la foto de saldos (ACCT-INDEX-REFRESH).
      * Una ventana de INTRADAY-POST lo deja desfasado: hasta la
      * siguiente reconstruccion los trabajos vuelven a los CSV.
      *
      * En un entorno sin soporte INDEXED el OPEN devuelve estado
      * 9x, el programa avisa y termina sin maestro; los trabajos
      * siguen cargando los CSV como siempre.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-INDEX-BUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT MASTER-FILE ASSIGN TO "data/account-master.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BALANCES-FILE ASSIGN TO "data/balances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT ACCT-INDEX-FILE ASSIGN TO "data/accounts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-ID
               FILE STATUS IS WS-IDX-STATUS.
           SELECT MARKER-FILE ASSIGN TO "data/accounts.idx.cnt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(250).
       FD  MASTER-FILE.
       01  MASTER-LINE           PIC X(200).
       FD  BALANCES-FILE.
       01  BALANCES-LINE         PIC X(150).
       FD  ACCT-INDEX-FILE.
       COPY mb-acct-rec.
       FD  MARKER-FILE.
       01  MARKER-REC            PIC X(10).

       WORKING-STORAGE SECTION.

       77  WS-SEED-STATUS        PIC XX.
       77  WS-MASTER-STATUS      PIC XX.
       77  WS-BAL-STATUS         PIC XX.
       77  WS-IDX-STATUS         PIC XX.
       77  WS-EOF                PIC X VALUE "N".
       77  WS-FIRST              PIC X.

       77  WS-SEED-ID            PIC X(30).
       77  WS-SEED-NAME          PIC X(100).
       77  WS-SEED-OVERDRAFT     PIC X(20).
       77  WS-SEED-LIMIT         PIC X(20).
       77  WS-SEED-TYPE          PIC X(10).
       77  WS-SEED-BRANCH        PIC X(10).
       77  WS-SEED-CURRENCY      PIC X(3).

       77  WS-MST-ID             PIC X(30).
       77  WS-MST-NAME           PIC X(100).
       77  WS-MST-STATUS         PIC X(10).
       77  WS-MST-OVERDRAFT      PIC X(20).
       77  WS-MST-LIMIT          PIC X(20).

       77  WS-BAL-ID             PIC X(30).
       77  WS-BAL-NAME           PIC X(100).
       77  WS-BAL-STATUS-FLD     PIC X(10).
       77  WS-BAL-F4             PIC X(20).

       77  WS-ACCOUNTS-WRITTEN   PIC 9(9) VALUE 0.
       77  WS-DUPLICATES         PIC 9(9) VALUE 0.
       77  WS-MASTER-APPLIED     PIC 9(9) VALUE 0.
       77  WS-BALANCES-APPLIED   PIC 9(9) VALUE 0.
       77  WS-BALANCES-ORPHAN    PIC 9(9) VALUE 0.
       77  WS-MARKER-STR         PIC X(10).

       PROCEDURE DIVISION.

       MAIN.
      *    Sin marca el maestro anterior no vale: si la
      *    reconstruccion no termina, los trabajos van a los CSV
           OPEN OUTPUT MARKER-FILE
           CLOSE MARKER-FILE

           OPEN OUTPUT ACCT-INDEX-FILE
           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "Aviso: este entorno no soporta ficheros "
                   "INDEXED (estado " WS-IDX-STATUS "); los "
                   "trabajos seguiran cargando los CSV"
               GOBACK
           END-IF

           OPEN INPUT SEED-FILE
           IF WS-SEED-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/accounts.csv"
               CLOSE ACCT-INDEX-FILE
               GOBACK
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ SEED-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM WRITE-SEED-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE SEED-FILE
           CLOSE ACCT-INDEX-FILE

           OPEN I-O ACCT-INDEX-FILE
           PERFORM APPLY-CLOSING-MASTER
           PERFORM APPLY-BALANCES
           CLOSE ACCT-INDEX-FILE

           MOVE WS-ACCOUNTS-WRITTEN TO WS-MARKER-STR
           OPEN OUTPUT MARKER-FILE
           WRITE MARKER-REC FROM WS-MARKER-STR
           CLOSE MARKER-FILE

           DISPLAY "Cuentas en el maestro: " WS-ACCOUNTS-WRITTEN
           DISPLAY "Filas del maestro de cierre aplicadas: "
               WS-MASTER-APPLIED
           DISPLAY "Saldos aplicados: " WS-BALANCES-APPLIED
           IF WS-DUPLICATES > 0
               DISPLAY "Aviso: cuentas duplicadas en accounts.csv: "
                   WS-DUPLICATES
           END-IF
           IF WS-BALANCES-ORPHAN > 0
               DISPLAY "Aviso: saldos de cuentas que no estan en "
                   "accounts.csv: " WS-BALANCES-ORPHAN
           END-IF
           GOBACK
           .

      * ----------------------------------------------------------------
      * WRITE-SEED-ACCOUNT - Alta de la cuenta con los valores de
      * accounts.csv (id,titular,descubierto,tope-diario,producto,
      * sucursal,divisa) y saldo cero hasta que llegue la foto
      * ----------------------------------------------------------------
       WRITE-SEED-ACCOUNT.
           IF SEED-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SEED-ID WS-SEED-NAME WS-SEED-OVERDRAFT
                          WS-SEED-LIMIT WS-SEED-TYPE WS-SEED-BRANCH
                          WS-SEED-CURRENCY
           UNSTRING SEED-LINE DELIMITED BY ","
               INTO WS-SEED-ID WS-SEED-NAME WS-SEED-OVERDRAFT
                    WS-SEED-LIMIT WS-SEED-TYPE WS-SEED-BRANCH
                    WS-SEED-CURRENCY
           END-UNSTRING
           IF WS-SEED-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ACM-REC
           MOVE WS-SEED-ID       TO ACM-ID
           MOVE WS-SEED-NAME     TO ACM-NAME
           MOVE WS-SEED-BRANCH   TO ACM-BRANCH
           MOVE WS-SEED-TYPE     TO ACM-PRODUCT
           MOVE WS-SEED-CURRENCY TO ACM-CURRENCY
           MOVE 0 TO ACM-OVERDRAFT ACM-DAILY-LIMIT ACM-BALANCE
           MOVE "N" TO ACM-HAS-BALANCE
           IF WS-SEED-OVERDRAFT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SEED-OVERDRAFT) = 0
               MOVE FUNCTION NUMVAL(WS-SEED-OVERDRAFT)
                   TO ACM-OVERDRAFT
           END-IF
           IF WS-SEED-LIMIT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SEED-LIMIT) = 0
               MOVE FUNCTION NUMVAL(WS-SEED-LIMIT)
                   TO ACM-DAILY-LIMIT
           END-IF

           WRITE ACM-REC
               INVALID KEY
                   ADD 1 TO WS-DUPLICATES
                   DISPLAY "Aviso: cuenta duplicada, se queda la "
                       "primera: " FUNCTION TRIM(WS-SEED-ID)
           END-WRITE
           IF WS-IDX-STATUS = "00"
               ADD 1 TO WS-ACCOUNTS-WRITTEN
           END-IF
           .

      * ----------------------------------------------------------------
      * APPLY-CLOSING-MASTER - Estado y limites vigentes del maestro
      * de cierre (cabecera account-master,fecha,lineas; filas
      * id,nombre,estado,descubierto,tope-diario,saldo,producto)
      * ----------------------------------------------------------------
       APPLY-CLOSING-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MASTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF MASTER-LINE(1:14) NOT = "account-master"
                           PERFORM APPLY-MASTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .

       APPLY-MASTER-LINE.
           MOVE SPACES TO WS-MST-ID WS-MST-STATUS WS-MST-OVERDRAFT
                          WS-MST-LIMIT
           UNSTRING MASTER-LINE DELIMITED BY ","
               INTO WS-MST-ID WS-MST-NAME WS-MST-STATUS
                    WS-MST-OVERDRAFT WS-MST-LIMIT
           END-UNSTRING

           MOVE WS-MST-ID TO ACM-ID
           READ ACCT-INDEX-FILE
               KEY IS ACM-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF WS-MST-STATUS NOT = SPACES
               MOVE WS-MST-STATUS TO ACM-STATUS
           END-IF
           IF WS-MST-OVERDRAFT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MST-OVERDRAFT) = 0
               MOVE FUNCTION NUMVAL(WS-MST-OVERDRAFT)
                   TO ACM-OVERDRAFT
           END-IF
           IF WS-MST-LIMIT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MST-LIMIT) = 0
               MOVE FUNCTION NUMVAL(WS-MST-LIMIT)
                   TO ACM-DAILY-LIMIT
           END-IF
           REWRITE ACM-REC
           ADD 1 TO WS-MASTER-APPLIED
           .

      * ----------------------------------------------------------------
      * APPLY-BALANCES - Saldo y estado de la foto de saldos
      * (account_id,name,status,balance,...); las filas sin clave de
      * cuenta (formato antiguo por nombre) no se admiten, igual que
      * en los trabajos que la leian
      * ----------------------------------------------------------------
       APPLY-BALANCES.
           OPEN INPUT BALANCES-FILE
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/balances.csv; saldos "
                   "a cero"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BALANCES-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BALANCES-LINE(1:7) NOT = "account"
                           PERFORM APPLY-BALANCE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCES-FILE
           .

       APPLY-BALANCE-LINE.
           MOVE SPACES TO WS-BAL-STATUS-FLD
           MOVE SPACES TO WS-BAL-F4
           UNSTRING BALANCES-LINE DELIMITED BY ","
               INTO WS-BAL-ID WS-BAL-NAME
                    WS-BAL-STATUS-FLD WS-BAL-F4
           END-UNSTRING
           IF WS-BAL-F4 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-BAL-F4) NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BAL-ID TO ACM-ID
           READ ACCT-INDEX-FILE
               KEY IS ACM-ID
               INVALID KEY
                   ADD 1 TO WS-BALANCES-ORPHAN
                   EXIT PARAGRAPH
           END-READ

           MOVE FUNCTION NUMVAL(WS-BAL-F4) TO ACM-BALANCE
           MOVE WS-BAL-STATUS-FLD TO ACM-STATUS
           MOVE "Y" TO ACM-HAS-BALANCE
           REWRITE ACM-REC
           ADD 1 TO WS-BALANCES-APPLIED
           .

       END PROGRAM ACCT-INDEX-BUILD.
