      ******************************************************************
      * CHEQUE-INWARD: Compensacion entrante de cheques librados
      * contra nuestras cuentas
      *
      * Los cheques de nuestros clientes que otros bancos cobran
      * llegan por la camara en un fichero de formato fijo con
      * cabecera, detalles y cola de control:
      *   HDR fecha(AAAA-MM-DD) banco-presentador(16)
      *   DTL cuenta(30) numero-cheque(10) importe(16: 13 enteros
      *       y 2 decimales con punto)
      *   TRL numero-de-detalles(6) total-importes(16)
      *       total-hash(16: suma de los numeros de cheque)
      * Como en CLEARING-IMPORT, el recuento, el total de importes y
      * el total hash de la cola se validan contra lo realmente
      * leido y un descuadre rechaza el fichero completo sin pagar
      * nada.
      *
      * Con el fichero cuadrado, cada cheque pasa los mismos
      * controles que PAY-CHEQUE en ventanilla:
      *   - la cuenta existe, no esta cerrada ni bloqueada;
      *   - el numero figura emitido para esa cuenta en
      *     data/cheque-register.csv, no esta ya pagado y no tiene
      *     orden de no pago, y el talonario fue entregado al
      *     cliente (un cheque PENDING es de un talonario aun sin
      *     recoger en la sucursal; VOID, de un talonario que la
      *     imprenta rechazo);
      *   - si la cuenta tiene fichero positive pay depositado
      *     (data/positive-pay.csv), numero e importe casan;
      *   - el saldo disponible (saldo de cierre menos retenciones
      *     de data/holds.csv mas el descubierto concedido) cubre
      *     el importe.
      * El cheque pagado se asienta como DEBIT en
      * data/transactions.csv (auxiliar CHQ:numero, referencia
      * CI-..., categoria CHEQUE) y se marca PAID en el registro de
      * cheques (reescritura .new + mv). El que no pasa queda
      * PENDING en el registro de impagados data/clearing-returns.csv
      * con su codigo de motivo (SIN-CUENTA, CUENTA-CERRADA,
      * CUENTA-BLOQUEADA, CHQ-NO-EMITIDO, CHQ-PAGADO, CHQ-NO-PAGO,
      * CHQ-NO-ENTREGADO, CHQ-POSPAY, SIN-SALDO) y el numero de
      * cheque, y
      * CLEARING-RETURNS lo devuelve a la camara en el cierre. Los
      * descuadres de positive pay quedan ademas en
      * data/pospay-exceptions.csv para el informe al titular.
      * El resultado queda en data/cheque-inward-report.txt.
      *
      * Ruta del fichero de entrada: variable CHEQUE_IN_FILE.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-INWARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE ASSIGN TO WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT TX-FILE ASSIGN TO "data/transactions.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO
               "data/cheque-inward-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT BALANCES-FILE ASSIGN TO "data/balances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT MASTER-FILE ASSIGN TO "data/account-master.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "data/holds.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT CLOSED-FILE ASSIGN TO "data/closed-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.
           SELECT FROZEN-FILE ASSIGN TO "data/frozen-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FROZEN-STATUS.
           SELECT RETREG-FILE ASSIGN TO "data/clearing-returns.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETREG-STATUS.
           SELECT CHQREG-FILE ASSIGN TO "data/cheque-register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQREG-STATUS.
           SELECT CHQREG-NEW-FILE ASSIGN TO
               "data/cheque-register.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSPAY-FILE ASSIGN TO "data/positive-pay.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.
           SELECT POSPAY-EXC-FILE ASSIGN TO
               "data/pospay-exceptions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       01  IN-LINE               PIC X(80).
       FD  TX-FILE.
       01  TX-LINE               PIC X(120).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(132).
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(150).
       FD  BALANCES-FILE.
       01  BALANCES-LINE         PIC X(100).
       FD  MASTER-FILE.
       01  MASTER-LINE           PIC X(200).
       FD  HOLDS-FILE.
       01  HOLDS-LINE            PIC X(120).
       FD  CLOSED-FILE.
       01  CLOSED-LINE           PIC X(45).
       FD  FROZEN-FILE.
       01  FROZEN-LINE           PIC X(80).
       FD  RETREG-FILE.
       01  RETREG-LINE           PIC X(120).
       FD  CHQREG-FILE.
       01  CHQREG-LINE           PIC X(100).
       FD  CHQREG-NEW-FILE.
       01  CHQREG-NEW-LINE       PIC X(100).
       FD  POSPAY-FILE.
       01  POSPAY-LINE           PIC X(120).
       FD  POSPAY-EXC-FILE.
       01  POSPAY-EXC-LINE       PIC X(120).

       WORKING-STORAGE SECTION.

       77  WS-IN-STATUS          PIC XX.
       77  WS-EOF                PIC X VALUE "N".
       77  WS-IN-PATH            PIC X(200) VALUE SPACES.

      * Desglose de los registros de formato fijo
       01  WS-RECORD.
           05  REC-TYPE          PIC X(3).
           05  REC-REST          PIC X(77).
       01  WS-HDR-FIELDS.
           05  HDR-DATE          PIC X(10).
           05  FILLER            PIC X.
           05  HDR-PRESENTER     PIC X(16).
       01  WS-DTL-FIELDS.
           05  DTL-ACCOUNT       PIC X(30).
           05  FILLER            PIC X.
           05  DTL-CHEQUE        PIC X(10).
           05  FILLER            PIC X.
           05  DTL-AMOUNT        PIC X(16).
       01  WS-TRL-FIELDS.
           05  TRL-COUNT         PIC X(6).
           05  FILLER            PIC X.
           05  TRL-AMOUNT        PIC X(16).
           05  FILLER            PIC X.
           05  TRL-HASH          PIC X(16).

       77  WS-HAVE-HEADER        PIC X VALUE "N".
       77  WS-HAVE-TRAILER       PIC X VALUE "N".
       77  WS-FILE-DATE          PIC X(10).
       77  WS-PRESENTER          PIC X(16).

      * Cheques retenidos hasta validar la cola: nada se paga si el
      * fichero no cuadra
       77  WS-MAX-DETAILS        PIC 9(5) COMP VALUE 5000.
       77  WS-DETAIL-COUNT       PIC 9(5) COMP VALUE 0.
       01  WS-DETAIL-TABLE.
           05  WS-DETAIL OCCURS 5000 TIMES INDEXED BY IX-DTL.
               10  DET-ACCOUNT       PIC X(30).
               10  DET-CHEQUE        PIC 9(10).
               10  DET-AMOUNT        PIC S9(13)V9(2) COMP-3.

       77  WS-SUM-AMOUNT         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-SUM-HASH           PIC 9(15) VALUE 0.
       77  WS-TRL-COUNT-N        PIC 9(6).
       77  WS-TRL-AMOUNT-N       PIC S9(13)V9(2) COMP-3.
       77  WS-TRL-HASH-N         PIC 9(15).

       77  WS-REJECT-REASON      PIC X(60) VALUE SPACES.

       77  WS-TX-REF             PIC X(20).
       77  WS-TX-REF-TIME        PIC X(8).
       77  WS-TX-REF-SEQ         PIC 9(6) VALUE 0.

       77  WS-AMOUNT-STR         PIC X(20).
       77  WS-AMOUNT-EDIT        PIC -9(13).99.
       77  FORMATTED-AMT         PIC -(12)9.99.
       77  WS-COUNT-DISPLAY      PIC 9(6).
       77  WS-CHEQUE-STR         PIC X(10).
       77  WS-CHEQUE-EDIT        PIC Z(9)9.

      * Cuentas y saldos, como los carga CLEARING-IMPORT; cada
      * cheque pagado mueve el saldo en memoria para que los
      * siguientes operen sobre lo que de verdad queda
       77  WS-SEED-STATUS        PIC XX.
       77  WS-BAL-STATUS         PIC XX.
       77  WS-HOLDS-STATUS       PIC XX.
       77  WS-CLOSED-STATUS      PIC XX.
       77  WS-FROZEN-STATUS      PIC XX.
       77  WS-RETREG-STATUS      PIC XX.
       77  WS-MAX-ACCOUNTS       PIC 9(5) COMP VALUE 5000.
       77  IX                    PIC 9(5) COMP.
       77  WS-ACC-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-ACCOUNTS-TABLE.
           05  WS-ACCOUNTS-ARRAY OCCURS 5000 TIMES INDEXED BY IX-ACC.
               10  ACC-ID            PIC X(30).
               10  ACC-OVERDRAFT     PIC S9(13)V9(2) COMP-3.
               10  ACC-BALANCE       PIC S9(13)V9(2) COMP-3.
               10  ACC-IS-CLOSED     PIC X.
               10  ACC-IS-FROZEN     PIC X.

       77  WS-MASTER-STATUS      PIC XX.
       77  WS-MASTER-FIRST       PIC X.
       77  WS-MST-ID             PIC X(30).
       77  WS-MST-NAME           PIC X(100).
       77  WS-MST-STATUS-FLD     PIC X(10).
       77  WS-MST-OVERDRAFT      PIC X(20).

       77  WS-SEED-ID            PIC X(30).
       77  WS-SEED-OD-LIMIT      PIC X(20).
       77  WS-SEED-NAME          PIC X(100).

       77  WS-BAL-NAME           PIC X(100).
       77  WS-BAL-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  WS-BAL-ID             PIC X(30).
       77  WS-BAL-STATUS-FLD     PIC X(10).
       77  WS-BAL-F4             PIC X(20).
       77  WS-LOOKUP-INDEX       PIC 9(5) COMP.
       77  WS-FOUND              PIC X VALUE "N".

      * Retenciones activas: se restan del saldo para operar sobre
      * el disponible
       77  WS-HOLD-ID            PIC X(12).
       77  WS-HOLD-ACCOUNT       PIC X(30).
       77  WS-HOLD-AMOUNT-STR    PIC X(20).
       77  WS-HOLD-REASON        PIC X(20).
       77  WS-HOLD-BY            PIC X(10).
       77  WS-HOLD-EXPIRY        PIC X(10).
       77  WS-HOLD-STATE         PIC X(10).
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

      * Registro de cheques (cuenta,numero,estado,motivo,fecha)
      * cargado entero: los pagados se marcan en memoria y el
      * fichero se reescribe una sola vez al final
       77  WS-CHQREG-STATUS      PIC XX.
       77  WS-MAX-CHEQUES        PIC 9(5) COMP VALUE 20000.
       77  WS-CHQ-COUNT          PIC 9(5) COMP VALUE 0.
       01  WS-CHEQUES-TABLE.
           05  WS-CHEQUE OCCURS 20000 TIMES INDEXED BY IX-CHQ.
               10  CHQ-ACCOUNT       PIC X(30).
               10  CHQ-NUMBER        PIC X(10).
               10  CHQ-NUMBER-N      PIC 9(10).
               10  CHQ-STATE         PIC X(10).
               10  CHQ-REASON        PIC X(30).
               10  CHQ-DATE          PIC X(10).
       77  WS-CHQ-INDEX          PIC 9(5) COMP.
       77  WS-CHQ-HIT            PIC X.
       77  WS-CHQ-CHANGED        PIC X VALUE "N".
       77  WS-CHQ-MV-COMMAND     PIC X(80) VALUE
           "mv data/cheque-register.csv.new data/cheque-register.csv".

      * Positive pay: fichero de emitidos depositado por el titular
      * (cuenta,numero,importe,beneficiario,...)
       77  WS-PP-STATUS          PIC XX.
       77  WS-PP-EXC-STATUS      PIC XX.
       77  WS-MAX-POSPAY         PIC 9(5) COMP VALUE 5000.
       77  WS-PP-COUNT           PIC 9(5) COMP VALUE 0.
       01  WS-POSPAY-TABLE.
           05  WS-POSPAY OCCURS 5000 TIMES INDEXED BY IX-PP.
               10  PP-ACCOUNT        PIC X(30).
               10  PP-NUMBER-N       PIC 9(10).
               10  PP-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  WS-PP-ROW-ACCOUNT     PIC X(30).
       77  WS-PP-ROW-NUMBER      PIC X(10).
       77  WS-PP-ROW-AMOUNT      PIC X(20).
       77  WS-PP-ACCOUNT-LODGED  PIC X.
       77  WS-PP-MATCH           PIC X.
       77  WS-PP-REASON          PIC X(16).

      * Impagados: quedan PENDING y CLEARING-RETURNS los devuelve
      * (una sola vez) en el cierre
       77  WS-RETURN-REASON      PIC X(16).
       77  WS-TOTAL-PAID         PIC 9(6) VALUE 0.
       77  WS-TOTAL-UNPAID       PIC 9(6) VALUE 0.
       77  WS-PAID-AMOUNT        PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-UNPAID-AMOUNT      PIC S9(13)V9(2) COMP-3 VALUE 0.

      * Cadena de huellas del ledger (ver MBCHAIN)
       COPY mb-chain-if.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT WS-IN-PATH FROM ENVIRONMENT "CHEQUE_IN_FILE"

           IF WS-IN-PATH = SPACES
               DISPLAY "Defina CHEQUE_IN_FILE antes de ejecutar "
                   "CHEQUE-INWARD"
               GOBACK
           END-IF

           OPEN INPUT IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir " WS-IN-PATH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ IN-FILE INTO WS-RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CLASSIFY-RECORD
               END-READ
           END-PERFORM

           CLOSE IN-FILE

           PERFORM VALIDATE-FILE

           IF WS-REJECT-REASON = SPACES
               PERFORM LOAD-SEED-ACCOUNTS
               PERFORM LOAD-CSV-BALANCES
               PERFORM LOAD-MASTER-OVERDRAFTS
               PERFORM SUBTRACT-ACTIVE-HOLDS
               PERFORM LOAD-CLOSED-ACCOUNTS
               PERFORM LOAD-FROZEN-ACCOUNTS
               PERFORM LOAD-CHEQUE-REGISTER
               PERFORM LOAD-POSITIVE-PAY
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM APPLY-DETAILS
               IF WS-CHQ-CHANGED = "Y"
                   PERFORM REWRITE-CHEQUE-REGISTER
               END-IF
           END-IF

           PERFORM WRITE-INWARD-REPORT

           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY "FICHERO RECHAZADO: " WS-REJECT-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Cheques pagados    : " WS-TOTAL-PAID
               DISPLAY "Impagados anotados : " WS-TOTAL-UNPAID
           END-IF
           GOBACK
           .

       CLASSIFY-RECORD.
           EVALUATE REC-TYPE
               WHEN "HDR"
                   MOVE "Y" TO WS-HAVE-HEADER
                   MOVE REC-REST TO WS-HDR-FIELDS
                   MOVE HDR-DATE TO WS-FILE-DATE
                   MOVE HDR-PRESENTER TO WS-PRESENTER
               WHEN "DTL"
                   MOVE REC-REST TO WS-DTL-FIELDS
                   PERFORM NOTE-DETAIL
               WHEN "TRL"
                   MOVE "Y" TO WS-HAVE-TRAILER
                   MOVE REC-REST TO WS-TRL-FIELDS
               WHEN OTHER
                   MOVE "registro desconocido en el fichero"
                       TO WS-REJECT-REASON
           END-EVALUATE
           .

       NOTE-DETAIL.
           IF FUNCTION TEST-NUMVAL(DTL-AMOUNT) NOT = 0
               MOVE "importe no numerico en un detalle"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(DTL-CHEQUE) NOT = 0
               MOVE "numero de cheque no numerico en un detalle"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-DETAIL-COUNT >= WS-MAX-DETAILS
               MOVE "fichero supera el maximo de detalles"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DETAIL-COUNT
           MOVE DTL-ACCOUNT TO DET-ACCOUNT(WS-DETAIL-COUNT)
           MOVE FUNCTION NUMVAL(DTL-CHEQUE)
               TO DET-CHEQUE(WS-DETAIL-COUNT)
           MOVE FUNCTION NUMVAL(DTL-AMOUNT)
               TO DET-AMOUNT(WS-DETAIL-COUNT)

           ADD DET-AMOUNT(WS-DETAIL-COUNT) TO WS-SUM-AMOUNT
           ADD DET-CHEQUE(WS-DETAIL-COUNT) TO WS-SUM-HASH
           .

      * ----------------------------------------------------------------
      * VALIDATE-FILE - Recuento, total de importes y total hash de
      * los numeros de cheque deben cuadrar con lo leido; cualquier
      * descuadre rechaza el fichero completo
      * ----------------------------------------------------------------
       VALIDATE-FILE.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-HAVE-HEADER NOT = "Y"
               MOVE "falta la cabecera HDR" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-HAVE-TRAILER NOT = "Y"
               MOVE "falta la cola TRL" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(TRL-COUNT) NOT = 0
               OR FUNCTION TEST-NUMVAL(TRL-AMOUNT) NOT = 0
               OR FUNCTION TEST-NUMVAL(TRL-HASH) NOT = 0
               MOVE "totales de la cola no numericos"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(TRL-COUNT) TO WS-TRL-COUNT-N
           MOVE FUNCTION NUMVAL(TRL-AMOUNT) TO WS-TRL-AMOUNT-N
           MOVE FUNCTION NUMVAL(TRL-HASH) TO WS-TRL-HASH-N

           IF WS-TRL-COUNT-N NOT = WS-DETAIL-COUNT
               MOVE "el recuento de la cola no cuadra"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-TRL-AMOUNT-N NOT = WS-SUM-AMOUNT
               MOVE "el total de importes de la cola no cuadra"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-TRL-HASH-N NOT = WS-SUM-HASH
               MOVE "el total hash de la cola no cuadra"
                   TO WS-REJECT-REASON
           END-IF
           .

      * ----------------------------------------------------------------
      * APPLY-DETAILS - Solo con el fichero validado entero se paga
      * cada cheque o se anota como impagado
      * ----------------------------------------------------------------
       APPLY-DETAILS.
           OPEN EXTEND TX-FILE
           OPEN EXTEND RETREG-FILE
           IF WS-RETREG-STATUS = "05" OR WS-RETREG-STATUS = "35"
               OPEN OUTPUT RETREG-FILE
           END-IF

           PERFORM VARYING IX-DTL FROM 1 BY 1
               UNTIL IX-DTL > WS-DETAIL-COUNT
               PERFORM PAY-ONE-CHEQUE
           END-PERFORM

           CLOSE RETREG-FILE
           CLOSE TX-FILE
           .

      * ----------------------------------------------------------------
      * PAY-ONE-CHEQUE - Controles de PAY-CHEQUE sobre el cheque
      * IX-DTL; el primero que falla da el codigo de motivo del
      * impagado
      * ----------------------------------------------------------------
       PAY-ONE-CHEQUE.
           MOVE DET-CHEQUE(IX-DTL) TO WS-CHEQUE-EDIT
           MOVE FUNCTION TRIM(WS-CHEQUE-EDIT) TO WS-CHEQUE-STR
           MOVE DET-AMOUNT(IX-DTL) TO WS-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-STR

           MOVE DET-ACCOUNT(IX-DTL) TO WS-BAL-ID
           PERFORM FIND-ACCOUNT-BY-ID
           IF WS-FOUND = "N"
               MOVE "SIN-CUENTA" TO WS-RETURN-REASON
               PERFORM APPEND-RETURN-REGISTER
               EXIT PARAGRAPH
           END-IF

           IF ACC-IS-CLOSED(WS-LOOKUP-INDEX) = "Y"
               MOVE "CUENTA-CERRADA" TO WS-RETURN-REASON
               PERFORM APPEND-RETURN-REGISTER
               EXIT PARAGRAPH
           END-IF

           IF ACC-IS-FROZEN(WS-LOOKUP-INDEX) = "Y"
               MOVE "CUENTA-BLOQUEADA" TO WS-RETURN-REASON
               PERFORM APPEND-RETURN-REGISTER
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CHEQUE-IN-REGISTER
           IF WS-CHQ-HIT = "N"
               MOVE "CHQ-NO-EMITIDO" TO WS-RETURN-REASON
               PERFORM APPEND-RETURN-REGISTER
               EXIT PARAGRAPH
           END-IF

           EVALUATE CHQ-STATE(WS-CHQ-INDEX)
               WHEN "PAID"
                   MOVE "CHQ-PAGADO" TO WS-RETURN-REASON
                   PERFORM APPEND-RETURN-REGISTER
                   EXIT PARAGRAPH
               WHEN "STOPPED"
                   MOVE "CHQ-NO-PAGO" TO WS-RETURN-REASON
                   PERFORM APPEND-RETURN-REGISTER
                   EXIT PARAGRAPH
               WHEN "PENDING"
               WHEN "VOID"
                   MOVE "CHQ-NO-ENTREGADO" TO WS-RETURN-REASON
                   PERFORM APPEND-RETURN-REGISTER
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    Positive pay: si la cuenta tiene fichero de emitidos
      *    depositado, numero e importe deben casar; el descuadre no
      *    se paga y queda ademas en excepciones para el titular
           PERFORM CHECK-POSITIVE-PAY
           IF WS-PP-ACCOUNT-LODGED = "Y"
               AND WS-PP-MATCH NOT = "Y"
               PERFORM APPEND-POSPAY-EXCEPTION
               MOVE "CHQ-POSPAY" TO WS-RETURN-REASON
               PERFORM APPEND-RETURN-REGISTER
               EXIT PARAGRAPH
           END-IF

      *    El disponible incluye el descubierto concedido, igual
      *    que la retirada de ventanilla
           IF ACC-BALANCE(WS-LOOKUP-INDEX)
               + ACC-OVERDRAFT(WS-LOOKUP-INDEX)
               < DET-AMOUNT(IX-DTL)
               MOVE "SIN-SALDO" TO WS-RETURN-REASON
               PERFORM APPEND-RETURN-REGISTER
               EXIT PARAGRAPH
           END-IF

           SUBTRACT DET-AMOUNT(IX-DTL)
               FROM ACC-BALANCE(WS-LOOKUP-INDEX)

           PERFORM BUILD-TX-REF
           MOVE SPACES TO TX-LINE
           STRING WS-FILE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DET-ACCOUNT(IX-DTL) DELIMITED BY SPACE
                  ",DEBIT," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  ",CHQ:" DELIMITED BY SIZE
                  WS-CHEQUE-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TX-REF DELIMITED BY SPACE
                  ",CHEQUE" DELIMITED BY SIZE
               INTO TX-LINE
           END-STRING
           MOVE TX-LINE TO CHAIN-ROW
           WRITE TX-LINE
           PERFORM SEAL-LEDGER-ROW

           MOVE "PAID" TO CHQ-STATE(WS-CHQ-INDEX)
           MOVE SPACES TO CHQ-REASON(WS-CHQ-INDEX)
           MOVE WS-FILE-DATE TO CHQ-DATE(WS-CHQ-INDEX)
           MOVE "Y" TO WS-CHQ-CHANGED

           ADD 1 TO WS-TOTAL-PAID
           ADD DET-AMOUNT(IX-DTL) TO WS-PAID-AMOUNT
           .

      * ----------------------------------------------------------------
      * APPEND-RETURN-REGISTER - Fila PENDING del registro de
      * impagados con el mismo esquema que CLEARING-IMPORT (el
      * originador es el banco presentador y el tipo CHEQUE) mas el
      * numero de cheque al final, para que la devolucion lo
      * identifique ante la camara
      * ----------------------------------------------------------------
       APPEND-RETURN-REGISTER.
           ADD 1 TO WS-TOTAL-UNPAID
           ADD DET-AMOUNT(IX-DTL) TO WS-UNPAID-AMOUNT
           MOVE SPACES TO RETREG-LINE
           STRING WS-FILE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-PRESENTER DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  DET-ACCOUNT(IX-DTL) DELIMITED BY SPACE
                  ",CHEQUE," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RETURN-REASON DELIMITED BY SPACE
                  ",PENDING,," DELIMITED BY SIZE
                  WS-CHEQUE-STR DELIMITED BY SPACE
               INTO RETREG-LINE
           END-STRING
           WRITE RETREG-LINE
           DISPLAY "Impagado: " DET-ACCOUNT(IX-DTL) " cheque "
               WS-CHEQUE-STR " " WS-RETURN-REASON
           .

      * ----------------------------------------------------------------
      * LOAD-CHEQUE-REGISTER - Registro de cheques completo en
      * memoria; el numero se guarda ademas en numerico para casarlo
      * con el del fichero sin depender de los ceros a la izquierda
      * ----------------------------------------------------------------
       LOAD-CHEQUE-REGISTER.
           OPEN INPUT CHQREG-FILE
           IF WS-CHQREG-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/cheque-register.csv; "
                   "todos los cheques se devolveran"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CHQREG-STATUS NOT = "00"
               READ CHQREG-FILE
               IF WS-CHQREG-STATUS = "00"
                   IF WS-CHQ-COUNT < WS-MAX-CHEQUES
                       PERFORM ADD-CHEQUE-ROW
                   ELSE
                       MOVE "registro de cheques demasiado grande"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CHQREG-FILE
           .

       ADD-CHEQUE-ROW.
           ADD 1 TO WS-CHQ-COUNT
           SET IX-CHQ TO WS-CHQ-COUNT
           MOVE SPACES TO CHQ-REASON(IX-CHQ)
           MOVE SPACES TO CHQ-DATE(IX-CHQ)
           UNSTRING CHQREG-LINE DELIMITED BY ","
               INTO CHQ-ACCOUNT(IX-CHQ) CHQ-NUMBER(IX-CHQ)
                    CHQ-STATE(IX-CHQ) CHQ-REASON(IX-CHQ)
                    CHQ-DATE(IX-CHQ)
           END-UNSTRING
           MOVE 0 TO CHQ-NUMBER-N(IX-CHQ)
           IF FUNCTION TEST-NUMVAL(CHQ-NUMBER(IX-CHQ)) = 0
               MOVE FUNCTION NUMVAL(CHQ-NUMBER(IX-CHQ))
                   TO CHQ-NUMBER-N(IX-CHQ)
           END-IF
           .

       FIND-CHEQUE-IN-REGISTER.
           MOVE "N" TO WS-CHQ-HIT
           PERFORM VARYING IX-CHQ FROM 1 BY 1
               UNTIL IX-CHQ > WS-CHQ-COUNT OR WS-CHQ-HIT = "Y"
               IF CHQ-ACCOUNT(IX-CHQ) = DET-ACCOUNT(IX-DTL)
                   AND CHQ-NUMBER-N(IX-CHQ) = DET-CHEQUE(IX-DTL)
                   MOVE "Y" TO WS-CHQ-HIT
                   SET WS-CHQ-INDEX TO IX-CHQ
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * REWRITE-CHEQUE-REGISTER - Reescritura .new + mv con los
      * cheques pagados hoy marcados PAID; si el fichero trae el
      * mismo cheque dos veces, la segunda ya lo encuentra pagado
      * ----------------------------------------------------------------
       REWRITE-CHEQUE-REGISTER.
           OPEN OUTPUT CHQREG-NEW-FILE

           PERFORM VARYING IX-CHQ FROM 1 BY 1
               UNTIL IX-CHQ > WS-CHQ-COUNT
               MOVE SPACES TO CHQREG-NEW-LINE
               STRING CHQ-ACCOUNT(IX-CHQ) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      CHQ-NUMBER(IX-CHQ) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      CHQ-STATE(IX-CHQ) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(CHQ-REASON(IX-CHQ))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      CHQ-DATE(IX-CHQ) DELIMITED BY SIZE
                   INTO CHQREG-NEW-LINE
               END-STRING
               WRITE CHQREG-NEW-LINE
           END-PERFORM

           CLOSE CHQREG-NEW-FILE

           CALL "SYSTEM" USING WS-CHQ-MV-COMMAND
           .

      * ----------------------------------------------------------------
      * LOAD-POSITIVE-PAY - Filas del registro positive pay
      * ----------------------------------------------------------------
       LOAD-POSITIVE-PAY.
           OPEN INPUT POSPAY-FILE
           IF WS-PP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PP-STATUS NOT = "00"
               READ POSPAY-FILE
               IF WS-PP-STATUS = "00"
                   AND WS-PP-COUNT < WS-MAX-POSPAY
                   MOVE SPACES TO WS-PP-ROW-AMOUNT
                   UNSTRING POSPAY-LINE DELIMITED BY ","
                       INTO WS-PP-ROW-ACCOUNT WS-PP-ROW-NUMBER
                            WS-PP-ROW-AMOUNT
                   END-UNSTRING
                   ADD 1 TO WS-PP-COUNT
                   MOVE WS-PP-ROW-ACCOUNT TO PP-ACCOUNT(WS-PP-COUNT)
                   MOVE 0 TO PP-NUMBER-N(WS-PP-COUNT)
                   MOVE -1 TO PP-AMOUNT(WS-PP-COUNT)
                   IF FUNCTION TEST-NUMVAL(WS-PP-ROW-NUMBER) = 0
                       MOVE FUNCTION NUMVAL(WS-PP-ROW-NUMBER)
                           TO PP-NUMBER-N(WS-PP-COUNT)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-PP-ROW-AMOUNT) = 0
                       MOVE FUNCTION NUMVAL(WS-PP-ROW-AMOUNT)
                           TO PP-AMOUNT(WS-PP-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE POSPAY-FILE
           .

      * ----------------------------------------------------------------
      * CHECK-POSITIVE-PAY - Misma regla que PAY-CHEQUE:
      * WS-PP-ACCOUNT-LODGED dice si la cuenta tiene fichero
      * depositado y WS-PP-MATCH si numero e importe casan
      * ----------------------------------------------------------------
       CHECK-POSITIVE-PAY.
           MOVE "N" TO WS-PP-ACCOUNT-LODGED
           MOVE "N" TO WS-PP-MATCH
           MOVE SPACES TO WS-PP-REASON

           PERFORM VARYING IX-PP FROM 1 BY 1
               UNTIL IX-PP > WS-PP-COUNT
               IF PP-ACCOUNT(IX-PP) = DET-ACCOUNT(IX-DTL)
                   MOVE "Y" TO WS-PP-ACCOUNT-LODGED
                   IF PP-NUMBER-N(IX-PP) = DET-CHEQUE(IX-DTL)
                       IF PP-AMOUNT(IX-PP) = DET-AMOUNT(IX-DTL)
                           MOVE "Y" TO WS-PP-MATCH
                       ELSE
                           MOVE "IMPORTE-DISTINTO" TO WS-PP-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PP-ACCOUNT-LODGED = "Y"
               AND WS-PP-MATCH NOT = "Y"
               AND WS-PP-REASON = SPACES
               MOVE "NO-EMITIDO" TO WS-PP-REASON
           END-IF
           .

      * Excepcion del dia para el informe al titular, misma fila que
      * APPEND-POSPAY-EXCEPTION en MBMAIN: fecha,cuenta,numero,
      * importe-presentado,motivo
       APPEND-POSPAY-EXCEPTION.
           MOVE SPACES TO POSPAY-EXC-LINE
           STRING WS-FILE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DET-ACCOUNT(IX-DTL) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CHEQUE-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-AMOUNT-STR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-PP-REASON DELIMITED BY SPACE
               INTO POSPAY-EXC-LINE
           END-STRING

           OPEN EXTEND POSPAY-EXC-FILE
           IF WS-PP-EXC-STATUS = "05" OR WS-PP-EXC-STATUS = "35"
               OPEN OUTPUT POSPAY-EXC-FILE
           END-IF
           WRITE POSPAY-EXC-LINE
           CLOSE POSPAY-EXC-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-SEED-ACCOUNTS - Da de alta todas las cuentas conocidas
      * ----------------------------------------------------------------
       LOAD-SEED-ACCOUNTS.
           OPEN INPUT SEED-FILE
           IF WS-SEED-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SEED-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM ADD-SEED-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE SEED-FILE
           END-IF
           .

       ADD-SEED-ACCOUNT.
           MOVE SPACES TO WS-SEED-OD-LIMIT
           UNSTRING SEED-LINE DELIMITED BY ","
               INTO WS-SEED-ID WS-SEED-NAME WS-SEED-OD-LIMIT
           END-UNSTRING

           IF WS-ACC-COUNT < WS-MAX-ACCOUNTS
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-SEED-ID TO ACC-ID(WS-ACC-COUNT)
               MOVE 0 TO ACC-BALANCE(WS-ACC-COUNT)
               MOVE 0 TO ACC-OVERDRAFT(WS-ACC-COUNT)
               IF WS-SEED-OD-LIMIT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-SEED-OD-LIMIT) = 0
                   MOVE FUNCTION NUMVAL(WS-SEED-OD-LIMIT)
                       TO ACC-OVERDRAFT(WS-ACC-COUNT)
               END-IF
               MOVE "N" TO ACC-IS-CLOSED(WS-ACC-COUNT)
               MOVE "N" TO ACC-IS-FROZEN(WS-ACC-COUNT)
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-CSV-BALANCES - Saldos del ultimo cierre, casados por
      * clave de cuenta (mismo formato que lee INTEREST-ACCRUAL)
      * ----------------------------------------------------------------
       LOAD-CSV-BALANCES.
           OPEN INPUT BALANCES-FILE
           IF WS-BAL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BALANCES-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM PARSE-BALANCE-LINE
                   END-READ
               END-PERFORM
               CLOSE BALANCES-FILE
           ELSE
               DISPLAY "Aviso: no existe data/balances.csv; los "
                   "cheques se devolveran por falta de saldo"
           END-IF
           .

       PARSE-BALANCE-LINE.
           IF BALANCES-LINE(1:7) NOT = "account"
               MOVE SPACES TO WS-BAL-STATUS-FLD
               MOVE SPACES TO WS-BAL-F4
               UNSTRING BALANCES-LINE DELIMITED BY ","
                   INTO WS-BAL-ID WS-BAL-NAME
                        WS-BAL-STATUS-FLD WS-BAL-F4
               END-UNSTRING

               IF WS-BAL-F4 NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-BAL-F4) = 0
                   MOVE FUNCTION NUMVAL(WS-BAL-F4) TO WS-BAL-AMOUNT
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "Y"
                       AND WS-BAL-STATUS-FLD = "OPEN"
                       MOVE WS-BAL-AMOUNT
                           TO ACC-BALANCE(WS-LOOKUP-INDEX)
                   END-IF
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-MASTER-OVERDRAFTS - El limite de descubierto vigente
      * sale del maestro de cierre (columna 4)
      * ----------------------------------------------------------------
       LOAD-MASTER-OVERDRAFTS.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-MASTER-FIRST
           PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
               READ MASTER-FILE
               IF WS-MASTER-STATUS = "00"
                   IF WS-MASTER-FIRST = "Y"
                       MOVE "N" TO WS-MASTER-FIRST
                   ELSE
                       MOVE SPACES TO WS-MST-OVERDRAFT
                       UNSTRING MASTER-LINE DELIMITED BY ","
                           INTO WS-MST-ID WS-MST-NAME
                                WS-MST-STATUS-FLD WS-MST-OVERDRAFT
                       END-UNSTRING
                       IF WS-MST-OVERDRAFT NOT = SPACES
                           AND FUNCTION
                               TEST-NUMVAL(WS-MST-OVERDRAFT) = 0
                           MOVE WS-MST-ID TO WS-BAL-ID
                           PERFORM FIND-ACCOUNT-BY-ID
                           IF WS-FOUND = "Y"
                               MOVE FUNCTION
                                   NUMVAL(WS-MST-OVERDRAFT)
                                   TO ACC-OVERDRAFT
                                       (WS-LOOKUP-INDEX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE MASTER-FILE
           .

       FIND-ACCOUNT-BY-ID.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > WS-ACC-COUNT OR WS-FOUND = "Y"
               IF ACC-ID(IX) = WS-BAL-ID
                   MOVE "Y" TO WS-FOUND
                   MOVE IX TO WS-LOOKUP-INDEX
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * SUBTRACT-ACTIVE-HOLDS - Resta del saldo en memoria las
      * retenciones ACTIVE no vencidas de data/holds.csv, de forma
      * que los cheques se paguen contra saldo disponible
      * ----------------------------------------------------------------
       SUBTRACT-ACTIVE-HOLDS.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING

           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-HOLDS-STATUS NOT = "00"
               READ HOLDS-FILE
               IF WS-HOLDS-STATUS = "00"
                   MOVE SPACES TO WS-HOLD-EXPIRY
                   MOVE SPACES TO WS-HOLD-STATE
                   UNSTRING HOLDS-LINE DELIMITED BY ","
                       INTO WS-HOLD-ID WS-HOLD-ACCOUNT
                            WS-HOLD-AMOUNT-STR WS-HOLD-REASON
                            WS-HOLD-BY WS-HOLD-EXPIRY WS-HOLD-STATE
                   END-UNSTRING
                   IF WS-HOLD-STATE = "ACTIVE"
                       AND (WS-HOLD-EXPIRY = SPACES
                           OR WS-HOLD-EXPIRY >= WS-TODAY-DATE)
                       AND FUNCTION
                           TEST-NUMVAL(WS-HOLD-AMOUNT-STR) = 0
                       MOVE WS-HOLD-ACCOUNT TO WS-BAL-ID
                       PERFORM FIND-ACCOUNT-BY-ID
                       IF WS-FOUND = "Y"
                           SUBTRACT FUNCTION
                               NUMVAL(WS-HOLD-AMOUNT-STR)
                               FROM ACC-BALANCE(WS-LOOKUP-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE HOLDS-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-CLOSED-ACCOUNTS - Marca las cuentas ya cerradas
      * ----------------------------------------------------------------
       LOAD-CLOSED-ACCOUNTS.
           OPEN INPUT CLOSED-FILE
           IF WS-CLOSED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CLOSED-STATUS NOT = "00"
               READ CLOSED-FILE
               IF WS-CLOSED-STATUS = "00"
                   UNSTRING CLOSED-LINE DELIMITED BY ","
                       INTO WS-BAL-ID
                   END-UNSTRING
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "Y"
                       MOVE "Y" TO ACC-IS-CLOSED(WS-LOOKUP-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CLOSED-FILE
           .

      * ----------------------------------------------------------------
      * LOAD-FROZEN-ACCOUNTS - Marca las cuentas bloqueadas
      * ----------------------------------------------------------------
       LOAD-FROZEN-ACCOUNTS.
           OPEN INPUT FROZEN-FILE
           IF WS-FROZEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FROZEN-STATUS NOT = "00"
               READ FROZEN-FILE
               IF WS-FROZEN-STATUS = "00"
                   UNSTRING FROZEN-LINE DELIMITED BY ","
                       INTO WS-BAL-ID
                   END-UNSTRING
                   PERFORM FIND-ACCOUNT-BY-ID
                   IF WS-FOUND = "Y"
                       MOVE "Y" TO ACC-IS-FROZEN(WS-LOOKUP-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE FROZEN-FILE
           .

       WRITE-INWARD-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE "INFORME DE COMPENSACION ENTRANTE DE CHEQUES"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fichero   : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Presenta  : " WS-PRESENTER
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Fecha     : " WS-FILE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "Cheques   : " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-SUM-AMOUNT TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Importe   : " FORMATTED-AMT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-PAID TO WS-COUNT-DISPLAY
           MOVE WS-PAID-AMOUNT TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Pagados   : " WS-COUNT-DISPLAY " " FORMATTED-AMT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-UNPAID TO WS-COUNT-DISPLAY
           MOVE WS-UNPAID-AMOUNT TO FORMATTED-AMT
           MOVE SPACES TO REPORT-LINE
           STRING "Impagados : " WS-COUNT-DISPLAY " " FORMATTED-AMT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-REJECT-REASON = SPACES
               MOVE "RESULTADO : IMPORTADO" TO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "RESULTADO : RECHAZADO - "
                      DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           CLOSE REPORT-FILE
           .

       BUILD-TX-REF.
           ACCEPT WS-TX-REF-TIME FROM TIME
           ADD 1 TO WS-TX-REF-SEQ
           IF WS-TX-REF-SEQ > 999999
               MOVE 1 TO WS-TX-REF-SEQ
           END-IF
           MOVE SPACES TO WS-TX-REF
           STRING "CI-"          DELIMITED BY SIZE
                  WS-TX-REF-TIME DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-TX-REF-SEQ  DELIMITED BY SIZE
               INTO WS-TX-REF
           END-STRING
           .

      * Encadena en MBCHAIN la huella de la fila recien anotada en
      * el ledger (CHAIN-ROW)
       SEAL-LEDGER-ROW.
           MOVE SPACES TO CHAIN-DATA-DIR
           SET CHAIN-FUNC-SEAL TO TRUE
           CALL "MBCHAIN" USING CHAIN-REQUEST
           .

       END PROGRAM CHEQUE-INWARD.
