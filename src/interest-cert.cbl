      * Para la campana fiscal: dado un ejercicio (CERT_YEAR, formato
      * AAAA), suma por cuenta los abonos de intereses del ano (las
      * filas CREDIT con categoria INTERES que anotan INTEREST-ACCRUAL
      * y el devengo DB2 de minibank.cob, y las BONIFICACION de las
      * campanas, que tributan igual), leyendo primero las
      * particiones mensuales del ejercicio via el manifiesto
      * data/tx-partitions.dat y despues el ledger vivo (los meses
      * cerrados del ano ya no estan en transactions.csv), y emite
      * data/customer-accounts.csv) en
      * data/withholding-summary-<ano>.txt.
      *
      * Si el titular de la cuenta (primer vinculo del CIF) tiene
      * marca de correo devuelto (12a columna de customers.csv), el
      * certificado se escribe como
      * data/held-interest-cert-<cuenta>-<ano>.txt y se anota en la
      * cola data/hold-mail.csv hasta que MBMAIN quite la marca.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-08-23
      ******************************************************************
               FILE STATUS IS WS-LINK-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO WS-SUMMARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMERS-FILE ASSIGN TO "data/customers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT HOLD-MAIL-FILE ASSIGN TO "data/hold-mail.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  LINKS-LINE            PIC X(50).
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE          PIC X(132).
       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-LINE        PIC X(250).
       FD  HOLD-MAIL-FILE.
       01  HOLD-MAIL-LINE        PIC X(200).

       WORKING-STORAGE SECTION.


       77  WS-ENV-YEAR           PIC X(4) VALUE SPACES.
       77  WS-CERT-PATH          PIC X(100).
       77  WS-CERT-NAME          PIC X(80).

       77  WS-MAX-ACCOUNTS       PIC 9(5) COMP VALUE 5000.
       77  IX                    PIC 9(5) COMP.
       77  FORMATTED-AMT-2       PIC -(12)9.99.
       77  FORMATTED-AMT-3       PIC -(12)9.99.

      * Clientes con marca de correo devuelto y cola de retenidos
       77  WS-CUST-STATUS        PIC XX.
       77  WS-HOLD-STATUS        PIC XX.
       77  WS-MAX-RETMAIL        PIC 9(4) COMP VALUE 500.
       77  WS-RETMAIL-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-RETMAIL-TABLE.
           05  WS-RETMAIL-ID OCCURS 500 TIMES
                   INDEXED BY IX-RTM PIC X(10).
       77  WS-C-ID               PIC X(10).
       77  WS-C-SKIP             PIC X(80).
       77  WS-C-RETMAIL          PIC X(10).
       77  WS-HOLDER-ID          PIC X(10).
       77  WS-MAIL-HELD          PIC X.
       77  WS-HOLD-HELD-NAME     PIC X(80).
       77  WS-HOLD-STATE         PIC X(10).
       77  WS-HOLD-QUEUED        PIC X.
       77  WS-H-SKIP             PIC X(20).
       77  WS-TOTAL-HELD         PIC 9(5) VALUE 0.
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

       PROCEDURE DIVISION.

       MAIN.

           PERFORM LOAD-SEED-ACCOUNTS
           PERFORM LOAD-CUSTOMER-LINKS
           PERFORM LOAD-RETURNED-MAIL
           PERFORM SCAN-PARTITIONS
           PERFORM SUM-INTEREST-CREDITS

           PERFORM WRITE-WITHHOLDING-SUMMARY

           DISPLAY "Certificados emitidos: " WS-TOTAL-CERTS
           DISPLAY "Certificados retenidos (correo devuelto): "
               WS-TOTAL-HELD
           GOBACK
           .


           IF WS-CSV-DATE(1:4) = WS-ENV-YEAR
               AND WS-CSV-TYPE = "CREDIT"
               AND (WS-CSV-CATEGORY = "INTERES"
                    OR WS-CSV-CATEGORY = "BONIFICACION")
               AND FUNCTION TEST-NUMVAL(WS-CSV-AMOUNT-STR) = 0
               PERFORM FIND-ACCOUNT-BY-ID
               IF WS-FOUND = "Y"
       WRITE-ONE-CERTIFICATE.
           PERFORM NEXT-SERIAL-NUMBER

           MOVE SPACES TO WS-CERT-NAME
           STRING "interest-cert-" DELIMITED BY SIZE
                  FUNCTION TRIM(ACC-ID(IX-ACC)) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ENV-YEAR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-CERT-NAME
           END-STRING

           PERFORM CHECK-RETURNED-MAIL
           MOVE SPACES TO WS-CERT-PATH
           IF WS-MAIL-HELD = "Y"
               STRING "data/held-" DELIMITED BY SIZE
                      WS-CERT-NAME DELIMITED BY SPACE
                   INTO WS-CERT-PATH
               END-STRING
               PERFORM APPEND-HOLD-MAIL
           ELSE
               STRING "data/" DELIMITED BY SIZE
                      WS-CERT-NAME DELIMITED BY SPACE
                   INTO WS-CERT-PATH
               END-STRING
           END-IF

           OPEN OUTPUT CERT-FILE

           MOVE "========================================"

           CLOSE CERT-FILE

           IF WS-MAIL-HELD = "Y"
               ADD 1 TO WS-TOTAL-HELD
               DISPLAY "Certificado " WS-SERIAL-NUMBER
                   " retenido (correo devuelto) en " WS-CERT-PATH
           ELSE
               DISPLAY "Certificado " WS-SERIAL-NUMBER
                   " emitido en " WS-CERT-PATH
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-RETURNED-MAIL - Clientes con fecha de correo devuelto
      * en la 12a columna de customers.csv
      * ----------------------------------------------------------------
       LOAD-RETURNED-MAIL.
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CUST-STATUS NOT = "00"
               READ CUSTOMERS-FILE
               IF WS-CUST-STATUS = "00"
                   MOVE SPACES TO WS-C-RETMAIL
                   UNSTRING CUSTOMERS-LINE DELIMITED BY ","
                       INTO WS-C-ID
                            WS-C-SKIP WS-C-SKIP WS-C-SKIP WS-C-SKIP
                            WS-C-SKIP WS-C-SKIP WS-C-SKIP WS-C-SKIP
                            WS-C-SKIP WS-C-SKIP WS-C-RETMAIL
                   END-UNSTRING
                   IF WS-C-RETMAIL NOT = SPACES
                       AND WS-RETMAIL-COUNT < WS-MAX-RETMAIL
                       ADD 1 TO WS-RETMAIL-COUNT
                       MOVE WS-C-ID TO WS-RETMAIL-ID(WS-RETMAIL-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CUSTOMERS-FILE
           .

      * ----------------------------------------------------------------
      * CHECK-RETURNED-MAIL - Titular de IX-ACC (primer vinculo) y
      * si esta marcado; sin vinculo el certificado sale siempre
      * ----------------------------------------------------------------
       CHECK-RETURNED-MAIL.
           MOVE "N" TO WS-MAIL-HELD
           MOVE SPACES TO WS-HOLDER-ID
           PERFORM VARYING IX-LNK FROM 1 BY 1
               UNTIL IX-LNK > WS-LINK-COUNT
                   OR WS-HOLDER-ID NOT = SPACES
               IF LNK-ACCOUNT(IX-LNK) = ACC-ID(IX-ACC)
                   MOVE LNK-CUST-ID(IX-LNK) TO WS-HOLDER-ID
               END-IF
           END-PERFORM

           IF WS-HOLDER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IX-RTM FROM 1 BY 1
               UNTIL IX-RTM > WS-RETMAIL-COUNT
               IF WS-RETMAIL-ID(IX-RTM) = WS-HOLDER-ID
                   MOVE "Y" TO WS-MAIL-HELD
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * APPEND-HOLD-MAIL - Fila de la cola: cliente,fecha,programa,
      * fichero retenido,fichero definitivo,HELD,fecha de liberacion;
      * una repeticion de la tirada no vuelve a anotar el documento
      * ----------------------------------------------------------------
       APPEND-HOLD-MAIL.
           MOVE "N" TO WS-HOLD-QUEUED
           OPEN INPUT HOLD-MAIL-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-HOLD-STATUS NOT = "00"
                   READ HOLD-MAIL-FILE
                   IF WS-HOLD-STATUS = "00"
                       MOVE SPACES TO WS-HOLD-STATE
                       UNSTRING HOLD-MAIL-LINE DELIMITED BY ","
                           INTO WS-H-SKIP WS-H-SKIP WS-H-SKIP
                                WS-HOLD-HELD-NAME WS-H-SKIP
                                WS-HOLD-STATE
                       END-UNSTRING
                       IF WS-HOLD-STATE = "HELD"
                           AND WS-HOLD-HELD-NAME(1:5) = "held-"
                           AND WS-HOLD-HELD-NAME(6:) = WS-CERT-NAME
                           MOVE "Y" TO WS-HOLD-QUEUED
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOLD-MAIL-FILE
           END-IF
           IF WS-HOLD-QUEUED = "Y"
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING

           OPEN EXTEND HOLD-MAIL-FILE
           IF WS-HOLD-STATUS = "05" OR WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-MAIL-FILE
           END-IF

           MOVE SPACES TO HOLD-MAIL-LINE
           STRING WS-HOLDER-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ",INTEREST-CERT,held-" DELIMITED BY SIZE
                  WS-CERT-NAME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CERT-NAME DELIMITED BY SPACE
                  ",HELD," DELIMITED BY SIZE
               INTO HOLD-MAIL-LINE
           END-STRING
           WRITE HOLD-MAIL-LINE
           CLOSE HOLD-MAIL-FILE
           .

      * El numero de serie es correlativo entre ejecuciones, igual
