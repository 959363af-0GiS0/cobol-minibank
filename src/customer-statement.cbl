      *     vinculada (misma mecanica de apertura/cierre que
      *     STATEMENT),
      *   - sus depositos a plazo de data/term-deposits.csv,
      *   - sus planes de ahorro de data/recurring-deposits.csv
      *     (lo ahorrado hasta la fecha),
      *   - su posicion de prestamos de data/loans.csv,
      *   - y un total de cartera al final.
      *
      * STATEMENT_MONTH (AAAA-MM) es obligatorio. Salida en
      * data/customer-statement-<cliente>-<mes>.txt.
      *
      * Un cliente con marca de correo devuelto (12a columna de
      * customers.csv) no recibe el documento: se escribe como
      * data/held-customer-statement-<cliente>-<mes>.txt y se anota
      * en la cola data/hold-mail.csv, que MBMAIN libera al quitar
      * la marca.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************
           SELECT TD-FILE ASSIGN TO "data/term-deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT RD-FILE ASSIGN TO "data/recurring-deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RD-STATUS.
           SELECT LOANS-FILE ASSIGN TO "data/loans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MAIL-FILE ASSIGN TO "data/hold-mail.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PART-LINE             PIC X(120).
       FD  TD-FILE.
       01  TD-LINE               PIC X(150).
       FD  RD-FILE.
       01  RD-LINE               PIC X(200).
       FD  LOANS-FILE.
       01  LOANS-LINE            PIC X(150).
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE        PIC X(132).
       FD  HOLD-MAIL-FILE.
       01  HOLD-MAIL-LINE        PIC X(200).

       WORKING-STORAGE SECTION.

       77  WS-LINK-STATUS        PIC XX.
       77  WS-TX-STATUS          PIC XX.
       77  WS-TD-STATUS          PIC XX.
       77  WS-RD-STATUS          PIC XX.
       77  WS-LOANS-STATUS       PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-PART-STATUS        PIC XX.
       77  WS-ENV-CUSTOMER       PIC X(10) VALUE SPACES.
       77  WS-ENV-MONTH          PIC X(7)  VALUE SPACES.
       77  WS-STATEMENT-PATH     PIC X(100).
       77  WS-STATEMENT-NAME     PIC X(80).

      * Cola de correo retenido (cliente con correo devuelto)
       77  WS-HOLD-STATUS        PIC XX.
       77  WS-HOLD-HELD-NAME     PIC X(80).
       77  WS-HOLD-STATE         PIC X(10).
       77  WS-HOLD-QUEUED        PIC X.
       77  WS-H-SKIP             PIC X(20).
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

      * Maestro de clientes (id, nombre y la marca de correo
      * devuelto de la 12a columna)
       77  WS-MAX-CUSTOMERS      PIC 9(4) COMP VALUE 500.
       77  WS-CUST-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-CUSTOMERS-TABLE.
                   INDEXED BY IX-CUST.
               10  CUST-ID           PIC X(10).
               10  CUST-NAME         PIC X(60).
               10  CUST-RETMAIL      PIC X(10).

      * Vinculos cuenta-cliente; los campos 3 y 4 (rol y limite por
      * firmante) son opcionales y aqui no se usan
       77  WS-CUST-FIELD-3       PIC X(80).
       77  WS-CUST-FIELD-4       PIC X(20).
       77  WS-CUST-FIELD-5       PIC X(20).
       77  WS-CUST-SKIP          PIC X(20).

      * Cuenta en curso del pase por el ledger
       77  WS-STMT-ACCOUNT       PIC X(30).
       77  WS-CSV-CATEGORY       PIC X(15).
       77  WS-REV-ORIG-TYPE      PIC X(10).
       77  WS-REV-REF            PIC X(30).
      * Cambio de producto: fila PRODUCTO de importe cero con el
      * tipo anterior y el nuevo en el auxiliar (ANTERIOR>NUEVO)
       77  WS-PROD-OLD-TYPE      PIC X(10).
       77  WS-PROD-NEW-TYPE      PIC X(10).

       77  WS-OPENING-BAL        PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-CLOSING-BAL        PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TD-STATE           PIC X(8).
       77  WS-TD-PRINCIPAL      PIC S9(13)V9(2) COMP-3.

      * Planes de ahorro (depositos recurrentes) del cliente
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

       77  WS-LOAN-ID            PIC X(12).
       77  WS-LOAN-ACCOUNT       PIC X(30).
       77  WS-LOAN-PRINCIPAL-STR PIC X(20).
       77  WS-LOAN-TERM-STR      PIC X(6).
       77  WS-LOAN-INSTALL-STR   PIC X(20).
       77  WS-LOAN-NEXT-DATE     PIC X(10).
       77  WS-LOAN-STATUS        PIC X(12).
       77  WS-LOAN-PRINCIPAL     PIC S9(13)V9(2) COMP-3.

      * Total de cartera: saldos de cierre + depositos - prestamos
       77  WS-ACCOUNT-MATCH      PIC X.
       77  WS-SECTION-COUNT      PIC 9(4) VALUE 0.
       77  WS-TOTAL-DOCS         PIC 9(4) VALUE 0.
       77  WS-TOTAL-HELD         PIC 9(4) VALUE 0.

       77  FORMATTED-BAL         PIC -(12)9.99.
       77  FORMATTED-AMT         PIC -(12)9.99.
           END-PERFORM

           DISPLAY "Extractos de cliente generados: " WS-TOTAL-DOCS
           DISPLAY "Extractos retenidos (correo devuelto): "
               WS-TOTAL-HELD
           GOBACK
           .

                       NOT AT END
                           IF WS-CUST-COUNT < WS-MAX-CUSTOMERS
                               ADD 1 TO WS-CUST-COUNT
                               MOVE SPACES
                                   TO CUST-RETMAIL(WS-CUST-COUNT)
                               UNSTRING CUSTOMERS-LINE
                                   DELIMITED BY ","
                                   INTO CUST-ID(WS-CUST-COUNT)
                                        WS-CUST-FIELD-3
                                        WS-CUST-FIELD-4
                                        WS-CUST-FIELD-5
                                        WS-CUST-SKIP WS-CUST-SKIP
                                        WS-CUST-SKIP WS-CUST-SKIP
                                        WS-CUST-SKIP WS-CUST-SKIP
                                        CUST-RETMAIL(WS-CUST-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
           MOVE 0 TO WS-PORTFOLIO-TOTAL
           MOVE 0 TO WS-SECTION-COUNT

           MOVE SPACES TO WS-STATEMENT-NAME
           STRING "customer-statement-" DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-ID(IX-CUST)) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ENV-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-STATEMENT-NAME
           END-STRING

           MOVE SPACES TO WS-STATEMENT-PATH
           IF CUST-RETMAIL(IX-CUST) NOT = SPACES
               STRING "data/held-" DELIMITED BY SIZE
                      WS-STATEMENT-NAME DELIMITED BY SPACE
                   INTO WS-STATEMENT-PATH
               END-STRING
               PERFORM APPEND-HOLD-MAIL
           ELSE
               STRING "data/" DELIMITED BY SIZE
                      WS-STATEMENT-NAME DELIMITED BY SPACE
                   INTO WS-STATEMENT-PATH
               END-STRING
           END-IF

           OPEN OUTPUT STATEMENT-FILE

           MOVE "================================================"
           END-IF

           PERFORM WRITE-TD-SECTION
           PERFORM WRITE-RD-SECTION
           PERFORM WRITE-LOAN-SECTION

           MOVE "------------------------------------------------"
           WRITE STATEMENT-LINE

           CLOSE STATEMENT-FILE
           IF CUST-RETMAIL(IX-CUST) NOT = SPACES
               ADD 1 TO WS-TOTAL-HELD
               DISPLAY "Retenido (correo devuelto): "
                   WS-STATEMENT-PATH
           ELSE
               ADD 1 TO WS-TOTAL-DOCS
               DISPLAY "OK: " WS-STATEMENT-PATH
           END-IF
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
                           AND WS-HOLD-HELD-NAME(6:) = WS-STATEMENT-NAME
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
           STRING CUST-ID(IX-CUST) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ",CUSTOMER-STATEMENT,held-" DELIMITED BY SIZE
                  WS-STATEMENT-NAME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-STATEMENT-NAME DELIMITED BY SPACE
                  ",HELD," DELIMITED BY SIZE
               INTO HOLD-MAIL-LINE
           END-STRING
           WRITE HOLD-MAIL-LINE
           CLOSE HOLD-MAIL-FILE
           .

      * ----------------------------------------------------------------
       WRITE-MOVEMENT-LINE.
           MOVE WS-CSV-AMOUNT TO FORMATTED-AMT
           MOVE SPACES TO STATEMENT-LINE
           IF WS-CSV-CATEGORY = "PRODUCTO"
               PERFORM WRITE-PRODUCT-CHANGE-LINE
               EXIT PARAGRAPH
           END-IF
           STRING WS-CSV-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CSV-EFFECTIVE-TYPE DELIMITED BY SPACE
           WRITE STATEMENT-LINE
           .

      * La cuenta sigue con el mismo numero pero cambio de producto:
      * el extracto lo muestra en su fecha en lugar de un abono de
      * importe cero
       WRITE-PRODUCT-CHANGE-LINE.
           MOVE SPACES TO WS-PROD-OLD-TYPE WS-PROD-NEW-TYPE
           UNSTRING WS-CSV-TO-ACCOUNT DELIMITED BY ">"
               INTO WS-PROD-OLD-TYPE WS-PROD-NEW-TYPE
           END-UNSTRING
           STRING WS-CSV-DATE DELIMITED BY SIZE
                  "  CAMBIO DE PRODUCTO " DELIMITED BY SIZE
                  WS-PROD-OLD-TYPE DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-PROD-NEW-TYPE DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  WS-CSV-REF DELIMITED BY SPACE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           .

      * ----------------------------------------------------------------
      * WRITE-TD-SECTION - Depositos a plazo cuya cuenta origen
      * pertenece al cliente; los ACTIVOS suman a la cartera
           END-IF
           .

      * ----------------------------------------------------------------
      * WRITE-RD-SECTION - Planes de ahorro cuya cuenta de cargo
      * pertenece al cliente; lo ahorrado de los ACTIVOS (y de los
      * SUSPENDED, que lo conservan) suma a la cartera
      * ----------------------------------------------------------------
       WRITE-RD-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           OPEN INPUT RD-FILE
           IF WS-RD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ RD-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CHECK-RD-LINE
               END-READ
           END-PERFORM
           CLOSE RD-FILE
           .

       CHECK-RD-LINE.
           MOVE SPACES TO WS-RD-STATE
           UNSTRING RD-LINE DELIMITED BY ","
               INTO WS-RD-ID WS-RD-ACCOUNT WS-RD-INSTALMENT-STR
                    WS-RD-RATE-STR WS-RD-OPEN-DATE WS-RD-MATURITY
                    WS-RD-MONTHS-STR WS-RD-NEXT-DUE WS-RD-PAID-STR
                    WS-RD-MISSED-STR WS-RD-SAVED-STR
                    WS-RD-INTEREST-STR WS-RD-INT-DATE
                    WS-RD-PENALTY-STR WS-RD-STATE
           END-UNSTRING

           MOVE "N" TO WS-ACCOUNT-MATCH
           PERFORM VARYING IX-LINK FROM 1 BY 1
               UNTIL IX-LINK > WS-LINK-COUNT
               IF LINK-CUST-ID(IX-LINK) = CUST-ID(IX-CUST)
                   AND LINK-ACCOUNT-ID(IX-LINK) = WS-RD-ACCOUNT
                   MOVE "Y" TO WS-ACCOUNT-MATCH
               END-IF
           END-PERFORM

           IF WS-ACCOUNT-MATCH = "Y"
               AND FUNCTION TEST-NUMVAL(WS-RD-SAVED-STR) = 0
               IF WS-SECTION-COUNT = 0
                   MOVE SPACES TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE "PLANES DE AHORRO" TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE "---------------------------------------"
                       TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               ADD 1 TO WS-SECTION-COUNT
               MOVE FUNCTION NUMVAL(WS-RD-SAVED-STR) TO WS-RD-SAVED
               MOVE WS-RD-SAVED TO FORMATTED-AMT
               MOVE SPACES TO STATEMENT-LINE
               STRING "RD-" DELIMITED BY SIZE
                      WS-RD-ID DELIMITED BY SPACE
                      "  " DELIMITED BY SIZE
                      FORMATTED-AMT DELIMITED BY SIZE
                      "  cuotas " DELIMITED BY SIZE
                      WS-RD-PAID-STR DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-RD-MONTHS-STR DELIMITED BY SPACE
                      " impagadas " DELIMITED BY SIZE
                      WS-RD-MISSED-STR DELIMITED BY SPACE
                      "  vence " DELIMITED BY SIZE
                      WS-RD-MATURITY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-RD-STATE DELIMITED BY SPACE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               IF WS-RD-STATE = "ACTIVE" OR WS-RD-STATE = SPACES
                   OR WS-RD-STATE = "SUSPENDED"
                   ADD WS-RD-SAVED TO WS-PORTFOLIO-TOTAL
               END-IF
           END-IF
           .

      * ----------------------------------------------------------------
      * WRITE-LOAN-SECTION - Prestamos cuya cuenta de cargo pertenece
      * al cliente; el capital vivo resta de la cartera
               END-STRING
               WRITE STATEMENT-LINE
               IF WS-LOAN-STATUS = "ACTIVE"
                   OR WS-LOAN-STATUS = "RESTRUCTURED"
                   OR WS-LOAN-STATUS = SPACES
                   SUBTRACT WS-LOAN-PRINCIPAL
                       FROM WS-PORTFOLIO-TOTAL
