      * el mismo PIC -(12)9.99 de edicion que minibank.cob y
      * minibank-menu.cob ya usan para mostrar importes.
      *
      * Si el titular de la cuenta (su primer vinculo en
      * data/customer-accounts.csv) tiene marca de correo devuelto
      * en customers.csv, el extracto se escribe como
      * data/held-statement-<cuenta>-<mes>.txt y se anota en la
      * cola data/hold-mail.csv; MBMAIN lo libera al quitar la
      * marca.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-08-09
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.

      *    Correo devuelto: titular de la cuenta y cola de retenidos
           SELECT CUSTOMERS-FILE ASSIGN TO "data/customers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT LINKS-FILE ASSIGN TO "data/customer-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINKS-STATUS.
           SELECT HOLD-MAIL-FILE ASSIGN TO "data/hold-mail.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TX-FILE.
       01  PART-MANIFEST-REC     PIC X(10).
       FD  PART-FILE.
       01  PART-LINE             PIC X(120).
       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-LINE        PIC X(250).
       FD  LINKS-FILE.
       01  LINKS-LINE            PIC X(50).
       FD  HOLD-MAIL-FILE.
       01  HOLD-MAIL-LINE        PIC X(200).

       WORKING-STORAGE SECTION.

       77  WS-ENV-ACCOUNT        PIC X(30) VALUE SPACES.
       77  WS-ENV-MONTH          PIC X(7)  VALUE SPACES.
       77  WS-STATEMENT-PATH     PIC X(100).
       77  WS-STATEMENT-NAME     PIC X(80).

      * Correo devuelto del titular (12a columna de customers.csv)
       77  WS-CUST-STATUS        PIC XX.
       77  WS-LINKS-STATUS       PIC XX.
       77  WS-HOLD-STATUS        PIC XX.
       77  WS-HOLD-HELD-NAME     PIC X(80).
       77  WS-HOLD-STATE         PIC X(10).
       77  WS-HOLD-QUEUED        PIC X.
       77  WS-H-SKIP             PIC X(20).
       77  WS-HOLDER-ID          PIC X(10).
       77  WS-L-CUST             PIC X(10).
       77  WS-L-ACCOUNT          PIC X(30).
       77  WS-C-ID               PIC X(10).
       77  WS-C-SKIP             PIC X(80).
       77  WS-C-RETMAIL          PIC X(10).
       77  WS-MAIL-HELD          PIC X VALUE "N".
       77  WS-TODAY-YYYYMMDD     PIC X(8).
       77  WS-TODAY-DATE         PIC X(10).

       77  WS-CSV-DATE           PIC X(10).
       77  WS-CSV-ACCOUNT        PIC X(30).
       77  WS-CSV-EFFECTIVE-TYPE PIC X(10).
       77  WS-REV-ORIG-TYPE      PIC X(10).
       77  WS-REV-REF            PIC X(30).
      * Cambio de producto: fila PRODUCTO de importe cero con el
      * tipo anterior y el nuevo en el auxiliar (ANTERIOR>NUEVO)
       77  WS-PROD-OLD-TYPE      PIC X(10).
       77  WS-PROD-NEW-TYPE      PIC X(10).
       77  WS-CSV-REF            PIC X(20).
       77  WS-CSV-CATEGORY       PIC X(15).

               GOBACK
           END-IF

           STRING "statement-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENV-ACCOUNT) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ENV-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-STATEMENT-NAME
           END-STRING

           PERFORM CHECK-RETURNED-MAIL
           IF WS-MAIL-HELD = "Y"
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

           PERFORM WRITE-STATEMENT-HEADER
           PERFORM WRITE-STATEMENT-FOOTER
           CLOSE STATEMENT-FILE

           IF WS-MAIL-HELD = "Y"
               DISPLAY "Correo devuelto del cliente "
                   FUNCTION TRIM(WS-HOLDER-ID)
                   ": extracto retenido en " WS-STATEMENT-PATH
           ELSE
               DISPLAY "OK: extracto generado en " WS-STATEMENT-PATH
           END-IF
           GOBACK
           .


           MOVE WS-CSV-AMOUNT TO FORMATTED-AMT
           MOVE SPACES TO STATEMENT-LINE
           IF WS-CSV-CATEGORY = "PRODUCTO"
               PERFORM WRITE-PRODUCT-CHANGE-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CSV-TYPE = "REVERSAL"
               STRING WS-CSV-DATE DELIMITED BY SIZE
                      "  REVERSAL de " DELIMITED BY SIZE
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

       WRITE-STATEMENT-FOOTER.
           IF WS-MOVEMENT-COUNT = 0
               MOVE WS-OPENING-BAL TO FORMATTED-BAL
           CLOSE TX-INDEX-FILE
           .

      * ----------------------------------------------------------------
      * CHECK-RETURNED-MAIL - Titular de la cuenta (primer vinculo)
      * y su marca de correo devuelto; sin vinculo no se retiene
      * ----------------------------------------------------------------
       CHECK-RETURNED-MAIL.
           MOVE "N" TO WS-MAIL-HELD
           MOVE SPACES TO WS-HOLDER-ID

           OPEN INPUT LINKS-FILE
           IF WS-LINKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LINKS-STATUS NOT = "00"
                   OR WS-HOLDER-ID NOT = SPACES
               READ LINKS-FILE
               IF WS-LINKS-STATUS = "00"
                   UNSTRING LINKS-LINE DELIMITED BY ","
                       INTO WS-L-CUST WS-L-ACCOUNT
                   END-UNSTRING
                   IF WS-L-ACCOUNT = WS-ENV-ACCOUNT
                       MOVE WS-L-CUST TO WS-HOLDER-ID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LINKS-FILE

           IF WS-HOLDER-ID = SPACES
               EXIT PARAGRAPH
           END-IF

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
                   IF WS-C-ID = WS-HOLDER-ID
                       AND WS-C-RETMAIL NOT = SPACES
                       MOVE "Y" TO WS-MAIL-HELD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CUSTOMERS-FILE
           .

      * ----------------------------------------------------------------
      * APPEND-HOLD-MAIL - Fila de la cola: cliente,fecha,programa,
      * fichero retenido,fichero definitivo,HELD,fecha de liberacion
      * ----------------------------------------------------------------
       APPEND-HOLD-MAIL.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING

      *    Una repeticion de la tirada reescribe el mismo fichero
      *    retenido: si ya esta en la cola no se anota otra vez
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

           OPEN EXTEND HOLD-MAIL-FILE
           IF WS-HOLD-STATUS = "05" OR WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-MAIL-FILE
           END-IF

           MOVE SPACES TO HOLD-MAIL-LINE
           STRING WS-HOLDER-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ",STATEMENT,held-" DELIMITED BY SIZE
                  WS-STATEMENT-NAME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-STATEMENT-NAME DELIMITED BY SPACE
                  ",HELD," DELIMITED BY SIZE
               INTO HOLD-MAIL-LINE
           END-STRING
           WRITE HOLD-MAIL-LINE
           CLOSE HOLD-MAIL-FILE
           .

       END PROGRAM STATEMENT.
