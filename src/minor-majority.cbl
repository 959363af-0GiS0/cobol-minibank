      ******************************************************************
      * MINOR-MAJORITY: Mayoria de edad de los clientes menores
      *
      * customers.csv lleva la fecha de nacimiento (10a columna) y,
      * para un menor, el numero de cliente de su tutor legal
      * (11a). Mientras hay tutor, MBMAIN exige su autorizacion en
      * retiradas y transferencias y MBKIOSK no opera la cuenta.
      * Este trabajo busca cada noche a los menores que cumplen 18
      * anos a la fecha de negocio (o antes, si una noche no corrio)
      * y:
      *   - borra el tutor de la fila del cliente;
      *   - convierte sus cuentas (vinculos distintos de SIGNATORY
      *     en customer-accounts.csv) al producto de adulto que
      *     indica la 7a columna de data/product-catalog.csv para
      *     el producto actual (p. ej. JUNIOR,...,CHECKING), tanto
      *     en accounts.csv (5a columna) como en account-master.csv
      *     (7a); sin producto de adulto la cuenta conserva el suyo;
      *   - deja un evento MAYORIA-EDAD por cuenta en
      *     data/notifications.csv (cuenta,MAYORIA-EDAD,producto,
      *     fecha,hora,cliente) para la carta de bienvenida de
      *     LETTER-RENDER.
      * Los ficheros se reescriben via .new + mv.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINOR-MAJORITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERS-FILE ASSIGN TO "data/customers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CUSTOMERS-NEW-FILE ASSIGN TO
               "data/customers.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LINKS-FILE ASSIGN TO "data/customer-accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINKS-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "data/product-catalog.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT SEED-FILE ASSIGN TO "data/accounts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-STATUS.
           SELECT SEED-NEW-FILE ASSIGN TO "data/accounts.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "data/account-master.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MASTER-NEW-FILE ASSIGN TO
               "data/account-master.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTIFY-FILE ASSIGN TO "data/notifications.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-LINE        PIC X(250).
       FD  CUSTOMERS-NEW-FILE.
       01  CUSTOMERS-NEW-LINE    PIC X(250).
       FD  LINKS-FILE.
       01  LINKS-LINE            PIC X(50).
       FD  CATALOG-FILE.
       01  CATALOG-LINE          PIC X(100).
       FD  SEED-FILE.
       01  SEED-LINE             PIC X(200).
       FD  SEED-NEW-FILE.
       01  SEED-NEW-LINE         PIC X(200).
       FD  MASTER-FILE.
       01  MASTER-LINE           PIC X(200).
       FD  MASTER-NEW-FILE.
       01  MASTER-NEW-LINE       PIC X(200).
       FD  NOTIFY-FILE.
       01  NOTIFY-REC            PIC X(120).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).

       WORKING-STORAGE SECTION.

       77  WS-CUST-STATUS        PIC XX.
       77  WS-LINKS-STATUS       PIC XX.
       77  WS-CATALOG-STATUS     PIC XX.
       77  WS-SEED-STATUS        PIC XX.
       77  WS-MASTER-STATUS      PIC XX.
       77  WS-NOTIFY-STATUS      PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-EOF                PIC X VALUE "N".

      * Fila de customers.csv (id,nombre,direccion,telefono,
      * documento,fiscal,riesgo,revision,fallecimiento,nacimiento,
      * tutor,correo-devuelto-fecha,correo-devuelto-motivo)
       77  WS-C-ID               PIC X(10).
       77  WS-C-NAME             PIC X(60).
       77  WS-C-ADDRESS          PIC X(80).
       77  WS-C-PHONE            PIC X(20).
       77  WS-C-DOC              PIC X(20).
       77  WS-C-TAX              PIC X(10).
       77  WS-C-RISK             PIC X(8).
       77  WS-C-REVIEW           PIC X(10).
       77  WS-C-DECEASED         PIC X(10).
       77  WS-C-BIRTH            PIC X(10).
       77  WS-C-GUARDIAN         PIC X(10).
       77  WS-C-RETMAIL-DATE     PIC X(10).
       77  WS-C-RETMAIL-REASON   PIC X(30).
       77  WS-C-RM               PIC X(8).
       77  WS-C-PTR              PIC 9(4) COMP.
       77  WS-C-YEAR             PIC 9(4).
       77  WS-C-MAJORITY         PIC X(10).

      * Clientes que alcanzan hoy la mayoria de edad
       77  WS-MAX-ADULTS         PIC 9(4) COMP VALUE 200.
       77  WS-ADULT-COUNT        PIC 9(4) COMP VALUE 0.
       01  WS-ADULT-TABLE.
           05  WS-ADULT-ID OCCURS 200 TIMES INDEXED BY IX-ADULT
                                 PIC X(10).

      * Cuentas de esos clientes y su conversion de producto
       77  WS-MAX-CONV           PIC 9(4) COMP VALUE 500.
       77  WS-CONV-COUNT         PIC 9(4) COMP VALUE 0.
       01  WS-CONV-TABLE.
           05  WS-CONV-ROW OCCURS 500 TIMES INDEXED BY IX-CONV.
               10  CONV-ACCOUNT      PIC X(30).
               10  CONV-CUST-ID      PIC X(10).
               10  CONV-OLD-TYPE     PIC X(10).
               10  CONV-NEW-TYPE     PIC X(10).

      * Catalogo: producto y producto de adulto (7a columna)
       77  WS-MAX-CATALOG        PIC 9(4) COMP VALUE 20.
       77  WS-CATALOG-COUNT      PIC 9(4) COMP VALUE 0.
       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-ROW OCCURS 20 TIMES INDEXED BY IX-CAT.
               10  CAT-TYPE          PIC X(10).
               10  CAT-ADULT         PIC X(10).
       77  WS-K-SKIP             PIC X(20).

       77  WS-L-CUST             PIC X(10).
       77  WS-L-ACCOUNT          PIC X(30).
       77  WS-L-ROLE             PIC X(12).

      * Fila de accounts.csv (id,nombre,descubierto,tope-diario,
      * tipo,oficina)
       77  WS-S-ID               PIC X(30).
       77  WS-S-NAME             PIC X(60).
       77  WS-S-OVERDRAFT        PIC X(15).
       77  WS-S-DAILY            PIC X(15).
       77  WS-S-TYPE             PIC X(10).
       77  WS-S-BRANCH           PIC X(10).

      * Fila de account-master.csv (id,nombre,estado,descubierto,
      * tope-diario,saldo,tipo)
       77  WS-M-ID               PIC X(30).
       77  WS-M-NAME             PIC X(60).
       77  WS-M-STATUS           PIC X(10).
       77  WS-M-OVERDRAFT        PIC X(15).
       77  WS-M-DAILY            PIC X(15).
       77  WS-M-BALANCE          PIC X(20).
       77  WS-M-TYPE             PIC X(10).

       77  WS-TODAY-YYYYMMDD     PIC 9(8).
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-BUSDATE-LINE       PIC X(10).
       77  WS-NOW-TIME           PIC X(8).

       77  WS-FOUND              PIC X.
       77  WS-TOTAL-ADULTS       PIC 9(4) VALUE 0.
       77  WS-TOTAL-CONVERTED    PIC 9(4) VALUE 0.
       77  WS-TOTAL-NOTICES      PIC 9(4) VALUE 0.

       77  WS-CUST-MV-COMMAND    PIC X(60) VALUE
           "mv data/customers.csv.new data/customers.csv".
       77  WS-SEED-MV-COMMAND    PIC X(60) VALUE
           "mv data/accounts.csv.new data/accounts.csv".
       77  WS-MASTER-MV-COMMAND  PIC X(70) VALUE
           "mv data/account-master.csv.new data/account-master.csv".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           PERFORM PROCESS-CUSTOMERS

           IF WS-ADULT-COUNT > 0
               PERFORM LOAD-CATALOG
               PERFORM COLLECT-ACCOUNTS
               PERFORM RESOLVE-SEED-TYPES
               PERFORM RESOLVE-MASTER-TYPES
               PERFORM PICK-ADULT-PRODUCTS
               IF WS-TOTAL-CONVERTED > 0
                   PERFORM REWRITE-SEED
                   PERFORM REWRITE-MASTER
               END-IF
               PERFORM APPEND-NOTICES
           END-IF

           DISPLAY "Clientes que alcanzan la mayoria de edad: "
               WS-TOTAL-ADULTS
           DISPLAY "Cuentas convertidas a producto de adulto : "
               WS-TOTAL-CONVERTED
           DISPLAY "Avisos MAYORIA-EDAD emitidos            : "
               WS-TOTAL-NOTICES
           GOBACK
           .

      * ----------------------------------------------------------------
      * PROCESS-CUSTOMERS - Copia el maestro de clientes quitando el
      * tutor a los que cumplen 18 anos
      * ----------------------------------------------------------------
       PROCESS-CUSTOMERS.
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/customers.csv"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CUSTOMERS-NEW-FILE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CUSTOMERS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-CUSTOMER
                       WRITE CUSTOMERS-NEW-LINE
               END-READ
           END-PERFORM

           CLOSE CUSTOMERS-NEW-FILE
           CLOSE CUSTOMERS-FILE

           CALL "SYSTEM" USING WS-CUST-MV-COMMAND
           .

       CHECK-ONE-CUSTOMER.
           MOVE CUSTOMERS-LINE TO CUSTOMERS-NEW-LINE
           MOVE SPACES TO WS-C-DECEASED
           MOVE SPACES TO WS-C-BIRTH
           MOVE SPACES TO WS-C-GUARDIAN
           MOVE SPACES TO WS-C-RETMAIL-DATE
           MOVE SPACES TO WS-C-RETMAIL-REASON
           MOVE SPACES TO WS-C-RM
           UNSTRING CUSTOMERS-LINE DELIMITED BY ","
               INTO WS-C-ID WS-C-NAME WS-C-ADDRESS WS-C-PHONE
                    WS-C-DOC WS-C-TAX WS-C-RISK WS-C-REVIEW
                    WS-C-DECEASED WS-C-BIRTH WS-C-GUARDIAN
                    WS-C-RETMAIL-DATE WS-C-RETMAIL-REASON WS-C-RM
           END-UNSTRING

           IF WS-C-GUARDIAN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-C-BIRTH(1:4) IS NOT NUMERIC
               OR WS-C-BIRTH(5:1) NOT = "-"
               OR WS-C-BIRTH(8:1) NOT = "-"
               DISPLAY "Aviso: menor sin fecha de nacimiento valida: "
                   WS-C-ID
               EXIT PARAGRAPH
           END-IF

      *    El dia en que cumple 18: mismo mes y dia, ano + 18
           MOVE WS-C-BIRTH(1:4) TO WS-C-YEAR
           ADD 18 TO WS-C-YEAR
           MOVE WS-C-BIRTH TO WS-C-MAJORITY
           MOVE WS-C-YEAR TO WS-C-MAJORITY(1:4)
           IF WS-C-MAJORITY > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF

      *    Fila sin tutor: las ocho columnas fijas mas
      *    fallecimiento y nacimiento; si hay marca de correo
      *    devuelto o gestor de relacion se conservan detras de un
      *    tutor vacio
           MOVE SPACES TO CUSTOMERS-NEW-LINE
           MOVE 1 TO WS-C-PTR
           STRING WS-C-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-C-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-C-ADDRESS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-C-PHONE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-C-DOC) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-C-TAX DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-C-RISK DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-C-REVIEW DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-C-DECEASED DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-C-BIRTH DELIMITED BY SPACE
               INTO CUSTOMERS-NEW-LINE
               WITH POINTER WS-C-PTR
           END-STRING
           IF WS-C-RETMAIL-DATE NOT = SPACES OR WS-C-RM NOT = SPACES
               STRING ",," DELIMITED BY SIZE
                      WS-C-RETMAIL-DATE DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-C-RETMAIL-REASON)
                          DELIMITED BY SIZE
                   INTO CUSTOMERS-NEW-LINE
                   WITH POINTER WS-C-PTR
               END-STRING
           END-IF
           IF WS-C-RM NOT = SPACES
               STRING "," DELIMITED BY SIZE
                      WS-C-RM DELIMITED BY SPACE
                   INTO CUSTOMERS-NEW-LINE
                   WITH POINTER WS-C-PTR
               END-STRING
           END-IF

           ADD 1 TO WS-TOTAL-ADULTS
           IF WS-ADULT-COUNT < WS-MAX-ADULTS
               ADD 1 TO WS-ADULT-COUNT
               MOVE WS-C-ID TO WS-ADULT-ID(WS-ADULT-COUNT)
           END-IF
           DISPLAY "Mayoria de edad: " WS-C-ID " (tutor "
               FUNCTION TRIM(WS-C-GUARDIAN) " desvinculado)"
           .

      * ----------------------------------------------------------------
      * LOAD-CATALOG - Producto y producto de adulto del catalogo
      * ----------------------------------------------------------------
       LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CATALOG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CATALOG-LINE(1:4) NOT = "type"
                           AND WS-CATALOG-COUNT < WS-MAX-CATALOG
                           ADD 1 TO WS-CATALOG-COUNT
                           MOVE SPACES
                               TO CAT-ADULT(WS-CATALOG-COUNT)
                           UNSTRING CATALOG-LINE DELIMITED BY ","
                               INTO CAT-TYPE(WS-CATALOG-COUNT)
                                    WS-K-SKIP WS-K-SKIP WS-K-SKIP
                                    WS-K-SKIP WS-K-SKIP
                                    CAT-ADULT(WS-CATALOG-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CATALOG-FILE
           .

      * ----------------------------------------------------------------
      * COLLECT-ACCOUNTS - Cuentas de los nuevos mayores de edad
      * (titular o cotitular; el apoderado no cuenta)
      * ----------------------------------------------------------------
       COLLECT-ACCOUNTS.
           OPEN INPUT LINKS-FILE
           IF WS-LINKS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LINKS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM COLLECT-ONE-LINK
               END-READ
           END-PERFORM

           CLOSE LINKS-FILE
           .

       COLLECT-ONE-LINK.
           MOVE SPACES TO WS-L-ROLE
           UNSTRING LINKS-LINE DELIMITED BY ","
               INTO WS-L-CUST WS-L-ACCOUNT WS-L-ROLE
           END-UNSTRING
           IF WS-L-ROLE = "SIGNATORY"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-ADULT FROM 1 BY 1
               UNTIL IX-ADULT > WS-ADULT-COUNT OR WS-FOUND = "Y"
               IF WS-ADULT-ID(IX-ADULT) = WS-L-CUST
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "N" OR WS-CONV-COUNT >= WS-MAX-CONV
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONV-COUNT
           MOVE WS-L-ACCOUNT TO CONV-ACCOUNT(WS-CONV-COUNT)
           MOVE WS-L-CUST TO CONV-CUST-ID(WS-CONV-COUNT)
           MOVE SPACES TO CONV-OLD-TYPE(WS-CONV-COUNT)
           MOVE SPACES TO CONV-NEW-TYPE(WS-CONV-COUNT)
           .

      * ----------------------------------------------------------------
      * RESOLVE-SEED-TYPES / RESOLVE-MASTER-TYPES - Producto actual
      * de cada cuenta: el del maestro de cierre manda sobre el del
      * fichero de alta, como al cargar MBMAIN
      * ----------------------------------------------------------------
       RESOLVE-SEED-TYPES.
           OPEN INPUT SEED-FILE
           IF WS-SEED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SEED-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-SEED-LINE
                       PERFORM VARYING IX-CONV FROM 1 BY 1
                           UNTIL IX-CONV > WS-CONV-COUNT
                           IF CONV-ACCOUNT(IX-CONV) = WS-S-ID
                               AND WS-S-TYPE NOT = SPACES
                               MOVE WS-S-TYPE
                                   TO CONV-OLD-TYPE(IX-CONV)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE SEED-FILE
           .

       RESOLVE-MASTER-TYPES.
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
                           PERFORM PARSE-MASTER-LINE
                           PERFORM VARYING IX-CONV FROM 1 BY 1
                               UNTIL IX-CONV > WS-CONV-COUNT
                               IF CONV-ACCOUNT(IX-CONV) = WS-M-ID
                                   AND WS-M-TYPE NOT = SPACES
                                   MOVE WS-M-TYPE
                                       TO CONV-OLD-TYPE(IX-CONV)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MASTER-FILE
           .

      * ----------------------------------------------------------------
      * PICK-ADULT-PRODUCTS - Producto de adulto del catalogo para
      * el producto actual (CHECKING si la cuenta no tiene tipo)
      * ----------------------------------------------------------------
       PICK-ADULT-PRODUCTS.
           PERFORM VARYING IX-CONV FROM 1 BY 1
               UNTIL IX-CONV > WS-CONV-COUNT
               IF CONV-OLD-TYPE(IX-CONV) = SPACES
                   MOVE "CHECKING" TO CONV-OLD-TYPE(IX-CONV)
               END-IF
               PERFORM VARYING IX-CAT FROM 1 BY 1
                   UNTIL IX-CAT > WS-CATALOG-COUNT
                   IF CAT-TYPE(IX-CAT) = CONV-OLD-TYPE(IX-CONV)
                       AND CAT-ADULT(IX-CAT) NOT = SPACES
                       AND CAT-ADULT(IX-CAT)
                           NOT = CONV-OLD-TYPE(IX-CONV)
                       MOVE CAT-ADULT(IX-CAT)
                           TO CONV-NEW-TYPE(IX-CONV)
                   END-IF
               END-PERFORM
               IF CONV-NEW-TYPE(IX-CONV) NOT = SPACES
                   ADD 1 TO WS-TOTAL-CONVERTED
                   DISPLAY "Cuenta "
                       FUNCTION TRIM(CONV-ACCOUNT(IX-CONV)) ": "
                       FUNCTION TRIM(CONV-OLD-TYPE(IX-CONV)) " -> "
                       CONV-NEW-TYPE(IX-CONV)
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * REWRITE-SEED - Nuevo tipo en la 5a columna de accounts.csv
      * ----------------------------------------------------------------
       REWRITE-SEED.
           OPEN INPUT SEED-FILE
           IF WS-SEED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SEED-NEW-FILE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SEED-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SEED-LINE TO SEED-NEW-LINE
                       PERFORM PARSE-SEED-LINE
                       PERFORM CONVERT-SEED-LINE
                       WRITE SEED-NEW-LINE
               END-READ
           END-PERFORM

           CLOSE SEED-NEW-FILE
           CLOSE SEED-FILE

           CALL "SYSTEM" USING WS-SEED-MV-COMMAND
           .

       CONVERT-SEED-LINE.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-CONV FROM 1 BY 1
               UNTIL IX-CONV > WS-CONV-COUNT OR WS-FOUND = "Y"
               IF CONV-ACCOUNT(IX-CONV) = WS-S-ID
                   AND CONV-NEW-TYPE(IX-CONV) NOT = SPACES
                   MOVE "Y" TO WS-FOUND
                   MOVE CONV-NEW-TYPE(IX-CONV) TO WS-S-TYPE
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SEED-NEW-LINE
           STRING WS-S-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-S-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-S-OVERDRAFT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-S-DAILY DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-S-TYPE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-S-BRANCH DELIMITED BY SPACE
               INTO SEED-NEW-LINE
           END-STRING
           .

       PARSE-SEED-LINE.
           MOVE SPACES TO WS-S-OVERDRAFT
           MOVE SPACES TO WS-S-DAILY
           MOVE SPACES TO WS-S-TYPE
           MOVE SPACES TO WS-S-BRANCH
           UNSTRING SEED-LINE DELIMITED BY ","
               INTO WS-S-ID WS-S-NAME WS-S-OVERDRAFT WS-S-DAILY
                    WS-S-TYPE WS-S-BRANCH
           END-UNSTRING
           .

      * ----------------------------------------------------------------
      * REWRITE-MASTER - Nuevo tipo en la 7a columna del maestro de
      * cierre, para que la siguiente carga de MBMAIN ya lo vea
      * ----------------------------------------------------------------
       REWRITE-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT MASTER-NEW-FILE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MASTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE MASTER-LINE TO MASTER-NEW-LINE
                       IF MASTER-LINE(1:14) NOT = "account-master"
                           PERFORM PARSE-MASTER-LINE
                           PERFORM CONVERT-MASTER-LINE
                       END-IF
                       WRITE MASTER-NEW-LINE
               END-READ
           END-PERFORM

           CLOSE MASTER-NEW-FILE
           CLOSE MASTER-FILE

           CALL "SYSTEM" USING WS-MASTER-MV-COMMAND
           .

       CONVERT-MASTER-LINE.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING IX-CONV FROM 1 BY 1
               UNTIL IX-CONV > WS-CONV-COUNT OR WS-FOUND = "Y"
               IF CONV-ACCOUNT(IX-CONV) = WS-M-ID
                   AND CONV-NEW-TYPE(IX-CONV) NOT = SPACES
                   MOVE "Y" TO WS-FOUND
                   MOVE CONV-NEW-TYPE(IX-CONV) TO WS-M-TYPE
               END-IF
           END-PERFORM
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MASTER-NEW-LINE
           STRING WS-M-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-M-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-M-STATUS DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-M-OVERDRAFT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-M-DAILY DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-M-BALANCE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-M-TYPE DELIMITED BY SPACE
               INTO MASTER-NEW-LINE
           END-STRING
           .

       PARSE-MASTER-LINE.
           MOVE SPACES TO WS-M-STATUS
           MOVE SPACES TO WS-M-OVERDRAFT
           MOVE SPACES TO WS-M-DAILY
           MOVE SPACES TO WS-M-BALANCE
           MOVE SPACES TO WS-M-TYPE
           UNSTRING MASTER-LINE DELIMITED BY ","
               INTO WS-M-ID WS-M-NAME WS-M-STATUS WS-M-OVERDRAFT
                    WS-M-DAILY WS-M-BALANCE WS-M-TYPE
           END-UNSTRING
           .

      * ----------------------------------------------------------------
      * APPEND-NOTICES - Un evento MAYORIA-EDAD por cuenta para la
      * carta de bienvenida
      * ----------------------------------------------------------------
       APPEND-NOTICES.
           IF WS-CONV-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND NOTIFY-FILE
           IF WS-NOTIFY-STATUS = "05" OR WS-NOTIFY-STATUS = "35"
               OPEN OUTPUT NOTIFY-FILE
           END-IF

           PERFORM VARYING IX-CONV FROM 1 BY 1
               UNTIL IX-CONV > WS-CONV-COUNT
               IF CONV-NEW-TYPE(IX-CONV) = SPACES
                   MOVE CONV-OLD-TYPE(IX-CONV)
                       TO CONV-NEW-TYPE(IX-CONV)
               END-IF
               MOVE SPACES TO NOTIFY-REC
               STRING CONV-ACCOUNT(IX-CONV) DELIMITED BY SPACE
                      ",MAYORIA-EDAD," DELIMITED BY SIZE
                      CONV-NEW-TYPE(IX-CONV) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-TODAY-DATE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-NOW-TIME(1:6) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      CONV-CUST-ID(IX-CONV) DELIMITED BY SPACE
                   INTO NOTIFY-REC
               END-STRING
               WRITE NOTIFY-REC
               ADD 1 TO WS-TOTAL-NOTICES
           END-PERFORM

           CLOSE NOTIFY-FILE
           .

       GET-TODAY-DATE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE INTO WS-BUSDATE-LINE
                   AT END CONTINUE
               END-READ
               CLOSE BUSDATE-FILE
               IF WS-BUSDATE-LINE NOT = SPACES
                   MOVE WS-BUSDATE-LINE(1:4)
                       TO WS-TODAY-YYYYMMDD(1:4)
                   MOVE WS-BUSDATE-LINE(6:2)
                       TO WS-TODAY-YYYYMMDD(5:2)
                   MOVE WS-BUSDATE-LINE(9:2)
                       TO WS-TODAY-YYYYMMDD(7:2)
               END-IF
           END-IF

           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-TODAY-DATE
           END-STRING
           .

       END PROGRAM MINOR-MAJORITY.
