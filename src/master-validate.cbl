      ******************************************************************
      * MASTER-VALIDATE: Validacion de campos de los ficheros maestros
      *
      * INTEGRITY-CHECK cruza referencias entre ficheros, pero nadie
      * miraba los campos de cada registro: una fecha de proximo
      * vencimiento mal tecleada en data/loans.csv tumbaba
      * LOAN-BILLING de madrugada. Este trabajo corre como primer
      * paso del cierre diario y repasa, fila a fila, cada maestro
      * contra sus reglas de campo:
      *   - fechas AAAA-MM-DD que existen en el calendario,
      *   - importes y tipos numericos (importes no negativos),
      *   - codigos de estado, frecuencia, base... dentro de los
      *     valores que admiten los programas que los leen,
      *   - campos obligatorios informados.
      * Ficheros y paso de la cadena que depende de cada uno:
      *   accounts.csv           INTEREST-ACCRUAL, FEE-POSTING...
      *   customers.csv          INTEREST-ACCRUAL (retenciones)
      *   loans.csv              LOAN-BILLING
      *   term-deposits.csv      TD-MATURITY
      *   holds.csv              ACCOUNT-ANALYSIS, HOLD-RELEASE
      *   standing-orders.csv    STANDING-ORDERS
      *   sweep-instructions.csv SWEEP-EXEC
      *   product-catalog.csv    INTEREST-ACCRUAL, FEE-POSTING...
      *   fee-schedule.csv       FEE-POSTING
      *   dd-mandates.csv        (DD-COLLECTIONS, fuera de la cadena)
      *   tellers.csv            (MBMAIN, en linea)
      * Cada registro erroneo sale en data/master-validate-report.txt
      * con su numero de linea, el campo y el motivo. Si algun
      * fichero del que depende un paso posterior tiene errores el
      * trabajo termina con rc 8 y el cierre se detiene antes de
      * tocar nada; los errores de mandatos y cajeros solo se
      * avisan. Un fichero que no existe se omite (cada paso ya
      * trata su ausencia).
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-VALIDATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO
               "data/master-validate-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-LINE           PIC X(400).
       FD  BUSDATE-FILE.
       01  BUSDATE-RECORD        PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(240).

       WORKING-STORAGE SECTION.

       77  WS-MASTER-STATUS      PIC XX.
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-REPORT-STATUS      PIC XX.
       77  WS-EOF                PIC X VALUE "N".
       77  WS-MASTER-PATH        PIC X(60).
       77  WS-TODAY-YYYYMMDD     PIC 9(8).
       77  WS-RUN-DATE           PIC X(10).

      * Fichero en curso: nombre, cabecera que se salta, paso que
      * depende de el (en blanco = solo aviso)
       77  WS-FILE-NAME          PIC X(30).
       77  WS-FILE-HEADER        PIC X(10).
       77  WS-FILE-CONSUMER      PIC X(30).
       77  WS-FILE-FOUND         PIC X.
       77  WS-LINE-NO            PIC 9(7) COMP.
       77  WS-FILE-RECORDS       PIC 9(7) COMP.
       77  WS-FILE-BAD           PIC 9(7) COMP.
       77  WS-FILE-ERRORS        PIC 9(7) COMP.
       77  WS-ROW-BAD            PIC X.

       77  WS-TOTAL-FILES        PIC 9(3) COMP VALUE 0.
       77  WS-TOTAL-RECORDS      PIC 9(7) COMP VALUE 0.
       77  WS-TOTAL-BAD          PIC 9(7) COMP VALUE 0.
       77  WS-BLOCKING-FILES     PIC 9(3) COMP VALUE 0.
       77  WS-WARNING-FILES      PIC 9(3) COMP VALUE 0.
       77  WS-BLOCKING-LIST      PIC X(200) VALUE SPACES.

      * Campos de la fila en curso
       01  WS-ROW-FIELDS.
           05  WS-FLD OCCURS 14 TIMES PIC X(80).

      * Campo que se comprueba y motivo del error
       77  WS-FLD-IX             PIC 9(2) COMP.
       77  WS-FLD-NAME           PIC X(20).
       77  WS-ERR-REASON         PIC X(40).
       77  WS-ALLOWED            PIC X(80).
       77  WS-BLANK-OK           PIC X.
       77  WS-PROBE              PIC X(82).
       77  WS-HITS               PIC 9(3) COMP.
       77  WS-DATE-NUM           PIC 9(8).
       77  WS-NUM-VALUE          PIC S9(13)V9(6) COMP-3.

      * Tipos de producto del catalogo (para cuentas y para la
      * columna 7 del catalogo cuando no es un tipo de interes)
       77  WS-MAX-TYPES          PIC 9(2) COMP VALUE 50.
       77  WS-TYPE-COUNT         PIC 9(2) COMP VALUE 0.
       01  WS-TYPES-TABLE.
           05  WS-TYPE OCCURS 50 TIMES INDEXED BY IX-TYPE
                                   PIC X(10).
       77  WS-TYPE-FOUND         PIC X.

       77  FMT-LINE              PIC Z(6)9.
       77  FMT-COUNT             PIC Z(6)9.
       77  FMT-FIELD             PIC Z9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM READ-CONFIG
           PERFORM LOAD-CATALOG-TYPES

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: no se puede escribir "
                   "data/master-validate-report.txt"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "VALIDACION DE FICHEROS MAESTROS - FECHA DE NEGOCIO "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "accounts.csv" TO WS-FILE-NAME
           MOVE SPACES TO WS-FILE-HEADER
           MOVE "INTEREST-ACCRUAL, FEE-POSTING" TO WS-FILE-CONSUMER
           PERFORM VALIDATE-FILE

           MOVE "customers.csv" TO WS-FILE-NAME
           MOVE SPACES TO WS-FILE-HEADER
           MOVE "INTEREST-ACCRUAL" TO WS-FILE-CONSUMER
           PERFORM VALIDATE-FILE

           MOVE "loans.csv" TO WS-FILE-NAME
           MOVE SPACES TO WS-FILE-HEADER
           MOVE "LOAN-BILLING" TO WS-FILE-CONSUMER
           PERFORM VALIDATE-FILE

           MOVE "term-deposits.csv" TO WS-FILE-NAME
           MOVE SPACES TO WS-FILE-HEADER
           MOVE "TD-MATURITY" TO WS-FILE-CONSUMER
           PERFORM VALIDATE-FILE

           MOVE "holds.csv" TO WS-FILE-NAME
           MOVE SPACES TO WS-FILE-HEADER
           MOVE "ACCOUNT-ANALYSIS, HOLD-RELEASE" TO WS-FILE-CONSUMER
           PERFORM VALIDATE-FILE

           MOVE "standing-orders.csv" TO WS-FILE-NAME
           MOVE SPACES TO WS-FILE-HEADER
           MOVE "STANDING-ORDERS" TO WS-FILE-CONSUMER
           PERFORM VALIDATE-FILE

           MOVE "sweep-instructions.csv" TO WS-FILE-NAME
           MOVE SPACES TO WS-FILE-HEADER
           MOVE "SWEEP-EXEC" TO WS-FILE-CONSUMER
           PERFORM VALIDATE-FILE

           MOVE "product-catalog.csv" TO WS-FILE-NAME
           MOVE "type" TO WS-FILE-HEADER
           MOVE "INTEREST-ACCRUAL, FEE-POSTING" TO WS-FILE-CONSUMER
           PERFORM VALIDATE-FILE

           MOVE "fee-schedule.csv" TO WS-FILE-NAME
           MOVE "code" TO WS-FILE-HEADER
           MOVE "FEE-POSTING" TO WS-FILE-CONSUMER
           PERFORM VALIDATE-FILE

           MOVE "dd-mandates.csv" TO WS-FILE-NAME
           MOVE SPACES TO WS-FILE-HEADER
           MOVE SPACES TO WS-FILE-CONSUMER
           PERFORM VALIDATE-FILE

           MOVE "tellers.csv" TO WS-FILE-NAME
           MOVE SPACES TO WS-FILE-HEADER
           MOVE SPACES TO WS-FILE-CONSUMER
           PERFORM VALIDATE-FILE

           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE

           MOVE WS-TOTAL-RECORDS TO FMT-LINE
           MOVE WS-TOTAL-BAD TO FMT-COUNT
           MOVE WS-TOTAL-FILES TO FMT-FIELD
           DISPLAY "Validacion de maestros: "
               FUNCTION TRIM(FMT-FIELD) " ficheros, "
               FUNCTION TRIM(FMT-LINE) " registros, "
               FUNCTION TRIM(FMT-COUNT) " erroneos"
           IF WS-BLOCKING-FILES > 0
               DISPLAY "ERROR: errores en ficheros que usa la cadena ("
                   FUNCTION TRIM(WS-BLOCKING-LIST)
                   "); ver data/master-validate-report.txt"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-FILES > 0
                   DISPLAY "AVISO: errores solo en ficheros fuera de "
                       "la cadena; ver data/master-validate-report.txt"
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       READ-CONFIG.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
                  WS-TODAY-YYYYMMDD(5:2) "-"
                  WS-TODAY-YYYYMMDD(7:2)
               INTO WS-RUN-DATE
           END-STRING
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BUSDATE-RECORD NOT = SPACES
                           MOVE BUSDATE-RECORD TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           .

      * Primera columna de cada fila del catalogo de productos
       LOAD-CATALOG-TYPES.
           MOVE "data/product-catalog.csv" TO WS-MASTER-PATH
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MASTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF MASTER-LINE(1:4) NOT = "type"
                           AND MASTER-LINE NOT = SPACES
                           AND WS-TYPE-COUNT < WS-MAX-TYPES
                           ADD 1 TO WS-TYPE-COUNT
                           UNSTRING MASTER-LINE DELIMITED BY ","
                               INTO WS-TYPE(WS-TYPE-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE "N" TO WS-EOF
           .

      * ----------------------------------------------------------------
      * VALIDATE-FILE - Recorre el fichero WS-FILE-NAME y pasa cada
      * fila por las reglas de su maestro
      * ----------------------------------------------------------------
       VALIDATE-FILE.
           MOVE SPACES TO WS-MASTER-PATH
           STRING "data/" DELIMITED BY SIZE
                  WS-FILE-NAME DELIMITED BY SPACE
               INTO WS-MASTER-PATH
           END-STRING
           MOVE 0 TO WS-LINE-NO WS-FILE-RECORDS WS-FILE-BAD
                     WS-FILE-ERRORS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-FILE-CONSUMER = SPACES
               STRING "== " DELIMITED BY SIZE
                      WS-FILE-NAME DELIMITED BY SPACE
                      " (fuera de la cadena: solo aviso)"
                          DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "== " DELIMITED BY SIZE
                      WS-FILE-NAME DELIMITED BY SPACE
                      " (lo usa " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FILE-CONSUMER)
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "   no existe; se omite" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-FILES

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ MASTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM VALIDATE-ROW
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE "N" TO WS-EOF

           MOVE WS-FILE-RECORDS TO FMT-LINE
           MOVE WS-FILE-BAD TO FMT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "   registros: " FUNCTION TRIM(FMT-LINE)
                  "  erroneos: " FUNCTION TRIM(FMT-COUNT)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS
           ADD WS-FILE-BAD TO WS-TOTAL-BAD
           IF WS-FILE-BAD > 0
               IF WS-FILE-CONSUMER = SPACES
                   ADD 1 TO WS-WARNING-FILES
               ELSE
                   ADD 1 TO WS-BLOCKING-FILES
                   IF WS-BLOCKING-LIST = SPACES
                       MOVE WS-FILE-NAME TO WS-BLOCKING-LIST
                   ELSE
                       STRING FUNCTION TRIM(WS-BLOCKING-LIST)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-FILE-NAME DELIMITED BY SPACE
                           INTO WS-BLOCKING-LIST
                       END-STRING
                   END-IF
               END-IF
           END-IF
           .

       VALIDATE-ROW.
           ADD 1 TO WS-LINE-NO
           IF MASTER-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-HEADER NOT = SPACES
               AND MASTER-LINE(1:4) = WS-FILE-HEADER(1:4)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FILE-RECORDS
           MOVE "N" TO WS-ROW-BAD
           MOVE SPACES TO WS-ROW-FIELDS
           UNSTRING MASTER-LINE DELIMITED BY ","
               INTO WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
                    WS-FLD(5) WS-FLD(6) WS-FLD(7) WS-FLD(8)
                    WS-FLD(9) WS-FLD(10) WS-FLD(11) WS-FLD(12)
                    WS-FLD(13) WS-FLD(14)
           END-UNSTRING

           EVALUATE WS-FILE-NAME
               WHEN "accounts.csv"
                   PERFORM CHECK-ACCOUNT-ROW
               WHEN "customers.csv"
                   PERFORM CHECK-CUSTOMER-ROW
               WHEN "loans.csv"
                   PERFORM CHECK-LOAN-ROW
               WHEN "term-deposits.csv"
                   PERFORM CHECK-TD-ROW
               WHEN "holds.csv"
                   PERFORM CHECK-HOLD-ROW
               WHEN "standing-orders.csv"
                   PERFORM CHECK-ORDER-ROW
               WHEN "sweep-instructions.csv"
                   PERFORM CHECK-SWEEP-ROW
               WHEN "product-catalog.csv"
                   PERFORM CHECK-CATALOG-ROW
               WHEN "fee-schedule.csv"
                   PERFORM CHECK-FEE-ROW
               WHEN "dd-mandates.csv"
                   PERFORM CHECK-MANDATE-ROW
               WHEN "tellers.csv"
                   PERFORM CHECK-TELLER-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ROW-BAD = "Y"
               ADD 1 TO WS-FILE-BAD
           END-IF
           .

      * ----------------------------------------------------------------
      * Reglas de cada maestro (columna, nombre y comprobacion)
      * ----------------------------------------------------------------

      * cuenta,titular,descubierto,limite-diario,producto,sucursal,
      * divisa
       CHECK-ACCOUNT-ROW.
           MOVE 1 TO WS-FLD-IX
           MOVE "cuenta" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 2 TO WS-FLD-IX
           MOVE "titular" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 3 TO WS-FLD-IX
           MOVE "descubierto" TO WS-FLD-NAME
           PERFORM CHECK-AMOUNT
           MOVE 4 TO WS-FLD-IX
           MOVE "limite-diario" TO WS-FLD-NAME
           PERFORM CHECK-AMOUNT
           MOVE 5 TO WS-FLD-IX
           MOVE "producto" TO WS-FLD-NAME
           PERFORM CHECK-PRODUCT-TYPE
           MOVE 7 TO WS-FLD-IX
           MOVE "divisa" TO WS-FLD-NAME
           IF WS-FLD(7) NOT = SPACES
               AND (WS-FLD(7)(1:3) IS NOT ALPHABETIC-UPPER
                    OR WS-FLD(7)(3:1) = SPACE
                    OR WS-FLD(7)(4:1) NOT = SPACE)
               MOVE "divisa no valida (tres letras)" TO WS-ERR-REASON
               PERFORM REPORT-FIELD-ERROR
           END-IF
           .

      * cliente,nombre,direccion,telefono,documento,fiscal,riesgo,
      * proxima-revision,fallecimiento,nacimiento,tutor,
      * correo-devuelto,motivo,gestor
       CHECK-CUSTOMER-ROW.
           MOVE 1 TO WS-FLD-IX
           MOVE "cliente" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 2 TO WS-FLD-IX
           MOVE "nombre" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 6 TO WS-FLD-IX
           MOVE "estatus-fiscal" TO WS-FLD-NAME
           MOVE "|RESIDENT|NONRES|EXEMPT|" TO WS-ALLOWED
           MOVE "Y" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 7 TO WS-FLD-IX
           MOVE "riesgo" TO WS-FLD-NAME
           MOVE "|LOW|MEDIUM|HIGH|" TO WS-ALLOWED
           MOVE "Y" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 8 TO WS-FLD-IX
           MOVE "proxima-revision" TO WS-FLD-NAME
           PERFORM CHECK-DATE
           MOVE 9 TO WS-FLD-IX
           MOVE "fallecimiento" TO WS-FLD-NAME
           PERFORM CHECK-DATE
           MOVE 10 TO WS-FLD-IX
           MOVE "nacimiento" TO WS-FLD-NAME
           PERFORM CHECK-DATE
           MOVE 12 TO WS-FLD-IX
           MOVE "correo-devuelto" TO WS-FLD-NAME
           PERFORM CHECK-DATE
           .

      * prestamo,cuenta,capital,tipo,plazo,cuota,proximo-vencimiento,
      * estado; el vencimiento es obligatorio en los vivos
       CHECK-LOAN-ROW.
           MOVE 1 TO WS-FLD-IX
           MOVE "prestamo" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 2 TO WS-FLD-IX
           MOVE "cuenta" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 3 TO WS-FLD-IX
           MOVE "capital" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-AMOUNT
           MOVE 4 TO WS-FLD-IX
           MOVE "tipo" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-RATE
           MOVE 5 TO WS-FLD-IX
           MOVE "plazo" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-INTEGER
           MOVE 6 TO WS-FLD-IX
           MOVE "cuota" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-AMOUNT
           MOVE 8 TO WS-FLD-IX
           MOVE "estado" TO WS-FLD-NAME
           MOVE "|ACTIVE|RESTRUCTURED|SETTLED|WRITTENOFF|PAID|"
               TO WS-ALLOWED
           MOVE "Y" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 7 TO WS-FLD-IX
           MOVE "proximo-vencimiento" TO WS-FLD-NAME
           IF WS-FLD(8) = SPACES OR WS-FLD(8) = "ACTIVE"
               OR WS-FLD(8) = "RESTRUCTURED"
               PERFORM CHECK-REQUIRED
           END-IF
           PERFORM CHECK-DATE
           .

      * deposito,cuenta,principal,tipo,apertura,vencimiento,
      * instruccion,estado
       CHECK-TD-ROW.
           MOVE 1 TO WS-FLD-IX
           MOVE "deposito" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 2 TO WS-FLD-IX
           MOVE "cuenta" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 3 TO WS-FLD-IX
           MOVE "principal" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-AMOUNT
           MOVE 4 TO WS-FLD-IX
           MOVE "tipo" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-RATE
           MOVE 5 TO WS-FLD-IX
           MOVE "apertura" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-DATE
           MOVE 6 TO WS-FLD-IX
           MOVE "vencimiento" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-DATE
           MOVE 7 TO WS-FLD-IX
           MOVE "instruccion" TO WS-FLD-NAME
           MOVE "|PAY|ROLL|" TO WS-ALLOWED
           MOVE "Y" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 8 TO WS-FLD-IX
           MOVE "estado" TO WS-FLD-NAME
           MOVE "|ACTIVE|MATURED|CLOSED|" TO WS-ALLOWED
           MOVE "Y" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           .

      * retencion,cuenta,importe,motivo,usuario,vencimiento,estado,
      * fecha
       CHECK-HOLD-ROW.
           MOVE 1 TO WS-FLD-IX
           MOVE "retencion" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 2 TO WS-FLD-IX
           MOVE "cuenta" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 3 TO WS-FLD-IX
           MOVE "importe" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-AMOUNT
           MOVE 6 TO WS-FLD-IX
           MOVE "vencimiento" TO WS-FLD-NAME
           PERFORM CHECK-DATE
           MOVE 7 TO WS-FLD-IX
           MOVE "estado" TO WS-FLD-NAME
           MOVE "|ACTIVE|RELEASED|EXPIRED|RETURNED|" TO WS-ALLOWED
           MOVE "N" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 8 TO WS-FLD-IX
           MOVE "fecha" TO WS-FLD-NAME
           PERFORM CHECK-DATE
           .

      * cuenta,importe,frecuencia,proxima-ejecucion,tipo,categoria,
      * estado
       CHECK-ORDER-ROW.
           MOVE 1 TO WS-FLD-IX
           MOVE "cuenta" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 2 TO WS-FLD-IX
           MOVE "importe" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-AMOUNT
           MOVE 3 TO WS-FLD-IX
           MOVE "frecuencia" TO WS-FLD-NAME
           MOVE "|DAILY|WEEKLY|MONTHLY|" TO WS-ALLOWED
           MOVE "N" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 4 TO WS-FLD-IX
           MOVE "proxima-ejecucion" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-DATE
           MOVE 5 TO WS-FLD-IX
           MOVE "tipo" TO WS-FLD-NAME
           MOVE "|DEBIT|CREDIT|" TO WS-ALLOWED
           MOVE "Y" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 7 TO WS-FLD-IX
           MOVE "estado" TO WS-FLD-NAME
           MOVE "|ACTIVE|SUSPENDED|" TO WS-ALLOWED
           MOVE "Y" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           .

      * cuenta,contrapartida,modo,nivel,prioridad,estado
       CHECK-SWEEP-ROW.
           MOVE 1 TO WS-FLD-IX
           MOVE "cuenta" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 2 TO WS-FLD-IX
           MOVE "contrapartida" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 3 TO WS-FLD-IX
           MOVE "modo" TO WS-FLD-NAME
           MOVE "|FLOOR|CEILING|" TO WS-ALLOWED
           MOVE "N" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 4 TO WS-FLD-IX
           MOVE "nivel" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-AMOUNT
           MOVE 5 TO WS-FLD-IX
           MOVE "prioridad" TO WS-FLD-NAME
           PERFORM CHECK-INTEGER
           MOVE 6 TO WS-FLD-IX
           MOVE "estado" TO WS-FLD-NAME
           MOVE "|ACTIVE|SUSPENDED|" TO WS-ALLOWED
           MOVE "Y" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           .

      * tipo,interes,juego-tramos,reintegro,descubierto,paquete,
      * tipo-deudor o producto adulto,comision-amortizacion,empresa
       CHECK-CATALOG-ROW.
           MOVE 1 TO WS-FLD-IX
           MOVE "tipo" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 2 TO WS-FLD-IX
           MOVE "interes" TO WS-FLD-NAME
           MOVE "|Y|N|" TO WS-ALLOWED
           MOVE "Y" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 3 TO WS-FLD-IX
           MOVE "juego-tramos" TO WS-FLD-NAME
           IF WS-FLD(3) NOT = SPACES
               AND (WS-FLD(3)(1:1) IS NOT NUMERIC
                    OR WS-FLD(3)(2:1) NOT = SPACE)
               MOVE "debe ser un digito" TO WS-ERR-REASON
               PERFORM REPORT-FIELD-ERROR
           END-IF
           MOVE 4 TO WS-FLD-IX
           MOVE "reintegro" TO WS-FLD-NAME
           MOVE "|Y|N|" TO WS-ALLOWED
           MOVE "Y" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 5 TO WS-FLD-IX
           MOVE "descubierto" TO WS-FLD-NAME
           MOVE "|Y|N|" TO WS-ALLOWED
           MOVE "Y" TO WS-BLANK-OK
           PERFORM CHECK-CODE
      *    Columna 7: tipo deudor (DEBIT-INTEREST) o producto al que
      *    pasa la cuenta del menor (MINOR-MAJORITY); lo que no es
      *    numerico tiene que ser un producto del catalogo
           MOVE 7 TO WS-FLD-IX
           MOVE "tipo-deudor/adulto" TO WS-FLD-NAME
           IF WS-FLD(7) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-FLD(7)) NOT = 0
               PERFORM CHECK-PRODUCT-TYPE
           END-IF
           MOVE 8 TO WS-FLD-IX
           MOVE "comision-amortiz" TO WS-FLD-NAME
           PERFORM CHECK-RATE
           MOVE 9 TO WS-FLD-IX
           MOVE "empresa" TO WS-FLD-NAME
           MOVE "|Y|N|" TO WS-ALLOWED
           MOVE "Y" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           .

      * codigo,base,valor,frecuencia,paquete
       CHECK-FEE-ROW.
           MOVE 1 TO WS-FLD-IX
           MOVE "codigo" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 2 TO WS-FLD-IX
           MOVE "base" TO WS-FLD-NAME
           MOVE "|FLAT|PCT-BAL|PCT-OD|PER-DEBIT|PER-ITEM|RATE|"
               TO WS-ALLOWED
           MOVE "N" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 3 TO WS-FLD-IX
           MOVE "valor" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           PERFORM CHECK-AMOUNT
           MOVE 4 TO WS-FLD-IX
           MOVE "frecuencia" TO WS-FLD-NAME
           MOVE "|DAILY|MONTHLY|EVENT|ANALYSIS|" TO WS-ALLOWED
           MOVE "N" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           .

      * originador,cuenta,referencia,estado,fecha
       CHECK-MANDATE-ROW.
           MOVE 1 TO WS-FLD-IX
           MOVE "originador" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 2 TO WS-FLD-IX
           MOVE "cuenta" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 3 TO WS-FLD-IX
           MOVE "referencia" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 4 TO WS-FLD-IX
           MOVE "estado" TO WS-FLD-NAME
           MOVE "|ACTIVE|CANCELLED|SUSPENDED|" TO WS-ALLOWED
           MOVE "N" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 5 TO WS-FLD-IX
           MOVE "fecha" TO WS-FLD-NAME
           PERFORM CHECK-DATE
           .

      * cajero,nombre,rol,activo,clave,fecha-clave,intentos
       CHECK-TELLER-ROW.
           MOVE 1 TO WS-FLD-IX
           MOVE "cajero" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 2 TO WS-FLD-IX
           MOVE "nombre" TO WS-FLD-NAME
           PERFORM CHECK-REQUIRED
           MOVE 3 TO WS-FLD-IX
           MOVE "rol" TO WS-FLD-NAME
           MOVE "|TELLER|SUPERVISOR|" TO WS-ALLOWED
           MOVE "N" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 4 TO WS-FLD-IX
           MOVE "activo" TO WS-FLD-NAME
           MOVE "|Y|N|" TO WS-ALLOWED
           MOVE "N" TO WS-BLANK-OK
           PERFORM CHECK-CODE
           MOVE 6 TO WS-FLD-IX
           MOVE "fecha-clave" TO WS-FLD-NAME
           PERFORM CHECK-DATE
           MOVE 7 TO WS-FLD-IX
           MOVE "intentos" TO WS-FLD-NAME
           PERFORM CHECK-INTEGER
           .

      * ----------------------------------------------------------------
      * Comprobaciones de un campo: WS-FLD(WS-FLD-IX), WS-FLD-NAME
      * ----------------------------------------------------------------
       CHECK-REQUIRED.
           IF WS-FLD(WS-FLD-IX) = SPACES
               MOVE "obligatorio" TO WS-ERR-REASON
               PERFORM REPORT-FIELD-ERROR
           END-IF
           .

      * Fecha AAAA-MM-DD que existe en el calendario (en blanco se
      * admite; la obligatoriedad se comprueba aparte)
       CHECK-DATE.
           IF WS-FLD(WS-FLD-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-FLD(WS-FLD-IX)(5:1) NOT = "-"
               OR WS-FLD(WS-FLD-IX)(8:1) NOT = "-"
               OR WS-FLD(WS-FLD-IX)(1:4) IS NOT NUMERIC
               OR WS-FLD(WS-FLD-IX)(6:2) IS NOT NUMERIC
               OR WS-FLD(WS-FLD-IX)(9:2) IS NOT NUMERIC
               OR WS-FLD(WS-FLD-IX)(11:1) NOT = SPACE
               MOVE "fecha no valida (AAAA-MM-DD)" TO WS-ERR-REASON
               PERFORM REPORT-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF
           STRING WS-FLD(WS-FLD-IX)(1:4) WS-FLD(WS-FLD-IX)(6:2)
                  WS-FLD(WS-FLD-IX)(9:2)
               DELIMITED BY SIZE INTO WS-DATE-NUM
           END-STRING
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE "fecha inexistente" TO WS-ERR-REASON
               PERFORM REPORT-FIELD-ERROR
           END-IF
           .

      * Importe numerico y no negativo (en blanco se admite)
       CHECK-AMOUNT.
           IF WS-FLD(WS-FLD-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FLD(WS-FLD-IX)) NOT = 0
               MOVE "importe no numerico" TO WS-ERR-REASON
               PERFORM REPORT-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FLD(WS-FLD-IX)) TO WS-NUM-VALUE
           IF WS-NUM-VALUE < 0
               MOVE "importe negativo" TO WS-ERR-REASON
               PERFORM REPORT-FIELD-ERROR
           END-IF
           .

      * Tipo o porcentaje numerico (en blanco se admite)
       CHECK-RATE.
           IF WS-FLD(WS-FLD-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FLD(WS-FLD-IX)) NOT = 0
               MOVE "tipo no numerico" TO WS-ERR-REASON
               PERFORM REPORT-FIELD-ERROR
           END-IF
           .

      * Entero no negativo (en blanco se admite)
       CHECK-INTEGER.
           IF WS-FLD(WS-FLD-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FLD(WS-FLD-IX)) NOT = 0
               MOVE "no numerico" TO WS-ERR-REASON
               PERFORM REPORT-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FLD(WS-FLD-IX)) TO WS-NUM-VALUE
           IF WS-NUM-VALUE < 0
               OR WS-NUM-VALUE NOT = FUNCTION INTEGER-PART(WS-NUM-VALUE)
               MOVE "debe ser un entero" TO WS-ERR-REASON
               PERFORM REPORT-FIELD-ERROR
           END-IF
           .

      * Codigo dentro de la lista WS-ALLOWED (|A|B|...|);
      * WS-BLANK-OK dice si se admite en blanco
       CHECK-CODE.
           IF WS-FLD(WS-FLD-IX) = SPACES
               IF WS-BLANK-OK NOT = "Y"
                   MOVE "obligatorio" TO WS-ERR-REASON
                   PERFORM REPORT-FIELD-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PROBE
           STRING "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLD(WS-FLD-IX)) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
               INTO WS-PROBE
           END-STRING
           MOVE 0 TO WS-HITS
           INSPECT WS-ALLOWED TALLYING WS-HITS
               FOR ALL WS-PROBE(1:FUNCTION LENGTH(
                   FUNCTION TRIM(WS-PROBE)))
           IF WS-HITS = 0
               MOVE "valor no admitido" TO WS-ERR-REASON
               PERFORM REPORT-FIELD-ERROR
           END-IF
           .

      * Producto del catalogo (en blanco se admite; sin catalogo no
      * hay con que comparar)
       CHECK-PRODUCT-TYPE.
           IF WS-FLD(WS-FLD-IX) = SPACES OR WS-TYPE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TYPE-FOUND
           PERFORM VARYING IX-TYPE FROM 1 BY 1
               UNTIL IX-TYPE > WS-TYPE-COUNT OR WS-TYPE-FOUND = "Y"
               IF WS-TYPE(IX-TYPE) = WS-FLD(WS-FLD-IX)
                   MOVE "Y" TO WS-TYPE-FOUND
               END-IF
           END-PERFORM
           IF WS-TYPE-FOUND = "N"
               MOVE "producto que no esta en el catalogo"
                   TO WS-ERR-REASON
               PERFORM REPORT-FIELD-ERROR
           END-IF
           .

       REPORT-FIELD-ERROR.
           MOVE "Y" TO WS-ROW-BAD
           ADD 1 TO WS-FILE-ERRORS
           MOVE WS-LINE-NO TO FMT-LINE
           MOVE WS-FLD-IX TO FMT-FIELD
           MOVE SPACES TO REPORT-LINE
           STRING "   linea " DELIMITED BY SIZE
                  FUNCTION TRIM(FMT-LINE) DELIMITED BY SIZE
                  " campo " DELIMITED BY SIZE
                  FUNCTION TRIM(FMT-FIELD) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLD-NAME) DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ERR-REASON) DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLD(WS-FLD-IX)) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-RECORDS TO FMT-LINE
           MOVE WS-TOTAL-BAD TO FMT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Total registros: " FUNCTION TRIM(FMT-LINE)
                  "  erroneos: " FUNCTION TRIM(FMT-COUNT)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-BLOCKING-FILES > 0
               STRING "RESULTADO: CADENA DETENIDA - corregir "
                      FUNCTION TRIM(WS-BLOCKING-LIST)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               IF WS-WARNING-FILES > 0
                   MOVE "RESULTADO: avisos fuera de la cadena"
                       TO REPORT-LINE
               ELSE
                   MOVE "RESULTADO: sin errores" TO REPORT-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE
           .

       END PROGRAM MASTER-VALIDATE.
