      ******************************************************************
      * MBHASH: Huella salada de contrasenas y PIN
      *
      * Las contrasenas de cajero (data/tellers.csv) y los PIN de
      * tarjeta (data/cards.csv) ya no se guardan en claro: el
      * maestro guarda H$<sal>$<huella>, donde la sal son 8 digitos
      * hexadecimales al azar propios de cada fila y la huella es
      * el SHA-256 (FIPS 180-4) de sal + secreto, en 64 digitos
      * hexadecimales. Quien lea el directorio de datos o una copia
      * de BACKUP ya no puede firmar como otro cajero.
      *
      * Interfaz HASH-REQUEST de mb-hash-if.cpy:
      *   MAKE  genera sal nueva y deja el valor a guardar en
      *         HASH-STORED
      *   CHEK  compara HASH-SECRET con HASH-STORED (HASH-MATCH);
      *         una fila aun en claro se compara tal cual y vuelve
      *         con HASH-LEGACY = 'Y' para que el llamador la
      *         rehaga con MAKE
      *   DGST  SHA-256 de un mensaje de hasta 256 octetos
      *         (HASH-MESSAGE) en HASH-DIGEST; lo usa MBCHAIN para
      *         encadenar las filas del ledger
      *
      * El SHA-256 se calcula con aritmetica entera: las rotaciones
      * son divisiones por potencias de dos, cada palabra de 32 bits
      * se descompone en cuatro octetos para los o-exclusivos y los
      * y-logicos (tablas de 256 x 256 construidas en la primera
      * llamada) y las sumas son modulo 2**32. El mensaje se rellena
      * y se comprime en tantos bloques de 64 octetos como necesite.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBHASH.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Constantes K del SHA-256 (raices cubicas de los 64 primeros
      * primos) y valores iniciales H0 (raices cuadradas de los 8
      * primeros), en decimal
       01  WS-K-VALUES.
           05  FILLER  PIC 9(10) VALUE 1116352408.
           05  FILLER  PIC 9(10) VALUE 1899447441.
           05  FILLER  PIC 9(10) VALUE 3049323471.
           05  FILLER  PIC 9(10) VALUE 3921009573.
           05  FILLER  PIC 9(10) VALUE 0961987163.
           05  FILLER  PIC 9(10) VALUE 1508970993.
           05  FILLER  PIC 9(10) VALUE 2453635748.
           05  FILLER  PIC 9(10) VALUE 2870763221.
           05  FILLER  PIC 9(10) VALUE 3624381080.
           05  FILLER  PIC 9(10) VALUE 0310598401.
           05  FILLER  PIC 9(10) VALUE 0607225278.
           05  FILLER  PIC 9(10) VALUE 1426881987.
           05  FILLER  PIC 9(10) VALUE 1925078388.
           05  FILLER  PIC 9(10) VALUE 2162078206.
           05  FILLER  PIC 9(10) VALUE 2614888103.
           05  FILLER  PIC 9(10) VALUE 3248222580.
           05  FILLER  PIC 9(10) VALUE 3835390401.
           05  FILLER  PIC 9(10) VALUE 4022224774.
           05  FILLER  PIC 9(10) VALUE 0264347078.
           05  FILLER  PIC 9(10) VALUE 0604807628.
           05  FILLER  PIC 9(10) VALUE 0770255983.
           05  FILLER  PIC 9(10) VALUE 1249150122.
           05  FILLER  PIC 9(10) VALUE 1555081692.
           05  FILLER  PIC 9(10) VALUE 1996064986.
           05  FILLER  PIC 9(10) VALUE 2554220882.
           05  FILLER  PIC 9(10) VALUE 2821834349.
           05  FILLER  PIC 9(10) VALUE 2952996808.
           05  FILLER  PIC 9(10) VALUE 3210313671.
           05  FILLER  PIC 9(10) VALUE 3336571891.
           05  FILLER  PIC 9(10) VALUE 3584528711.
           05  FILLER  PIC 9(10) VALUE 0113926993.
           05  FILLER  PIC 9(10) VALUE 0338241895.
           05  FILLER  PIC 9(10) VALUE 0666307205.
           05  FILLER  PIC 9(10) VALUE 0773529912.
           05  FILLER  PIC 9(10) VALUE 1294757372.
           05  FILLER  PIC 9(10) VALUE 1396182291.
           05  FILLER  PIC 9(10) VALUE 1695183700.
           05  FILLER  PIC 9(10) VALUE 1986661051.
           05  FILLER  PIC 9(10) VALUE 2177026350.
           05  FILLER  PIC 9(10) VALUE 2456956037.
           05  FILLER  PIC 9(10) VALUE 2730485921.
           05  FILLER  PIC 9(10) VALUE 2820302411.
           05  FILLER  PIC 9(10) VALUE 3259730800.
           05  FILLER  PIC 9(10) VALUE 3345764771.
           05  FILLER  PIC 9(10) VALUE 3516065817.
           05  FILLER  PIC 9(10) VALUE 3600352804.
           05  FILLER  PIC 9(10) VALUE 4094571909.
           05  FILLER  PIC 9(10) VALUE 0275423344.
           05  FILLER  PIC 9(10) VALUE 0430227734.
           05  FILLER  PIC 9(10) VALUE 0506948616.
           05  FILLER  PIC 9(10) VALUE 0659060556.
           05  FILLER  PIC 9(10) VALUE 0883997877.
           05  FILLER  PIC 9(10) VALUE 0958139571.
           05  FILLER  PIC 9(10) VALUE 1322822218.
           05  FILLER  PIC 9(10) VALUE 1537002063.
           05  FILLER  PIC 9(10) VALUE 1747873779.
           05  FILLER  PIC 9(10) VALUE 1955562222.
           05  FILLER  PIC 9(10) VALUE 2024104815.
           05  FILLER  PIC 9(10) VALUE 2227730452.
           05  FILLER  PIC 9(10) VALUE 2361852424.
           05  FILLER  PIC 9(10) VALUE 2428436474.
           05  FILLER  PIC 9(10) VALUE 2756734187.
           05  FILLER  PIC 9(10) VALUE 3204031479.
           05  FILLER  PIC 9(10) VALUE 3329325298.
       01  WS-K-TABLE REDEFINES WS-K-VALUES.
           05  WS-K              PIC 9(10) OCCURS 64 TIMES.

       01  WS-H0-VALUES.
           05  FILLER  PIC 9(10) VALUE 1779033703.
           05  FILLER  PIC 9(10) VALUE 3144134277.
           05  FILLER  PIC 9(10) VALUE 1013904242.
           05  FILLER  PIC 9(10) VALUE 2773480762.
           05  FILLER  PIC 9(10) VALUE 1359893119.
           05  FILLER  PIC 9(10) VALUE 2600822924.
           05  FILLER  PIC 9(10) VALUE 0528734635.
           05  FILLER  PIC 9(10) VALUE 1541459225.
       01  WS-H0-TABLE REDEFINES WS-H0-VALUES.
           05  WS-H0             PIC 9(10) OCCURS 8 TIMES.

       77  WS-MODULUS            PIC 9(10) VALUE 4294967296.
       77  WS-HEX-DIGITS         PIC X(16) VALUE '0123456789abcdef'.

      * Potencias de dos, WS-POW2(k + 1) = 2 ** k para k = 0..32,
      * y tablas de o-exclusivo e y-logico de dos octetos,
      * WS-XOR(a + 1, b + 1); se construyen una vez por proceso
       77  WS-TABLES-READY       PIC X VALUE 'N'.
       01  WS-POW2-TABLE.
           05  WS-POW2           PIC 9(10) COMP OCCURS 33 TIMES.
       01  WS-XOR-TABLE.
           05  WS-XOR-ROW OCCURS 256 TIMES.
               10  WS-XOR        PIC 9(3) COMP OCCURS 256 TIMES.
       01  WS-AND-TABLE.
           05  WS-AND-ROW OCCURS 256 TIMES.
               10  WS-AND        PIC 9(3) COMP OCCURS 256 TIMES.
       77  WS-A                  PIC S9(4) COMP.
       77  WS-B                  PIC S9(4) COMP.
       77  WS-A-HALF             PIC 9(3) COMP.
       77  WS-B-HALF             PIC 9(3) COMP.
       77  WS-A-BIT              PIC 9 COMP.
       77  WS-B-BIT              PIC 9 COMP.

      * Mensaje completo, con su relleno troceado en bloques de 64
       01  WS-MESSAGE            PIC X(256).
       77  WS-MESSAGE-LEN        PIC 9(3) COMP.
       77  WS-PADDED-LEN         PIC 9(3) COMP.
       77  WS-BLOCK-START        PIC 9(3) COMP.
       77  WS-POS                PIC 9(3) COMP.
       77  WS-BIT-LEN            PIC 9(5) COMP.
       01  WS-MSG-TABLE.
           05  WS-MSG-BYTE       PIC 9(3) COMP OCCURS 64 TIMES.
       77  WS-SECRET-LEN         PIC 9(3) COMP.

      * Planificacion y variables de trabajo
       01  WS-W-TABLE.
           05  WS-W              PIC 9(10) COMP OCCURS 64 TIMES.
      *    a b c d e f g h
       01  WS-VAR-TABLE.
           05  WS-VAR            PIC 9(10) COMP OCCURS 8 TIMES.
       01  WS-HASH-TABLE.
           05  WS-HASH-WORD      PIC 9(10) COMP OCCURS 8 TIMES.
       77  WS-T1                 PIC 9(12) COMP.
       77  WS-T2                 PIC 9(12) COMP.
       77  WS-SUM                PIC 9(12) COMP.

      * Tres palabras de 32 bits descompuestas en octetos para las
      * funciones logicas
       77  WS-OP-X               PIC 9(10) COMP.
       77  WS-OP-Y               PIC 9(10) COMP.
       77  WS-OP-Z               PIC 9(10) COMP.
       01  WS-REG-TABLE.
           05  WS-REG OCCURS 3 TIMES.
               10  WS-OCTET      PIC 9(3) COMP OCCURS 4 TIMES.
       77  WS-SPLIT-REG          PIC 9 COMP.
       77  WS-SPLIT-IN           PIC 9(10) COMP.
       77  WS-SPLIT-REST         PIC 9(10) COMP.
       77  WS-O1                 PIC 9(3) COMP.
       77  WS-O2                 PIC 9(3) COMP.
       77  WS-O3                 PIC 9(3) COMP.
       77  WS-RESULT             PIC 9(10) COMP.

      * Rotacion a la derecha (o desplazamiento si WS-SHIFT-LAST =
      * 'Y' para la tercera) de WS-SIG-IN en el sigma
       77  WS-SIG-IN             PIC 9(10) COMP.
       77  WS-ROT-IN             PIC 9(10) COMP.
       77  WS-ROT-OUT            PIC 9(10) COMP.
       77  WS-ROT-N              PIC 9(2) COMP.
       77  WS-ROT-Q              PIC 9(10) COMP.
       77  WS-ROT-R              PIC 9(10) COMP.
       77  WS-ROT-1              PIC 9(2) COMP.
       77  WS-ROT-2              PIC 9(2) COMP.
       77  WS-ROT-3              PIC 9(2) COMP.
       77  WS-SHIFT-LAST         PIC X.
       77  WS-WORD-WORK          PIC 9(10) COMP.

       77  WS-I                  PIC S9(3) COMP.
       77  WS-T                  PIC S9(3) COMP.
       77  WS-HEX-R              PIC 9(2).

       77  WS-SALT               PIC X(8).
       77  WS-DIGEST             PIC X(64).

      * Semilla del generador de sales, una vez por proceso
       77  WS-SEEDED             PIC X VALUE 'N'.
       77  WS-SEED-TIME          PIC 9(8).
       77  WS-SEED-DATE          PIC 9(8).
       77  WS-SEED               PIC 9(9).
       77  WS-RANDOM             PIC V9(9).

       LINKAGE SECTION.

       COPY mb-hash-if.

       PROCEDURE DIVISION USING HASH-REQUEST.

       MAIN.
           MOVE 'N' TO HASH-MATCH
           MOVE 'N' TO HASH-LEGACY

           IF WS-TABLES-READY = 'N'
               PERFORM BUILD-TABLES
           END-IF

           EVALUATE TRUE
               WHEN HASH-FUNC-MAKE
                   PERFORM MAKE-SALT
                   PERFORM COMPUTE-DIGEST
                   MOVE SPACES TO HASH-STORED
                   STRING 'H$'      DELIMITED BY SIZE
                          WS-SALT   DELIMITED BY SIZE
                          '$'       DELIMITED BY SIZE
                          WS-DIGEST DELIMITED BY SIZE
                       INTO HASH-STORED
                   END-STRING
               WHEN HASH-FUNC-CHECK
                   PERFORM CHECK-SECRET
               WHEN HASH-FUNC-DIGEST
                   MOVE HASH-MESSAGE TO WS-MESSAGE
                   MOVE HASH-MESSAGE-LEN TO WS-MESSAGE-LEN
                   IF WS-MESSAGE-LEN > 256
                       MOVE 256 TO WS-MESSAGE-LEN
                   END-IF
                   PERFORM DIGEST-MESSAGE
                   MOVE WS-DIGEST TO HASH-DIGEST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK
           .

      * ----------------------------------------------------------------
      * CHECK-SECRET - Recalcula la huella con la sal guardada y la
      * compara; una fila aun en claro se compara directamente
      * ----------------------------------------------------------------
       CHECK-SECRET.
           IF HASH-STORED(1:2) NOT = 'H$'
               OR HASH-STORED(11:1) NOT = '$'
               MOVE 'Y' TO HASH-LEGACY
               IF HASH-SECRET NOT = SPACES
                   AND HASH-STORED = HASH-SECRET
                   MOVE 'Y' TO HASH-MATCH
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE HASH-STORED(3:8) TO WS-SALT
           PERFORM COMPUTE-DIGEST
           IF HASH-STORED(12:64) = WS-DIGEST
               AND HASH-STORED(76:5) = SPACES
               MOVE 'Y' TO HASH-MATCH
           END-IF
           .

      * ----------------------------------------------------------------
      * MAKE-SALT - 8 digitos hexadecimales al azar; el generador se
      * siembra con la fecha y la hora la primera vez
      * ----------------------------------------------------------------
       MAKE-SALT.
           IF WS-SEEDED = 'N'
               ACCEPT WS-SEED-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SEED-TIME FROM TIME
               COMPUTE WS-SEED = FUNCTION MOD(
                   WS-SEED-DATE * 100000000 + WS-SEED-TIME,
                   999999937)
               COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
               MOVE 'Y' TO WS-SEEDED
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               COMPUTE WS-RANDOM = FUNCTION RANDOM
               COMPUTE WS-HEX-R = WS-RANDOM * 16
               MOVE WS-HEX-DIGITS(WS-HEX-R + 1:1)
                   TO WS-SALT(WS-I:1)
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * COMPUTE-DIGEST - SHA-256 de WS-SALT + HASH-SECRET (sin los
      * blancos finales) en WS-DIGEST
      * ----------------------------------------------------------------
       COMPUTE-DIGEST.
           MOVE 0 TO WS-SECRET-LEN
           PERFORM VARYING WS-I FROM 20 BY -1
               UNTIL WS-I < 1 OR WS-SECRET-LEN > 0
               IF HASH-SECRET(WS-I:1) NOT = SPACE
                   MOVE WS-I TO WS-SECRET-LEN
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-MESSAGE
           MOVE WS-SALT TO WS-MESSAGE(1:8)
           IF WS-SECRET-LEN > 0
               MOVE HASH-SECRET(1:WS-SECRET-LEN)
                   TO WS-MESSAGE(9:WS-SECRET-LEN)
           END-IF
           COMPUTE WS-MESSAGE-LEN = 8 + WS-SECRET-LEN

           PERFORM DIGEST-MESSAGE
           .

      * ----------------------------------------------------------------
      * DIGEST-MESSAGE - SHA-256 de los WS-MESSAGE-LEN primeros
      * octetos de WS-MESSAGE en WS-DIGEST: el mensaje se rellena
      * con el octeto 80 hex y la longitud en bits hasta un multiplo
      * de 64 y se comprime bloque a bloque
      * ----------------------------------------------------------------
       DIGEST-MESSAGE.
           COMPUTE WS-PADDED-LEN = WS-MESSAGE-LEN + 8
           DIVIDE WS-PADDED-LEN BY 64 GIVING WS-PADDED-LEN
           COMPUTE WS-PADDED-LEN = (WS-PADDED-LEN + 1) * 64
           COMPUTE WS-BIT-LEN = WS-MESSAGE-LEN * 8

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               MOVE WS-H0(WS-I) TO WS-HASH-WORD(WS-I)
           END-PERFORM

           PERFORM VARYING WS-BLOCK-START FROM 0 BY 64
               UNTIL WS-BLOCK-START >= WS-PADDED-LEN
               PERFORM COMPRESS-ONE-BLOCK
           END-PERFORM

           PERFORM FORMAT-DIGEST
           .

       COMPRESS-ONE-BLOCK.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 64
               PERFORM LOAD-BLOCK-BYTE
           END-PERFORM

      *    Planificacion: 16 palabras del bloque y 48 derivadas
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 16
               COMPUTE WS-W(WS-T) =
                   WS-MSG-BYTE(WS-T * 4 - 3) * 16777216
                 + WS-MSG-BYTE(WS-T * 4 - 2) * 65536
                 + WS-MSG-BYTE(WS-T * 4 - 1) * 256
                 + WS-MSG-BYTE(WS-T * 4)
           END-PERFORM

           PERFORM VARYING WS-T FROM 17 BY 1 UNTIL WS-T > 64
               PERFORM EXPAND-ONE-WORD
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               MOVE WS-HASH-WORD(WS-I) TO WS-VAR(WS-I)
           END-PERFORM

           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 64
               PERFORM COMPRESS-ONE-ROUND
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               COMPUTE WS-HASH-WORD(WS-I) = FUNCTION MOD(
                   WS-HASH-WORD(WS-I) + WS-VAR(WS-I), WS-MODULUS)
           END-PERFORM
           .

      * Octeto WS-I del bloque: mensaje, 80 hex tras el ultimo, la
      * longitud en bits en los dos ultimos del relleno, ceros
       LOAD-BLOCK-BYTE.
           COMPUTE WS-POS = WS-BLOCK-START + WS-I
           EVALUATE TRUE
               WHEN WS-POS <= WS-MESSAGE-LEN
                   COMPUTE WS-MSG-BYTE(WS-I) =
                       FUNCTION ORD(WS-MESSAGE(WS-POS:1)) - 1
               WHEN WS-POS = WS-MESSAGE-LEN + 1
                   MOVE 128 TO WS-MSG-BYTE(WS-I)
               WHEN WS-POS = WS-PADDED-LEN - 1
                   DIVIDE WS-BIT-LEN BY 256 GIVING WS-MSG-BYTE(WS-I)
               WHEN WS-POS = WS-PADDED-LEN
                   COMPUTE WS-MSG-BYTE(WS-I) =
                       FUNCTION MOD(WS-BIT-LEN, 256)
               WHEN OTHER
                   MOVE 0 TO WS-MSG-BYTE(WS-I)
           END-EVALUATE
           .

      * W(t) = s1(W(t-2)) + W(t-7) + s0(W(t-15)) + W(t-16)
       EXPAND-ONE-WORD.
           MOVE 'Y' TO WS-SHIFT-LAST

           MOVE WS-W(WS-T - 2) TO WS-SIG-IN
           MOVE 17 TO WS-ROT-1
           MOVE 19 TO WS-ROT-2
           MOVE 10 TO WS-ROT-3
           PERFORM SIGMA-WORD
           MOVE WS-RESULT TO WS-SUM

           MOVE WS-W(WS-T - 15) TO WS-SIG-IN
           MOVE 7 TO WS-ROT-1
           MOVE 18 TO WS-ROT-2
           MOVE 3 TO WS-ROT-3
           PERFORM SIGMA-WORD

           COMPUTE WS-W(WS-T) = FUNCTION MOD(
               WS-SUM + WS-W(WS-T - 7) + WS-RESULT
               + WS-W(WS-T - 16), WS-MODULUS)
           .

      * T1 = h + S1(e) + Ch(e,f,g) + K(t) + W(t)
      * T2 = S0(a) + Maj(a,b,c)
       COMPRESS-ONE-ROUND.
           MOVE 'N' TO WS-SHIFT-LAST

           MOVE WS-VAR(5) TO WS-SIG-IN
           MOVE 6 TO WS-ROT-1
           MOVE 11 TO WS-ROT-2
           MOVE 25 TO WS-ROT-3
           PERFORM SIGMA-WORD
           COMPUTE WS-T1 = WS-VAR(8) + WS-RESULT
               + WS-K(WS-T) + WS-W(WS-T)
           MOVE WS-VAR(5) TO WS-OP-X
           MOVE WS-VAR(6) TO WS-OP-Y
           MOVE WS-VAR(7) TO WS-OP-Z
           PERFORM CHOOSE-WORD
           ADD WS-RESULT TO WS-T1

           MOVE WS-VAR(1) TO WS-SIG-IN
           MOVE 2 TO WS-ROT-1
           MOVE 13 TO WS-ROT-2
           MOVE 22 TO WS-ROT-3
           PERFORM SIGMA-WORD
           MOVE WS-RESULT TO WS-T2
           MOVE WS-VAR(1) TO WS-OP-X
           MOVE WS-VAR(2) TO WS-OP-Y
           MOVE WS-VAR(3) TO WS-OP-Z
           PERFORM MAJORITY-WORD
           ADD WS-RESULT TO WS-T2

           MOVE WS-VAR(7) TO WS-VAR(8)
           MOVE WS-VAR(6) TO WS-VAR(7)
           MOVE WS-VAR(5) TO WS-VAR(6)
           COMPUTE WS-VAR(5) = FUNCTION MOD(
               WS-VAR(4) + WS-T1, WS-MODULUS)
           MOVE WS-VAR(3) TO WS-VAR(4)
           MOVE WS-VAR(2) TO WS-VAR(3)
           MOVE WS-VAR(1) TO WS-VAR(2)
           COMPUTE WS-VAR(1) = FUNCTION MOD(
               WS-T1 + WS-T2, WS-MODULUS)
           .

      * O-exclusivo de tres rotaciones a la derecha de WS-SIG-IN
      * (la tercera es desplazamiento si WS-SHIFT-LAST = 'Y')
       SIGMA-WORD.
           MOVE WS-SIG-IN TO WS-ROT-IN
           MOVE WS-ROT-1 TO WS-ROT-N
           PERFORM ROTATE-RIGHT
           MOVE WS-ROT-OUT TO WS-OP-X

           MOVE WS-ROT-2 TO WS-ROT-N
           PERFORM ROTATE-RIGHT
           MOVE WS-ROT-OUT TO WS-OP-Y

           MOVE WS-ROT-3 TO WS-ROT-N
           IF WS-SHIFT-LAST = 'Y'
               DIVIDE WS-ROT-IN BY WS-POW2(WS-ROT-N + 1)
                   GIVING WS-OP-Z
           ELSE
               PERFORM ROTATE-RIGHT
               MOVE WS-ROT-OUT TO WS-OP-Z
           END-IF

           PERFORM SPLIT-OPERANDS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE WS-XOR(WS-OCTET(1, WS-I) + 1,
                   WS-OCTET(2, WS-I) + 1) TO WS-O1
               MOVE WS-XOR(WS-O1 + 1, WS-OCTET(3, WS-I) + 1)
                   TO WS-OCTET(1, WS-I)
           END-PERFORM
           PERFORM JOIN-RESULT
           .

      * Rotacion de WS-ROT-IN WS-ROT-N bits a la derecha: los bits
      * bajos que salen entran por arriba
       ROTATE-RIGHT.
           DIVIDE WS-ROT-IN BY WS-POW2(WS-ROT-N + 1)
               GIVING WS-ROT-Q REMAINDER WS-ROT-R
           COMPUTE WS-ROT-OUT =
               WS-ROT-Q + WS-ROT-R * WS-POW2(33 - WS-ROT-N)
           .

      * Ch: el bit de e elige entre el de f y el de g,
      * (e y f) o-exclusivo (no-e y g)
       CHOOSE-WORD.
           PERFORM SPLIT-OPERANDS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE WS-AND(WS-OCTET(1, WS-I) + 1,
                   WS-OCTET(2, WS-I) + 1) TO WS-O1
               MOVE WS-AND(256 - WS-OCTET(1, WS-I),
                   WS-OCTET(3, WS-I) + 1) TO WS-O2
               MOVE WS-XOR(WS-O1 + 1, WS-O2 + 1)
                   TO WS-OCTET(1, WS-I)
           END-PERFORM
           PERFORM JOIN-RESULT
           .

      * Maj: mayoria bit a bit, (a y b) o-exclusivo (c y (a o-ex b))
       MAJORITY-WORD.
           PERFORM SPLIT-OPERANDS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 4
               MOVE WS-AND(WS-OCTET(1, WS-I) + 1,
                   WS-OCTET(2, WS-I) + 1) TO WS-O1
               MOVE WS-XOR(WS-OCTET(1, WS-I) + 1,
                   WS-OCTET(2, WS-I) + 1) TO WS-O2
               MOVE WS-AND(WS-O2 + 1, WS-OCTET(3, WS-I) + 1)
                   TO WS-O3
               MOVE WS-XOR(WS-O1 + 1, WS-O3 + 1)
                   TO WS-OCTET(1, WS-I)
           END-PERFORM
           PERFORM JOIN-RESULT
           .

      * Descompone WS-OP-X, WS-OP-Y y WS-OP-Z en los registros 1-3
       SPLIT-OPERANDS.
           MOVE 1 TO WS-SPLIT-REG
           MOVE WS-OP-X TO WS-SPLIT-IN
           PERFORM SPLIT-WORD
           MOVE 2 TO WS-SPLIT-REG
           MOVE WS-OP-Y TO WS-SPLIT-IN
           PERFORM SPLIT-WORD
           MOVE 3 TO WS-SPLIT-REG
           MOVE WS-OP-Z TO WS-SPLIT-IN
           PERFORM SPLIT-WORD
           .

       SPLIT-WORD.
           DIVIDE WS-SPLIT-IN BY 16777216
               GIVING WS-OCTET(WS-SPLIT-REG, 1)
               REMAINDER WS-SPLIT-REST
           DIVIDE WS-SPLIT-REST BY 65536
               GIVING WS-OCTET(WS-SPLIT-REG, 2)
               REMAINDER WS-SPLIT-REST
           DIVIDE WS-SPLIT-REST BY 256
               GIVING WS-OCTET(WS-SPLIT-REG, 3)
               REMAINDER WS-OCTET(WS-SPLIT-REG, 4)
           .

      * Recompone en WS-RESULT la palabra del registro 1
       JOIN-RESULT.
           COMPUTE WS-RESULT = WS-OCTET(1, 1) * 16777216
               + WS-OCTET(1, 2) * 65536
               + WS-OCTET(1, 3) * 256
               + WS-OCTET(1, 4)
           .

       FORMAT-DIGEST.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
               MOVE WS-HASH-WORD(WS-T) TO WS-WORD-WORK
               PERFORM VARYING WS-I FROM 8 BY -1 UNTIL WS-I < 1
                   DIVIDE WS-WORD-WORK BY 16 GIVING WS-WORD-WORK
                       REMAINDER WS-HEX-R
                   MOVE WS-HEX-DIGITS(WS-HEX-R + 1:1)
                       TO WS-DIGEST((WS-T - 1) * 8 + WS-I:1)
               END-PERFORM
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * BUILD-TABLES - Potencias de dos y tablas de octetos: el
      * resultado para (a, b) es el doble del de (a/2, b/2), ya
      * calculado, mas la operacion sobre sus bits bajos
      * ----------------------------------------------------------------
       BUILD-TABLES.
           MOVE 1 TO WS-POW2(1)
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > 33
               COMPUTE WS-POW2(WS-I) = WS-POW2(WS-I - 1) * 2
           END-PERFORM

           INITIALIZE WS-XOR-TABLE WS-AND-TABLE
           PERFORM VARYING WS-A FROM 0 BY 1 UNTIL WS-A > 255
               PERFORM VARYING WS-B FROM 0 BY 1 UNTIL WS-B > 255
                   DIVIDE WS-A BY 2 GIVING WS-A-HALF
                       REMAINDER WS-A-BIT
                   DIVIDE WS-B BY 2 GIVING WS-B-HALF
                       REMAINDER WS-B-BIT
                   COMPUTE WS-AND(WS-A + 1, WS-B + 1) =
                       WS-AND(WS-A-HALF + 1, WS-B-HALF + 1) * 2
                       + WS-A-BIT * WS-B-BIT
                   IF WS-A-BIT = WS-B-BIT
                       COMPUTE WS-XOR(WS-A + 1, WS-B + 1) =
                           WS-XOR(WS-A-HALF + 1, WS-B-HALF + 1) * 2
                   ELSE
                       COMPUTE WS-XOR(WS-A + 1, WS-B + 1) =
                           WS-XOR(WS-A-HALF + 1, WS-B-HALF + 1) * 2
                           + 1
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 'Y' TO WS-TABLES-READY
           .

       END PROGRAM MBHASH.
