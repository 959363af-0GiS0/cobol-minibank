      ******************************************************************
      * MBCHAIN: Cadena de huellas del ledger de movimientos
      *
      * Cualquiera con acceso al servidor podia corregir a mano una
      * fila de data/transactions.csv, y una pareja de cambios que
      * se compensan ni siquiera descuadraba TRIAL-BALANCE. Cada
      * fila del ledger lleva ahora su huella encadenada:
      *
      *   huella(n) = primeros 16 digitos hex del SHA-256 de
      *               clave + huella(n-1) + texto de la fila n
      *
      * La huella de la primera fila parte de dieciseis ceros y la
      * clave es MINIBANK_LEDGER_KEY (o una fija de la casa si no
      * esta definida), para que no baste con recalcular la cadena
      * tras tocar una fila.
      *
      * Las filas tienen un maximo de 120 posiciones que leen todos
      * los programas, asi que la huella no viaja en la propia
      * fila: cada fichero del ledger tiene su fichero de huellas,
      * linea a linea (transactions.csv -> transactions.chain,
      * transactions-AAAA-MM.csv -> transactions-AAAA-MM.chain). La
      * cadena recorre las particiones en el orden del manifiesto
      * data/tx-partitions.dat y despues el ledger vivo, y la
      * cabecera data/ledger-chain.dat guarda cuantas filas cubre y
      * la ultima huella, para detectar tambien filas quitadas del
      * final.
      *
      * Interfaz CHAIN-REQUEST de mb-chain-if.cpy:
      *   SEAL  encadena la fila recien escrita al final del ledger
      *         vivo (la llaman todos los que anotan movimientos)
      *   VRFY  verifica la cadena completa y deja la primera rotura
      *         (fichero, linea y motivo)
      *   VLIV  verifica solo el ledger vivo, partiendo de la ultima
      *         huella guardada de las particiones
      *   RSEL  rehace toda la cadena: puesta en marcha, y despues
      *         de que TX-PARTITION mueva filas entre ficheros
      *   RLIV  rehace la cadena del ledger vivo despues de una
      *         reescritura autorizada (retencion, fecha valor,
      *         correccion de cuentas desconocidas, archivado)
      * Los que reescriben el ledger verifican antes con VRFY/VLIV y
      * se niegan a seguir si la cadena ya estaba rota, para no
      * blanquear una manipulacion al rehacerla.
      *
      * Mientras no exista la cabecera la cadena no esta en marcha:
      * SEAL y RLIV no hacen nada y LEDGER-VERIFY la arranca con
      * RSEL sobre la historia existente.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBCHAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEAD-FILE ASSIGN TO DYNAMIC WS-HEAD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEAD-STATUS.
           SELECT ROW-FILE ASSIGN TO DYNAMIC WS-ROW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROW-STATUS.
           SELECT LINK-FILE ASSIGN TO DYNAMIC WS-LINK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HEAD-FILE.
       01  HEAD-REC              PIC X(40).
       FD  ROW-FILE.
       01  ROW-REC               PIC X(200).
       FD  LINK-FILE.
       01  LINK-REC              PIC X(16).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC          PIC X(10).

       WORKING-STORAGE SECTION.

       77  WS-DIR                PIC X(40).
       77  WS-HEAD-PATH          PIC X(60).
       77  WS-ROW-PATH           PIC X(60).
       77  WS-LINK-PATH          PIC X(60).
       77  WS-MANIFEST-PATH      PIC X(60).
       77  WS-HEAD-STATUS        PIC XX.
       77  WS-ROW-STATUS         PIC XX.
       77  WS-LINK-STATUS        PIC XX.
       77  WS-MANIFEST-STATUS    PIC XX.
       77  WS-SEGMENT            PIC X(7).

      * Clave de la cadena, leida una vez por proceso
       77  WS-KEY-READY          PIC X VALUE 'N'.
       77  WS-KEY                PIC X(32).
       77  WS-KEY-LEN            PIC 9(3) COMP.
       77  WS-DEFAULT-KEY        PIC X(32) VALUE
           'MINIBANK-LEDGER-CHAIN'.

      * Cabecera: filas cubiertas y ultima huella
       77  WS-HEAD-FOUND         PIC X.
       77  WS-HEAD-ROWS          PIC 9(9).
       77  WS-HEAD-ROWS-X        PIC X(9).
       77  WS-HEAD-LINK          PIC X(16).

       77  WS-GENESIS            PIC X(16) VALUE ALL '0'.
       77  WS-PREV-LINK          PIC X(16).
       77  WS-LINK               PIC X(16).
       77  WS-ROW                PIC X(200).
       77  WS-ROW-LEN            PIC 9(3) COMP.
       77  WS-MSG-LEN            PIC 9(3) COMP.

      * Recorrido: 'V' verifica, 'R' rehace, 'C' solo cuenta y toma
      * la ultima huella guardada
       77  WS-MODE               PIC X.
       77  WS-TOTAL-ROWS         PIC 9(9).
       77  WS-SEG-LINE           PIC 9(9).
       77  WS-ROW-EOF            PIC X.
       77  WS-LINK-EOF           PIC X.
       77  WS-ROW-OPEN           PIC X.
       77  WS-LINK-OPEN          PIC X.
       77  WS-MAN-EOF            PIC X.
       77  WS-COUNT-EDIT         PIC Z(8)9.
       77  WS-COUNT-EDIT-2       PIC Z(8)9.
       77  WS-I                  PIC S9(4) COMP.

       COPY mb-hash-if.

       LINKAGE SECTION.

       COPY mb-chain-if.

       PROCEDURE DIVISION USING CHAIN-REQUEST.

       MAIN.
           SET CHAIN-OK TO TRUE
           MOVE 0 TO CHAIN-ROWS
           MOVE 0 TO CHAIN-BREAK-LINE
           MOVE SPACES TO CHAIN-BREAK-FILE
           MOVE SPACES TO CHAIN-BREAK-REASON

           IF WS-KEY-READY = 'N'
               PERFORM LOAD-KEY
           END-IF

           PERFORM SET-BASE-PATHS
           PERFORM READ-HEAD

           EVALUATE TRUE
               WHEN CHAIN-FUNC-SEAL
                   PERFORM SEAL-ROW
               WHEN CHAIN-FUNC-VERIFY
                   PERFORM VERIFY-CHAIN
               WHEN CHAIN-FUNC-VERIFY-LIVE
                   PERFORM VERIFY-LIVE
               WHEN CHAIN-FUNC-RESEAL
                   PERFORM RESEAL-CHAIN
               WHEN CHAIN-FUNC-RESEAL-LIVE
                   PERFORM RESEAL-LIVE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK
           .

      * ----------------------------------------------------------------
      * SEAL-ROW - Huella de CHAIN-ROW a continuacion de la ultima
      * de la cabecera, al final de transactions.chain
      * ----------------------------------------------------------------
       SEAL-ROW.
           IF WS-HEAD-FOUND = 'N'
               PERFORM CHECK-MISSING-HEAD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HEAD-LINK TO WS-PREV-LINK
           MOVE CHAIN-ROW TO WS-ROW
           PERFORM COMPUTE-LINK

           PERFORM SET-LIVE-PATHS
           OPEN EXTEND LINK-FILE
           IF WS-LINK-STATUS = '05' OR WS-LINK-STATUS = '35'
               OPEN OUTPUT LINK-FILE
           END-IF
           WRITE LINK-REC FROM WS-LINK
           CLOSE LINK-FILE

           COMPUTE WS-TOTAL-ROWS = WS-HEAD-ROWS + 1
           MOVE WS-LINK TO WS-PREV-LINK
           PERFORM WRITE-HEAD
           MOVE WS-TOTAL-ROWS TO CHAIN-ROWS
           .

      * ----------------------------------------------------------------
      * VERIFY-CHAIN - Recalcula todas las huellas desde el origen y
      * compara el final con la cabecera
      * ----------------------------------------------------------------
       VERIFY-CHAIN.
           IF WS-HEAD-FOUND = 'N'
               PERFORM CHECK-MISSING-HEAD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GENESIS TO WS-PREV-LINK
           MOVE 0 TO WS-TOTAL-ROWS
           MOVE 'V' TO WS-MODE
           PERFORM WALK-PARTITIONS

           IF CHAIN-OK
               PERFORM SET-LIVE-PATHS
               PERFORM PROCESS-SEGMENT
           END-IF

           IF CHAIN-OK
               PERFORM CHECK-HEAD
           END-IF
           MOVE WS-TOTAL-ROWS TO CHAIN-ROWS
           .

      * Solo el ledger vivo: las particiones aportan su recuento y
      * su ultima huella guardada
       VERIFY-LIVE.
           IF WS-HEAD-FOUND = 'N'
               PERFORM CHECK-MISSING-HEAD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GENESIS TO WS-PREV-LINK
           MOVE 0 TO WS-TOTAL-ROWS
           MOVE 'C' TO WS-MODE
           PERFORM WALK-PARTITIONS

           MOVE 'V' TO WS-MODE
           PERFORM SET-LIVE-PATHS
           PERFORM PROCESS-SEGMENT

           IF CHAIN-OK
               PERFORM CHECK-HEAD
           END-IF
           MOVE WS-TOTAL-ROWS TO CHAIN-ROWS
           .

      * ----------------------------------------------------------------
      * RESEAL-CHAIN - Rehace todos los ficheros de huellas y la
      * cabecera; tambien pone la cadena en marcha
      * ----------------------------------------------------------------
       RESEAL-CHAIN.
           MOVE WS-GENESIS TO WS-PREV-LINK
           MOVE 0 TO WS-TOTAL-ROWS
           MOVE 'R' TO WS-MODE
           PERFORM WALK-PARTITIONS

           PERFORM SET-LIVE-PATHS
           PERFORM PROCESS-SEGMENT

           PERFORM WRITE-HEAD
           MOVE WS-TOTAL-ROWS TO CHAIN-ROWS
           .

       RESEAL-LIVE.
           IF WS-HEAD-FOUND = 'N'
               PERFORM CHECK-MISSING-HEAD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GENESIS TO WS-PREV-LINK
           MOVE 0 TO WS-TOTAL-ROWS
           MOVE 'C' TO WS-MODE
           PERFORM WALK-PARTITIONS

           MOVE 'R' TO WS-MODE
           PERFORM SET-LIVE-PATHS
           PERFORM PROCESS-SEGMENT

           PERFORM WRITE-HEAD
           MOVE WS-TOTAL-ROWS TO CHAIN-ROWS
           .

      * Sin cabecera: si ya hay fichero de huellas del ledger vivo,
      * alguien la ha borrado y la cadena se da por rota; si no, la
      * cadena aun no esta en marcha
       CHECK-MISSING-HEAD.
           PERFORM SET-LIVE-PATHS
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = '00'
               CLOSE LINK-FILE
               SET CHAIN-BROKEN TO TRUE
               MOVE WS-HEAD-PATH TO CHAIN-BREAK-FILE
               MOVE 'falta la cabecera de la cadena y hay huellas'
                   TO CHAIN-BREAK-REASON
           ELSE
               SET CHAIN-NOT-STARTED TO TRUE
           END-IF
           .

      * ----------------------------------------------------------------
      * WALK-PARTITIONS - Cada mes del manifiesto, en su orden, hasta
      * la primera rotura
      * ----------------------------------------------------------------
       WALK-PARTITIONS.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-MAN-EOF
           PERFORM UNTIL WS-MAN-EOF = 'Y' OR CHAIN-BROKEN
               READ MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO WS-MAN-EOF
                   NOT AT END
                       IF MANIFEST-REC NOT = SPACES
                           MOVE MANIFEST-REC(1:7) TO WS-SEGMENT
                           PERFORM SET-PARTITION-PATHS
                           PERFORM PROCESS-SEGMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MANIFEST-FILE
           .

       PROCESS-SEGMENT.
           EVALUATE WS-MODE
               WHEN 'V'
                   PERFORM VERIFY-SEGMENT
               WHEN 'R'
                   PERFORM RESEAL-SEGMENT
               WHEN OTHER
                   PERFORM COUNT-SEGMENT
           END-EVALUATE
           .

      * Lee a la par las filas y sus huellas guardadas
       VERIFY-SEGMENT.
           MOVE 0 TO WS-SEG-LINE
           MOVE 'N' TO WS-ROW-OPEN
           MOVE 'N' TO WS-LINK-OPEN
           MOVE 'Y' TO WS-ROW-EOF
           MOVE 'Y' TO WS-LINK-EOF

           OPEN INPUT ROW-FILE
           IF WS-ROW-STATUS = '00'
               MOVE 'Y' TO WS-ROW-OPEN
               MOVE 'N' TO WS-ROW-EOF
           END-IF
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = '00'
               MOVE 'Y' TO WS-LINK-OPEN
               MOVE 'N' TO WS-LINK-EOF
           END-IF

           PERFORM UNTIL WS-ROW-EOF = 'Y' OR CHAIN-BROKEN
               READ ROW-FILE
                   AT END MOVE 'Y' TO WS-ROW-EOF
                   NOT AT END PERFORM VERIFY-ONE-ROW
               END-READ
           END-PERFORM

      *    Huellas de mas: se quitaron filas del final del fichero
           IF CHAIN-OK AND WS-LINK-EOF = 'N'
               READ LINK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-SEG-LINE
                       MOVE 'huella sin fila: faltan filas al final'
                           TO CHAIN-BREAK-REASON
                       PERFORM NOTE-BREAK
               END-READ
           END-IF

           IF WS-ROW-OPEN = 'Y'
               CLOSE ROW-FILE
           END-IF
           IF WS-LINK-OPEN = 'Y'
               CLOSE LINK-FILE
           END-IF
           .

       VERIFY-ONE-ROW.
           ADD 1 TO WS-SEG-LINE
           ADD 1 TO WS-TOTAL-ROWS
           MOVE ROW-REC TO WS-ROW
           PERFORM COMPUTE-LINK

           IF WS-LINK-EOF = 'N'
               READ LINK-FILE
                   AT END MOVE 'Y' TO WS-LINK-EOF
               END-READ
           END-IF

           IF WS-LINK-EOF = 'Y'
               MOVE 'fila sin huella: anotada fuera de la cadena'
                   TO CHAIN-BREAK-REASON
               PERFORM NOTE-BREAK
               EXIT PARAGRAPH
           END-IF

           IF LINK-REC NOT = WS-LINK
               MOVE 'la huella no coincide: fila alterada o quitada'
                   TO CHAIN-BREAK-REASON
               PERFORM NOTE-BREAK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LINK TO WS-PREV-LINK
           .

      * Reescribe el fichero de huellas de un segmento; un fichero
      * del ledger que no existe deja su fichero de huellas vacio
       RESEAL-SEGMENT.
           MOVE 'N' TO WS-ROW-OPEN
           MOVE 'Y' TO WS-ROW-EOF
           OPEN INPUT ROW-FILE
           IF WS-ROW-STATUS = '00'
               MOVE 'Y' TO WS-ROW-OPEN
               MOVE 'N' TO WS-ROW-EOF
           END-IF

           OPEN OUTPUT LINK-FILE
           PERFORM UNTIL WS-ROW-EOF = 'Y'
               READ ROW-FILE
                   AT END
                       MOVE 'Y' TO WS-ROW-EOF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-ROWS
                       MOVE ROW-REC TO WS-ROW
                       PERFORM COMPUTE-LINK
                       WRITE LINK-REC FROM WS-LINK
                       MOVE WS-LINK TO WS-PREV-LINK
               END-READ
           END-PERFORM
           CLOSE LINK-FILE

           IF WS-ROW-OPEN = 'Y'
               CLOSE ROW-FILE
           END-IF
           .

      * Solo recuento y ultima huella guardada, sin recalcular
       COUNT-SEGMENT.
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-LINK-EOF
           PERFORM UNTIL WS-LINK-EOF = 'Y'
               READ LINK-FILE
                   AT END
                       MOVE 'Y' TO WS-LINK-EOF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-ROWS
                       MOVE LINK-REC TO WS-PREV-LINK
               END-READ
           END-PERFORM
           CLOSE LINK-FILE
           .

      * El recorrido completo debe acabar donde dice la cabecera:
      * si no, faltan (o sobran) filas al final del ledger vivo
       CHECK-HEAD.
           IF WS-TOTAL-ROWS NOT = WS-HEAD-ROWS
               MOVE WS-HEAD-ROWS TO WS-COUNT-EDIT
               MOVE WS-TOTAL-ROWS TO WS-COUNT-EDIT-2
               STRING 'la cabecera cubre ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      ' filas y el ledger tiene ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT-2)
                          DELIMITED BY SIZE
                   INTO CHAIN-BREAK-REASON
               END-STRING
               SET CHAIN-BROKEN TO TRUE
               MOVE WS-HEAD-PATH TO CHAIN-BREAK-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-PREV-LINK NOT = WS-HEAD-LINK
               SET CHAIN-BROKEN TO TRUE
               MOVE WS-HEAD-PATH TO CHAIN-BREAK-FILE
               MOVE 'la ultima huella no coincide con la cabecera'
                   TO CHAIN-BREAK-REASON
           END-IF
           .

       NOTE-BREAK.
           SET CHAIN-BROKEN TO TRUE
           MOVE WS-ROW-PATH TO CHAIN-BREAK-FILE
           MOVE WS-SEG-LINE TO CHAIN-BREAK-LINE
           .

      * ----------------------------------------------------------------
      * COMPUTE-LINK - WS-LINK = huella de clave + WS-PREV-LINK +
      * WS-ROW sin los blancos finales
      * ----------------------------------------------------------------
       COMPUTE-LINK.
           MOVE 0 TO WS-ROW-LEN
           PERFORM VARYING WS-I FROM 200 BY -1
               UNTIL WS-I < 1 OR WS-ROW-LEN > 0
               IF WS-ROW(WS-I:1) NOT = SPACE
                   MOVE WS-I TO WS-ROW-LEN
               END-IF
           END-PERFORM

           MOVE SPACES TO HASH-MESSAGE
           MOVE WS-KEY(1:WS-KEY-LEN) TO HASH-MESSAGE(1:WS-KEY-LEN)
           MOVE WS-PREV-LINK TO HASH-MESSAGE(WS-KEY-LEN + 1:16)
           IF WS-ROW-LEN > 0
               MOVE WS-ROW(1:WS-ROW-LEN)
                   TO HASH-MESSAGE(WS-KEY-LEN + 17:WS-ROW-LEN)
           END-IF
           COMPUTE WS-MSG-LEN = WS-KEY-LEN + 16 + WS-ROW-LEN
           MOVE WS-MSG-LEN TO HASH-MESSAGE-LEN

           SET HASH-FUNC-DIGEST TO TRUE
           CALL 'MBHASH' USING HASH-REQUEST
           MOVE HASH-DIGEST(1:16) TO WS-LINK
           .

       LOAD-KEY.
           MOVE SPACES TO WS-KEY
           ACCEPT WS-KEY FROM ENVIRONMENT 'MINIBANK_LEDGER_KEY'
           IF WS-KEY = SPACES
               MOVE WS-DEFAULT-KEY TO WS-KEY
           END-IF

           MOVE 0 TO WS-KEY-LEN
           PERFORM VARYING WS-I FROM 32 BY -1
               UNTIL WS-I < 1 OR WS-KEY-LEN > 0
               IF WS-KEY(WS-I:1) NOT = SPACE
                   MOVE WS-I TO WS-KEY-LEN
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-KEY-READY
           .

       READ-HEAD.
           MOVE 'N' TO WS-HEAD-FOUND
           MOVE 0 TO WS-HEAD-ROWS
           MOVE SPACES TO WS-HEAD-LINK

           OPEN INPUT HEAD-FILE
           IF WS-HEAD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-HEAD-FOUND
           MOVE SPACES TO HEAD-REC
           READ HEAD-FILE
               AT END CONTINUE
           END-READ
           CLOSE HEAD-FILE

           MOVE SPACES TO WS-HEAD-ROWS-X
           UNSTRING HEAD-REC DELIMITED BY ','
               INTO WS-HEAD-ROWS-X WS-HEAD-LINK
           END-UNSTRING
           IF WS-HEAD-ROWS-X IS NUMERIC
               MOVE WS-HEAD-ROWS-X TO WS-HEAD-ROWS
           END-IF
           .

       WRITE-HEAD.
           OPEN OUTPUT HEAD-FILE
           MOVE SPACES TO HEAD-REC
           STRING WS-TOTAL-ROWS DELIMITED BY SIZE
                  ','           DELIMITED BY SIZE
                  WS-PREV-LINK  DELIMITED BY SIZE
               INTO HEAD-REC
           END-STRING
           WRITE HEAD-REC
           CLOSE HEAD-FILE
           .

       SET-BASE-PATHS.
           MOVE CHAIN-DATA-DIR TO WS-DIR
           IF WS-DIR = SPACES
               MOVE 'data' TO WS-DIR
           END-IF

           MOVE SPACES TO WS-HEAD-PATH
           STRING FUNCTION TRIM(WS-DIR) DELIMITED BY SIZE
                  '/ledger-chain.dat'   DELIMITED BY SIZE
               INTO WS-HEAD-PATH
           END-STRING
           MOVE SPACES TO WS-MANIFEST-PATH
           STRING FUNCTION TRIM(WS-DIR) DELIMITED BY SIZE
                  '/tx-partitions.dat'  DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH
           END-STRING
           .

       SET-LIVE-PATHS.
           MOVE SPACES TO WS-ROW-PATH
           STRING FUNCTION TRIM(WS-DIR) DELIMITED BY SIZE
                  '/transactions.csv'   DELIMITED BY SIZE
               INTO WS-ROW-PATH
           END-STRING
           MOVE SPACES TO WS-LINK-PATH
           STRING FUNCTION TRIM(WS-DIR) DELIMITED BY SIZE
                  '/transactions.chain' DELIMITED BY SIZE
               INTO WS-LINK-PATH
           END-STRING
           .

       SET-PARTITION-PATHS.
           MOVE SPACES TO WS-ROW-PATH
           STRING FUNCTION TRIM(WS-DIR) DELIMITED BY SIZE
                  '/transactions-'      DELIMITED BY SIZE
                  WS-SEGMENT            DELIMITED BY SIZE
                  '.csv'                DELIMITED BY SIZE
               INTO WS-ROW-PATH
           END-STRING
           MOVE SPACES TO WS-LINK-PATH
           STRING FUNCTION TRIM(WS-DIR) DELIMITED BY SIZE
                  '/transactions-'      DELIMITED BY SIZE
                  WS-SEGMENT            DELIMITED BY SIZE
                  '.chain'              DELIMITED BY SIZE
               INTO WS-LINK-PATH
           END-STRING
           .

       END PROGRAM MBCHAIN.
