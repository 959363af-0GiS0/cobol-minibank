      ******************************************************************
      * CREDENTIAL-HASH: Conversion de contrasenas y PIN a huella
      *
      * Pasada unica que sustituye los secretos que aun figuran en
      * claro por su huella salada H$sal$sha256 (MBHASH):
      *   - data/tellers.csv, columna 5 (contrasena del cajero);
      *     las filas sin contrasena (primer uso pendiente) se
      *     dejan como estan;
      *   - data/cards.csv, columna 2 (PIN de la tarjeta).
      * Las filas que ya tienen huella no se tocan, de modo que el
      * programa puede relanzarse sin dano. Cada fichero se
      * reescribe via .new + mv. Las copias de BACKUP anteriores a
      * la conversion siguen conteniendo los secretos en claro y
      * deben purgarse aparte.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDENTIAL-HASH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLERS-FILE ASSIGN TO "data/tellers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELLERS-STATUS.
           SELECT TELLERS-OUT-FILE ASSIGN TO "data/tellers.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARDS-FILE ASSIGN TO "data/cards.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDS-STATUS.
           SELECT CARDS-OUT-FILE ASSIGN TO "data/cards.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TELLERS-FILE.
       01  TELLERS-LINE          PIC X(200).
       FD  TELLERS-OUT-FILE.
       01  TELLERS-OUT-LINE      PIC X(200).
       FD  CARDS-FILE.
       01  CARDS-LINE            PIC X(200).
       FD  CARDS-OUT-FILE.
       01  CARDS-OUT-LINE        PIC X(200).

       WORKING-STORAGE SECTION.

       COPY mb-hash-if.

       77  WS-TELLERS-STATUS     PIC XX.
       77  WS-CARDS-STATUS       PIC XX.

      * Campos del maestro de cajeros
      * (id,nombre,rol,activo,contrasena,fecha-cambio,fallos)
       77  WS-TLR-ID             PIC X(8).
       77  WS-TLR-NAME           PIC X(40).
       77  WS-TLR-ROLE           PIC X(10).
       77  WS-TLR-ACTIVE         PIC X.
       77  WS-TLR-PWD            PIC X(80).
       77  WS-TLR-PWDDATE        PIC X(10).
       77  WS-TLR-FAILS          PIC X(4).

      * Campos del registro de tarjetas
      * (numero,pin,cuenta,estado,fallos)
       77  WS-CRD-NUMBER         PIC X(16).
       77  WS-CRD-PIN            PIC X(80).
       77  WS-CRD-ACCOUNT        PIC X(30).
       77  WS-CRD-STATUS         PIC X(8).
       77  WS-CRD-FAILS          PIC X(4).

       77  WS-TOTAL-TELLERS      PIC 9(5) VALUE 0.
       77  WS-TOTAL-CARDS        PIC 9(5) VALUE 0.

       77  WS-TELLERS-MV-COMMAND PIC X(60) VALUE
           "mv data/tellers.csv.new data/tellers.csv".
       77  WS-CARDS-MV-COMMAND   PIC X(60) VALUE
           "mv data/cards.csv.new data/cards.csv".

       PROCEDURE DIVISION.

       MAIN.
           PERFORM CONVERT-TELLERS
           PERFORM CONVERT-CARDS

           DISPLAY "Contrasenas de cajero convertidas: "
               WS-TOTAL-TELLERS
           DISPLAY "PIN de tarjeta convertidos       : "
               WS-TOTAL-CARDS
           GOBACK
           .

      * ----------------------------------------------------------------
      * CONVERT-TELLERS - Columna 5 del maestro de cajeros
      * ----------------------------------------------------------------
       CONVERT-TELLERS.
           OPEN INPUT TELLERS-FILE
           IF WS-TELLERS-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/tellers.csv"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TELLERS-OUT-FILE

           PERFORM UNTIL WS-TELLERS-STATUS NOT = "00"
               READ TELLERS-FILE
               IF WS-TELLERS-STATUS = "00"
                   PERFORM CONVERT-ONE-TELLER
                   WRITE TELLERS-OUT-LINE
               END-IF
           END-PERFORM

           CLOSE TELLERS-OUT-FILE
           CLOSE TELLERS-FILE

           CALL "SYSTEM" USING WS-TELLERS-MV-COMMAND
           .

       CONVERT-ONE-TELLER.
           MOVE TELLERS-LINE TO TELLERS-OUT-LINE
           MOVE SPACES TO WS-TLR-PWD
           MOVE SPACES TO WS-TLR-PWDDATE
           MOVE SPACES TO WS-TLR-FAILS
           UNSTRING TELLERS-LINE DELIMITED BY ","
               INTO WS-TLR-ID WS-TLR-NAME WS-TLR-ROLE
                    WS-TLR-ACTIVE WS-TLR-PWD WS-TLR-PWDDATE
                    WS-TLR-FAILS
           END-UNSTRING

           IF WS-TLR-PWD = SPACES
               OR WS-TLR-PWD(1:2) = "H$"
               EXIT PARAGRAPH
           END-IF

           MOVE "MAKE" TO HASH-FUNC
           MOVE WS-TLR-PWD TO HASH-SECRET
           CALL "MBHASH" USING HASH-REQUEST

           MOVE SPACES TO TELLERS-OUT-LINE
           STRING WS-TLR-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TLR-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TLR-ROLE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TLR-ACTIVE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HASH-STORED DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TLR-PWDDATE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-TLR-FAILS DELIMITED BY SPACE
               INTO TELLERS-OUT-LINE
           END-STRING
           ADD 1 TO WS-TOTAL-TELLERS
           .

      * ----------------------------------------------------------------
      * CONVERT-CARDS - Columna 2 del registro de tarjetas
      * ----------------------------------------------------------------
       CONVERT-CARDS.
           OPEN INPUT CARDS-FILE
           IF WS-CARDS-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/cards.csv"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CARDS-OUT-FILE

           PERFORM UNTIL WS-CARDS-STATUS NOT = "00"
               READ CARDS-FILE
               IF WS-CARDS-STATUS = "00"
                   PERFORM CONVERT-ONE-CARD
                   WRITE CARDS-OUT-LINE
               END-IF
           END-PERFORM

           CLOSE CARDS-OUT-FILE
           CLOSE CARDS-FILE

           CALL "SYSTEM" USING WS-CARDS-MV-COMMAND
           .

       CONVERT-ONE-CARD.
           MOVE CARDS-LINE TO CARDS-OUT-LINE
           MOVE SPACES TO WS-CRD-PIN
           MOVE SPACES TO WS-CRD-STATUS
           MOVE SPACES TO WS-CRD-FAILS
           UNSTRING CARDS-LINE DELIMITED BY ","
               INTO WS-CRD-NUMBER WS-CRD-PIN WS-CRD-ACCOUNT
                    WS-CRD-STATUS WS-CRD-FAILS
           END-UNSTRING

           IF WS-CRD-PIN = SPACES
               OR WS-CRD-PIN(1:2) = "H$"
               EXIT PARAGRAPH
           END-IF

           MOVE "MAKE" TO HASH-FUNC
           MOVE WS-CRD-PIN TO HASH-SECRET
           CALL "MBHASH" USING HASH-REQUEST

           MOVE SPACES TO CARDS-OUT-LINE
           STRING WS-CRD-NUMBER DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  HASH-STORED DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CRD-ACCOUNT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CRD-STATUS DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CRD-FAILS DELIMITED BY SPACE
               INTO CARDS-OUT-LINE
           END-STRING
           ADD 1 TO WS-TOTAL-CARDS
           .

       END PROGRAM CREDENTIAL-HASH.
