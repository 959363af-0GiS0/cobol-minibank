      * de apartar fondos sin intervencion manual. Las retenciones
      * sin vencimiento (ordenes judiciales) no se tocan.
      *
      * La retencion de un cheque depositado que sigue PENDING en
      * data/cheque-deposits.csv (aun no presentado a la camara por
      * CHEQUE-PRESENTMENT) no vence: sin presentar no hay plazo de
      * devolucion que haya pasado. Una vez presentado, su
      * vencimiento cuenta desde la presentacion, y si el cheque
      * vuelve impagado la devolucion la cierra como RETURNED.
      *
      * Los codigos de retirada sin tarjeta que siguen ISSUED en
      * data/cardless-codes.csv y cuyo vencimiento ya llego pasan
      * a EXPIRED; su retencion CARDLESS lleva el mismo
      * vencimiento y se libera en la misma pasada.
      *
      * Los ficheros se reescriben via .new + mv, como los demas
      * registros mantenidos por los trabajos nocturnos.
      *
      * Autor: AI Coding Agent
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT HOLDS-OUT-FILE ASSIGN TO "data/holds.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARDLESS-FILE ASSIGN TO "data/cardless-codes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDLESS-STATUS.
           SELECT CARDLESS-OUT-FILE ASSIGN TO
               "data/cardless-codes.csv.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHQDEP-FILE ASSIGN TO "data/cheque-deposits.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQDEP-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  HOLDS-LINE            PIC X(120).
       FD  HOLDS-OUT-FILE.
       01  HOLDS-OUT-LINE        PIC X(120).
       FD  CARDLESS-FILE.
       01  CARDLESS-LINE         PIC X(250).
       FD  CARDLESS-OUT-FILE.
       01  CARDLESS-OUT-LINE     PIC X(250).
       FD  CHQDEP-FILE.
       01  CHQDEP-LINE           PIC X(200).

       WORKING-STORAGE SECTION.


       77  WS-TOTAL-READ         PIC 9(6) VALUE 0.
       77  WS-TOTAL-RELEASED     PIC 9(6) VALUE 0.
       77  WS-TOTAL-UNPRESENTED  PIC 9(6) VALUE 0.

      * Retenciones de cheques depositados aun sin presentar
       77  WS-CHQDEP-STATUS      PIC XX.
       77  WS-CHQDEP-MAX         PIC 9(4) COMP VALUE 2000.
       77  WS-CHQDEP-COUNT       PIC 9(4) COMP VALUE 0.
       01  WS-CHQDEP-TABLE.
           05  WS-CHQDEP-HOLD OCCURS 2000 TIMES INDEXED BY IX-CHQDEP
                                 PIC X(12).
       77  WS-CD-DATE            PIC X(10).
       77  WS-CD-ACCOUNT         PIC X(30).
       77  WS-CD-AMOUNT          PIC X(20).
       77  WS-CD-BANK            PIC X(16).
       77  WS-CD-CHEQUE          PIC X(10).
       77  WS-CD-DRAWER          PIC X(30).
       77  WS-CD-REF             PIC X(20).
       77  WS-CD-HOLD            PIC X(12).
       77  WS-CD-STATE           PIC X(10).
       77  WS-UNPRESENTED        PIC X.

      * Codigos de retirada sin tarjeta (id,huella,cuenta,importe,
      * documento,retencion,fecha,hora,vence-fecha,vence-hora,
      * estado,cajero)
       77  WS-CARDLESS-STATUS    PIC XX.
       77  WS-CL-ID              PIC X(12).
       77  WS-CL-HASH            PIC X(80).
       77  WS-CL-ACCOUNT         PIC X(30).
       77  WS-CL-AMOUNT          PIC X(20).
       77  WS-CL-DOC             PIC X(20).
       77  WS-CL-HOLD            PIC X(12).
       77  WS-CL-DATE            PIC X(10).
       77  WS-CL-TIME            PIC X(6).
       77  WS-CL-EXP-DATE        PIC X(10).
       77  WS-CL-EXP-TIME        PIC X(6).
       77  WS-CL-STATE           PIC X(10).
       77  WS-CL-TELLER          PIC X(8).
       77  WS-TOTAL-CODES-EXPIRED PIC 9(6) VALUE 0.
       77  WS-CL-MV-COMMAND      PIC X(80) VALUE
           "mv data/cardless-codes.csv.new data/cardless-codes.csv".

       77  WS-MV-COMMAND         PIC X(60) VALUE
           "mv data/holds.csv.new data/holds.csv".
           PERFORM CHECK-RUN-CONTROL
           PERFORM RECORD-RUN-START

           PERFORM EXPIRE-CARDLESS-CODES

           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               DISPLAY "Aviso: no existe data/holds.csv, nada que "
               GOBACK
           END-IF

           PERFORM LOAD-UNPRESENTED-CHEQUES

           OPEN OUTPUT HOLDS-OUT-FILE

           PERFORM UNTIL WS-EOF = "Y"
           DISPLAY "Retenciones leidas: " WS-TOTAL-READ
           DISPLAY "Retenciones liberadas por vencimiento: "
               WS-TOTAL-RELEASED
           DISPLAY "Retenciones de cheques sin presentar: "
               WS-TOTAL-UNPRESENTED
           DISPLAY "Codigos sin tarjeta caducados: "
               WS-TOTAL-CODES-EXPIRED
           GOBACK
           .

      * ----------------------------------------------------------------
      * EXPIRE-CARDLESS-CODES - Marca EXPIRED el codigo de retirada
      * ISSUED cuyo vencimiento llego; su retencion vence con el
      * ----------------------------------------------------------------
       EXPIRE-CARDLESS-CODES.
           OPEN INPUT CARDLESS-FILE
           IF WS-CARDLESS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CARDLESS-OUT-FILE

           PERFORM UNTIL WS-CARDLESS-STATUS NOT = "00"
               READ CARDLESS-FILE
               IF WS-CARDLESS-STATUS = "00"
                   PERFORM PROCESS-CARDLESS-LINE
               END-IF
           END-PERFORM

           CLOSE CARDLESS-OUT-FILE
           CLOSE CARDLESS-FILE

           CALL "SYSTEM" USING WS-CL-MV-COMMAND
           .

       PROCESS-CARDLESS-LINE.
           MOVE SPACES TO WS-CL-EXP-DATE
           MOVE SPACES TO WS-CL-EXP-TIME
           MOVE SPACES TO WS-CL-STATE
           MOVE SPACES TO WS-CL-TELLER
           UNSTRING CARDLESS-LINE DELIMITED BY ","
               INTO WS-CL-ID WS-CL-HASH WS-CL-ACCOUNT WS-CL-AMOUNT
                    WS-CL-DOC WS-CL-HOLD WS-CL-DATE WS-CL-TIME
                    WS-CL-EXP-DATE WS-CL-EXP-TIME WS-CL-STATE
                    WS-CL-TELLER
           END-UNSTRING

           IF WS-CL-STATE = "ISSUED"
               AND WS-CL-EXP-DATE NOT = SPACES
               AND WS-CL-EXP-DATE <= WS-TODAY-DATE
               ADD 1 TO WS-TOTAL-CODES-EXPIRED
               MOVE SPACES TO CARDLESS-OUT-LINE
               STRING WS-CL-ID        DELIMITED BY SPACE
                      ","             DELIMITED BY SIZE
                      WS-CL-HASH      DELIMITED BY SPACE
                      ","             DELIMITED BY SIZE
                      WS-CL-ACCOUNT   DELIMITED BY SPACE
                      ","             DELIMITED BY SIZE
                      WS-CL-AMOUNT    DELIMITED BY SPACE
                      ","             DELIMITED BY SIZE
                      WS-CL-DOC       DELIMITED BY SPACE
                      ","             DELIMITED BY SIZE
                      WS-CL-HOLD      DELIMITED BY SPACE
                      ","             DELIMITED BY SIZE
                      WS-CL-DATE      DELIMITED BY SPACE
                      ","             DELIMITED BY SIZE
                      WS-CL-TIME      DELIMITED BY SPACE
                      ","             DELIMITED BY SIZE
                      WS-CL-EXP-DATE  DELIMITED BY SPACE
                      ","             DELIMITED BY SIZE
                      WS-CL-EXP-TIME  DELIMITED BY SPACE
                      ",EXPIRED,"     DELIMITED BY SIZE
                      WS-CL-TELLER    DELIMITED BY SPACE
                   INTO CARDLESS-OUT-LINE
               END-STRING
               WRITE CARDLESS-OUT-LINE
               DISPLAY "Codigo sin tarjeta caducado: " WS-CL-ID
                   " (retencion " WS-CL-HOLD ")"
           ELSE
               MOVE CARDLESS-LINE TO CARDLESS-OUT-LINE
               WRITE CARDLESS-OUT-LINE
           END-IF
           .

      * ----------------------------------------------------------------
      * PROCESS-HOLD-LINE - Marca EXPIRED la retencion ACTIVE cuyo
      * vencimiento llego; el resto se copia tal cual
                    WS-HOLD-STATE WS-HOLD-DATE
           END-UNSTRING

           MOVE "N" TO WS-UNPRESENTED
           IF WS-HOLD-STATE = "ACTIVE"
               AND WS-HOLD-REASON = "CHEQUE"
               PERFORM VARYING IX-CHQDEP FROM 1 BY 1
                   UNTIL IX-CHQDEP > WS-CHQDEP-COUNT
                       OR WS-UNPRESENTED = "Y"
                   IF WS-CHQDEP-HOLD(IX-CHQDEP) = WS-HOLD-ID
                       MOVE "Y" TO WS-UNPRESENTED
                   END-IF
               END-PERFORM
           END-IF

           IF WS-UNPRESENTED = "Y"
      *        Cheque aun sin presentar: la retencion se mantiene
               ADD 1 TO WS-TOTAL-UNPRESENTED
               MOVE HOLDS-LINE TO HOLDS-OUT-LINE
               WRITE HOLDS-OUT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-HOLD-STATE = "ACTIVE"
               AND WS-HOLD-EXPIRY NOT = SPACES
               AND WS-HOLD-EXPIRY <= WS-TODAY-DATE
           END-IF
           .

      * ----------------------------------------------------------------
      * LOAD-UNPRESENTED-CHEQUES - Retenciones de los ingresos de
      * cheque que siguen PENDING en data/cheque-deposits.csv
      * ----------------------------------------------------------------
       LOAD-UNPRESENTED-CHEQUES.
           MOVE 0 TO WS-CHQDEP-COUNT
           OPEN INPUT CHQDEP-FILE
           IF WS-CHQDEP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CHQDEP-STATUS NOT = "00"
               READ CHQDEP-FILE
               IF WS-CHQDEP-STATUS = "00"
                   MOVE SPACES TO WS-CD-HOLD
                   MOVE SPACES TO WS-CD-STATE
                   UNSTRING CHQDEP-LINE DELIMITED BY ","
                       INTO WS-CD-DATE WS-CD-ACCOUNT WS-CD-AMOUNT
                            WS-CD-BANK WS-CD-CHEQUE WS-CD-DRAWER
                            WS-CD-REF WS-CD-HOLD WS-CD-STATE
                   END-UNSTRING
                   IF WS-CD-STATE = "PENDING"
                       AND WS-CD-HOLD NOT = SPACES
                       AND WS-CHQDEP-COUNT < WS-CHQDEP-MAX
                       ADD 1 TO WS-CHQDEP-COUNT
                       MOVE WS-CD-HOLD
                           TO WS-CHQDEP-HOLD(WS-CHQDEP-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CHQDEP-FILE
           .

       GET-TODAY-DATE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYYMMDD(1:4) "-"
