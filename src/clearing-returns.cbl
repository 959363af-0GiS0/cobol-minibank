      * CLEARING-IMPORT deja en data/clearing-returns.csv los
      * detalles entrantes que no pudo asentar (fecha-fichero,
      * originador,cuenta,tipo,importe,motivo,estado,fecha-
      * devolucion), en estado PENDING; CHEQUE-INWARD anota alli
      * tambien los cheques impagados, con tipo CHEQUE y el numero
      * de cheque como novena columna. Las reglas de camara dan un
      * dia habil para devolverlos. Este paso del cierre:
      *   - vuelca los PENDING a un fichero de salida con el mismo
      *     esquema HDR/DTL/TRL de la compensacion, anadiendo el
      *     codigo de motivo (y, si lo hay, el numero de cheque)
      *     al final de cada DTL, en
      *     data/clearing-returns-out-<fecha>.dat;
      *   - marca cada fila RETURNED con la fecha de devolucion
      *     (reescritura .new + mv), de forma que un impagado solo
               10  RET-REASON        PIC X(16).
               10  RET-STATE         PIC X(10).
               10  RET-RETDATE       PIC X(10).
               10  RET-CHEQUE        PIC X(10).

       77  WS-PENDING-COUNT      PIC 9(4) COMP VALUE 0.

      * Registro DTL de salida, mismo desglose que el de entrada
      * mas el codigo de motivo y el numero de cheque al final
       01  WS-OUT-DTL.
           05  FILLER            PIC X(3) VALUE "DTL".
           05  ODT-ACCOUNT       PIC X(30).
           05  ODT-AMOUNT        PIC X(16).
           05  FILLER            PIC X VALUE SPACE.
           05  ODT-REASON        PIC X(16).
           05  FILLER            PIC X VALUE SPACE.
           05  ODT-CHEQUE        PIC X(10).

      * Registro TRL de salida, mismo desglose fijo que el de
      * entrada (WS-TRL-FIELDS de CLEARING-IMPORT)
                   SET IX-RET TO WS-RET-COUNT
                   MOVE SPACES TO RET-STATE(IX-RET)
                   MOVE SPACES TO RET-RETDATE(IX-RET)
                   MOVE SPACES TO RET-CHEQUE(IX-RET)
                   UNSTRING RETREG-LINE DELIMITED BY ","
                       INTO RET-FILE-DATE(IX-RET)
                            RET-ORIGINATOR(IX-RET)
                            RET-REASON(IX-RET)
                            RET-STATE(IX-RET)
                            RET-RETDATE(IX-RET)
                            RET-CHEQUE(IX-RET)
                   END-UNSTRING
                   IF RET-STATE(IX-RET) = "PENDING"
                       ADD 1 TO WS-PENDING-COUNT
           MOVE RET-TYPE(IX-RET) TO ODT-TYPE
           MOVE RET-AMOUNT-STR(IX-RET) TO ODT-AMOUNT
           MOVE RET-REASON(IX-RET) TO ODT-REASON
           MOVE RET-CHEQUE(IX-RET) TO ODT-CHEQUE
           WRITE OUT-LINE FROM WS-OUT-DTL

           IF FUNCTION TEST-NUMVAL(RET-AMOUNT-STR(IX-RET)) = 0
           .

       WRITE-ONE-REGISTER-ROW.
      *    Los cheques llevan su numero como novena columna
           IF RET-CHEQUE(IX-RET) NOT = SPACES
               MOVE SPACES TO RETREG-NEW-LINE
               STRING RET-FILE-DATE(IX-RET) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RET-ORIGINATOR(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-ACCOUNT(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-TYPE(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-AMOUNT-STR(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-REASON(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-STATE(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-RETDATE(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-CHEQUE(IX-RET) DELIMITED BY SPACE
                   INTO RETREG-NEW-LINE
               END-STRING
           ELSE
               MOVE SPACES TO RETREG-NEW-LINE
               STRING RET-FILE-DATE(IX-RET) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      RET-ORIGINATOR(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-ACCOUNT(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-TYPE(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-AMOUNT-STR(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-REASON(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-STATE(IX-RET) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      RET-RETDATE(IX-RET) DELIMITED BY SIZE
                   INTO RETREG-NEW-LINE
               END-STRING
           END-IF
           WRITE RETREG-NEW-LINE
           .

