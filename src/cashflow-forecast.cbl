       77  WS-ORD-FREQUENCY      PIC X(10).
       77  WS-ORD-NEXT-DATE      PIC X(10).
       77  WS-ORD-TYPE           PIC X(6).
       77  WS-ORD-CATEGORY       PIC X(15).
       77  WS-ORD-STATE          PIC X(10).
       77  WS-ORD-STEP-DAYS      PIC 9(3).
       77  WS-ORD-WORK-DATE      PIC X(10).

       77  WS-LOAN-TERM-STR      PIC X(6).
       77  WS-LOAN-INSTALL-STR   PIC X(20).
       77  WS-LOAN-NEXT-DATE     PIC X(10).
       77  WS-LOAN-STATUS        PIC X(12).

       77  WS-TD-ID              PIC X(12).
       77  WS-TD-ACCOUNT         PIC X(30).

       NOTE-ORDER-EVENTS.
           MOVE SPACES TO WS-ORD-TYPE
           MOVE SPACES TO WS-ORD-STATE
           UNSTRING ORDERS-LINE DELIMITED BY ","
               INTO WS-ORD-ACCOUNT WS-ORD-AMOUNT-STR
                    WS-ORD-FREQUENCY WS-ORD-NEXT-DATE WS-ORD-TYPE
                    WS-ORD-CATEGORY WS-ORD-STATE
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(WS-ORD-AMOUNT-STR) NOT = 0
               EXIT PARAGRAPH
           END-IF
      *    Las ordenes suspendidas no van a dispararse
           IF WS-ORD-STATE = "SUSPENDED"
               EXIT PARAGRAPH
           END-IF
           IF WS-ORD-TYPE = SPACES
               MOVE "DEBIT" TO WS-ORD-TYPE
           END-IF
                   IF WS-LOAN-STATUS = SPACES
                       MOVE "ACTIVE" TO WS-LOAN-STATUS
                   END-IF
                   IF (WS-LOAN-STATUS = "ACTIVE"
                       OR WS-LOAN-STATUS = "RESTRUCTURED")
                       AND WS-LOAN-NEXT-DATE > WS-TODAY-DATE
                       AND WS-LOAN-NEXT-DATE <= WS-HORIZON-END
                       AND FUNCTION
