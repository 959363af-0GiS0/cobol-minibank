           IF WS-LOOKUP-ID = "SUSPENSE"
               OR WS-LOOKUP-ID = "SETTLEMENT"
               OR WS-LOOKUP-ID = "ESCHEAT"
               OR WS-LOOKUP-ID = "DRAFTSPAY"
               OR WS-LOOKUP-ID = "TAXPAY"
               OR WS-LOOKUP-ID = "FEEINCOME"
               OR WS-LOOKUP-ID = "INTEXPENSE"
               OR WS-LOOKUP-ID = "FXREVAL"
               OR WS-LOOKUP-ID = "FXPOSITION"
               OR WS-LOOKUP-ID = "WRITEOFF"
               OR WS-LOOKUP-ID = "OPLOSS"
               OR WS-LOOKUP-ID(1:3) = "TD-"
               OR WS-LOOKUP-ID(1:3) = "RD-"
               OR WS-LOOKUP-ID(1:3) = "IB-"
               MOVE "Y" TO WS-FOUND
           END-IF
