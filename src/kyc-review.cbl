           END-IF

           IF WS-CSV-CATEGORY = "INTERES"
               OR WS-CSV-CATEGORY = "BONIFICACION"
               OR WS-CSV-CATEGORY = "COMISION"
               OR WS-CSV-CATEGORY = "DOMICILIACION"
               OR WS-CSV-CATEGORY = "PRESTAMO"
