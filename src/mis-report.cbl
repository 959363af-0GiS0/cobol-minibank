      * meses y despues data/transactions.csv:
      *   - recuento e importe por tipo de movimiento,
      *   - ingreso por comisiones (COMISION a FEEINCOME) y coste
      *     por intereses (INTERES y BONIFICACION de INTEXPENSE),
      *   - recuento por sucursal (columna 9 de la fila) y por tipo
      *     de producto de la cuenta (data/accounts.csv), y
      *   - cuentas del seed y cuentas cerradas en el mes
               END-IF
           END-IF
           IF WS-CSV-ACCOUNT = "INTEXPENSE"
               AND (WS-CSV-CATEGORY = "INTERES"
                    OR WS-CSV-CATEGORY = "BONIFICACION")
               IF WS-IN-CURRENT = "Y"
                   ADD WS-CSV-AMOUNT TO WS-INT-CUR
               ELSE
