      *   - si la ventana es la final (MINIBANK_WINDOW=FINAL),
      *     encadena el cierre completo del dia lanzando
      *     ./eod-driver SIN forzar y forzando solo el paso de
      *     asiento (MINIBANK_EOD_CMD_12), que ya corrio en las
      *     ventanas anteriores del mismo dia; forzar la cadena
      *     entera anularia el candado de doble ejecucion de TODOS
      *     los trabajos y una FINAL repetida por error asentaria
      *    candado de doble ejecucion por fecha de negocio
           IF WS-WINDOW-ID = "FINAL"
               MOVE SPACES TO WS-EOD-COMMAND
               STRING "MINIBANK_EOD_CMD_12=" DELIMITED BY SIZE
                      "'MINIBANK_FORCE_RUN=Y ./minibank'"
                          DELIMITED BY SIZE
                      " ./eod-driver" DELIMITED BY SIZE
