      *     rechaza el lote: nada aterriza en un mes ya cerrado, y
      *   - el numero de lote sale del contador
      *     data/gl-batch-counter.dat.
      * Otros trabajos que generan asientos propios (la dotacion de
      * provisiones de LOAN-PROVISION) dejan su extracto en el mismo
      * formato de ancho fijo y lo asientan con este programa,
      * indicando el fichero en GL_EXTRACT_FILE, para que sus lotes
      * pasen por las mismas reglas.
      * El asiento de cierre del ejercicio (GL-YEAR-END) va ademas al
      * periodo de regularizacion AAAA-13: GL_POST_PERIOD sustituye
      * al periodo que sale de la fecha, siempre del mismo ano.
      *
      * El cierre de un periodo lo hace GL-PERIOD-CLOSE y el balance
      * de sumas y saldos por periodo lo da GL-TRIAL-BALANCE.
      *
       77  WS-GL-PATH            PIC X(40).

       77  WS-ENV-GL-DATE        PIC X(10) VALUE SPACES.
       77  WS-ENV-GL-FILE        PIC X(40) VALUE SPACES.
       77  WS-ENV-GL-PERIOD      PIC X(7) VALUE SPACES.
       77  WS-POST-DATE          PIC X(10).
       77  WS-POST-PERIOD        PIC X(7).
       77  WS-TODAY-YYYYMMDD     PIC X(8).
           END-IF

           MOVE WS-POST-DATE(1:7) TO WS-POST-PERIOD
           ACCEPT WS-ENV-GL-PERIOD FROM ENVIRONMENT "GL_POST_PERIOD"
           IF WS-ENV-GL-PERIOD NOT = SPACES
               AND WS-ENV-GL-PERIOD(1:4) = WS-POST-DATE(1:4)
               MOVE WS-ENV-GL-PERIOD TO WS-POST-PERIOD
           END-IF

           MOVE SPACES TO WS-GL-PATH
           STRING "data/gl-" DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-GL-PATH
           END-STRING

           ACCEPT WS-ENV-GL-FILE FROM ENVIRONMENT "GL_EXTRACT_FILE"
           IF WS-ENV-GL-FILE NOT = SPACES
               MOVE WS-ENV-GL-FILE TO WS-GL-PATH
           END-IF
           .

      * ----------------------------------------------------------------
