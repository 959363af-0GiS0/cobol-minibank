      * donde la clave se busca primero por la categoria de la fila
      * (VENTANILLA, INTERES, COMISION...) y despues por su tipo
      * (CREDIT/DEBIT/TRANSFER/REVERSAL); la fila DEFAULT recoge lo
      * demas.
      *
      * Tambien se extrae el diario de periodificacion de intereses
      * data/accrual-journal.csv (mismo formato, lo escriben
      * INTEREST-ACCRUAL y, para los ajustes por fecha valor,
      * BACKVALUE-ADJUST), que necesita dos claves en el mapeo:
      *   DEVENGO     gasto por intereses / intereses devengados a
      *               pagar (devengo diario)
      *   DEVENGO-REV intereses devengados a pagar / gasto por
      *               intereses (cancelacion al capitalizar a fin de
      *               mes, cuando el abono INTERES lleva el gasto)
      * Asi el saldo pendiente del registro de devengados figura en
      * el pasivo y el gasto se reconoce cada dia.
      *
      * Cada movimiento asienta el mismo importe al debe de
      * una cuenta y al haber de otra, asi el fichero cuadra por
      * construccion, y aun asi el total debe-haber se verifica a
      * cero antes de escribir: un descuadre aborta el extracto.
           SELECT TX-FILE ASSIGN TO "data/transactions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "data/accrual-journal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BUSDATE-LOG-FILE ASSIGN TO "data/business-date.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-LOG-STATUS.
       01  CHART-LINE            PIC X(60).
       FD  TX-FILE.
       01  TX-LINE               PIC X(120).
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE          PIC X(120).
       FD  BUSDATE-LOG-FILE.
       01  BUSDATE-LOG-REC       PIC X(10).
       FD  GL-FILE.

       77  WS-MAPPING-STATUS     PIC XX.
       77  WS-TX-STATUS          PIC XX.
       77  WS-JOURNAL-STATUS     PIC XX.
       77  WS-BUSDATE-LOG-STATUS PIC XX.
       77  WS-EOF                PIC X VALUE "N".
       77  WS-GL-PATH            PIC X(40).
           END-PERFORM

           CLOSE TX-FILE

      *    Periodificacion diaria de intereses (sin fichero no hay
      *    devengos que extraer)
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ JOURNAL-FILE INTO TX-LINE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM MAP-TX-LINE
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE
           .

       MAP-TX-LINE.
