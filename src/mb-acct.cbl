      ******************************************************************
      * MBACCT: Lectura del maestro indexado de cuentas
      *
      * Cada trabajo nocturno cargaba data/accounts.csv y
      * data/balances.csv en su propia tabla y casaba saldo con
      * cuenta recorriendola fila a fila. ACCT-INDEX-BUILD deja al
      * arrancar la cadena un unico maestro INDEXED con clave de
      * cuenta (data/accounts.idx: nombre, sucursal, producto,
      * divisa, estado, descubierto y saldo) y este modulo lo sirve a
      * los trabajos:
      *   OPEN  abre el maestro; solo se da por bueno si su marca
      *         data/accounts.idx.cnt existe y no es anterior a
      *         accounts.csv, account-master.csv ni balances.csv (un
      *         asiento intradia que rehace la foto de saldos lo deja
      *         desfasado hasta la siguiente reconstruccion)
      *   READ  cuenta por clave (ACCT-ID)
      *   NEXT  siguiente cuenta en orden de clave
      *   CLOS  cierra el maestro
      * Sin maestro valido (no construido, desfasado o un entorno
      * sin soporte INDEXED) OPEN devuelve ACCT-NO-MASTER y el
      * llamador sigue por su camino de siempre con los CSV.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-09-02
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MBACCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-INDEX-FILE ASSIGN TO 'data/accounts.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-ID
               FILE STATUS IS WS-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-INDEX-FILE.
       COPY mb-acct-rec.

       WORKING-STORAGE SECTION.

       77  WS-IDX-STATUS         PIC XX.
       77  WS-IDX-OPEN           PIC X VALUE 'N'.
       77  WS-COMMAND            PIC X(300).
       77  WS-RC                 PIC S9(9) COMP VALUE 0.

       LINKAGE SECTION.

       COPY mb-acct-if.

       PROCEDURE DIVISION USING ACCT-REQUEST.

       MAIN.
           SET ACCT-OK TO TRUE

           EVALUATE TRUE
               WHEN ACCT-FUNC-OPEN
                   PERFORM OPEN-MASTER
               WHEN ACCT-FUNC-READ
                   PERFORM READ-BY-KEY
               WHEN ACCT-FUNC-NEXT
                   PERFORM READ-NEXT-ACCOUNT
               WHEN ACCT-FUNC-CLOSE
                   PERFORM CLOSE-MASTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK
           .

      * ----------------------------------------------------------------
      * OPEN-MASTER - Solo si la marca de la ultima reconstruccion no
      * es anterior a ninguno de los ficheros de origen
      * ----------------------------------------------------------------
       OPEN-MASTER.
           IF WS-IDX-OPEN = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING 'test -s data/accounts.idx.cnt'
                      DELIMITED BY SIZE
                  ' && test ! data/accounts.csv -nt '
                      DELIMITED BY SIZE
                  'data/accounts.idx.cnt' DELIMITED BY SIZE
                  ' && test ! data/account-master.csv -nt '
                      DELIMITED BY SIZE
                  'data/accounts.idx.cnt' DELIMITED BY SIZE
                  ' && test ! data/balances.csv -nt '
                      DELIMITED BY SIZE
                  'data/accounts.idx.cnt' DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WS-COMMAND GIVING WS-RC
           IF WS-RC NOT = 0
               SET ACCT-NO-MASTER TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACCT-INDEX-FILE
           IF WS-IDX-STATUS NOT = '00'
               SET ACCT-NO-MASTER TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-IDX-OPEN
           .

       READ-BY-KEY.
           IF WS-IDX-OPEN NOT = 'Y'
               SET ACCT-NO-MASTER TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ACCT-ID TO ACM-ID
           READ ACCT-INDEX-FILE
               KEY IS ACM-ID
               INVALID KEY
                   SET ACCT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   MOVE ACM-REC TO ACCT-MASTER
           END-READ
           .

       READ-NEXT-ACCOUNT.
           IF WS-IDX-OPEN NOT = 'Y'
               SET ACCT-NO-MASTER TO TRUE
               EXIT PARAGRAPH
           END-IF

           READ ACCT-INDEX-FILE NEXT RECORD
               AT END
                   SET ACCT-END TO TRUE
               NOT AT END
                   MOVE ACM-REC TO ACCT-MASTER
           END-READ
           .

       CLOSE-MASTER.
           IF WS-IDX-OPEN = 'Y'
               CLOSE ACCT-INDEX-FILE
               MOVE 'N' TO WS-IDX-OPEN
           END-IF
           .

       END PROGRAM MBACCT.
