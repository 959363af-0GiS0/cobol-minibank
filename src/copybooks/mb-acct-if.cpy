      * ============================================================
      * mb-acct-if.cpy
      * Interfaz de peticion/respuesta hacia MBACCT: lectura del
      * maestro indexado de cuentas data/accounts.idx
      * ============================================================
       01  ACCT-REQUEST.
           05 ACCT-FUNC          PIC X(4).
      *       OPEN: abre el maestro si existe y es posterior a los
      *             ficheros de los que sale; si no, ACCT-NO-MASTER
      *             y el llamador sigue con sus CSV
      *       READ: lectura por clave de ACCT-ID
      *       NEXT: siguiente cuenta en orden de clave
      *       CLOS: cierra el maestro
              88 ACCT-FUNC-OPEN      VALUE 'OPEN'.
              88 ACCT-FUNC-READ      VALUE 'READ'.
              88 ACCT-FUNC-NEXT      VALUE 'NEXT'.
              88 ACCT-FUNC-CLOSE     VALUE 'CLOS'.
           05 ACCT-RESULT        PIC X(2).
              88 ACCT-OK             VALUE 'OK'.
              88 ACCT-NOT-FOUND      VALUE 'NF'.
              88 ACCT-END            VALUE 'EF'.
              88 ACCT-NO-MASTER      VALUE 'NO'.
      *    Cuenta leida (mismo formato que mb-acct-rec.cpy); en READ
      *    ACCT-ID trae la clave buscada
           05 ACCT-MASTER.
              10 ACCT-ID            PIC X(30).
              10 ACCT-NAME          PIC X(100).
              10 ACCT-BRANCH        PIC X(10).
              10 ACCT-PRODUCT       PIC X(10).
              10 ACCT-CURRENCY      PIC X(3).
              10 ACCT-STATUS        PIC X(10).
              10 ACCT-OVERDRAFT     PIC S9(13)V9(2) COMP-3.
              10 ACCT-DAILY-LIMIT   PIC S9(13)V9(2) COMP-3.
              10 ACCT-BALANCE       PIC S9(13)V9(2) COMP-3.
              10 ACCT-HAS-BALANCE   PIC X.
              10 FILLER             PIC X(20).
