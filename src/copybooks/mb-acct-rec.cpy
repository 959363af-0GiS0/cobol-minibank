      * ============================================================
      * mb-acct-rec.cpy
      * Registro del maestro indexado de cuentas data/accounts.idx
      * (clave ACM-ID), que ACCT-INDEX-BUILD rehace a partir de
      * accounts.csv, account-master.csv y balances.csv
      * ============================================================
       01  ACM-REC.
           05 ACM-ID             PIC X(30).
           05 ACM-NAME           PIC X(100).
           05 ACM-BRANCH         PIC X(10).
      *    Producto tal cual viene en accounts.csv (en blanco si no
      *    lo trae; cada trabajo aplica su valor por defecto)
           05 ACM-PRODUCT        PIC X(10).
           05 ACM-CURRENCY       PIC X(3).
      *    Estado de la foto de saldos (OPEN, CLOSED, DORMNT,
      *    FROZEN); sin fila de saldo, el del maestro de cierre
           05 ACM-STATUS         PIC X(10).
      *    Limite de descubierto vigente: el del maestro de cierre,
      *    que recoge los cambios de mantenimiento; si no, el inicial
      *    de accounts.csv
           05 ACM-OVERDRAFT      PIC S9(13)V9(2) COMP-3.
           05 ACM-DAILY-LIMIT    PIC S9(13)V9(2) COMP-3.
           05 ACM-BALANCE        PIC S9(13)V9(2) COMP-3.
      *    'Y' si balances.csv traia saldo para la cuenta
           05 ACM-HAS-BALANCE    PIC X.
           05 FILLER             PIC X(20).
