      * ============================================================
      * mb-chain-if.cpy
      * Interfaz de peticion/respuesta hacia MBCHAIN: cadena de
      * huellas del ledger (transactions.csv y sus particiones)
      * ============================================================
       01  CHAIN-REQUEST.
           05 CHAIN-FUNC         PIC X(4).
      *       SEAL: encadena CHAIN-ROW, fila recien escrita al final
      *             del ledger vivo
      *       VRFY: verifica la cadena completa (particiones en el
      *             orden del manifiesto y despues el ledger vivo)
      *       VLIV: verifica solo el ledger vivo, desde la ultima
      *             huella de las particiones
      *       RSEL: rehace la cadena completa (puesta en marcha y
      *             tras mover filas a las particiones)
      *       RLIV: rehace la cadena del ledger vivo tras una
      *             reescritura autorizada del fichero
              88 CHAIN-FUNC-SEAL     VALUE 'SEAL'.
              88 CHAIN-FUNC-VERIFY   VALUE 'VRFY'.
              88 CHAIN-FUNC-VERIFY-LIVE VALUE 'VLIV'.
              88 CHAIN-FUNC-RESEAL   VALUE 'RSEL'.
              88 CHAIN-FUNC-RESEAL-LIVE VALUE 'RLIV'.
      *    Directorio de datos; en blanco, data
           05 CHAIN-DATA-DIR     PIC X(40).
           05 CHAIN-ROW          PIC X(200).
           05 CHAIN-RESULT       PIC X(2).
              88 CHAIN-OK            VALUE 'OK'.
              88 CHAIN-BROKEN        VALUE 'KO'.
      *       Aun no hay cabecera de cadena: SEAL y RLIV no hacen
      *       nada hasta que RSEL la pone en marcha
              88 CHAIN-NOT-STARTED   VALUE 'NO'.
      *    Filas cubiertas por la cadena tras la operacion
           05 CHAIN-ROWS         PIC 9(9).
      *    Primera rotura: fichero, linea (0 = la cabecera) y motivo
           05 CHAIN-BREAK-FILE   PIC X(60).
           05 CHAIN-BREAK-LINE   PIC 9(9).
           05 CHAIN-BREAK-REASON PIC X(60).
