      * ============================================================
      * mb-hash-if.cpy
      * Interfaz de peticion/respuesta hacia MBHASH: huella salada
      * (SHA-256) de contrasenas de cajero y PIN de tarjeta
      * ============================================================
       01  HASH-REQUEST.
           05 HASH-FUNC        PIC X(4).
      *       MAKE: sal nueva + huella del secreto en HASH-STORED
      *       CHEK: compara el secreto con la huella de HASH-STORED
      *       DGST: SHA-256 de HASH-MESSAGE en HASH-DIGEST
              88 HASH-FUNC-MAKE   VALUE 'MAKE'.
              88 HASH-FUNC-CHECK  VALUE 'CHEK'.
              88 HASH-FUNC-DIGEST VALUE 'DGST'.
           05 HASH-SECRET      PIC X(20).
      *    Valor almacenado en el maestro: H$<sal 8>$<huella 64 hex>
           05 HASH-STORED      PIC X(80).
           05 HASH-MATCH       PIC X.
              88 HASH-MATCHED    VALUE 'Y'.
      *    'Y' si HASH-STORED aun guardaba el secreto en claro (fila
      *    anterior a la conversion): el llamador debe rehacerla
           05 HASH-LEGACY      PIC X.
              88 HASH-IS-LEGACY  VALUE 'Y'.
      *    DGST: mensaje (HASH-MESSAGE-LEN octetos) y huella en 64
      *    digitos hexadecimales
           05 HASH-MESSAGE     PIC X(256).
           05 HASH-MESSAGE-LEN PIC 9(3).
           05 HASH-DIGEST      PIC X(64).
