      ******************************************************************
      * Registro del extracto bancario EXTBANCO de la cuenta del
      * fondo, tal como lo baja el tesorero del banco: una linea por
      * movimiento, con la referencia unica que le pone el banco.
      * bcoTipo "C" es un credito (un deposito acreditado) y "D" un
      * debito (comisiones, mantenimiento de cuenta, impuestos).
      ******************************************************************
       01  bcoRec.
           05  bcoFecha         PIC 9(08).
           05  bcoTipo          PIC X(01).
               88  bcoEsCredito VALUE "C".
               88  bcoEsDebito  VALUE "D".
           05  bcoReferencia    PIC X(10).
           05  bcoMonto         PIC 9(07)V99.
           05  bcoConcepto      PIC X(30).
