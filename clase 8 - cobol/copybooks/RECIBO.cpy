      * tambien en el registro de APORTES, asi consulta y
      * estadoContrib pueden levantar un aporte por su recibo cuando
      * hay una disputa.
      * rcbCanal y rcbOrigen repiten el canal y la referencia de
      * origen del aporte (ver APORTE.cpy).
      ******************************************************************
       01  rcbRec.
           05  rcbNumero         PIC 9(08).
           05  rcbNombre         PIC X(15).
           05  rcbCampana        PIC X(08).
           05  rcbMonto          PIC S9(05)V99.
           05  rcbCanal          PIC X(01).
           05  rcbOrigen         PIC X(14).
