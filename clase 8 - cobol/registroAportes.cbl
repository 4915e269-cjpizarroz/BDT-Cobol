           05  sorTipo          PIC X(01).
           05  sorCampana       PIC X(08).
           05  sorRecibo        PIC 9(08).
           05  sorCanal         PIC X(01).
           05  sorOrigen        PIC X(14).

       FD  reporteFile.
           COPY "REPLINEA.cpy".
