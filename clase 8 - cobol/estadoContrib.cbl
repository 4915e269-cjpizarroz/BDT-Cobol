      *          ranking final de contribuyentes por total aportado.
      *          Con esto se responden las consultas de "cuanto di y
      *          a quien" y las disputas de aportes ya hechos, sin
      *          revisar el archivo crudo a mano.  La igualacion de
      *          la empresa (sorContribId 99999) no es de ningun
      *          contribuyente y queda afuera.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  sorEmpId         PIC 9(05).
           05  sorContribuyente PIC X(15).
           05  sorContribId     PIC 9(05).
               88  sorEsEmpresa VALUE 99999.
           05  sorMonto         PIC S9(05)V99.
           05  sorTipo          PIC X(01).
           05  sorCampana       PIC X(08).
           05  sorRecibo        PIC 9(08).
           05  sorCanal         PIC X(01).
           05  sorOrigen        PIC X(14).

       FD  reporteFile.
           COPY "REPLINEA.cpy".
           END-IF.

       retornarAporte.
           PERFORM leerOrdenado
           PERFORM leerOrdenado UNTIL finOrden = "S" OR
               NOT sorEsEmpresa.

       leerOrdenado.
           RETURN trabajoFile
               AT END MOVE"S" to finOrden
           END-RETURN.
