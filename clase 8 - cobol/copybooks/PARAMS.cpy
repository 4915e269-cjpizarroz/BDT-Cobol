      * Registro del archivo de parametros de corrida.  Un registro
      * por mes (AAAAMM); los programas buscan el del mes en curso al
      * arrancar y se niegan a correr si falta o trae valores en cero.
      * parReproceso ya no se usa: el reproceso de un mes cerrado de
      * la corrida por lote lo autoriza el supervisor en REPROAUT
      * (ver autorizaReproceso).  El campo queda por el largo del
      * registro.
      * parCampana con un camId del maestro CAMPANAS hace que la
      * corrida recaude para esa campana en lugar del cumpleanos del
      * mes; en blanco, la corrida es la de cumpleanos de siempre.
      * implicita pasa a ser "A" + AAAAMM; en blanco la corrida es
      * la de cumpleanos de siempre.  Solo cuenta cuando parCampana
      * esta en blanco.
      * parTopeIguala y parTopeIgualaCtb son los topes de la
      * igualacion de la empresa (por campana y por contribuyente)
      * y parCentroIguala el centro de costo al que contabilidad
      * imputa esa igualacion; los usa igualaEmpresa.
      * parTopeCompra es el monto de un pedido de compra a partir
      * del cual pedidoCompra exige la aprobacion del supervisor
      * aunque la campana tenga plata; en cero o en blanco no hay
      * tope y solo cuenta el objetivo de la campana.
      ******************************************************************
       01  parRec.
           05  parMes            PIC 9(06).
           05  parCampana        PIC X(08).
           05  parTopeContrib    PIC 9(05)V99.
           05  parModoRoster     PIC X(01).
           05  parTopeIguala     PIC 9(06)V99.
           05  parTopeIgualaCtb  PIC 9(05)V99.
           05  parCentroIguala   PIC X(10).
           05  parTopeCompra     PIC 9(06)V99.
