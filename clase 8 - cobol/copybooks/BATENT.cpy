      * editada BATOK).  Cada lote viaja con cabecera y cola: la
      * cabecera ("H") trae el identificador del lote y su fecha de
      * creacion, los detalles ("D") son los aportes (varios
      * consecutivos con el mismo batNombre y la misma batCampana
      * forman la recaudacion de un companero en esa campana; un
      * mismo lote puede traer aportes para varias campanas, y la
      * batCampana en blanco toma la campana del mes de PARAMS) y la
      * cola ("T") trae la cantidad de detalles y el total de
      * control de batMonto.  La edicion rechaza el lote entero si
      * la cola no cierra contra el contenido, y el registro de
      * lotes LOTEREG impide que el mismo batLoteId se asiente dos
      * veces.  batLoteDepto en la cabecera limita el lote a la
      * ronda de un departamento (en blanco, toda la empresa).
      ******************************************************************
       01  batRec.
           05  batTipo           PIC X(01).
               88  batEsCabecera VALUE "H".
               88  batEsDetalle  VALUE "D".
               88  batEsCola     VALUE "T".
           05  batDatos          PIC X(45).
           05  batCabecera REDEFINES batDatos.
               10  batLoteId     PIC X(08).
               10  batLoteFecha  PIC 9(08).
               10  batLoteDepto  PIC X(04).
               10  FILLER        PIC X(25).
           05  batDetalle REDEFINES batDatos.
               10  batNombre         PIC X(15).
               10  batContribuyente  PIC X(15).
               10  batMonto          PIC S9(05)V99.
               10  batCampana        PIC X(08).
           05  batCola REDEFINES batDatos.
               10  batCantRegs       PIC 9(05).
               10  batHashMonto      PIC 9(09)V99.
               10  FILLER            PIC X(29).
