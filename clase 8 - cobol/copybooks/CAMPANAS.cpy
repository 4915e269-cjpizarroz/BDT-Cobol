      * padron (cero para beneficiarios de afuera, p.ej. un
      * nacimiento); con el la corrida engancha el aporte a la
      * historia del companero aunque le corrijan el nombre.
      * camEstado "X" es una campana cancelada por cancelaCampana:
      * su plata se devolvio a los contribuyentes y ya no recauda
      * ni se liquida.
      ******************************************************************
       01  camRec.
           05  camId            PIC X(08).
           05  camEstado        PIC X(01).
               88  camAbierta   VALUE "A".
               88  camCerradaEst VALUE "C".
               88  camCancelada VALUE "X".
