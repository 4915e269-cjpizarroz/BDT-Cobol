      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Gasto anual por proveedor.  Toma un anio, junta las
      *          compras de COMPRAS de ese anio por proveedor del
      *          maestro PROVEED y lista, de mayor a menor gasto,
      *          cuantas compras se le hicieron, el total, el
      *          promedio por compra y que parte del gasto del anio
      *          se llevo cada uno; sirve para negociar con los
      *          proveedores de todos los meses.  Las compras viejas
      *          que no citan proveedor del maestro se agrupan por el
      *          texto de comProveedor y salen con el numero en -----.
      *          Sale por REPPROVE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gastoProveedores.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT provFile ASSIGN TO "PROVEED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS provId
               FILE STATUS IS provEstadoArch.

           SELECT comprasFile ASSIGN TO "COMPRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS comprasEstado.

           SELECT reporteFile ASSIGN TO "REPPROVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporteEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  provFile.
           COPY "PROVEED.cpy".

       FD  comprasFile.
           COPY "COMPRAS.cpy".

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       WORKING-STORAGE SECTION.
       01  provEstadoArch PIC X(2).
       01  comprasEstado  PIC X(2).
       01  reporteEstado  PIC X(2).
       01  fechaHoy       PIC 9(8).
       01  anioPedido     PIC 9(4).
       01  i              PIC 9(4).
       01  mayor          PIC 9(4).
       01  impresos       PIC 9(4).
       01  hallado        PIC X(1).
       01  idBusca        PIC 9(5).
       01  nombreBusca    PIC X(25).
       01  cantProv       PIC 9(4).
       01  cantFilas      PIC 9(4).
       01  cantCompras    PIC 9(5).
       01  totalAnio      PIC S9(9)V99.
       01  promedio       PIC S9(7)V99.
       01  porcentaje     PIC 9(3)V9.
       01  montoEdit      PIC -Z(7)9.99.
       01  promEdit       PIC -Z(6)9.99.
       01  cantEdit       PIC Z(3)9.
       01  porcEdit       PIC ZZ9.9.
       01  idEdit         PIC X(5).
       01  cantSinMaestro PIC 9(4).
       01  maestroTabla.
           05  mpId       OCCURS 500 TIMES PIC 9(5).
           05  mpNombre   OCCURS 500 TIMES PIC X(25).
      * vpId en cero es una fila de texto libre (compra sin maestro).
       01  filasTabla.
           05  vpId       OCCURS 500 TIMES PIC 9(5).
           05  vpNombre   OCCURS 500 TIMES PIC X(25).
           05  vpCant     OCCURS 500 TIMES PIC 9(4).
           05  vpMonto    OCCURS 500 TIMES PIC S9(7)V99.
           05  vpImpreso  OCCURS 500 TIMES PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM inicio
            PERFORM cargarProveedores
            PERFORM cargarCompras
            PERFORM generarReporte
            DISPLAY"Gasto por proveedor del anio ",anioPedido,
                " listo, ver REPPROVE"
            STOP RUN.

       inicio.
           DISPLAY"Gasto anual por proveedor"
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to cantProv cantFilas cantCompras totalAnio
               impresos cantSinMaestro
           DISPLAY"Ingrese el anio (AAAA)"
           ACCEPT anioPedido
           IF anioPedido = 0
               MOVE fechaHoy(1:4) to anioPedido
           END-IF.

       cargarProveedores.
           OPEN INPUT provFile
           IF provEstadoArch = "00"
               PERFORM leerProveedor
               PERFORM UNTIL provEstadoArch NOT = "00"
                   IF cantProv < 500
                       ADD 1 to cantProv
                       MOVE provId to mpId(cantProv)
                       MOVE provNombre to mpNombre(cantProv)
                   ELSE
                       DISPLAY"Tabla de proveedores llena, aborta"
                       MOVE 8 to RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM leerProveedor
               END-PERFORM
               CLOSE provFile
           END-IF.

       leerProveedor.
           READ provFile
               AT END MOVE "10" to provEstadoArch
           END-READ.

       cargarCompras.
           OPEN INPUT comprasFile
           IF comprasEstado = "35"
               DISPLAY"No hay archivo de compras COMPRAS"
           ELSE
               PERFORM leerCompra
               PERFORM UNTIL comprasEstado = "10"
                   IF comFecha(1:4) = anioPedido
                       PERFORM clasificarCompra
                   END-IF
                   PERFORM leerCompra
               END-PERFORM
               CLOSE comprasFile
           END-IF.

       leerCompra.
           READ comprasFile
               AT END MOVE "10" to comprasEstado
           END-READ.

      * La compra con proveedor del maestro va a su fila; la que no
      * lo cita (o cita uno que no existe) va a la fila de su texto.
       clasificarCompra.
           ADD 1 to cantCompras
           ADD comMonto to totalAnio
           MOVE ZEROS to idBusca
           MOVE comProveedor to nombreBusca
           IF comProvId IS NUMERIC AND comProvId NOT = 0
               MOVE"N" to hallado
               PERFORM compararMaestro VARYING i FROM 1 BY 1
                   UNTIL i > cantProv OR hallado = "S"
               IF hallado = "S"
                   MOVE comProvId to idBusca
                   MOVE mpNombre(i) to nombreBusca
               END-IF
           END-IF
           PERFORM ubicarFila
           ADD 1 to vpCant(i)
           ADD comMonto to vpMonto(i).

       compararMaestro.
           IF mpId(i) = comProvId
               MOVE"S" to hallado
               SUBTRACT 1 from i
           END-IF.

       ubicarFila.
           MOVE"N" to hallado
           PERFORM compararFila VARYING i FROM 1 BY 1
               UNTIL i > cantFilas OR hallado = "S"
           IF hallado NOT = "S"
               IF cantFilas < 500
                   ADD 1 to cantFilas
                   MOVE cantFilas to i
                   MOVE idBusca to vpId(i)
                   MOVE nombreBusca to vpNombre(i)
                   MOVE ZEROS to vpCant(i) vpMonto(i)
                   MOVE"N" to vpImpreso(i)
               ELSE
                   DISPLAY"Tabla de proveedores del anio llena, aborta"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       compararFila.
           IF vpId(i) = idBusca
               IF idBusca NOT = 0 OR vpNombre(i) = nombreBusca
                   MOVE"S" to hallado
                   SUBTRACT 1 from i
               END-IF
           END-IF.

       generarReporte.
           OPEN OUTPUT reporteFile
           MOVE SPACES to repLinea
           STRING"GASTO POR PROVEEDOR - ANIO: " anioPedido
               "  FECHA: " fechaHoy
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           STRING"PROV  NOMBRE                 COMPRAS        TOTAL"
               "    PROMEDIO     %"
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           PERFORM imprimirMayor UNTIL impresos = cantFilas
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE cantCompras to cantEdit
           MOVE totalAnio to montoEdit
           MOVE SPACES to repLinea
           STRING"TOTAL DEL ANIO                  " cantEdit " "
               montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           IF cantSinMaestro > 0
               MOVE SPACES to repLinea
               MOVE"----- = COMPRA SIN PROVEEDOR DEL MAESTRO"
                   to repLinea
               WRITE repLinea
           END-IF
           CLOSE reporteFile.

      * Cada vuelta imprime el proveedor de mayor gasto que falta.
       imprimirMayor.
           MOVE ZEROS to mayor
           PERFORM buscarMayor VARYING i FROM 1 BY 1
               UNTIL i > cantFilas
           MOVE"S" to vpImpreso(mayor)
           ADD 1 to impresos
           PERFORM imprimirFila.

       buscarMayor.
           IF vpImpreso(i) = "N"
               IF mayor = 0
                   MOVE i to mayor
               ELSE
                   IF vpMonto(i) > vpMonto(mayor)
                       MOVE i to mayor
                   END-IF
               END-IF
           END-IF.

       imprimirFila.
           MOVE vpCant(mayor) to cantEdit
           MOVE vpMonto(mayor) to montoEdit
           COMPUTE promedio ROUNDED = vpMonto(mayor) / vpCant(mayor)
           MOVE promedio to promEdit
           MOVE ZEROS to porcentaje
           IF totalAnio > 0
               COMPUTE porcentaje ROUNDED =
                   vpMonto(mayor) * 100 / totalAnio
           END-IF
           MOVE porcentaje to porcEdit
           IF vpId(mayor) = 0
               MOVE"-----" to idEdit
               ADD 1 to cantSinMaestro
           ELSE
               MOVE vpId(mayor) to idEdit
           END-IF
           MOVE SPACES to repLinea
           STRING idEdit " " vpNombre(mayor) " " cantEdit " "
               montoEdit " " promEdit " " porcEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       END PROGRAM gastoProveedores.
