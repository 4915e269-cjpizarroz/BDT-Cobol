      *          al fondo.  Cada asiento al fondo queda ademas en el
      *          diario FONMOV con el saldo resultante, para que
      *          estadoFondo pueda probar de donde sale el saldo
      *          arrastrado.  La igualacion de la empresa (aportes
      *          de aporteContribId 99999) entra en lo recaudado
      *          como cualquier aporte y ademas se muestra aparte al
      *          pie, para que se vea cuanto puso la empresa.
      *          Cada compra tiene que citar un pedido aprobado de
      *          PEDCOMP para la misma campana y el proveedor de ese
      *          pedido en el maestro PROVEED, sin pasarse del monto
      *          aprobado; la compra que no cumple se lista como
      *          rechazada y la liquidacion no se asienta (ni FONDO
      *          ni LIQHECHA) hasta que se corrija.
      *          Lo recaudado se lee por el indice del ledger APORIDX
      *          (entra tambien lo que ya paso al historico); si el
      *          indice falta se recorren el historico APORHIST y
      *          despues la cinta viva APORTES.
      *          Asentar el resultado en FONDO pide la firma de un
      *          segundo supervisor del maestro OPERADOR.
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo tesorero); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aportesEstado.

           SELECT archivoFile ASSIGN TO "APORHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archivoEstado.

           SELECT comprasFile ASSIGN TO "COMPRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS comprasEstado.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fonMovEstado.

           SELECT pedidoFile ASSIGN TO "PEDCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS pedNumero
               FILE STATUS IS pedidoEstado.

           SELECT provFile ASSIGN TO "PROVEED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS provId
               FILE STATUS IS provEstadoArch.

           SELECT reporteFile ASSIGN TO "REPLIQUI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporteEstado.

           SELECT aporIdxFile ASSIGN TO "APORIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS idxSecuencia
               ALTERNATE RECORD KEY IS idxEmpId WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxContribId WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxCampana WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxRecibo WITH DUPLICATES
               FILE STATUS IS aporIdxEstado.

           SELECT operFile ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opeId
               FILE STATUS IS operEstado.

           SELECT accesoFile ASSIGN TO "ACCESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS accesoEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  aportesFile.
           COPY "APORTE.cpy".

       FD  archivoFile.
       01  arcRec          PIC X(87).

       FD  comprasFile.
           COPY "COMPRAS.cpy".

       FD  fonMovFile.
           COPY "FONMOV.cpy".

       FD  pedidoFile.
           COPY "PEDCOMP.cpy".

       FD  provFile.
           COPY "PROVEED.cpy".

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       FD  aporIdxFile.
           COPY "APORIDX.cpy".

       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  aportesEstado  PIC X(2).
       01  archivoEstado  PIC X(2).
       01  aporIdxEstado  PIC X(2).
       01  comprasEstado  PIC X(2).
       01  fondoEstado    PIC X(2).
       01  liqEstado      PIC X(2).
       01  fonMovEstado   PIC X(2).
       01  reporteEstado  PIC X(2).
       01  pedidoEstado   PIC X(2).
       01  provEstadoArch PIC X(2).
       01  hayPedidos     PIC X(1).
       01  hayProveedores PIC X(1).
       01  compraValida   PIC X(1).
       01  motivoRechazo  PIC X(24).
       01  p              PIC 9(4).
       01  cantUsados     PIC 9(4).
       01  cantRechazos   PIC 9(4).
       01  totalRechazado PIC S9(7)V99.
       01  fechaHoy       PIC 9(8).
       01  campanaLiq     PIC X(8).
       01  i              PIC 9(4).
       01  cantNombres    PIC 9(4).
       01  totalRecaudado PIC S9(7)V99.
       01  totalGastado   PIC S9(7)V99.
       01  totalIgualado  PIC S9(7)V99.
       01  resultado      PIC S9(7)V99.
       01  saldoAnterior  PIC S9(7)V99.
       01  saldoNuevo     PIC S9(7)V99.
       01  recEdit        PIC -Z(6)9.99.
       01  gasEdit        PIC -Z(6)9.99.
       01  resEdit        PIC -Z(6)9.99.
       01  resultadoFirma PIC S9(7)V99.
       01  liquidacion.
           05  liqNombre    OCCURS 500 TIMES PIC X(15).
           05  liqRecaudado OCCURS 500 TIMES PIC S9(7)V99.
           05  liqGastado   OCCURS 500 TIMES PIC S9(7)V99.
       01  pedidosUsados.
           05  puNumero     OCCURS 500 TIMES PIC 9(6).
           05  puUsado      OCCURS 500 TIMES PIC S9(7)V99.
       01  rechazosTabla.
           05  rzComprobante OCCURS 200 TIMES PIC X(10).
           05  rzPedido      OCCURS 200 TIMES PIC X(6).
           05  rzMonto       OCCURS 200 TIMES PIC 9(6)V99.
           05  rzMotivo      OCCURS 200 TIMES PIC X(24).
      * Ingreso del operador y registro de accesos.
       01  operEstado       PIC X(2).
       01  accesoEstado     PIC X(2).
       01  programaFirma    PIC X(18).
       01  operadorActual   PIC X(8).
       01  nivelActual      PIC 9(1).
       01  nivelPedido      PIC 9(1).
       01  idFirma          PIC X(8).
       01  claveFirma       PIC X(8).
       01  intentosFirma    PIC 9(1).
       01  firmaValida      PIC X(1).
       01  autorizado       PIC X(1).
       01  supervisorFirma  PIC X(8).
       01  accionAutoriza   PIC X(40).
       01  eventoAcceso     PIC X(8).
       01  operadorAcceso   PIC X(8).
       01  supervisorAcceso PIC X(8).
       01  detalleAcceso    PIC X(40).
       01  horaAcceso       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM cargarCompras
            PERFORM leerFondo
            PERFORM generarReporte
            IF cantRechazos > 0
                DISPLAY"Hay ",cantRechazos," compras rechazadas, la",
                    " liquidacion no se asento; ver REPLIQUI"
                MOVE 8 to RETURN-CODE
                STOP RUN
            END-IF
            PERFORM pedirAutorizacion
            PERFORM actualizarFondo
            PERFORM anotarLiquidada
            DISPLAY"Liquidacion de ",campanaLiq," completada"

       inicio.
           DISPLAY"Liquidacion de gastos de una campana"
           MOVE"liquidaGastos" to programaFirma
           MOVE 2 to nivelPedido
           PERFORM firmarOperador
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to cantNombres totalRecaudado totalGastado
               totalIgualado cantUsados cantRechazos totalRechazado
           DISPLAY"Ingrese la campana a liquidar (p.ej. C202608)"
           ACCEPT campanaLiq
           IF campanaLiq = SPACES
               AT END MOVE "10" to liqEstado
           END-READ.

      * Lo recaudado de la campana sale del indice del ledger; sin
      * el indice se recorren el historico y la cinta viva, asi no
      * queda afuera lo que archivaLedger ya paso a APORHIST.
       cargarAportes.
           OPEN INPUT aporIdxFile
           IF aporIdxEstado = "00"
               MOVE campanaLiq to idxCampana
               START aporIdxFile KEY IS EQUAL TO idxCampana
                   INVALID KEY MOVE "23" to aporIdxEstado
               END-START
               IF aporIdxEstado = "00"
                   PERFORM leerIndice
               END-IF
               PERFORM UNTIL (aporIdxEstado NOT = "00" AND
                   aporIdxEstado NOT = "02") OR
                   idxCampana NOT = campanaLiq
                   MOVE idxAporte to aporteRec
                   PERFORM acumularAporte
                   PERFORM leerIndice
               END-PERFORM
               CLOSE aporIdxFile
           ELSE
               DISPLAY"Sin indice APORIDX, se recorren el historico",
                   " APORHIST y la cinta viva APORTES"
               PERFORM cargarHistorico
               PERFORM cargarCinta
           END-IF.

       cargarHistorico.
           OPEN INPUT archivoFile
           IF archivoEstado NOT = "35"
               PERFORM leerArchivado
               PERFORM UNTIL archivoEstado = "10"
                   MOVE arcRec to aporteRec
                   IF aporteCampana = campanaLiq
                       PERFORM acumularAporte
                   END-IF
                   PERFORM leerArchivado
               END-PERFORM
               CLOSE archivoFile
           END-IF.

       leerArchivado.
           READ archivoFile
               AT END MOVE "10" to archivoEstado
           END-READ.

       cargarCinta.
           OPEN INPUT aportesFile
           IF aportesEstado = "35"
               DISPLAY"No se encontro la cinta de aportes APORTES"
               AT END MOVE "10" to aportesEstado
           END-READ.

       leerIndice.
           READ aporIdxFile NEXT RECORD
               AT END MOVE "10" to aporIdxEstado
           END-READ.

       acumularAporte.
           MOVE aporteNombre to claveNombre
           PERFORM buscarNombre
           ELSE
               ADD aporteMonto to liqRecaudado(i)
               ADD aporteMonto to totalRecaudado
           END-IF
           IF aporteEsEmpresa
               IF aporteEsReverso
                   SUBTRACT aporteMonto from totalIgualado
               ELSE
                   ADD aporteMonto to totalIgualado
               END-IF
           END-IF.

       cargarCompras.
               DISPLAY"No hay archivo de compras COMPRAS, se",
                   " liquida sin gastos"
           ELSE
               PERFORM abrirMaestrosCompra
               PERFORM leerCompra
               PERFORM UNTIL comprasEstado = "10"
                   IF comCampana = campanaLiq
                       PERFORM validarCompra
                       IF compraValida = "S"
                           PERFORM acumularCompra
                       ELSE
                           PERFORM anotarRechazo
                       END-IF
                   END-IF
                   PERFORM leerCompra
               END-PERFORM
               CLOSE comprasFile
               PERFORM cerrarMaestrosCompra
           END-IF.

       abrirMaestrosCompra.
           MOVE"S" to hayPedidos hayProveedores
           OPEN INPUT pedidoFile
           IF pedidoEstado NOT = "00"
               MOVE"N" to hayPedidos
           END-IF
           OPEN INPUT provFile
           IF provEstadoArch NOT = "00"
               MOVE"N" to hayProveedores
           END-IF.

       cerrarMaestrosCompra.
           IF hayPedidos = "S"
               CLOSE pedidoFile
           END-IF
           IF hayProveedores = "S"
               CLOSE provFile
           END-IF.

      * La compra tiene que citar un pedido aprobado de la misma
      * campana, con el proveedor de ese pedido, y entre todas las
      * compras del pedido no pasarse de lo aprobado.
       validarCompra.
           MOVE"S" to compraValida
           MOVE SPACES to motivoRechazo
           IF comPedido IS NOT NUMERIC OR comPedido = 0
               MOVE"N" to compraValida
               MOVE"NO CITA PEDIDO" to motivoRechazo
           END-IF
           IF compraValida = "S"
               IF hayPedidos = "N"
                   MOVE"N" to compraValida
                   MOVE"PEDIDO INEXISTENTE" to motivoRechazo
               ELSE
                   MOVE comPedido to pedNumero
                   READ pedidoFile
                       INVALID KEY
                           MOVE"N" to compraValida
                           MOVE"PEDIDO INEXISTENTE" to motivoRechazo
                   END-READ
               END-IF
           END-IF
           IF compraValida = "S" AND pedCampana NOT = campanaLiq
               MOVE"N" to compraValida
               MOVE"PEDIDO DE OTRA CAMPANA" to motivoRechazo
           END-IF
           IF compraValida = "S"
               IF comProvId IS NOT NUMERIC OR hayProveedores = "N"
                   MOVE"N" to compraValida
                   MOVE"PROVEEDOR INEXISTENTE" to motivoRechazo
               ELSE
                   MOVE comProvId to provId
                   READ provFile
                       INVALID KEY
                           MOVE"N" to compraValida
                           MOVE"PROVEEDOR INEXISTENTE"
                               to motivoRechazo
                   END-READ
               END-IF
           END-IF
           IF compraValida = "S" AND comProvId NOT = pedProvId
               MOVE"N" to compraValida
               MOVE"PROVEEDOR NO ES EL PEDIDO" to motivoRechazo
           END-IF
           IF compraValida = "S"
               PERFORM consumirPedido
           END-IF.

       consumirPedido.
           MOVE"N" to hallado
           PERFORM compararPedidoUsado VARYING p FROM 1 BY 1
               UNTIL p > cantUsados OR hallado = "S"
           IF hallado NOT = "S"
               IF cantUsados < 500
                   ADD 1 to cantUsados
                   MOVE cantUsados to p
                   MOVE comPedido to puNumero(p)
                   MOVE ZEROS to puUsado(p)
               ELSE
                   DISPLAY"Tabla de pedidos llena, aborta"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF puUsado(p) + comMonto > pedMonto
               MOVE"N" to compraValida
               MOVE"PASA EL MONTO DEL PEDIDO" to motivoRechazo
           ELSE
               ADD comMonto to puUsado(p)
           END-IF.

       compararPedidoUsado.
           IF puNumero(p) = comPedido
               MOVE"S" to hallado
               SUBTRACT 1 from p
           END-IF.

       anotarRechazo.
           ADD comMonto to totalRechazado
           IF cantRechazos < 200
               ADD 1 to cantRechazos
               MOVE comComprobante to rzComprobante(cantRechazos)
               MOVE comPedido to rzPedido(cantRechazos)
               MOVE comMonto to rzMonto(cantRechazos)
               MOVE motivoRechazo to rzMotivo(cantRechazos)
           ELSE
               DISPLAY"Tabla de compras rechazadas llena, aborta"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       leerCompra.
           STRING"TOTAL CAMPANA:   " recEdit " " gasEdit " " resEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           IF totalIgualado NOT = 0
               MOVE totalIgualado to recEdit
               MOVE SPACES to repLinea
               STRING"  IGUALA EMPRESA INCLUIDA: " recEdit
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF
           MOVE saldoAnterior to recEdit
           COMPUTE saldoNuevo = saldoAnterior + resultado
           MOVE saldoNuevo to gasEdit
               "  FONDO NUEVO: " gasEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           IF cantRechazos > 0
               PERFORM imprimirRechazos
           END-IF
           CLOSE reporteFile.

       imprimirRechazos.
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE"COMPRAS RECHAZADAS (NO ENTRAN EN LO GASTADO)"
               to repLinea
           WRITE repLinea
           MOVE"COMPROBANTE PEDIDO        MONTO  MOTIVO" to repLinea
           WRITE repLinea
           PERFORM imprimirRechazo VARYING p FROM 1 BY 1
               UNTIL p > cantRechazos
           MOVE totalRechazado to gasEdit
           MOVE SPACES to repLinea
           STRING"TOTAL RECHAZADO: " gasEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE"LIQUIDACION NO ASENTADA: CORREGIR LAS COMPRAS Y VOLVER"
               to repLinea
           WRITE repLinea.

       imprimirRechazo.
           MOVE rzMonto(p) to recEdit
           MOVE SPACES to repLinea
           STRING rzComprobante(p) "  " rzPedido(p) " " recEdit "  "
               rzMotivo(p)
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       imprimirLiquidacion.
           MOVE liqRecaudado(i) to recEdit
           MOVE liqGastado(i) to gasEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

      * Asentar la liquidacion en el fondo comun lleva la firma de un
      * segundo supervisor; sin ella el reporte queda y no se asienta.
       pedirAutorizacion.
           COMPUTE resultadoFirma = totalRecaudado - totalGastado
           MOVE resultadoFirma to resEdit
           MOVE SPACES to accionAutoriza
           STRING"LIQUIDACION " campanaLiq " " resEdit
               DELIMITED BY SIZE INTO accionAutoriza
           PERFORM autorizarSupervisor
           IF autorizado NOT = "S"
               DISPLAY"La liquidacion no se asento en el fondo; ver",
                   " REPLIQUI"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       actualizarFondo.
           MOVE saldoNuevo to fonSaldo
           MOVE fechaHoy to fonFecha
           WRITE liqRec
           CLOSE liqFile.

      ******************************************************************
      * Ingreso del operador con su usuario y clave del maestro
      * OPERADOR: tres intentos, y el rol tiene que alcanzar el nivel
      * del programa (1 operador, 2 tesorero, 3 supervisor).  Cada
      * ingreso, rechazo y negativa queda en ACCESOS.
      ******************************************************************
       firmarOperador.
           OPEN INPUT operFile
           IF operEstado NOT = "00"
               DISPLAY"No hay maestro de operadores OPERADOR, no se",
                   " puede ingresar"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE"N" to firmaValida
           MOVE ZEROS to intentosFirma
           PERFORM pedirFirma UNTIL firmaValida = "S" OR
               intentosFirma = 3
           CLOSE operFile
           IF firmaValida NOT = "S"
               DISPLAY"Tres intentos fallidos, ingreso rechazado"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE opeId to operadorActual
           EVALUATE TRUE
               WHEN opeEsSupervisor
                   MOVE 3 to nivelActual
               WHEN opeEsTesorero
                   MOVE 2 to nivelActual
               WHEN OTHER
                   MOVE 1 to nivelActual
           END-EVALUATE
           MOVE operadorActual to operadorAcceso
           MOVE SPACES to supervisorAcceso
           IF nivelActual < nivelPedido
               MOVE"DENEGADO" to eventoAcceso
               MOVE"EL ROL NO ALCANZA PARA EL PROGRAMA" to detalleAcceso
               PERFORM registrarAcceso
               DISPLAY"El operador ",operadorActual," no tiene rol",
                   " para usar ",programaFirma
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE"INGRESO" to eventoAcceso
           MOVE SPACES to detalleAcceso
           PERFORM registrarAcceso
           DISPLAY"Operador ",operadorActual," - ",opeNombre.

       pedirFirma.
           ADD 1 to intentosFirma
           DISPLAY"Usuario"
           ACCEPT idFirma
           DISPLAY"Clave"
           ACCEPT claveFirma
           MOVE"N" to firmaValida
           MOVE idFirma to opeId
           READ operFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF opeActivo AND opeClave = claveFirma
                       MOVE"S" to firmaValida
                   END-IF
           END-READ
           IF firmaValida NOT = "S"
               DISPLAY"Usuario o clave incorrectos"
               MOVE"RECHAZO" to eventoAcceso
               MOVE idFirma to operadorAcceso
               MOVE SPACES to supervisorAcceso
               MOVE"USUARIO O CLAVE INCORRECTOS" to detalleAcceso
               PERFORM registrarAcceso
           END-IF.

      * Firma de un segundo supervisor para una accion de supervisor:
      * tiene que ser otro operador, activo, con rol supervisor y su
      * clave.  accionAutoriza describe la accion para ACCESOS.
       autorizarSupervisor.
           MOVE"N" to autorizado
           MOVE SPACES to supervisorFirma
           DISPLAY"Esta accion necesita la firma de otro supervisor:"
           DISPLAY"  ",accionAutoriza
           DISPLAY"Usuario del supervisor"
           ACCEPT idFirma
           DISPLAY"Clave del supervisor"
           ACCEPT claveFirma
           OPEN INPUT operFile
           IF operEstado = "00"
               MOVE idFirma to opeId
               READ operFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF opeActivo AND opeEsSupervisor AND
                           opeClave = claveFirma AND
                           opeId NOT = operadorActual
                           MOVE"S" to autorizado
                       END-IF
               END-READ
               CLOSE operFile
           END-IF
           MOVE operadorActual to operadorAcceso
           MOVE idFirma to supervisorAcceso
           MOVE accionAutoriza to detalleAcceso
           IF autorizado = "S"
               MOVE idFirma to supervisorFirma
               MOVE"AUTORIZA" to eventoAcceso
               DISPLAY"Autorizado por el supervisor ",supervisorFirma
           ELSE
               MOVE"RECHAZO" to eventoAcceso
               DISPLAY"Firma de supervisor rechazada (tiene que ser",
                   " otro supervisor activo, con su clave)"
           END-IF
           PERFORM registrarAcceso.

       registrarAcceso.
           OPEN EXTEND accesoFile
           IF accesoEstado = "35"
               OPEN OUTPUT accesoFile
           END-IF
           ACCEPT accFecha FROM DATE YYYYMMDD
           ACCEPT horaAcceso FROM TIME
           MOVE horaAcceso(1:6) to accHora
           MOVE programaFirma to accPrograma
           MOVE operadorAcceso to accOperador
           MOVE eventoAcceso to accEvento
           MOVE supervisorAcceso to accSupervisor
           MOVE detalleAcceso to accDetalle
           WRITE accRec
           CLOSE accesoFile.

       END PROGRAM liquidaGastos.
