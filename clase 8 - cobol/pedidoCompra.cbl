      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Pedido de compra antes de gastar la plata de una
      *          campana.  El organizador ingresa campana, proveedor
      *          (del maestro PROVEED, activo) y monto.  El pedido se
      *          aprueba solo si entra en lo que la campana tiene
      *          neto en el ledger (por el indice APORIDX, asi entra
      *          lo que ya paso al historico; sin el indice se
      *          recorren APORHIST y APORTES) mas el saldo libre del
      *          fondo comun FONDO (que es el que cubre los deficit
      *          al liquidar), descontando lo ya comprometido: los
      *          pedidos aprobados antes para la campana y las
      *          compras viejas de COMPRAS que no citan pedido.  Del
      *          saldo del fondo se descuenta antes lo que ya tiene
      *          tomado cada otra campana sin liquidar: lo que tiene
      *          comprometido y no le cubre su propio neto.  Si con el
      *          pedido lo comprometido pasa el objetivo de la
      *          campana (camObjetivo, o parMontoObjetivo del mes
      *          para las rondas implicitas) o el monto pasa el tope
      *          de compra parTopeCompra del mes, ademas tiene que
      *          aprobarlo con su usuario y clave un supervisor del
      *          maestro OPERADOR distinto del tesorero que lo
      *          ingresa.  El pedido aprobado toma su
      *          numero del contador PEDNUM y queda en PEDCOMP; ese
      *          numero es el que tiene que citar la compra en
      *          COMPRAS.  No se piden compras para una campana ya
      *          liquidada, cancelada o inexistente.
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo tesorero); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pedidoCompra.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT provFile ASSIGN TO "PROVEED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS provId
               FILE STATUS IS provEstadoArch.

           SELECT campFile ASSIGN TO "CAMPANAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS camId
               FILE STATUS IS campEstado.

           SELECT paramFile ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paramEstado.

           SELECT liqFile ASSIGN TO "LIQHECHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS liqEstado.

           SELECT aportesFile ASSIGN TO "APORTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aportesEstado.

           SELECT archivoFile ASSIGN TO "APORHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archivoEstado.

           SELECT aporIdxFile ASSIGN TO "APORIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS idxSecuencia
               ALTERNATE RECORD KEY IS idxEmpId WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxContribId WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxCampana WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxRecibo WITH DUPLICATES
               FILE STATUS IS aporIdxEstado.

           SELECT comprasFile ASSIGN TO "COMPRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS comprasEstado.

           SELECT fondoFile ASSIGN TO "FONDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fondoEstado.

           SELECT pedidoFile ASSIGN TO "PEDCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pedNumero
               FILE STATUS IS pedidoEstado.

           SELECT pedNumFile ASSIGN TO "PEDNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pedNumEstado.

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
       FD  provFile.
           COPY "PROVEED.cpy".

       FD  campFile.
           COPY "CAMPANAS.cpy".

       FD  paramFile.
           COPY "PARAMS.cpy".

       FD  liqFile.
       01  liqRec.
           05  liqCampana  PIC X(08).
           05  liqFecha    PIC 9(08).

       FD  aportesFile.
           COPY "APORTE.cpy".

       FD  archivoFile.
       01  arcRec          PIC X(87).

       FD  aporIdxFile.
           COPY "APORIDX.cpy".

       FD  comprasFile.
           COPY "COMPRAS.cpy".

       FD  fondoFile.
           COPY "FONDO.cpy".

       FD  pedidoFile.
           COPY "PEDCOMP.cpy".

       FD  pedNumFile.
       01  pnuRec.
           05  pnuProximo   PIC 9(06).

       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  provEstadoArch PIC X(2).
       01  campEstado     PIC X(2).
       01  paramEstado    PIC X(2).
       01  liqEstado      PIC X(2).
       01  aportesEstado  PIC X(2).
       01  archivoEstado  PIC X(2).
       01  aporIdxEstado  PIC X(2).
       01  comprasEstado  PIC X(2).
       01  fondoEstado    PIC X(2).
       01  pedidoEstado   PIC X(2).
       01  pedNumEstado   PIC X(2).
       01  fechaHoy       PIC 9(8).
       01  campanaPed     PIC X(8).
       01  provPed        PIC 9(5).
       01  montoPed       PIC 9(6)V99.
       01  organizador    PIC X(15).
       01  mesObjetivo    PIC 9(6).
       01  esRonda        PIC X(1).
       01  objetivo       PIC 9(6)V99.
       01  hayObjetivo    PIC X(1).
       01  topeCompra     PIC 9(6)V99.
       01  netoCampana    PIC S9(7)V99.
       01  saldoFondo     PIC S9(7)V99.
       01  comprometido   PIC S9(7)V99.
       01  disponible     PIC S9(8)V99.
       01  conPedido      PIC S9(7)V99.
       01  pideSupervisor PIC X(1).
       01  numPedido      PIC 9(6).
       01  montoEdit      PIC -Z(6)9.99.
       01  campanaBusca   PIC X(8).
       01  otraBusca      PIC X(8).
       01  otraHallada    PIC X(1).
       01  otrasLlenas    PIC X(1).
       01  montoOtra      PIC 9(6)V99.
       01  descubierto    PIC S9(8)V99.
       01  fondoLibre     PIC S9(8)V99.
       01  o              PIC 9(3).
       01  ob             PIC 9(3).
       01  cantOtras      PIC 9(3).
       01  otrasCampanas.
           05  otrCampana    OCCURS 200 TIMES PIC X(8).
           05  otrCompromiso OCCURS 200 TIMES PIC S9(7)V99.
           05  otrNeto       OCCURS 200 TIMES PIC S9(7)V99.
           05  otrLiquidada  OCCURS 200 TIMES PIC X(1).
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
            PERFORM inicio
            PERFORM validarProveedor
            PERFORM validarCampana
            PERFORM controlarYaLiquidada
            PERFORM cargarTopeCompra
            PERFORM sumarCompras
            PERFORM sumarPedidos
            PERFORM marcarLiquidadas
            PERFORM sumarAportes
            PERFORM leerFondo
            PERFORM evaluarPedido
            IF pideSupervisor = "S"
                PERFORM pedirAutorizacion
            END-IF
            PERFORM tomarNumeroPedido
            PERFORM grabarPedido
            STOP RUN.

       inicio.
           DISPLAY"Pedido de compra para una campana"
           MOVE"pedidoCompra" to programaFirma
           MOVE 2 to nivelPedido
           PERFORM firmarOperador
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to objetivo topeCompra netoCampana saldoFondo
               comprometido conPedido cantOtras descubierto
           MOVE"N" to pideSupervisor hayObjetivo otrasLlenas
           MOVE SPACES to supervisorFirma
           DISPLAY"Ingrese la campana (p.ej. C202608)"
           ACCEPT campanaPed
           DISPLAY"Ingrese el numero de proveedor"
           ACCEPT provPed
           DISPLAY"Ingrese el monto de la compra"
           ACCEPT montoPed
           DISPLAY"Ingrese el nombre del organizador que pide"
           ACCEPT organizador
           IF campanaPed = SPACES
               DISPLAY"La campana no puede quedar en blanco"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           IF montoPed NOT > 0
               DISPLAY"El monto tiene que ser mayor que cero"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           IF organizador = SPACES
               DISPLAY"El organizador no puede quedar en blanco"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       validarProveedor.
           OPEN INPUT provFile
           IF provEstadoArch = "35"
               DISPLAY"No existe el maestro de proveedores PROVEED"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE provPed to provId
           READ provFile
               INVALID KEY
                   DISPLAY"No existe el proveedor ",provPed
                   CLOSE provFile
                   MOVE 8 to RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE provFile
           IF NOT provActivo
               DISPLAY"El proveedor ",provPed," ",provNombre,
                   " esta inactivo"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY"Proveedor: ",provNombre.

      * Las rondas implicitas ("C"/"A" + AAAAMM) no estan en el
      * maestro: su objetivo es el parMontoObjetivo de su mes.
       validarCampana.
           MOVE"N" to esRonda
           IF (campanaPed(1:1) = "C" OR campanaPed(1:1) = "A")
               AND campanaPed(2:6) IS NUMERIC
               AND campanaPed(8:1) = SPACE
               MOVE"S" to esRonda
               MOVE campanaPed(2:6) to mesObjetivo
           ELSE
               OPEN INPUT campFile
               IF campEstado = "35"
                   DISPLAY"No existe el maestro de campanas CAMPANAS"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
               MOVE campanaPed to camId
               READ campFile
                   INVALID KEY
                       DISPLAY"No existe la campana ",campanaPed
                       CLOSE campFile
                       MOVE 8 to RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE campFile
               IF NOT camAbierta
                   DISPLAY"La campana ",campanaPed," no esta abierta"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
               MOVE camObjetivo to objetivo
               MOVE"S" to hayObjetivo
           END-IF.

       controlarYaLiquidada.
           OPEN INPUT liqFile
           IF liqEstado NOT = "35"
               PERFORM leerLiquidada
               PERFORM UNTIL liqEstado = "10"
                   IF liqCampana = campanaPed
                       DISPLAY"La campana ",campanaPed,
                           " ya fue liquidada el ",liqFecha
                       CLOSE liqFile
                       MOVE 8 to RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM leerLiquidada
               END-PERFORM
               CLOSE liqFile
           END-IF.

       leerLiquidada.
           READ liqFile
               AT END MOVE "10" to liqEstado
           END-READ.

      * El tope de compra es el del mes en curso; el objetivo de una
      * ronda implicita, el de su propio mes.
       cargarTopeCompra.
           OPEN INPUT paramFile
           IF paramEstado NOT = "35"
               PERFORM leerParametro
               PERFORM UNTIL paramEstado = "10"
                   IF parMes = fechaHoy(1:6)
                       AND parTopeCompra IS NUMERIC
                       MOVE parTopeCompra to topeCompra
                   END-IF
                   IF esRonda = "S" AND parMes = mesObjetivo
                       MOVE parMontoObjetivo to objetivo
                       MOVE"S" to hayObjetivo
                   END-IF
                   PERFORM leerParametro
               END-PERFORM
               CLOSE paramFile
           END-IF.

       leerParametro.
           READ paramFile
               AT END MOVE "10" to paramEstado
           END-READ.

      * Lo juntado sale del indice del ledger, asi entra tambien lo
      * que archivaLedger ya paso al historico: el neto de la campana
      * del pedido y el de cada otra campana sin liquidar que tiene
      * compras comprometidas.  Sin el indice se recorre una vez el
      * historico APORHIST y despues la cinta viva APORTES.
       sumarAportes.
           OPEN INPUT aporIdxFile
           IF aporIdxEstado = "00"
               MOVE campanaPed to campanaBusca
               PERFORM recorrerIndice
               PERFORM recorrerIndiceOtra VARYING o FROM 1 BY 1
                   UNTIL o > cantOtras
               CLOSE aporIdxFile
           ELSE
               DISPLAY"Sin indice APORIDX, se recorren el historico",
                   " APORHIST y la cinta viva APORTES"
               PERFORM sumarHistorico
               PERFORM sumarCinta
           END-IF.

       recorrerIndiceOtra.
           IF otrLiquidada(o) NOT = "S"
               MOVE otrCampana(o) to campanaBusca
               PERFORM recorrerIndice
           END-IF.

       recorrerIndice.
           MOVE campanaBusca to idxCampana
           START aporIdxFile KEY IS EQUAL TO idxCampana
               INVALID KEY MOVE "23" to aporIdxEstado
           END-START
           IF aporIdxEstado = "00"
               PERFORM leerIndice
           END-IF
           PERFORM UNTIL (aporIdxEstado NOT = "00" AND
               aporIdxEstado NOT = "02") OR
               idxCampana NOT = campanaBusca
               MOVE idxAporte to aporteRec
               PERFORM acumularAporte
               PERFORM leerIndice
           END-PERFORM.

       sumarHistorico.
           OPEN INPUT archivoFile
           IF archivoEstado NOT = "35"
               PERFORM leerArchivado
               PERFORM UNTIL archivoEstado = "10"
                   MOVE arcRec to aporteRec
                   PERFORM acumularAporte
                   PERFORM leerArchivado
               END-PERFORM
               CLOSE archivoFile
           END-IF.

       sumarCinta.
           OPEN INPUT aportesFile
           IF aportesEstado NOT = "35"
               PERFORM leerAporte
               PERFORM UNTIL aportesEstado = "10"
                   PERFORM acumularAporte
                   PERFORM leerAporte
               END-PERFORM
               CLOSE aportesFile
           END-IF.

       acumularAporte.
           IF aporteCampana = campanaPed
               IF aporteEsReverso
                   SUBTRACT aporteMonto from netoCampana
               ELSE
                   ADD aporteMonto to netoCampana
               END-IF
           ELSE
               MOVE aporteCampana to otraBusca
               PERFORM ubicarOtra
               IF otraHallada = "S"
                   IF aporteEsReverso
                       SUBTRACT aporteMonto from otrNeto(ob)
                   ELSE
                       ADD aporteMonto to otrNeto(ob)
                   END-IF
               END-IF
           END-IF.

       leerAporte.
           READ aportesFile
               AT END MOVE "10" to aportesEstado
           END-READ.

       leerArchivado.
           READ archivoFile
               AT END MOVE "10" to archivoEstado
           END-READ.

       leerIndice.
           READ aporIdxFile NEXT RECORD
               AT END MOVE "10" to aporIdxEstado
           END-READ.

      * Las compras que citan pedido ya estan contadas en su pedido;
      * solo suman aparte las viejas que no citan ninguno.  Lo
      * comprometido de las otras campanas se anota aparte.
       sumarCompras.
           OPEN INPUT comprasFile
           IF comprasEstado NOT = "35"
               PERFORM leerCompra
               PERFORM UNTIL comprasEstado = "10"
                   IF comPedido IS NOT NUMERIC OR comPedido = 0
                       IF comCampana = campanaPed
                           ADD comMonto to comprometido
                       ELSE
                           MOVE comCampana to otraBusca
                           MOVE comMonto to montoOtra
                           PERFORM anotarOtra
                       END-IF
                   END-IF
                   PERFORM leerCompra
               END-PERFORM
               CLOSE comprasFile
           END-IF.

       leerCompra.
           READ comprasFile
               AT END MOVE "10" to comprasEstado
           END-READ.

       sumarPedidos.
           OPEN INPUT pedidoFile
           IF pedidoEstado = "00"
               PERFORM leerPedido
               PERFORM UNTIL pedidoEstado NOT = "00"
                   IF pedCampana = campanaPed
                       ADD pedMonto to comprometido
                       ADD pedMonto to conPedido
                   ELSE
                       MOVE pedCampana to otraBusca
                       MOVE pedMonto to montoOtra
                       PERFORM anotarOtra
                   END-IF
                   PERFORM leerPedido
               END-PERFORM
               CLOSE pedidoFile
           END-IF.

       leerPedido.
           READ pedidoFile NEXT RECORD
               AT END MOVE "10" to pedidoEstado
           END-READ.

       anotarOtra.
           PERFORM ubicarOtra
           IF otraHallada NOT = "S"
               IF cantOtras < 200
                   ADD 1 to cantOtras
                   MOVE cantOtras to ob
                   MOVE otraBusca to otrCampana(ob)
                   MOVE ZEROS to otrCompromiso(ob) otrNeto(ob)
                   MOVE"N" to otrLiquidada(ob)
                   MOVE"S" to otraHallada
               ELSE
                   MOVE"S" to otrasLlenas
               END-IF
           END-IF
           IF otraHallada = "S"
               ADD montoOtra to otrCompromiso(ob)
           END-IF.

       ubicarOtra.
           MOVE"N" to otraHallada
           PERFORM buscarOtra VARYING ob FROM 1 BY 1
               UNTIL ob > cantOtras OR otraHallada = "S".

       buscarOtra.
           IF otrCampana(ob) = otraBusca
               MOVE"S" to otraHallada
               SUBTRACT 1 from ob
           END-IF.

      * Las campanas ya liquidadas (o canceladas) ya asentaron su
      * resultado en el fondo: no toman nada mas.
       marcarLiquidadas.
           IF cantOtras > 0
               OPEN INPUT liqFile
               IF liqEstado NOT = "35"
                   PERFORM leerLiquidada
                   PERFORM UNTIL liqEstado = "10"
                       MOVE liqCampana to otraBusca
                       PERFORM ubicarOtra
                       IF otraHallada = "S"
                           MOVE"S" to otrLiquidada(ob)
                       END-IF
                       PERFORM leerLiquidada
                   END-PERFORM
                   CLOSE liqFile
               END-IF
           END-IF.

       sumarDescubierto.
           IF otrLiquidada(o) NOT = "S" AND
               otrCompromiso(o) > otrNeto(o)
               COMPUTE descubierto = descubierto + otrCompromiso(o)
                   - otrNeto(o)
           END-IF.

       leerFondo.
           OPEN INPUT fondoFile
           IF fondoEstado NOT = "35"
               READ fondoFile
                   AT END CONTINUE
                   NOT AT END MOVE fonSaldo to saldoFondo
               END-READ
               CLOSE fondoFile
           END-IF.

      ******************************************************************
      * Lo que no entra en la plata de la campana mas el saldo libre
      * del fondo no se aprueba ni con supervisor.  Lo que entra pero
      * pasa el objetivo o el tope de compra necesita supervisor.
      ******************************************************************
       evaluarPedido.
           IF otrasLlenas = "S"
               DISPLAY"Demasiadas campanas con compras comprometidas,",
                   " no se puede calcular el saldo libre del fondo;",
                   " pedido rechazado"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           PERFORM sumarDescubierto VARYING o FROM 1 BY 1
               UNTIL o > cantOtras
           COMPUTE fondoLibre = saldoFondo - descubierto
           IF fondoLibre < 0
               MOVE ZEROS to fondoLibre
           END-IF
           COMPUTE disponible = netoCampana + fondoLibre
               - comprometido
           MOVE netoCampana to montoEdit
           DISPLAY"Neto juntado por la campana: ",montoEdit
           MOVE saldoFondo to montoEdit
           DISPLAY"Saldo del fondo comun:       ",montoEdit
           MOVE descubierto to montoEdit
           DISPLAY"Tomado por otras campanas:   ",montoEdit
           MOVE fondoLibre to montoEdit
           DISPLAY"Saldo libre del fondo:       ",montoEdit
           MOVE comprometido to montoEdit
           DISPLAY"Ya comprometido en compras:  ",montoEdit
           MOVE disponible to montoEdit
           DISPLAY"Disponible para el pedido:   ",montoEdit
           IF montoPed > disponible
               DISPLAY"Pedido rechazado: el monto no entra en la plata",
                   " de la campana mas el saldo libre del fondo"
               MOVE 4 to RETURN-CODE
               STOP RUN
           END-IF
           IF hayObjetivo = "N"
               MOVE"S" to pideSupervisor
               DISPLAY"La ronda ",campanaPed," no tiene objetivo en",
                   " PARAMS"
           ELSE
               IF comprometido + montoPed > objetivo
                   MOVE"S" to pideSupervisor
                   MOVE objetivo to montoEdit
                   DISPLAY"Con este pedido se pasa el objetivo de la",
                       " campana: ",montoEdit
               END-IF
           END-IF
           IF topeCompra > 0 AND montoPed > topeCompra
               MOVE"S" to pideSupervisor
               MOVE topeCompra to montoEdit
               DISPLAY"El monto pasa el tope de compra del mes: ",
                   montoEdit
           END-IF.

       pedirAutorizacion.
           DISPLAY"Este pedido necesita la aprobacion del supervisor"
           MOVE SPACES to accionAutoriza
           STRING"PEDIDO " campanaPed " PROVEEDOR " provPed
               DELIMITED BY SIZE INTO accionAutoriza
           PERFORM autorizarSupervisor
           IF autorizado NOT = "S"
               DISPLAY"Pedido no aprobado por el supervisor, no se",
                   " grabo nada"
               MOVE 4 to RETURN-CODE
               STOP RUN
           END-IF.

       tomarNumeroPedido.
           MOVE 1 to numPedido
           OPEN INPUT pedNumFile
           IF pedNumEstado NOT = "35"
               READ pedNumFile
                   AT END CONTINUE
                   NOT AT END MOVE pnuProximo to numPedido
               END-READ
               CLOSE pedNumFile
           END-IF
           COMPUTE pnuProximo = numPedido + 1
           OPEN OUTPUT pedNumFile
           WRITE pnuRec
           CLOSE pedNumFile.

       grabarPedido.
           OPEN I-O pedidoFile
           IF pedidoEstado = "35"
               CLOSE pedidoFile
               OPEN OUTPUT pedidoFile
               CLOSE pedidoFile
               OPEN I-O pedidoFile
           END-IF
           MOVE numPedido to pedNumero
           MOVE fechaHoy to pedFecha
           MOVE campanaPed to pedCampana
           MOVE provPed to pedProvId
           MOVE montoPed to pedMonto
           MOVE organizador to pedOrganizador
           MOVE pideSupervisor to pedAutoriza
           MOVE supervisorFirma to pedSupervisor
           WRITE pedRec
               INVALID KEY
                   DISPLAY"Ya existe el pedido ",numPedido,
                       " en PEDCOMP; revisar el contador PEDNUM"
                   CLOSE pedidoFile
                   MOVE 8 to RETURN-CODE
                   STOP RUN
           END-WRITE
           CLOSE pedidoFile
           MOVE montoPed to montoEdit
           DISPLAY"Pedido aprobado numero ",numPedido," por ",
               montoEdit
           DISPLAY"La compra en COMPRAS tiene que citar el pedido ",
               numPedido," y el proveedor ",provPed.

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

       END PROGRAM pedidoCompra.
