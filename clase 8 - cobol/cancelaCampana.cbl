      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Cancelacion de una campana del maestro CAMPANAS que
      *          no se llego a hacer (se suspendio el casamiento, el
      *          companero se fue antes de la despedida).  Toma el
      *          neto juntado por contribuyente en el ledger (altas
      *          menos reversos, leido por el indice APORIDX para que
      *          entre lo que ya paso al historico; sin el indice se
      *          recorren APORHIST y APORTES), le resta lo ya gastado
      *          segun COMPRAS, y lo que queda se devuelve a cada
      *          contribuyente en proporcion a lo que puso.  Cada
      *          devolucion se asienta en APORTES como un registro
      *          "R" con su propio numero de recibo (del control
      *          RECNUM, y su recibo en negativo en RECIBOS).  La
      *          parte que el contribuyente puso por descuento de
      *          nomina (los aportes de la campana con canal nomina
      *          en el ledger; si la campana tiene aportes anteriores
      *          al canal, la confirmacion DESCCONF de la campana,
      *          como antes) vuelve como credito en DESCDEV, con el
      *          formato de DESCORD y el monto en negativo, para que
      *          payroll lo reintegre en el proximo sueldo; el resto
      *          sale en la lista de pagos en efectivo del tesorero
      *          en REPDEVOL.  El centavo que no reparte el redondeo,
      *          o el deficit si se gasto mas de lo juntado, va al
      *          fondo comun FONDO con su asiento en FONMOV.  La
      *          campana queda en LIQHECHA (ya no se liquida) y en
      *          estado cancelada en el maestro, y sus promesas
      *          abiertas de PROMESAS pasan a canceladas.  La parte
      *          de la igualacion de la empresa (aporteContribId
      *          99999) no sale en efectivo ni por nomina ni se
      *          descuenta del YTDACUM del beneficiario: vuelve a
      *          contabilidad con un extracto GLEXTR en negativo al
      *          centro de igualacion del PARAMS del mes.  Los
      *          creditos de DESCDEV se agregan al archivo.
      *          Cada devolucion y su recibo salen con canal sistema
      *          ("S") y origen "CANCELACION".
      *          Cada devolucion entra tambien al indice del ledger
      *          APORIDX (ver indexaAportes).
      *          Asentar la cancelacion (devoluciones, FONDO y GLEXTR)
      *          pide la firma de un segundo supervisor del maestro
      *          OPERADOR.
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo tesorero); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cancelaCampana.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT campFile ASSIGN TO "CAMPANAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS camId
               FILE STATUS IS campEstado.

           SELECT aportesFile ASSIGN TO "APORTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aportesEstado.

           SELECT archivoFile ASSIGN TO "APORHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archivoEstado.

           SELECT comprasFile ASSIGN TO "COMPRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS comprasEstado.

           SELECT confFile ASSIGN TO "DESCCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS confEstado.

           SELECT devFile ASSIGN TO "DESCDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS devEstado.

           SELECT ytdFile ASSIGN TO "YTDACUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ytdEmpId
               FILE STATUS IS ytdEstado.

           SELECT recNumFile ASSIGN TO "RECNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recNumEstado.

           SELECT reciboFile ASSIGN TO "RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reciboEstado.

           SELECT fondoFile ASSIGN TO "FONDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fondoEstado.

           SELECT fonMovFile ASSIGN TO "FONMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fonMovEstado.

           SELECT liqFile ASSIGN TO "LIQHECHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS liqEstado.

           SELECT promFile ASSIGN TO "PROMESAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS proClave
               FILE STATUS IS promEstado.

           SELECT paramFile ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paramEstado.

           SELECT glFile ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS glEstado.

           SELECT glNumFile ASSIGN TO "GLNUMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS glNumEstado.

           SELECT reporteFile ASSIGN TO "REPDEVOL"
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

           SELECT idxNumFile ASSIGN TO "IDXNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS idxNumEstado.

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
       FD  campFile.
           COPY "CAMPANAS.cpy".

       FD  aportesFile.
           COPY "APORTE.cpy".

       FD  archivoFile.
       01  arcRec          PIC X(87).

       FD  comprasFile.
           COPY "COMPRAS.cpy".

       FD  confFile.
           COPY "DESCCONF.cpy".

       FD  devFile.
           COPY "DESCORD.cpy".

       FD  ytdFile.
           COPY "YTDACUM.cpy".

       FD  recNumFile.
       01  rnuRec.
           05  rnuProximo   PIC 9(08).

       FD  reciboFile.
           COPY "RECIBO.cpy".

       FD  fondoFile.
           COPY "FONDO.cpy".

       FD  fonMovFile.
           COPY "FONMOV.cpy".

       FD  liqFile.
       01  liqRec.
           05  liqCampana  PIC X(08).
           05  liqFecha    PIC 9(08).

       FD  promFile.
           COPY "PROMESAS.cpy".

       FD  paramFile.
           COPY "PARAMS.cpy".

       FD  glFile.
           COPY "GLEXTR.cpy".

       FD  glNumFile.
       01  glnRec.
           05  glnProximo   PIC 9(06).

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       FD  aporIdxFile.
           COPY "APORIDX.cpy".

       FD  idxNumFile.
       01  inuRec.
           05  inuProximo   PIC 9(09).

       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  campEstado     PIC X(2).
       01  aportesEstado  PIC X(2).
       01  aporIdxEstado  PIC X(2).
       01  archivoEstado  PIC X(2).
       01  idxNumEstado   PIC X(2).
       01  numIndice      PIC 9(9).
       01  indiceAbierto  PIC X(1).
       01  comprasEstado  PIC X(2).
       01  confEstado     PIC X(2).
       01  devEstado      PIC X(2).
       01  ytdEstado      PIC X(2).
       01  recNumEstado   PIC X(2).
       01  reciboEstado   PIC X(2).
       01  fondoEstado    PIC X(2).
       01  fonMovEstado   PIC X(2).
       01  liqEstado      PIC X(2).
       01  reporteEstado  PIC X(2).
       01  promEstado     PIC X(2).
       01  paramEstado    PIC X(2).
       01  paramHallado   PIC X(1).
       01  glEstado       PIC X(2).
       01  glNumEstado    PIC X(2).
       01  centroIguala   PIC X(10).
       01  refGl          PIC 9(6).
       01  fechaHoy       PIC 9(8).
       01  mesHoy         PIC 9(6).
       01  campanaCanc    PIC X(8).
       01  confirma       PIC X(8).
       01  numRecibo      PIC 9(8).
       01  i              PIC 9(4).
       01  hallado        PIC X(1).
       01  claveNombre    PIC X(15).
       01  claveId        PIC 9(5).
       01  cantContrib    PIC 9(4).
       01  cantDevueltos  PIC 9(4).
       01  cantEfectivo   PIC 9(4).
       01  cantNomina     PIC 9(4).
       01  cantSinCanal   PIC 9(5).
       01  cantPromesas   PIC 9(4).
       01  totalRecaudado PIC S9(7)V99.
       01  totalGastado   PIC S9(7)V99.
       01  aDevolver      PIC S9(7)V99.
       01  baseReparto    PIC S9(7)V99.
       01  totalDevuelto  PIC S9(7)V99.
       01  totalEfectivo  PIC S9(7)V99.
       01  totalNomina    PIC S9(7)V99.
       01  totalEmpresa   PIC S9(7)V99.
       01  totalDevueltoYtd PIC S9(7)V99.
       01  alFondo        PIC S9(7)V99.
       01  saldoAnterior  PIC S9(7)V99.
       01  saldoNuevo     PIC S9(7)V99.
       01  montoEdit      PIC -Z(6)9.99.
       01  montoEdit2     PIC -Z(6)9.99.
       01  cantEdit       PIC ZZZ9.
       01  devoluciones.
           05  devContrib   OCCURS 500 TIMES PIC X(15).
           05  devContribId OCCURS 500 TIMES PIC 9(5).
               88  devEsEmpresa VALUE 99999.
           05  devNeto      OCCURS 500 TIMES PIC S9(7)V99.
           05  devNomina    OCCURS 500 TIMES PIC S9(7)V99.
           05  devMonto     OCCURS 500 TIMES PIC S9(7)V99.
           05  devDescuento OCCURS 500 TIMES PIC S9(7)V99.
           05  devEfectivo  OCCURS 500 TIMES PIC S9(7)V99.
           05  devRecibo    OCCURS 500 TIMES PIC 9(8).
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
            PERFORM leerCampana
            PERFORM controlarYaLiquidada
            PERFORM cargarAportes
            PERFORM cargarCompras
            IF cantSinCanal > 0
                PERFORM cargarNomina
            END-IF
            PERFORM calcularDevoluciones
            IF totalEmpresa > 0
                PERFORM cargarCentroIguala
            END-IF
            PERFORM confirmarCancelacion
            PERFORM pedirAutorizacion
            PERFORM grabarDevoluciones
            IF totalEmpresa > 0
                PERFORM generarExtractoGL
            END-IF
            PERFORM descontarYtd
            PERFORM leerFondo
            PERFORM actualizarFondo
            PERFORM anotarLiquidada
            PERFORM marcarCancelada
            PERFORM generarReporte
            CLOSE campFile
            DISPLAY"Cancelacion de ",campanaCanc," completada"
            STOP RUN.

       inicio.
           DISPLAY"Cancelacion de campana con devolucion a los",
               " contribuyentes"
           MOVE"cancelaCampana" to programaFirma
           MOVE 2 to nivelPedido
           PERFORM firmarOperador
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE fechaHoy(1:6) to mesHoy
           MOVE ZEROS to cantContrib totalRecaudado totalGastado
               aDevolver baseReparto totalDevuelto totalEfectivo
               totalNomina cantDevueltos cantEfectivo cantNomina
               totalEmpresa totalDevueltoYtd cantPromesas refGl
           DISPLAY"Ingrese la campana a cancelar (codigo de CAMPANAS)"
           ACCEPT campanaCanc
           IF campanaCanc = SPACES
               DISPLAY"La campana no puede quedar en blanco"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

      * Solo se cancelan campanas del maestro: la colecta de
      * cumpleanos del mes no tiene a quien no hacerle el regalo.
       leerCampana.
           OPEN I-O campFile
           IF campEstado NOT = "00"
               DISPLAY"No se pudo abrir el maestro de campanas",
                   " CAMPANAS"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE campanaCanc to camId
           READ campFile
               INVALID KEY
                   DISPLAY"La campana ",campanaCanc,
                       " no esta en el maestro"
                   CLOSE campFile
                   MOVE 8 to RETURN-CODE
                   STOP RUN
           END-READ
           IF camCancelada
               DISPLAY"La campana ",campanaCanc," ya fue cancelada"
               CLOSE campFile
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

      * Una campana ya liquidada llevo su resultado al fondo: su
      * plata ya no esta para devolver.
       controlarYaLiquidada.
           OPEN INPUT liqFile
           IF liqEstado NOT = "35"
               PERFORM leerLiquidada
               PERFORM UNTIL liqEstado = "10"
                   IF liqCampana = campanaCanc
                       DISPLAY"La campana ",campanaCanc,
                           " ya fue liquidada el ",liqFecha,
                           ", no se puede cancelar"
                       CLOSE liqFile
                       CLOSE campFile
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

      * Lo juntado de la campana sale del indice del ledger, asi
      * entra tambien lo que archivaLedger ya paso al historico; sin
      * el indice se recorre el historico APORHIST y despues la
      * cinta viva APORTES.
       cargarAportes.
           MOVE ZEROS to cantSinCanal
           OPEN INPUT aporIdxFile
           IF aporIdxEstado = "00"
               MOVE campanaCanc to idxCampana
               START aporIdxFile KEY IS EQUAL TO idxCampana
                   INVALID KEY MOVE "23" to aporIdxEstado
               END-START
               IF aporIdxEstado = "00"
                   PERFORM leerIndice
               END-IF
               PERFORM UNTIL (aporIdxEstado NOT = "00" AND
                   aporIdxEstado NOT = "02") OR
                   idxCampana NOT = campanaCanc
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
                   IF aporteCampana = campanaCanc
                       PERFORM acumularAporte
                   END-IF
                   PERFORM leerArchivado
               END-PERFORM
               CLOSE archivoFile
           END-IF.

       cargarCinta.
           OPEN INPUT aportesFile
           IF aportesEstado = "35"
               DISPLAY"No se encontro la cinta de aportes APORTES"
               CLOSE campFile
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           PERFORM leerAporte
           PERFORM UNTIL aportesEstado = "10"
               IF aporteCampana = campanaCanc
                   PERFORM acumularAporte
               END-IF
               PERFORM leerAporte
           END-PERFORM
           CLOSE aportesFile.

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

       acumularAporte.
           MOVE aporteContribuyente to claveNombre
           MOVE aporteContribId to claveId
           PERFORM buscarContrib
           IF aporteEsReverso
               SUBTRACT aporteMonto from devNeto(i)
               SUBTRACT aporteMonto from totalRecaudado
           ELSE
               ADD aporteMonto to devNeto(i)
               ADD aporteMonto to totalRecaudado
           END-IF
           IF aporteCanal = SPACES
               ADD 1 to cantSinCanal
           END-IF
           IF aporteCanalNomina
               IF aporteEsReverso
                   SUBTRACT aporteMonto from devNomina(i)
               ELSE
                   ADD aporteMonto to devNomina(i)
               END-IF
           END-IF.

      * El contribuyente se reconoce por su empId del padron; los
      * aportes viejos sin empId se agrupan por el nombre.
       buscarContrib.
           MOVE"N" to hallado
           PERFORM compararContrib VARYING i FROM 1 BY 1
               UNTIL i > cantContrib OR hallado = "S"
           IF hallado NOT = "S"
               IF cantContrib < 500
                   ADD 1 to cantContrib
                   MOVE cantContrib to i
                   MOVE claveNombre to devContrib(i)
                   MOVE claveId to devContribId(i)
                   MOVE ZEROS to devNeto(i) devNomina(i) devMonto(i)
                       devDescuento(i) devEfectivo(i) devRecibo(i)
               ELSE
                   DISPLAY"Tabla de contribuyentes llena, aborta"
                   CLOSE campFile
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       compararContrib.
           IF claveId > 0
               IF devContribId(i) = claveId
                   MOVE"S" to hallado
                   SUBTRACT 1 from i
               END-IF
           ELSE
               IF devContribId(i) = 0 AND
                   devContrib(i) = claveNombre
                   MOVE"S" to hallado
                   SUBTRACT 1 from i
               END-IF
           END-IF.

       cargarCompras.
           OPEN INPUT comprasFile
           IF comprasEstado = "35"
               DISPLAY"No hay archivo de compras COMPRAS, se",
                   " devuelve todo lo juntado"
           ELSE
               PERFORM leerCompra
               PERFORM UNTIL comprasEstado = "10"
                   IF comCampana = campanaCanc
                       ADD comMonto to totalGastado
                   END-IF
                   PERFORM leerCompra
               END-PERFORM
               CLOSE comprasFile
           END-IF.

       leerCompra.
           READ comprasFile
               AT END MOVE "10" to comprasEstado
           END-READ.

      * Lo que payroll confirmo como descontado del sueldo para esta
      * campana se devuelve por el mismo camino.  Un contribuyente
      * que no figura en la cinta (todo revertido) no suma.
      * Solo para campanas con aportes anteriores al canal en la
      * cinta: la parte de nomina se lee de DESCCONF y lo que ya
      * vino de los aportes con canal se descarta para no sumarlo
      * dos veces.
       cargarNomina.
           PERFORM limpiarNomina VARYING i FROM 1 BY 1
               UNTIL i > cantContrib
           OPEN INPUT confFile
           IF confEstado NOT = "35"
               PERFORM leerConfirmacion
               PERFORM UNTIL confEstado = "10"
                   IF cnfCampana = campanaCanc AND cnfConfirmado
                       PERFORM anotarNomina
                   END-IF
                   PERFORM leerConfirmacion
               END-PERFORM
               CLOSE confFile
           END-IF.

       limpiarNomina.
           MOVE ZEROS to devNomina(i).

       leerConfirmacion.
           READ confFile
               AT END MOVE "10" to confEstado
           END-READ.

       anotarNomina.
           MOVE cnfContribuyente to claveNombre
           MOVE cnfContribId to claveId
           MOVE"N" to hallado
           PERFORM compararContrib VARYING i FROM 1 BY 1
               UNTIL i > cantContrib OR hallado = "S"
           IF hallado = "S"
               ADD cnfMonto to devNomina(i)
           END-IF.

      * Se reparte lo que queda (juntado menos gastado) en
      * proporcion al neto de cada uno.  Si no queda nada no hay
      * devolucion y el deficit lo absorbe el fondo.
       calcularDevoluciones.
           COMPUTE aDevolver = totalRecaudado - totalGastado
           PERFORM sumarBase VARYING i FROM 1 BY 1
               UNTIL i > cantContrib
           IF aDevolver > 0 AND baseReparto > 0
               PERFORM calcularDevolucion VARYING i FROM 1 BY 1
                   UNTIL i > cantContrib
           END-IF
           COMPUTE alFondo = totalRecaudado - totalGastado
               - totalDevuelto.

       sumarBase.
           IF devNeto(i) > 0
               ADD devNeto(i) to baseReparto
           END-IF.

       calcularDevolucion.
           IF devNeto(i) > 0
               COMPUTE devMonto(i) ROUNDED =
                   aDevolver * devNeto(i) / baseReparto
               IF devMonto(i) > devNeto(i)
                   MOVE devNeto(i) to devMonto(i)
               END-IF
               ADD devMonto(i) to totalDevuelto
               IF devEsEmpresa(i)
                   ADD devMonto(i) to totalEmpresa
               ELSE
                   PERFORM repartirCanal
               END-IF
           END-IF.

      * La parte de la igualacion de la empresa no se paga en
      * efectivo ni por nomina: vuelve a contabilidad con un
      * extracto GL en negativo (ver generarExtractoGL).  El resto
      * vuelve por el mismo canal por el que entro.
       repartirCanal.
           IF devNomina(i) > 0
               COMPUTE devDescuento(i) ROUNDED =
                   devMonto(i) * devNomina(i) / devNeto(i)
               IF devDescuento(i) > devMonto(i)
                   MOVE devMonto(i) to devDescuento(i)
               END-IF
           END-IF
           COMPUTE devEfectivo(i) = devMonto(i) - devDescuento(i)
           ADD devMonto(i) to totalDevueltoYtd.

      * El extracto de la devolucion de la igualacion va al centro de
      * costo de igualacion del PARAMS del mes, igual que el que
      * pide igualaEmpresa.  Sin ese centro no se cancela nada.
       cargarCentroIguala.
           MOVE SPACES to centroIguala
           MOVE"N" to paramHallado
           OPEN INPUT paramFile
           IF paramEstado NOT = "35"
               PERFORM leerParametro
               PERFORM UNTIL paramEstado = "10" OR paramHallado = "S"
                   IF parMes = mesHoy
                       MOVE"S" to paramHallado
                       MOVE parCentroIguala to centroIguala
                   ELSE
                       PERFORM leerParametro
                   END-IF
               END-PERFORM
               CLOSE paramFile
           END-IF
           IF centroIguala = SPACES
               DISPLAY"La campana tiene igualacion de la empresa y",
                   " falta el centro de costo de igualacion en",
                   " PARAMS del mes ",mesHoy
               DISPLAY"Cancelacion abandonada, no se grabo nada"
               CLOSE campFile
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       leerParametro.
           READ paramFile
               AT END MOVE "10" to paramEstado
           END-READ.

       confirmarCancelacion.
           MOVE totalRecaudado to montoEdit
           DISPLAY"Campana ",camId," ",camTipo," para ",
               camBeneficiario
           DISPLAY"Juntado neto:      ",montoEdit
           MOVE totalGastado to montoEdit
           DISPLAY"Ya gastado:        ",montoEdit
           MOVE totalDevuelto to montoEdit
           DISPLAY"A devolver:        ",montoEdit
           IF totalEmpresa > 0
               MOVE totalEmpresa to montoEdit
               DISPLAY"  (a la empresa:   ",montoEdit,
                   " por GLEXTR al centro ",centroIguala,")"
           END-IF
           MOVE alFondo to montoEdit
           DISPLAY"Al fondo comun:    ",montoEdit
           DISPLAY"Para confirmar tipee de nuevo el codigo de la",
               " campana"
           ACCEPT confirma
           IF confirma NOT = campanaCanc
               DISPLAY"Cancelacion abandonada, no se grabo nada"
               CLOSE campFile
               MOVE 4 to RETURN-CODE
               STOP RUN
           END-IF.

      * Asentar la cancelacion (devoluciones, fondo comun y
      * extracto) lleva la firma de un segundo supervisor; sin ella
      * no se graba nada.
       pedirAutorizacion.
           MOVE totalDevuelto to montoEdit
           MOVE SPACES to accionAutoriza
           STRING"CANCELACION " campanaCanc " " montoEdit
               DELIMITED BY SIZE INTO accionAutoriza
           PERFORM autorizarSupervisor
           IF autorizado NOT = "S"
               DISPLAY"Cancelacion abandonada, no se grabo nada"
               CLOSE campFile
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       grabarDevoluciones.
           PERFORM abrirIndice
           OPEN EXTEND aportesFile
           IF aportesEstado = "35"
               OPEN OUTPUT aportesFile
           END-IF
           OPEN EXTEND devFile
           IF devEstado = "35"
               OPEN OUTPUT devFile
           END-IF
           PERFORM grabarDevolucion VARYING i FROM 1 BY 1
               UNTIL i > cantContrib
           CLOSE devFile
           CLOSE aportesFile
           PERFORM cerrarIndice.

       grabarDevolucion.
           IF devMonto(i) > 0
               ADD 1 to cantDevueltos
               PERFORM tomarNumeroRecibo
               MOVE numRecibo to devRecibo(i)
               MOVE fechaHoy to aporteFecha
               MOVE camBeneficiario to aporteNombre
               MOVE camBenefId to aporteEmpId
               MOVE devContrib(i) to aporteContribuyente
               MOVE devContribId(i) to aporteContribId
               MOVE devMonto(i) to aporteMonto
               SET aporteEsReverso to TRUE
               MOVE campanaCanc to aporteCampana
               MOVE numRecibo to aporteRecibo
               SET aporteCanalSistema to TRUE
               MOVE"CANCELACION" to aporteOrigen
               WRITE aporteRec
               PERFORM indexarAporte
               PERFORM grabarRecibo
               IF devDescuento(i) > 0
                   ADD 1 to cantNomina
                   ADD devDescuento(i) to totalNomina
                   PERFORM grabarCreditoNomina
               END-IF
               IF devEfectivo(i) > 0
                   ADD 1 to cantEfectivo
                   ADD devEfectivo(i) to totalEfectivo
               END-IF
           END-IF.

       tomarNumeroRecibo.
           MOVE 1 to numRecibo
           OPEN INPUT recNumFile
           IF recNumEstado NOT = "35"
               READ recNumFile
                   AT END CONTINUE
                   NOT AT END MOVE rnuProximo to numRecibo
               END-READ
               CLOSE recNumFile
           END-IF
           COMPUTE rnuProximo = numRecibo + 1
           OPEN OUTPUT recNumFile
           WRITE rnuRec
           CLOSE recNumFile.

      * El recibo de una devolucion va en negativo: es plata que
      * sale hacia el contribuyente.
       grabarRecibo.
           OPEN EXTEND reciboFile
           IF reciboEstado = "35"
               OPEN OUTPUT reciboFile
           END-IF
           MOVE numRecibo to rcbNumero
           MOVE fechaHoy to rcbFecha
           MOVE devContrib(i) to rcbContribuyente
           MOVE devContribId(i) to rcbContribId
           MOVE camBeneficiario to rcbNombre
           MOVE campanaCanc to rcbCampana
           COMPUTE rcbMonto = 0 - devMonto(i)
           MOVE"S" to rcbCanal
           MOVE"CANCELACION" to rcbOrigen
           WRITE rcbRec
           CLOSE reciboFile.

      * Un descuento en negativo es, para payroll, un credito en el
      * recibo de sueldo.
       grabarCreditoNomina.
           MOVE mesHoy to ordMes
           MOVE campanaCanc to ordCampana
           MOVE camBeneficiario to ordNombre
           MOVE camBenefId to ordEmpId
           MOVE devContrib(i) to ordContribuyente
           MOVE devContribId(i) to ordContribId
           COMPUTE ordMonto = 0 - devDescuento(i)
           WRITE ordRec.

      * La igualacion de la empresa no suma al acumulado del
      * beneficiario: solo se descuenta lo devuelto a companeros.
       descontarYtd.
           IF camBenefId > 0 AND totalDevueltoYtd > 0
               OPEN I-O ytdFile
               IF ytdEstado = "35"
                   DISPLAY"Sin YTDACUM, no hay acumulado que descontar"
               ELSE
                   MOVE camBenefId to ytdEmpId
                   READ ytdFile
                       INVALID KEY
                           DISPLAY"Sin acumulado para ",
                               camBeneficiario,", no se desconta nada"
                       NOT INVALID KEY
                           IF ytdTotal > totalDevueltoYtd
                               SUBTRACT totalDevueltoYtd from ytdTotal
                           ELSE
                               MOVE ZEROS to ytdTotal
                           END-IF
                           REWRITE ytdRec
                   END-READ
                   CLOSE ytdFile
               END-IF
           END-IF.

       leerFondo.
           MOVE ZEROS to saldoAnterior
           OPEN INPUT fondoFile
           IF fondoEstado NOT = "35"
               READ fondoFile
                   AT END CONTINUE
                   NOT AT END MOVE fonSaldo to saldoAnterior
               END-READ
               CLOSE fondoFile
           END-IF.

       actualizarFondo.
           COMPUTE saldoNuevo = saldoAnterior + alFondo
           MOVE saldoNuevo to fonSaldo
           MOVE fechaHoy to fonFecha
           OPEN OUTPUT fondoFile
           WRITE fonRec
           CLOSE fondoFile
           OPEN EXTEND fonMovFile
           IF fonMovEstado = "35"
               OPEN OUTPUT fonMovFile
           END-IF
           MOVE fechaHoy to fmvFecha
           MOVE campanaCanc to fmvCampana
           MOVE alFondo to fmvMonto
           MOVE saldoNuevo to fmvSaldo
           MOVE"cancelaCampana" to fmvOrigen
           WRITE fmvRec
           CLOSE fonMovFile
           MOVE saldoNuevo to montoEdit
           DISPLAY"Saldo del fondo actualizado a ",montoEdit.

       anotarLiquidada.
           OPEN EXTEND liqFile
           IF liqEstado = "35"
               OPEN OUTPUT liqFile
           END-IF
           MOVE campanaCanc to liqCampana
           MOVE fechaHoy to liqFecha
           WRITE liqRec
           CLOSE liqFile.

       marcarCancelada.
           MOVE"X" to camEstado
           REWRITE camRec
           PERFORM cancelarPromesas.

      * Las promesas abiertas de la campana ya no se van a cumplir:
      * quedan canceladas para que no sigan saliendo como pendientes.
       cancelarPromesas.
           OPEN I-O promFile
           IF promEstado = "00"
               MOVE campanaCanc to proCampana
               MOVE ZEROS to proContribId
               START promFile KEY NOT LESS THAN proClave
                   INVALID KEY MOVE "10" to promEstado
               END-START
               PERFORM UNTIL promEstado NOT = "00"
                   READ promFile NEXT RECORD
                       AT END MOVE "10" to promEstado
                       NOT AT END PERFORM cancelarPromesa
                   END-READ
               END-PERFORM
               CLOSE promFile
           END-IF.

       cancelarPromesa.
           IF proCampana NOT = campanaCanc
               MOVE "10" to promEstado
           ELSE
               IF proAbierta
                   SET proCancelada to TRUE
                   REWRITE proRec
                   ADD 1 to cantPromesas
               END-IF
           END-IF.

      * La devolucion de la igualacion va en negativo, igual que el
      * extracto de una igualacion que baja en igualaEmpresa.
       generarExtractoGL.
           PERFORM tomarReferenciaGl
           MOVE refGl to glReferencia
           MOVE centroIguala to glCentroCosto
           COMPUTE glMonto = 0 - totalEmpresa
           MOVE fechaHoy to glFecha
           MOVE SPACES to glMemo
           STRING"CANCELACION IGUALACION CAMPANA " campanaCanc
               DELIMITED BY SIZE INTO glMemo
           OPEN EXTEND glFile
           IF glEstado = "35"
               OPEN OUTPUT glFile
           END-IF
           WRITE glRec
           CLOSE glFile
           DISPLAY"Extracto GL numero ",refGl," pedido a",
               " contabilidad".

       tomarReferenciaGl.
           MOVE 1 to refGl
           OPEN INPUT glNumFile
           IF glNumEstado NOT = "35"
               READ glNumFile
                   AT END CONTINUE
                   NOT AT END MOVE glnProximo to refGl
               END-READ
               CLOSE glNumFile
           END-IF
           COMPUTE glnProximo = refGl + 1
           OPEN OUTPUT glNumFile
           WRITE glnRec
           CLOSE glNumFile.

       generarReporte.
           OPEN OUTPUT reporteFile
           MOVE SPACES to repLinea
           STRING"CANCELACION DE CAMPANA: " campanaCanc
               " FECHA: " fechaHoy
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           STRING camTipo " PARA " camBeneficiario
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE totalRecaudado to montoEdit
           MOVE totalGastado to montoEdit2
           MOVE SPACES to repLinea
           STRING"JUNTADO NETO: " montoEdit
               "  GASTADO: " montoEdit2
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE"PAGOS EN EFECTIVO A CARGO DEL TESORERO" to repLinea
           WRITE repLinea
           MOVE"CONTRIBUYENTE     RECIBO       MONTO   FIRMA"
               to repLinea
           WRITE repLinea
           PERFORM imprimirEfectivo VARYING i FROM 1 BY 1
               UNTIL i > cantContrib
           MOVE cantEfectivo to cantEdit
           MOVE totalEfectivo to montoEdit
           MOVE SPACES to repLinea
           STRING"PAGOS: " cantEdit "  TOTAL EFECTIVO: " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE"CREDITOS POR NOMINA (DESCDEV)" to repLinea
           WRITE repLinea
           MOVE"CONTRIBUYENTE     RECIBO       MONTO" to repLinea
           WRITE repLinea
           PERFORM imprimirNomina VARYING i FROM 1 BY 1
               UNTIL i > cantContrib
           MOVE cantNomina to cantEdit
           MOVE totalNomina to montoEdit
           MOVE SPACES to repLinea
           STRING"CREDITOS: " cantEdit "  TOTAL NOMINA: " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE cantDevueltos to cantEdit
           MOVE totalDevuelto to montoEdit
           MOVE SPACES to repLinea
           STRING"DEVOLUCIONES: " cantEdit
               "  TOTAL DEVUELTO: " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           IF totalEmpresa > 0
               MOVE totalEmpresa to montoEdit
               MOVE SPACES to repLinea
               STRING"IGUALACION DEVUELTA A LA EMPRESA: " montoEdit
                   "  GL " refGl " CENTRO " centroIguala
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF
           IF cantPromesas > 0
               MOVE cantPromesas to cantEdit
               MOVE SPACES to repLinea
               STRING"PROMESAS ABIERTAS CANCELADAS: " cantEdit
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF
           MOVE alFondo to montoEdit
           MOVE saldoNuevo to montoEdit2
           MOVE SPACES to repLinea
           STRING"AL FONDO COMUN: " montoEdit
               "  FONDO NUEVO: " montoEdit2
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           CLOSE reporteFile.

       imprimirEfectivo.
           IF devEfectivo(i) > 0
               MOVE devEfectivo(i) to montoEdit
               MOVE SPACES to repLinea
               STRING devContrib(i) " " devRecibo(i) " " montoEdit
                   "   ____________"
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

       imprimirNomina.
           IF devDescuento(i) > 0
               MOVE devDescuento(i) to montoEdit
               MOVE SPACES to repLinea
               STRING devContrib(i) " " devRecibo(i) " " montoEdit
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

      * Cada aporte grabado en APORTES entra tambien al indice del
      * ledger APORIDX con el correlativo siguiente de IDXNUM.  Si el
      * indice falta o no lo acepta, la cinta igual queda bien: se
      * avisa para rearmarlo con indexaAportes.
       abrirIndice.
           OPEN I-O aporIdxFile
           IF aporIdxEstado = "00"
               MOVE"S" to indiceAbierto
           ELSE
               MOVE"N" to indiceAbierto
               DISPLAY"Aviso: sin indice APORIDX (estado ",
                   aporIdxEstado,"), correr indexaAportes"
           END-IF.

       cerrarIndice.
           IF indiceAbierto = "S"
               CLOSE aporIdxFile
           END-IF.

       indexarAporte.
           IF indiceAbierto = "S"
               PERFORM tomarNumeroIndice
               MOVE numIndice to idxSecuencia
               MOVE aporteRec to idxAporte
               WRITE idxRec
                   INVALID KEY
                       DISPLAY"Aviso: el recibo ",aporteRecibo,
                           " no entro al indice APORIDX, correr",
                           " indexaAportes"
               END-WRITE
           END-IF.

       tomarNumeroIndice.
           MOVE 1 to numIndice
           OPEN INPUT idxNumFile
           IF idxNumEstado NOT = "35"
               READ idxNumFile
                   AT END CONTINUE
                   NOT AT END MOVE inuProximo to numIndice
               END-READ
               CLOSE idxNumFile
           END-IF
           COMPUTE inuProximo = numIndice + 1
           OPEN OUTPUT idxNumFile
           WRITE inuRec
           CLOSE idxNumFile.

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

       END PROGRAM cancelaCampana.
