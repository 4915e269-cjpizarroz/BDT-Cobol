      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Ingreso por pantalla de los aportes para regalo.
      *          Una misma sesion puede recaudar para varias campanas
      *          (la del mes de PARAMS mas las que el operador agrega
      *          al arrancar o en el momento de cargar un aporte):
      *          cada aporte dice a que campana va, y al final cada
      *          campana cierra por separado su RUNCTL, su extracto
      *          GLEXTR, su seccion del REPRECAU y su ganador en
      *          LIDERES.  El tope por contribuyente se controla
      *          dentro de cada campana.
      *          La ronda puede ser de toda la empresa o de un solo
      *          departamento del maestro DEPTOS: la ronda de un
      *          departamento solo arma el roster de cumpleanos y
      *          aniversarios con los empleados de ese departamento,
      *          tiene su propia clave en RUNCTL y manda el extracto
      *          GLEXTR al centro de costo del departamento (las
      *          campanas del maestro CAMPANAS son siempre de toda la
      *          empresa y no entran en esa ronda).  El
      *          REPRECAU lleva subtotales por departamento dentro
      *          de cada campana.
      *          Cada companero entra en una sola ronda del mes: la
      *          ronda de toda la empresa deja afuera a los
      *          departamentos que ya corrieron la suya para la misma
      *          campana, y un departamento no arranca su ronda si la
      *          de toda la empresa ya figura en RUNCTL.
      *          Cada aporte y su recibo salen con canal caja ("E")
      *          y la sesion del operador (fecha y hora de arranque)
      *          como referencia de origen.
      *          Cada aporte y su reverso entran tambien al indice
      *          del ledger APORIDX (ver indexaAportes).
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo operador); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS camId
               FILE STATUS IS campEstado.

           SELECT deptoFile ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dptCodigo
               FILE STATUS IS deptoEstado.

           SELECT fondoFile ASSIGN TO "FONDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fondoEstado.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reciboEstado.

           SELECT aporIdxFile ASSIGN TO "APORIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       FD  aportesFile.
       FD  campFile.
           COPY "CAMPANAS.cpy".

       FD  deptoFile.
           COPY "DEPTOS.cpy".

       FD  fondoFile.
           COPY "FONDO.cpy".

       FD  reciboFile.
           COPY "RECIBO.cpy".

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
       01  acuMontoGen PIC    9(6)V99.
       01  plata   PIC     S9(5)V99.
       01  nombMayRec  PIC x(15).
       01  monMayRec   PIC 9(5)V99.
       01  aportesEstado PIC X(2).
       01  aporIdxEstado PIC X(2).
       01  idxNumEstado  PIC X(2).
       01  numIndice     PIC 9(9).
       01  indiceAbierto PIC X(1).
       01  empMastEstado PIC X(2).
       01  fechaHoy      PIC 9(8).
       01  mesActual     PIC 9(2).
       01  glNumEstado   PIC X(2).
       01  refGl         PIC 9(6).
       01  centroCosto   PIC X(10).
       01  deptoEstado   PIC X(2).
       01  deptoRonda    PIC X(4).
       01  deptoRondaNom PIC X(20).
       01  deptoEdit     PIC X(9).
       01  cantSubDep    PIC 9(2).
       01  s2            PIC 9(2).
       01  subDepHallado PIC X(1).
       01  subtotalesDepto.
           05  sdpDepto  OCCURS 50 TIMES PIC X(4).
           05  sdpCant   OCCURS 50 TIMES PIC 9(3).
           05  sdpTotal  OCCURS 50 TIMES PIC 9(7)V99.
       01  corregir      PIC X(1).
       01  k             PIC 9(2).
       01  contAportes   PIC 9(2).
       01  runCtlEstado  PIC X(2).
       01  mesCorrida    PIC 9(6).
       01  horaCompleta  PIC 9(8).
       01  sesionOrigen  PIC X(14).
       01  paramEstado   PIC X(2).
       01  paramHallado  PIC X(1).
       01  paramValido   PIC X(1).
       01  contribHallado PIC X(1).
       01  motivoContrib PIC X(20).
       01  e2            PIC 9(4).
       01  dr            PIC 9(2).
       01  cantDepRonda  PIC 9(2).
       01  deptoBusca    PIC X(4).
       01  deptoConRonda PIC X(1).
       01  deptosConRonda.
           05  dcrDepto  OCCURS 50 TIMES PIC X(4).
       01  ctbIdx        PIC 9(4).
       01  cantEmpleados PIC 9(4).
       01  cantContrib   PIC 9(4).
       01  empleadosTabla.
           05  empNomTab OCCURS 500 TIMES PIC X(15).
           05  empIdTab  OCCURS 500 TIMES PIC 9(5).
           05  empDepTab OCCURS 500 TIMES PIC X(4).
       01  contribTotales.
           05  ctbNombre  OCCURS 500 TIMES PIC X(15).
           05  ctbEmpId   OCCURS 500 TIMES PIC 9(5).
           05  ctbCampana OCCURS 500 TIMES PIC X(8).
           05  ctbTotal   OCCURS 500 TIMES PIC S9(7)V99.
       01  c             PIC 9(2).
       01  r             PIC 9(2).
       01  cLista        PIC 9(2).
       01  cantCamp      PIC 9(2).
       01  cantCampana   PIC 9(2).
       01  campanaMes    PIC X(8).
       01  campanaPedida PIC X(8).
       01  objetivoMes   PIC 9(6)V99.
       01  campanaHallada PIC X(1).
       01  campanaAceptada PIC X(1).
       01  destino       PIC 9(2).
       01  destinoValido PIC X(1).
       01  rosterDesde   PIC 9(2).
       01  ultimoHecho   PIC 9(2).
       01  acuSesion     PIC 9(7)V99.
       01  totalEdit     PIC Z(7)9.99.
       01  sesionCampanas.
           05  sesCampana   OCCURS 10 TIMES PIC X(8).
           05  sesTipo      OCCURS 10 TIMES PIC X(10).
           05  sesBenef     OCCURS 10 TIMES PIC X(15).
           05  sesBenefId   OCCURS 10 TIMES PIC 9(5).
           05  sesObjetivo  OCCURS 10 TIMES PIC 9(6)V99.
       01  aportesCompanero.
           05  acDestino   OCCURS 50 TIMES PIC 9(2).
           05  acMonto     OCCURS 50 TIMES PIC S9(5)V99.
           05  acContrib   OCCURS 50 TIMES PIC X(15).
           05  acContribId OCCURS 50 TIMES PIC 9(5).
           05  acRecibo    OCCURS 50 TIMES PIC 9(8).
           05  acRevertido OCCURS 50 TIMES PIC X(1).
       01  roster.
           05  rosterCamp   OCCURS 99 TIMES PIC 9(2).
           05  rosterNombre OCCURS 99 TIMES PIC X(15).
           05  rosterEmpId  OCCURS 99 TIMES PIC 9(5).
           05  rosterTotal  OCCURS 99 TIMES PIC 9(5)V99.
           05  rosterYtd    OCCURS 99 TIMES PIC 9(7)V99.
           05  rosterDepto  OCCURS 99 TIMES PIC X(4).
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

       inicio.
           DISPLAY"Ingreso de plata para regalo de cumpleaneros del mes"
           MOVE"dinero" to programaFirma
           MOVE 1 to nivelPedido
           PERFORM firmarOperador
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE fechaHoy(5:2) to mesActual
           MOVE fechaHoy(1:6) to mesCorrida
           MOVE fechaHoy(1:4) to anioHoy
           ACCEPT horaCompleta FROM TIME
           MOVE fechaHoy to sesionOrigen(1:8)
           MOVE horaCompleta(1:6) to sesionOrigen(9:6)
           PERFORM cargarParametros
           PERFORM pedirDepartamento
           MOVE ZEROS to acuMontoGen acuComp monMayRec nombMayRecId
               contribId benefIdActual
           PERFORM abrirArchivos
           PERFORM cargarContribuyentes
           PERFORM cargarPreferencias
           MOVE ZEROS to cantCamp cant
           MOVE campanaMes to campanaPedida
           PERFORM agregarCampana
           IF campanaAceptada NOT = "S"
               DISPLAY"Corrida cancelada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           PERFORM cargarCheckpoint
           PERFORM pedirCampanasSesion
           DISPLAY"Companeros del roster este mes: " cant.

      * La ronda es de toda la empresa salvo que el operador pida
      * un departamento: entonces el centro de costo del extracto
      * GL sale del maestro DEPTOS y no del PARAMS del mes.
       pedirDepartamento.
           MOVE SPACES to deptoRonda deptoRondaNom
           DISPLAY"Departamento de la ronda (Enter = toda la",
               " empresa)"
           ACCEPT deptoRonda
           IF deptoRonda NOT = SPACES
               OPEN INPUT deptoFile
               IF deptoEstado NOT = "00"
                   DISPLAY"No existe el maestro de departamentos",
                       " DEPTOS; corrida cancelada"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
               MOVE deptoRonda to dptCodigo
               READ deptoFile
                   INVALID KEY
                       DISPLAY"No existe el departamento ",
                           deptoRonda,"; corrida cancelada"
                       CLOSE deptoFile
                       MOVE 8 to RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE deptoFile
               MOVE dptNombre to deptoRondaNom
               MOVE dptCentroCosto to centroCosto
               DISPLAY"Ronda del departamento ",deptoRonda," ",
                   deptoRondaNom," centro ",centroCosto
           END-IF.

      * Campanas de la sesion.  La primera es la del mes (PARAMS o
      * la implicita); el operador puede sumar otras al arrancar o
      * al cargar un aporte.  Cada campana valida sus fechas, abre
      * su RUNCTL y agrega sus companeros al final del roster.
       pedirCampanasSesion.
           MOVE"X" to campanaPedida
           PERFORM pedirOtraCampana UNTIL campanaPedida = SPACES.

       pedirOtraCampana.
           DISPLAY"Otra campana para esta sesion (Enter = ninguna",
               " mas)"
           MOVE SPACES to campanaPedida
           ACCEPT campanaPedida
           IF campanaPedida NOT = SPACES
               PERFORM ubicarCampanaSesion
               IF campanaHallada = "S"
                   DISPLAY"La campana ",campanaPedida," ya esta en",
                       " la sesion"
               ELSE
                   PERFORM agregarCampana
               END-IF
           END-IF.

       ubicarCampanaSesion.
           MOVE"N" to campanaHallada
           PERFORM buscarCampanaSesion VARYING c FROM 1 BY 1
               UNTIL c > cantCamp OR campanaHallada = "S".

       buscarCampanaSesion.
           IF sesCampana(c) = campanaPedida
               MOVE"S" to campanaHallada
               SUBTRACT 1 from c
           END-IF.

       agregarCampana.
           MOVE"S" to campanaAceptada
           IF cantCamp NOT < 10
               DISPLAY"La sesion ya tiene diez campanas, no se",
                   " agregan mas"
               MOVE"N" to campanaAceptada
           END-IF
           IF campanaAceptada = "S"
               MOVE campanaPedida to campanaCorrida
               PERFORM definirDatosCampana
           END-IF
           IF campanaAceptada = "S"
               PERFORM verificarRunControl
           END-IF
           IF campanaAceptada = "S"
               ADD 1 to cantCamp
               MOVE cantCamp to c
               MOVE campanaCorrida to sesCampana(c)
               MOVE tipoCampana to sesTipo(c)
               MOVE benefCampana to sesBenef(c)
               MOVE benefCampId to sesBenefId(c)
               MOVE montoObjetivo to sesObjetivo(c)
               COMPUTE rosterDesde = cant + 1
               PERFORM construirRoster
               PERFORM cargarYtd
               DISPLAY"Campana ",campanaCorrida," agregada a la",
                   " sesion"
           END-IF.

       definirDatosCampana.
           MOVE SPACES to tipoCampana benefCampana
           MOVE ZEROS to benefCampId
           MOVE objetivoMes to montoObjetivo
           IF (campanaCorrida(1:1) = "C" OR campanaCorrida(1:1) = "A")
               AND campanaCorrida(2:6) IS NUMERIC
               IF campanaCorrida(2:6) NOT = mesCorrida
                   DISPLAY"Solo se recauda la campana implicita del",
                       " mes ",mesCorrida
                   MOVE"N" to campanaAceptada
               END-IF
           ELSE
               IF deptoRonda NOT = SPACES
                   DISPLAY"La ronda de un departamento solo recauda",
                       " cumpleanos y aniversarios; la campana ",
                       campanaCorrida," es de toda la empresa"
                   MOVE"N" to campanaAceptada
               ELSE
                   PERFORM cargarCampana
               END-IF
           END-IF.

       fijarCampana.
           MOVE sesCampana(c) to campanaCorrida
           MOVE sesTipo(c) to tipoCampana
           MOVE sesBenef(c) to benefCampana
           MOVE sesBenefId(c) to benefCampId
           MOVE sesObjetivo(c) to montoObjetivo.

       cargarParametros.
           OPEN INPUT paramFile
           IF paramEstado = "35"
                   MOVE"S" to paramHallado
                   MOVE parMontoMaximo to montoMaximo
                   MOVE parMontoObjetivo to montoObjetivo
                   MOVE parMontoObjetivo to objetivoMes
                   MOVE parCentroCosto to centroCosto
                   MOVE parCampana to campanaCorrida
                   MOVE parTopeContrib to topeContrib
               maxEdit," objetivo ",objEdit," centro ",centroCosto.

       definirCampana.
           IF campanaCorrida = SPACES
               MOVE SPACES to campanaCorrida
               IF modoRoster = "A"
                   STRING"C" mesCorrida DELIMITED BY SIZE
                       INTO campanaCorrida
               END-IF
           END-IF
           MOVE campanaCorrida to campanaMes.

       cargarCampana.
           OPEN INPUT campFile
           IF campEstado = "35"
               DISPLAY"No existe el maestro de campanas CAMPANAS"
               MOVE"N" to campanaAceptada
           ELSE
               MOVE campanaCorrida to camId
               READ campFile
                   INVALID KEY
                       DISPLAY"La campana ",campanaCorrida,
                           " no esta en el maestro"
                       MOVE"N" to campanaAceptada
                   NOT INVALID KEY
                       PERFORM controlarCampana
               END-READ
               CLOSE campFile
           END-IF.

       controlarCampana.
           IF NOT camAbierta OR fechaHoy < camFechaAbre OR
               fechaHoy > camFechaCierra
               DISPLAY"La campana ",campanaCorrida,
                   " esta cerrada o fuera de fechas"
               MOVE"N" to campanaAceptada
           END-IF
           MOVE camTipo to tipoCampana
           MOVE camBeneficiario to benefCampana

       verificarRunControl.
           PERFORM abrirRunControl
           MOVE ZEROS to cantDepRonda
           IF deptoRonda = SPACES
               PERFORM buscarRondaDepto VARYING e2 FROM 1 BY 1
                   UNTIL e2 > cantEmpleados OR campanaAceptada = "N"
           END-IF
           IF campanaAceptada = "S"
               MOVE mesCorrida to runMes
               MOVE campanaCorrida to runCampana
               MOVE deptoRonda to runDepto
               READ runCtlFile
                   INVALID KEY
                       PERFORM controlarRondaEmpresa
                       IF campanaAceptada = "S"
                           PERFORM estamparInicio
                           WRITE runRec
                       END-IF
                   NOT INVALID KEY
                       PERFORM evaluarMesAbierto
               END-READ
           END-IF
           CLOSE runCtlFile.

      * Cada companero entra en una sola ronda del mes.  La ronda de
      * toda la empresa deja afuera a los departamentos que ya
      * corrieron la suya para la campana; la ronda nueva de un
      * departamento no arranca si la de toda la empresa ya figura
      * en RUNCTL (la que ya tenia su entrada, porque es anterior,
      * se puede retomar o reprocesar).
       buscarRondaDepto.
           IF empDepTab(e2) NOT = SPACES
               MOVE empDepTab(e2) to deptoBusca
               PERFORM ubicarDeptoConRonda
               IF deptoConRonda NOT = "S"
                   MOVE mesCorrida to runMes
                   MOVE campanaCorrida to runCampana
                   MOVE deptoBusca to runDepto
                   READ runCtlFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM anotarDeptoConRonda
                   END-READ
               END-IF
           END-IF.

       anotarDeptoConRonda.
           IF cantDepRonda < 50
               ADD 1 to cantDepRonda
               MOVE deptoBusca to dcrDepto(cantDepRonda)
               DISPLAY"El departamento ",deptoBusca," ya corrio su",
                   " propia ronda de ",campanaCorrida,"; sus",
                   " companeros quedan afuera de esta ronda"
           ELSE
               DISPLAY"Demasiados departamentos con ronda propia en",
                   " la campana ",campanaCorrida
               MOVE"N" to campanaAceptada
           END-IF.

       ubicarDeptoConRonda.
           MOVE"N" to deptoConRonda
           PERFORM buscarDeptoConRonda VARYING dr FROM 1 BY 1
               UNTIL dr > cantDepRonda OR deptoConRonda = "S".

       buscarDeptoConRonda.
           IF dcrDepto(dr) = deptoBusca
               MOVE"S" to deptoConRonda
           END-IF.

       controlarRondaEmpresa.
           IF deptoRonda NOT = SPACES
               MOVE mesCorrida to runMes
               MOVE campanaCorrida to runCampana
               MOVE SPACES to runDepto
               READ runCtlFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY"La campana ",campanaCorrida," ya tiene",
                           " la ronda de toda la empresa del mes (",
                           runPrograma," del ",runInicioFec,"); el",
                           " departamento no corre ronda propia"
                       MOVE"N" to campanaAceptada
               END-READ
           END-IF.

       abrirRunControl.
           OPEN I-O runCtlFile
           IF runCtlEstado = "35"
           IF runCerrada
               DISPLAY"El mes ",runMes," ya fue recaudado y cerrado",
                   " por ",runPrograma," el ",runFinFec
               IF runDepto NOT = SPACES
                   DISPLAY"(ronda del departamento ",runDepto,")"
               END-IF
               MOVE SPACES to accionAutoriza
               STRING"REPROCESO " runMes " " runCampana " " runDepto
                   DELIMITED BY SIZE INTO accionAutoriza
               PERFORM autorizarSupervisor
               IF autorizado NOT = "S"
                   DISPLAY"La campana ",runCampana," queda cerrada",
                       " para el mes"
                   MOVE"N" to campanaAceptada
               ELSE
                   DISPLAY"Reproceso autorizado para el mes ",runMes,
                       " por ",supervisorFirma
               END-IF
           ELSE
               DISPLAY"Atencion: el mes ",runMes," figura abierto",
                   " por ",runPrograma,", se retoma la corrida"
           END-IF
           IF campanaAceptada = "S"
               PERFORM estamparInicio
               REWRITE runRec
           END-IF.

       estamparInicio.
           MOVE mesCorrida to runMes
           MOVE campanaCorrida to runCampana
           MOVE deptoRonda to runDepto
           MOVE"A" to runEstado
           MOVE"dinero" to runPrograma
           MOVE fechaHoy to runInicioFec
           OPEN I-O runCtlFile
           MOVE mesCorrida to runMes
           MOVE campanaCorrida to runCampana
           MOVE deptoRonda to runDepto
           READ runCtlFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
           END-READ
           CLOSE runCtlFile.

      * Al retomar se vuelven a sumar a la sesion, en el mismo
      * orden, las campanas que tenia la corrida cortada, asi el
      * roster queda armado igual que antes del corte.
       cargarCheckpoint.
           MOVE 1 to iInicio
           OPEN INPUT checkFile
               READ checkFile
                   AT END CONTINUE
                   NOT AT END
                       IF chkUltimoI > 0 OR chkCantCamp > 1
                           PERFORM retomarCheckpoint
                       END-IF
               END-READ
               CLOSE checkFile
           END-IF.

       retomarCheckpoint.
           IF chkSesCampana(1) NOT = sesCampana(1)
               DISPLAY"El checkpoint es de la campana ",
                   chkSesCampana(1),", se arranca de cero"
           ELSE
               IF chkDepto NOT = deptoRonda
                   DISPLAY"El checkpoint es de la ronda del",
                       " departamento ",chkDepto,", se arranca de",
                       " cero"
               ELSE
                   PERFORM retomarSesion
               END-IF
           END-IF.

       retomarSesion.
           PERFORM restaurarCampana VARYING k FROM 2 BY 1
               UNTIL k > chkCantCamp
           COMPUTE iInicio = chkUltimoI + 1
           PERFORM restaurarRosterTotal
               VARYING k FROM 1 BY 1
               UNTIL k > cant
           MOVE chkCantContrib to cantContrib
           PERFORM restaurarContribTotal
               VARYING ctbIdx FROM 1 BY 1
               UNTIL ctbIdx > cantContrib
           DISPLAY"Retomando desde el companero ",
               iInicio.

       restaurarCampana.
           MOVE chkSesCampana(k) to campanaPedida
           PERFORM agregarCampana
           IF campanaAceptada NOT = "S"
               DISPLAY"La campana ",campanaPedida," de la corrida",
                   " cortada no se pudo retomar"
           END-IF.

       restaurarRosterTotal.
           MOVE chkRosterTotal(k) to rosterTotal(k).

       restaurarContribTotal.
           MOVE chkCtbNombre(ctbIdx) to ctbNombre(ctbIdx)
           MOVE chkCtbEmpId(ctbIdx) to ctbEmpId(ctbIdx)
           MOVE chkCtbCampana(ctbIdx) to ctbCampana(ctbIdx)
           MOVE chkCtbTotal(ctbIdx) to ctbTotal(ctbIdx).

       cargarYtd.
           PERFORM inicializarYtd VARYING r FROM rosterDesde BY 1
               UNTIL r > cant
           OPEN INPUT ytdFile
           IF ytdEstado NOT = "35"
               PERFORM leerYtd VARYING r FROM rosterDesde BY 1
                   UNTIL r > cant
               CLOSE ytdFile
           END-IF.

       inicializarYtd.
           MOVE ZEROS to rosterYtd(r) rosterTotal(r).

       leerYtd.
           IF rosterEmpId(r) > 0
               MOVE rosterEmpId(r) to ytdEmpId
               READ ytdFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE ytdTotal to rosterYtd(r)
               END-READ
           END-IF.

       abrirArchivos.
           PERFORM abrirIndice
           OPEN EXTEND aportesFile
           IF aportesEstado = "35"
               OPEN OUTPUT aportesFile

       cerrarArchivos.
           CLOSE aportesFile
           PERFORM cerrarIndice
           CLOSE auditFile.

       cargarContribuyentes.
                   ADD 1 to cantEmpleados
                   MOVE empNombre to empNomTab(cantEmpleados)
                   MOVE empId to empIdTab(cantEmpleados)
                   MOVE empDepto to empDepTab(cantEmpleados)
               ELSE
                   DISPLAY"Tabla de empleados llena, corrida",
                       " cancelada"
                   MOVE cantContrib to ctbIdx
                   MOVE contribuyente to ctbNombre(ctbIdx)
                   MOVE contribId to ctbEmpId(ctbIdx)
                   MOVE campanaCorrida to ctbCampana(ctbIdx)
                   MOVE ZEROS to ctbTotal(ctbIdx)
               ELSE
                   MOVE"N" to contribValido
           END-IF.

       buscarContribTabla.
           IF ctbNombre(ctbIdx) = contribuyente AND
               ctbCampana(ctbIdx) = campanaCorrida
               MOVE"S" to contribHallado
               SUBTRACT 1 from ctbIdx
           END-IF.
           DISPLAY"Aporte rechazado (",motivoContrib,"): ",
               contribuyente.

      * Los companeros de cada campana se agregan al final del
      * roster de la sesion, marcados con su campana.
       construirRoster.
           IF benefCampana NOT = SPACES
               IF cant < 99
                   ADD 1 to cant
                   MOVE benefCampana to rosterNombre(cant)
                   MOVE benefCampId to rosterEmpId(cant)
                   MOVE c to rosterCamp(cant)
                   PERFORM ubicarDeptoBenef
               ELSE
                   DISPLAY"Roster lleno, no entra el beneficiario ",
                       benefCampana
               END-IF
           ELSE
               IF campanaCorrida(1:1) = "A"
                   PERFORM rosterAniversarios
               ELSE
                   PERFORM rosterCumpleanos
               END-IF
           END-IF.

      * El departamento del beneficiario de una campana sale del
      * padron cargado (si esta de baja o es de afuera queda sin
      * departamento) y solo sirve para los subtotales del reporte.
       ubicarDeptoBenef.
           MOVE SPACES to rosterDepto(cant)
           MOVE"N" to contribHallado
           PERFORM buscarDeptoBenef VARYING e2 FROM 1 BY 1
               UNTIL e2 > cantEmpleados OR contribHallado = "S".

       buscarDeptoBenef.
           IF empIdTab(e2) = benefCampId AND benefCampId NOT = 0
               MOVE"S" to contribHallado
               MOVE empDepTab(e2) to rosterDepto(cant)
           END-IF.

      * En la ronda de un departamento solo entran los empleados
      * de ese departamento; en la de toda la empresa no entran los
      * de los departamentos que corrieron su propia ronda.
       rosterCumpleanos.
           OPEN INPUT empMastFile
           IF empMastEstado NOT = "35"
               PERFORM leerEmpleado
               PERFORM UNTIL empMastEstado = "10"
                   IF empNacFecha(5:2) = mesActual AND NOT empInactivo
                       AND (deptoRonda = SPACES OR
                           empDepto = deptoRonda)
                       MOVE empDepto to deptoBusca
                       PERFORM ubicarDeptoConRonda
                       IF deptoConRonda NOT = "S"
                           PERFORM evaluarCandidato
                       END-IF
                   END-IF
                   PERFORM leerEmpleado
               END-PERFORM
               PERFORM UNTIL empMastEstado = "10"
                   IF empIngFecha IS NUMERIC AND
                       empIngFecha NOT = ZEROS AND
                       NOT empInactivo AND
                       (deptoRonda = SPACES OR empDepto = deptoRonda)
                       MOVE empDepto to deptoBusca
                       PERFORM ubicarDeptoConRonda
                       IF empIngFecha(5:2) = mesActual AND
                           deptoConRonda NOT = "S"
                           PERFORM evaluarHito
                       END-IF
                   END-IF
               DISPLAY"Registro de EMPLOYEE-MASTER sin nombre, se omite"
           END-IF
           IF nombreValido = "S"
               PERFORM buscarDuplicado VARYING j FROM rosterDesde BY 1
                   UNTIL j > cant
           END-IF
           IF nombreValido = "S" AND cant NOT < 99
               ADD 1 to cant
               MOVE empNombre to rosterNombre(cant)
               MOVE empId to rosterEmpId(cant)
               MOVE c to rosterCamp(cant)
               MOVE empDepto to rosterDepto(cant)
           ELSE
               PERFORM grabarRechazoRoster
           END-IF.
       datos.
           MOVE rosterNombre(i) to nombre
           MOVE rosterEmpId(i) to benefIdActual
           MOVE rosterCamp(i) to c
           PERFORM fijarCampana
           MOVE ZEROS to contAportes
           DISPLAY"Companero del mes ",i, " - ",nombre,
               " campana ",campanaCorrida.

       ingreso.
           DISPLAY"Para companero ",i, " - ",nombre

       cicloIndiv.
           PERFORM validar UNTIL plata > 0 AND plata NOT > montoMaximo
           PERFORM elegirDestino
           PERFORM validarContribuyente
           IF contribValido = "S"
               ADD plata to rosterTotal(destino)
               ADD plata to ctbTotal(ctbIdx)
               PERFORM grabarAporte
               PERFORM guardarAporteLista
           END-IF
           PERFORM ingreso.

      * Cada aporte va por defecto a la campana del companero en
      * curso; el operador puede mandarlo a otra campana de la
      * sesion (o sumar una nueva) sin cortar la ronda, para quien
      * pone plata en varios sobres en la misma mesa.
       elegirDestino.
           MOVE"N" to destinoValido
           PERFORM pedirDestino UNTIL destinoValido = "S"
           MOVE rosterCamp(destino) to c
           PERFORM fijarCampana.

       pedirDestino.
           MOVE i to destino
           MOVE rosterCamp(i) to c
           MOVE"S" to destinoValido
           DISPLAY"Campana del aporte (Enter = ",sesCampana(c),")"
           MOVE SPACES to campanaPedida
           ACCEPT campanaPedida
           IF campanaPedida NOT = SPACES AND
               campanaPedida NOT = sesCampana(c)
               PERFORM ubicarCampanaSesion
               IF campanaHallada NOT = "S"
                   PERFORM agregarCampana
                   IF campanaAceptada = "S"
                       COMPUTE ultimoHecho = i - 1
                       PERFORM grabarCheckpoint
                   ELSE
                       MOVE"N" to destinoValido
                   END-IF
               END-IF
               IF destinoValido = "S"
                   PERFORM elegirCompaneroCampana
               END-IF
           END-IF.

       elegirCompaneroCampana.
           MOVE ZEROS to cantCampana destino
           PERFORM contarRosterCampana VARYING r FROM 1 BY 1
               UNTIL r > cant
           IF cantCampana = 0
               DISPLAY"La campana ",sesCampana(c)," no tiene",
                   " companeros en el roster"
               MOVE"N" to destinoValido
           ELSE
               IF cantCampana > 1
                   PERFORM listarRosterCampana VARYING r FROM 1 BY 1
                       UNTIL r > cant
                   DISPLAY"Numero de companero del aporte"
                   ACCEPT destino
                   IF destino = 0 OR destino > cant
                       DISPLAY"Ese numero no esta en el roster"
                       MOVE"N" to destinoValido
                   ELSE
                       IF rosterCamp(destino) NOT = c
                           DISPLAY"Ese companero no es de la",
                               " campana ",sesCampana(c)
                           MOVE"N" to destinoValido
                       END-IF
                   END-IF
               END-IF
           END-IF.

       contarRosterCampana.
           IF rosterCamp(r) = c
               ADD 1 to cantCampana
               MOVE r to destino
           END-IF.

       listarRosterCampana.
           IF rosterCamp(r) = c
               DISPLAY r," - ",rosterNombre(r)
           END-IF.

       grabarAporte.
           PERFORM tomarNumeroRecibo
           ACCEPT aporteFecha FROM DATE YYYYMMDD
           MOVE rosterNombre(destino) to aporteNombre
           MOVE rosterEmpId(destino) to aporteEmpId
           MOVE contribuyente to aporteContribuyente
           MOVE contribId to aporteContribId
           MOVE plata to aporteMonto
           SET aporteEsAlta to TRUE
           MOVE campanaCorrida to aporteCampana
           MOVE numRecibo to aporteRecibo
           SET aporteCanalCaja to TRUE
           MOVE sesionOrigen to aporteOrigen
           WRITE aporteRec
           PERFORM indexarAporte
           PERFORM grabarRecibo
           DISPLAY"Recibo numero ",numRecibo," para ",contribuyente,
               " (",campanaCorrida,")".

       tomarNumeroRecibo.
           MOVE 1 to numRecibo
           MOVE aporteFecha to rcbFecha
           MOVE contribuyente to rcbContribuyente
           MOVE contribId to rcbContribId
           MOVE rosterNombre(destino) to rcbNombre
           MOVE campanaCorrida to rcbCampana
           MOVE plata to rcbMonto
           MOVE"E" to rcbCanal
           MOVE sesionOrigen to rcbOrigen
           WRITE rcbRec
           CLOSE reciboFile.

       guardarAporteLista.
           IF contAportes < 50
               ADD 1 to contAportes
               MOVE destino to acDestino(contAportes)
               MOVE plata to acMonto(contAportes)
               MOVE contribuyente to acContrib(contAportes)
               MOVE contribId to acContribId(contAportes)

       listarAportes.
           MOVE acMonto(k) to montoEdit
           MOVE acDestino(k) to r
           MOVE rosterCamp(r) to cLista
           IF acRevertido(k) = "S"
               DISPLAY k," - ",acContrib(k)," $ ",montoEdit,
                   " RECIBO ",acRecibo(k)," ",sesCampana(cLista),
                   " (REVERTIDO)"
           ELSE
               DISPLAY k," - ",acContrib(k)," $ ",montoEdit,
                   " RECIBO ",acRecibo(k)," ",sesCampana(cLista)
           END-IF.

       revertirAporte.
           MOVE acDestino(indiceCorregir) to destino
           MOVE rosterCamp(destino) to c
           PERFORM fijarCampana
           SUBTRACT acMonto(indiceCorregir) from rosterTotal(destino)
           MOVE acContrib(indiceCorregir) to contribuyente
           MOVE acContribId(indiceCorregir) to contribId
           PERFORM ubicarContribTotal
           IF ctbNombre(ctbIdx) = contribuyente
               SUBTRACT acMonto(indiceCorregir) from ctbTotal(ctbIdx)
           END-IF
           MOVE rosterNombre(destino) to aporteNombre
           MOVE rosterEmpId(destino) to aporteEmpId
           MOVE acContrib(indiceCorregir) to aporteContribuyente
           MOVE acContribId(indiceCorregir) to aporteContribId
           MOVE acMonto(indiceCorregir) to aporteMonto
           SET aporteEsReverso to TRUE
           MOVE campanaCorrida to aporteCampana
           MOVE acRecibo(indiceCorregir) to aporteRecibo
           SET aporteCanalCaja to TRUE
           MOVE sesionOrigen to aporteOrigen
           WRITE aporteRec
           PERFORM indexarAporte
           MOVE"S" to acRevertido(indiceCorregir)
           DISPLAY"Aporte revertido del acumulado de ",
               rosterNombre(destino).

       FinCicloIndiv.
           MOVE rosterTotal(i) to montoEdit
           DISPLAY"Total juntado para ",nombre, "es de ",
           montoEdit, " pesos"
           COMPUTE ytdMostrar = rosterYtd(i) + rosterTotal(i)
           MOVE ytdMostrar to montoEdit
           DISPLAY"Acumulado en el anio para ",nombre, " es de ",
           montoEdit, " pesos"
           MOVE i to ultimoHecho
           PERFORM grabarCheckpoint.

       grabarCheckpoint.
           MOVE ultimoHecho to chkUltimoI
           MOVE cantCamp to chkCantCamp
           MOVE deptoRonda to chkDepto
           PERFORM copiarCampana VARYING k FROM 1 BY 1
               UNTIL k > cantCamp
           PERFORM copiarRosterTotal VARYING k FROM 1 BY 1
               UNTIL k > cant
           MOVE cantContrib to chkCantContrib
           PERFORM copiarContribTotal VARYING ctbIdx FROM 1 BY 1
               UNTIL ctbIdx > cantContrib
           WRITE chkRec
           CLOSE checkFile.

       copiarCampana.
           MOVE sesCampana(k) to chkSesCampana(k).

       copiarRosterTotal.
           MOVE rosterTotal(k) to chkRosterTotal(k).

       copiarContribTotal.
           MOVE ctbNombre(ctbIdx) to chkCtbNombre(ctbIdx)
           MOVE ctbEmpId(ctbIdx) to chkCtbEmpId(ctbIdx)
           MOVE ctbCampana(ctbIdx) to chkCtbCampana(ctbIdx)
           MOVE ctbTotal(ctbIdx) to chkCtbTotal(ctbIdx).

      * Cada campana de la sesion cierra por separado: su total, su
      * ganador, su extracto GL, su seccion del reporte y su RUNCTL.
       finCicloGen.
           MOVE ZEROS to acuSesion
           OPEN OUTPUT reporteFile
           PERFORM imprimirEncabezado
           PERFORM cerrarCampana VARYING c FROM 1 BY 1
               UNTIL c > cantCamp
           PERFORM imprimirPie
           CLOSE reporteFile
           PERFORM actualizarYtd
           PERFORM limpiarCheckpoint.

       cerrarCampana.
           PERFORM fijarCampana
           MOVE ZEROS to acuMontoGen monMayRec nombMayRecId
               cantCampana
           MOVE SPACES to nombMayRec
           PERFORM mayorRec VARYING i FROM 1 BY 1 UNTIL i > cant
           ADD acuMontoGen to acuSesion
           MOVE acuMontoGen to montoEdit
           DISPLAY"El total recaudado para la campana ",
           campanaCorrida," es de",montoEdit, " pesos".
           MOVE monMayRec to montoEdit
           DISPLAY "El companero que recaudo mas dinero es: "
           nombMayRec " con un total de : $" montoEdit.
           PERFORM reconciliarPresupuesto
           PERFORM imprimirSeccion
           PERFORM generarExtractoGL
           IF cantCampana > 0
               PERFORM actualizarLideres
           END-IF
           PERFORM cerrarRunControl.

       generarExtractoGL.
               COMPUTE diferencia = montoObjetivo - disponible
               MOVE diferencia to montoEdit
               DISPLAY"Falta para el objetivo: ", montoEdit, " pesos"
               IF cantCampana > 0
                   DIVIDE diferencia BY cantCampana
                       GIVING topeCabeza ROUNDED
                   MOVE topeCabeza to montoEdit
                   DISPLAY"Equivale a ", montoEdit,
                       " pesos mas por companero"
           END-IF.

       limpiarCheckpoint.
           MOVE ZEROS to chkUltimoI chkCantCamp chkCantContrib
           MOVE SPACES to chkDepto
           OPEN OUTPUT checkFile
           WRITE chkRec
           CLOSE checkFile.
               END-READ
           END-IF.

       imprimirEncabezado.
           MOVE SPACES to repLinea
           STRING"REPORTE DE RECAUDACION - MES: " mesActual
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           IF deptoRonda = SPACES
               MOVE"RONDA DE TODA LA EMPRESA" to repLinea
           ELSE
               STRING"RONDA DEL DEPARTAMENTO " deptoRonda " "
                   deptoRondaNom
                   DELIMITED BY SIZE INTO repLinea
           END-IF
           WRITE repLinea.

       imprimirSeccion.
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           IF benefCampana = SPACES
               STRING"CAMPANA: " campanaCorrida
                   " (CUMPLEANOS DEL MES)"
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE"COMPANERO                         TOTAL" to repLinea
           WRITE repLinea
           PERFORM imprimirDetalle VARYING i FROM 1 BY 1 UNTIL i > cant
           PERFORM imprimirSubtotalesDepto
           MOVE acuMontoGen to montoEdit
           MOVE SPACES to repLinea
           STRING"TOTAL CAMPANA " campanaCorrida ": " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       imprimirDetalle.
           IF rosterCamp(i) = c
               MOVE SPACES to repLinea
               MOVE rosterTotal(i) to montoEdit
               STRING rosterNombre(i) "   " montoEdit
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

      * Subtotales de la campana por departamento del companero
      * celebrado, en el orden en que aparecen en el roster.
       imprimirSubtotalesDepto.
           MOVE ZEROS to cantSubDep
           PERFORM acumularSubtotalDepto VARYING i FROM 1 BY 1
               UNTIL i > cant
           PERFORM imprimirSubtotalDepto VARYING s2 FROM 1 BY 1
               UNTIL s2 > cantSubDep.

       acumularSubtotalDepto.
           IF rosterCamp(i) = c
               MOVE"N" to subDepHallado
               PERFORM buscarSubtotalDepto VARYING s2 FROM 1 BY 1
                   UNTIL s2 > cantSubDep OR subDepHallado = "S"
               IF subDepHallado NOT = "S" AND cantSubDep < 50
                   ADD 1 to cantSubDep
                   MOVE cantSubDep to s2
                   MOVE rosterDepto(i) to sdpDepto(s2)
                   MOVE ZEROS to sdpCant(s2) sdpTotal(s2)
                   MOVE"S" to subDepHallado
               END-IF
               IF subDepHallado = "S"
                   ADD 1 to sdpCant(s2)
                   ADD rosterTotal(i) to sdpTotal(s2)
               END-IF
           END-IF.

       buscarSubtotalDepto.
           IF sdpDepto(s2) = rosterDepto(i)
               MOVE"S" to subDepHallado
               SUBTRACT 1 from s2
           END-IF.

       imprimirSubtotalDepto.
           IF sdpDepto(s2) = SPACES
               MOVE"SIN DEPTO" to deptoEdit
           ELSE
               MOVE sdpDepto(s2) to deptoEdit
           END-IF
           MOVE sdpTotal(s2) to montoEdit
           MOVE SPACES to repLinea
           STRING"  SUBTOTAL DEPTO " deptoEdit " COMPANEROS "
               sdpCant(s2) " " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       imprimirPie.
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE acuSesion to totalEdit
           STRING"TOTAL RECAUDADO: " totalEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

           WRITE audRec.

       mayorRec.
           IF rosterCamp(i) = c
               ADD 1 to cantCampana
               ADD rosterTotal(i) to acuMontoGen
               if rosterTotal(i) > monMayRec
                   MOVE rosterTotal(i) to monMayRec
                   MOVE rosterNombre(i) to nombMayRec
                   MOVE rosterEmpId(i) to nombMayRecId
               END-IF
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

       END PROGRAM dinero.
