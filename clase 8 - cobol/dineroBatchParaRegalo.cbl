      *          exportado de la planilla, ya validado por editaBatch)
      *          y corre la misma logica de acumulacion de
      *          cicloGen/cicloIndiv sin intervencion manual.
      *          Un mismo lote puede traer aportes para varias
      *          campanas (batCampana en cada detalle; en blanco va
      *          a la campana del mes de PARAMS).  Antes de asentar
      *          nada se recorre el lote entero y se valida cada
      *          campana (las implicitas tienen que ser del mes, y
      *          ninguna puede figurar ya asentada en LOTEREG con el
      *          mismo id de lote); recien con todas validadas se
      *          abre el RUNCTL de cada una; al final cada campana
      *          cierra por separado su RUNCTL, su extracto GLEXTR,
      *          su seccion del REPRECAU, su ganador en LIDERES y su
      *          propia entrada en LOTEREG.  El tope por
      *          contribuyente se controla dentro de cada campana.
      *          La cabecera del lote puede traer un departamento del
      *          maestro DEPTOS: entonces es la ronda de ese
      *          departamento, con su propia clave en RUNCTL, su
      *          extracto GLEXTR al centro de costo del departamento
      *          y solo companeros del departamento en las campanas
      *          de cumpleanos y aniversarios (los de afuera se
      *          rechazan como FUERA DEL DEPTO); las campanas del
      *          maestro CAMPANAS son de toda la empresa y cortan el
      *          lote de un departamento.  LOTEREG guarda el
      *          departamento del lote.  El REPRECAU lleva
      *          subtotales por departamento dentro de cada campana.
      *          Cada companero entra en una sola ronda del mes: en
      *          el lote de toda la empresa se rechazan como DEPTO
      *          CON RONDA los companeros de los departamentos que ya
      *          corrieron la suya para la campana, y el lote de un
      *          departamento se corta si la ronda de toda la
      *          empresa ya figura en RUNCTL.
      *          Cada aporte y su recibo salen con canal lote ("L")
      *          y el id del lote de LOTEREG como referencia de
      *          origen.
      *          Cada aporte entra tambien al indice del ledger
      *          APORIDX (ver indexaAportes).
      *          Corre desatendida, sin ingreso de operador: volver a
      *          correr un mes ya cerrado en RUNCTL necesita la
      *          autorizacion que el supervisor deja antes en
      *          REPROAUT con autorizaReproceso; se usa una sola vez
      *          y queda en ACCESOS firmada por LOTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS prefEmpId
               FILE STATUS IS prefEstado.

           SELECT deptoFile ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dptCodigo
               FILE STATUS IS deptoEstado.

           SELECT recNumFile ASSIGN TO "RECNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recNumEstado.
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

           SELECT autFile ASSIGN TO "REPROAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS autClave
               FILE STATUS IS autArchEstado.

           SELECT accesoFile ASSIGN TO "ACCESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS accesoEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  batchFile.
           05  regFecha    PIC 9(08).
           05  regMes      PIC 9(06).
           05  regCampana  PIC X(08).
           05  regDepto    PIC X(04).

       FD  prefFile.
           COPY "PREFEREN.cpy".

       FD  deptoFile.
           COPY "DEPTOS.cpy".

       FD  recNumFile.
       01  rnuRec.
           05  rnuProximo   PIC 9(08).
       FD  reciboFile.
           COPY "RECIBO.cpy".

       FD  aporIdxFile.
           COPY "APORIDX.cpy".

       FD  idxNumFile.
       01  inuRec.
           05  inuProximo   PIC 9(09).

       FD  autFile.
           COPY "REPROAUT.cpy".

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
       01  auditEstado   PIC X(2).
       01  reporteEstado PIC X(2).
       01  ytdEstado     PIC X(2).
       01  glNumEstado   PIC X(2).
       01  refGl         PIC 9(6).
       01  centroCosto   PIC X(10).
       01  deptoEstado   PIC X(2).
       01  deptoRonda    PIC X(4).
       01  deptoRondaNom PIC X(20).
       01  benefDeptoActual PIC X(4).
       01  deptoEdit     PIC X(9).
       01  cantSubDep    PIC 9(2).
       01  s2            PIC 9(2).
       01  subDepHallado PIC X(1).
       01  subtotalesDepto.
           05  sdpDepto  OCCURS 50 TIMES PIC X(4).
           05  sdpCant   OCCURS 50 TIMES PIC 9(3).
           05  sdpTotal  OCCURS 50 TIMES PIC 9(7)V99.
       01  motivoSalto   PIC X(20).
       01  runCtlEstado  PIC X(2).
       01  mesCorrida    PIC 9(6).
       01  paramEstado   PIC X(2).
       01  paramHallado  PIC X(1).
       01  paramValido   PIC X(1).
       01  autArchEstado PIC X(2).
       01  accesoEstado  PIC X(2).
       01  reprocesoAut  PIC X(1).
       01  maxEdit       PIC Z(4)9.99.
       01  objEdit       PIC Z(5)9.99.
       01  campEstado    PIC X(2).
       01  contribHallado PIC X(1).
       01  motivoContrib PIC X(20).
       01  e2            PIC 9(4).
       01  dr            PIC 9(2).
       01  cantDepRonda  PIC 9(2).
       01  deptoBusca    PIC X(4).
       01  deptoConRonda PIC X(1).
       01  deptosConRonda.
           05  dcrCampana OCCURS 50 TIMES PIC X(8).
           05  dcrDepto   OCCURS 50 TIMES PIC X(4).
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
       01  cantCamp      PIC 9(2).
       01  cantCampana   PIC 9(2).
       01  campanaMes    PIC X(8).
       01  campanaDetalle PIC X(8).
       01  objetivoMes   PIC 9(6)V99.
       01  campanaHallada PIC X(1).
       01  acuSesion     PIC 9(7)V99.
       01  totalEdit     PIC Z(7)9.99.
       01  lr            PIC 9(2).
       01  cantAsentadas PIC 9(2).
       01  campanaAsentada PIC X(1).
       01  campanasAsentadas.
           05  lrgCampana   OCCURS 20 TIMES PIC X(8).
           05  lrgFecha     OCCURS 20 TIMES PIC 9(8).
       01  sesionCampanas.
           05  sesCampana   OCCURS 10 TIMES PIC X(8).
           05  sesTipo      OCCURS 10 TIMES PIC X(10).
           05  sesBenef     OCCURS 10 TIMES PIC X(15).
           05  sesBenefId   OCCURS 10 TIMES PIC 9(5).
           05  sesObjetivo  OCCURS 10 TIMES PIC 9(6)V99.
       01  roster.
           05  rosterCamp   OCCURS 99 TIMES PIC 9(2).
           05  rosterNombre OCCURS 99 TIMES PIC X(15).
           05  rosterEmpId  OCCURS 99 TIMES PIC 9(5).
           05  rosterTotal  OCCURS 99 TIMES PIC 9(5)V99.
           05  rosterYtd    OCCURS 99 TIMES PIC 9(7)V99.
           05  rosterDepto  OCCURS 99 TIMES PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM inicio
            MOVE ZEROS to i
            PERFORM reabrirLote
            PERFORM leerBatch
            PERFORM UNTIL batEstado = "10" OR batEsCola
                PERFORM evaluarGrupo
           PERFORM controlarLote
           PERFORM cargarContribuyentes
           PERFORM cargarPreferencias
           PERFORM reconocerCampanas.

      * Primera pasada por el lote: cada campana que aparece en los
      * detalles se valida antes de asentar nada, asi una campana
      * cerrada, inexistente o ya asentada corta el lote entero
      * igual que cuando el lote era de una sola campana.  Recien con
      * todas validadas se abre el RUNCTL de cada una y se gastan las
      * autorizaciones de reproceso, asi un corte en una campana de
      * mas abajo no deja corridas abiertas ni autorizaciones usadas.
       reconocerCampanas.
           MOVE ZEROS to cantCamp cantDepRonda
           PERFORM leerBatch
           PERFORM UNTIL batEstado = "10" OR batEsCola
               IF batEsDetalle
                   PERFORM ubicarCampanaSesion
                   IF campanaHallada NOT = "S"
                       PERFORM agregarCampana
                   END-IF
               END-IF
               PERFORM leerBatch
           END-PERFORM
           IF cantCamp = 0
               MOVE campanaMes to campanaDetalle
               PERFORM agregarCampana
           END-IF
           DISPLAY"Campanas en el lote: ",cantCamp
           PERFORM abrirCorridaCampana VARYING c FROM 1 BY 1
               UNTIL c > cantCamp.

       abrirCorridaCampana.
           PERFORM fijarCampana
           PERFORM verificarRunControl.

       reabrirLote.
           CLOSE batchFile
           OPEN INPUT batchFile
           PERFORM leerBatch.

       ubicarCampanaSesion.
           MOVE"N" to campanaHallada
           PERFORM buscarCampanaSesion VARYING c FROM 1 BY 1
               UNTIL c > cantCamp OR campanaHallada = "S".

       buscarCampanaSesion.
           IF sesCampana(c) = campanaDetalle
               MOVE"S" to campanaHallada
               SUBTRACT 1 from c
           END-IF.

       agregarCampana.
           IF cantCamp NOT < 10
               DISPLAY"El lote trae mas de diez campanas, corrida",
                   " cancelada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE campanaDetalle to campanaCorrida
           MOVE SPACES to tipoCampana benefCampana
           MOVE ZEROS to benefCampId
           MOVE objetivoMes to montoObjetivo
           IF (campanaCorrida(1:1) = "C" OR campanaCorrida(1:1) = "A")
               AND campanaCorrida(2:6) IS NUMERIC
               IF campanaCorrida(2:6) NOT = mesCorrida
                   DISPLAY"El lote trae la campana implicita ",
                       campanaCorrida,"; solo se recauda la del mes ",
                       mesCorrida,", corrida cancelada"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY"Campana implicita ",campanaCorrida
           ELSE
               IF deptoRonda NOT = SPACES
                   DISPLAY"El lote del departamento ",deptoRonda,
                       " trae la campana ",campanaCorrida,", que es",
                       " de toda la empresa; corrida cancelada"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM cargarCampana
           END-IF
           ADD 1 to cantCamp
           MOVE campanaCorrida to sesCampana(cantCamp)
           MOVE tipoCampana to sesTipo(cantCamp)
           MOVE benefCampana to sesBenef(cantCamp)
           MOVE benefCampId to sesBenefId(cantCamp)
           MOVE montoObjetivo to sesObjetivo(cantCamp)
           PERFORM controlarCampanaAsentada
           PERFORM controlarRunControl.

      * LOTEREG lleva una entrada por campana del lote: el lote se
      * corta si alguna de sus campanas ya figura asentada con este
      * mismo id de lote.
       controlarCampanaAsentada.
           MOVE"N" to campanaAsentada
           PERFORM buscarCampanaAsentada VARYING lr FROM 1 BY 1
               UNTIL lr > cantAsentadas OR campanaAsentada = "S"
           IF campanaAsentada = "S"
               DISPLAY"El lote ",loteCorrida," ya fue asentado el ",
                   lrgFecha(lr)," para ",campanaCorrida,
                   ", corrida cancelada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       buscarCampanaAsentada.
           IF lrgCampana(lr) = campanaCorrida
               MOVE"S" to campanaAsentada
               SUBTRACT 1 from lr
           END-IF.

       fijarCampana.
           MOVE sesCampana(c) to campanaCorrida
           MOVE sesTipo(c) to tipoCampana
           MOVE sesBenef(c) to benefCampana
           MOVE sesBenefId(c) to benefCampId
           MOVE sesObjetivo(c) to montoObjetivo.

       cargarPreferencias.
           MOVE ZEROS to cantPrefs
           OPEN INPUT prefFile
           END-IF.

      * BATOK arranca con la cabecera del lote que armo editaBatch.
      * Se anotan las campanas que este lote ya tiene asentadas en
      * LOTEREG; controlarCampanaAsentada corta el lote si vuelve a
      * traer alguna, y no se postea nada dos veces.  Una entrada
      * vieja sin campana cubre el lote entero.
       controlarLote.
           PERFORM leerBatch
           IF batEstado = "10" OR NOT batEsCabecera
           END-IF
           MOVE batLoteId to loteCorrida
           DISPLAY"Lote ",loteCorrida," creado el ",batLoteFecha
           MOVE batLoteDepto to deptoRonda
           PERFORM controlarDepartamento
           MOVE ZEROS to cantAsentadas
           OPEN INPUT loteRegFile
           IF loteRegEstado NOT = "35"
               PERFORM leerLoteReg
               PERFORM UNTIL loteRegEstado = "10"
                   IF regLoteId = loteCorrida
                       PERFORM anotarCampanaAsentada
                   END-IF
                   PERFORM leerLoteReg
               END-PERFORM
               CLOSE loteRegFile
           END-IF.

      * El lote de un departamento es la ronda de ese departamento:
      * el centro de costo del extracto GL sale del maestro DEPTOS
      * y no del PARAMS del mes.
       controlarDepartamento.
           MOVE SPACES to deptoRondaNom
           IF deptoRonda NOT = SPACES
               OPEN INPUT deptoFile
               IF deptoEstado NOT = "00"
                   DISPLAY"El lote es del departamento ",deptoRonda,
                       " y no existe el maestro DEPTOS; corrida",
                       " cancelada"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
               MOVE deptoRonda to dptCodigo
               READ deptoFile
                   INVALID KEY
                       DISPLAY"No existe el departamento ",
                           deptoRonda," del lote; corrida cancelada"
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

       anotarCampanaAsentada.
           IF regCampana = SPACES OR cantAsentadas NOT < 20
               DISPLAY"El lote ",loteCorrida," ya fue",
                   " asentado el ",regFecha,", corrida cancelada"
               CLOSE loteRegFile
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 to cantAsentadas
           MOVE regCampana to lrgCampana(cantAsentadas)
           MOVE regFecha to lrgFecha(cantAsentadas).

       leerLoteReg.
           READ loteRegFile
               AT END MOVE "10" to loteRegEstado
           END-READ.

      * Una entrada por campana del lote: la reversa de una campana
      * libera solo la suya y el lote sigue figurando asentado por
      * las demas.
       registrarLote.
           OPEN EXTEND loteRegFile
           IF loteRegEstado = "35"
               OPEN OUTPUT loteRegFile
           END-IF
           PERFORM grabarLoteReg VARYING c FROM 1 BY 1
               UNTIL c > cantCamp
           CLOSE loteRegFile
           DISPLAY"Lote ",loteCorrida," asentado en el registro",
               " LOTEREG".

       grabarLoteReg.
           MOVE loteCorrida to regLoteId
           MOVE fechaHoy to regFecha
           MOVE mesCorrida to regMes
           MOVE sesCampana(c) to regCampana
           MOVE deptoRonda to regDepto
           WRITE regRec.

       cargarContribuyentes.
           MOVE ZEROS to cantEmpleados cantContrib
           OPEN INPUT empMastFile
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
                   MOVE"S" to paramHallado
                   MOVE parMontoMaximo to montoMaximo
                   MOVE parMontoObjetivo to montoObjetivo
                   MOVE parMontoObjetivo to objetivoMes
                   MOVE parCentroCosto to centroCosto
                   MOVE parCampana to campanaCorrida
                   MOVE parTopeContrib to topeContrib
                   MOVE parModoRoster to modoRoster
           DISPLAY"Parametros del mes ",mesCorrida,": maximo ",
               maxEdit," objetivo ",objEdit," centro ",centroCosto.

      * La campana de PARAMS (o la implicita del mes) es la que toma
      * el detalle del lote que viene sin campana; cada campana se
      * valida recien cuando aparece en el lote.
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
           CLOSE campFile.

       controlarCampana.
           IF NOT camAbierta OR fechaHoy < camFechaAbre OR
               fechaHoy > camFechaCierra
               DISPLAY"La campana ",campanaCorrida,
                   " esta cerrada o fuera de fechas"
           PERFORM abrirRunControl
           MOVE mesCorrida to runMes
           MOVE campanaCorrida to runCampana
           MOVE deptoRonda to runDepto
           READ runCtlFile
               INVALID KEY
                   PERFORM estamparInicio
           END-READ
           CLOSE runCtlFile.

      * En la primera pasada solo se mira RUNCTL y REPROAUT, sin
      * escribir nada: un mes cerrado sin autorizacion pendiente
      * corta el lote antes de tocar ninguna corrida.
       controlarRunControl.
           OPEN INPUT runCtlFile
           IF runCtlEstado = "00"
               IF deptoRonda = SPACES
                   PERFORM buscarRondaDepto VARYING e2 FROM 1 BY 1
                       UNTIL e2 > cantEmpleados
               END-IF
               MOVE mesCorrida to runMes
               MOVE campanaCorrida to runCampana
               MOVE deptoRonda to runDepto
               READ runCtlFile
                   INVALID KEY
                       PERFORM controlarRondaEmpresa
                   NOT INVALID KEY
                       IF runCerrada
                           PERFORM consultarAutorizacion
                       END-IF
               END-READ
               CLOSE runCtlFile
           END-IF.

      * Cada companero entra en una sola ronda del mes.  El lote de
      * toda la empresa anota los departamentos que ya corrieron su
      * ronda de la campana, y evaluarGrupo rechaza a sus
      * companeros; la ronda nueva de un departamento se corta si la
      * de toda la empresa ya figura en RUNCTL (la que ya tenia su
      * entrada, porque es anterior, se puede reprocesar).
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
           IF cantDepRonda NOT < 50
               DISPLAY"Demasiados departamentos con ronda propia en",
                   " la campana ",campanaCorrida,", corrida cancelada"
               CLOSE runCtlFile
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 to cantDepRonda
           MOVE campanaCorrida to dcrCampana(cantDepRonda)
           MOVE deptoBusca to dcrDepto(cantDepRonda)
           DISPLAY"El departamento ",deptoBusca," ya corrio su propia",
               " ronda de ",campanaCorrida,"; sus companeros quedan",
               " afuera de este lote".

       ubicarDeptoConRonda.
           MOVE"N" to deptoConRonda
           PERFORM buscarDeptoConRonda VARYING dr FROM 1 BY 1
               UNTIL dr > cantDepRonda OR deptoConRonda = "S".

       buscarDeptoConRonda.
           IF dcrCampana(dr) = campanaCorrida AND
               dcrDepto(dr) = deptoBusca
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
                           " lote del departamento ",deptoRonda,
                           " no corre, corrida cancelada"
                       CLOSE runCtlFile
                       MOVE 8 to RETURN-CODE
                       STOP RUN
               END-READ
           END-IF.

       consultarAutorizacion.
           MOVE"N" to reprocesoAut
           OPEN INPUT autFile
           IF autArchEstado = "00"
               MOVE runClave to autClave
               READ autFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF autPendiente
                           MOVE"S" to reprocesoAut
                       END-IF
               END-READ
               CLOSE autFile
           END-IF
           IF reprocesoAut NOT = "S"
               DISPLAY"El mes ",runMes," de la campana ",runCampana,
                   " ya fue recaudado y cerrado por ",runPrograma,
                   " el ",runFinFec
               DISPLAY"Corrida cancelada, el mes queda cerrado;",
                   " pida al supervisor autorizar el reproceso",
                   " con autorizaReproceso"
               CLOSE runCtlFile
               MOVE 8 to RETURN-CODE
               STOP RUN
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
               PERFORM usarAutorizacion
               IF reprocesoAut NOT = "S"
                   DISPLAY"Corrida cancelada, el mes queda cerrado;",
                       " pida al supervisor autorizar el reproceso",
                       " con autorizaReproceso"
                   CLOSE runCtlFile
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY"Reproceso autorizado por el supervisor ",
                   autSupervisor," para el mes ",runMes
           ELSE
               DISPLAY"Atencion: el mes ",runMes," figura abierto",
                   " por ",runPrograma,", se retoma la corrida"
           PERFORM estamparInicio
           REWRITE runRec.

      * La corrida desatendida no puede pedir la firma del
      * supervisor: usa la autorizacion que el supervisor dejo en
      * REPROAUT para esta misma clave de RUNCTL, y la marca usada.
       usarAutorizacion.
           MOVE"N" to reprocesoAut
           OPEN I-O autFile
           IF autArchEstado = "00"
               MOVE runClave to autClave
               READ autFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF autPendiente
                           MOVE"S" to reprocesoAut
                           MOVE"U" to autEstado
                           MOVE fechaHoy to autUsoFecha
                           REWRITE autRec
                       END-IF
               END-READ
               CLOSE autFile
           END-IF
           IF reprocesoAut = "S"
               PERFORM registrarAutorizacion
           END-IF.

       registrarAutorizacion.
           OPEN EXTEND accesoFile
           IF accesoEstado = "35"
               OPEN OUTPUT accesoFile
           END-IF
           MOVE fechaHoy to accFecha
           ACCEPT horaCompleta FROM TIME
           MOVE horaCompleta(1:6) to accHora
           MOVE"dineroBatch" to accPrograma
           MOVE"LOTE" to accOperador
           MOVE"AUTORIZA" to accEvento
           MOVE autSupervisor to accSupervisor
           MOVE SPACES to accDetalle
           STRING"REPROCESO " runMes " " runCampana " " runDepto
               DELIMITED BY SIZE INTO accDetalle
           WRITE accRec
           CLOSE accesoFile.

       estamparInicio.
           MOVE mesCorrida to runMes
           MOVE campanaCorrida to runCampana
           MOVE deptoRonda to runDepto
           MOVE"A" to runEstado
           MOVE"dineroBatch" to runPrograma
           MOVE fechaHoy to runInicioFec
           OPEN I-O runCtlFile
           MOVE mesCorrida to runMes
           MOVE campanaCorrida to runCampana
           MOVE deptoRonda to runDepto
           READ runCtlFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
           CLOSE runCtlFile.

       abrirArchivos.
           PERFORM abrirIndice
           OPEN EXTEND aportesFile
           IF aportesEstado = "35"
               OPEN OUTPUT aportesFile

       cerrarArchivos.
           CLOSE aportesFile
           PERFORM cerrarIndice
           CLOSE auditFile
           CLOSE batchFile.

       leerBatch.
           READ batchFile
               AT END MOVE "10" to batEstado
           END-READ
           IF batEstado NOT = "10" AND batEsDetalle
               IF batCampana = SPACES
                   MOVE campanaMes to campanaDetalle
               ELSE
                   MOVE batCampana to campanaDetalle
               END-IF
           END-IF.

       evaluarGrupo.
           PERFORM ubicarCampanaSesion
           PERFORM fijarCampana
           MOVE"S" to nombreValido
           IF batNombre = SPACES
               MOVE"N" to nombreValido
                   END-IF
               END-IF
           END-IF
           IF nombreValido = "S" AND deptoRonda NOT = SPACES AND
               benefCampana = SPACES AND
               benefDeptoActual NOT = deptoRonda
               MOVE"N" to nombreValido
               MOVE"FUERA DEL DEPTO" to motivoSalto
           END-IF
           IF nombreValido = "S" AND deptoRonda = SPACES AND
               benefCampana = SPACES AND benefDeptoActual NOT = SPACES
               MOVE benefDeptoActual to deptoBusca
               PERFORM ubicarDeptoConRonda
               IF deptoConRonda = "S"
                   MOVE"N" to nombreValido
                   MOVE"DEPTO CON RONDA" to motivoSalto
               END-IF
           END-IF
           IF nombreValido = "S"
               ADD 1 to i
               PERFORM procesarCompanero
           END-IF.

       buscarDuplicado.
           IF rosterNombre(j) = batNombre AND rosterCamp(j) = c
               MOVE"N" to nombreValido
               MOVE"NOMBRE DUPLICADO" to motivoSalto
           END-IF.
           PERFORM leerBatch
           PERFORM UNTIL batEstado = "10" OR NOT batEsDetalle
               OR batNombre NOT = nombre
               OR campanaDetalle NOT = campanaCorrida
               PERFORM grabarRechazoGrupo
               PERFORM leerBatch
           END-PERFORM.
       procesarCompanero.
           MOVE batNombre to nombre
           MOVE nombre to rosterNombre(i)
           MOVE c to rosterCamp(i)
           PERFORM buscarBenefId
           MOVE benefIdActual to rosterEmpId(i)
           MOVE benefDeptoActual to rosterDepto(i)
           MOVE ZEROS to acuComp
           PERFORM procesarAporteBatch
           PERFORM leerBatch
           PERFORM UNTIL batEstado = "10" OR NOT batEsDetalle
               OR batNombre NOT = nombre
               OR campanaDetalle NOT = campanaCorrida
               PERFORM procesarAporteBatch
               PERFORM leerBatch
           END-PERFORM
           MOVE fechaHoy to aporteFecha
           MOVE campanaCorrida to aporteCampana
           MOVE numRecibo to aporteRecibo
           SET aporteCanalLote to TRUE
           MOVE loteCorrida to aporteOrigen
           WRITE aporteRec
           PERFORM indexarAporte
           PERFORM grabarRecibo.

       tomarNumeroRecibo.
           MOVE nombre to rcbNombre
           MOVE campanaCorrida to rcbCampana
           MOVE plata to rcbMonto
           MOVE"L" to rcbCanal
           MOVE loteCorrida to rcbOrigen
           WRITE rcbRec
           CLOSE reciboFile.

               UNTIL e2 > cantEmpleados OR benefIdActual > 0
           IF benefIdActual = 0 AND nombre = benefCampana
               MOVE benefCampId to benefIdActual
           END-IF
           MOVE SPACES to benefDeptoActual
           IF benefIdActual > 0
               PERFORM buscarDeptoBenef VARYING e2 FROM 1 BY 1
                   UNTIL e2 > cantEmpleados
           END-IF.

      * El departamento del companero sale del padron cargado; el
      * que esta de baja o es de afuera queda sin departamento.
       buscarDeptoBenef.
           IF empIdTab(e2) = benefIdActual
               MOVE empDepTab(e2) to benefDeptoActual
           END-IF.

       buscarBenefTabla.
           MOVE ytdMostrar to montoEdit
           DISPLAY"Acumulado en el anio para ",nombre, " es de ",
           montoEdit, " pesos"
           MOVE ZEROS to acuComp.

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
           PERFORM actualizarYtd.

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
               COMPUTE diferencia = montoObjetivo - disponible
               MOVE diferencia to montoEdit
               DISPLAY"Falta para el objetivo: ", montoEdit, " pesos"
               IF cantCampana > 0
                   DIVIDE diferencia BY cantCampana
                       GIVING topeCabeza ROUNDED
                   MOVE topeCabeza to montoEdit
                   DISPLAY"Equivale a ", montoEdit,
                       " pesos mas por companero"
               CLOSE fondoFile
           END-IF.

       imprimirEncabezado.
           MOVE SPACES to repLinea
           STRING"REPORTE DE RECAUDACION (LOTE) - MES: " mesActual
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

           END-IF.

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

       END PROGRAM dineroBatch.
