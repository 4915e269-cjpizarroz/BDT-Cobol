      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Auditoria de integridad entre los archivos de la
      *          familia del ledger.  respaldaArchivos solo prueba que
      *          cada maestro abre y no se achico; esta auditoria
      *          recorre el ledger completo (APORHIST y APORTES) y lo
      *          cruza contra los demas archivos:
      *          - recibos que no estan en RECIBOS, numeros repetidos
      *            (en RECIBOS o en dos altas del ledger) y numeros
      *            mas alla del correlativo RECNUM;
      *          - reversos "R" sin alta original (la devolucion de
      *            cancelaCampana y la igualacion de la empresa traen
      *            su propio recibo y no cuentan como reverso huerfano;
      *            una devolucion anterior al canal se reconoce por su
      *            recibo en negativo);
      *          - empId de companero o de contribuyente que no estan
      *            en EMPMAST;
      *          - campanas que no estan en CAMPANAS ni son una
      *            implicita "C" o "A" + AAAAMM valida;
      *          - corridas de RUNCTL abiertas hace mas de un dia y
      *            corridas cerradas sin ningun aporte de su campana
      *            en el mes;
      *          - lotes de LOTEREG y confirmaciones de DESCREG cuyos
      *            aportes no estan en el ledger (la confirmacion de
      *            una campana cancelada no asienta nada: sus lineas
      *            quedan en AUDRECH para devolver a mano).
      *          Cada hallazgo sale en el reporte REPINTEG como ERROR
      *          o AVISO.  Con algun error termina con codigo 8 y el
      *          cierre mensual no llega a respaldaArchivos, asi
      *          nunca se pisa un respaldo bueno con archivos que no
      *          cierran entre si; con solo avisos termina con 4.
      *          Recibos, altas y reversos se cruzan sobre el ledger
      *          ordenado por numero de recibo, asi el tamano del
      *          ledger y de RECIBOS no tiene tope.
      *          No modifica ningun archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. auditaIntegridad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT aportesFile ASSIGN TO "APORTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aportesEstado.

           SELECT archivoFile ASSIGN TO "APORHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archivoEstado.

           SELECT reciboFile ASSIGN TO "RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reciboEstado.

           SELECT recNumFile ASSIGN TO "RECNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recNumEstado.

           SELECT empMastFile ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS empId
               FILE STATUS IS empMastEstado.

           SELECT campFile ASSIGN TO "CAMPANAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS camId
               FILE STATUS IS campEstado.

           SELECT runCtlFile ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS runClave
               FILE STATUS IS runCtlEstado.

           SELECT loteRegFile ASSIGN TO "LOTEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS loteRegEstado.

           SELECT descRegFile ASSIGN TO "DESCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS descRegEstado.

           SELECT trabajoFile ASSIGN TO "SORTWK".

           SELECT reporteFile ASSIGN TO "REPINTEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporteEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  aportesFile.
           COPY "APORTE.cpy".

       FD  archivoFile.
       01  arcRec          PIC X(87).

       FD  reciboFile.
           COPY "RECIBO.cpy".

       FD  recNumFile.
       01  rnuRec.
           05  rnuProximo   PIC 9(08).

       FD  empMastFile.
           COPY "EMPMAST.cpy".

       FD  campFile.
           COPY "CAMPANAS.cpy".

       FD  runCtlFile.
           COPY "RUNCTL.cpy".

       FD  loteRegFile.
       01  regRec.
           05  regLoteId   PIC X(08).
           05  regFecha    PIC 9(08).
           05  regMes      PIC 9(06).
           05  regCampana  PIC X(08).
           05  regDepto    PIC X(04).

       FD  descRegFile.
       01  dcgRec.
           05  dcgMes      PIC 9(06).
           05  dcgCampana  PIC X(08).
           05  dcgFecha    PIC 9(08).

      * Recibos y registros del ledger juntos, ordenados por numero
      * de recibo (las lineas de RECIBOS primero) y, dentro de cada
      * recibo, por la clave de apareo de altas y reversos.
       SD  trabajoFile.
       01  sorRec.
           05  sorRecibo        PIC 9(08).
           05  sorClase         PIC X(01).
               88  sorEsRecibo  VALUE "0".
           05  sorPar.
               10  sorCampana      PIC X(08).
               10  sorParBenefId   PIC 9(05).
               10  sorParBenef     PIC X(15).
               10  sorParContribId PIC 9(05).
               10  sorParContrib   PIC X(15).
               10  sorParCanal     PIC X(01).
               10  sorParMonto     PIC S9(05)V99.
           05  sorSecuencia     PIC 9(07).
           05  sorTipo          PIC X(01).
               88  sorEsReverso VALUE "R".
           05  sorExento        PIC X(01).
           05  sorFuente        PIC X(08).
           05  sorFecha         PIC 9(08).
           05  sorContrib       PIC X(15).
           05  sorMonto         PIC S9(05)V99.

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       WORKING-STORAGE SECTION.
       01  aportesEstado  PIC X(2).
       01  archivoEstado  PIC X(2).
       01  reciboEstado   PIC X(2).
       01  recNumEstado   PIC X(2).
       01  empMastEstado  PIC X(2).
       01  campEstado     PIC X(2).
       01  runCtlEstado   PIC X(2).
       01  loteRegEstado  PIC X(2).
       01  descRegEstado  PIC X(2).
       01  reporteEstado  PIC X(2).
       01  fechaHoy       PIC 9(8).
       01  horaCompleta   PIC 9(8).
       01  horaHoy        PIC 9(6).
       01  hayRecNum      PIC X(1).
       01  proximoRecibo  PIC 9(8).
       01  hayCampanas    PIC X(1).
       01  i              PIC 9(4).
       01  x              PIC 9(4).
       01  hallado        PIC X(1).
       01  halladoCamp    PIC X(1).
       01  fuente         PIC X(8).
       01  mesAporte      PIC 9(6).
       01  reciboAct      PIC 9(8).
       01  finOrden       PIC X(1).
       01  grupoAbierto   PIC X(1).
       01  reciboGrupo    PIC 9(8).
       01  parGrupo       PIC X(56).
       01  cantEnRecibos  PIC 9(4).
       01  cantAltasRecibo PIC 9(4).
       01  altasAbiertas  PIC 9(4).
       01  reciboNegativo PIC X(1).
       01  origenBusca    PIC X(14).
       01  idBusca        PIC 9(5).
       01  campanaBusca   PIC X(8).
       01  mesBusca       PIC 9(6).
       01  mesImplicito   PIC 9(2).
       01  implicitaOk    PIC X(1).
       01  hallazgo       PIC X(72).
       01  cantLeidos     PIC 9(6).
       01  cantRecibos    PIC 9(6).
       01  cantPadron     PIC 9(4).
       01  cantActividad  PIC 9(4).
       01  cantOrigenes   PIC 9(4).
       01  cantCampLedger PIC 9(4).
       01  cantErrores    PIC 9(5).
       01  cantAvisos     PIC 9(5).
       01  diasAbierta    PIC S9(7).
       01  diaHoy         PIC 9(7).
       01  cantEdit       PIC Z(5)9.
       01  montoEdit      PIC -Z(4)9.99.
      * Conversion de AAAAMMDD a numero de dia corrido, igual que en
      * importaBanco.
       01  fechaCalc      PIC 9(8).
       01  diaCalc        PIC 9(7).
       01  calAnio        PIC 9(4).
       01  calMes         PIC 9(2).
       01  calDia         PIC 9(2).
       01  calCuarto      PIC 9(4).
       01  calSiglo       PIC 9(4).
       01  calCuatroSig   PIC 9(4).
       01  calMesDias     PIC 9(4).
       01  padronTabla.
           05  padId    OCCURS 500 TIMES PIC 9(5).
       01  actividadTabla.
           05  acCampana  OCCURS 3000 TIMES PIC X(8).
           05  acMes      OCCURS 3000 TIMES PIC 9(6).
           05  acSinCanal OCCURS 3000 TIMES PIC X(1).
       01  origenesTabla.
           05  orCanal    OCCURS 3000 TIMES PIC X(1).
           05  orOrigen   OCCURS 3000 TIMES PIC X(14).
           05  orCampana  OCCURS 3000 TIMES PIC X(8).
       01  campLedgerTabla.
           05  clId    OCCURS 500 TIMES PIC X(8).
           05  clCant  OCCURS 500 TIMES PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM inicio
            PERFORM cargarRecNum
            PERFORM cargarPadron
            SORT trabajoFile
                ON ASCENDING KEY sorRecibo sorClase sorPar
                    sorSecuencia
                INPUT PROCEDURE IS juntarLedger
                OUTPUT PROCEDURE IS cruzarRecibos
            PERFORM revisarCampanas
            PERFORM revisarRunControl
            PERFORM revisarLoteReg
            PERFORM revisarDescReg
            PERFORM imprimirResumen
            CLOSE reporteFile
            EVALUATE TRUE
                WHEN cantErrores > 0
                    DISPLAY"Auditoria con ",cantErrores," errores:",
                        " no refrescar respaldos, ver REPINTEG"
                    MOVE 8 to RETURN-CODE
                WHEN cantAvisos > 0
                    DISPLAY"Auditoria sin errores con ",cantAvisos,
                        " avisos, ver REPINTEG"
                    MOVE 4 to RETURN-CODE
                WHEN OTHER
                    DISPLAY"Auditoria de integridad sin novedad"
            END-EVALUATE
            STOP RUN.

       inicio.
           DISPLAY"Auditoria de integridad de la familia del ledger"
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           ACCEPT horaCompleta FROM TIME
           MOVE horaCompleta(1:6) to horaHoy
           MOVE fechaHoy to fechaCalc
           PERFORM calcularDia
           MOVE diaCalc to diaHoy
           MOVE ZEROS to cantLeidos cantRecibos cantPadron
               cantActividad cantOrigenes cantCampLedger cantErrores
               cantAvisos proximoRecibo
           OPEN OUTPUT reporteFile
           MOVE SPACES to repLinea
           STRING"AUDITORIA DE INTEGRIDAD DEL LEDGER - FECHA: "
               fechaHoy
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea.

      ******************************************************************
      * Carga de los archivos de referencia.
      ******************************************************************
       cargarRecNum.
           MOVE"N" to hayRecNum
           OPEN INPUT recNumFile
           IF recNumEstado NOT = "35"
               READ recNumFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE"S" to hayRecNum
                       MOVE rnuProximo to proximoRecibo
               END-READ
               CLOSE recNumFile
           END-IF.

       cargarRecibos.
           OPEN INPUT reciboFile
           IF reciboEstado NOT = "35"
               PERFORM leerRecibo
               PERFORM UNTIL reciboEstado = "10"
                   PERFORM anotarRecibo
                   PERFORM leerRecibo
               END-PERFORM
               CLOSE reciboFile
           END-IF
           IF cantRecibos > 0 AND hayRecNum = "N"
               MOVE"HAY RECIBOS EMITIDOS PERO FALTA EL CONTROL RECNUM"
                   to hallazgo
               PERFORM anotarError
           END-IF.

       leerRecibo.
           READ reciboFile
               AT END MOVE "10" to reciboEstado
           END-READ.

      * Cada linea de RECIBOS va al ordenamiento; los repetidos se
      * ven al cruzar, cuando quedan juntos.
       anotarRecibo.
           ADD 1 to cantRecibos
           IF hayRecNum = "S" AND rcbNumero NOT < proximoRecibo
               MOVE SPACES to hallazgo
               STRING"RECIBO " rcbNumero " EN RECIBOS MAS ALLA DEL",
                   " CONTROL RECNUM " proximoRecibo
                   DELIMITED BY SIZE INTO hallazgo
               PERFORM anotarError
           END-IF
           MOVE SPACES to sorRec
           MOVE rcbNumero to sorRecibo
           MOVE"0" to sorClase
           MOVE ZEROS to sorParBenefId sorParContribId sorParMonto
               sorSecuencia sorFecha
           MOVE rcbMonto to sorMonto
           MOVE"RECIBOS" to sorFuente
           RELEASE sorRec.

       cargarPadron.
           OPEN INPUT empMastFile
           IF empMastEstado NOT = "00"
               MOVE"NO SE PUDO LEER EMPMAST" to hallazgo
               PERFORM anotarError
           ELSE
               PERFORM leerEmpleado
               PERFORM UNTIL empMastEstado NOT = "00"
                   IF cantPadron < 500
                       ADD 1 to cantPadron
                       MOVE empId to padId(cantPadron)
                   ELSE
                       DISPLAY"Tabla de padron llena, auditoria",
                           " cancelada"
                       CLOSE reporteFile
                       MOVE 8 to RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM leerEmpleado
               END-PERFORM
               CLOSE empMastFile
           END-IF.

       leerEmpleado.
           READ empMastFile
               AT END MOVE "10" to empMastEstado
           END-READ.

      ******************************************************************
      * Recorrido del ledger: primero RECIBOS, despues el historico,
      * que es lo mas viejo, y al final la cinta viva.  Cada registro
      * se controla solo y va al ordenamiento para el cruce de
      * recibos, altas y reversos.
      ******************************************************************
       juntarLedger.
           PERFORM cargarRecibos
           PERFORM recorrerHistorico
           PERFORM recorrerVivo.

       recorrerHistorico.
           MOVE"APORHIST" to fuente
           OPEN INPUT archivoFile
           IF archivoEstado NOT = "35"
               PERFORM leerArchivado
               PERFORM UNTIL archivoEstado = "10"
                   MOVE arcRec to aporteRec
                   PERFORM revisarAporte
                   PERFORM leerArchivado
               END-PERFORM
               CLOSE archivoFile
           END-IF.

       leerArchivado.
           READ archivoFile
               AT END MOVE "10" to archivoEstado
           END-READ.

       recorrerVivo.
           MOVE"APORTES" to fuente
           OPEN INPUT aportesFile
           IF aportesEstado NOT = "35"
               PERFORM leerAporte
               PERFORM UNTIL aportesEstado = "10"
                   PERFORM revisarAporte
                   PERFORM leerAporte
               END-PERFORM
               CLOSE aportesFile
           END-IF.

       leerAporte.
           READ aportesFile
               AT END MOVE "10" to aportesEstado
           END-READ.

       revisarAporte.
           ADD 1 to cantLeidos
           MOVE aporteFecha(1:6) to mesAporte
           PERFORM anotarActividad
           PERFORM anotarCampanaLedger
           IF aporteCanalLote OR aporteCanalNomina
               PERFORM anotarOrigen
           END-IF
           PERFORM revisarIds
           MOVE ZEROS to reciboAct
           IF aporteRecibo IS NUMERIC
               MOVE aporteRecibo to reciboAct
           END-IF
           IF reciboAct > 0
               PERFORM revisarRecibo
           END-IF
           PERFORM soltarAporte.

       revisarRecibo.
           IF hayRecNum = "S" AND reciboAct NOT < proximoRecibo
               MOVE SPACES to hallazgo
               STRING"RECIBO " reciboAct " DE " fuente
                   " MAS ALLA DEL CONTROL RECNUM " proximoRecibo
                   DELIMITED BY SIZE INTO hallazgo
               PERFORM anotarError
           END-IF.

      * Un companero fuera del padron viaja con empId cero y los
      * registros viejos traen el contribuyente en cero: solo se
      * controlan los empId cargados.
       revisarIds.
           IF aporteEmpId > 0
               MOVE aporteEmpId to idBusca
               PERFORM buscarPadronId
               IF hallado NOT = "S"
                   MOVE SPACES to hallazgo
                   STRING"COMPANERO " aporteEmpId " " aporteNombre
                       " NO ESTA EN EMPMAST (REC " reciboAct ")"
                       DELIMITED BY SIZE INTO hallazgo
                   PERFORM anotarError
               END-IF
           END-IF
           IF aporteContribId > 0 AND NOT aporteEsEmpresa
               MOVE aporteContribId to idBusca
               PERFORM buscarPadronId
               IF hallado NOT = "S"
                   MOVE SPACES to hallazgo
                   STRING"CONTRIBUYENTE " aporteContribId " "
                       aporteContribuyente " NO ESTA EN EMPMAST (REC "
                       reciboAct ")"
                       DELIMITED BY SIZE INTO hallazgo
                   PERFORM anotarError
               END-IF
           END-IF.

       buscarPadronId.
           MOVE"N" to hallado
           PERFORM compararPadronId VARYING i FROM 1 BY 1
               UNTIL i > cantPadron OR hallado = "S".

       compararPadronId.
           IF padId(i) = idBusca
               MOVE"S" to hallado
           END-IF.

      * El registro con recibo se aparea por el recibo y la campana;
      * el que no tiene recibo (anterior a RECIBOS) se aparea con las
      * altas sin recibo por campana, monto, canal y personas.  La
      * devolucion de cancelaCampana y la igualacion de la empresa
      * son "R" con recibo propio: no anulan ninguna alta.
       soltarAporte.
           MOVE SPACES to sorRec
           MOVE reciboAct to sorRecibo
           MOVE"1" to sorClase
           MOVE aporteCampana to sorCampana
           MOVE ZEROS to sorParBenefId sorParContribId sorParMonto
           IF reciboAct = 0
               MOVE aporteEmpId to sorParBenefId
               IF aporteEmpId = 0
                   MOVE aporteNombre to sorParBenef
               END-IF
               MOVE aporteContribId to sorParContribId
               IF aporteContribId = 0
                   MOVE aporteContribuyente to sorParContrib
               END-IF
               MOVE aporteCanal to sorParCanal
               MOVE aporteMonto to sorParMonto
           END-IF
           MOVE cantLeidos to sorSecuencia
           MOVE aporteTipo to sorTipo
           MOVE"N" to sorExento
           IF aporteEsEmpresa OR aporteCanalSistema
               MOVE"S" to sorExento
           END-IF
           MOVE fuente to sorFuente
           MOVE aporteFecha to sorFecha
           MOVE aporteContribuyente to sorContrib
           MOVE aporteMonto to sorMonto
           RELEASE sorRec.

      ******************************************************************
      * Cruce de recibos, altas y reversos sobre el ledger ordenado:
      * cada recibo junta sus lineas de RECIBOS y sus registros del
      * ledger, y dentro del recibo cada reverso tiene que anular una
      * alta vigente anterior de la misma clave de apareo.  Las
      * devoluciones anteriores al canal se reconocen por la linea
      * negativa de su recibo en RECIBOS.
      ******************************************************************
       cruzarRecibos.
           MOVE"N" to finOrden grupoAbierto
           PERFORM leerOrdenado
           PERFORM UNTIL finOrden = "S"
               IF grupoAbierto NOT = "S" OR sorRecibo NOT = reciboGrupo
                   PERFORM abrirGrupoRecibo
               END-IF
               IF sorPar NOT = parGrupo
                   MOVE sorPar to parGrupo
                   MOVE ZEROS to altasAbiertas
               END-IF
               IF sorEsRecibo
                   PERFORM cruzarLineaRecibo
               ELSE
                   PERFORM cruzarLineaLedger
               END-IF
               PERFORM leerOrdenado
           END-PERFORM.

       leerOrdenado.
           RETURN trabajoFile
               AT END MOVE"S" to finOrden
           END-RETURN.

       abrirGrupoRecibo.
           MOVE"S" to grupoAbierto
           MOVE sorRecibo to reciboGrupo
           MOVE LOW-VALUES to parGrupo
           MOVE ZEROS to cantEnRecibos cantAltasRecibo altasAbiertas
           MOVE"N" to reciboNegativo.

       cruzarLineaRecibo.
           ADD 1 to cantEnRecibos
           IF cantEnRecibos = 1
               IF sorMonto < 0
                   MOVE"S" to reciboNegativo
               END-IF
           ELSE
               MOVE SPACES to hallazgo
               STRING"RECIBO " sorRecibo " REPETIDO EN RECIBOS"
                   DELIMITED BY SIZE INTO hallazgo
               PERFORM anotarError
           END-IF.

       cruzarLineaLedger.
           IF sorRecibo > 0 AND cantEnRecibos = 0
               MOVE SPACES to hallazgo
               STRING"RECIBO " sorRecibo " DE " sorFuente
                   " DEL " sorFecha " NO ESTA EN RECIBOS"
                   DELIMITED BY SIZE INTO hallazgo
               PERFORM anotarError
           END-IF
           IF sorEsReverso
               IF sorExento NOT = "S"
                   PERFORM cruzarReverso
               END-IF
           ELSE
               IF sorRecibo > 0 AND cantAltasRecibo > 0
                   MOVE SPACES to hallazgo
                   STRING"RECIBO " sorRecibo " REPETIDO EN DOS ALTAS",
                       " DEL LEDGER (" sorFuente ")"
                       DELIMITED BY SIZE INTO hallazgo
                   PERFORM anotarError
               END-IF
               ADD 1 to cantAltasRecibo altasAbiertas
           END-IF.

       cruzarReverso.
           IF sorRecibo > 0 AND reciboNegativo = "S"
               CONTINUE
           ELSE
               IF altasAbiertas > 0
                   SUBTRACT 1 from altasAbiertas
               ELSE
                   MOVE sorMonto to montoEdit
                   MOVE SPACES to hallazgo
                   STRING"REVERSO SIN ALTA: " sorCampana
                       " " sorContrib " " montoEdit
                       " REC " sorRecibo
                       DELIMITED BY SIZE INTO hallazgo
                   PERFORM anotarError
               END-IF
           END-IF.

       anotarActividad.
           MOVE"N" to hallado
           PERFORM compararActividad VARYING x FROM 1 BY 1
               UNTIL x > cantActividad OR hallado = "S"
           IF hallado NOT = "S"
               IF cantActividad < 3000
                   ADD 1 to cantActividad
                   MOVE cantActividad to x
                   MOVE aporteCampana to acCampana(x)
                   MOVE mesAporte to acMes(x)
                   MOVE"N" to acSinCanal(x)
               ELSE
                   DISPLAY"Tabla de actividad llena, auditoria",
                       " cancelada"
                   CLOSE reporteFile
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF aporteCanal = SPACES
               MOVE"S" to acSinCanal(x)
           END-IF.

       compararActividad.
           IF acCampana(x) = aporteCampana AND acMes(x) = mesAporte
               MOVE"S" to hallado
               SUBTRACT 1 from x
           END-IF.

       anotarOrigen.
           MOVE"N" to hallado
           PERFORM compararOrigen VARYING x FROM 1 BY 1
               UNTIL x > cantOrigenes OR hallado = "S"
           IF hallado NOT = "S"
               IF cantOrigenes < 3000
                   ADD 1 to cantOrigenes
                   MOVE aporteCanal to orCanal(cantOrigenes)
                   MOVE aporteOrigen to orOrigen(cantOrigenes)
                   MOVE aporteCampana to orCampana(cantOrigenes)
               ELSE
                   DISPLAY"Tabla de origenes llena, auditoria",
                       " cancelada"
                   CLOSE reporteFile
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       compararOrigen.
           IF orCanal(x) = aporteCanal AND
               orOrigen(x) = aporteOrigen AND
               orCampana(x) = aporteCampana
               MOVE"S" to hallado
           END-IF.

       anotarCampanaLedger.
           MOVE"N" to hallado
           PERFORM compararCampLedger VARYING x FROM 1 BY 1
               UNTIL x > cantCampLedger OR hallado = "S"
           IF hallado NOT = "S"
               IF cantCampLedger < 500
                   ADD 1 to cantCampLedger
                   MOVE cantCampLedger to x
                   MOVE aporteCampana to clId(x)
                   MOVE ZEROS to clCant(x)
               ELSE
                   DISPLAY"Tabla de campanas llena, auditoria",
                       " cancelada"
                   CLOSE reporteFile
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 to clCant(x).

       compararCampLedger.
           IF clId(x) = aporteCampana
               MOVE"S" to hallado
               SUBTRACT 1 from x
           END-IF.

      ******************************************************************
      * Campanas del ledger contra el maestro CAMPANAS.
      ******************************************************************
       revisarCampanas.
           MOVE"S" to hayCampanas
           OPEN INPUT campFile
           IF campEstado NOT = "00"
               MOVE"N" to hayCampanas
           END-IF
           PERFORM revisarCampanaLedger VARYING x FROM 1 BY 1
               UNTIL x > cantCampLedger
           IF hayCampanas = "S"
               CLOSE campFile
           END-IF.

       revisarCampanaLedger.
           MOVE clId(x) to campanaBusca
           PERFORM validarImplicita
           IF implicitaOk NOT = "S"
               MOVE"N" to halladoCamp
               IF hayCampanas = "S"
                   MOVE campanaBusca to camId
                   READ campFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE"S" to halladoCamp
                   END-READ
               END-IF
               IF halladoCamp NOT = "S"
                   MOVE clCant(x) to cantEdit
                   MOVE SPACES to hallazgo
                   STRING"CAMPANA " campanaBusca " NO ESTA EN CAMPANAS",
                       " NI ES IMPLICITA (" cantEdit " REGISTROS)"
                       DELIMITED BY SIZE INTO hallazgo
                   PERFORM anotarError
               END-IF
           END-IF.

      * Implicita: "C" (cumpleanos) o "A" (aniversarios) seguida de
      * un AAAAMM con mes valido.
       validarImplicita.
           MOVE"N" to implicitaOk
           IF (campanaBusca(1:1) = "C" OR campanaBusca(1:1) = "A")
               AND campanaBusca(2:6) IS NUMERIC
               AND campanaBusca(8:1) = SPACE
               MOVE campanaBusca(6:2) to mesImplicito
               IF mesImplicito > 0 AND mesImplicito < 13
                   MOVE"S" to implicitaOk
               END-IF
           END-IF.

      ******************************************************************
      * Control de corridas.
      ******************************************************************
       revisarRunControl.
           OPEN INPUT runCtlFile
           IF runCtlEstado = "00"
               PERFORM leerRunControl
               PERFORM UNTIL runCtlEstado NOT = "00"
                   IF runAbierta
                       PERFORM revisarCorridaAbierta
                   END-IF
                   IF runCerrada
                       PERFORM revisarCorridaCerrada
                   END-IF
                   PERFORM leerRunControl
               END-PERFORM
               CLOSE runCtlFile
           END-IF.

       leerRunControl.
           READ runCtlFile
               AT END MOVE "10" to runCtlEstado
           END-READ.

      * Abierta hace mas de un dia: arranco antes de ayer, o ayer a
      * una hora que ya paso hoy.
       revisarCorridaAbierta.
           MOVE runInicioFec to fechaCalc
           PERFORM calcularDia
           COMPUTE diasAbierta = diaHoy - diaCalc
           IF diasAbierta > 1 OR
               (diasAbierta = 1 AND runInicioHor NOT > horaHoy)
               MOVE SPACES to hallazgo
               STRING"CORRIDA " runMes " " runCampana " " runDepto
                   " ABIERTA DESDE " runInicioFec " (" runPrograma
                   ")"
                   DELIMITED BY SIZE INTO hallazgo
               PERFORM anotarAviso
           END-IF.

       revisarCorridaCerrada.
           MOVE"N" to hallado
           PERFORM compararCorridaMes VARYING x FROM 1 BY 1
               UNTIL x > cantActividad OR hallado = "S"
           IF hallado NOT = "S"
               MOVE SPACES to hallazgo
               STRING"CORRIDA CERRADA " runMes " " runCampana " "
                   runDepto " SIN APORTES EN EL LEDGER ESE MES"
                   DELIMITED BY SIZE INTO hallazgo
               PERFORM anotarAviso
           END-IF.

       compararCorridaMes.
           IF acCampana(x) = runCampana AND acMes(x) = runMes
               MOVE"S" to hallado
           END-IF.

      ******************************************************************
      * Registros antidoble-posteo contra el ledger.  Los aportes
      * anteriores al canal no traen origen: ahi alcanza con que la
      * campana tenga aportes sin canal en el mes del registro.
      ******************************************************************
       revisarLoteReg.
           OPEN INPUT loteRegFile
           IF loteRegEstado NOT = "35"
               PERFORM leerLoteReg
               PERFORM UNTIL loteRegEstado = "10"
                   PERFORM revisarLote
                   PERFORM leerLoteReg
               END-PERFORM
               CLOSE loteRegFile
           END-IF.

       leerLoteReg.
           READ loteRegFile
               AT END MOVE "10" to loteRegEstado
           END-READ.

      * Un lote sin ningun aporte en el ledger es error; un lote con
      * aportes de otras campanas pero no de esta es aviso (todos
      * los registros de esa campana pudieron venir rechazados).
       revisarLote.
           MOVE SPACES to origenBusca
           MOVE regLoteId to origenBusca
           MOVE regCampana to campanaBusca
           MOVE"N" to hallado halladoCamp
           PERFORM compararLote VARYING x FROM 1 BY 1
               UNTIL x > cantOrigenes OR halladoCamp = "S"
           IF halladoCamp NOT = "S"
               MOVE regMes to mesBusca
               PERFORM buscarSinCanal
           END-IF
           IF halladoCamp NOT = "S"
               MOVE SPACES to hallazgo
               IF hallado = "S"
                   STRING"LOTE " regLoteId " SIN APORTES DE LA CAMPANA "
                       regCampana " EN EL LEDGER"
                       DELIMITED BY SIZE INTO hallazgo
                   PERFORM anotarAviso
               ELSE
                   STRING"LOTE " regLoteId " DE LOTEREG (" regCampana
                       " " regMes ") SIN APORTES EN EL LEDGER"
                       DELIMITED BY SIZE INTO hallazgo
                   PERFORM anotarError
               END-IF
           END-IF.

       compararLote.
           IF orCanal(x) = "L" AND orOrigen(x) = origenBusca
               MOVE"S" to hallado
               IF orCampana(x) = campanaBusca
                   MOVE"S" to halladoCamp
               END-IF
           END-IF.

       buscarSinCanal.
           PERFORM compararSinCanal VARYING x FROM 1 BY 1
               UNTIL x > cantActividad OR halladoCamp = "S".

       compararSinCanal.
           IF acCampana(x) = campanaBusca AND acSinCanal(x) = "S"
               AND (mesBusca = 0 OR acMes(x) = mesBusca)
               MOVE"S" to halladoCamp
           END-IF.

       revisarDescReg.
           OPEN INPUT descRegFile
           IF descRegEstado NOT = "35"
               PERFORM leerDescReg
               PERFORM UNTIL descRegEstado = "10"
                   PERFORM revisarConfirmacion
                   PERFORM leerDescReg
               END-PERFORM
               CLOSE descRegFile
           END-IF.

       leerDescReg.
           READ descRegFile
               AT END MOVE "10" to descRegEstado
           END-READ.

      * La confirmacion se asienta en el mes en que payroll la
      * devuelve, no en el de la orden: sin canal se acepta cualquier
      * mes de la campana.
       revisarConfirmacion.
           MOVE SPACES to origenBusca
           MOVE dcgMes to origenBusca(1:6)
           MOVE dcgCampana to origenBusca(7:8)
           MOVE dcgCampana to campanaBusca
           MOVE"N" to halladoCamp
           PERFORM compararConfirmacion VARYING x FROM 1 BY 1
               UNTIL x > cantOrigenes OR halladoCamp = "S"
           IF halladoCamp NOT = "S"
               MOVE ZEROS to mesBusca
               PERFORM buscarSinCanal
           END-IF
           IF halladoCamp NOT = "S"
               PERFORM verCampanaCancelada
           END-IF
           IF halladoCamp NOT = "S"
               MOVE SPACES to hallazgo
               STRING"DESCREG " dcgMes " " dcgCampana
                   " DEL " dcgFecha " SIN APORTES EN EL LEDGER"
                   DELIMITED BY SIZE INTO hallazgo
               PERFORM anotarError
           END-IF.

       compararConfirmacion.
           IF orCanal(x) = "N" AND orOrigen(x) = origenBusca
               MOVE"S" to halladoCamp
           END-IF.

      * confirmaDescuentos no asienta las lineas de una campana
      * cancelada (van a AUDRECH para devolver a mano) pero registra
      * la confirmacion igual, para que no se vuelva a pasar.
       verCampanaCancelada.
           OPEN INPUT campFile
           IF campEstado = "00"
               MOVE dcgCampana to camId
               READ campFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF camCancelada
                           MOVE"S" to halladoCamp
                       END-IF
               END-READ
               CLOSE campFile
           END-IF.

      ******************************************************************
      * Hallazgos y resumen.
      ******************************************************************
       anotarError.
           ADD 1 to cantErrores
           MOVE SPACES to repLinea
           STRING"ERROR " hallazgo
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       anotarAviso.
           ADD 1 to cantAvisos
           MOVE SPACES to repLinea
           STRING"AVISO " hallazgo
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       imprimirResumen.
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE cantLeidos to cantEdit
           MOVE SPACES to repLinea
           STRING"REGISTROS DEL LEDGER REVISADOS: " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantRecibos to cantEdit
           MOVE SPACES to repLinea
           STRING"RECIBOS EN RECIBOS:             " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantErrores to cantEdit
           MOVE SPACES to repLinea
           STRING"ERRORES:                        " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantAvisos to cantEdit
           MOVE SPACES to repLinea
           STRING"AVISOS:                         " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           IF cantErrores > 0
               MOVE"RESULTADO: CON ERRORES, NO REFRESCAR LOS RESPALDOS"
                   to repLinea
           ELSE
               MOVE"RESULTADO: LOS ARCHIVOS CIERRAN ENTRE SI"
                   to repLinea
           END-IF
           WRITE repLinea.

      * Dia corrido con el anio arrancando en marzo, asi febrero
      * queda al final y los bisiestos no corren el resto del anio.
       calcularDia.
           MOVE fechaCalc(1:4) to calAnio
           MOVE fechaCalc(5:2) to calMes
           MOVE fechaCalc(7:2) to calDia
           IF calMes < 3
               SUBTRACT 1 from calAnio
               ADD 9 to calMes
           ELSE
               SUBTRACT 3 from calMes
           END-IF
           DIVIDE calAnio BY 4 GIVING calCuarto
           DIVIDE calAnio BY 100 GIVING calSiglo
           DIVIDE calAnio BY 400 GIVING calCuatroSig
           COMPUTE calMesDias = calMes * 153 + 2
           DIVIDE calMesDias BY 5 GIVING calMesDias
           COMPUTE diaCalc = calAnio * 365 + calCuarto - calSiglo
               + calCuatroSig + calMesDias + calDia.

       END PROGRAM auditaIntegridad.
