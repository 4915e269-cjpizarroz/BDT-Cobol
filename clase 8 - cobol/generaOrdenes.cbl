      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Generacion de principio de mes de las intenciones de
      *          descuento a partir de las ordenes fijas ORDFIJA.  Arma
      *          el roster del mes igual que dinero (beneficiario de
      *          la campana de PARAMS, o cumpleanos / aniversarios de
      *          servicio del padron EMPMAST sin los que pidieron no
      *          recibir colecta) y, por cada orden vigente en el mes
      *          que cubra ese tipo de campana, agrega a DESCINT una
      *          intencion por companero celebrado: el monto fijo de
      *          la orden o el monto del mes repartido entre todos.
      *          Saltea contribuyentes dados de baja o con opt-out de
      *          aportes, al propio celebrado, a quien ya anoto a mano
      *          una intencion para ese companero (la suya manda) y lo
      *          que pase del maximo por aporte o del tope mensual por
      *          contribuyente de PARAMS, contando lo ya anotado.  Se
      *          puede volver a correr: lo ya generado se saltea.  El
      *          reporte REPORDFI lista lo generado y lo salteado con
      *          su motivo.  Despues corre generaDescuentos como
      *          siempre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. generaOrdenes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ordFijaFile ASSIGN TO "ORDFIJA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ofiEmpId
               FILE STATUS IS ordFijaEstado.

           SELECT intFile ASSIGN TO "DESCINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS intEstado.

           SELECT reporteFile ASSIGN TO "REPORDFI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporteEstado.

           SELECT paramFile ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paramEstado.

           SELECT campFile ASSIGN TO "CAMPANAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS camId
               FILE STATUS IS campEstado.

           SELECT empMastFile ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS empId
               FILE STATUS IS empMastEstado.

           SELECT prefFile ASSIGN TO "PREFEREN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS prefEmpId
               FILE STATUS IS prefEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  ordFijaFile.
           COPY "ORDFIJA.cpy".

       FD  intFile.
           COPY "DESCINT.cpy".

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       FD  paramFile.
           COPY "PARAMS.cpy".

       FD  campFile.
           COPY "CAMPANAS.cpy".

       FD  empMastFile.
           COPY "EMPMAST.cpy".

       FD  prefFile.
           COPY "PREFEREN.cpy".

       WORKING-STORAGE SECTION.
       01  ordFijaEstado  PIC X(2).
       01  intEstado      PIC X(2).
       01  reporteEstado  PIC X(2).
       01  paramEstado    PIC X(2).
       01  campEstado     PIC X(2).
       01  empMastEstado  PIC X(2).
       01  prefEstado     PIC X(2).
       01  fechaHoy       PIC 9(8).
       01  mesCorrida     PIC 9(6).
       01  anioHoy        PIC 9(4).
       01  anioIngreso    PIC 9(4).
       01  aniosServicio  PIC S9(4).
       01  paramHallado   PIC X(1).
       01  montoMaximo    PIC 9(5)V99.
       01  topeContrib    PIC 9(5)V99.
       01  campanaCorrida PIC X(8).
       01  benefCampana   PIC X(15).
       01  benefCampId    PIC 9(5).
       01  modoRoster     PIC X(1).
       01  tipoCorrida    PIC X(1).
           88  corridaCumple      VALUE "C".
           88  corridaAniv        VALUE "A".
           88  corridaCampana     VALUE "K".
       01  p2             PIC 9(4).
       01  cantPrefs      PIC 9(4).
       01  prefBusca      PIC 9(5).
       01  prefNoContribFlag PIC X(1).
       01  prefNoRecibeFlag  PIC X(1).
       01  prefsTabla.
           05  prfId        OCCURS 500 TIMES PIC 9(5).
           05  prfNoContrib OCCURS 500 TIMES PIC X(1).
           05  prfNoRecibe  OCCURS 500 TIMES PIC X(1).
       01  e2             PIC 9(4).
       01  cantEmpleados  PIC 9(4).
       01  empleadosTabla.
           05  empNomTab    OCCURS 500 TIMES PIC X(15).
           05  empIdTab     OCCURS 500 TIMES PIC 9(5).
           05  empActTab    OCCURS 500 TIMES PIC X(1).
       01  r              PIC 9(3).
       01  cantRoster     PIC 9(3).
       01  rosterTabla.
           05  rosNombre    OCCURS 99 TIMES PIC X(15).
           05  rosEmpId     OCCURS 99 TIMES PIC 9(5).
       01  k              PIC 9(4).
       01  cantPrevias    PIC 9(4).
       01  previasTabla.
           05  preNombre    OCCURS 2000 TIMES PIC X(15).
           05  preContrib   OCCURS 2000 TIMES PIC X(15).
       01  ctbIdx         PIC 9(4).
       01  cantContrib    PIC 9(4).
       01  contribTotales.
           05  ctbNombre OCCURS 500 TIMES PIC X(15).
           05  ctbTotal  OCCURS 500 TIMES PIC S9(7)V99.
       01  hallado        PIC X(1).
       01  ordenValida    PIC X(1).
       01  intencionValida PIC X(1).
       01  motivoSalteo   PIC X(20).
       01  nombreContrib  PIC X(15).
       01  contribActivo  PIC X(1).
       01  cantCelebrados PIC 9(3).
       01  montoIntencion PIC 9(5)V99.
       01  cantOrdenes    PIC 9(5).
       01  cantGeneradas  PIC 9(5).
       01  cantSalteadas  PIC 9(5).
       01  cantOrdSaltea  PIC 9(5).
       01  totalGenerado  PIC 9(9)V99.
       01  cantEdit       PIC Z(4)9.
       01  montoEdit      PIC Z(8)9.99.
       01  montoLinea     PIC Z(4)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM inicio
            PERFORM leerOrden
            PERFORM UNTIL ordFijaEstado NOT = "00"
                PERFORM evaluarOrden
                PERFORM leerOrden
            END-PERFORM
            PERFORM generarTotales
            PERFORM cerrarArchivos
            IF cantGeneradas = 0
                DISPLAY"No salio ninguna intencion de las ordenes",
                    " fijas para ",mesCorrida
                MOVE 4 to RETURN-CODE
            ELSE
                DISPLAY"Se agregaron ",cantGeneradas,
                    " intenciones a DESCINT desde las ordenes fijas"
            END-IF
            STOP RUN.

       inicio.
           DISPLAY"Generacion de intenciones desde las ordenes fijas"
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE fechaHoy(1:6) to mesCorrida
           MOVE fechaHoy(1:4) to anioHoy
           MOVE ZEROS to cantOrdenes cantGeneradas cantSalteadas
               cantOrdSaltea totalGenerado cantContrib
           PERFORM cargarParametros
           PERFORM cargarEmpleados
           PERFORM cargarPreferencias
           PERFORM armarRoster
           PERFORM cargarPrevias
           PERFORM abrirArchivos
           PERFORM imprimirEncabezado.

       cargarParametros.
           OPEN INPUT paramFile
           IF paramEstado = "35"
               DISPLAY"No se encontro el archivo de parametros PARAMS"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE"N" to paramHallado
           PERFORM leerParametro
           PERFORM UNTIL paramEstado = "10" OR paramHallado = "S"
               IF parMes = mesCorrida
                   MOVE"S" to paramHallado
                   MOVE parMontoMaximo to montoMaximo
                   MOVE parTopeContrib to topeContrib
                   MOVE parCampana to campanaCorrida
                   MOVE parModoRoster to modoRoster
               ELSE
                   PERFORM leerParametro
               END-IF
           END-PERFORM
           CLOSE paramFile
           IF paramHallado NOT = "S"
               DISPLAY"No hay parametros cargados para el mes ",
                   mesCorrida
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           IF montoMaximo NOT > 0 OR topeContrib NOT > 0
               DISPLAY"Parametros de tope en cero o invalidos,",
                   " corrija PARAMS y vuelva a correr"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           PERFORM definirCampana.

       leerParametro.
           READ paramFile
               AT END MOVE "10" to paramEstado
           END-READ.

       definirCampana.
           MOVE SPACES to benefCampana
           MOVE ZEROS to benefCampId
           IF campanaCorrida = SPACES
               MOVE SPACES to campanaCorrida
               IF modoRoster = "A"
                   MOVE"A" to tipoCorrida
                   STRING"A" mesCorrida DELIMITED BY SIZE
                       INTO campanaCorrida
               ELSE
                   MOVE"C" to tipoCorrida
                   STRING"C" mesCorrida DELIMITED BY SIZE
                       INTO campanaCorrida
               END-IF
           ELSE
               MOVE"K" to tipoCorrida
               PERFORM cargarCampana
           END-IF.

       cargarCampana.
           OPEN INPUT campFile
           IF campEstado = "35"
               DISPLAY"No existe el maestro de campanas CAMPANAS"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE campanaCorrida to camId
           READ campFile
               INVALID KEY
                   DISPLAY"La campana ",campanaCorrida,
                       " no esta en el maestro"
                   CLOSE campFile
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   PERFORM controlarCampana
           END-READ
           CLOSE campFile.

       controlarCampana.
           IF NOT camAbierta OR fechaHoy < camFechaAbre OR
               fechaHoy > camFechaCierra
               DISPLAY"La campana ",campanaCorrida,
                   " esta cerrada o fuera de fechas"
               CLOSE campFile
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE camBeneficiario to benefCampana
           MOVE camBenefId to benefCampId.

      * Se guardan todos los del padron, activos o no: el roster
      * sale de los activos y el contribuyente de baja se saltea.
       cargarEmpleados.
           MOVE ZEROS to cantEmpleados
           OPEN INPUT empMastFile
           IF empMastEstado = "00"
               PERFORM leerEmpleado
               PERFORM UNTIL empMastEstado NOT = "00"
                   PERFORM anotarEmpleado
                   PERFORM leerEmpleado
               END-PERFORM
               CLOSE empMastFile
           ELSE
               DISPLAY"No se pudo leer EMPMAST, no se pueden",
                   " validar las ordenes; generacion cancelada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       leerEmpleado.
           READ empMastFile
               AT END MOVE "10" to empMastEstado
           END-READ.

       anotarEmpleado.
           IF cantEmpleados < 500
               ADD 1 to cantEmpleados
               MOVE empNombre to empNomTab(cantEmpleados)
               MOVE empId to empIdTab(cantEmpleados)
               IF empInactivo
                   MOVE"N" to empActTab(cantEmpleados)
               ELSE
                   MOVE"S" to empActTab(cantEmpleados)
               END-IF
           ELSE
               DISPLAY"Tabla de empleados llena, generacion",
                   " cancelada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       cargarPreferencias.
           MOVE ZEROS to cantPrefs
           OPEN INPUT prefFile
           IF prefEstado NOT = "35"
               PERFORM leerPreferencia
               PERFORM UNTIL prefEstado NOT = "00"
                   PERFORM anotarPreferencia
                   PERFORM leerPreferencia
               END-PERFORM
               CLOSE prefFile
           END-IF.

       leerPreferencia.
           READ prefFile
               AT END MOVE "10" to prefEstado
           END-READ.

       anotarPreferencia.
           IF cantPrefs < 500
               ADD 1 to cantPrefs
               MOVE prefEmpId to prfId(cantPrefs)
               MOVE prefNoContribuye to prfNoContrib(cantPrefs)
               MOVE prefNoRecibe to prfNoRecibe(cantPrefs)
           ELSE
               DISPLAY"Tabla de preferencias llena, generacion",
                   " cancelada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       buscarPref.
           MOVE"N" to prefNoContribFlag prefNoRecibeFlag
           PERFORM compararPref VARYING p2 FROM 1 BY 1
               UNTIL p2 > cantPrefs.

       compararPref.
           IF prfId(p2) = prefBusca
               MOVE prfNoContrib(p2) to prefNoContribFlag
               MOVE prfNoRecibe(p2) to prefNoRecibeFlag
           END-IF.

      * El roster es el mismo que arma dinero para la campana del
      * mes: el beneficiario de la campana, o los cumpleaneros o
      * aniversarios de servicio activos del padron.
       armarRoster.
           MOVE ZEROS to cantRoster
           IF corridaCampana
               IF benefCampId > 0
                   MOVE benefCampId to prefBusca
                   PERFORM buscarPref
               ELSE
                   MOVE"N" to prefNoRecibeFlag
               END-IF
               IF prefNoRecibeFlag = "S"
                   DISPLAY"El beneficiario pidio no recibir colecta: ",
                       benefCampana
               ELSE
                   MOVE 1 to cantRoster
                   MOVE benefCampana to rosNombre(1)
                   MOVE benefCampId to rosEmpId(1)
               END-IF
           ELSE
               OPEN INPUT empMastFile
               PERFORM leerEmpleado
               PERFORM UNTIL empMastEstado NOT = "00"
                   IF NOT empInactivo AND empNombre NOT = SPACES
                       PERFORM evaluarCelebrado
                   END-IF
                   PERFORM leerEmpleado
               END-PERFORM
               CLOSE empMastFile
           END-IF.

       evaluarCelebrado.
           MOVE"N" to hallado
           IF corridaCumple AND empNacFecha(5:2) = mesCorrida(5:2)
               MOVE"S" to hallado
           END-IF
           IF corridaAniv AND empIngFecha IS NUMERIC AND
               empIngFecha NOT = ZEROS
               IF empIngFecha(5:2) = mesCorrida(5:2)
                   MOVE empIngFecha(1:4) to anioIngreso
                   COMPUTE aniosServicio = anioHoy - anioIngreso
                   IF aniosServicio = 10 OR aniosServicio = 20 OR
                       aniosServicio = 25
                       MOVE"S" to hallado
                   END-IF
               END-IF
           END-IF
           IF hallado = "S"
               MOVE empId to prefBusca
               PERFORM buscarPref
               IF prefNoRecibeFlag = "S"
                   MOVE"N" to hallado
               END-IF
           END-IF
           IF hallado = "S"
               IF cantRoster < 99
                   ADD 1 to cantRoster
                   MOVE empNombre to rosNombre(cantRoster)
                   MOVE empId to rosEmpId(cantRoster)
               ELSE
                   DISPLAY"Roster del mes lleno, se omite: ",empNombre
               END-IF
           END-IF.

      * Las intenciones del mes ya anotadas: para no pisar las que
      * se anotaron a mano (ni repetir las de una corrida anterior)
      * y para que cuenten en el tope mensual del contribuyente.
       cargarPrevias.
           MOVE ZEROS to cantPrevias
           OPEN INPUT intFile
           IF intEstado NOT = "35"
               PERFORM leerIntencion
               PERFORM UNTIL intEstado NOT = "00"
                   IF intMes = mesCorrida
                       PERFORM anotarPrevia
                   END-IF
                   PERFORM leerIntencion
               END-PERFORM
               CLOSE intFile
           END-IF.

       leerIntencion.
           READ intFile
               AT END MOVE "10" to intEstado
           END-READ.

       anotarPrevia.
           IF cantPrevias < 2000
               ADD 1 to cantPrevias
               MOVE intNombre to preNombre(cantPrevias)
               MOVE intContribuyente to preContrib(cantPrevias)
           ELSE
               DISPLAY"Tabla de intenciones del mes llena,",
                   " generacion cancelada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE intContribuyente to nombreContrib
           PERFORM ubicarContrib
           IF ctbIdx > 0
               ADD intMonto to ctbTotal(ctbIdx)
           END-IF.

       abrirArchivos.
           OPEN INPUT ordFijaFile
           IF ordFijaEstado NOT = "00"
               DISPLAY"No hay maestro de ordenes fijas ORDFIJA,",
                   " no hay nada que generar"
               MOVE 4 to RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND intFile
           IF intEstado = "35"
               OPEN OUTPUT intFile
           END-IF
           OPEN OUTPUT reporteFile.

       cerrarArchivos.
           CLOSE ordFijaFile
           CLOSE intFile
           CLOSE reporteFile.

       leerOrden.
           READ ordFijaFile
               AT END MOVE "10" to ordFijaEstado
           END-READ.

       evaluarOrden.
           ADD 1 to cantOrdenes
           MOVE"S" to ordenValida
           IF ofiFechaDesde(1:6) > mesCorrida OR
               (ofiFechaHasta NOT = 0 AND
                ofiFechaHasta(1:6) < mesCorrida)
               MOVE"N" to ordenValida
               MOVE"FUERA DE VIGENCIA" to motivoSalteo
           END-IF
           IF ordenValida = "S"
               PERFORM controlarCobertura
           END-IF
           IF ordenValida = "S"
               PERFORM controlarContribuyente
           END-IF
           IF ordenValida = "S"
               PERFORM contarCelebrados
           END-IF
           IF ordenValida = "S"
               PERFORM generarCompanero VARYING r FROM 1 BY 1
                   UNTIL r > cantRoster
           ELSE
               ADD 1 to cantOrdSaltea
               MOVE SPACES to repLinea
               STRING"ORDEN " ofiEmpId " " ofiNombre " SALTEADA: "
                   motivoSalteo
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

       controlarCobertura.
           IF (corridaCumple AND ofiCubreCumple NOT = "S") OR
               (corridaAniv AND ofiCubreAniv NOT = "S") OR
               (corridaCampana AND ofiCubreCampana NOT = "S")
               MOVE"N" to ordenValida
               MOVE"NO CUBRE LA CAMPANA" to motivoSalteo
           END-IF.

      * El nombre sale del padron, que es contra lo que valida
      * generaDescuentos; el de la orden puede haber quedado viejo.
       controlarContribuyente.
           MOVE"N" to hallado
           MOVE"N" to contribActivo
           PERFORM compararEmpleado VARYING e2 FROM 1 BY 1
               UNTIL e2 > cantEmpleados OR hallado = "S"
           IF hallado NOT = "S"
               MOVE"N" to ordenValida
               MOVE"CONTRIB NO EXISTE" to motivoSalteo
           END-IF
           IF ordenValida = "S" AND contribActivo NOT = "S"
               MOVE"N" to ordenValida
               MOVE"CONTRIB DE BAJA" to motivoSalteo
           END-IF
           IF ordenValida = "S"
               MOVE ofiEmpId to prefBusca
               PERFORM buscarPref
               IF prefNoContribFlag = "S"
                   MOVE"N" to ordenValida
                   MOVE"CONTRIB OPT-OUT" to motivoSalteo
               END-IF
           END-IF.

       compararEmpleado.
           IF empIdTab(e2) = ofiEmpId
               MOVE"S" to hallado
               MOVE empNomTab(e2) to nombreContrib
               MOVE empActTab(e2) to contribActivo
           END-IF.

      * El monto por mes se reparte entre los celebrados del mes
      * sin contarse a si mismo; el centavo que sobra no se cobra.
       contarCelebrados.
           MOVE ZEROS to cantCelebrados
           PERFORM contarCelebrado VARYING r FROM 1 BY 1
               UNTIL r > cantRoster
           IF cantCelebrados = 0
               MOVE"N" to ordenValida
               MOVE"SIN CELEBRADOS" to motivoSalteo
           ELSE
               IF ofiPorMes
                   COMPUTE montoIntencion = ofiMonto / cantCelebrados
               ELSE
                   MOVE ofiMonto to montoIntencion
               END-IF
               IF montoIntencion NOT > 0
                   MOVE"N" to ordenValida
                   MOVE"MONTO EN CERO" to motivoSalteo
               END-IF
           END-IF.

       contarCelebrado.
           IF rosEmpId(r) NOT = ofiEmpId
               ADD 1 to cantCelebrados
           END-IF.

       generarCompanero.
           MOVE"S" to intencionValida
           IF rosEmpId(r) = ofiEmpId
               MOVE"N" to intencionValida
               MOVE"ES EL CELEBRADO" to motivoSalteo
           END-IF
           IF intencionValida = "S"
               MOVE"N" to hallado
               PERFORM compararPrevia VARYING k FROM 1 BY 1
                   UNTIL k > cantPrevias OR hallado = "S"
               IF hallado = "S"
                   MOVE"N" to intencionValida
                   MOVE"YA TIENE INTENCION" to motivoSalteo
               END-IF
           END-IF
           IF intencionValida = "S" AND montoIntencion > montoMaximo
               MOVE"N" to intencionValida
               MOVE"SUPERA MAXIMO" to motivoSalteo
           END-IF
           IF intencionValida = "S"
               PERFORM ubicarContrib
               IF ctbIdx = 0
                   MOVE"N" to intencionValida
                   MOVE"TABLA CONTRIB LLENA" to motivoSalteo
               ELSE
                   IF ctbTotal(ctbIdx) + montoIntencion > topeContrib
                       MOVE"N" to intencionValida
                       MOVE"SUPERA TOPE CONTRIB" to motivoSalteo
                   END-IF
               END-IF
           END-IF
           IF intencionValida = "S"
               PERFORM grabarIntencion
           ELSE
               PERFORM informarSalteo
           END-IF.

      * Una intencion para el companero (o en blanco, si la corrida
      * es de campana) del mismo contribuyente ya cubre ese par.
       compararPrevia.
           IF preContrib(k) = nombreContrib AND
               (preNombre(k) = rosNombre(r) OR
                (corridaCampana AND preNombre(k) = SPACES))
               MOVE"S" to hallado
           END-IF.

       ubicarContrib.
           MOVE"N" to hallado
           PERFORM buscarContribTabla VARYING ctbIdx FROM 1 BY 1
               UNTIL ctbIdx > cantContrib OR hallado = "S"
           IF hallado NOT = "S"
               IF cantContrib < 500
                   ADD 1 to cantContrib
                   MOVE cantContrib to ctbIdx
                   MOVE nombreContrib to ctbNombre(ctbIdx)
                   MOVE ZEROS to ctbTotal(ctbIdx)
               ELSE
                   MOVE ZEROS to ctbIdx
               END-IF
           END-IF.

       buscarContribTabla.
           IF ctbNombre(ctbIdx) = nombreContrib
               MOVE"S" to hallado
               SUBTRACT 1 from ctbIdx
           END-IF.

       grabarIntencion.
           MOVE mesCorrida to intMes
           MOVE rosNombre(r) to intNombre
           MOVE nombreContrib to intContribuyente
           MOVE montoIntencion to intMonto
           WRITE intRec
           ADD montoIntencion to ctbTotal(ctbIdx)
           ADD 1 to cantGeneradas
           ADD montoIntencion to totalGenerado
           MOVE montoIntencion to montoLinea
           MOVE SPACES to repLinea
           STRING"  " nombreContrib " -> " rosNombre(r) " "
               montoLinea
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       informarSalteo.
           ADD 1 to cantSalteadas
           MOVE SPACES to repLinea
           STRING"  " nombreContrib " -> " rosNombre(r)
               " SALTEADA: " motivoSalteo
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       imprimirEncabezado.
           MOVE SPACES to repLinea
           STRING"INTENCIONES DESDE ORDENES FIJAS - MES: " mesCorrida
               " FECHA: " fechaHoy
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantRoster to cantEdit
           MOVE SPACES to repLinea
           STRING"CAMPANA: " campanaCorrida "  CELEBRADOS: " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea.

       generarTotales.
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE cantOrdenes to cantEdit
           MOVE SPACES to repLinea
           STRING"ORDENES LEIDAS:          " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantOrdSaltea to cantEdit
           MOVE SPACES to repLinea
           STRING"ORDENES SALTEADAS:       " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantGeneradas to cantEdit
           MOVE SPACES to repLinea
           STRING"INTENCIONES GENERADAS:   " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantSalteadas to cantEdit
           MOVE SPACES to repLinea
           STRING"INTENCIONES SALTEADAS:   " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE totalGenerado to montoEdit
           MOVE SPACES to repLinea
           STRING"TOTAL GENERADO:          " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       END PROGRAM generaOrdenes.
