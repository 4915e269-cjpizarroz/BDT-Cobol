      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Calendario de festejos y presupuesto de recaudacion
      *          de los proximos doce meses.  Para cada mes lista a
      *          quien se le va a festejar:
      *          - cumpleanos de los activos del padron EMPMAST;
      *          - aniversarios de servicio de 10, 20 y 25 anos
      *            (empIngFecha, igual que el roster de aniversarios);
      *          - campanas abiertas de CAMPANAS que cierran en el mes
      *            (las vencidas sin liquidar van al primer mes);
      *          sin los que pidieron no recibir colecta en PREFEREN.
      *          Lo que se espera juntar por festejado es el promedio
      *          historico de las rondas de cumpleanos y aniversarios
      *          de APORTES y APORHIST, y lo que se espera gastar sale
      *          de lo comprado en COMPRAS para esas mismas rondas.
      *          Una campana abierta espera juntar lo que le falta
      *          para su objetivo y gastar lo que le falta comprar;
      *          lo que ya tiene juntado entra al fondo al liquidarla.
      *          Arranca del saldo de FONDO y proyecta el fondo mes
      *          a mes; marca FALTA PLATA el mes en que lo que se va
      *          a gastar supera lo que se va a juntar mas el fondo.
      *          Sale por REPPRONO.  Al final ofrece cargar lo que se
      *          espera juntar en cada mes como parMontoObjetivo de
      *          PARAMS (el mes que no existe se crea copiando los
      *          demas valores del ultimo mes cargado).  Para
      *          cargar PARAMS pide antes el ingreso del operador con
      *          su usuario y clave del maestro OPERADOR (rol minimo
      *          tesorero); cada ingreso queda en ACCESOS.  El
      *          pronostico solo, sin cargar nada, no lo pide.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pronosticoAnual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT campFile ASSIGN TO "CAMPANAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT fondoFile ASSIGN TO "FONDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fondoEstado.

           SELECT paramFile ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paramEstado.

           SELECT reporteFile ASSIGN TO "REPPRONO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporteEstado.

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
       FD  empMastFile.
           COPY "EMPMAST.cpy".

       FD  prefFile.
           COPY "PREFEREN.cpy".

       FD  campFile.
           COPY "CAMPANAS.cpy".

       FD  aportesFile.
           COPY "APORTE.cpy".

       FD  archivoFile.
       01  arcRec          PIC X(87).

       FD  comprasFile.
           COPY "COMPRAS.cpy".

       FD  fondoFile.
           COPY "FONDO.cpy".

       FD  paramFile.
           COPY "PARAMS.cpy".

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  empMastEstado  PIC X(2).
       01  prefEstado     PIC X(2).
       01  campEstado     PIC X(2).
       01  aportesEstado  PIC X(2).
       01  archivoEstado  PIC X(2).
       01  comprasEstado  PIC X(2).
       01  fondoEstado    PIC X(2).
       01  paramEstado    PIC X(2).
       01  reporteEstado  PIC X(2).
       01  fechaHoy       PIC 9(8).
       01  anioCalc       PIC 9(4).
       01  mesCalc        PIC 9(2).
       01  mesBusca       PIC 9(6).
       01  i              PIC 9(4).
       01  k              PIC 9(2).
       01  m              PIC 9(2).
       01  d              PIC 9(2).
       01  p              PIC 9(4).
       01  hallado        PIC X(1).
       01  cargarObjetivos PIC X(1).
       01  noRecibe       PIC X(1).
       01  anonimo        PIC X(1).
       01  anioIngreso    PIC 9(4).
       01  aniosServicio  PIC 9(3).
       01  diaFestejo     PIC 9(2).
       01  nombreFestejo  PIC X(15).
       01  motivoFestejo  PIC X(14).
       01  entraFestejo   PIC S9(7)V99.
       01  saleFestejo    PIC S9(7)V99.
       01  campanaBusca   PIC X(8).
       01  nombreBusca    PIC X(15).
      * Promedios historicos por festejado.
       01  netoRondas     PIC S9(9)V99.
       01  gastoRondas    PIC S9(9)V99.
       01  cantFestHist   PIC 9(5).
       01  promedioEntra  PIC S9(7)V99.
       01  promedioSale   PIC S9(7)V99.
       01  fondoInicial   PIC S9(9)V99.
       01  fondoCorrido   PIC S9(9)V99.
       01  cantFalta      PIC 9(2).
       01  totEntra       PIC S9(9)V99.
       01  totSale        PIC S9(9)V99.
       01  totFestejos    PIC 9(5).
      * Impresion.
       01  montoEdit      PIC -Z(7)9.99.
       01  montoEdit2     PIC -Z(7)9.99.
       01  montoEdit3     PIC -Z(7)9.99.
       01  cantEdit       PIC ZZZ9.
       01  cantEdit2      PIC ZZZ9.
       01  cantEdit3      PIC ZZZ9.
       01  diaEdit        PIC X(2).
       01  cantPrefs      PIC 9(4).
       01  cantCamp       PIC 9(4).
       01  cantHist       PIC 9(4).
       01  cantFest       PIC 9(4).
       01  cantParams     PIC 9(4).
       01  cantCreados    PIC 9(4).
       01  cantActualiz   PIC 9(4).
       01  ultimoParam    PIC 9(4).
       01  prefTabla.
           05  prfId        OCCURS 500 TIMES PIC 9(5).
           05  prfNoRecibe  OCCURS 500 TIMES PIC X(1).
           05  prfAnonimo   OCCURS 500 TIMES PIC X(1).
      * Campanas abiertas que cierran dentro del horizonte.
       01  campTabla.
           05  cpId         OCCURS 200 TIMES PIC X(8).
           05  cpBenef      OCCURS 200 TIMES PIC X(15).
           05  cpObjetivo   OCCURS 200 TIMES PIC 9(6)V99.
           05  cpMesIdx     OCCURS 200 TIMES PIC 9(2).
           05  cpDia        OCCURS 200 TIMES PIC 9(2).
           05  cpNeto       OCCURS 200 TIMES PIC S9(7)V99.
           05  cpGastado    OCCURS 200 TIMES PIC S9(7)V99.
      * Festejados distintos de las rondas historicas.
       01  histTabla.
           05  hsCampana    OCCURS 9000 TIMES PIC X(8).
           05  hsNombre     OCCURS 9000 TIMES PIC X(15).
       01  mesesTabla.
           05  msMes        OCCURS 12 TIMES PIC 9(6).
           05  msCumple     OCCURS 12 TIMES PIC 9(4).
           05  msAniv       OCCURS 12 TIMES PIC 9(4).
           05  msCamp       OCCURS 12 TIMES PIC 9(4).
           05  msEntraCum   OCCURS 12 TIMES PIC S9(7)V99.
           05  msEntraAni   OCCURS 12 TIMES PIC S9(7)V99.
           05  msEntra      OCCURS 12 TIMES PIC S9(7)V99.
           05  msSale       OCCURS 12 TIMES PIC S9(7)V99.
           05  msFondo      OCCURS 12 TIMES PIC S9(9)V99.
           05  msFalta      OCCURS 12 TIMES PIC X(1).
       01  festTabla.
           05  fsMesIdx     OCCURS 3000 TIMES PIC 9(2).
           05  fsDia        OCCURS 3000 TIMES PIC 9(2).
           05  fsNombre     OCCURS 3000 TIMES PIC X(15).
           05  fsMotivo     OCCURS 3000 TIMES PIC X(14).
           05  fsEntra      OCCURS 3000 TIMES PIC S9(7)V99.
           05  fsSale       OCCURS 3000 TIMES PIC S9(7)V99.
       01  paramTabla.
           05  pmMes        OCCURS 240 TIMES PIC 9(6).
           05  pmRegistro   OCCURS 240 TIMES PIC X(81).
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
       01  eventoAcceso     PIC X(8).
       01  operadorAcceso   PIC X(8).
       01  supervisorAcceso PIC X(8).
       01  detalleAcceso    PIC X(40).
       01  horaAcceso       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM inicio
            PERFORM armarMeses
            PERFORM cargarPreferencias
            PERFORM cargarCampanas
            PERFORM recorrerLedger
            PERFORM recorrerCompras
            PERFORM calcularPromedios
            PERFORM cargarFondo
            PERFORM armarFestejos
            PERFORM proyectarFondo
            PERFORM generarReporte
            IF cargarObjetivos = "S" OR cargarObjetivos = "s"
                PERFORM cargarParams
            END-IF
            IF cantFalta > 0
                DISPLAY"Hay meses con FALTA PLATA, ver REPPRONO"
                MOVE 4 to RETURN-CODE
            ELSE
                DISPLAY"Pronostico listo, ver REPPRONO"
            END-IF
            STOP RUN.

       inicio.
           DISPLAY"Pronostico de festejos y recaudacion a doce meses"
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to netoRondas gastoRondas cantFestHist
               promedioEntra promedioSale fondoInicial cantFalta
               totEntra totSale totFestejos cantPrefs cantCamp
               cantHist cantFest cantParams cantCreados cantActualiz
               ultimoParam
           DISPLAY"Cargar lo esperado de cada mes como objetivo en",
               " PARAMS? (S/N)"
           ACCEPT cargarObjetivos
           IF cargarObjetivos = "S" OR cargarObjetivos = "s"
               MOVE"pronosticoAnual" to programaFirma
               MOVE 2 to nivelPedido
               PERFORM firmarOperador
           END-IF.

      * El horizonte son los doce meses que siguen al actual.
       armarMeses.
           MOVE fechaHoy(1:4) to anioCalc
           MOVE fechaHoy(5:2) to mesCalc
           PERFORM armarMes VARYING k FROM 1 BY 1 UNTIL k > 12.

       armarMes.
           IF mesCalc = 12
               MOVE 1 to mesCalc
               ADD 1 to anioCalc
           ELSE
               ADD 1 to mesCalc
           END-IF
           COMPUTE msMes(k) = anioCalc * 100 + mesCalc
           MOVE ZEROS to msCumple(k) msAniv(k) msCamp(k)
               msEntraCum(k) msEntraAni(k) msEntra(k) msSale(k)
               msFondo(k)
           MOVE"N" to msFalta(k).

       buscarMes.
           MOVE"N" to hallado
           PERFORM compararMes VARYING m FROM 1 BY 1
               UNTIL m > 12 OR hallado = "S".

       compararMes.
           IF msMes(m) = mesBusca
               MOVE"S" to hallado
               SUBTRACT 1 from m
           END-IF.

       cargarPreferencias.
           OPEN INPUT prefFile
           IF prefEstado NOT = "35"
               PERFORM leerPreferencia
               PERFORM UNTIL prefEstado NOT = "00"
                   IF cantPrefs < 500
                       ADD 1 to cantPrefs
                       MOVE prefEmpId to prfId(cantPrefs)
                       MOVE prefNoRecibe to prfNoRecibe(cantPrefs)
                       MOVE prefAnonimo to prfAnonimo(cantPrefs)
                   ELSE
                       DISPLAY"Tabla de preferencias llena, aborta"
                       MOVE 8 to RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM leerPreferencia
               END-PERFORM
               CLOSE prefFile
           END-IF.

       leerPreferencia.
           READ prefFile
               AT END MOVE "10" to prefEstado
           END-READ.

       buscarPref.
           MOVE"N" to noRecibe anonimo
           PERFORM compararPref VARYING p FROM 1 BY 1
               UNTIL p > cantPrefs.

       compararPref.
           IF prfId(p) = empId
               MOVE prfNoRecibe(p) to noRecibe
               MOVE prfAnonimo(p) to anonimo
           END-IF.

      * Solo las campanas abiertas: la que cierra antes del primer
      * mes del horizonte (o sin fecha de cierre) se espera liquidar
      * en el primer mes; la que cierra despues queda afuera.
       cargarCampanas.
           OPEN INPUT campFile
           IF campEstado = "00"
               PERFORM leerCampana
               PERFORM UNTIL campEstado NOT = "00"
                   IF camAbierta
                       PERFORM anotarCampana
                   END-IF
                   PERFORM leerCampana
               END-PERFORM
               CLOSE campFile
           END-IF.

       leerCampana.
           READ campFile
               AT END MOVE "10" to campEstado
           END-READ.

       anotarCampana.
           MOVE camFechaCierra(1:6) to mesBusca
           MOVE camFechaCierra(7:2) to diaFestejo
           IF camFechaCierra < msMes(1) * 100
               MOVE msMes(1) to mesBusca
               MOVE ZEROS to diaFestejo
           END-IF
           PERFORM buscarMes
           IF hallado = "S"
               IF cantCamp < 200
                   ADD 1 to cantCamp
                   MOVE camId to cpId(cantCamp)
                   MOVE camBeneficiario to cpBenef(cantCamp)
                   MOVE camObjetivo to cpObjetivo(cantCamp)
                   MOVE m to cpMesIdx(cantCamp)
                   MOVE diaFestejo to cpDia(cantCamp)
                   MOVE ZEROS to cpNeto(cantCamp) cpGastado(cantCamp)
               ELSE
                   DISPLAY"Tabla de campanas llena, aborta"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       buscarCampana.
           MOVE"N" to hallado
           PERFORM compararCampana VARYING i FROM 1 BY 1
               UNTIL i > cantCamp OR hallado = "S".

       compararCampana.
           IF cpId(i) = campanaBusca
               MOVE"S" to hallado
               SUBTRACT 1 from i
           END-IF.

      ******************************************************************
      * Historia: neto de las rondas de cumpleanos ("C" + AAAAMM) y
      * aniversarios ("A" + AAAAMM) y cuantos companeros distintos
      * se festejaron en cada una.  De paso, lo juntado hasta hoy
      * por cada campana abierta.
      ******************************************************************
       recorrerLedger.
           OPEN INPUT archivoFile
           IF archivoEstado NOT = "35"
               PERFORM leerArchivado
               PERFORM UNTIL archivoEstado = "10"
                   MOVE arcRec to aporteRec
                   PERFORM clasificarAporte
                   PERFORM leerArchivado
               END-PERFORM
               CLOSE archivoFile
           END-IF
           OPEN INPUT aportesFile
           IF aportesEstado NOT = "35"
               PERFORM leerAporte
               PERFORM UNTIL aportesEstado = "10"
                   PERFORM clasificarAporte
                   PERFORM leerAporte
               END-PERFORM
               CLOSE aportesFile
           END-IF.

       leerArchivado.
           READ archivoFile
               AT END MOVE "10" to archivoEstado
           END-READ.

       leerAporte.
           READ aportesFile
               AT END MOVE "10" to aportesEstado
           END-READ.

       clasificarAporte.
           IF (aporteCampana(1:1) = "C" OR aporteCampana(1:1) = "A")
               AND aporteCampana(2:6) IS NUMERIC
               IF aporteEsReverso
                   SUBTRACT aporteMonto from netoRondas
               ELSE
                   ADD aporteMonto to netoRondas
                   PERFORM anotarFestejado
               END-IF
           ELSE
               MOVE aporteCampana to campanaBusca
               PERFORM buscarCampana
               IF hallado = "S"
                   IF aporteEsReverso
                       SUBTRACT aporteMonto from cpNeto(i)
                   ELSE
                       ADD aporteMonto to cpNeto(i)
                   END-IF
               END-IF
           END-IF.

       anotarFestejado.
           MOVE aporteCampana to campanaBusca
           MOVE aporteNombre to nombreBusca
           MOVE"N" to hallado
           PERFORM compararFestejado VARYING i FROM 1 BY 1
               UNTIL i > cantHist OR hallado = "S"
           IF hallado NOT = "S"
               IF cantHist < 9000
                   ADD 1 to cantHist
                   MOVE campanaBusca to hsCampana(cantHist)
                   MOVE nombreBusca to hsNombre(cantHist)
               ELSE
                   DISPLAY"Tabla de festejados historicos llena,",
                       " aborta"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       compararFestejado.
           IF hsCampana(i) = campanaBusca AND
               hsNombre(i) = nombreBusca
               MOVE"S" to hallado
           END-IF.

       recorrerCompras.
           OPEN INPUT comprasFile
           IF comprasEstado NOT = "35"
               PERFORM leerCompra
               PERFORM UNTIL comprasEstado = "10"
                   PERFORM clasificarCompra
                   PERFORM leerCompra
               END-PERFORM
               CLOSE comprasFile
           END-IF.

       leerCompra.
           READ comprasFile
               AT END MOVE "10" to comprasEstado
           END-READ.

       clasificarCompra.
           IF (comCampana(1:1) = "C" OR comCampana(1:1) = "A")
               AND comCampana(2:6) IS NUMERIC
               ADD comMonto to gastoRondas
           ELSE
               MOVE comCampana to campanaBusca
               PERFORM buscarCampana
               IF hallado = "S"
                   ADD comMonto to cpGastado(i)
               END-IF
           END-IF.

      * Sin historia los promedios quedan en cero y el reporte lo
      * avisa: el pronostico solo muestra las campanas abiertas.
       calcularPromedios.
           MOVE cantHist to cantFestHist
           IF cantFestHist > 0
               COMPUTE promedioEntra ROUNDED =
                   netoRondas / cantFestHist
               COMPUTE promedioSale ROUNDED =
                   gastoRondas / cantFestHist
           END-IF.

       cargarFondo.
           OPEN INPUT fondoFile
           IF fondoEstado NOT = "35"
               READ fondoFile
                   AT END CONTINUE
                   NOT AT END MOVE fonSaldo to fondoInicial
               END-READ
               CLOSE fondoFile
           END-IF.

      ******************************************************************
      * Festejos del horizonte: cumpleanos y aniversarios del padron
      * activo, y las campanas abiertas.
      ******************************************************************
       armarFestejos.
           OPEN INPUT empMastFile
           IF empMastEstado NOT = "35"
               PERFORM leerEmpleado
               PERFORM UNTIL empMastEstado NOT = "00"
                   IF NOT empInactivo AND empNombre NOT = SPACES
                       PERFORM evaluarEmpleado
                   END-IF
                   PERFORM leerEmpleado
               END-PERFORM
               CLOSE empMastFile
           END-IF
           PERFORM anotarCampanaFestejo VARYING i FROM 1 BY 1
               UNTIL i > cantCamp.

       leerEmpleado.
           READ empMastFile
               AT END MOVE "10" to empMastEstado
           END-READ.

       evaluarEmpleado.
           PERFORM buscarPref
           IF noRecibe NOT = "S"
               MOVE empNombre to nombreFestejo
               IF anonimo = "S"
                   MOVE"ANONIMO" to nombreFestejo
               END-IF
               PERFORM evaluarMesEmpleado VARYING k FROM 1 BY 1
                   UNTIL k > 12
           END-IF.

       evaluarMesEmpleado.
           IF empNacFecha(5:2) = msMes(k)(5:2)
               MOVE empNacFecha(7:2) to diaFestejo
               MOVE"CUMPLEANOS" to motivoFestejo
               MOVE promedioEntra to entraFestejo
               MOVE promedioSale to saleFestejo
               MOVE k to m
               PERFORM anotarFestejo
               ADD 1 to msCumple(k)
               ADD promedioEntra to msEntraCum(k)
           END-IF
           IF empIngFecha IS NUMERIC AND empIngFecha NOT = ZEROS
               IF empIngFecha(5:2) = msMes(k)(5:2)
                   MOVE msMes(k)(1:4) to anioCalc
                   MOVE empIngFecha(1:4) to anioIngreso
                   COMPUTE aniosServicio = anioCalc - anioIngreso
                   IF aniosServicio = 10 OR aniosServicio = 20 OR
                       aniosServicio = 25
                       MOVE empIngFecha(7:2) to diaFestejo
                       MOVE SPACES to motivoFestejo
                       STRING"ANIVERSARIO " aniosServicio(2:2)
                           DELIMITED BY SIZE INTO motivoFestejo
                       MOVE promedioEntra to entraFestejo
                       MOVE promedioSale to saleFestejo
                       MOVE k to m
                       PERFORM anotarFestejo
                       ADD 1 to msAniv(k)
                       ADD promedioEntra to msEntraAni(k)
                   END-IF
               END-IF
           END-IF.

      * Una campana abierta espera juntar lo que le falta para el
      * objetivo y gastar lo que le falta comprar; lo ya juntado y
      * no gastado entra al fondo cuando se liquida.
       anotarCampanaFestejo.
           MOVE cpBenef(i) to nombreFestejo
           MOVE SPACES to motivoFestejo
           STRING"CAMPANA " cpId(i)
               DELIMITED BY SIZE INTO motivoFestejo
           MOVE cpDia(i) to diaFestejo
           MOVE cpMesIdx(i) to m
           MOVE ZEROS to entraFestejo saleFestejo
           IF cpObjetivo(i) > cpNeto(i)
               COMPUTE entraFestejo = cpObjetivo(i) - cpNeto(i)
           END-IF
           ADD cpNeto(i) to entraFestejo
           SUBTRACT cpGastado(i) from entraFestejo
           IF cpObjetivo(i) > cpGastado(i)
               COMPUTE saleFestejo = cpObjetivo(i) - cpGastado(i)
           END-IF
           PERFORM anotarFestejo
           ADD 1 to msCamp(m).

       anotarFestejo.
           IF cantFest < 3000
               ADD 1 to cantFest
               MOVE m to fsMesIdx(cantFest)
               MOVE diaFestejo to fsDia(cantFest)
               MOVE nombreFestejo to fsNombre(cantFest)
               MOVE motivoFestejo to fsMotivo(cantFest)
               MOVE entraFestejo to fsEntra(cantFest)
               MOVE saleFestejo to fsSale(cantFest)
               ADD entraFestejo to msEntra(m)
               ADD saleFestejo to msSale(m)
           ELSE
               DISPLAY"Tabla de festejos llena, aborta"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

      * El fondo de cada mes es el del anterior mas lo que se junta
      * menos lo que se gasta; si da negativo, ese mes falta plata.
       proyectarFondo.
           MOVE fondoInicial to fondoCorrido
           PERFORM proyectarMes VARYING k FROM 1 BY 1 UNTIL k > 12.

       proyectarMes.
           COMPUTE fondoCorrido = fondoCorrido + msEntra(k)
               - msSale(k)
           MOVE fondoCorrido to msFondo(k)
           IF fondoCorrido < 0
               MOVE"S" to msFalta(k)
               ADD 1 to cantFalta
           END-IF
           ADD msEntra(k) to totEntra
           ADD msSale(k) to totSale.

      ******************************************************************
      * Calendario mes por mes (ordenado por dia) y resumen.
      ******************************************************************
       generarReporte.
           OPEN OUTPUT reporteFile
           MOVE SPACES to repLinea
           STRING"PRONOSTICO DE FESTEJOS Y RECAUDACION - DESDE "
               msMes(1) " HASTA " msMes(12)
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE promedioEntra to montoEdit
           MOVE promedioSale to montoEdit2
           MOVE cantFestHist to cantEdit
           MOVE SPACES to repLinea
           STRING"POR FESTEJADO: JUNTA " montoEdit " GASTA "
               montoEdit2 " (" cantEdit " HIST.)"
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           IF cantFestHist = 0
               MOVE SPACES to repLinea
               MOVE"SIN HISTORIA DE RONDAS: SOLO CUENTAN LAS CAMPANAS"
                   to repLinea
               WRITE repLinea
           END-IF
           MOVE fondoInicial to montoEdit
           MOVE SPACES to repLinea
           STRING"FONDO COMUN AL ARRANCAR: " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           PERFORM imprimirMes VARYING k FROM 1 BY 1 UNTIL k > 12
           PERFORM imprimirResumen
           CLOSE reporteFile.

       imprimirMes.
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           STRING"MES " msMes(k)
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE"  DIA NOMBRE          MOTIVO              A JUNTAR"
               to repLinea
           MOVE"A GASTAR" to repLinea(57:8)
           WRITE repLinea
           PERFORM imprimirDia VARYING d FROM 0 BY 1 UNTIL d > 31
           MOVE msCumple(k) to cantEdit
           MOVE msAniv(k) to cantEdit2
           MOVE msCamp(k) to cantEdit3
           MOVE SPACES to repLinea
           STRING"  CUMPLEANOS " cantEdit "  ANIVERSARIOS " cantEdit2
               "  CAMPANAS " cantEdit3
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE msEntra(k) to montoEdit
           MOVE msSale(k) to montoEdit2
           MOVE msFondo(k) to montoEdit3
           MOVE SPACES to repLinea
           STRING"  JUNTA " montoEdit " GASTA " montoEdit2
               " FONDO " montoEdit3
               DELIMITED BY SIZE INTO repLinea
           IF msFalta(k) = "S"
               MOVE"FALTA PLATA" to repLinea(67:11)
           END-IF
           WRITE repLinea.

       imprimirDia.
           PERFORM imprimirFestejo VARYING i FROM 1 BY 1
               UNTIL i > cantFest.

       imprimirFestejo.
           IF fsMesIdx(i) = k AND fsDia(i) = d
               ADD 1 to totFestejos
               IF d = 0
                   MOVE"--" to diaEdit
               ELSE
                   MOVE fsDia(i) to diaEdit
               END-IF
               MOVE fsEntra(i) to montoEdit
               MOVE fsSale(i) to montoEdit2
               MOVE SPACES to repLinea
               STRING"  " diaEdit "  " fsNombre(i) " " fsMotivo(i)
                   "  " montoEdit "  " montoEdit2
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

       imprimirResumen.
           MOVE SPACES to repLinea
           WRITE repLinea
           STRING"RESUMEN        MES         JUNTA        GASTA"
               "        FONDO"
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           PERFORM imprimirRenglonResumen VARYING k FROM 1 BY 1
               UNTIL k > 12
           MOVE totEntra to montoEdit
           MOVE totSale to montoEdit2
           MOVE fondoCorrido to montoEdit3
           MOVE SPACES to repLinea
           STRING"TOTAL               " montoEdit " " montoEdit2 " "
               montoEdit3
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE totFestejos to cantEdit
           MOVE cantFalta to cantEdit2
           MOVE SPACES to repLinea
           STRING"FESTEJOS: " cantEdit "  MESES CON FALTA PLATA: "
               cantEdit2
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       imprimirRenglonResumen.
           MOVE msEntra(k) to montoEdit
           MOVE msSale(k) to montoEdit2
           MOVE msFondo(k) to montoEdit3
           MOVE SPACES to repLinea
           STRING"            " msMes(k) "  " montoEdit " " montoEdit2
               " " montoEdit3
               DELIMITED BY SIZE INTO repLinea
           IF msFalta(k) = "S"
               MOVE"FALTA PLATA" to repLinea(67:11)
           END-IF
           WRITE repLinea.

      ******************************************************************
      * Carga de objetivos: el objetivo de un mes es lo que se espera
      * juntar en su ronda implicita (la de aniversarios si el mes
      * ya esta cargado con parModoRoster "A", la de cumpleanos si
      * no).  Un mes sin festejados no se toca: un objetivo en cero
      * no deja correr la ronda.  El mes nuevo copia los demas
      * valores del ultimo mes cargado y arranca sin reproceso, sin
      * campana y en modo cumpleanos.
      ******************************************************************
       cargarParams.
           OPEN INPUT paramFile
           IF paramEstado = "35"
               DISPLAY"No existe PARAMS, no hay mes de donde copiar",
                   " los valores; no se cargo nada"
               MOVE 4 to RETURN-CODE
           ELSE
               PERFORM leerParametro
               PERFORM UNTIL paramEstado = "10"
                   PERFORM anotarParametro
                   PERFORM leerParametro
               END-PERFORM
               CLOSE paramFile
               IF cantParams = 0
                   DISPLAY"PARAMS vacio, no se cargo nada"
                   MOVE 4 to RETURN-CODE
               ELSE
                   PERFORM cargarObjetivoMes VARYING k FROM 1 BY 1
                       UNTIL k > 12
                   OPEN OUTPUT paramFile
                   PERFORM grabarParametro VARYING p FROM 1 BY 1
                       UNTIL p > cantParams
                   CLOSE paramFile
                   DISPLAY"PARAMS: ",cantActualiz," meses al dia, ",
                       cantCreados," meses nuevos"
               END-IF
           END-IF.

       leerParametro.
           READ paramFile
               AT END MOVE "10" to paramEstado
           END-READ.

       anotarParametro.
           IF cantParams < 240
               ADD 1 to cantParams
               MOVE parMes to pmMes(cantParams)
               MOVE parRec to pmRegistro(cantParams)
               IF ultimoParam = 0
                   MOVE cantParams to ultimoParam
               ELSE
                   IF parMes > pmMes(ultimoParam)
                       MOVE cantParams to ultimoParam
                   END-IF
               END-IF
           ELSE
               DISPLAY"Tabla de parametros llena, no se cargo nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       cargarObjetivoMes.
           MOVE"N" to hallado
           PERFORM compararParametro VARYING p FROM 1 BY 1
               UNTIL p > cantParams OR hallado = "S"
           IF hallado = "S"
               MOVE pmRegistro(p) to parRec
               IF parModoRoster = "A"
                   MOVE msEntraAni(k) to entraFestejo
               ELSE
                   MOVE msEntraCum(k) to entraFestejo
               END-IF
               IF entraFestejo > 0
                   MOVE entraFestejo to parMontoObjetivo
                   MOVE parRec to pmRegistro(p)
                   ADD 1 to cantActualiz
               END-IF
           ELSE
               IF msEntraCum(k) > 0
                   IF cantParams < 240
                       MOVE pmRegistro(ultimoParam) to parRec
                       MOVE msMes(k) to parMes
                       MOVE msEntraCum(k) to parMontoObjetivo
                       MOVE"N" to parReproceso
                       MOVE SPACES to parCampana parModoRoster
                       ADD 1 to cantParams
                       MOVE parMes to pmMes(cantParams)
                       MOVE parRec to pmRegistro(cantParams)
                       ADD 1 to cantCreados
                   ELSE
                       DISPLAY"Tabla de parametros llena, no se",
                           " cargo nada"
                       MOVE 8 to RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       compararParametro.
           IF pmMes(p) = msMes(k)
               MOVE"S" to hallado
               SUBTRACT 1 from p
           END-IF.

       grabarParametro.
           MOVE pmRegistro(p) to parRec
           WRITE parRec.

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

       END PROGRAM pronosticoAnual.
