      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Igualacion de la empresa en las campanas de
      *          jubilacion y nacimiento.  La empresa pone un peso por
      *          cada peso que pusieron los empleados, con un tope por
      *          contribuyente (parTopeIgualaCtb) y un tope por
      *          campana (parTopeIguala) tomados de PARAMS del mes.
      *          Lee el neto por contribuyente de la campana en el
      *          ledger (por el indice APORIDX, asi entra lo que ya
      *          paso al historico; sin el indice se recorren
      *          APORHIST y APORTES), calcula lo que le toca igualar
      *          a la empresa y asienta la diferencia contra lo ya
      *          igualado en corridas anteriores como aporte de la
      *          empresa (aporteContribId 99999) con su recibo, asi
      *          la corrida se puede repetir a medida que entra plata
      *          y un reverso posterior se compensa solo.  La
      *          igualacion se pide a contabilidad en un extracto
      *          GLEXTR aparte, al centro de costo parCentroIguala,
      *          porque sale de otra partida del presupuesto.  No
      *          toca YTDACUM ni LIDERES: la plata de la empresa no es
      *          de ningun companero.  El detalle queda en REPIGUAL.
      *          La igualacion y su recibo salen con canal sistema
      *          ("S") y origen "IGUALACION".
      *          La igualacion entra tambien al indice del ledger
      *          APORIDX (ver indexaAportes).
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo tesorero); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. igualaEmpresa.
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

           SELECT paramFile ASSIGN TO "PARAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS paramEstado.

           SELECT liqFile ASSIGN TO "LIQHECHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS liqEstado.

           SELECT recNumFile ASSIGN TO "RECNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS recNumEstado.

           SELECT reciboFile ASSIGN TO "RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reciboEstado.

           SELECT glFile ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS glEstado.

           SELECT glNumFile ASSIGN TO "GLNUMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS glNumEstado.

           SELECT reporteFile ASSIGN TO "REPIGUAL"
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

       FD  paramFile.
           COPY "PARAMS.cpy".

       FD  liqFile.
       01  liqRec.
           05  liqCampana  PIC X(08).
           05  liqFecha    PIC 9(08).

       FD  recNumFile.
       01  rnuRec.
           05  rnuProximo   PIC 9(08).

       FD  reciboFile.
           COPY "RECIBO.cpy".

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
       01  paramEstado    PIC X(2).
       01  liqEstado      PIC X(2).
       01  recNumEstado   PIC X(2).
       01  reciboEstado   PIC X(2).
       01  glEstado       PIC X(2).
       01  glNumEstado    PIC X(2).
       01  reporteEstado  PIC X(2).
       01  fechaHoy       PIC 9(8).
       01  mesCorrida     PIC 9(6).
       01  campanaIgu     PIC X(8).
       01  paramHallado   PIC X(1).
       01  topeCampana    PIC 9(6)V99.
       01  topeContrib    PIC 9(5)V99.
       01  centroIguala   PIC X(10).
       01  numRecibo      PIC 9(8).
       01  refGl          PIC 9(6).
       01  i              PIC 9(4).
       01  hallado        PIC X(1).
       01  cantContrib    PIC 9(4).
       01  cantIgualados  PIC 9(4).
       01  totalEmpleados PIC S9(7)V99.
       01  igualaCalculada PIC S9(7)V99.
       01  igualaDebida   PIC S9(7)V99.
       01  yaIgualado     PIC S9(7)V99.
       01  diferencia     PIC S9(7)V99.
       01  totalCampana   PIC S9(7)V99.
       01  topeAplicado   PIC X(1).
       01  montoEdit      PIC -Z(6)9.99.
       01  montoEdit2     PIC -Z(6)9.99.
       01  cantEdit       PIC ZZZ9.
       01  igualaciones.
           05  igContrib   OCCURS 500 TIMES PIC X(15).
           05  igContribId OCCURS 500 TIMES PIC 9(5).
           05  igNeto      OCCURS 500 TIMES PIC S9(7)V99.
           05  igMonto     OCCURS 500 TIMES PIC S9(7)V99.
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
            PERFORM cargarParametros
            PERFORM leerCampana
            PERFORM controlarYaLiquidada
            PERFORM cargarAportes
            PERFORM calcularIgualacion
            IF diferencia NOT = 0
                PERFORM grabarIgualacion
                PERFORM generarExtractoGL
            ELSE
                DISPLAY"La igualacion de ",campanaIgu," ya estaba",
                    " al dia, no se asienta nada"
            END-IF
            PERFORM generarReporte
            DISPLAY"Igualacion de ",campanaIgu," completada, ver",
                " REPIGUAL"
            STOP RUN.

       inicio.
           DISPLAY"Igualacion de la empresa a una campana"
           MOVE"igualaEmpresa" to programaFirma
           MOVE 2 to nivelPedido
           PERFORM firmarOperador
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE fechaHoy(1:6) to mesCorrida
           MOVE ZEROS to cantContrib cantIgualados totalEmpleados
               igualaCalculada igualaDebida yaIgualado diferencia
           MOVE"N" to topeAplicado
           DISPLAY"Ingrese la campana a igualar (codigo de CAMPANAS)"
           ACCEPT campanaIgu
           IF campanaIgu = SPACES
               DISPLAY"La campana no puede quedar en blanco"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

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
                   PERFORM tomarTopesIguala
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
           IF topeCampana = 0 OR topeContrib = 0
               DISPLAY"Faltan los topes de igualacion en PARAMS del",
                   " mes ",mesCorrida
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           IF centroIguala = SPACES
               DISPLAY"Falta el centro de costo de igualacion en",
                   " PARAMS del mes ",mesCorrida
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

      * Los registros de PARAMS anteriores a la igualacion vienen
      * cortos: los topes en blanco cuentan como no cargados.
       tomarTopesIguala.
           MOVE ZEROS to topeCampana topeContrib
           IF parTopeIguala IS NUMERIC
               MOVE parTopeIguala to topeCampana
           END-IF
           IF parTopeIgualaCtb IS NUMERIC
               MOVE parTopeIgualaCtb to topeContrib
           END-IF
           MOVE parCentroIguala to centroIguala.

       leerParametro.
           READ paramFile
               AT END MOVE "10" to paramEstado
           END-READ.

      * Solo se igualan las jubilaciones y los nacimientos, y solo
      * mientras la campana sigue viva.
       leerCampana.
           OPEN INPUT campFile
           IF campEstado NOT = "00"
               DISPLAY"No se pudo abrir el maestro de campanas",
                   " CAMPANAS"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE campanaIgu to camId
           READ campFile
               INVALID KEY
                   DISPLAY"La campana ",campanaIgu,
                       " no esta en el maestro"
                   CLOSE campFile
                   MOVE 8 to RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE campFile
           IF camTipo NOT = "JUBILACION" AND
               camTipo NOT = "NACIMIENTO"
               DISPLAY"La empresa solo iguala jubilaciones y",
                   " nacimientos; ",campanaIgu," es ",camTipo
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           IF camCancelada
               DISPLAY"La campana ",campanaIgu," fue cancelada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       controlarYaLiquidada.
           OPEN INPUT liqFile
           IF liqEstado NOT = "35"
               PERFORM leerLiquidada
               PERFORM UNTIL liqEstado = "10"
                   IF liqCampana = campanaIgu
                       DISPLAY"La campana ",campanaIgu,
                           " ya fue liquidada el ",liqFecha,
                           ", no se iguala mas"
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

      * Lo juntado de la campana sale del indice del ledger, asi
      * entra tambien lo que archivaLedger ya paso al historico; sin
      * el indice se recorre el historico APORHIST y despues la
      * cinta viva APORTES.
       cargarAportes.
           OPEN INPUT aporIdxFile
           IF aporIdxEstado = "00"
               MOVE campanaIgu to idxCampana
               START aporIdxFile KEY IS EQUAL TO idxCampana
                   INVALID KEY MOVE "23" to aporIdxEstado
               END-START
               IF aporIdxEstado = "00"
                   PERFORM leerIndice
               END-IF
               PERFORM UNTIL (aporIdxEstado NOT = "00" AND
                   aporIdxEstado NOT = "02") OR
                   idxCampana NOT = campanaIgu
                   MOVE idxAporte to aporteRec
                   PERFORM clasificarAporte
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
                   IF aporteCampana = campanaIgu
                       PERFORM clasificarAporte
                   END-IF
                   PERFORM leerArchivado
               END-PERFORM
               CLOSE archivoFile
           END-IF.

       cargarCinta.
           OPEN INPUT aportesFile
           IF aportesEstado = "35"
               DISPLAY"No se encontro la cinta de aportes APORTES"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           PERFORM leerAporte
           PERFORM UNTIL aportesEstado = "10"
               IF aporteCampana = campanaIgu
                   PERFORM clasificarAporte
               END-IF
               PERFORM leerAporte
           END-PERFORM
           CLOSE aportesFile.

       clasificarAporte.
           IF aporteEsEmpresa
               PERFORM acumularYaIgualado
           ELSE
               PERFORM acumularAporte
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

       acumularYaIgualado.
           IF aporteEsReverso
               SUBTRACT aporteMonto from yaIgualado
           ELSE
               ADD aporteMonto to yaIgualado
           END-IF.

       acumularAporte.
           PERFORM buscarContrib
           IF aporteEsReverso
               SUBTRACT aporteMonto from igNeto(i)
               SUBTRACT aporteMonto from totalEmpleados
           ELSE
               ADD aporteMonto to igNeto(i)
               ADD aporteMonto to totalEmpleados
           END-IF.

       buscarContrib.
           MOVE"N" to hallado
           PERFORM compararContrib VARYING i FROM 1 BY 1
               UNTIL i > cantContrib OR hallado = "S"
           IF hallado NOT = "S"
               IF cantContrib < 500
                   ADD 1 to cantContrib
                   MOVE cantContrib to i
                   MOVE aporteContribuyente to igContrib(i)
                   MOVE aporteContribId to igContribId(i)
                   MOVE ZEROS to igNeto(i) igMonto(i)
               ELSE
                   DISPLAY"Tabla de contribuyentes llena, aborta"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       compararContrib.
           IF (igContribId(i) > 0 AND
               igContribId(i) = aporteContribId) OR
               (igContribId(i) = 0 AND aporteContribId = 0 AND
                igContrib(i) = aporteContribuyente)
               MOVE"S" to hallado
               SUBTRACT 1 from i
           END-IF.

      * Peso por peso hasta el tope de cada contribuyente; la suma
      * se corta en el tope de la campana.  Lo que se asienta es la
      * diferencia contra lo que la empresa ya puso.
       calcularIgualacion.
           PERFORM calcularUno VARYING i FROM 1 BY 1
               UNTIL i > cantContrib
           MOVE igualaCalculada to igualaDebida
           IF igualaDebida > topeCampana
               MOVE topeCampana to igualaDebida
               MOVE"S" to topeAplicado
           END-IF
           COMPUTE diferencia = igualaDebida - yaIgualado.

       calcularUno.
           IF igNeto(i) > 0
               IF igNeto(i) > topeContrib
                   MOVE topeContrib to igMonto(i)
               ELSE
                   MOVE igNeto(i) to igMonto(i)
               END-IF
               ADD 1 to cantIgualados
               ADD igMonto(i) to igualaCalculada
           END-IF.

       grabarIgualacion.
           PERFORM tomarNumeroRecibo
           PERFORM abrirIndice
           OPEN EXTEND aportesFile
           IF aportesEstado = "35"
               OPEN OUTPUT aportesFile
           END-IF
           MOVE fechaHoy to aporteFecha
           MOVE camBeneficiario to aporteNombre
           MOVE camBenefId to aporteEmpId
           MOVE"IGUALA EMPRESA" to aporteContribuyente
           SET aporteEsEmpresa to TRUE
           IF diferencia > 0
               MOVE diferencia to aporteMonto
               SET aporteEsAlta to TRUE
           ELSE
               COMPUTE aporteMonto = 0 - diferencia
               SET aporteEsReverso to TRUE
           END-IF
           MOVE campanaIgu to aporteCampana
           MOVE numRecibo to aporteRecibo
           SET aporteCanalSistema to TRUE
           MOVE"IGUALACION" to aporteOrigen
           WRITE aporteRec
           PERFORM indexarAporte
           CLOSE aportesFile
           PERFORM cerrarIndice
           PERFORM grabarRecibo
           MOVE diferencia to montoEdit
           DISPLAY"Igualacion asentada: ",montoEdit," recibo ",
               numRecibo.

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

       grabarRecibo.
           OPEN EXTEND reciboFile
           IF reciboEstado = "35"
               OPEN OUTPUT reciboFile
           END-IF
           MOVE numRecibo to rcbNumero
           MOVE fechaHoy to rcbFecha
           MOVE aporteContribuyente to rcbContribuyente
           MOVE aporteContribId to rcbContribId
           MOVE camBeneficiario to rcbNombre
           MOVE campanaIgu to rcbCampana
           MOVE diferencia to rcbMonto
           MOVE"S" to rcbCanal
           MOVE"IGUALACION" to rcbOrigen
           WRITE rcbRec
           CLOSE reciboFile.

      * Una igualacion que baja (alguien revirtio despues de la
      * corrida anterior) va en negativo, igual que el extracto
      * compensatorio de reversaCorrida.
       generarExtractoGL.
           PERFORM tomarReferenciaGl
           MOVE refGl to glReferencia
           MOVE centroIguala to glCentroCosto
           MOVE diferencia to glMonto
           MOVE fechaHoy to glFecha
           MOVE SPACES to glMemo
           STRING"IGUALACION EMPRESA CAMPANA " campanaIgu
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
           STRING"IGUALACION DE LA EMPRESA - CAMPANA: " campanaIgu
               " FECHA: " fechaHoy
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           STRING camTipo " PARA " camBeneficiario
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE topeContrib to montoEdit
           MOVE topeCampana to montoEdit2
           MOVE SPACES to repLinea
           STRING"TOPE POR CONTRIBUYENTE: " montoEdit
               "  POR CAMPANA: " montoEdit2
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE"CONTRIBUYENTE         NETO APORTADO    IGUALA EMPRESA"
               to repLinea
           WRITE repLinea
           PERFORM imprimirDetalle VARYING i FROM 1 BY 1
               UNTIL i > cantContrib
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE cantIgualados to cantEdit
           MOVE totalEmpleados to montoEdit
           MOVE igualaCalculada to montoEdit2
           MOVE SPACES to repLinea
           STRING"TOTAL (" cantEdit ")    " montoEdit "    " montoEdit2
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           IF topeAplicado = "S"
               MOVE igualaDebida to montoEdit
               MOVE SPACES to repLinea
               STRING"TOPE DE CAMPANA APLICADO, SE IGUALA: " montoEdit
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF
           MOVE yaIgualado to montoEdit
           MOVE diferencia to montoEdit2
           MOVE SPACES to repLinea
           STRING"YA IGUALADO: " montoEdit
               "  ASENTADO HOY: " montoEdit2
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           COMPUTE totalCampana = totalEmpleados + igualaDebida
           MOVE totalCampana to montoEdit
           MOVE camObjetivo to montoEdit2
           MOVE SPACES to repLinea
           STRING"TOTAL CAMPANA: " montoEdit
               "  OBJETIVO: " montoEdit2
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           CLOSE reporteFile.

       imprimirDetalle.
           IF igNeto(i) NOT = 0
               MOVE igNeto(i) to montoEdit
               MOVE igMonto(i) to montoEdit2
               MOVE SPACES to repLinea
               STRING igContrib(i) "    " montoEdit "    " montoEdit2
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

       END PROGRAM igualaEmpresa.
