      *          a eleccion, y los registros antidoble-posteo de la
      *          corrida (el lote en LOTEREG, la confirmacion de
      *          descuentos en DESCREG) se liberan, para poder correr
      *          el mes corregido en el dia.  Pide la firma de un
      *          supervisor (distinto del operador) como autorizacion
      *          y deja el resumen en REPREVER.  La igualacion de la
      *          empresa (aporteContribId 99999) no se toca: la proxima
      *          corrida de igualaEmpresa la compensa sola contra el
      *          neto que quede.
      *          La ronda de un departamento se reversa aparte: con
      *          el departamento pedido solo entran los aportes a
      *          companeros de ese departamento, la clave de RUNCTL
      *          y el lote de LOTEREG son los de esa ronda y el
      *          extracto compensatorio va al centro de costo del
      *          departamento.  La reversa de la ronda de toda la
      *          empresa deja afuera a los companeros de los
      *          departamentos que tienen ronda propia ese mes.  La
      *          confirmacion de descuentos de DESCREG es de toda la
      *          empresa y solo se libera en la reversa general.
      *          Cada reverso lleva el canal y el origen del aporte
      *          que anula, asi el neto por canal cierra en cero.
      *          Cada reverso entra tambien al indice del ledger
      *          APORIDX (ver indexaAportes).
      *          No se reversa una campana ya liquidada (LIQHECHA) ni
      *          una cancelada en CAMPANAS.
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo tesorero); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS runClave
               FILE STATUS IS runCtlEstado.

           SELECT empMastFile ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS empId
               FILE STATUS IS empMastEstado.

           SELECT deptoFile ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dptCodigo
               FILE STATUS IS deptoEstado.

           SELECT glFile ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS glEstado.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS descRegEstado.

           SELECT campFile ASSIGN TO "CAMPANAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS camId
               FILE STATUS IS campEstado.

           SELECT liqFile ASSIGN TO "LIQHECHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS liqEstado.

           SELECT reporteFile ASSIGN TO "REPREVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporteEstado.

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
       FD  runCtlFile.
           COPY "RUNCTL.cpy".

       FD  empMastFile.
           COPY "EMPMAST.cpy".

       FD  deptoFile.
           COPY "DEPTOS.cpy".

       FD  glFile.
           COPY "GLEXTR.cpy".

           05  regFecha    PIC 9(08).
           05  regMes      PIC 9(06).
           05  regCampana  PIC X(08).
           05  regDepto    PIC X(04).

       FD  descRegFile.
       01  dcgRec.
           05  dcgCampana  PIC X(08).
           05  dcgFecha    PIC 9(08).

       FD  campFile.
           COPY "CAMPANAS.cpy".

       FD  liqFile.
       01  liqRec.
           05  liqCampana  PIC X(08).
           05  liqFecha    PIC 9(08).

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
       01  aportesEstado  PIC X(2).
       01  aporIdxEstado  PIC X(2).
       01  idxNumEstado   PIC X(2).
       01  numIndice      PIC 9(9).
       01  indiceAbierto  PIC X(1).
       01  ytdEstado      PIC X(2).
       01  campEstado     PIC X(2).
       01  liqEstado      PIC X(2).
       01  lidEstado      PIC X(2).
       01  runCtlEstado   PIC X(2).
       01  empMastEstado  PIC X(2).
       01  deptoEstado    PIC X(2).
       01  deptoReversa   PIC X(4).
       01  deptoAporte    PIC X(4).
       01  aporteEnRonda  PIC X(1).
       01  cantPadron     PIC 9(4).
       01  cantDepRonda   PIC 9(2).
       01  padronDeptos.
           05  padId      OCCURS 500 TIMES PIC 9(5).
           05  padDepto   OCCURS 500 TIMES PIC X(4).
       01  deptosConRonda.
           05  dcrDepto   OCCURS 50 TIMES PIC X(4).
       01  glEstado       PIC X(2).
       01  glNumEstado    PIC X(2).
       01  refGl          PIC 9(6).
       01  horaCompleta   PIC 9(8).
       01  mesReversa     PIC 9(6).
       01  campReversa    PIC X(8).
       01  decisionCtl    PIC X(1).
       01  x              PIC 9(4).
       01  b              PIC 9(4).
           05  parMonto   OCCURS 2000 TIMES PIC S9(5)V99.
           05  parRecibo  OCCURS 2000 TIMES PIC 9(8).
           05  parPend    OCCURS 2000 TIMES PIC 9(3).
           05  parCanal   OCCURS 2000 TIMES PIC X(1).
           05  parOrigen  OCCURS 2000 TIMES PIC X(14).
       01  benefCorrida.
           05  benId     OCCURS 99 TIMES PIC 9(5).
           05  benNombre OCCURS 99 TIMES PIC X(15).
           05  ltgFecha   OCCURS 500 TIMES PIC 9(8).
           05  ltgMes     OCCURS 500 TIMES PIC 9(6).
           05  ltgCampana OCCURS 500 TIMES PIC X(8).
           05  ltgDepto   OCCURS 500 TIMES PIC X(4).
       01  descGuarda.
           05  dsgMes     OCCURS 500 TIMES PIC 9(6).
           05  dsgCampana OCCURS 500 TIMES PIC X(8).
           05  dsgFecha   OCCURS 500 TIMES PIC 9(8).
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
           DISPLAY"Reverso de una corrida completa"
           MOVE"reversaCorrida" to programaFirma
           MOVE 2 to nivelPedido
           PERFORM firmarOperador
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to cantPares cantBenef cantReversos
               totalRevertido cantLotesLib cantDescLib
           ACCEPT mesReversa
           DISPLAY"Campana de la corrida (p.ej. C202608)"
           ACCEPT campReversa
           DISPLAY"Departamento de la ronda (Enter = toda la",
               " empresa)"
           MOVE SPACES to deptoReversa
           ACCEPT deptoReversa
           IF mesReversa = 0 OR campReversa = SPACES
               DISPLAY"Mes o campana invalidos, reverso cancelado"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           IF deptoReversa NOT = SPACES AND
               NOT ((campReversa(1:1) = "C" OR
                     campReversa(1:1) = "A") AND
                    campReversa(2:6) IS NUMERIC)
               DISPLAY"Las campanas del maestro son de toda la",
                   " empresa, no tienen ronda por departamento"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           PERFORM controlarCampanaCerrada
           IF deptoReversa = SPACES
               DISPLAY"Esto escribe reversos por TODO lo aportado a ",
                   campReversa," en ",mesReversa
           ELSE
               DISPLAY"Esto escribe reversos por TODO lo aportado a ",
                   campReversa," en ",mesReversa," para el",
                   " departamento ",deptoReversa
           END-IF
           MOVE SPACES to accionAutoriza
           STRING"REVERSO " campReversa " " mesReversa " "
               deptoReversa
               DELIMITED BY SIZE INTO accionAutoriza
           PERFORM autorizarSupervisor
           IF autorizado NOT = "S"
               DISPLAY"Reverso cancelado, no se toco nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           PERFORM cargarCentroCosto
           IF deptoReversa NOT = SPACES
               PERFORM cargarCentroDepto
           END-IF
           PERFORM cargarPadronDeptos.

      * Una campana ya liquidada repartio su fondo y una cancelada
      * ya devolvio lo aportado: reversarla dejaria el fondo y los
      * saldos YTD descontados dos veces.  Se corta igual que en
      * cancelaCampana.
       controlarCampanaCerrada.
           OPEN INPUT liqFile
           IF liqEstado NOT = "35"
               PERFORM leerLiquidada
               PERFORM UNTIL liqEstado = "10"
                   IF liqCampana = campReversa
                       DISPLAY"La campana ",campReversa,
                           " ya fue liquidada el ",liqFecha,
                           ", no se puede reversar"
                       CLOSE liqFile
                       MOVE 8 to RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM leerLiquidada
               END-PERFORM
               CLOSE liqFile
           END-IF
           OPEN INPUT campFile
           IF campEstado = "00"
               MOVE campReversa to camId
               READ campFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF camCancelada
                           DISPLAY"La campana ",campReversa,
                               " esta cancelada, no se puede reversar"
                           CLOSE campFile
                           MOVE 8 to RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE campFile
           END-IF.

       leerLiquidada.
           READ liqFile
               AT END MOVE "10" to liqEstado
           END-READ.

      * La ronda de un departamento mando su extracto al centro de
      * costo del departamento; el compensatorio va al mismo.
       cargarCentroDepto.
           OPEN INPUT deptoFile
           IF deptoEstado NOT = "00"
               DISPLAY"No existe el maestro DEPTOS, reverso cancelado"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE deptoReversa to dptCodigo
           READ deptoFile
               INVALID KEY
                   DISPLAY"No existe el departamento ",deptoReversa,
                       ", reverso cancelado"
                   CLOSE deptoFile
                   MOVE 8 to RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE deptoFile
           MOVE dptCentroCosto to centroCosto.

      * Departamento de cada empleado, bajas incluidas: el aporte
      * se asigna a la ronda por el departamento del companero.
       cargarPadronDeptos.
           MOVE ZEROS to cantPadron
           OPEN INPUT empMastFile
           IF empMastEstado = "00"
               PERFORM leerEmpleado
               PERFORM UNTIL empMastEstado NOT = "00"
                   IF cantPadron < 500
                       ADD 1 to cantPadron
                       MOVE empId to padId(cantPadron)
                       MOVE empDepto to padDepto(cantPadron)
                   END-IF
                   PERFORM leerEmpleado
               END-PERFORM
               CLOSE empMastFile
           ELSE
               IF deptoReversa NOT = SPACES
                   DISPLAY"No se pudo leer EMPMAST, reverso",
                       " cancelado"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       leerEmpleado.
           READ empMastFile
               AT END MOVE "10" to empMastEstado
           END-READ.

      * El extracto compensatorio tiene que salir con el mismo
      * centro de costo que el extracto de la corrida, para que
           END-IF
           MOVE mesReversa to runMes
           MOVE campReversa to runCampana
           MOVE deptoReversa to runDepto
           READ runCtlFile
               INVALID KEY
                   DISPLAY"Esa corrida no figura en RUNCTL, reverso",
                   DISPLAY"Corrida hallada: ",runPrograma,
                       " del ",runInicioFec
           END-READ
           MOVE ZEROS to cantDepRonda
           IF deptoReversa = SPACES
               PERFORM buscarRondaDepto VARYING x FROM 1 BY 1
                   UNTIL x > cantPadron
           END-IF
           CLOSE runCtlFile.

      * En la reversa general quedan afuera los companeros de los
      * departamentos que corrieron su propia ronda ese mes: esos
      * aportes se reversan con la reversa del departamento.
       buscarRondaDepto.
           IF padDepto(x) NOT = SPACES
               MOVE"N" to hallado
               PERFORM compararRondaDepto VARYING b FROM 1 BY 1
                   UNTIL b > cantDepRonda OR hallado = "S"
               IF hallado NOT = "S"
                   MOVE mesReversa to runMes
                   MOVE campReversa to runCampana
                   MOVE padDepto(x) to runDepto
                   READ runCtlFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF cantDepRonda < 50
                               ADD 1 to cantDepRonda
                               MOVE padDepto(x) to
                                   dcrDepto(cantDepRonda)
                               DISPLAY"El departamento ",padDepto(x),
                                   " tuvo ronda propia, queda",
                                   " afuera de esta reversa"
                           END-IF
                   END-READ
               END-IF
           END-IF.

       compararRondaDepto.
           IF dcrDepto(b) = padDepto(x)
               MOVE"S" to hallado
           END-IF.

      * Primera pasada: altas y reversos de la corrida, apareados
      * igual que en archivaLedger, y el neto por beneficiario.
       cargarCorrida.
           PERFORM leerAporte
           PERFORM UNTIL aportesEstado = "10"
               IF aporteCampana = campReversa AND
                   aporteFecha(1:6) = mesReversa AND
                   NOT aporteEsEmpresa
                   PERFORM ubicarRondaAporte
                   IF aporteEnRonda = "S"
                       PERFORM anotarAporteCorrida
                   END-IF
               END-IF
               PERFORM leerAporte
           END-PERFORM
           CLOSE aportesFile.

      * El aporte es de la ronda que se reversa segun el
      * departamento del companero celebrado.
       ubicarRondaAporte.
           MOVE SPACES to deptoAporte
           MOVE"N" to hallado
           PERFORM buscarDeptoAporte VARYING x FROM 1 BY 1
               UNTIL x > cantPadron OR hallado = "S"
           MOVE"S" to aporteEnRonda
           IF deptoReversa NOT = SPACES
               IF deptoAporte NOT = deptoReversa
                   MOVE"N" to aporteEnRonda
               END-IF
           ELSE
               IF deptoAporte NOT = SPACES
                   MOVE"N" to hallado
                   PERFORM buscarDeptoConRonda VARYING b FROM 1 BY 1
                       UNTIL b > cantDepRonda OR hallado = "S"
                   IF hallado = "S"
                       MOVE"N" to aporteEnRonda
                   END-IF
               END-IF
           END-IF.

       buscarDeptoAporte.
           IF padId(x) = aporteEmpId AND aporteEmpId NOT = 0
               MOVE"S" to hallado
               MOVE padDepto(x) to deptoAporte
           END-IF.

       buscarDeptoConRonda.
           IF dcrDepto(b) = deptoAporte
               MOVE"S" to hallado
           END-IF.

       leerAporte.
           READ aportesFile
               AT END MOVE "10" to aportesEstado
                       MOVE ZEROS to parRecibo(x)
                   END-IF
                   MOVE ZEROS to parPend(x)
                   MOVE aporteCanal to parCanal(x)
                   MOVE aporteOrigen to parOrigen(x)
               ELSE
                   DISPLAY"Tabla de pares llena, reverso cancelado"
                   MOVE 8 to RETURN-CODE
               ((parContId(x) > 0 AND
                 parContId(x) = aporteContribId) OR
                (parContId(x) = 0 AND aporteContribId = 0 AND
                 parContrib(x) = aporteContribuyente)) AND
               parCanal(x) = aporteCanal AND
               parOrigen(x) = aporteOrigen
               MOVE"S" to hallado
               SUBTRACT 1 from x
           END-IF.
      * Segunda pasada: un registro "R" por cada alta sin reverso.
      * El ledger queda solo de agregar.
       escribirReversos.
           PERFORM abrirIndice
           OPEN EXTEND aportesFile
           PERFORM reversarPar VARYING x FROM 1 BY 1
               UNTIL x > cantPares
           CLOSE aportesFile
           PERFORM cerrarIndice.

       reversarPar.
           PERFORM grabarReverso UNTIL parPend(x) = 0.
           SET aporteEsReverso to TRUE
           MOVE campReversa to aporteCampana
           MOVE parRecibo(x) to aporteRecibo
           MOVE parCanal(x) to aporteCanal
           MOVE parOrigen(x) to aporteOrigen
           WRITE aporteRec
           PERFORM indexarAporte
           ADD 1 to cantReversos
           ADD parMonto(x) to totalRevertido
           SUBTRACT 1 from parPend(x).
           MOVE fechaHoy to glFecha
           MOVE SPACES to glMemo
           STRING"REVERSO CORRIDA " campReversa
               " MES " mesReversa " " deptoReversa
               DELIMITED BY SIZE INTO glMemo
           WRITE glRec
           CLOSE glFile.
           OPEN I-O runCtlFile
           MOVE mesReversa to runMes
           MOVE campReversa to runCampana
           MOVE deptoReversa to runDepto
           READ runCtlFile
               INVALID KEY
                   DISPLAY"La entrada de RUNCTL ya no esta"
               PERFORM leerLoteReg
               PERFORM UNTIL loteRegEstado = "10"
                   IF regMes = mesReversa AND
                       regCampana = campReversa AND
                       regDepto = deptoReversa
                       ADD 1 to cantLotesLib
                       DISPLAY"Lote ",regLoteId," liberado de LOTEREG"
                   ELSE
                           MOVE regMes to ltgMes(cantRegGuarda)
                           MOVE regCampana to
                               ltgCampana(cantRegGuarda)
                           MOVE regDepto to ltgDepto(cantRegGuarda)
                       ELSE
                           DISPLAY"Registro LOTEREG muy grande,",
                               " reverso cancelado"
           MOVE ltgFecha(g) to regFecha
           MOVE ltgMes(g) to regMes
           MOVE ltgCampana(g) to regCampana
           MOVE ltgDepto(g) to regDepto
           WRITE regRec.

       liberarDescReg.
           MOVE ZEROS to cantRegGuarda
           IF deptoReversa NOT = SPACES
               MOVE"35" to descRegEstado
           ELSE
               OPEN INPUT descRegFile
           END-IF
           IF descRegEstado NOT = "35"
               PERFORM leerDescReg
               PERFORM UNTIL descRegEstado = "10"
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           IF deptoReversa = SPACES
               MOVE"RONDA DE TODA LA EMPRESA" to repLinea
           ELSE
               STRING"RONDA DEL DEPARTAMENTO " deptoReversa
                   DELIMITED BY SIZE INTO repLinea
           END-IF
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE cantReversos to cantEdit
           MOVE SPACES to repLinea
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

       END PROGRAM reversaCorrida.
