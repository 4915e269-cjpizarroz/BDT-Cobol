      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Importacion del extracto bancario de la cuenta del
      *          fondo y conciliacion contra el archivo de depositos
      *          DEPOSIT del tesorero: es el ultimo eslabon de la
      *          prueba sobre -> ledger -> deposito -> banco (las
      *          anteriores las cubren dinero y conciliaDepositos).
      *          Cada credito del extracto EXTBANCO se casa con las
      *          lineas de DEPOSIT todavia no acreditadas que caen en
      *          la ventana de dias anterior a la acreditacion y
      *          suman su monto: primero una linea sola, despues
      *          todas las de una misma fecha y, por ultimo, las de
      *          una misma fecha y depositante (el tesorero anota un
      *          deposito por companero aunque lleve todo junto a la
      *          ventanilla).  Las lineas casadas quedan marcadas en
      *          DEPOSIT con la referencia del banco y cada
      *          movimiento del extracto ya tratado queda en el
      *          registro BANCONC, asi el mes siguiente no se vuelven
      *          a casar.  Los debitos del banco (comisiones,
      *          impuestos) se asientan al fondo comun FONDO con su
      *          movimiento en FONMOV.  El reporte REPBANCO lista lo
      *          conciliado, los creditos sin deposito y los
      *          depositos que el banco no muestra; si hay alguno de
      *          esos dos termina con RETURN-CODE 4.
      *          Si el extracto trae debitos nuevos, asentarlos en el
      *          fondo pide antes la firma de un segundo supervisor
      *          del maestro OPERADOR; sin ella no se toca nada.
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo tesorero); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. importaBanco.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT bancoFile ASSIGN TO "EXTBANCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bancoEstado.

           SELECT depositoFile ASSIGN TO "DEPOSIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS depositoEstado.

           SELECT concFile ASSIGN TO "BANCONC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS concEstado.

           SELECT fondoFile ASSIGN TO "FONDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fondoEstado.

           SELECT fonMovFile ASSIGN TO "FONMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fonMovEstado.

           SELECT reporteFile ASSIGN TO "REPBANCO"
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
       FD  bancoFile.
           COPY "EXTBANCO.cpy".

       FD  depositoFile.
           COPY "DEPOSITO.cpy".

       FD  concFile.
       01  bcnRec.
           05  bcnReferencia    PIC X(10).
           05  bcnTipo          PIC X(01).
           05  bcnFecha         PIC 9(08).
           05  bcnMonto         PIC 9(07)V99.
           05  bcnFechaProc     PIC 9(08).
           05  bcnCantDep       PIC 9(03).

       FD  fondoFile.
           COPY "FONDO.cpy".

       FD  fonMovFile.
           COPY "FONMOV.cpy".

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  bancoEstado    PIC X(2).
       01  depositoEstado PIC X(2).
       01  concEstado     PIC X(2).
       01  fondoEstado    PIC X(2).
       01  fonMovEstado   PIC X(2).
       01  reporteEstado  PIC X(2).
       01  fechaHoy       PIC 9(8).
      * Dias de banco que puede tardar un deposito en acreditarse.
       01  ventanaDias    PIC 9(2) VALUE 5.
       01  fechaHasta     PIC 9(8).
       01  d              PIC 9(4).
       01  g              PIC 9(4).
       01  x              PIC 9(4).
       01  hallado        PIC X(1).
       01  cantDepos      PIC 9(4).
       01  depositosTabla.
           05  dtFecha        OCCURS 2000 TIMES PIC 9(8).
           05  dtDepositante  OCCURS 2000 TIMES PIC X(15).
           05  dtMonto        OCCURS 2000 TIMES PIC 9(6)V99.
           05  dtNombre       OCCURS 2000 TIMES PIC X(15).
           05  dtCampana      OCCURS 2000 TIMES PIC X(8).
           05  dtRef          OCCURS 2000 TIMES PIC X(10).
           05  dtDia          OCCURS 2000 TIMES PIC 9(7).
       01  cantConc       PIC 9(4).
       01  concTabla.
           05  ccRef          OCCURS 3000 TIMES PIC X(10).
       01  diaCredito     PIC 9(7).
       01  diaDesde       PIC 9(7).
       01  sumaGrupo      PIC 9(8)V99.
       01  grupoFecha     PIC 9(8).
       01  grupoDepositante PIC X(15).
       01  porDepositante PIC X(1).
       01  creditoCasado  PIC X(1).
       01  cantCasadas    PIC 9(3).
      * Conversion de AAAAMMDD a numero de dia corrido, para medir
      * la ventana sin depender del largo de cada mes.
       01  fechaCalc      PIC 9(8).
       01  diaCalc        PIC 9(7).
       01  calAnio        PIC 9(4).
       01  calMes         PIC 9(2).
       01  calDia         PIC 9(2).
       01  calCuarto      PIC 9(4).
       01  calSiglo       PIC 9(4).
       01  calCuatroSig   PIC 9(4).
       01  calMesDias     PIC 9(4).
       01  saldoFondo     PIC S9(7)V99.
       01  huboDebito     PIC X(1).
       01  debitosNuevos  PIC 9(5).
       01  totalNuevos    PIC 9(9)V99.
       01  cantLeidos     PIC 9(5).
       01  cantYaTratados PIC 9(5).
       01  cantCreditos   PIC 9(5).
       01  cantConciliados PIC 9(5).
       01  cantSinDeposito PIC 9(5).
       01  cantDebitos    PIC 9(5).
       01  cantNoMuestra  PIC 9(5).
       01  totalConciliado PIC 9(9)V99.
       01  totalSinDeposito PIC 9(9)V99.
       01  totalDebitos   PIC 9(9)V99.
       01  totalNoMuestra PIC 9(9)V99.
       01  cantEdit       PIC Z(4)9.
       01  montoEdit      PIC Z(8)9.99.
       01  montoLinea     PIC Z(6)9.99.
       01  saldoEdit      PIC -Z(6)9.99.
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
            PERFORM cargarDepositos
            PERFORM cargarConciliados
            PERFORM leerFondo
            PERFORM contarDebitos
            IF debitosNuevos > 0
                PERFORM pedirAutorizacion
            END-IF
            PERFORM abrirArchivos
            PERFORM leerMovimiento
            PERFORM UNTIL bancoEstado NOT = "00"
                PERFORM procesarMovimiento
                PERFORM leerMovimiento
            END-PERFORM
            PERFORM informarNoMuestra VARYING d FROM 1 BY 1
                UNTIL d > cantDepos
            PERFORM generarTotales
            PERFORM cerrarArchivos
            PERFORM regrabarDepositos
            IF huboDebito = "S"
                PERFORM actualizarFondo
            END-IF
            IF cantSinDeposito > 0 OR cantNoMuestra > 0
                DISPLAY"Extracto con partidas sin conciliar, ver",
                    " REPBANCO"
                MOVE 4 to RETURN-CODE
            ELSE
                DISPLAY"Extracto conciliado sin novedad"
            END-IF
            STOP RUN.

       inicio.
           DISPLAY"Importacion y conciliacion del extracto bancario"
           MOVE"importaBanco" to programaFirma
           MOVE 2 to nivelPedido
           PERFORM firmarOperador
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to cantDepos cantConc fechaHasta cantLeidos
               cantYaTratados cantCreditos cantConciliados
               cantSinDeposito cantDebitos cantNoMuestra
               totalConciliado totalSinDeposito totalDebitos
               totalNoMuestra saldoFondo debitosNuevos totalNuevos
           MOVE"N" to huboDebito.

      * DEPOSIT entero en memoria: al final se vuelve a grabar con
      * las marcas de acreditacion puestas.
       cargarDepositos.
           OPEN INPUT depositoFile
           IF depositoEstado = "35"
               DISPLAY"No se encontro el archivo de depositos DEPOSIT"
               DISPLAY"Se concilia como si no hubiera depositos"
           ELSE
               PERFORM leerDeposito
               PERFORM UNTIL depositoEstado = "10"
                   PERFORM anotarDeposito
                   PERFORM leerDeposito
               END-PERFORM
               CLOSE depositoFile
           END-IF.

       leerDeposito.
           READ depositoFile
               AT END MOVE "10" to depositoEstado
           END-READ.

       anotarDeposito.
           IF cantDepos < 2000
               ADD 1 to cantDepos
               MOVE depFecha to dtFecha(cantDepos)
               MOVE depDepositante to dtDepositante(cantDepos)
               MOVE depMonto to dtMonto(cantDepos)
               MOVE depNombre to dtNombre(cantDepos)
               MOVE depCampana to dtCampana(cantDepos)
               MOVE depBancoRef to dtRef(cantDepos)
               MOVE depFecha to fechaCalc
               PERFORM calcularDia
               MOVE diaCalc to dtDia(cantDepos)
           ELSE
               DISPLAY"Tabla de depositos llena, importacion",
                   " cancelada sin tocar nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       cargarConciliados.
           OPEN INPUT concFile
           IF concEstado NOT = "35"
               PERFORM leerConciliado
               PERFORM UNTIL concEstado = "10"
                   PERFORM anotarConciliado
                   PERFORM leerConciliado
               END-PERFORM
               CLOSE concFile
           END-IF.

       leerConciliado.
           READ concFile
               AT END MOVE "10" to concEstado
           END-READ.

       anotarConciliado.
           IF cantConc < 3000
               ADD 1 to cantConc
               MOVE bcnReferencia to ccRef(cantConc)
           ELSE
               DISPLAY"Tabla de movimientos conciliados llena,",
                   " importacion cancelada sin tocar nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       leerFondo.
           OPEN INPUT fondoFile
           IF fondoEstado NOT = "35"
               READ fondoFile
                   AT END MOVE ZEROS to saldoFondo
                   NOT AT END MOVE fonSaldo to saldoFondo
               END-READ
               CLOSE fondoFile
           END-IF.

      * Primera mirada al extracto: los debitos que todavia no estan
      * en BANCONC son los que se van a asentar en el fondo.
       contarDebitos.
           OPEN INPUT bancoFile
           IF bancoEstado = "00"
               PERFORM leerMovimiento
               PERFORM UNTIL bancoEstado NOT = "00"
                   IF bcoEsDebito
                       MOVE"N" to hallado
                       PERFORM buscarConciliado VARYING x FROM 1 BY 1
                           UNTIL x > cantConc OR hallado = "S"
                       IF hallado NOT = "S"
                           ADD 1 to debitosNuevos
                           ADD bcoMonto to totalNuevos
                       END-IF
                   END-IF
                   PERFORM leerMovimiento
               END-PERFORM
               CLOSE bancoFile
           END-IF.

      * Asentar debitos del banco en el fondo comun lleva la firma de
      * un segundo supervisor; sin ella no se concilia ni se graba
      * nada.
       pedirAutorizacion.
           MOVE totalNuevos to montoEdit
           MOVE debitosNuevos to cantEdit
           MOVE SPACES to accionAutoriza
           STRING"DEBITOS BANCO " cantEdit " " montoEdit
               DELIMITED BY SIZE INTO accionAutoriza
           PERFORM autorizarSupervisor
           IF autorizado NOT = "S"
               DISPLAY"Los debitos del banco no se asentaron;",
                   " importacion cancelada sin tocar nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       abrirArchivos.
           OPEN INPUT bancoFile
           IF bancoEstado NOT = "00"
               DISPLAY"No se encontro el extracto bancario EXTBANCO"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND concFile
           IF concEstado = "35"
               OPEN OUTPUT concFile
           END-IF
           OPEN OUTPUT reporteFile
           MOVE SPACES to repLinea
           STRING"CONCILIACION BANCARIA - FECHA: " fechaHoy
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea.

       cerrarArchivos.
           CLOSE bancoFile
           CLOSE concFile
           CLOSE reporteFile.

       leerMovimiento.
           READ bancoFile
               AT END MOVE "10" to bancoEstado
           END-READ.

      * Un movimiento del extracto que ya esta en BANCONC se trato
      * en una importacion anterior (los extractos se pisan).
       procesarMovimiento.
           ADD 1 to cantLeidos
           IF bcoFecha > fechaHasta
               MOVE bcoFecha to fechaHasta
           END-IF
           MOVE"N" to hallado
           PERFORM buscarConciliado VARYING x FROM 1 BY 1
               UNTIL x > cantConc OR hallado = "S"
           IF hallado = "S"
               ADD 1 to cantYaTratados
           ELSE
               EVALUATE TRUE
                   WHEN bcoEsCredito
                       PERFORM conciliarCredito
                   WHEN bcoEsDebito
                       PERFORM asentarDebito
                   WHEN OTHER
                       MOVE SPACES to repLinea
                       STRING"MOVIMIENTO DE TIPO DESCONOCIDO: "
                           bcoReferencia " " bcoTipo
                           DELIMITED BY SIZE INTO repLinea
                       WRITE repLinea
               END-EVALUATE
           END-IF.

       buscarConciliado.
           IF ccRef(x) = bcoReferencia
               MOVE"S" to hallado
           END-IF.

       conciliarCredito.
           ADD 1 to cantCreditos
           MOVE bcoFecha to fechaCalc
           PERFORM calcularDia
           MOVE diaCalc to diaCredito
           IF diaCredito > ventanaDias
               COMPUTE diaDesde = diaCredito - ventanaDias
           ELSE
               MOVE ZEROS to diaDesde
           END-IF
           MOVE"N" to creditoCasado
           PERFORM probarLineaSola VARYING d FROM 1 BY 1
               UNTIL d > cantDepos OR creditoCasado = "S"
           IF creditoCasado NOT = "S"
               MOVE"N" to porDepositante
               PERFORM probarGrupo VARYING g FROM 1 BY 1
                   UNTIL g > cantDepos OR creditoCasado = "S"
           END-IF
           IF creditoCasado NOT = "S"
               MOVE"S" to porDepositante
               PERFORM probarGrupo VARYING g FROM 1 BY 1
                   UNTIL g > cantDepos OR creditoCasado = "S"
           END-IF
           MOVE bcoMonto to montoLinea
           MOVE SPACES to repLinea
           IF creditoCasado = "S"
               ADD 1 to cantConciliados
               ADD bcoMonto to totalConciliado
               PERFORM grabarConciliado
               MOVE cantCasadas to cantEdit
               STRING"CONCILIADO    " bcoReferencia " " bcoFecha " "
                   montoLinea " DEPOSITOS:" cantEdit
                   DELIMITED BY SIZE INTO repLinea
           ELSE
               ADD 1 to cantSinDeposito
               ADD bcoMonto to totalSinDeposito
               STRING"CREDITO SIN DEPOSITO " bcoReferencia " "
                   bcoFecha " " montoLinea
                   DELIMITED BY SIZE INTO repLinea
           END-IF
           WRITE repLinea.

       probarLineaSola.
           IF dtRef(d) = SPACES AND dtDia(d) NOT < diaDesde AND
               dtDia(d) NOT > diaCredito AND dtMonto(d) = bcoMonto
               MOVE"S" to creditoCasado
               MOVE bcoReferencia to dtRef(d)
               MOVE 1 to cantCasadas
           END-IF.

      * Cada linea pendiente en la ventana propone su grupo: las de
      * su misma fecha (y depositante, en la segunda pasada).
       probarGrupo.
           IF dtRef(g) = SPACES AND dtDia(g) NOT < diaDesde AND
               dtDia(g) NOT > diaCredito
               MOVE dtFecha(g) to grupoFecha
               MOVE dtDepositante(g) to grupoDepositante
               MOVE ZEROS to sumaGrupo
               PERFORM sumarGrupo VARYING d FROM 1 BY 1
                   UNTIL d > cantDepos
               IF sumaGrupo = bcoMonto
                   MOVE"S" to creditoCasado
                   MOVE ZEROS to cantCasadas
                   PERFORM marcarGrupo VARYING d FROM 1 BY 1
                       UNTIL d > cantDepos
               END-IF
           END-IF.

       sumarGrupo.
           IF dtRef(d) = SPACES AND dtFecha(d) = grupoFecha AND
               (porDepositante = "N" OR
                dtDepositante(d) = grupoDepositante)
               ADD dtMonto(d) to sumaGrupo
           END-IF.

       marcarGrupo.
           IF dtRef(d) = SPACES AND dtFecha(d) = grupoFecha AND
               (porDepositante = "N" OR
                dtDepositante(d) = grupoDepositante)
               MOVE bcoReferencia to dtRef(d)
               ADD 1 to cantCasadas
           END-IF.

       asentarDebito.
           ADD 1 to cantDebitos
           ADD bcoMonto to totalDebitos
           MOVE"S" to huboDebito
           SUBTRACT bcoMonto from saldoFondo
           OPEN EXTEND fonMovFile
           IF fonMovEstado = "35"
               OPEN OUTPUT fonMovFile
           END-IF
           MOVE bcoFecha to fmvFecha
           MOVE"BANCO" to fmvCampana
           COMPUTE fmvMonto = 0 - bcoMonto
           MOVE saldoFondo to fmvSaldo
           MOVE"importaBanco" to fmvOrigen
           WRITE fmvRec
           CLOSE fonMovFile
           MOVE ZEROS to cantCasadas
           PERFORM grabarConciliado
           MOVE bcoMonto to montoLinea
           MOVE SPACES to repLinea
           STRING"DEBITO AL FONDO " bcoReferencia " " bcoFecha " "
               montoLinea " " bcoConcepto
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       grabarConciliado.
           MOVE bcoReferencia to bcnReferencia
           MOVE bcoTipo to bcnTipo
           MOVE bcoFecha to bcnFecha
           MOVE bcoMonto to bcnMonto
           MOVE fechaHoy to bcnFechaProc
           MOVE cantCasadas to bcnCantDep
           WRITE bcnRec
           IF cantConc < 3000
               ADD 1 to cantConc
               MOVE bcoReferencia to ccRef(cantConc)
           END-IF.

      * Lo depositado despues del ultimo dia del extracto puede
      * aparecer en el proximo; no es todavia una excepcion.
       informarNoMuestra.
           IF dtRef(d) = SPACES AND dtFecha(d) NOT > fechaHasta
               ADD 1 to cantNoMuestra
               ADD dtMonto(d) to totalNoMuestra
               MOVE dtMonto(d) to montoLinea
               MOVE SPACES to repLinea
               STRING"DEPOSITO QUE EL BANCO NO MUESTRA " dtFecha(d)
                   " " dtDepositante(d) " " montoLinea
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

       regrabarDepositos.
           IF cantDepos > 0
               OPEN OUTPUT depositoFile
               PERFORM grabarDeposito VARYING d FROM 1 BY 1
                   UNTIL d > cantDepos
               CLOSE depositoFile
           END-IF.

       grabarDeposito.
           MOVE dtFecha(d) to depFecha
           MOVE dtDepositante(d) to depDepositante
           MOVE dtMonto(d) to depMonto
           MOVE dtNombre(d) to depNombre
           MOVE dtCampana(d) to depCampana
           MOVE dtRef(d) to depBancoRef
           WRITE depRec.

       actualizarFondo.
           MOVE saldoFondo to fonSaldo
           MOVE fechaHoy to fonFecha
           OPEN OUTPUT fondoFile
           WRITE fonRec
           CLOSE fondoFile
           MOVE saldoFondo to saldoEdit
           DISPLAY"Saldo del fondo actualizado a ",saldoEdit.

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

       generarTotales.
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE cantLeidos to cantEdit
           MOVE SPACES to repLinea
           STRING"MOVIMIENTOS DEL EXTRACTO:  " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantYaTratados to cantEdit
           MOVE SPACES to repLinea
           STRING"YA TRATADOS ANTES:         " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantConciliados to cantEdit
           MOVE totalConciliado to montoEdit
           MOVE SPACES to repLinea
           STRING"CREDITOS CONCILIADOS:      " cantEdit " "
               montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantSinDeposito to cantEdit
           MOVE totalSinDeposito to montoEdit
           MOVE SPACES to repLinea
           STRING"CREDITOS SIN DEPOSITO:     " cantEdit " "
               montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantNoMuestra to cantEdit
           MOVE totalNoMuestra to montoEdit
           MOVE SPACES to repLinea
           STRING"DEPOSITOS NO ACREDITADOS:  " cantEdit " "
               montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantDebitos to cantEdit
           MOVE totalDebitos to montoEdit
           MOVE SPACES to repLinea
           STRING"DEBITOS ASENTADOS AL FONDO:" cantEdit " "
               montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

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

       END PROGRAM importaBanco.
