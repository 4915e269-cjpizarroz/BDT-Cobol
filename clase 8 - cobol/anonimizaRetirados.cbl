      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Retencion de datos personales de los retirados.  La
      *          politica de RRHH pide borrar los datos personales de
      *          los ex empleados pasado un plazo en anios.  Este
      *          proceso busca en EMPMAST a los inactivos cuya baja
      *          (la ultima BAJA de EMPAUDIT, o su ultimo movimiento
      *          en el ledger si la baja es anterior a la auditoria)
      *          es mas vieja que el plazo y que no tienen:
      *          - una campana abierta a su nombre en CAMPANAS;
      *          - una promesa abierta en PROMESAS;
      *          - una orden fija vigente en ORDFIJA;
      *          - plata sin liquidar: aportes, suyos o para el, en
      *            una campana que no esta en LIQHECHA ni cancelada.
      *          A cada uno le enmascara el nombre como "RETIRADO " +
      *          empId y le pone en cero las fechas de nacimiento e
      *          ingreso en EMPMAST, APORTES, APORHIST, RECIBOS,
      *          YTDACUM, YTDHIST, LIDERES, PREFEREN, EMPAUDIT,
      *          AUDRECH y el indice del ledger APORIDX, y el nombre
      *          de sus promesas cerradas (cumplidas o canceladas) en
      *          PROMESAS y de sus ordenes vencidas en ORDFIJA.  El
      *          empId y los importes no se tocan, y como el nombre
      *          nuevo es el mismo en todos lados, los totales, la
      *          verificacion de reconstruye y las tendencias siguen
      *          cerrando.  En los registros viejos sin empId el
      *          nombre se reconoce por texto.
      *          Modo S (simulacion) lista quien se anonimizaria, por
      *          que se retiene a los demas y cuantos registros de
      *          cada archivo cambiarian, sin tocar nada.  Modo A
      *          (aplicar) pide la firma de un segundo supervisor
      *          del maestro OPERADOR, hace
      *          los cambios y deja un registro ANONIM en EMPAUDIT
      *          por persona.  El log REPRETEN del modo A no lleva
      *          los nombres viejos.  Los archivos secuenciales se
      *          reescriben por el archivo de trabajo RETENWK.
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo supervisor); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. anonimizaRetirados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT empMastFile ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS empId
               FILE STATUS IS empMastEstado.

           SELECT empAuditFile ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS empAuditEstado.

           SELECT campFile ASSIGN TO "CAMPANAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS camId
               FILE STATUS IS campEstado.

           SELECT promFile ASSIGN TO "PROMESAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS proClave
               FILE STATUS IS promEstado.

           SELECT ordFijaFile ASSIGN TO "ORDFIJA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ofiEmpId
               FILE STATUS IS ordFijaEstado.

           SELECT liqFile ASSIGN TO "LIQHECHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS liqEstado.

           SELECT aportesFile ASSIGN TO "APORTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aportesEstado.

           SELECT archivoFile ASSIGN TO "APORHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archivoEstado.

           SELECT reciboFile ASSIGN TO "RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reciboEstado.

           SELECT rechazoFile ASSIGN TO "AUDRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rechazoEstado.

           SELECT ytdFile ASSIGN TO "YTDACUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ytdEmpId
               FILE STATUS IS ytdEstado.

           SELECT histFile ASSIGN TO "YTDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS hisClave
               FILE STATUS IS histEstado.

           SELECT lideresFile ASSIGN TO "LIDERES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS lidEmpId
               FILE STATUS IS lideresEstado.

           SELECT prefFile ASSIGN TO "PREFEREN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS prefEmpId
               FILE STATUS IS prefEstado.

           SELECT aporIdxFile ASSIGN TO "APORIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS idxSecuencia
               ALTERNATE RECORD KEY IS idxEmpId WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxContribId WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxCampana WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxRecibo WITH DUPLICATES
               FILE STATUS IS aporIdxEstado.

           SELECT trabajoFile ASSIGN TO "RETENWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS trabajoEstado.

           SELECT reporteFile ASSIGN TO "REPRETEN"
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

       FD  empAuditFile.
           COPY "EMPAUDIT.cpy".

       FD  campFile.
           COPY "CAMPANAS.cpy".

       FD  promFile.
           COPY "PROMESAS.cpy".

       FD  ordFijaFile.
           COPY "ORDFIJA.cpy".

       FD  liqFile.
       01  liqRec.
           05  liqCampana  PIC X(08).
           05  liqFecha    PIC 9(08).

       FD  aportesFile.
           COPY "APORTE.cpy".

       FD  archivoFile.
       01  arcRec          PIC X(87).

       FD  reciboFile.
           COPY "RECIBO.cpy".

       FD  rechazoFile.
           COPY "AUDRECH.cpy".

       FD  ytdFile.
           COPY "YTDACUM.cpy".

       FD  histFile.
           COPY "YTDHIST.cpy".

       FD  lideresFile.
           COPY "LIDERES.cpy".

       FD  prefFile.
           COPY "PREFEREN.cpy".

       FD  trabajoFile.
       01  trbRec          PIC X(120).

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       FD  aporIdxFile.
           COPY "APORIDX.cpy".

       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  empMastEstado  PIC X(2).
       01  empAuditEstado PIC X(2).
       01  campEstado     PIC X(2).
       01  promEstado     PIC X(2).
       01  ordFijaEstado  PIC X(2).
       01  liqEstado      PIC X(2).
       01  aportesEstado  PIC X(2).
       01  archivoEstado  PIC X(2).
       01  reciboEstado   PIC X(2).
       01  rechazoEstado  PIC X(2).
       01  ytdEstado      PIC X(2).
       01  histEstado     PIC X(2).
       01  lideresEstado  PIC X(2).
       01  prefEstado     PIC X(2).
       01  aporIdxEstado  PIC X(2).
       01  trabajoEstado  PIC X(2).
       01  reporteEstado  PIC X(2).
       01  fechaHoy       PIC 9(8).
       01  horaCompleta   PIC 9(8).
       01  modo           PIC X(1).
       01  aplicar        PIC X(1).
       01  aniosRetencion PIC 9(2).
       01  fechaLimite    PIC 9(8).
       01  fechaRef       PIC 9(8).
       01  i              PIC 9(4).
       01  p              PIC 9(4).
       01  f              PIC 9(2).
       01  hallado        PIC X(1).
       01  cambio         PIC X(1).
       01  idBusca        PIC 9(5).
       01  nombreBusca    PIC X(15).
       01  campanaBusca   PIC X(8).
       01  pseudonimo     PIC X(15).
       01  cantCand       PIC 9(4).
       01  cantPurga      PIC 9(4).
       01  cantLiq        PIC 9(4).
       01  cantCanc       PIC 9(4).
       01  cantEdit       PIC Z(4)9.
       01  idEdit         PIC 9(5).
       01  nombreLog      PIC X(15).
      * Inactivos de EMPMAST que todavia tienen sus datos.
       01  candTabla.
           05  cdId       OCCURS 500 TIMES PIC 9(5).
           05  cdNombre   OCCURS 500 TIMES PIC X(15).
           05  cdBaja     OCCURS 500 TIMES PIC 9(8).
           05  cdActiv    OCCURS 500 TIMES PIC 9(8).
           05  cdMotivo   OCCURS 500 TIMES PIC X(20).
      * Los que se anonimizan en esta corrida.
       01  purgaTabla.
           05  puId       OCCURS 500 TIMES PIC 9(5).
           05  puNombre   OCCURS 500 TIMES PIC X(15).
           05  puPseudo   OCCURS 500 TIMES PIC X(15).
       01  liquidadasTabla.
           05  lqCampana  OCCURS 2000 TIMES PIC X(8).
       01  canceladasTabla.
           05  ccCampana  OCCURS 500 TIMES PIC X(8).
      * Registros cambiados (o a cambiar) por archivo.
       01  archivosTabla.
           05  arNombre   OCCURS 13 TIMES PIC X(10).
           05  arCant     OCCURS 13 TIMES PIC 9(6).
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
            PERFORM cargarCandidatos
            IF cantCand > 0
                PERFORM cargarBajas
                PERFORM cargarLiquidadas
                PERFORM revisarCampanas
                PERFORM revisarPromesas
                PERFORM revisarOrdenes
                PERFORM revisarLedger
                PERFORM decidirPurga
            END-IF
            IF aplicar = "S" AND cantPurga > 0
                PERFORM pedirAutorizacion
            END-IF
            IF cantPurga > 0
                PERFORM procesarPadron
                PERFORM procesarAportes
                PERFORM procesarHistorico
                PERFORM procesarRecibos
                PERFORM procesarAcumulados
                PERFORM procesarHistoriaAnual
                PERFORM procesarLideres
                PERFORM procesarPreferencias
                PERFORM procesarPromesas
                PERFORM procesarOrdenes
                PERFORM procesarAuditoria
                PERFORM procesarRechazos
                PERFORM procesarIndiceLedger
            END-IF
            IF aplicar = "S" AND cantPurga > 0
                PERFORM grabarAuditoriaPurga
            END-IF
            PERFORM generarReporte
            IF aplicar = "S"
                DISPLAY"Anonimizados: ",cantPurga,", ver REPRETEN"
            ELSE
                DISPLAY"Simulacion: se anonimizarian ",cantPurga,
                    ", ver REPRETEN"
            END-IF
            STOP RUN.

       inicio.
           DISPLAY"Retencion de datos personales de retirados"
           MOVE"anonimizaRetirados" to programaFirma
           MOVE 3 to nivelPedido
           PERFORM firmarOperador
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           ACCEPT horaCompleta FROM TIME
           MOVE ZEROS to cantCand cantPurga cantLiq cantCanc
           MOVE SPACES to supervisorFirma
           MOVE"EMPMAST"  to arNombre(1)
           MOVE"APORTES"  to arNombre(2)
           MOVE"APORHIST" to arNombre(3)
           MOVE"RECIBOS"  to arNombre(4)
           MOVE"YTDACUM"  to arNombre(5)
           MOVE"YTDHIST"  to arNombre(6)
           MOVE"LIDERES"  to arNombre(7)
           MOVE"PREFEREN" to arNombre(8)
           MOVE"EMPAUDIT" to arNombre(9)
           MOVE"AUDRECH"  to arNombre(10)
           MOVE"APORIDX"  to arNombre(11)
           MOVE"PROMESAS" to arNombre(12)
           MOVE"ORDFIJA"  to arNombre(13)
           PERFORM limpiarConteo VARYING f FROM 1 BY 1 UNTIL f > 13
           DISPLAY"Modo: S=simulacion (no toca nada) A=aplicar"
           ACCEPT modo
           EVALUATE modo
               WHEN "S"
               WHEN "s"
                   MOVE"N" to aplicar
               WHEN "A"
               WHEN "a"
                   MOVE"S" to aplicar
               WHEN OTHER
                   DISPLAY"Modo no reconocido, no se toco nada"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
           END-EVALUATE
           DISPLAY"Anios de retencion desde la baja"
           ACCEPT aniosRetencion
           IF aniosRetencion = 0
               DISPLAY"El plazo de retencion no puede ser cero"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE fechaLimite = fechaHoy - aniosRetencion * 10000.

       limpiarConteo.
           MOVE ZEROS to arCant(f).

      * Un retirado ya anonimizado no vuelve a entrar.
       cargarCandidatos.
           OPEN INPUT empMastFile
           IF empMastEstado NOT = "00"
               DISPLAY"No se pudo leer EMPMAST, no se toco nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           PERFORM leerEmpleado
           PERFORM UNTIL empMastEstado NOT = "00"
               IF empInactivo AND empNombre(1:9) NOT = "RETIRADO "
                   PERFORM anotarCandidato
               END-IF
               PERFORM leerEmpleado
           END-PERFORM
           CLOSE empMastFile.

       leerEmpleado.
           READ empMastFile
               AT END MOVE "10" to empMastEstado
           END-READ.

       anotarCandidato.
           IF cantCand < 500
               ADD 1 to cantCand
               MOVE empId to cdId(cantCand)
               MOVE empNombre to cdNombre(cantCand)
               MOVE ZEROS to cdBaja(cantCand) cdActiv(cantCand)
               MOVE SPACES to cdMotivo(cantCand)
           ELSE
               DISPLAY"Tabla de retirados llena, no se toco nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       buscarCandidato.
           MOVE"N" to hallado
           PERFORM compararCandidato VARYING i FROM 1 BY 1
               UNTIL i > cantCand OR hallado = "S".

       compararCandidato.
           IF cdId(i) = idBusca
               MOVE"S" to hallado
               SUBTRACT 1 from i
           END-IF.

       buscarCandidatoNombre.
           MOVE"N" to hallado
           PERFORM compararCandidatoNombre VARYING i FROM 1 BY 1
               UNTIL i > cantCand OR hallado = "S".

       compararCandidatoNombre.
           IF cdNombre(i) = nombreBusca
               MOVE"S" to hallado
               SUBTRACT 1 from i
           END-IF.

      * La fecha de baja es la de la ultima BAJA asentada.
       cargarBajas.
           OPEN INPUT empAuditFile
           IF empAuditEstado NOT = "35"
               PERFORM leerAuditoria
               PERFORM UNTIL empAuditEstado = "10"
                   IF emaEsBaja
                       MOVE emaEmpId to idBusca
                       PERFORM buscarCandidato
                       IF hallado = "S" AND emaFecha > cdBaja(i)
                           MOVE emaFecha to cdBaja(i)
                       END-IF
                   END-IF
                   PERFORM leerAuditoria
               END-PERFORM
               CLOSE empAuditFile
           END-IF.

       leerAuditoria.
           READ empAuditFile
               AT END MOVE "10" to empAuditEstado
           END-READ.

       cargarLiquidadas.
           OPEN INPUT liqFile
           IF liqEstado NOT = "35"
               PERFORM leerLiquidada
               PERFORM UNTIL liqEstado = "10"
                   IF cantLiq < 2000
                       ADD 1 to cantLiq
                       MOVE liqCampana to lqCampana(cantLiq)
                   ELSE
                       DISPLAY"Tabla de liquidadas llena, no se toco",
                           " nada"
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

      * Una campana abierta a nombre del retirado lo retiene; de paso
      * se anotan las canceladas, que no tienen plata pendiente.
       revisarCampanas.
           OPEN INPUT campFile
           IF campEstado = "00"
               PERFORM leerCampana
               PERFORM UNTIL campEstado NOT = "00"
                   IF camCancelada
                       PERFORM anotarCancelada
                   END-IF
                   IF camAbierta AND camBenefId NOT = 0
                       MOVE camBenefId to idBusca
                       PERFORM buscarCandidato
                       IF hallado = "S"
                           MOVE"CAMPANA ABIERTA" to cdMotivo(i)
                       END-IF
                   END-IF
                   PERFORM leerCampana
               END-PERFORM
               CLOSE campFile
           END-IF.

       leerCampana.
           READ campFile
               AT END MOVE "10" to campEstado
           END-READ.

       anotarCancelada.
           IF cantCanc < 500
               ADD 1 to cantCanc
               MOVE camId to ccCampana(cantCanc)
           ELSE
               DISPLAY"Tabla de canceladas llena, no se toco nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       revisarPromesas.
           OPEN INPUT promFile
           IF promEstado = "00"
               PERFORM leerPromesa
               PERFORM UNTIL promEstado NOT = "00"
                   IF proAbierta
                       MOVE proContribId to idBusca
                       PERFORM buscarCandidato
                       IF hallado = "S"
                           MOVE"PROMESA ABIERTA" to cdMotivo(i)
                       END-IF
                   END-IF
                   PERFORM leerPromesa
               END-PERFORM
               CLOSE promFile
           END-IF.

       leerPromesa.
           READ promFile
               AT END MOVE "10" to promEstado
           END-READ.

      * Una orden fija sin vencimiento o que vence hoy o despues
      * sigue vigente: lo retiene hasta que se la cierre en
      * mantOrdenes.
       revisarOrdenes.
           OPEN INPUT ordFijaFile
           IF ordFijaEstado = "00"
               PERFORM leerOrden
               PERFORM UNTIL ordFijaEstado NOT = "00"
                   IF ofiFechaHasta = 0 OR ofiFechaHasta NOT < fechaHoy
                       MOVE ofiEmpId to idBusca
                       PERFORM buscarCandidato
                       IF hallado = "S"
                           MOVE"ORDEN FIJA VIGENTE" to cdMotivo(i)
                       END-IF
                   END-IF
                   PERFORM leerOrden
               END-PERFORM
               CLOSE ordFijaFile
           END-IF.

       leerOrden.
           READ ordFijaFile
               AT END MOVE "10" to ordFijaEstado
           END-READ.

      ******************************************************************
      * Ledger: ultimo movimiento de cada retirado (como companero o
      * como contribuyente) y si tiene plata en una campana que no
      * se liquido ni se cancelo.
      ******************************************************************
       revisarLedger.
           OPEN INPUT archivoFile
           IF archivoEstado NOT = "35"
               PERFORM leerArchivado
               PERFORM UNTIL archivoEstado = "10"
                   MOVE arcRec to aporteRec
                   PERFORM revisarAporte
                   PERFORM leerArchivado
               END-PERFORM
               CLOSE archivoFile
           END-IF
           OPEN INPUT aportesFile
           IF aportesEstado NOT = "35"
               PERFORM leerAporte
               PERFORM UNTIL aportesEstado = "10"
                   PERFORM revisarAporte
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

       revisarAporte.
           IF aporteEmpId NOT = 0
               MOVE aporteEmpId to idBusca
               PERFORM buscarCandidato
           ELSE
               MOVE aporteNombre to nombreBusca
               PERFORM buscarCandidatoNombre
           END-IF
           IF hallado = "S"
               PERFORM anotarActividad
           END-IF
           IF aporteContribId NOT = 0
               MOVE aporteContribId to idBusca
               PERFORM buscarCandidato
           ELSE
               MOVE aporteContribuyente to nombreBusca
               PERFORM buscarCandidatoNombre
           END-IF
           IF hallado = "S"
               PERFORM anotarActividad
           END-IF.

       anotarActividad.
           IF aporteFecha > cdActiv(i)
               MOVE aporteFecha to cdActiv(i)
           END-IF
           MOVE aporteCampana to campanaBusca
           PERFORM buscarLiquidada
           IF hallado NOT = "S"
               PERFORM buscarCancelada
           END-IF
           IF hallado NOT = "S" AND cdMotivo(i) = SPACES
               MOVE"PLATA SIN LIQUIDAR" to cdMotivo(i)
           END-IF.

       buscarLiquidada.
           MOVE"N" to hallado
           PERFORM compararLiquidada VARYING p FROM 1 BY 1
               UNTIL p > cantLiq OR hallado = "S".

       compararLiquidada.
           IF lqCampana(p) = campanaBusca
               MOVE"S" to hallado
           END-IF.

       buscarCancelada.
           MOVE"N" to hallado
           PERFORM compararCancelada VARYING p FROM 1 BY 1
               UNTIL p > cantCanc OR hallado = "S".

       compararCancelada.
           IF ccCampana(p) = campanaBusca
               MOVE"S" to hallado
           END-IF.

      * Sin fecha de baja ni movimientos no hay desde cuando contar
      * el plazo: se retiene hasta que alguien lo revise.
       decidirPurga.
           PERFORM decidirCandidato VARYING i FROM 1 BY 1
               UNTIL i > cantCand.

       decidirCandidato.
           MOVE cdBaja(i) to fechaRef
           IF cdActiv(i) > fechaRef
               MOVE cdActiv(i) to fechaRef
           END-IF
           IF cdMotivo(i) = SPACES
               IF fechaRef = 0
                   MOVE"SIN FECHA DE BAJA" to cdMotivo(i)
               ELSE
                   IF fechaRef > fechaLimite
                       MOVE"DENTRO DEL PLAZO" to cdMotivo(i)
                   END-IF
               END-IF
           END-IF
           IF cdMotivo(i) = SPACES
               ADD 1 to cantPurga
               MOVE cdId(i) to puId(cantPurga)
               MOVE cdNombre(i) to puNombre(cantPurga)
               MOVE cdId(i) to idEdit
               MOVE SPACES to puPseudo(cantPurga)
               STRING"RETIRADO " idEdit
                   DELIMITED BY SIZE INTO puPseudo(cantPurga)
           END-IF.

       pedirAutorizacion.
           DISPLAY"Se van a anonimizar ",cantPurga," retirados"
           MOVE SPACES to accionAutoriza
           STRING"ANONIMIZAR " cantPurga " RETIRADOS"
               DELIMITED BY SIZE INTO accionAutoriza
           PERFORM autorizarSupervisor
           IF autorizado NOT = "S"
               DISPLAY"Sin autorizacion del supervisor, no se toco",
                   " nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Busqueda en la lista de purga: por empId, o por nombre en los
      * registros viejos que no traen empId.  Deja el nombre nuevo en
      * pseudonimo.
      ******************************************************************
       buscarPurga.
           MOVE"N" to hallado
           PERFORM compararPurga VARYING p FROM 1 BY 1
               UNTIL p > cantPurga OR hallado = "S"
           IF hallado = "S"
               MOVE puPseudo(p) to pseudonimo
           END-IF.

       compararPurga.
           IF (idBusca NOT = 0 AND puId(p) = idBusca) OR
               (idBusca = 0 AND puNombre(p) = nombreBusca)
               MOVE"S" to hallado
               SUBTRACT 1 from p
           END-IF.

      ******************************************************************
      * Maestros indexados: se recorren y se reescribe cada registro
      * de la lista.  En simulacion solo se cuenta.
      ******************************************************************
       procesarPadron.
           IF aplicar = "S"
               OPEN I-O empMastFile
           ELSE
               OPEN INPUT empMastFile
           END-IF
           IF empMastEstado = "00"
               PERFORM leerEmpleado
               PERFORM UNTIL empMastEstado NOT = "00"
                   MOVE empId to idBusca
                   PERFORM buscarPurga
                   IF hallado = "S"
                       ADD 1 to arCant(1)
                       MOVE pseudonimo to empNombre
                       MOVE ZEROS to empNacFecha empIngFecha
                       IF aplicar = "S"
                           REWRITE empMastRec
                       END-IF
                   END-IF
                   PERFORM leerEmpleado
               END-PERFORM
               CLOSE empMastFile
           END-IF.

       procesarAcumulados.
           IF aplicar = "S"
               OPEN I-O ytdFile
           ELSE
               OPEN INPUT ytdFile
           END-IF
           IF ytdEstado = "00"
               PERFORM leerAcumulado
               PERFORM UNTIL ytdEstado NOT = "00"
                   MOVE ytdEmpId to idBusca
                   PERFORM buscarPurga
                   IF hallado = "S"
                       ADD 1 to arCant(5)
                       MOVE pseudonimo to ytdNombre
                       IF aplicar = "S"
                           REWRITE ytdRec
                       END-IF
                   END-IF
                   PERFORM leerAcumulado
               END-PERFORM
               CLOSE ytdFile
           END-IF.

       leerAcumulado.
           READ ytdFile
               AT END MOVE "10" to ytdEstado
           END-READ.

       procesarHistoriaAnual.
           IF aplicar = "S"
               OPEN I-O histFile
           ELSE
               OPEN INPUT histFile
           END-IF
           IF histEstado = "00"
               PERFORM leerHistoria
               PERFORM UNTIL histEstado NOT = "00"
                   MOVE hisEmpId to idBusca
                   PERFORM buscarPurga
                   IF hallado = "S"
                       ADD 1 to arCant(6)
                       MOVE pseudonimo to hisNombre
                       IF aplicar = "S"
                           REWRITE hisRec
                       END-IF
                   END-IF
                   PERFORM leerHistoria
               END-PERFORM
               CLOSE histFile
           END-IF.

       leerHistoria.
           READ histFile
               AT END MOVE "10" to histEstado
           END-READ.

       procesarLideres.
           IF aplicar = "S"
               OPEN I-O lideresFile
           ELSE
               OPEN INPUT lideresFile
           END-IF
           IF lideresEstado = "00"
               PERFORM leerLider
               PERFORM UNTIL lideresEstado NOT = "00"
                   MOVE lidEmpId to idBusca
                   PERFORM buscarPurga
                   IF hallado = "S"
                       ADD 1 to arCant(7)
                       MOVE pseudonimo to lidNombre
                       IF aplicar = "S"
                           REWRITE lidRec
                       END-IF
                   END-IF
                   PERFORM leerLider
               END-PERFORM
               CLOSE lideresFile
           END-IF.

       leerLider.
           READ lideresFile
               AT END MOVE "10" to lideresEstado
           END-READ.

       procesarPreferencias.
           IF aplicar = "S"
               OPEN I-O prefFile
           ELSE
               OPEN INPUT prefFile
           END-IF
           IF prefEstado = "00"
               PERFORM leerPreferencia
               PERFORM UNTIL prefEstado NOT = "00"
                   MOVE prefEmpId to idBusca
                   PERFORM buscarPurga
                   IF hallado = "S"
                       ADD 1 to arCant(8)
                       MOVE pseudonimo to prefNombre
                       IF aplicar = "S"
                           REWRITE prefRec
                       END-IF
                   END-IF
                   PERFORM leerPreferencia
               END-PERFORM
               CLOSE prefFile
           END-IF.

       leerPreferencia.
           READ prefFile
               AT END MOVE "10" to prefEstado
           END-READ.

      * Solo las promesas cerradas; una abierta ya retuvo al retirado.
       procesarPromesas.
           IF aplicar = "S"
               OPEN I-O promFile
           ELSE
               OPEN INPUT promFile
           END-IF
           IF promEstado = "00"
               PERFORM leerPromesa
               PERFORM UNTIL promEstado NOT = "00"
                   IF NOT proAbierta
                       MOVE proContribId to idBusca
                       MOVE proContribNombre to nombreBusca
                       PERFORM buscarPurga
                       IF hallado = "S"
                           ADD 1 to arCant(12)
                           MOVE pseudonimo to proContribNombre
                           IF aplicar = "S"
                               REWRITE proRec
                           END-IF
                       END-IF
                   END-IF
                   PERFORM leerPromesa
               END-PERFORM
               CLOSE promFile
           END-IF.

      * Solo las ordenes vencidas; una vigente ya retuvo al retirado.
       procesarOrdenes.
           IF aplicar = "S"
               OPEN I-O ordFijaFile
           ELSE
               OPEN INPUT ordFijaFile
           END-IF
           IF ordFijaEstado = "00"
               PERFORM leerOrden
               PERFORM UNTIL ordFijaEstado NOT = "00"
                   IF ofiFechaHasta NOT = 0 AND
                       ofiFechaHasta < fechaHoy
                       MOVE ofiEmpId to idBusca
                       PERFORM buscarPurga
                       IF hallado = "S"
                           ADD 1 to arCant(13)
                           MOVE pseudonimo to ofiNombre
                           IF aplicar = "S"
                               REWRITE ofiRec
                           END-IF
                       END-IF
                   END-IF
                   PERFORM leerOrden
               END-PERFORM
               CLOSE ordFijaFile
           END-IF.

      ******************************************************************
      * Archivos secuenciales: cada registro pasa enmascarado al
      * archivo de trabajo RETENWK y despues RETENWK se copia sobre
      * el original.  En simulacion solo se cuenta y no se escribe.
      ******************************************************************
       procesarAportes.
           OPEN INPUT aportesFile
           IF aportesEstado NOT = "35"
               IF aplicar = "S"
                   OPEN OUTPUT trabajoFile
               END-IF
               PERFORM leerAporte
               PERFORM UNTIL aportesEstado = "10"
                   PERFORM enmascararAporte
                   IF cambio = "S"
                       ADD 1 to arCant(2)
                   END-IF
                   IF aplicar = "S"
                       MOVE aporteRec to trbRec
                       WRITE trbRec
                   END-IF
                   PERFORM leerAporte
               END-PERFORM
               CLOSE aportesFile
               IF aplicar = "S"
                   CLOSE trabajoFile
                   OPEN INPUT trabajoFile
                   OPEN OUTPUT aportesFile
                   PERFORM leerTrabajo
                   PERFORM UNTIL trabajoEstado = "10"
                       MOVE trbRec to aporteRec
                       WRITE aporteRec
                       PERFORM leerTrabajo
                   END-PERFORM
                   CLOSE trabajoFile
                   CLOSE aportesFile
               END-IF
           END-IF.

       procesarHistorico.
           OPEN INPUT archivoFile
           IF archivoEstado NOT = "35"
               IF aplicar = "S"
                   OPEN OUTPUT trabajoFile
               END-IF
               PERFORM leerArchivado
               PERFORM UNTIL archivoEstado = "10"
                   MOVE arcRec to aporteRec
                   PERFORM enmascararAporte
                   IF cambio = "S"
                       ADD 1 to arCant(3)
                   END-IF
                   IF aplicar = "S"
                       MOVE aporteRec to trbRec
                       WRITE trbRec
                   END-IF
                   PERFORM leerArchivado
               END-PERFORM
               CLOSE archivoFile
               IF aplicar = "S"
                   CLOSE trabajoFile
                   OPEN INPUT trabajoFile
                   OPEN OUTPUT archivoFile
                   PERFORM leerTrabajo
                   PERFORM UNTIL trabajoEstado = "10"
                       MOVE trbRec to arcRec
                       WRITE arcRec
                       PERFORM leerTrabajo
                   END-PERFORM
                   CLOSE trabajoFile
                   CLOSE archivoFile
               END-IF
           END-IF.

      * El indice del ledger es una copia de APORTES y APORHIST: se
      * enmascara en el lugar igual que la cinta.
       procesarIndiceLedger.
           IF aplicar = "S"
               OPEN I-O aporIdxFile
           ELSE
               OPEN INPUT aporIdxFile
           END-IF
           IF aporIdxEstado = "00"
               PERFORM leerIndiceLedger
               PERFORM UNTIL aporIdxEstado NOT = "00"
                   MOVE idxAporte to aporteRec
                   PERFORM enmascararAporte
                   IF cambio = "S"
                       ADD 1 to arCant(11)
                       IF aplicar = "S"
                           MOVE aporteRec to idxAporte
                           REWRITE idxRec
                       END-IF
                   END-IF
                   PERFORM leerIndiceLedger
               END-PERFORM
               CLOSE aporIdxFile
           END-IF.

       leerIndiceLedger.
           READ aporIdxFile NEXT RECORD
               AT END MOVE "10" to aporIdxEstado
           END-READ.

       leerTrabajo.
           READ trabajoFile
               AT END MOVE "10" to trabajoEstado
           END-READ.

      * El companero y el contribuyente se enmascaran por separado;
      * la igualacion de la empresa (99999) nunca esta en la lista.
       enmascararAporte.
           MOVE"N" to cambio
           MOVE aporteEmpId to idBusca
           MOVE aporteNombre to nombreBusca
           PERFORM buscarPurga
           IF hallado = "S"
               MOVE pseudonimo to aporteNombre
               MOVE"S" to cambio
           END-IF
           MOVE aporteContribId to idBusca
           MOVE aporteContribuyente to nombreBusca
           PERFORM buscarPurga
           IF hallado = "S"
               MOVE pseudonimo to aporteContribuyente
               MOVE"S" to cambio
           END-IF.

      * El recibo trae el empId del contribuyente; el companero va
      * solo por nombre.
       procesarRecibos.
           OPEN INPUT reciboFile
           IF reciboEstado NOT = "35"
               IF aplicar = "S"
                   OPEN OUTPUT trabajoFile
               END-IF
               PERFORM leerRecibo
               PERFORM UNTIL reciboEstado = "10"
                   MOVE"N" to cambio
                   MOVE rcbContribId to idBusca
                   MOVE rcbContribuyente to nombreBusca
                   PERFORM buscarPurga
                   IF hallado = "S"
                       MOVE pseudonimo to rcbContribuyente
                       MOVE"S" to cambio
                   END-IF
                   MOVE ZEROS to idBusca
                   MOVE rcbNombre to nombreBusca
                   PERFORM buscarPurga
                   IF hallado = "S"
                       MOVE pseudonimo to rcbNombre
                       MOVE"S" to cambio
                   END-IF
                   IF cambio = "S"
                       ADD 1 to arCant(4)
                   END-IF
                   IF aplicar = "S"
                       MOVE rcbRec to trbRec
                       WRITE trbRec
                   END-IF
                   PERFORM leerRecibo
               END-PERFORM
               CLOSE reciboFile
               IF aplicar = "S"
                   CLOSE trabajoFile
                   OPEN INPUT trabajoFile
                   OPEN OUTPUT reciboFile
                   PERFORM leerTrabajo
                   PERFORM UNTIL trabajoEstado = "10"
                       MOVE trbRec to rcbRec
                       WRITE rcbRec
                       PERFORM leerTrabajo
                   END-PERFORM
                   CLOSE trabajoFile
                   CLOSE reciboFile
               END-IF
           END-IF.

       leerRecibo.
           READ reciboFile
               AT END MOVE "10" to reciboEstado
           END-READ.

       procesarAuditoria.
           OPEN INPUT empAuditFile
           IF empAuditEstado NOT = "35"
               IF aplicar = "S"
                   OPEN OUTPUT trabajoFile
               END-IF
               PERFORM leerAuditoria
               PERFORM UNTIL empAuditEstado = "10"
                   MOVE emaEmpId to idBusca
                   PERFORM buscarPurga
                   IF hallado = "S"
                       ADD 1 to arCant(9)
                       MOVE pseudonimo to emaNombreAnt emaNombreNue
                       MOVE ZEROS to emaNacFechaAnt emaNacFechaNue
                           emaIngFechaAnt emaIngFechaNue
                   END-IF
                   IF aplicar = "S"
                       MOVE emaRec to trbRec
                       WRITE trbRec
                   END-IF
                   PERFORM leerAuditoria
               END-PERFORM
               CLOSE empAuditFile
               IF aplicar = "S"
                   CLOSE trabajoFile
                   OPEN INPUT trabajoFile
                   OPEN OUTPUT empAuditFile
                   PERFORM leerTrabajo
                   PERFORM UNTIL trabajoEstado = "10"
                       MOVE trbRec to emaRec
                       WRITE emaRec
                       PERFORM leerTrabajo
                   END-PERFORM
                   CLOSE trabajoFile
                   CLOSE empAuditFile
               END-IF
           END-IF.

      * Los rechazos de la caja traen solo el nombre que se tipeo.
       procesarRechazos.
           OPEN INPUT rechazoFile
           IF rechazoEstado NOT = "35"
               IF aplicar = "S"
                   OPEN OUTPUT trabajoFile
               END-IF
               PERFORM leerRechazo
               PERFORM UNTIL rechazoEstado = "10"
                   MOVE ZEROS to idBusca
                   MOVE audNombre to nombreBusca
                   PERFORM buscarPurga
                   IF hallado = "S"
                       ADD 1 to arCant(10)
                       MOVE pseudonimo to audNombre
                   END-IF
                   IF aplicar = "S"
                       MOVE audRec to trbRec
                       WRITE trbRec
                   END-IF
                   PERFORM leerRechazo
               END-PERFORM
               CLOSE rechazoFile
               IF aplicar = "S"
                   CLOSE trabajoFile
                   OPEN INPUT trabajoFile
                   OPEN OUTPUT rechazoFile
                   PERFORM leerTrabajo
                   PERFORM UNTIL trabajoEstado = "10"
                       MOVE trbRec to audRec
                       WRITE audRec
                       PERFORM leerTrabajo
                   END-PERFORM
                   CLOSE trabajoFile
                   CLOSE rechazoFile
               END-IF
           END-IF.

       leerRechazo.
           READ rechazoFile
               AT END MOVE "10" to rechazoEstado
           END-READ.

      * Un registro ANONIM por persona, despues de enmascarar la
      * auditoria para que no se lo vuelva a tocar.
       grabarAuditoriaPurga.
           OPEN EXTEND empAuditFile
           IF empAuditEstado = "35"
               OPEN OUTPUT empAuditFile
           END-IF
           PERFORM grabarAnonim VARYING p FROM 1 BY 1
               UNTIL p > cantPurga
           CLOSE empAuditFile.

       grabarAnonim.
           MOVE fechaHoy to emaFecha
           MOVE horaCompleta(1:6) to emaHora
           MOVE operadorActual to emaUsuario
           MOVE"ANONIM" to emaAccion
           MOVE puId(p) to emaEmpId
           MOVE puPseudo(p) to emaNombreAnt emaNombreNue
           MOVE ZEROS to emaNacFechaAnt emaNacFechaNue
               emaIngFechaAnt emaIngFechaNue
           MOVE"I" to emaEstadoAnt emaEstadoNue
           MOVE SPACES to emaDeptoAnt emaDeptoNue
           WRITE emaRec.

      ******************************************************************
      * Log de la corrida.  En modo A no se imprimen los nombres
      * viejos: el log queda y no puede volver a tener el dato.
      ******************************************************************
       generarReporte.
           OPEN OUTPUT reporteFile
           MOVE SPACES to repLinea
           IF aplicar = "S"
               STRING"ANONIMIZACION DE RETIRADOS - FECHA: " fechaHoy
                   DELIMITED BY SIZE INTO repLinea
           ELSE
               STRING"SIMULACION DE ANONIMIZACION - FECHA: " fechaHoy
                   DELIMITED BY SIZE INTO repLinea
           END-IF
           WRITE repLinea
           MOVE SPACES to repLinea
           STRING"RETENCION: " aniosRetencion " ANIOS  BAJA ANTERIOR"
               " O IGUAL A " fechaLimite
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           IF aplicar = "S"
               MOVE SPACES to repLinea
               STRING"OPERADOR: " operadorActual "  AUTORIZO: "
                   supervisorFirma
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE"EMPID NOMBRE          BAJA     ULT.MOV  DECISION"
               to repLinea
           WRITE repLinea
           PERFORM imprimirCandidato VARYING i FROM 1 BY 1
               UNTIL i > cantCand
           MOVE SPACES to repLinea
           WRITE repLinea
           IF aplicar = "S"
               MOVE"REGISTROS CAMBIADOS POR ARCHIVO" to repLinea
           ELSE
               MOVE"REGISTROS QUE CAMBIARIAN POR ARCHIVO" to repLinea
           END-IF
           WRITE repLinea
           PERFORM imprimirConteo VARYING f FROM 1 BY 1 UNTIL f > 13
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE cantCand to cantEdit
           MOVE SPACES to repLinea
           STRING"RETIRADOS CON DATOS:  " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantPurga to cantEdit
           MOVE SPACES to repLinea
           STRING"ANONIMIZADOS:         " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           CLOSE reporteFile.

       imprimirCandidato.
           MOVE cdNombre(i) to nombreLog
           IF cdMotivo(i) = SPACES AND aplicar = "S"
               MOVE SPACES to nombreLog
               STRING"RETIRADO " cdId(i)
                   DELIMITED BY SIZE INTO nombreLog
           END-IF
           MOVE SPACES to repLinea
           IF cdMotivo(i) = SPACES
               STRING cdId(i) " " nombreLog " " cdBaja(i) " "
                   cdActiv(i) " ANONIMIZA"
                   DELIMITED BY SIZE INTO repLinea
           ELSE
               STRING cdId(i) " " nombreLog " " cdBaja(i) " "
                   cdActiv(i) " RETIENE: " cdMotivo(i)
                   DELIMITED BY SIZE INTO repLinea
           END-IF
           WRITE repLinea.

       imprimirConteo.
           MOVE arCant(f) to cantEdit
           MOVE SPACES to repLinea
           STRING"  " arNombre(f) " " cantEdit
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

       END PROGRAM anonimizaRetirados.
