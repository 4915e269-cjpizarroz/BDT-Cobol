      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Interfaz nocturna de novedades de personal.  Lee el
      *          archivo RRHHNOV que manda Recursos Humanos (ingresos,
      *          egresos, reingresos y correcciones de nombre o de
      *          fechas de nacimiento e ingreso) y las aplica al
      *          padron EMPMAST como ALTA, CAMBIO, BAJA o REACT, con
      *          el mismo registro de auditoria EMPAUDIT que deja
      *          mantEmpMast y la interfaz como usuario.  Lo que no se
      *          puede aplicar (empId desconocido en un cambio, baja
      *          de alguien que ya estaba de baja, fechas que no son
      *          fechas, etc.) queda rechazado en el reporte
      *          REPPADRO, y la baja de alguien que es beneficiario
      *          de una campana abierta o tiene promesas abiertas se
      *          aplica pero sale como aviso para que el tesorero lo
      *          resuelva.  Termina con RETURN-CODE 4 si hubo rechazos
      *          o avisos.  Es el primer paso del cierre mensual.
      *          El departamento de la novedad se valida contra el
      *          maestro DEPTOS; en blanco no cambia el que tenga.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. importaPadron.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT novFile ASSIGN TO "RRHHNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS novEstado.

           SELECT empMastFile ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS empId
               FILE STATUS IS empMastEstado.

           SELECT empAuditFile ASSIGN TO "EMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS empAuditEstado.

           SELECT deptoFile ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dptCodigo
               FILE STATUS IS deptoEstado.

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

           SELECT reporteFile ASSIGN TO "REPPADRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporteEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  novFile.
           COPY "RRHHNOV.cpy".

       FD  empMastFile.
           COPY "EMPMAST.cpy".

       FD  empAuditFile.
           COPY "EMPAUDIT.cpy".

       FD  deptoFile.
           COPY "DEPTOS.cpy".

       FD  campFile.
           COPY "CAMPANAS.cpy".

       FD  promFile.
           COPY "PROMESAS.cpy".

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       WORKING-STORAGE SECTION.
       01  novEstado      PIC X(2).
       01  empMastEstado  PIC X(2).
       01  empAuditEstado PIC X(2).
       01  campEstado     PIC X(2).
       01  deptoEstado    PIC X(2).
       01  hayDeptos      PIC X(1).
       01  deptoAnt       PIC X(4).
       01  promEstado     PIC X(2).
       01  reporteEstado  PIC X(2).
       01  usuario        PIC X(15) VALUE "INTERFAZ RRHH".
       01  fechaHoy       PIC 9(8).
       01  horaCompleta   PIC 9(8).
       01  novedadValida  PIC X(1).
       01  motivoRechazo  PIC X(20).
       01  fechaTexto     PIC X(8).
       01  fechaNum       PIC 9(8).
       01  fechaValida    PIC X(1).
       01  mesFecha       PIC 9(2).
       01  diaFecha       PIC 9(2).
       01  anioFecha      PIC 9(4).
       01  nacFechaNueva  PIC 9(8).
       01  ingFechaNueva  PIC 9(8).
       01  nombreAnt      PIC X(15).
       01  nacFechaAnt    PIC 9(8).
       01  ingFechaAnt    PIC 9(8).
       01  estadoAnt      PIC X(1).
       01  k              PIC 9(4).
       01  cantCampAb     PIC 9(4).
       01  campAbiertas.
           05  cabId        OCCURS 500 TIMES PIC X(8).
           05  cabBenefId   OCCURS 500 TIMES PIC 9(5).
       01  cantPromAb     PIC 9(4).
       01  promAbiertas.
           05  pabCampana   OCCURS 1000 TIMES PIC X(8).
           05  pabContribId OCCURS 1000 TIMES PIC 9(5).
       01  cantLeidas     PIC 9(5).
       01  cantAltas      PIC 9(5).
       01  cantCambios    PIC 9(5).
       01  cantBajas      PIC 9(5).
       01  cantReact      PIC 9(5).
       01  cantRechazos   PIC 9(5).
       01  cantAvisos     PIC 9(5).
       01  cantEdit       PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM inicio
            PERFORM leerNovedad
            PERFORM UNTIL novEstado NOT = "00"
                PERFORM procesarNovedad
                PERFORM leerNovedad
            END-PERFORM
            PERFORM generarTotales
            PERFORM cerrarArchivos
            IF cantRechazos > 0 OR cantAvisos > 0
                DISPLAY"Novedades de RRHH con ",cantRechazos,
                    " rechazos y ",cantAvisos," avisos, ver REPPADRO"
                MOVE 4 to RETURN-CODE
            ELSE
                DISPLAY"Novedades de RRHH aplicadas sin novedad"
            END-IF
            STOP RUN.

       inicio.
           DISPLAY"Interfaz de novedades de personal RRHHNOV"
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to cantLeidas cantAltas cantCambios cantBajas
               cantReact cantRechazos cantAvisos
           OPEN INPUT novFile
           IF novEstado NOT = "00"
               DISPLAY"No llego archivo de novedades RRHHNOV, el",
                   " padron queda como esta"
               STOP RUN
           END-IF
           PERFORM cargarCampanasAbiertas
           PERFORM cargarPromesasAbiertas
           PERFORM abrirArchivos
           MOVE SPACES to repLinea
           STRING"NOVEDADES DE PERSONAL RRHH - FECHA: " fechaHoy
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea.

      * Beneficiarios de campanas abiertas y promesas abiertas, para
      * avisar cuando se da de baja a alguien que las tiene.
       cargarCampanasAbiertas.
           MOVE ZEROS to cantCampAb
           OPEN INPUT campFile
           IF campEstado = "00"
               PERFORM leerCampana
               PERFORM UNTIL campEstado NOT = "00"
                   IF camAbierta AND camBenefId > 0 AND
                       cantCampAb < 500
                       ADD 1 to cantCampAb
                       MOVE camId to cabId(cantCampAb)
                       MOVE camBenefId to cabBenefId(cantCampAb)
                   END-IF
                   PERFORM leerCampana
               END-PERFORM
               CLOSE campFile
           END-IF.

       leerCampana.
           READ campFile
               AT END MOVE "10" to campEstado
           END-READ.

       cargarPromesasAbiertas.
           MOVE ZEROS to cantPromAb
           OPEN INPUT promFile
           IF promEstado = "00"
               PERFORM leerPromesa
               PERFORM UNTIL promEstado NOT = "00"
                   IF proAbierta AND cantPromAb < 1000
                       ADD 1 to cantPromAb
                       MOVE proCampana to pabCampana(cantPromAb)
                       MOVE proContribId to pabContribId(cantPromAb)
                   END-IF
                   PERFORM leerPromesa
               END-PERFORM
               CLOSE promFile
           END-IF.

       leerPromesa.
           READ promFile
               AT END MOVE "10" to promEstado
           END-READ.

       abrirArchivos.
           OPEN I-O empMastFile
           IF empMastEstado = "35"
               CLOSE empMastFile
               OPEN OUTPUT empMastFile
               CLOSE empMastFile
               OPEN I-O empMastFile
           END-IF
           OPEN EXTEND empAuditFile
           IF empAuditEstado = "35"
               OPEN OUTPUT empAuditFile
           END-IF
           MOVE"N" to hayDeptos
           OPEN INPUT deptoFile
           IF deptoEstado = "00"
               MOVE"S" to hayDeptos
           END-IF
           OPEN OUTPUT reporteFile.

       cerrarArchivos.
           CLOSE novFile
           CLOSE empMastFile
           CLOSE empAuditFile
           IF hayDeptos = "S"
               CLOSE deptoFile
           END-IF
           CLOSE reporteFile.

       leerNovedad.
           READ novFile
               AT END MOVE "10" to novEstado
           END-READ.

       procesarNovedad.
           ADD 1 to cantLeidas
           MOVE"S" to novedadValida
           IF nvEmpId NOT NUMERIC
               MOVE"N" to novedadValida
               MOVE"EMPID INVALIDO" to motivoRechazo
           ELSE
               IF nvEmpId = 0 OR nvEmpId = 99999
                   MOVE"N" to novedadValida
                   MOVE"EMPID RESERVADO" to motivoRechazo
               END-IF
           END-IF
           IF novedadValida = "S"
               EVALUATE TRUE
                   WHEN nvEsAlta
                       PERFORM aplicarAlta
                   WHEN nvEsCambio
                       PERFORM aplicarCambio
                   WHEN nvEsBaja
                       PERFORM aplicarBaja
                   WHEN nvEsReact
                       PERFORM aplicarReactivacion
                   WHEN OTHER
                       MOVE"N" to novedadValida
                       MOVE"TIPO DESCONOCIDO" to motivoRechazo
               END-EVALUATE
           END-IF
           IF novedadValida NOT = "S"
               PERFORM informarRechazo
           END-IF.

       aplicarAlta.
           IF nvNombre = SPACES
               MOVE"N" to novedadValida
               MOVE"NOMBRE EN BLANCO" to motivoRechazo
           END-IF
           IF novedadValida = "S"
               PERFORM validarFechasNovedad
           END-IF
           IF novedadValida = "S"
               PERFORM validarDeptoNovedad
           END-IF
           IF novedadValida = "S" AND nacFechaNueva = 0
               MOVE"N" to novedadValida
               MOVE"FALTA FECHA NACIM" to motivoRechazo
           END-IF
           IF novedadValida = "S"
               MOVE nvEmpId to empId
               MOVE nvNombre to empNombre
               MOVE nacFechaNueva to empNacFecha
               MOVE"A" to empEstado
               MOVE ingFechaNueva to empIngFecha
               MOVE nvDepto to empDepto
               WRITE empMastRec
                   INVALID KEY
                       MOVE"N" to novedadValida
                       MOVE"ALTA DE EMPID EXISTE" to motivoRechazo
                   NOT INVALID KEY
                       MOVE SPACES to nombreAnt estadoAnt deptoAnt
                       MOVE ZEROS to nacFechaAnt ingFechaAnt
                       MOVE"ALTA" to emaAccion
                       PERFORM grabarAuditoria
                       ADD 1 to cantAltas
                       PERFORM informarAplicada
               END-WRITE
           END-IF.

       aplicarCambio.
           MOVE nvEmpId to empId
           READ empMastFile
               INVALID KEY
                   MOVE"N" to novedadValida
                   MOVE"CAMBIO EMPID NO EXIS" to motivoRechazo
               NOT INVALID KEY
                   PERFORM validarFechasNovedad
           END-READ
           IF novedadValida = "S"
               PERFORM validarDeptoNovedad
           END-IF
           IF novedadValida = "S"
               PERFORM guardarAnteriores
               IF nvNombre NOT = SPACES
                   MOVE nvNombre to empNombre
               END-IF
               IF nacFechaNueva NOT = 0
                   MOVE nacFechaNueva to empNacFecha
               END-IF
               IF ingFechaNueva NOT = 0
                   MOVE ingFechaNueva to empIngFecha
               END-IF
               IF nvDepto NOT = SPACES
                   MOVE nvDepto to empDepto
               END-IF
               REWRITE empMastRec
               MOVE"CAMBIO" to emaAccion
               PERFORM grabarAuditoria
               ADD 1 to cantCambios
               PERFORM informarAplicada
           END-IF.

       aplicarBaja.
           MOVE nvEmpId to empId
           READ empMastFile
               INVALID KEY
                   MOVE"N" to novedadValida
                   MOVE"BAJA EMPID NO EXISTE" to motivoRechazo
               NOT INVALID KEY
                   IF empInactivo
                       MOVE"N" to novedadValida
                       MOVE"BAJA DE UN INACTIVO" to motivoRechazo
                   END-IF
           END-READ
           IF novedadValida = "S"
               PERFORM guardarAnteriores
               MOVE"I" to empEstado
               REWRITE empMastRec
               MOVE"BAJA" to emaAccion
               PERFORM grabarAuditoria
               ADD 1 to cantBajas
               PERFORM informarAplicada
               PERFORM avisarCampanas VARYING k FROM 1 BY 1
                   UNTIL k > cantCampAb
               PERFORM avisarPromesas VARYING k FROM 1 BY 1
                   UNTIL k > cantPromAb
           END-IF.

       avisarCampanas.
           IF cabBenefId(k) = empId
               ADD 1 to cantAvisos
               MOVE SPACES to repLinea
               STRING"  AVISO: " empNombre " ES BENEFICIARIO DE LA"
                   " CAMPANA ABIERTA " cabId(k)
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

       avisarPromesas.
           IF pabContribId(k) = empId
               ADD 1 to cantAvisos
               MOVE SPACES to repLinea
               STRING"  AVISO: " empNombre " TIENE UNA PROMESA"
                   " ABIERTA EN " pabCampana(k)
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

       aplicarReactivacion.
           MOVE nvEmpId to empId
           READ empMastFile
               INVALID KEY
                   MOVE"N" to novedadValida
                   MOVE"REACT EMPID NO EXIST" to motivoRechazo
               NOT INVALID KEY
                   IF NOT empInactivo
                       MOVE"N" to novedadValida
                       MOVE"REACT DE UN ACTIVO" to motivoRechazo
                   END-IF
           END-READ
           IF novedadValida = "S"
               PERFORM guardarAnteriores
               MOVE"A" to empEstado
               REWRITE empMastRec
               MOVE"REACT" to emaAccion
               PERFORM grabarAuditoria
               ADD 1 to cantReact
               PERFORM informarAplicada
           END-IF.

      * Los registros viejos traen espacios en la fecha de ingreso;
      * para la auditoria eso vale cero.
       guardarAnteriores.
           MOVE empNombre to nombreAnt
           MOVE empNacFecha to nacFechaAnt
           MOVE empEstado to estadoAnt
           MOVE empDepto to deptoAnt
           IF empIngFecha IS NUMERIC
               MOVE empIngFecha to ingFechaAnt
           ELSE
               MOVE ZEROS to ingFechaAnt
           END-IF.

      * Fecha en blanco o en ceros vale cero (no informada); si no,
      * tiene que ser AAAAMMDD con mes y dia posibles.
       validarFechasNovedad.
           MOVE nvNacFecha to fechaTexto
           PERFORM validarFecha
           IF fechaValida = "S"
               MOVE fechaNum to nacFechaNueva
           ELSE
               MOVE"N" to novedadValida
               MOVE"FECHA NACIM INVALIDA" to motivoRechazo
           END-IF
           MOVE nvIngFecha to fechaTexto
           PERFORM validarFecha
           IF fechaValida = "S"
               MOVE fechaNum to ingFechaNueva
           ELSE
               MOVE"N" to novedadValida
               MOVE"FECHA INGR INVALIDA" to motivoRechazo
           END-IF.

      * El departamento en blanco no se informa; si viene, tiene
      * que existir en DEPTOS.  La lectura pisa el registro de
      * DEPTOS, no el del padron.
       validarDeptoNovedad.
           IF nvDepto NOT = SPACES
               IF hayDeptos NOT = "S"
                   MOVE"N" to novedadValida
                   MOVE"DEPTO INEXISTENTE" to motivoRechazo
               ELSE
                   MOVE nvDepto to dptCodigo
                   READ deptoFile
                       INVALID KEY
                           MOVE"N" to novedadValida
                           MOVE"DEPTO INEXISTENTE" to motivoRechazo
                   END-READ
               END-IF
           END-IF.

       validarFecha.
           MOVE"S" to fechaValida
           MOVE ZEROS to fechaNum
           IF fechaTexto NOT = SPACES
               IF fechaTexto IS NUMERIC
                   MOVE fechaTexto to fechaNum
               ELSE
                   MOVE"N" to fechaValida
               END-IF
           END-IF
           IF fechaValida = "S" AND fechaNum NOT = 0
               MOVE fechaNum(1:4) to anioFecha
               MOVE fechaNum(5:2) to mesFecha
               MOVE fechaNum(7:2) to diaFecha
               IF anioFecha < 1900 OR mesFecha < 1 OR mesFecha > 12
                   OR diaFecha < 1 OR diaFecha > 31
                   OR fechaNum > fechaHoy
                   MOVE"N" to fechaValida
               END-IF
           END-IF.

       grabarAuditoria.
           ACCEPT emaFecha FROM DATE YYYYMMDD
           ACCEPT horaCompleta FROM TIME
           MOVE horaCompleta(1:6) to emaHora
           MOVE usuario to emaUsuario
           MOVE empId to emaEmpId
           MOVE nombreAnt to emaNombreAnt
           MOVE empNombre to emaNombreNue
           MOVE nacFechaAnt to emaNacFechaAnt
           MOVE empNacFecha to emaNacFechaNue
           MOVE estadoAnt to emaEstadoAnt
           MOVE empEstado to emaEstadoNue
           MOVE ingFechaAnt to emaIngFechaAnt
           IF empIngFecha IS NUMERIC
               MOVE empIngFecha to emaIngFechaNue
           ELSE
               MOVE ZEROS to emaIngFechaNue
           END-IF
           MOVE deptoAnt to emaDeptoAnt
           MOVE empDepto to emaDeptoNue
           WRITE emaRec.

       informarAplicada.
           MOVE SPACES to repLinea
           STRING emaAccion " " empId " " empNombre " APLICADA"
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       informarRechazo.
           ADD 1 to cantRechazos
           MOVE SPACES to repLinea
           STRING nvTipo " " nvEmpId " " nvNombre " RECHAZADA: "
               motivoRechazo
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           DISPLAY"Novedad rechazada (",motivoRechazo,"): ",nvTipo,
               " ",nvEmpId.

       generarTotales.
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE cantLeidas to cantEdit
           MOVE SPACES to repLinea
           STRING"NOVEDADES LEIDAS:      " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantAltas to cantEdit
           MOVE SPACES to repLinea
           STRING"ALTAS APLICADAS:       " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantCambios to cantEdit
           MOVE SPACES to repLinea
           STRING"CAMBIOS APLICADOS:     " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantBajas to cantEdit
           MOVE SPACES to repLinea
           STRING"BAJAS APLICADAS:       " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantReact to cantEdit
           MOVE SPACES to repLinea
           STRING"REACTIVACIONES:        " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantRechazos to cantEdit
           MOVE SPACES to repLinea
           STRING"NOVEDADES RECHAZADAS:  " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantAvisos to cantEdit
           MOVE SPACES to repLinea
           STRING"AVISOS DE BAJA:        " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       END PROGRAM importaPadron.
