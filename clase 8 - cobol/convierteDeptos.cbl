      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Conversion por unica vez al padron con departamento.
      *          Reescribe EMPMAST al formato nuevo con empDepto en
      *          blanco (sin departamento hasta que mantEmpMast o la
      *          interfaz de RRHH se lo asignen) y RUNCTL al formato
      *          con runDepto en la clave, dejando cada corrida ya
      *          registrada como corrida de toda la empresa.  Los
      *          archivos viejos no abren con los registros nuevos,
      *          por eso cada uno se lee con su propio registro, se
      *          carga en tabla y se reescribe entero.  Deja los
      *          conteos en el reporte REPCONVD.  Correr con los
      *          archivos respaldados y ninguna corrida abierta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. convierteDeptos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT empViejoFile ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS empViejoId
               FILE STATUS IS empViejoEstado.

           SELECT empMastFile ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS empId
               FILE STATUS IS empMastEstado.

           SELECT runViejoFile ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rvjClave
               FILE STATUS IS runViejoEstado.

           SELECT runCtlFile ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS runClave
               FILE STATUS IS runCtlEstado.

           SELECT reporteFile ASSIGN TO "REPCONVD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporteEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  empViejoFile.
       01  empViejoRec.
           05  empViejoId       PIC 9(05).
           05  empViejoNombre   PIC X(15).
           05  empViejoNacFecha PIC 9(08).
           05  empViejoEst      PIC X(01).
           05  empViejoIngFecha PIC X(08).

       FD  empMastFile.
           COPY "EMPMAST.cpy".

       FD  runViejoFile.
       01  runViejoRec.
           05  rvjClave.
               10  rvjMes       PIC 9(06).
               10  rvjCampana   PIC X(08).
           05  rvjEstado        PIC X(01).
           05  rvjPrograma      PIC X(12).
           05  rvjInicioFec     PIC 9(08).
           05  rvjInicioHor     PIC 9(06).
           05  rvjFinFec        PIC 9(08).
           05  rvjFinHor        PIC 9(06).

       FD  runCtlFile.
           COPY "RUNCTL.cpy".

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       WORKING-STORAGE SECTION.
       01  empViejoEstado  PIC X(2).
       01  empMastEstado   PIC X(2).
       01  runViejoEstado  PIC X(2).
       01  runCtlEstado    PIC X(2).
       01  reporteEstado   PIC X(2).
       01  fechaHoy        PIC 9(8).
       01  confirmar       PIC X(1).
       01  t               PIC 9(4).
       01  cantPadron      PIC 9(4).
       01  cantCorridas    PIC 9(4).
       01  cantAbiertas    PIC 9(4).
       01  cantEdit        PIC Z(4)9.
       01  padronTabla.
           05  padId       OCCURS 500 TIMES PIC 9(5).
           05  padNombre   OCCURS 500 TIMES PIC X(15).
           05  padNacFecha OCCURS 500 TIMES PIC 9(8).
           05  padEstado   OCCURS 500 TIMES PIC X(1).
           05  padIngFecha OCCURS 500 TIMES PIC 9(8).
       01  corridasTabla.
           05  crtMes       OCCURS 1000 TIMES PIC 9(6).
           05  crtCampana   OCCURS 1000 TIMES PIC X(8).
           05  crtEstado    OCCURS 1000 TIMES PIC X(1).
           05  crtPrograma  OCCURS 1000 TIMES PIC X(12).
           05  crtInicioFec OCCURS 1000 TIMES PIC 9(8).
           05  crtInicioHor OCCURS 1000 TIMES PIC 9(6).
           05  crtFinFec    OCCURS 1000 TIMES PIC 9(8).
           05  crtFinHor    OCCURS 1000 TIMES PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM inicio
            PERFORM convertirPadron
            PERFORM convertirRunControl
            PERFORM cerrarReporte
            DISPLAY"Conversion completada, ver REPCONVD"
            STOP RUN.

       inicio.
           DISPLAY"Conversion de EMPMAST y RUNCTL al formato con",
               " departamento"
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to cantPadron cantCorridas cantAbiertas
           DISPLAY"Esta conversion reescribe EMPMAST y RUNCTL"
           DISPLAY"Confirma que hay respaldo y ninguna corrida",
               " abierta? (S/N)"
           ACCEPT confirmar
           IF confirmar NOT = "S" AND confirmar NOT = "s"
               DISPLAY"Conversion cancelada, no se toco nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT reporteFile
           MOVE SPACES to repLinea
           STRING"CONVERSION A PADRON CON DEPARTAMENTO - FECHA: "
               fechaHoy
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea.

      * El padron viejo se lee con su propio registro y se reescribe
      * entero en el formato nuevo, bajas incluidas.  La fecha de
      * ingreso que venia en blanco pasa en cero: sigue sin cargar
      * para el roster de aniversarios.
       convertirPadron.
           OPEN INPUT empViejoFile
           IF empViejoEstado NOT = "00"
               DISPLAY"No se pudo leer EMPMAST, conversion cancelada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           PERFORM leerEmpleadoViejo
           PERFORM UNTIL empViejoEstado NOT = "00"
               PERFORM anotarEmpleado
               PERFORM leerEmpleadoViejo
           END-PERFORM
           CLOSE empViejoFile
           OPEN OUTPUT empMastFile
           PERFORM grabarEmpleadoNuevo VARYING t FROM 1 BY 1
               UNTIL t > cantPadron
           CLOSE empMastFile
           MOVE cantPadron to cantEdit
           MOVE SPACES to repLinea
           STRING"EMPMAST: EMPLEADOS CONVERTIDOS " cantEdit
               " (TODOS SIN DEPARTAMENTO)"
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           DISPLAY"EMPMAST convertido, ",cantPadron," empleados".

       leerEmpleadoViejo.
           READ empViejoFile
               AT END MOVE "10" to empViejoEstado
           END-READ.

       anotarEmpleado.
           IF cantPadron < 500
               ADD 1 to cantPadron
               MOVE empViejoId to padId(cantPadron)
               MOVE empViejoNombre to padNombre(cantPadron)
               MOVE empViejoNacFecha to padNacFecha(cantPadron)
               MOVE empViejoEst to padEstado(cantPadron)
               IF empViejoIngFecha IS NUMERIC
                   MOVE empViejoIngFecha to padIngFecha(cantPadron)
               ELSE
                   MOVE ZEROS to padIngFecha(cantPadron)
               END-IF
           ELSE
               DISPLAY"Tabla de padron llena, conversion cancelada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       grabarEmpleadoNuevo.
           MOVE padId(t) to empId
           MOVE padNombre(t) to empNombre
           MOVE padNacFecha(t) to empNacFecha
           MOVE padEstado(t) to empEstado
           MOVE padIngFecha(t) to empIngFecha
           MOVE SPACES to empDepto
           WRITE empMastRec.

      * Cada corrida registrada pasa a ser la corrida de toda la
      * empresa de su mes y campana (runDepto en blanco).  Un
      * RUNCTL inexistente no es error: se crea con la primera
      * corrida.
       convertirRunControl.
           OPEN INPUT runViejoFile
           IF runViejoEstado NOT = "00"
               MOVE SPACES to repLinea
               MOVE"RUNCTL: SIN CONTROL DE CORRIDAS, NADA QUE CONVERTIR"
                   to repLinea
               WRITE repLinea
               DISPLAY"Sin RUNCTL, nada que convertir"
           ELSE
               PERFORM leerCorridaVieja
               PERFORM UNTIL runViejoEstado NOT = "00"
                   PERFORM anotarCorrida
                   PERFORM leerCorridaVieja
               END-PERFORM
               CLOSE runViejoFile
               OPEN OUTPUT runCtlFile
               PERFORM grabarCorridaNueva VARYING t FROM 1 BY 1
                   UNTIL t > cantCorridas
               CLOSE runCtlFile
               MOVE cantCorridas to cantEdit
               MOVE SPACES to repLinea
               STRING"RUNCTL: CORRIDAS CONVERTIDAS  " cantEdit
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
               IF cantAbiertas > 0
                   MOVE cantAbiertas to cantEdit
                   MOVE SPACES to repLinea
                   STRING"RUNCTL: CORRIDAS ABIERTAS     " cantEdit
                       " (REVISAR ANTES DE CORRER)"
                       DELIMITED BY SIZE INTO repLinea
                   WRITE repLinea
               END-IF
               DISPLAY"RUNCTL convertido, ",cantCorridas," corridas"
           END-IF.

       leerCorridaVieja.
           READ runViejoFile
               AT END MOVE "10" to runViejoEstado
           END-READ.

       anotarCorrida.
           IF cantCorridas < 1000
               ADD 1 to cantCorridas
               MOVE rvjMes to crtMes(cantCorridas)
               MOVE rvjCampana to crtCampana(cantCorridas)
               MOVE rvjEstado to crtEstado(cantCorridas)
               MOVE rvjPrograma to crtPrograma(cantCorridas)
               MOVE rvjInicioFec to crtInicioFec(cantCorridas)
               MOVE rvjInicioHor to crtInicioHor(cantCorridas)
               MOVE rvjFinFec to crtFinFec(cantCorridas)
               MOVE rvjFinHor to crtFinHor(cantCorridas)
               IF rvjEstado = "A"
                   ADD 1 to cantAbiertas
               END-IF
           ELSE
               DISPLAY"Tabla de corridas llena, conversion",
                   " cancelada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       grabarCorridaNueva.
           MOVE crtMes(t) to runMes
           MOVE crtCampana(t) to runCampana
           MOVE SPACES to runDepto
           MOVE crtEstado(t) to runEstado
           MOVE crtPrograma(t) to runPrograma
           MOVE crtInicioFec(t) to runInicioFec
           MOVE crtInicioHor(t) to runInicioHor
           MOVE crtFinFec(t) to runFinFec
           MOVE crtFinHor(t) to runFinHor
           WRITE runRec.

       cerrarReporte.
           CLOSE reporteFile.

       END PROGRAM convierteDeptos.
