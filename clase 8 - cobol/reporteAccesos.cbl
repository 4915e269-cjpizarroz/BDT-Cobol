      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Reporte mensual del registro de accesos ACCESOS para
      *          los auditores.  Toma un mes (AAAAMM, Enter = el mes
      *          en curso) y lista en REPACCES cada ingreso, rechazo,
      *          negativa por rol, autorizacion de supervisor y
      *          cambio al maestro de operadores, con fecha, hora,
      *          programa, operador y supervisor, y el detalle de la
      *          accion debajo cuando lo tiene.  Al pie totaliza por
      *          evento y arma un cuadro por operador con sus
      *          ingresos, rechazos, negativas, acciones autorizadas
      *          y firmas dadas como supervisor; el operador con 3 o
      *          mas rechazos en el mes sale marcado REVISAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reporteAccesos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT accesoFile ASSIGN TO "ACCESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS accesoEstado.

           SELECT reporteFile ASSIGN TO "REPACCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporteEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  accesoFile.
           COPY "ACCESOS.cpy".

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       WORKING-STORAGE SECTION.
       01  accesoEstado   PIC X(2).
       01  reporteEstado  PIC X(2).
       01  fechaHoy       PIC 9(8).
       01  mesReporte     PIC 9(6).
       01  i              PIC 9(4).
       01  hallado        PIC X(1).
       01  operBusca      PIC X(8).
       01  cantOperadores PIC 9(4).
       01  cantDelMes     PIC 9(5).
       01  cantIngresos   PIC 9(5).
       01  cantRechazos   PIC 9(5).
       01  cantDenegados  PIC 9(5).
       01  cantAutoriza   PIC 9(5).
       01  cantMantOper   PIC 9(5).
       01  cantOtros      PIC 9(5).
       01  cantRevisar    PIC 9(4).
       01  cantEdit       PIC Z(4)9.
       01  ingEdit        PIC Z(4)9.
       01  rechEdit       PIC Z(4)9.
       01  denEdit        PIC Z(4)9.
       01  autEdit        PIC Z(4)9.
       01  firEdit        PIC Z(4)9.
       01  marcaRevisar   PIC X(7).
       01  operadoresTabla.
           05  opOperador  OCCURS 200 TIMES PIC X(8).
           05  opIngresos  OCCURS 200 TIMES PIC 9(5).
           05  opRechazos  OCCURS 200 TIMES PIC 9(5).
           05  opDenegados OCCURS 200 TIMES PIC 9(5).
           05  opAutoriza  OCCURS 200 TIMES PIC 9(5).
           05  opFirmas    OCCURS 200 TIMES PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM inicio
            PERFORM listarAccesos
            PERFORM imprimirResumen
            CLOSE reporteFile
            DISPLAY"Reporte de accesos del mes ",mesReporte,
                " listo, ver REPACCES"
            STOP RUN.

       inicio.
           DISPLAY"Reporte del registro de accesos ACCESOS"
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to cantOperadores cantDelMes cantIngresos
               cantRechazos cantDenegados cantAutoriza cantMantOper
               cantOtros cantRevisar
           DISPLAY"Ingrese el mes (AAAAMM, Enter = el mes en curso)"
           MOVE ZEROS to mesReporte
           ACCEPT mesReporte
           IF mesReporte = 0
               MOVE fechaHoy(1:6) to mesReporte
           END-IF.

       listarAccesos.
           OPEN INPUT accesoFile
           IF accesoEstado = "35"
               DISPLAY"No se encontro el registro de accesos ACCESOS"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT reporteFile
           MOVE SPACES to repLinea
           STRING"REGISTRO DE ACCESOS - MES: " mesReporte
               "  FECHA: " fechaHoy
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           STRING"FECHA    HORA   PROGRAMA           OPERADOR"
               " EVENTO   SUPERV."
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           PERFORM leerAcceso
           PERFORM UNTIL accesoEstado = "10"
               IF accFecha(1:6) = mesReporte
                   PERFORM imprimirAcceso
                   PERFORM acumularAcceso
               END-IF
               PERFORM leerAcceso
           END-PERFORM
           CLOSE accesoFile.

       leerAcceso.
           READ accesoFile
               AT END MOVE "10" to accesoEstado
           END-READ.

       imprimirAcceso.
           MOVE SPACES to repLinea
           STRING accFecha " " accHora " " accPrograma " "
               accOperador " " accEvento " " accSupervisor
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           IF accDetalle NOT = SPACES
               MOVE SPACES to repLinea
               STRING"                " accDetalle
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

      * Las firmas se cuentan al supervisor que firmo la accion; los
      * demas eventos al operador que escribio su usuario.
       acumularAcceso.
           ADD 1 to cantDelMes
           MOVE accOperador to operBusca
           PERFORM ubicarOperador
           EVALUATE TRUE
               WHEN accEsIngreso
                   ADD 1 to cantIngresos
                   IF i > 0
                       ADD 1 to opIngresos(i)
                   END-IF
               WHEN accEsRechazo
                   ADD 1 to cantRechazos
                   IF i > 0
                       ADD 1 to opRechazos(i)
                   END-IF
               WHEN accEsDenegado
                   ADD 1 to cantDenegados
                   IF i > 0
                       ADD 1 to opDenegados(i)
                   END-IF
               WHEN accEsAutoriza
                   ADD 1 to cantAutoriza
                   IF i > 0
                       ADD 1 to opAutoriza(i)
                   END-IF
                   IF accSupervisor NOT = SPACES
                       MOVE accSupervisor to operBusca
                       PERFORM ubicarOperador
                       IF i > 0
                           ADD 1 to opFirmas(i)
                       END-IF
                   END-IF
               WHEN accEsMantOper
                   ADD 1 to cantMantOper
               WHEN OTHER
                   ADD 1 to cantOtros
           END-EVALUATE.

       ubicarOperador.
           MOVE"N" to hallado
           PERFORM compararOperador VARYING i FROM 1 BY 1
               UNTIL i > cantOperadores OR hallado = "S"
           IF hallado NOT = "S"
               IF cantOperadores < 200
                   ADD 1 to cantOperadores
                   MOVE cantOperadores to i
                   MOVE operBusca to opOperador(i)
                   MOVE ZEROS to opIngresos(i) opRechazos(i)
                       opDenegados(i) opAutoriza(i) opFirmas(i)
               ELSE
                   DISPLAY"Tabla de operadores llena, se omite: ",
                       operBusca
                   MOVE ZEROS to i
               END-IF
           END-IF.

       compararOperador.
           IF opOperador(i) = operBusca
               MOVE"S" to hallado
               SUBTRACT 1 from i
           END-IF.

       imprimirResumen.
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE"TOTALES POR EVENTO" to repLinea
           WRITE repLinea
           MOVE cantIngresos to cantEdit
           MOVE SPACES to repLinea
           STRING"INGRESOS:       " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantRechazos to cantEdit
           MOVE SPACES to repLinea
           STRING"RECHAZOS:       " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantDenegados to cantEdit
           MOVE SPACES to repLinea
           STRING"DENEGADOS:      " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantAutoriza to cantEdit
           MOVE SPACES to repLinea
           STRING"AUTORIZACIONES: " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantMantOper to cantEdit
           MOVE SPACES to repLinea
           STRING"MANT. OPERADOR: " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           IF cantOtros > 0
               MOVE cantOtros to cantEdit
               MOVE SPACES to repLinea
               STRING"OTROS:          " cantEdit
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF
           MOVE cantDelMes to cantEdit
           MOVE SPACES to repLinea
           STRING"TOTAL DEL MES:  " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE"CUADRO POR OPERADOR" to repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           STRING"OPERADOR INGRESOS RECHAZOS DENEGADOS AUTORIZ."
               "   FIRMAS"
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           PERFORM imprimirOperador VARYING i FROM 1 BY 1
               UNTIL i > cantOperadores
           IF cantRevisar > 0
               MOVE SPACES to repLinea
               WRITE repLinea
               MOVE cantRevisar to cantEdit
               MOVE SPACES to repLinea
               STRING"OPERADORES A REVISAR (3 O MAS RECHAZOS): "
                   cantEdit
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

       imprimirOperador.
           MOVE opIngresos(i) to ingEdit
           MOVE opRechazos(i) to rechEdit
           MOVE opDenegados(i) to denEdit
           MOVE opAutoriza(i) to autEdit
           MOVE opFirmas(i) to firEdit
           MOVE SPACES to marcaRevisar
           IF opRechazos(i) >= 3
               MOVE"REVISAR" to marcaRevisar
               ADD 1 to cantRevisar
           END-IF
           MOVE SPACES to repLinea
           STRING opOperador(i) "    " ingEdit "    " rechEdit
               "     " denEdit "    " autEdit "    " firEdit "  "
               marcaRevisar
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       END PROGRAM reporteAccesos.
