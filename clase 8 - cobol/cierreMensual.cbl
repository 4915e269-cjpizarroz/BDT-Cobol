      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Conductor del cierre mensual.  Corre primero la
      *          interfaz de novedades de personal (importaPadron),
      *          para que el padron este al dia, despues la
      *          auditoria de integridad del ledger
      *          (auditaIntegridad: con errores corta antes de que
      *          se pisen los respaldos), despues el
      *          respaldo y verificacion de maestros
      *          (respaldaArchivos) y despues, en orden, los seis
      *          pasos de siempre (editaBatch, dineroBatch,
      *          registroAportes, estadoContrib, conciliaDepositos y
      *          analizaRechazos), con la deteccion de aportes
      *          duplicados entre canales (detectaDuplicados) justo
      *          despues de dineroBatch, mirando el RETURN-CODE de
      *          cada uno (detectaDuplicados nunca corta: a lo sumo
      *          deja un aviso):
      *          un 8 corta la cadena ahi mismo y deja los pasos que
      *          faltaban marcados como omitidos, un 4 sigue pero
      *          queda senalado como aviso.  Asi dineroBatch no puede
       01  comando        PIC X(40).
       01  rcEdit         PIC ZZZ9.
       01  pasosTabla.
           05  pasoNombre OCCURS 12 TIMES PIC X(18).
           05  pasoRc     OCCURS 12 TIMES PIC 9(4).
           05  pasoEstado OCCURS 12 TIMES PIC X(8).
           05  pasoHora   OCCURS 12 TIMES PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE fechaHoy(1:6) to mesCorrida
           MOVE"N" to streamCortada huboAviso
           MOVE 10 to cantPasos
           MOVE"importaPadron" to pasoNombre(1)
           MOVE"auditaIntegridad" to pasoNombre(2)
           MOVE"respaldaArchivos" to pasoNombre(3)
           MOVE"editaBatch" to pasoNombre(4)
           MOVE"dineroBatch" to pasoNombre(5)
           MOVE"detectaDuplicados" to pasoNombre(6)
           MOVE"registroAportes" to pasoNombre(7)
           MOVE"estadoContrib" to pasoNombre(8)
           MOVE"conciliaDepositos" to pasoNombre(9)
           MOVE"analizaRechazos" to pasoNombre(10)
           PERFORM limpiarPaso VARYING pasoActual FROM 1 BY 1
               UNTIL pasoActual > cantPasos.

