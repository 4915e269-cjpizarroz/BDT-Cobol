      *          contribuir en PREFEREN.  El resumen al pie muestra
      *          lo recaudado contra el objetivo (camObjetivo, o el
      *          parMontoObjetivo del mes para las implicitas) y
      *          cuanto falta.  La igualacion de la empresa
      *          (aporteContribId 99999) suma para el objetivo y se
      *          muestra en su propia linea, pero no cuenta como un
      *          contribuyente mas.
      *          Cada pendiente sale con su departamento, y al pie
      *          una tabla de participacion por departamento: los
      *          convocados (activos que no son beneficiarios ni
      *          pidieron no contribuir), cuantos ya pusieron,
      *          cuantos faltan y el porcentaje de participacion.
      *          Los aportes de la campana se leen por el indice del
      *          ledger APORIDX (entra tambien lo que ya paso al
      *          historico); si el indice falta se recorre la cinta
      *          viva APORTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       DATA DIVISION.
       FILE SECTION.
       FD  aportesFile.
       FD  reporteFile.
           COPY "REPLINEA.cpy".

       FD  aporIdxFile.
           COPY "APORIDX.cpy".

       WORKING-STORAGE SECTION.
       01  aportesEstado  PIC X(2).
       01  aporIdxEstado  PIC X(2).
       01  empMastEstado  PIC X(2).
       01  campEstado     PIC X(2).
       01  paramEstado    PIC X(2).
       01  cantPendientes PIC 9(4).
       01  cantExcluidos  PIC 9(4).
       01  recaudadoNeto  PIC S9(9)V99.
       01  igualadoNeto   PIC S9(9)V99.
       01  faltante       PIC S9(9)V99.
       01  esBeneficiario PIC X(1).
       01  idEdit         PIC Z(4)9.
       01  cantEdit       PIC Z(3)9.
       01  montoEdit      PIC -Z(8)9.99.
       01  faltaEdit      PIC -Z(8)9.99.
       01  d              PIC 9(2).
       01  cantDeptos     PIC 9(2).
       01  deptoHallado   PIC X(1).
       01  deptoEdit      PIC X(9).
       01  porcentaje     PIC 9(3).
       01  porcEdit       PIC ZZ9.
       01  convEdit       PIC Z(3)9.
       01  contEdit       PIC Z(3)9.
       01  pendEdit       PIC Z(3)9.
       01  partDeptos.
           05  dpaDepto      OCCURS 50 TIMES PIC X(4).
           05  dpaConvocados OCCURS 50 TIMES PIC 9(4).
           05  dpaContrib    OCCURS 50 TIMES PIC 9(4).
       01  padronTabla.
           05  padId       OCCURS 500 TIMES PIC 9(5).
           05  padNombre   OCCURS 500 TIMES PIC X(15).
           05  padNacFecha OCCURS 500 TIMES PIC 9(8).
           05  padIngFecha OCCURS 500 TIMES PIC 9(8).
           05  padDepto    OCCURS 500 TIMES PIC X(4).
       01  contribTabla.
           05  conId     OCCURS 500 TIMES PIC 9(5).
           05  conNombre OCCURS 500 TIMES PIC X(15).
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to cantEmpleados cantContrib cantPendientes
               cantExcluidos recaudadoNeto objetivo fechaCierre
               igualadoNeto
               benefCampId cantPrefs mesCampana cantDeptos
           MOVE SPACES to benefCampana
           DISPLAY"Campana (camId, o C/A + AAAAMM para las",
               " implicitas)"
                   MOVE empId to padId(cantEmpleados)
                   MOVE empNombre to padNombre(cantEmpleados)
                   MOVE empNacFecha to padNacFecha(cantEmpleados)
                   MOVE empDepto to padDepto(cantEmpleados)
                   IF empIngFecha IS NUMERIC
                       MOVE empIngFecha to padIngFecha(cantEmpleados)
                   ELSE
               MOVE prfNoContrib(p2) to prefNoContribFlag
           END-IF.

      * Los aportes de la campana salen del indice del ledger; sin
      * el indice se recorre la cinta viva como antes.
       cargarAportesCampana.
           OPEN INPUT aporIdxFile
           IF aporIdxEstado = "00"
               MOVE campBusca to idxCampana
               START aporIdxFile KEY IS EQUAL TO idxCampana
                   INVALID KEY MOVE "23" to aporIdxEstado
               END-START
               IF aporIdxEstado = "00"
                   PERFORM leerIndice
               END-IF
               PERFORM UNTIL (aporIdxEstado NOT = "00" AND
                   aporIdxEstado NOT = "02") OR
                   idxCampana NOT = campBusca
                   MOVE idxAporte to aporteRec
                   PERFORM acumularAporteCampana
                   PERFORM leerIndice
               END-PERFORM
               CLOSE aporIdxFile
           ELSE
               DISPLAY"Sin indice APORIDX, se recorre la cinta viva",
                   " APORTES"
               PERFORM cargarCintaCampana
           END-IF.

       cargarCintaCampana.
           OPEN INPUT aportesFile
           IF aportesEstado = "35"
               DISPLAY"Sin cinta APORTES, nadie contribuyo todavia"
               AT END MOVE "10" to aportesEstado
           END-READ.

       leerIndice.
           READ aporIdxFile NEXT RECORD
               AT END MOVE "10" to aporIdxEstado
           END-READ.

       acumularAporteCampana.
           IF aporteEsReverso
               SUBTRACT aporteMonto from recaudadoNeto
           ELSE
               ADD aporteMonto to recaudadoNeto
           END-IF
           IF aporteEsEmpresa
               IF aporteEsReverso
                   SUBTRACT aporteMonto from igualadoNeto
               ELSE
                   ADD aporteMonto to igualadoNeto
               END-IF
           ELSE
               IF aporteEsAlta
                   PERFORM anotarContribuyente
               END-IF
           END-IF.

       anotarContribuyente.
                   ADD 1 to cantExcluidos
               ELSE
                   PERFORM controlarContribuyo
                   PERFORM acumularDepto
                   IF hallado NOT = "S"
                       ADD 1 to cantPendientes
                       MOVE padId(k) to idEdit
                       MOVE SPACES to repLinea
                       STRING"  " idEdit " " padNombre(k)
                           " " padDepto(k)
                           DELIMITED BY SIZE INTO repLinea
                       WRITE repLinea
                   END-IF
               END-IF
           END-IF.

      * Participacion por departamento entre los convocados; usa
      * el hallado que dejo controlarContribuyo.
       acumularDepto.
           MOVE"N" to deptoHallado
           PERFORM buscarDepto VARYING d FROM 1 BY 1
               UNTIL d > cantDeptos OR deptoHallado = "S"
           IF deptoHallado NOT = "S" AND cantDeptos < 50
               ADD 1 to cantDeptos
               MOVE cantDeptos to d
               MOVE padDepto(k) to dpaDepto(d)
               MOVE ZEROS to dpaConvocados(d) dpaContrib(d)
               MOVE"S" to deptoHallado
           END-IF
           IF deptoHallado = "S"
               ADD 1 to dpaConvocados(d)
               IF hallado = "S"
                   ADD 1 to dpaContrib(d)
               END-IF
           END-IF.

       buscarDepto.
           IF dpaDepto(d) = padDepto(k)
               MOVE"S" to deptoHallado
               SUBTRACT 1 from d
           END-IF.

       controlarContribuyo.
           MOVE"N" to hallado
           PERFORM compararPadronContrib VARYING i FROM 1 BY 1
           STRING"RECAUDADO NETO:        " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           IF igualadoNeto NOT = 0
               MOVE igualadoNeto to montoEdit
               MOVE SPACES to repLinea
               STRING"  IGUALA EMPRESA:      " montoEdit
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF
           MOVE objetivo to montoEdit
           MOVE SPACES to repLinea
           STRING"OBJETIVO:              " montoEdit
           ELSE
               MOVE"OBJETIVO ALCANZADO" to repLinea
               WRITE repLinea
           END-IF
           PERFORM imprimirParticipacion.

       imprimirParticipacion.
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE"PARTICIPACION POR DEPARTAMENTO" to repLinea
           WRITE repLinea
           MOVE"DEPTO     CONVOCADOS  CONTRIBUYERON  PENDIENTES  %PART"
               to repLinea
           WRITE repLinea
           PERFORM imprimirDepto VARYING d FROM 1 BY 1
               UNTIL d > cantDeptos.

       imprimirDepto.
           IF dpaDepto(d) = SPACES
               MOVE"SIN DEPTO" to deptoEdit
           ELSE
               MOVE dpaDepto(d) to deptoEdit
           END-IF
           COMPUTE porcentaje = dpaContrib(d) * 100
               / dpaConvocados(d)
           MOVE porcentaje to porcEdit
           MOVE dpaConvocados(d) to convEdit
           MOVE dpaContrib(d) to contEdit
           COMPUTE i = dpaConvocados(d) - dpaContrib(d)
           MOVE i to pendEdit
           MOVE SPACES to repLinea
           STRING deptoEdit "       " convEdit
               "           " contEdit
               "        " pendEdit
               "    " porcEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       END PROGRAM listaPendientes.
