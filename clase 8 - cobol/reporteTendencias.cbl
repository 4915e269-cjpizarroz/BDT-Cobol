      *          El padron activo es el de hoy: no hay historia de
      *          altas y bajas por fecha, y para la pregunta de la
      *          gerencia alcanza.
      *          Agrega la participacion por departamento: por cada
      *          departamento del padron, cuantos de sus activos
      *          aportaron en el rango y cuanto neto pusieron, segun
      *          el departamento de hoy del contribuyente.  Los
      *          aportes sin empId o de la empresa van a SIN DEPTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "APORTE.cpy".

       FD  archivoFile.
       01  arcRec          PIC X(87).

       FD  empMastFile.
           COPY "EMPMAST.cpy".
       01  montoEdit      PIC -Z(8)9.99.
       01  promEdit       PIC -Z(5)9.99.
       01  difEdit        PIC -Z(8)9.99.
       01  p              PIC 9(4).
       01  d              PIC 9(4).
       01  cantPadron     PIC 9(4).
       01  cantDeptos     PIC 9(4).
       01  deptoAporte    PIC X(4).
       01  deptoEdit      PIC X(9).
       01  padronTabla.
           05  padId     OCCURS 500 TIMES PIC 9(5).
           05  padDepto  OCCURS 500 TIMES PIC X(4).
           05  padAporto OCCURS 500 TIMES PIC X(1).
       01  deptosTabla.
           05  dtDepto   OCCURS 50 TIMES PIC X(4).
           05  dtActivos OCCURS 50 TIMES PIC 9(4).
           05  dtNeto    OCCURS 50 TIMES PIC S9(9)V99.
       01  mesesTabla.
           05  mtMes   OCCURS 60 TIMES PIC 9(6).
           05  mtNeto  OCCURS 60 TIMES PIC S9(9)V99.
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to cantActivos cantMeses cantCamps
               cantParesMes cantParesCamp cantAnios
               cantPadron cantDeptos
           DISPLAY"Anio desde (AAAA)"
           ACCEPT anioDesde
           DISPLAY"Anio hasta (AAAA)"
               IF NOT empInactivo AND empNombre NOT = SPACES
                   ADD 1 to cantActivos
               END-IF
               PERFORM anotarPadron
               PERFORM leerEmpleado
           END-PERFORM
           CLOSE empMastFile
               AT END MOVE "10" to empMastEstado
           END-READ.

      * El padron entero (bajas incluidas) queda en tabla para
      * ubicar el departamento del contribuyente; los activos se
      * cuentan ademas por departamento para el %PART.
       anotarPadron.
           IF cantPadron < 500
               ADD 1 to cantPadron
               MOVE empId to padId(cantPadron)
               MOVE empDepto to padDepto(cantPadron)
               MOVE"N" to padAporto(cantPadron)
           ELSE
               DISPLAY"Tabla de padron llena, reporte cancelado"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE empDepto to deptoAporte
           PERFORM ubicarDepto
           IF NOT empInactivo AND empNombre NOT = SPACES
               ADD 1 to dtActivos(d)
           END-IF.

       ubicarDepto.
           MOVE"N" to hallado
           PERFORM compararDepto VARYING d FROM 1 BY 1
               UNTIL d > cantDeptos OR hallado = "S"
           IF hallado NOT = "S"
               IF cantDeptos < 50
                   ADD 1 to cantDeptos
                   MOVE cantDeptos to d
                   MOVE deptoAporte to dtDepto(d)
                   MOVE ZEROS to dtActivos(d) dtNeto(d)
               ELSE
                   DISPLAY"Tabla de departamentos llena, reporte",
                       " cancelado"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       compararDepto.
           IF dtDepto(d) = deptoAporte
               MOVE"S" to hallado
               SUBTRACT 1 from d
           END-IF.

       cargarLedgerVivo.
           OPEN INPUT aportesFile
           IF aportesEstado = "35"
               MOVE aporteFecha(1:6) to mesAporte
               PERFORM acumularMes
               PERFORM acumularCampana
               PERFORM acumularDeptoAporte
               IF aporteEsAlta AND NOT aporteEsEmpresa
                   PERFORM anotarParMes
                   PERFORM anotarParCampana
               END-IF
               SUBTRACT 1 from i
           END-IF.

      * El aporte va al departamento de hoy del contribuyente; el
      * de la empresa y los registros viejos sin empId quedan en
      * SIN DEPTO, igual que el contribuyente que ya no esta en
      * el padron.
       acumularDeptoAporte.
           MOVE SPACES to deptoAporte
           MOVE"N" to hallado
           IF aporteContribId > 0 AND NOT aporteEsEmpresa
               PERFORM compararPadron VARYING p FROM 1 BY 1
                   UNTIL p > cantPadron OR hallado = "S"
           END-IF
           IF hallado = "S"
               MOVE padDepto(p) to deptoAporte
               IF aporteEsAlta
                   MOVE"S" to padAporto(p)
               END-IF
           END-IF
           PERFORM ubicarDepto
           IF aporteEsReverso
               SUBTRACT aporteMonto from dtNeto(d)
           ELSE
               ADD aporteMonto to dtNeto(d)
           END-IF.

       compararPadron.
           IF padId(p) = aporteContribId
               MOVE"S" to hallado
               SUBTRACT 1 from p
           END-IF.

      * Contribuyentes distintos: un par mes/contribuyente (o
      * campana/contribuyente) por persona.  Los registros viejos
      * sin empId se distinguen por nombre.
               UNTIL i > cantCamps
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE"POR DEPTO: ACTIVOS CONTRIB  %PART           NETO"
               to repLinea
           WRITE repLinea
           PERFORM imprimirDepto VARYING d FROM 1 BY 1
               UNTIL d > cantDeptos
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE"COMPARACION ANUAL (YTDHIST)" to repLinea
           WRITE repLinea
           MOVE ZEROS to totalAnterior
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

      * Contribuyentes distintos del departamento: los del padron de
      * ese departamento que tuvieron al menos un alta en el rango.
       contarDistintosDepto.
           MOVE ZEROS to distintos
           PERFORM sumarAporto VARYING p FROM 1 BY 1
               UNTIL p > cantPadron.

       sumarAporto.
           IF padDepto(p) = dtDepto(d) AND padAporto(p) = "S"
               ADD 1 to distintos
           END-IF.

       imprimirDepto.
           PERFORM contarDistintosDepto
           IF dtActivos(d) > 0
               COMPUTE porcentaje ROUNDED =
                   distintos * 100 / dtActivos(d)
           ELSE
               MOVE ZEROS to porcentaje
           END-IF
           IF dtDepto(d) = SPACES
               MOVE"SIN DEPTO" to deptoEdit
           ELSE
               MOVE dtDepto(d) to deptoEdit
           END-IF
           MOVE dtActivos(d) to cantEdit
           MOVE porcentaje to pctEdit
           MOVE dtNeto(d) to montoEdit
           MOVE SPACES to repLinea
           STRING deptoEdit "     " cantEdit
               "    " distintos "  " pctEdit
               "  " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

       imprimirAnio.
           MOVE atTotal(i) to montoEdit
           COMPUTE diferencia = atTotal(i) - totalAnterior
