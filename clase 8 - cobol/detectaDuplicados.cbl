      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Deteccion de aportes duplicados entre canales.  La
      *          misma plata puede entrar a APORTES por caja
      *          (dinero), por lote (dineroBatch) o por descuento de
      *          nomina (confirmaDescuentos), y ya hubo companeros
      *          descontados por sueldo que ademas pusieron efectivo
      *          en el sobre, y lotes que repetian lo cargado a mano.
      *          Recorre la cinta viva APORTES, descarta las altas
      *          que ya tienen su reverso (por el numero de recibo, o
      *          por monto y personas en los registros sin recibo) y,
      *          campana por campana, arma cada par contribuyente /
      *          companero.  Un par queda senalado si tiene aportes
      *          vigentes por mas de un canal, o el mismo monto
      *          repetido el mismo dia.  Para cada par senalado lista
      *          los aportes con su canal, origen y recibo, y sugiere
      *          cual reversar: el repetido mas nuevo, y nunca el
      *          descuento de nomina (esa plata payroll ya la
      *          desconto).  No toca ningun archivo: solo deja el
      *          reporte REPDUPLI y termina con codigo 4 si hay algo
      *          que mirar, para que el cierre mensual lo marque como
      *          aviso.  Si la cinta trae mas altas o mas campanas
      *          de las que entran en las tablas, las altas que
      *          sobran se informan como no revisadas y el codigo
      *          tambien es 4.  La
      *          igualacion de la empresa y los asientos
      *          del sistema (devoluciones) no se revisan.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. detectaDuplicados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT aportesFile ASSIGN TO "APORTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aportesEstado.

           SELECT reporteFile ASSIGN TO "REPDUPLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporteEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  aportesFile.
           COPY "APORTE.cpy".

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       WORKING-STORAGE SECTION.
       01  aportesEstado  PIC X(2).
       01  reporteEstado  PIC X(2).
       01  fechaHoy       PIC 9(8).
       01  i              PIC 9(4).
       01  j              PIC 9(4).
       01  k              PIC 9(4).
       01  m              PIC 9(4).
       01  c              PIC 9(3).
       01  cantEnt        PIC 9(4).
       01  cantCamps      PIC 9(3).
       01  grupoActual    PIC 9(4).
       01  cantLeidos     PIC 9(5).
       01  cantRevertidos PIC 9(5).
       01  cantSinOrig    PIC 9(5).
       01  cantPares      PIC 9(4).
       01  cantOmitidos   PIC 9(5).
       01  reciboRev      PIC 9(8).
       01  hallado        PIC X(1).
       01  mismoPar       PIC X(1).
       01  hayCaja        PIC X(1).
       01  hayLote        PIC X(1).
       01  hayNomina      PIC X(1).
       01  hayRepetido    PIC X(1).
       01  huboCampana    PIC X(1).
       01  cantCanales    PIC 9(1).
       01  sugerido       PIC 9(4).
       01  motivo         PIC X(28).
       01  canalEdit      PIC X(7).
       01  montoEdit      PIC -Z(4)9.99.
       01  cantEdit       PIC Z(4)9.
       01  entradasTabla.
           05  entCampana   OCCURS 5000 TIMES PIC X(8).
           05  entBenefId   OCCURS 5000 TIMES PIC 9(5).
           05  entBenef     OCCURS 5000 TIMES PIC X(15).
           05  entContribId OCCURS 5000 TIMES PIC 9(5).
           05  entContrib   OCCURS 5000 TIMES PIC X(15).
           05  entMonto     OCCURS 5000 TIMES PIC S9(5)V99.
           05  entFecha     OCCURS 5000 TIMES PIC 9(8).
           05  entCanal     OCCURS 5000 TIMES PIC X(1).
           05  entOrigen    OCCURS 5000 TIMES PIC X(14).
           05  entRecibo    OCCURS 5000 TIMES PIC 9(8).
           05  entRevertido OCCURS 5000 TIMES PIC X(1).
           05  entGrupo     OCCURS 5000 TIMES PIC 9(4).
       01  campsTabla.
           05  cmpId OCCURS 300 TIMES PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM inicio
            PERFORM cargarAportes
            PERFORM abrirReporte
            PERFORM revisarCampana VARYING c FROM 1 BY 1
                UNTIL c > cantCamps
            PERFORM imprimirResumen
            CLOSE reporteFile
            IF cantOmitidos > 0
                DISPLAY"Quedaron ",cantOmitidos," altas sin revisar",
                    " por tabla llena; archivar el ledger con",
                    " archivaLedger"
                MOVE 4 to RETURN-CODE
            END-IF
            IF cantPares > 0
                DISPLAY"Hay ",cantPares," pares con posibles",
                    " duplicados, ver REPDUPLI"
                MOVE 4 to RETURN-CODE
            END-IF
            IF cantPares = 0 AND cantOmitidos = 0
                DISPLAY"Sin aportes duplicados entre canales"
            END-IF
            STOP RUN.

       inicio.
           DISPLAY"Deteccion de aportes duplicados entre canales"
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to cantEnt cantCamps grupoActual cantLeidos
               cantRevertidos cantSinOrig cantPares cantOmitidos.

       cargarAportes.
           OPEN INPUT aportesFile
           IF aportesEstado = "35"
               DISPLAY"Sin cinta APORTES, nada que revisar"
           ELSE
               PERFORM leerAporte
               PERFORM UNTIL aportesEstado = "10"
                   ADD 1 to cantLeidos
                   IF NOT aporteEsEmpresa AND NOT aporteCanalSistema
                       IF aporteEsReverso
                           PERFORM anotarReverso
                       ELSE
                           PERFORM anotarAlta
                       END-IF
                   END-IF
                   PERFORM leerAporte
               END-PERFORM
               CLOSE aportesFile
           END-IF.

       leerAporte.
           READ aportesFile
               AT END MOVE "10" to aportesEstado
           END-READ.

      * Una alta que no entra en la tabla de altas o de campanas
      * queda sin revisar y se cuenta en cantOmitidos.
       anotarAlta.
           MOVE"N" to hallado
           IF cantEnt < 5000
               PERFORM anotarCampana
           END-IF
           IF hallado = "S"
               ADD 1 to cantEnt
               MOVE aporteCampana to entCampana(cantEnt)
               MOVE aporteEmpId to entBenefId(cantEnt)
               MOVE aporteNombre to entBenef(cantEnt)
               MOVE aporteContribId to entContribId(cantEnt)
               MOVE aporteContribuyente to entContrib(cantEnt)
               MOVE aporteMonto to entMonto(cantEnt)
               MOVE aporteFecha to entFecha(cantEnt)
               MOVE aporteCanal to entCanal(cantEnt)
               MOVE aporteOrigen to entOrigen(cantEnt)
               IF aporteRecibo IS NUMERIC
                   MOVE aporteRecibo to entRecibo(cantEnt)
               ELSE
                   MOVE ZEROS to entRecibo(cantEnt)
               END-IF
               MOVE"N" to entRevertido(cantEnt)
               MOVE ZEROS to entGrupo(cantEnt)
           ELSE
               ADD 1 to cantOmitidos
           END-IF.

       anotarCampana.
           MOVE"N" to hallado
           PERFORM compararCampana VARYING c FROM 1 BY 1
               UNTIL c > cantCamps OR hallado = "S"
           IF hallado NOT = "S"
               IF cantCamps < 300
                   ADD 1 to cantCamps
                   MOVE aporteCampana to cmpId(cantCamps)
                   MOVE"S" to hallado
               END-IF
           END-IF.

       compararCampana.
           IF cmpId(c) = aporteCampana
               MOVE"S" to hallado
           END-IF.

      * Un reverso anula la alta vigente mas reciente con su mismo
      * recibo; los registros sin recibo se casan por monto, canal
      * y personas, igual que en reversaCorrida.
       anotarReverso.
           IF aporteRecibo IS NUMERIC
               MOVE aporteRecibo to reciboRev
           ELSE
               MOVE ZEROS to reciboRev
           END-IF
           MOVE"N" to hallado
           PERFORM buscarOriginal VARYING i FROM cantEnt BY -1
               UNTIL i < 1 OR hallado = "S"
           IF hallado = "S"
               ADD 1 to cantRevertidos
           ELSE
               ADD 1 to cantSinOrig
           END-IF.

       buscarOriginal.
           IF entRevertido(i) = "N" AND
               entCampana(i) = aporteCampana
               IF reciboRev > 0
                   IF entRecibo(i) = reciboRev
                       MOVE"S" to entRevertido(i)
                       MOVE"S" to hallado
                   END-IF
               ELSE
                   IF entMonto(i) = aporteMonto AND
                       entCanal(i) = aporteCanal AND
                       ((entBenefId(i) > 0 AND
                         entBenefId(i) = aporteEmpId) OR
                        (entBenefId(i) = 0 AND aporteEmpId = 0 AND
                         entBenef(i) = aporteNombre)) AND
                       ((entContribId(i) > 0 AND
                         entContribId(i) = aporteContribId) OR
                        (entContribId(i) = 0 AND
                         aporteContribId = 0 AND
                         entContrib(i) = aporteContribuyente))
                       MOVE"S" to entRevertido(i)
                       MOVE"S" to hallado
                   END-IF
               END-IF
           END-IF.

       abrirReporte.
           OPEN OUTPUT reporteFile
           MOVE SPACES to repLinea
           STRING"APORTES DUPLICADOS ENTRE CANALES - FECHA: "
               fechaHoy
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE"CANALES: CAJA=DINERO LOTE=DINEROBATCH NOMINA=DESCUENTO"
               to repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea.

      * Cada alta vigente de la campana que todavia no tiene par
      * arranca uno nuevo y se lleva a todas las altas del mismo
      * contribuyente para el mismo companero.
       revisarCampana.
           MOVE"N" to huboCampana
           PERFORM revisarEntrada VARYING i FROM 1 BY 1
               UNTIL i > cantEnt.

       revisarEntrada.
           IF entCampana(i) = cmpId(c) AND entRevertido(i) = "N" AND
               entGrupo(i) = 0
               ADD 1 to grupoActual
               PERFORM marcarGrupo VARYING j FROM i BY 1
                   UNTIL j > cantEnt
               PERFORM evaluarGrupo
           END-IF.

       marcarGrupo.
           IF entRevertido(j) = "N" AND entGrupo(j) = 0
               PERFORM compararPar
               IF mismoPar = "S"
                   MOVE grupoActual to entGrupo(j)
               END-IF
           END-IF.

       compararPar.
           MOVE"N" to mismoPar
           IF entCampana(j) = entCampana(i) AND
               ((entBenefId(i) > 0 AND
                 entBenefId(j) = entBenefId(i)) OR
                (entBenefId(i) = 0 AND entBenefId(j) = 0 AND
                 entBenef(j) = entBenef(i))) AND
               ((entContribId(i) > 0 AND
                 entContribId(j) = entContribId(i)) OR
                (entContribId(i) = 0 AND entContribId(j) = 0 AND
                 entContrib(j) = entContrib(i)))
               MOVE"S" to mismoPar
           END-IF.

       evaluarGrupo.
           MOVE"N" to hayCaja hayLote hayNomina hayRepetido
           MOVE ZEROS to sugerido cantCanales
           PERFORM mirarEntradaGrupo VARYING j FROM i BY 1
               UNTIL j > cantEnt
           IF hayCaja = "S"
               ADD 1 to cantCanales
           END-IF
           IF hayLote = "S"
               ADD 1 to cantCanales
           END-IF
           IF hayNomina = "S"
               ADD 1 to cantCanales
           END-IF
           IF cantCanales > 1 OR hayRepetido = "S"
               ADD 1 to cantPares
               EVALUATE TRUE
                   WHEN cantCanales > 1 AND hayRepetido = "S"
                       MOVE"MAS DE UN CANAL Y REPETIDO" to motivo
                   WHEN cantCanales > 1
                       MOVE"APORTES POR MAS DE UN CANAL" to motivo
                   WHEN OTHER
                       MOVE"MISMO MONTO EL MISMO DIA" to motivo
               END-EVALUATE
               IF sugerido = 0
                   PERFORM elegirSugerido VARYING j FROM i BY 1
                       UNTIL j > cantEnt
               END-IF
               PERFORM imprimirGrupo
           END-IF.

       mirarEntradaGrupo.
           IF entGrupo(j) = grupoActual
               EVALUATE entCanal(j)
                   WHEN "E"
                       MOVE"S" to hayCaja
                   WHEN "L"
                       MOVE"S" to hayLote
                   WHEN "N"
                       MOVE"S" to hayNomina
               END-EVALUATE
               IF hayRepetido = "N"
                   PERFORM compararRepetido VARYING k FROM j BY 1
                       UNTIL k > cantEnt OR hayRepetido = "S"
               END-IF
           END-IF.

      * Mismo monto el mismo dia: se sugiere el que entro despues,
      * salvo que ese sea el descuento de nomina.
       compararRepetido.
           IF k NOT = j AND entGrupo(k) = grupoActual AND
               entFecha(k) = entFecha(j) AND
               entMonto(k) = entMonto(j)
               MOVE"S" to hayRepetido
               IF entCanal(k) = "N" AND entCanal(j) NOT = "N"
                   MOVE j to sugerido
               ELSE
                   MOVE k to sugerido
               END-IF
           END-IF.

      * Canales distintos sin repetido: se sugiere el aporte mas
      * nuevo que no sea de nomina.
       elegirSugerido.
           IF entGrupo(j) = grupoActual AND entCanal(j) NOT = "N"
               IF sugerido = 0
                   MOVE j to sugerido
               ELSE
                   IF entRecibo(j) > entRecibo(sugerido)
                       MOVE j to sugerido
                   END-IF
               END-IF
           END-IF.

       imprimirGrupo.
           IF huboCampana = "N"
               MOVE"S" to huboCampana
               MOVE SPACES to repLinea
               STRING"CAMPANA " cmpId(c)
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF
           MOVE SPACES to repLinea
           STRING"  COMPANERO: " entBenef(i)
               " CONTRIBUYENTE: " entContrib(i)
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           STRING"  MOTIVO: " motivo
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           PERFORM imprimirEntrada VARYING j FROM i BY 1
               UNTIL j > cantEnt
           IF sugerido > 0
               MOVE sugerido to m
               PERFORM editarCanal
               MOVE SPACES to repLinea
               STRING"    SUGERIDO REVERSAR EL RECIBO "
                   entRecibo(sugerido) " (" DELIMITED BY SIZE
                   canalEdit DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO repLinea
               WRITE repLinea
           END-IF
           MOVE SPACES to repLinea
           WRITE repLinea.

       imprimirEntrada.
           IF entGrupo(j) = grupoActual
               MOVE j to m
               PERFORM editarCanal
               MOVE entMonto(j) to montoEdit
               MOVE SPACES to repLinea
               STRING"    " entFecha(j) " " canalEdit " "
                   entOrigen(j) " REC " entRecibo(j) " " montoEdit
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

       editarCanal.
           EVALUATE entCanal(m)
               WHEN "E"
                   MOVE"CAJA" to canalEdit
               WHEN "L"
                   MOVE"LOTE" to canalEdit
               WHEN "N"
                   MOVE"NOMINA" to canalEdit
               WHEN OTHER
                   MOVE"S/CANAL" to canalEdit
           END-EVALUATE.

       imprimirResumen.
           MOVE cantLeidos to cantEdit
           MOVE SPACES to repLinea
           STRING"REGISTROS LEIDOS EN APORTES:   " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantRevertidos to cantEdit
           MOVE SPACES to repLinea
           STRING"ALTAS YA REVERSADAS:           " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantSinOrig to cantEdit
           MOVE SPACES to repLinea
           STRING"REVERSOS SIN ALTA EN LA CINTA: " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantPares to cantEdit
           MOVE SPACES to repLinea
           STRING"PARES CON POSIBLE DUPLICADO:   " cantEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           IF cantOmitidos > 0
               MOVE cantOmitidos to cantEdit
               MOVE SPACES to repLinea
               STRING"ALTAS SIN REVISAR, TABLA LLENA:" cantEdit
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
               MOVE"  (SUS REVERSOS CUENTAN SIN ALTA; ARCHIVAR EL"
                   to repLinea
               WRITE repLinea
               MOVE"  LEDGER CON archivaLedger Y VOLVER A CORRER)"
                   to repLinea
               WRITE repLinea
           END-IF.

       END PROGRAM detectaDuplicados.
