      *          anota cada confirmacion ya asentada (mes y campana),
      *          igual que LOTEREG con los lotes: la misma DESCCONF
      *          no se puede asentar dos veces.
      *          Cada aporte y su recibo salen con canal nomina ("N")
      *          y la confirmacion de DESCREG (mes y campana) como
      *          referencia de origen.
      *          Cada aporte entra tambien al indice del ledger
      *          APORIDX (ver indexaAportes).
      *          Un descuento confirmado de una campana cancelada en
      *          CAMPANAS no se asienta: va a AUDRECH con motivo
      *          CAMPANA CANCELADA para devolverlo a mano, y la
      *          corrida termina con RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS descRegEstado.

           SELECT campFile ASSIGN TO "CAMPANAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS camId
               FILE STATUS IS campEstado.

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

       DATA DIVISION.
       FILE SECTION.
       FD  confFile.
           05  dcgCampana  PIC X(08).
           05  dcgFecha    PIC 9(08).

       FD  campFile.
           COPY "CAMPANAS.cpy".

       FD  aporIdxFile.
           COPY "APORIDX.cpy".

       FD  idxNumFile.
       01  inuRec.
           05  inuProximo   PIC 9(09).

       WORKING-STORAGE SECTION.
       01  confEstado     PIC X(2).
       01  aportesEstado  PIC X(2).
       01  aporIdxEstado  PIC X(2).
       01  idxNumEstado   PIC X(2).
       01  numIndice      PIC 9(9).
       01  indiceAbierto  PIC X(1).
       01  auditEstado    PIC X(2).
       01  ytdEstado      PIC X(2).
       01  reporteEstado  PIC X(2).
       01  numRecibo      PIC 9(8).
       01  descRegEstado  PIC X(2).
       01  campanaConf    PIC X(8).
       01  campEstado     PIC X(2).
       01  campAbierta    PIC X(1).
       01  campanaLeida   PIC X(8).
       01  campanaCancelada PIC X(1).
       01  cantCancelada  PIC 9(5).
       01  totalCancelada PIC 9(9)V99.
       01  fechaHoy       PIC 9(8).
       01  mesCorrida     PIC 9(6).
       01  i              PIC 9(4).
            PERFORM cerrarArchivos
            EVALUATE TRUE
                WHEN cantAsentados = 0 AND cantNoConf = 0 AND
                    cantCancelada = 0 AND cantOtroMes > 0
                    DISPLAY"NADA quedo asentado: toda la",
                        " confirmacion es de otro mes, revisar",
                        " DESCCONF"
                    MOVE 8 to RETURN-CODE
                WHEN cantCancelada > 0
                    DISPLAY"Hubo ",cantCancelada," descuentos de una",
                        " campana cancelada: no se asentaron, ver",
                        " AUDRECH y devolverlos a mano"
                    MOVE 4 to RETURN-CODE
                WHEN cantNoConf > 0
                    DISPLAY"Hubo ",cantNoConf," descuentos sin",
                        " confirmar, ver AUDRECH y REPCONFD"
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE ZEROS to cantBenef cantLeidos cantAsentados
               cantNoConf cantOtroMes totalAsentado totalNoConf
               cantCancelada totalCancelada
           MOVE SPACES to campanaLeida
           MOVE"N" to campanaCancelada
           PERFORM abrirArchivos
           PERFORM leerConfirmacion
           IF confEstado = "10"
               AT END MOVE "10" to descRegEstado
           END-READ.

      * Se registra si algo quedo asentado o se mando a devolver por
      * campana cancelada (asi no sale dos veces en AUDRECH; la
      * auditoria acepta la confirmacion sin aportes de una campana
      * cancelada).  Una confirmacion que vino toda rechazada se
      * puede volver a presentar corregida.
       registrarConfirmacion.
           IF cantAsentados > 0 OR cantCancelada > 0
               OPEN EXTEND descRegFile
               IF descRegEstado = "35"
                   OPEN OUTPUT descRegFile
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           PERFORM abrirIndice
           OPEN EXTEND aportesFile
           IF aportesEstado = "35"
               OPEN OUTPUT aportesFile
           OPEN EXTEND auditFile
           IF auditEstado = "35"
               OPEN OUTPUT auditFile
           END-IF
           MOVE"N" to campAbierta
           OPEN INPUT campFile
           IF campEstado = "00"
               MOVE"S" to campAbierta
           END-IF.

       cerrarArchivos.
           CLOSE confFile
           CLOSE aportesFile
           PERFORM cerrarIndice
           CLOSE auditFile
           IF campAbierta = "S"
               CLOSE campFile
               MOVE"N" to campAbierta
           END-IF.

       leerConfirmacion.
           READ confFile
                   "), se omite: ",cnfContribuyente
           ELSE
               IF cnfConfirmado
                   PERFORM controlarCancelada
                   IF campanaCancelada = "S"
                       PERFORM grabarCancelada
                   ELSE
                       PERFORM asentarDescuento
                   END-IF
               ELSE
                   PERFORM grabarNoConfirmado
               END-IF
           SET aporteEsAlta to TRUE
           MOVE cnfCampana to aporteCampana
           MOVE numRecibo to aporteRecibo
           SET aporteCanalNomina to TRUE
           MOVE SPACES to aporteOrigen
           MOVE mesCorrida to aporteOrigen(1:6)
           MOVE campanaConf to aporteOrigen(7:8)
           WRITE aporteRec
           PERFORM indexarAporte
           PERFORM grabarRecibo
           PERFORM acumularBeneficiario.

           MOVE cnfNombre to rcbNombre
           MOVE cnfCampana to rcbCampana
           MOVE cnfMonto to rcbMonto
           MOVE"N" to rcbCanal
           MOVE SPACES to rcbOrigen
           MOVE mesCorrida to rcbOrigen(1:6)
           MOVE campanaConf to rcbOrigen(7:8)
           WRITE rcbRec
           CLOSE reciboFile.

               SUBTRACT 1 from i
           END-IF.

      * Una campana cancelada ya devolvio lo aportado y cerro su
      * fondo: el descuento que payroll hizo igual no se asienta,
      * va a AUDRECH para que tesoreria lo devuelva a mano.
       controlarCancelada.
           IF cnfCampana NOT = campanaLeida
               MOVE cnfCampana to campanaLeida
               MOVE"N" to campanaCancelada
               IF campAbierta = "S"
                   MOVE cnfCampana to camId
                   READ campFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF camCancelada
                               MOVE"S" to campanaCancelada
                           END-IF
                   END-READ
               END-IF
           END-IF.

       grabarCancelada.
           ADD 1 to cantCancelada
           ADD cnfMonto to totalCancelada
           MOVE fechaHoy to audFecha
           MOVE cnfContribuyente to audNombre
           MOVE cnfMonto to audMontoRechazado
           MOVE"CAMPANA CANCELADA" to audMotivo
           WRITE audRec
           DISPLAY"Descuento de la campana cancelada ",cnfCampana,
               " no asentado: ",cnfContribuyente.

       grabarNoConfirmado.
           ADD 1 to cantNoConf
           ADD cnfMonto to totalNoConf
               " TOTAL " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantCancelada to cantEdit
           MOVE totalCancelada to montoEdit
           MOVE SPACES to repLinea
           STRING"CAMPANA CANCELADA:       " cantEdit
               " TOTAL " montoEdit " A DEVOLVER"
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE cantOtroMes to cantEdit
           MOVE SPACES to repLinea
           STRING"DE OTRO MES, OMITIDOS:   " cantEdit
           WRITE repLinea
           CLOSE reporteFile.

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

       END PROGRAM confirmaDescuentos.
