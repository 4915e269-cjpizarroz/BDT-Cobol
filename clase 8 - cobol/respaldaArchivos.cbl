      *          todo sano, pisa los respaldos; asi nunca se pisa un
      *          respaldo bueno con un archivo roto.  Modo R recarga
      *          un maestro desde su respaldo, con confirmacion.
      *          La verificacion tambien cuenta el ledger (APORTES mas
      *          APORHIST) contra su indice APORIDX: si no tienen la
      *          misma cantidad de registros, o falta el indice y hay
      *          ledger, es falla y hay que correr indexaAportes.  El
      *          indice no se descarga: se rearma desde el ledger.
      *          Termina con RETURN-CODE 8 si la verificacion fallo:
      *          el conductor del cierre corta la cadena ahi y la
      *          corrida de recaudacion no arranca.
               RECORD KEY IS camId
               FILE STATUS IS campEstado.

           SELECT aportesFile ASSIGN TO "APORTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aportesEstado.

           SELECT archivoFile ASSIGN TO "APORHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archivoEstado.

           SELECT aporIdxFile ASSIGN TO "APORIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS idxSecuencia
               ALTERNATE RECORD KEY IS idxEmpId WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxContribId WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxCampana WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxRecibo WITH DUPLICATES
               FILE STATUS IS aporIdxEstado.

           SELECT bakEmpFile ASSIGN TO "BAKEMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bakEmpEstado.
       FD  campFile.
           COPY "CAMPANAS.cpy".

       FD  aportesFile.
       01  aporteLinea     PIC X(87).

       FD  archivoFile.
       01  arcRec          PIC X(87).

       FD  aporIdxFile.
           COPY "APORIDX.cpy".

       FD  bakEmpFile.
       01  bakEmpRec       PIC X(80).

       01  lidEstado      PIC X(2).
       01  runCtlEstado   PIC X(2).
       01  campEstado     PIC X(2).
       01  aportesEstado  PIC X(2).
       01  archivoEstado  PIC X(2).
       01  aporIdxEstado  PIC X(2).
       01  bakEmpEstado   PIC X(2).
       01  bakYtdEstado   PIC X(2).
       01  bakLidEstado   PIC X(2).
       01  cabecera       PIC X(80).
       01  cantEdit       PIC Z(5)9.
       01  cantEdit2      PIC Z(5)9.
       01  cantLedger     PIC 9(7).
       01  cantIndice     PIC 9(7).
       01  ledgerEdit     PIC Z(6)9.
       01  indiceEdit     PIC Z(6)9.
       01  controlTabla.
           05  tabArchivo OCCURS 5 TIMES PIC X(8).
           05  tabFecha   OCCURS 5 TIMES PIC 9(8).
           MOVE cantActual to nvoCant(4)
           PERFORM contarCampanas
           PERFORM evaluarConteo
           MOVE cantActual to nvoCant(5)
           PERFORM verificarIndiceLedger.

       evaluarConteo.
           IF estadoAbre NOT = "00" AND estadoAbre NOT = "35"
               AT END MOVE "10" to campEstado
           END-READ.

      ******************************************************************
      * El indice APORIDX tiene que tener un registro por cada
      * aporte del ledger, vivo o historico.
      ******************************************************************
       verificarIndiceLedger.
           MOVE ZEROS to cantLedger cantIndice
           OPEN INPUT aportesFile
           IF aportesEstado = "00"
               PERFORM leerAporte
               PERFORM UNTIL aportesEstado NOT = "00"
                   ADD 1 to cantLedger
                   PERFORM leerAporte
               END-PERFORM
               CLOSE aportesFile
           END-IF
           OPEN INPUT archivoFile
           IF archivoEstado = "00"
               PERFORM leerArchivado
               PERFORM UNTIL archivoEstado NOT = "00"
                   ADD 1 to cantLedger
                   PERFORM leerArchivado
               END-PERFORM
               CLOSE archivoFile
           END-IF
           OPEN INPUT aporIdxFile
           MOVE aporIdxEstado to estadoAbre
           IF aporIdxEstado = "00"
               PERFORM leerIndiceLedger
               PERFORM UNTIL aporIdxEstado NOT = "00"
                   ADD 1 to cantIndice
                   PERFORM leerIndiceLedger
               END-PERFORM
               CLOSE aporIdxFile
           END-IF
           MOVE cantLedger to ledgerEdit
           MOVE cantIndice to indiceEdit
           IF estadoAbre NOT = "00" AND estadoAbre NOT = "35"
               MOVE"S" to huboFalla
               DISPLAY"FALLA: APORIDX no abre, estado ",estadoAbre,
                   "; correr indexaAportes"
           ELSE
               IF cantIndice NOT = cantLedger
                   MOVE"S" to huboFalla
                   DISPLAY"FALLA: el ledger tiene ",ledgerEdit,
                       " aportes y el indice APORIDX ",indiceEdit,
                       "; correr indexaAportes"
               ELSE
                   DISPLAY"APORIDX: ",indiceEdit," registros",
                       " (ledger ",ledgerEdit,")"
               END-IF
           END-IF.

       leerAporte.
           READ aportesFile
               AT END MOVE "10" to aportesEstado
           END-READ.

       leerArchivado.
           READ archivoFile
               AT END MOVE "10" to archivoEstado
           END-READ.

       leerIndiceLedger.
           READ aporIdxFile NEXT RECORD
               AT END MOVE "10" to aporIdxEstado
           END-READ.

      ******************************************************************
      * Descarga: cada maestro a su respaldo, con un registro
      * cabecera que lleva la fecha de la descarga.
