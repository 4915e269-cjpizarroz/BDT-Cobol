      *          de recibo.  Companero y contribuyente se
      *          buscan por su empId del padron, asi la consulta
      *          sigue encontrando la historia aunque el nombre se
      *          haya corregido en mantEmpMast.  Companero,
      *          contribuyente y recibo se leen por el indice del
      *          ledger APORIDX, que trae tambien el historico
      *          APORHIST; si el indice falta se recorre la cinta
      *          viva APORTES como antes.  El rango de fechas
      *          recorre siempre la cinta viva.  No toca ninguna
      *          corrida ni graba nada; se puede usar cualquier dia
      *          del mes.
      * Tectonics: cobc
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aportesEstado.

           SELECT aporIdxFile ASSIGN TO "APORIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS idxSecuencia
               ALTERNATE RECORD KEY IS idxEmpId WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxContribId WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxCampana WITH DUPLICATES
               ALTERNATE RECORD KEY IS idxRecibo WITH DUPLICATES
               FILE STATUS IS aporIdxEstado.

           SELECT ytdFile ASSIGN TO "YTDACUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  aportesFile.
           COPY "APORTE.cpy".

       FD  aporIdxFile.
           COPY "APORIDX.cpy".

       FD  ytdFile.
           COPY "YTDACUM.cpy".


       WORKING-STORAGE SECTION.
       01  aportesEstado  PIC X(2).
       01  aporIdxEstado  PIC X(2).
       01  usaIndice      PIC X(1).
       01  ytdEstado      PIC X(2).
       01  lidEstado      PIC X(2).
       01  opcion         PIC X(1).
           PERFORM mostrarLider.

       recorrerPorCompanero.
           PERFORM abrirIndice
           IF usaIndice = "S"
               MOVE idBusca to idxEmpId
               START aporIdxFile KEY IS EQUAL TO idxEmpId
                   INVALID KEY MOVE "23" to aporIdxEstado
               END-START
               IF aporIdxEstado = "00"
                   PERFORM leerIndice
               END-IF
               PERFORM UNTIL (aporIdxEstado NOT = "00" AND
                   aporIdxEstado NOT = "02") OR
                   idxEmpId NOT = idBusca
                   MOVE idxAporte to aporteRec
                   PERFORM sumarCompanero
                   PERFORM leerIndice
               END-PERFORM
               CLOSE aporIdxFile
           ELSE
               OPEN INPUT aportesFile
               IF aportesEstado = "35"
                   DISPLAY"No hay cinta de aportes APORTES"
               ELSE
                   PERFORM leerAporte
                   PERFORM UNTIL aportesEstado = "10"
                       IF aporteEmpId = idBusca
                           PERFORM sumarCompanero
                       END-IF
                       PERFORM leerAporte
                   END-PERFORM
                   CLOSE aportesFile
               END-IF
           END-IF.

       sumarCompanero.
           ADD 1 to cantHallados
           PERFORM mostrarAporte
           IF aporteEsReverso
               SUBTRACT aporteMonto from totalNeto
           ELSE
               ADD aporteMonto to totalNeto
           END-IF.

       mostrarAporte.
           DISPLAY"Numero de empleado del contribuyente"
           ACCEPT idBusca
           MOVE ZEROS to totalNeto cantHallados
           PERFORM abrirIndice
           IF usaIndice = "S"
               MOVE idBusca to idxContribId
               START aporIdxFile KEY IS EQUAL TO idxContribId
                   INVALID KEY MOVE "23" to aporIdxEstado
               END-START
               IF aporIdxEstado = "00"
                   PERFORM leerIndice
               END-IF
               PERFORM UNTIL (aporIdxEstado NOT = "00" AND
                   aporIdxEstado NOT = "02") OR
                   idxContribId NOT = idBusca
                   MOVE idxAporte to aporteRec
                   PERFORM sumarContribuyente
                   PERFORM leerIndice
               END-PERFORM
               CLOSE aporIdxFile
           ELSE
               OPEN INPUT aportesFile
               IF aportesEstado = "35"
                   DISPLAY"No hay cinta de aportes APORTES"
               ELSE
                   PERFORM leerAporte
                   PERFORM UNTIL aportesEstado = "10"
                       IF aporteContribId = idBusca
                           PERFORM sumarContribuyente
                       END-IF
                       PERFORM leerAporte
                   END-PERFORM
                   CLOSE aportesFile
               END-IF
           END-IF
           MOVE totalNeto to totalEdit
           DISPLAY"Neto aportado: ",totalEdit,
               " en ",cantHallados," aportes".

       sumarContribuyente.
           ADD 1 to cantHallados
           PERFORM mostrarAporteContrib
           IF aporteEsReverso
               SUBTRACT aporteMonto from totalNeto
           ELSE
               ADD aporteMonto to totalNeto
           END-IF.

       mostrarAporteContrib.
           MOVE aporteMonto to montoEdit
           IF aporteEsReverso
           DISPLAY"Numero de recibo"
           ACCEPT reciboBusca
           MOVE ZEROS to cantHallados
           PERFORM abrirIndice
           IF usaIndice = "S"
               MOVE reciboBusca to idxRecibo
               START aporIdxFile KEY IS EQUAL TO idxRecibo
                   INVALID KEY MOVE "23" to aporIdxEstado
               END-START
               IF aporIdxEstado = "00"
                   PERFORM leerIndice
               END-IF
               PERFORM UNTIL (aporIdxEstado NOT = "00" AND
                   aporIdxEstado NOT = "02") OR
                   idxRecibo NOT = reciboBusca
                   MOVE idxAporte to aporteRec
                   ADD 1 to cantHallados
                   PERFORM mostrarAporteContrib
                   PERFORM leerIndice
               END-PERFORM
               CLOSE aporIdxFile
               IF cantHallados = 0
                   DISPLAY"No hay aportes con ese recibo en el ledger"
               END-IF
           ELSE
               OPEN INPUT aportesFile
               IF aportesEstado = "35"
                   DISPLAY"No hay cinta de aportes APORTES"
               ELSE
                   PERFORM leerAporte
                   PERFORM UNTIL aportesEstado = "10"
                       IF aporteRecibo IS NUMERIC AND
                           aporteRecibo = reciboBusca
                           ADD 1 to cantHallados
                           PERFORM mostrarAporteContrib
                       END-IF
                       PERFORM leerAporte
                   END-PERFORM
                   CLOSE aportesFile
               END-IF
               IF cantHallados = 0
                   DISPLAY"No hay aportes con ese recibo en la cinta",
                       " viva (puede estar en APORHIST)"
               END-IF
           END-IF.

       leerAporte.
               AT END MOVE "10" to aportesEstado
           END-READ.

      * Sin el indice la consulta igual anda, recorriendo la cinta.
       abrirIndice.
           OPEN INPUT aporIdxFile
           IF aporIdxEstado = "00"
               MOVE"S" to usaIndice
           ELSE
               MOVE"N" to usaIndice
               DISPLAY"Sin indice APORIDX, se recorre la cinta viva",
                   " APORTES"
           END-IF.

       leerIndice.
           READ aporIdxFile NEXT RECORD
               AT END MOVE "10" to aporIdxEstado
           END-READ.

       END PROGRAM consulta.
