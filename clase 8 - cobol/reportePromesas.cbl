      *          promesa con su cuota mensual, lo pagado y el saldo,
      *          para que el organizador sepa a quien recordarle
      *          antes de camFechaCierra.
      *          Lo pagado de cada promesa se busca por el indice del
      *          ledger APORIDX (contribuyente y campana), asi entra
      *          tambien lo que ya paso al historico; si el indice
      *          falta se suma la cinta viva APORTES entera.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

           SELECT campFile ASSIGN TO "CAMPANAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  aportesFile.
           COPY "APORTE.cpy".

       FD  aporIdxFile.
           COPY "APORIDX.cpy".

       FD  campFile.
           COPY "CAMPANAS.cpy".

       WORKING-STORAGE SECTION.
       01  promEstado     PIC X(2).
       01  aportesEstado  PIC X(2).
       01  aporIdxEstado  PIC X(2).
       01  usaIndice      PIC X(1).
       01  campEstado     PIC X(2).
       01  reporteEstado  PIC X(2).
       01  fechaHoy       PIC 9(8).
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea.

      * Con el indice no hace falta juntar nada de antemano: cada
      * promesa va a buscar sus pagos.  Sin el indice se junta la
      * cinta viva en la tabla de pagos como antes.
       cargarAportes.
           OPEN INPUT aporIdxFile
           IF aporIdxEstado = "00"
               MOVE"S" to usaIndice
           ELSE
               MOVE"N" to usaIndice
               DISPLAY"Sin indice APORIDX, se recorre la cinta viva",
                   " APORTES"
               PERFORM cargarCinta
           END-IF.

       cargarCinta.
           OPEN INPUT aportesFile
           IF aportesEstado = "35"
               DISPLAY"Sin cinta APORTES, se cruza como si no",

       actualizarPromesa.
           MOVE ZEROS to pagadoNeto
           IF usaIndice = "S"
               PERFORM sumarPagosIndice
           ELSE
               MOVE"N" to hallado
               PERFORM buscarPago VARYING i FROM 1 BY 1
                   UNTIL i > cantClaves OR hallado = "S"
               IF hallado = "S"
                   MOVE pagNeto(i) to pagadoNeto
               END-IF
           END-IF
           MOVE pagadoNeto to proPagado
           IF proPagado NOT < proMonto
           END-IF
           REWRITE proRec.

      * Los aportes del contribuyente, de esa campana.
       sumarPagosIndice.
           MOVE proContribId to idxContribId
           START aporIdxFile KEY IS EQUAL TO idxContribId
               INVALID KEY MOVE "23" to aporIdxEstado
           END-START
           IF aporIdxEstado = "00"
               PERFORM leerIndice
           END-IF
           PERFORM UNTIL (aporIdxEstado NOT = "00" AND
               aporIdxEstado NOT = "02") OR
               idxContribId NOT = proContribId
               IF idxCampana = proCampana
                   MOVE idxAporte to aporteRec
                   IF aporteEsReverso
                       SUBTRACT aporteMonto from pagadoNeto
                   ELSE
                       ADD aporteMonto to pagadoNeto
                   END-IF
               END-IF
               PERFORM leerIndice
           END-PERFORM.

       leerIndice.
           READ aporIdxFile NEXT RECORD
               AT END MOVE "10" to aporIdxEstado
           END-READ.

       buscarPago.
           IF pagCampana(i) = proCampana AND
               pagContrib(i) = proContribId
           CLOSE reporteFile
           IF campAbierta = "S"
               CLOSE campFile
           END-IF
           IF usaIndice = "S"
               CLOSE aporIdxFile
           END-IF.

       END PROGRAM reportePromesas.
