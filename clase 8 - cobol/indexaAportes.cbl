      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Rearma desde cero el indice del ledger APORIDX.
      *          Vacia el indice y carga, en orden, todo el historico
      *          APORHIST y despues la cinta viva APORTES, dandole a
      *          cada aporte un correlativo nuevo; al terminar deja
      *          el control IDXNUM en el proximo correlativo para
      *          que las corridas que graban aportes sigan la
      *          numeracion.  Se corre la primera vez, cuando
      *          respaldaArchivos avisa que el indice no cuadra con
      *          el ledger, o despues de tocar APORTES a mano.  El
      *          ledger no se modifica: APORTES y APORHIST siguen
      *          siendo el registro legal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. indexaAportes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT idxNumFile ASSIGN TO "IDXNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS idxNumEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  aportesFile.
           COPY "APORTE.cpy".

       FD  archivoFile.
       01  arcRec          PIC X(87).

       FD  aporIdxFile.
           COPY "APORIDX.cpy".

       FD  idxNumFile.
       01  inuRec.
           05  inuProximo   PIC 9(09).

       WORKING-STORAGE SECTION.
       01  aportesEstado  PIC X(2).
       01  archivoEstado  PIC X(2).
       01  aporIdxEstado  PIC X(2).
       01  idxNumEstado   PIC X(2).
       01  confirmar      PIC X(1).
       01  numIndice      PIC 9(9).
       01  cantHistorico  PIC 9(7).
       01  cantVivo       PIC 9(7).
       01  cantErrores    PIC 9(7).
       01  cantEdit       PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM inicio
            PERFORM cargarHistorico
            PERFORM cargarVivo
            CLOSE aporIdxFile
            PERFORM grabarControl
            PERFORM mostrarTotales
            STOP RUN.

       inicio.
           DISPLAY"Rearmado del indice del ledger APORIDX"
           MOVE ZEROS to numIndice cantHistorico cantVivo cantErrores
           DISPLAY"Confirma rearmar APORIDX desde APORHIST y",
               " APORTES? (S/N)"
           ACCEPT confirmar
           IF confirmar NOT = "S" AND confirmar NOT = "s"
               DISPLAY"Rearmado cancelado, no se toco nada"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT aporIdxFile
           IF aporIdxEstado NOT = "00"
               DISPLAY"No se puede crear el indice APORIDX, estado ",
                   aporIdxEstado
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

       cargarHistorico.
           OPEN INPUT archivoFile
           IF archivoEstado = "35"
               DISPLAY"Sin historico APORHIST, se indexa solo la",
                   " cinta viva"
           ELSE
               PERFORM leerArchivado
               PERFORM UNTIL archivoEstado = "10"
                   MOVE arcRec to idxAporte
                   PERFORM grabarIndice
                   ADD 1 to cantHistorico
                   PERFORM leerArchivado
               END-PERFORM
               CLOSE archivoFile
           END-IF.

       leerArchivado.
           READ archivoFile
               AT END MOVE "10" to archivoEstado
           END-READ.

       cargarVivo.
           OPEN INPUT aportesFile
           IF aportesEstado = "35"
               DISPLAY"Sin cinta de aportes APORTES"
           ELSE
               PERFORM leerAporte
               PERFORM UNTIL aportesEstado = "10"
                   MOVE aporteRec to idxAporte
                   PERFORM grabarIndice
                   ADD 1 to cantVivo
                   PERFORM leerAporte
               END-PERFORM
               CLOSE aportesFile
           END-IF.

       leerAporte.
           READ aportesFile
               AT END MOVE "10" to aportesEstado
           END-READ.

       grabarIndice.
           ADD 1 to numIndice
           MOVE numIndice to idxSecuencia
           WRITE idxRec
               INVALID KEY
                   ADD 1 to cantErrores
                   DISPLAY"No se pudo indexar el aporte ",numIndice,
                       " estado ",aporIdxEstado
           END-WRITE.

       grabarControl.
           COMPUTE inuProximo = numIndice + 1
           OPEN OUTPUT idxNumFile
           WRITE inuRec
           CLOSE idxNumFile.

       mostrarTotales.
           MOVE cantHistorico to cantEdit
           DISPLAY"Aportes del historico APORHIST: ",cantEdit
           MOVE cantVivo to cantEdit
           DISPLAY"Aportes de la cinta viva APORTES: ",cantEdit
           COMPUTE cantEdit = cantHistorico + cantVivo - cantErrores
           DISPLAY"Registros en el indice APORIDX:   ",cantEdit
           IF cantErrores > 0
               DISPLAY"El indice quedo incompleto, revisar y volver",
                   " a correr"
               MOVE 8 to RETURN-CODE
           ELSE
               DISPLAY"Indice APORIDX rearmado"
           END-IF.

       END PROGRAM indexaAportes.
