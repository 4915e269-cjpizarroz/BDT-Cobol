      *          clave de YTDACUM y LIDERES; los registros con empId
      *          cero (beneficiarios de afuera del padron) se agrupan
      *          por nombre y no tocan YTDACUM ni LIDERES, igual que
      *          en la corrida.  La igualacion de la empresa
      *          (aporteContribId 99999) no es de ningun companero y
      *          no entra en ninguno de los dos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "APORTE.cpy".

       FD  archivoFile.
       01  arcRec          PIC X(87).

       FD  ytdFile.
           COPY "YTDACUM.cpy".
       cargarLedger.
           PERFORM leerAporte
           PERFORM UNTIL aportesEstado = "10"
               IF NOT aporteEsEmpresa
                   PERFORM acumularAporte
               END-IF
               PERFORM leerAporte
           END-PERFORM
           CLOSE aportesFile.
               PERFORM leerArchivado
               PERFORM UNTIL archivoEstado = "10"
                   MOVE arcRec to aporteRec
                   IF NOT aporteEsEmpresa
                       PERFORM acumularAporte
                   END-IF
                   PERFORM leerArchivado
               END-PERFORM
               CLOSE archivoFile
