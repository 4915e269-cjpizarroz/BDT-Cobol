      *          deposito y depositos que no se corresponden con
      *          ningun aporte.  Es el control de manejo de efectivo
      *          que pidio la auditoria.  Termina con RETURN-CODE 4
      *          si hubo alguna excepcion.  La igualacion de la
      *          empresa (aporteContribId 99999) la paga contabilidad
      *          y no pasa por la caja, asi que no se concilia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           END-IF
           PERFORM leerAporte
           PERFORM UNTIL aportesEstado = "10"
               IF NOT aporteEsEmpresa
                   PERFORM acumularAporte
               END-IF
               PERFORM leerAporte
           END-PERFORM
           CLOSE aportesFile.
