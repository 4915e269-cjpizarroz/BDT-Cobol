           CLOSE campFile.

       controlarCampana.
           IF NOT camAbierta OR fechaHoy < camFechaAbre OR
               fechaHoy > camFechaCierra
               DISPLAY"La campana ",campanaCorrida,
                   " esta cerrada o fuera de fechas"
