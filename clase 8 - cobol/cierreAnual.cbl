      *          historico) y deja YTDACUM vacio para que enero
      *          arranque de cero en lugar de arrastrar la plata del
      *          anio pasado.
      *          Pide el ingreso del operador con su usuario y clave del
      *          maestro OPERADOR (rol minimo supervisor); cada ingreso
      *          queda en ACCESOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporteEstado.

           SELECT operFile ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opeId
               FILE STATUS IS operEstado.

           SELECT accesoFile ASSIGN TO "ACCESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS accesoEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  ytdFile.
       FD  reporteFile.
           COPY "REPLINEA.cpy".

       FD  operFile.
           COPY "OPERADOR.cpy".

       FD  accesoFile.
           COPY "ACCESOS.cpy".

       WORKING-STORAGE SECTION.
       01  ytdEstado      PIC X(2).
       01  histEstado     PIC X(2).
           05  cieEmpId  OCCURS 500 TIMES PIC 9(5).
           05  cieNombre OCCURS 500 TIMES PIC X(15).
           05  cieTotal  OCCURS 500 TIMES PIC 9(7)V99.
      * Ingreso del operador y registro de accesos.
       01  operEstado       PIC X(2).
       01  accesoEstado     PIC X(2).
       01  programaFirma    PIC X(18).
       01  operadorActual   PIC X(8).
       01  nivelActual      PIC 9(1).
       01  nivelPedido      PIC 9(1).
       01  idFirma          PIC X(8).
       01  claveFirma       PIC X(8).
       01  intentosFirma    PIC 9(1).
       01  firmaValida      PIC X(1).
       01  eventoAcceso     PIC X(8).
       01  operadorAcceso   PIC X(8).
       01  supervisorAcceso PIC X(8).
       01  detalleAcceso    PIC X(40).
       01  horaAcceso       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       inicio.
           DISPLAY"Cierre anual de acumulados YTDACUM"
           MOVE"cierreAnual" to programaFirma
           MOVE 3 to nivelPedido
           PERFORM firmarOperador
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           DISPLAY"Ingrese el anio a cerrar (AAAA)"
           ACCEPT anioCierre
           CLOSE ytdFile
           DISPLAY"YTDACUM quedo vacio para el anio nuevo".

      ******************************************************************
      * Ingreso del operador con su usuario y clave del maestro
      * OPERADOR: tres intentos, y el rol tiene que alcanzar el nivel
      * del programa (1 operador, 2 tesorero, 3 supervisor).  Cada
      * ingreso, rechazo y negativa queda en ACCESOS.
      ******************************************************************
       firmarOperador.
           OPEN INPUT operFile
           IF operEstado NOT = "00"
               DISPLAY"No hay maestro de operadores OPERADOR, no se",
                   " puede ingresar"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE"N" to firmaValida
           MOVE ZEROS to intentosFirma
           PERFORM pedirFirma UNTIL firmaValida = "S" OR
               intentosFirma = 3
           CLOSE operFile
           IF firmaValida NOT = "S"
               DISPLAY"Tres intentos fallidos, ingreso rechazado"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE opeId to operadorActual
           EVALUATE TRUE
               WHEN opeEsSupervisor
                   MOVE 3 to nivelActual
               WHEN opeEsTesorero
                   MOVE 2 to nivelActual
               WHEN OTHER
                   MOVE 1 to nivelActual
           END-EVALUATE
           MOVE operadorActual to operadorAcceso
           MOVE SPACES to supervisorAcceso
           IF nivelActual < nivelPedido
               MOVE"DENEGADO" to eventoAcceso
               MOVE"EL ROL NO ALCANZA PARA EL PROGRAMA" to detalleAcceso
               PERFORM registrarAcceso
               DISPLAY"El operador ",operadorActual," no tiene rol",
                   " para usar ",programaFirma
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF
           MOVE"INGRESO" to eventoAcceso
           MOVE SPACES to detalleAcceso
           PERFORM registrarAcceso
           DISPLAY"Operador ",operadorActual," - ",opeNombre.

       pedirFirma.
           ADD 1 to intentosFirma
           DISPLAY"Usuario"
           ACCEPT idFirma
           DISPLAY"Clave"
           ACCEPT claveFirma
           MOVE"N" to firmaValida
           MOVE idFirma to opeId
           READ operFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF opeActivo AND opeClave = claveFirma
                       MOVE"S" to firmaValida
                   END-IF
           END-READ
           IF firmaValida NOT = "S"
               DISPLAY"Usuario o clave incorrectos"
               MOVE"RECHAZO" to eventoAcceso
               MOVE idFirma to operadorAcceso
               MOVE SPACES to supervisorAcceso
               MOVE"USUARIO O CLAVE INCORRECTOS" to detalleAcceso
               PERFORM registrarAcceso
           END-IF.

       registrarAcceso.
           OPEN EXTEND accesoFile
           IF accesoEstado = "35"
               OPEN OUTPUT accesoFile
           END-IF
           ACCEPT accFecha FROM DATE YYYYMMDD
           ACCEPT horaAcceso FROM TIME
           MOVE horaAcceso(1:6) to accHora
           MOVE programaFirma to accPrograma
           MOVE operadorAcceso to accOperador
           MOVE eventoAcceso to accEvento
           MOVE supervisorAcceso to accSupervisor
           MOVE detalleAcceso to accDetalle
           WRITE accRec
           CLOSE accesoFile.

       END PROGRAM cierreAnual.
