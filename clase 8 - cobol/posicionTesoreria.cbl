      ******************************************************************
      * Author: Sala 4 - Carlos Javier  Pizarro
      * Date:
      * Purpose: Estado de posicion del tesorero: donde esta hoy cada
      *          peso de la plata de regalos, en una sola hoja.  En
      *          lugar de juntar cinco reportes, calcula cada linea de
      *          los archivos de origen:
      *          - plata en el fondo comun: FONDO, probado contra el
      *            diario FONMOV;
      *          - plata retenida para campanas sin liquidar: neto de
      *            APORTES menos lo gastado en COMPRAS, para cada
      *            campana que no esta en LIQHECHA;
      *          - por cobrar a contabilidad: pedidos de GLEXTR menos
      *            lo pagado segun REEMPAG;
      *          - efectivo sin depositar: neto de APORTES (sin la
      *            igualacion de la empresa, que no pasa por la caja)
      *            menos lo depositado en DEPOSIT;
      *          - prometido sin cobrar: promesas abiertas de
      *            PROMESAS menos lo pagado segun APORTES.
      *          Cada linea lleva su control de que las partes
      *          cierran, y al pie la plata propia (fondo mas
      *          retenido) se reparte entre caja, contabilidad y lo
      *          que tiene que estar en el banco.  La foto de fin de
      *          mes queda en POSMES (una por mes, la ultima pisa a la
      *          anterior del mismo mes) y el estado del mes siguiente
      *          muestra la variacion de cada linea contra esa foto.
      *          Sale por REPPOSIC; RETURN-CODE 4 si algun control no
      *          cierra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. posicionTesoreria.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fondoFile ASSIGN TO "FONDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fondoEstado.

           SELECT fonMovFile ASSIGN TO "FONMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fonMovEstado.

           SELECT aportesFile ASSIGN TO "APORTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS aportesEstado.

           SELECT liqFile ASSIGN TO "LIQHECHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS liqEstado.

           SELECT comprasFile ASSIGN TO "COMPRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS comprasEstado.

           SELECT glFile ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS glEstado.

           SELECT reempFile ASSIGN TO "REEMPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reempEstado.

           SELECT depositoFile ASSIGN TO "DEPOSIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS depositoEstado.

           SELECT promFile ASSIGN TO "PROMESAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS proClave
               FILE STATUS IS promEstado.

           SELECT fotoFile ASSIGN TO "POSMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fotoEstado.

           SELECT reporteFile ASSIGN TO "REPPOSIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reporteEstado.

       DATA DIVISION.
       FILE SECTION.
       FD  fondoFile.
           COPY "FONDO.cpy".

       FD  fonMovFile.
           COPY "FONMOV.cpy".

       FD  aportesFile.
           COPY "APORTE.cpy".

       FD  liqFile.
       01  liqRec.
           05  liqCampana  PIC X(08).
           05  liqFecha    PIC 9(08).

       FD  comprasFile.
           COPY "COMPRAS.cpy".

       FD  glFile.
           COPY "GLEXTR.cpy".

       FD  reempFile.
       01  pagRec.
           05  pagReferencia    PIC 9(06).
           05  pagFecha         PIC 9(08).
           05  pagMonto         PIC S9(07)V99.

       FD  depositoFile.
           COPY "DEPOSITO.cpy".

       FD  promFile.
           COPY "PROMESAS.cpy".

      * Foto de fin de mes: una linea por mes con el monto de cada
      * linea del estado.
       FD  fotoFile.
       01  fotRec.
           05  fotMes        PIC 9(06).
           05  fotFecha      PIC 9(08).
           05  fotFondo      PIC S9(09)V99.
           05  fotRetenido   PIC S9(09)V99.
           05  fotPorCobrar  PIC S9(09)V99.
           05  fotEnCaja     PIC S9(09)V99.
           05  fotPrometido  PIC S9(09)V99.

       FD  reporteFile.
           COPY "REPLINEA.cpy".

       WORKING-STORAGE SECTION.
       01  fondoEstado    PIC X(2).
       01  fonMovEstado   PIC X(2).
       01  aportesEstado  PIC X(2).
       01  liqEstado      PIC X(2).
       01  comprasEstado  PIC X(2).
       01  glEstado       PIC X(2).
       01  reempEstado    PIC X(2).
       01  depositoEstado PIC X(2).
       01  promEstado     PIC X(2).
       01  fotoEstado     PIC X(2).
       01  reporteEstado  PIC X(2).
       01  fechaHoy       PIC 9(8).
       01  mesHoy         PIC 9(6).
       01  i              PIC 9(4).
       01  j              PIC 9(4).
       01  hallado        PIC X(1).
       01  grabarFoto     PIC X(1).
       01  hayAnterior    PIC X(1).
       01  fotoAnt        PIC 9(3).
       01  huboRevisar    PIC X(1).
       01  controlOk      PIC X(1).
       01  campanaBusca   PIC X(8).
      * Lineas del estado.
       01  posFondo       PIC S9(9)V99.
       01  posRetenido    PIC S9(9)V99.
       01  posPorCobrar   PIC S9(9)V99.
       01  posEnCaja      PIC S9(9)V99.
       01  posPrometido   PIC S9(9)V99.
       01  posPropio      PIC S9(9)V99.
       01  posBanco       PIC S9(9)V99.
      * Controles de cada linea.
       01  hayFondo       PIC X(1).
       01  sumaFonMov     PIC S9(9)V99.
       01  ultimoFonMov   PIC S9(9)V99.
       01  cantFonMov     PIC 9(5).
       01  totRecaudado   PIC S9(9)V99.
       01  totGastado     PIC S9(9)V99.
       01  cantAbiertas   PIC 9(4).
       01  cantSobregiro  PIC 9(4).
       01  totPedido      PIC S9(9)V99.
       01  totPagado      PIC S9(9)V99.
       01  pagoDeMas      PIC S9(9)V99.
       01  cantPagoHuerf  PIC 9(4).
       01  pendienteRef   PIC S9(9)V99.
       01  totEfectivo    PIC S9(9)V99.
       01  totDepositado  PIC S9(9)V99.
       01  totPrometido   PIC S9(9)V99.
       01  totPagoPromesa PIC S9(9)V99.
       01  pendPromesa    PIC S9(9)V99.
       01  cantDesactual  PIC 9(4).
      * Impresion.
       01  etiqueta       PIC X(30).
       01  montoLinea     PIC S9(9)V99.
       01  montoAnterior  PIC S9(9)V99.
       01  variacion      PIC S9(9)V99.
       01  montoEdit      PIC -Z(8)9.99.
       01  antEdit        PIC -Z(8)9.99.
       01  varEdit        PIC -Z(8)9.99.
       01  montoEdit2     PIC -Z(8)9.99.
       01  cantEdit       PIC ZZZ9.
       01  cantLiq        PIC 9(4).
       01  cantCamp       PIC 9(4).
       01  cantExtractos  PIC 9(4).
       01  cantPromesas   PIC 9(4).
       01  cantFotos      PIC 9(3).
       01  liquidadasTabla.
           05  lqCampana OCCURS 500 TIMES PIC X(8).
       01  campanasTabla.
           05  cpId       OCCURS 500 TIMES PIC X(8).
           05  cpNeto     OCCURS 500 TIMES PIC S9(7)V99.
           05  cpGastado  OCCURS 500 TIMES PIC S9(7)V99.
       01  extractosTabla.
           05  exRef      OCCURS 1000 TIMES PIC 9(6).
           05  exMonto    OCCURS 1000 TIMES PIC S9(7)V99.
           05  exPagado   OCCURS 1000 TIMES PIC S9(7)V99.
       01  promesasTabla.
           05  pmCampana  OCCURS 500 TIMES PIC X(8).
           05  pmContrib  OCCURS 500 TIMES PIC 9(5).
           05  pmMonto    OCCURS 500 TIMES PIC 9(6)V99.
           05  pmGuardado OCCURS 500 TIMES PIC S9(7)V99.
           05  pmPagado   OCCURS 500 TIMES PIC S9(7)V99.
       01  fotosTabla.
           05  ftMes       OCCURS 120 TIMES PIC 9(6).
           05  ftFecha     OCCURS 120 TIMES PIC 9(8).
           05  ftFondo     OCCURS 120 TIMES PIC S9(9)V99.
           05  ftRetenido  OCCURS 120 TIMES PIC S9(9)V99.
           05  ftPorCobrar OCCURS 120 TIMES PIC S9(9)V99.
           05  ftEnCaja    OCCURS 120 TIMES PIC S9(9)V99.
           05  ftPrometido OCCURS 120 TIMES PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM inicio
            PERFORM calcularFondo
            PERFORM cargarLiquidadas
            PERFORM cargarPromesas
            PERFORM recorrerAportes
            PERFORM cargarCompras
            PERFORM calcularRetenido
            PERFORM calcularPorCobrar
            PERFORM calcularEnCaja
            PERFORM calcularPrometido
            PERFORM cargarFotos
            PERFORM generarReporte
            IF grabarFoto = "S" OR grabarFoto = "s"
                PERFORM guardarFoto
            END-IF
            IF huboRevisar = "S"
                DISPLAY"Hay controles que no cierran, ver REPPOSIC"
                MOVE 4 to RETURN-CODE
            ELSE
                DISPLAY"Estado de posicion listo, ver REPPOSIC"
            END-IF
            STOP RUN.

       inicio.
           DISPLAY"Estado de posicion de la plata de regalos"
           ACCEPT fechaHoy FROM DATE YYYYMMDD
           MOVE fechaHoy(1:6) to mesHoy
           MOVE"N" to huboRevisar
           MOVE ZEROS to posFondo posRetenido posPorCobrar posEnCaja
               posPrometido sumaFonMov ultimoFonMov cantFonMov
               totRecaudado totGastado cantAbiertas cantSobregiro
               totPedido totPagado pagoDeMas cantPagoHuerf
               totEfectivo totDepositado totPrometido totPagoPromesa
               cantDesactual cantLiq cantCamp cantExtractos
               cantPromesas cantFotos
           DISPLAY"Grabar la foto de fin de mes ",mesHoy,
               " en POSMES? (S/N)"
           ACCEPT grabarFoto.

      ******************************************************************
      * Fondo comun: el saldo de FONDO tiene que ser la suma del
      * diario FONMOV y coincidir con su ultimo saldo corrido.
      ******************************************************************
       calcularFondo.
           MOVE"N" to hayFondo
           OPEN INPUT fondoFile
           IF fondoEstado NOT = "35"
               READ fondoFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE"S" to hayFondo
                       MOVE fonSaldo to posFondo
               END-READ
               CLOSE fondoFile
           END-IF
           OPEN INPUT fonMovFile
           IF fonMovEstado NOT = "35"
               PERFORM leerFonMov
               PERFORM UNTIL fonMovEstado = "10"
                   ADD 1 to cantFonMov
                   ADD fmvMonto to sumaFonMov
                   MOVE fmvSaldo to ultimoFonMov
                   PERFORM leerFonMov
               END-PERFORM
               CLOSE fonMovFile
           END-IF.

       leerFonMov.
           READ fonMovFile
               AT END MOVE "10" to fonMovEstado
           END-READ.

       cargarLiquidadas.
           OPEN INPUT liqFile
           IF liqEstado NOT = "35"
               PERFORM leerLiquidada
               PERFORM UNTIL liqEstado = "10"
                   IF cantLiq < 500
                       ADD 1 to cantLiq
                       MOVE liqCampana to lqCampana(cantLiq)
                   ELSE
                       DISPLAY"Tabla de liquidadas llena, aborta"
                       MOVE 8 to RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM leerLiquidada
               END-PERFORM
               CLOSE liqFile
           END-IF.

       leerLiquidada.
           READ liqFile
               AT END MOVE "10" to liqEstado
           END-READ.

       buscarLiquidada.
           MOVE"N" to hallado
           PERFORM compararLiquidada VARYING i FROM 1 BY 1
               UNTIL i > cantLiq OR hallado = "S".

       compararLiquidada.
           IF lqCampana(i) = campanaBusca
               MOVE"S" to hallado
           END-IF.

       cargarPromesas.
           OPEN INPUT promFile
           IF promEstado = "00"
               PERFORM leerPromesa
               PERFORM UNTIL promEstado NOT = "00"
                   IF proAbierta
                       PERFORM anotarPromesa
                   END-IF
                   PERFORM leerPromesa
               END-PERFORM
               CLOSE promFile
           END-IF.

       leerPromesa.
           READ promFile
               AT END MOVE "10" to promEstado
           END-READ.

       anotarPromesa.
           IF cantPromesas < 500
               ADD 1 to cantPromesas
               MOVE proCampana to pmCampana(cantPromesas)
               MOVE proContribId to pmContrib(cantPromesas)
               MOVE proMonto to pmMonto(cantPromesas)
               MOVE proPagado to pmGuardado(cantPromesas)
               MOVE ZEROS to pmPagado(cantPromesas)
           ELSE
               DISPLAY"Tabla de promesas llena, aborta"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Una sola pasada por la cinta: neto por campana, neto en
      * efectivo (sin la empresa) y pagos de cada promesa abierta.
      ******************************************************************
       recorrerAportes.
           OPEN INPUT aportesFile
           IF aportesEstado NOT = "35"
               PERFORM leerAporte
               PERFORM UNTIL aportesEstado = "10"
                   PERFORM acumularAporte
                   PERFORM leerAporte
               END-PERFORM
               CLOSE aportesFile
           END-IF.

       leerAporte.
           READ aportesFile
               AT END MOVE "10" to aportesEstado
           END-READ.

       acumularAporte.
           MOVE aporteCampana to campanaBusca
           PERFORM ubicarCampana
           IF aporteEsReverso
               SUBTRACT aporteMonto from cpNeto(i)
           ELSE
               ADD aporteMonto to cpNeto(i)
           END-IF
           IF NOT aporteEsEmpresa
               IF aporteEsReverso
                   SUBTRACT aporteMonto from totEfectivo
               ELSE
                   ADD aporteMonto to totEfectivo
               END-IF
               MOVE"N" to hallado
               PERFORM compararPromesa VARYING i FROM 1 BY 1
                   UNTIL i > cantPromesas OR hallado = "S"
           END-IF.

       compararPromesa.
           IF pmCampana(i) = aporteCampana AND
               pmContrib(i) = aporteContribId
               MOVE"S" to hallado
               IF aporteEsReverso
                   SUBTRACT aporteMonto from pmPagado(i)
               ELSE
                   ADD aporteMonto to pmPagado(i)
               END-IF
           END-IF.

       ubicarCampana.
           MOVE"N" to hallado
           PERFORM compararCampana VARYING i FROM 1 BY 1
               UNTIL i > cantCamp OR hallado = "S"
           IF hallado NOT = "S"
               IF cantCamp < 500
                   ADD 1 to cantCamp
                   MOVE cantCamp to i
                   MOVE campanaBusca to cpId(i)
                   MOVE ZEROS to cpNeto(i) cpGastado(i)
               ELSE
                   DISPLAY"Tabla de campanas llena, aborta"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       compararCampana.
           IF cpId(i) = campanaBusca
               MOVE"S" to hallado
               SUBTRACT 1 from i
           END-IF.

       cargarCompras.
           OPEN INPUT comprasFile
           IF comprasEstado NOT = "35"
               PERFORM leerCompra
               PERFORM UNTIL comprasEstado = "10"
                   MOVE comCampana to campanaBusca
                   PERFORM ubicarCampana
                   ADD comMonto to cpGastado(i)
                   PERFORM leerCompra
               END-PERFORM
               CLOSE comprasFile
           END-IF.

       leerCompra.
           READ comprasFile
               AT END MOVE "10" to comprasEstado
           END-READ.

      ******************************************************************
      * Retenido: lo juntado y todavia no liquidado, menos lo que ya
      * se gasto de eso.  Una campana que gasto mas de lo juntado
      * resta (el deficit lo va a cubrir el fondo al liquidarla).
      ******************************************************************
       calcularRetenido.
           PERFORM sumarCampana VARYING i FROM 1 BY 1
               UNTIL i > cantCamp
           COMPUTE posRetenido = totRecaudado - totGastado.

       sumarCampana.
           MOVE cpId(i) to campanaBusca
           MOVE i to j
           PERFORM buscarLiquidada
           MOVE j to i
           IF hallado NOT = "S"
               ADD 1 to cantAbiertas
               ADD cpNeto(i) to totRecaudado
               ADD cpGastado(i) to totGastado
               IF cpGastado(i) > cpNeto(i)
                   ADD 1 to cantSobregiro
               END-IF
           END-IF.

      ******************************************************************
      * Por cobrar: cada extracto de GLEXTR menos sus pagos en
      * REEMPAG, igual que reporteReembolsos.  Un pago de mas no
      * baja lo pendiente de otro extracto.
      ******************************************************************
       calcularPorCobrar.
           OPEN INPUT glFile
           IF glEstado NOT = "35"
               PERFORM leerExtracto
               PERFORM UNTIL glEstado = "10"
                   IF cantExtractos < 1000
                       ADD 1 to cantExtractos
                       MOVE glReferencia to exRef(cantExtractos)
                       MOVE glMonto to exMonto(cantExtractos)
                       MOVE ZEROS to exPagado(cantExtractos)
                       ADD glMonto to totPedido
                   ELSE
                       DISPLAY"Tabla de extractos llena, aborta"
                       MOVE 8 to RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM leerExtracto
               END-PERFORM
               CLOSE glFile
           END-IF
           OPEN INPUT reempFile
           IF reempEstado NOT = "35"
               PERFORM leerPago
               PERFORM UNTIL reempEstado = "10"
                   ADD pagMonto to totPagado
                   MOVE"N" to hallado
                   PERFORM compararExtracto VARYING i FROM 1 BY 1
                       UNTIL i > cantExtractos OR hallado = "S"
                   IF hallado NOT = "S"
                       ADD 1 to cantPagoHuerf
                   END-IF
                   PERFORM leerPago
               END-PERFORM
               CLOSE reempFile
           END-IF
           PERFORM sumarPendiente VARYING i FROM 1 BY 1
               UNTIL i > cantExtractos.

       leerExtracto.
           READ glFile
               AT END MOVE "10" to glEstado
           END-READ.

       leerPago.
           READ reempFile
               AT END MOVE "10" to reempEstado
           END-READ.

       compararExtracto.
           IF exRef(i) = pagReferencia
               MOVE"S" to hallado
               ADD pagMonto to exPagado(i)
           END-IF.

       sumarPendiente.
           COMPUTE pendienteRef = exMonto(i) - exPagado(i)
           IF pendienteRef > 0
               ADD pendienteRef to posPorCobrar
           ELSE
               SUBTRACT pendienteRef from pagoDeMas
           END-IF.

      ******************************************************************
      * En caja: neto aportado (sin la empresa) menos lo depositado,
      * igual que conciliaDepositos.
      ******************************************************************
       calcularEnCaja.
           OPEN INPUT depositoFile
           IF depositoEstado NOT = "35"
               PERFORM leerDeposito
               PERFORM UNTIL depositoEstado = "10"
                   ADD depMonto to totDepositado
                   PERFORM leerDeposito
               END-PERFORM
               CLOSE depositoFile
           END-IF
           COMPUTE posEnCaja = totEfectivo - totDepositado.

       leerDeposito.
           READ depositoFile
               AT END MOVE "10" to depositoEstado
           END-READ.

      * Prometido: lo que falta de cada promesa abierta segun el
      * ledger.  El pagado guardado en PROMESAS lo pone al dia
      * reportePromesas; si no coincide, se avisa.
       calcularPrometido.
           PERFORM sumarPromesa VARYING i FROM 1 BY 1
               UNTIL i > cantPromesas.

       sumarPromesa.
           ADD pmMonto(i) to totPrometido
           ADD pmPagado(i) to totPagoPromesa
           COMPUTE pendPromesa = pmMonto(i) - pmPagado(i)
           IF pendPromesa > 0
               ADD pendPromesa to posPrometido
           END-IF
           IF pmGuardado(i) NOT = pmPagado(i)
               ADD 1 to cantDesactual
           END-IF.

      ******************************************************************
      * Fotos de fin de mes: la anterior es la ultima de un mes
      * previo al actual.
      ******************************************************************
       cargarFotos.
           MOVE"N" to hayAnterior
           MOVE ZEROS to fotoAnt
           OPEN INPUT fotoFile
           IF fotoEstado NOT = "35"
               PERFORM leerFoto
               PERFORM UNTIL fotoEstado = "10"
                   PERFORM anotarFoto
                   PERFORM leerFoto
               END-PERFORM
               CLOSE fotoFile
           END-IF.

       leerFoto.
           READ fotoFile
               AT END MOVE "10" to fotoEstado
           END-READ.

       anotarFoto.
           IF cantFotos < 120
               ADD 1 to cantFotos
               MOVE fotMes to ftMes(cantFotos)
               MOVE fotFecha to ftFecha(cantFotos)
               MOVE fotFondo to ftFondo(cantFotos)
               MOVE fotRetenido to ftRetenido(cantFotos)
               MOVE fotPorCobrar to ftPorCobrar(cantFotos)
               MOVE fotEnCaja to ftEnCaja(cantFotos)
               MOVE fotPrometido to ftPrometido(cantFotos)
               IF fotMes < mesHoy
                   IF hayAnterior = "N" OR
                       fotMes > ftMes(fotoAnt)
                       MOVE"S" to hayAnterior
                       MOVE cantFotos to fotoAnt
                   END-IF
               END-IF
           ELSE
               DISPLAY"Tabla de fotos llena, depurar POSMES"
               MOVE 8 to RETURN-CODE
               STOP RUN
           END-IF.

      * La foto del mes reemplaza a la que ya hubiera del mismo mes;
      * se reescribe POSMES entero.
       guardarFoto.
           MOVE"N" to hallado
           PERFORM compararFotoMes VARYING i FROM 1 BY 1
               UNTIL i > cantFotos OR hallado = "S"
           IF hallado NOT = "S"
               IF cantFotos < 120
                   ADD 1 to cantFotos
                   MOVE cantFotos to i
               ELSE
                   DISPLAY"Tabla de fotos llena, depurar POSMES"
                   MOVE 8 to RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE mesHoy to ftMes(i)
           MOVE fechaHoy to ftFecha(i)
           MOVE posFondo to ftFondo(i)
           MOVE posRetenido to ftRetenido(i)
           MOVE posPorCobrar to ftPorCobrar(i)
           MOVE posEnCaja to ftEnCaja(i)
           MOVE posPrometido to ftPrometido(i)
           OPEN OUTPUT fotoFile
           PERFORM grabarFotoTabla VARYING i FROM 1 BY 1
               UNTIL i > cantFotos
           CLOSE fotoFile
           DISPLAY"Foto de fin de mes ",mesHoy," grabada en POSMES".

       compararFotoMes.
           IF ftMes(i) = mesHoy
               MOVE"S" to hallado
               SUBTRACT 1 from i
           END-IF.

       grabarFotoTabla.
           MOVE ftMes(i) to fotMes
           MOVE ftFecha(i) to fotFecha
           MOVE ftFondo(i) to fotFondo
           MOVE ftRetenido(i) to fotRetenido
           MOVE ftPorCobrar(i) to fotPorCobrar
           MOVE ftEnCaja(i) to fotEnCaja
           MOVE ftPrometido(i) to fotPrometido
           WRITE fotRec.

      ******************************************************************
      * Hoja de posicion.
      ******************************************************************
       generarReporte.
           OPEN OUTPUT reporteFile
           MOVE SPACES to repLinea
           STRING"ESTADO DE POSICION DEL TESORERO - FECHA: " fechaHoy
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           IF hayAnterior = "S"
               STRING"VARIACION CONTRA LA FOTO DE FIN DE MES "
                   ftMes(fotoAnt) " (POSMES)"
                   DELIMITED BY SIZE INTO repLinea
           ELSE
               MOVE"SIN FOTO DE UN MES ANTERIOR EN POSMES" to repLinea
           END-IF
           WRITE repLinea
           MOVE SPACES to repLinea
           WRITE repLinea
           STRING"LINEA                                    HOY"
               "  MES ANTERIOR     VARIACION"
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           PERFORM imprimirLineaFondo
           PERFORM imprimirLineaRetenido
           PERFORM imprimirLineaPorCobrar
           PERFORM imprimirLineaEnCaja
           PERFORM imprimirLineaPrometido
           PERFORM imprimirUbicacion
           CLOSE reporteFile.

       imprimirLineaFondo.
           MOVE"PLATA EN EL FONDO COMUN" to etiqueta
           MOVE posFondo to montoLinea
           IF hayAnterior = "S"
               MOVE ftFondo(fotoAnt) to montoAnterior
           END-IF
           PERFORM imprimirLinea
           MOVE"S" to controlOk
           IF hayFondo = "N" AND cantFonMov > 0
               MOVE"N" to controlOk
           END-IF
           IF cantFonMov > 0
               IF sumaFonMov NOT = posFondo
                   MOVE"N" to controlOk
               END-IF
               IF ultimoFonMov NOT = posFondo
                   MOVE"N" to controlOk
               END-IF
           END-IF
           MOVE sumaFonMov to montoEdit
           MOVE ultimoFonMov to montoEdit2
           MOVE SPACES to repLinea
           STRING"  CONTROL: FONMOV SUMA " montoEdit
               " ULTIMO SALDO " montoEdit2
               DELIMITED BY SIZE INTO repLinea
           PERFORM cerrarControl.

       imprimirLineaRetenido.
           MOVE"RETENIDO EN CAMPANAS ABIERTAS" to etiqueta
           MOVE posRetenido to montoLinea
           IF hayAnterior = "S"
               MOVE ftRetenido(fotoAnt) to montoAnterior
           END-IF
           PERFORM imprimirLinea
           MOVE totRecaudado to montoEdit
           MOVE totGastado to montoEdit2
           MOVE cantAbiertas to cantEdit
           MOVE SPACES to repLinea
           STRING"  CONTROL: " cantEdit " CAMPANAS, JUNTADO "
               montoEdit " GASTADO " montoEdit2
               DELIMITED BY SIZE INTO repLinea
           MOVE"S" to controlOk
           IF cantSobregiro > 0
               MOVE"N" to controlOk
           END-IF
           PERFORM cerrarControl
           IF cantSobregiro > 0
               MOVE cantSobregiro to cantEdit
               MOVE SPACES to repLinea
               STRING"  " cantEdit " CAMPANAS GASTARON MAS DE LO"
                   " JUNTADO: LIQUIDARLAS"
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

       imprimirLineaPorCobrar.
           MOVE"POR COBRAR A CONTABILIDAD" to etiqueta
           MOVE posPorCobrar to montoLinea
           IF hayAnterior = "S"
               MOVE ftPorCobrar(fotoAnt) to montoAnterior
           END-IF
           PERFORM imprimirLinea
           MOVE totPedido to montoEdit
           MOVE totPagado to montoEdit2
           MOVE SPACES to repLinea
           STRING"  CONTROL: PEDIDO " montoEdit " PAGADO " montoEdit2
               DELIMITED BY SIZE INTO repLinea
           MOVE"S" to controlOk
           IF cantPagoHuerf > 0 OR pagoDeMas > 0
               MOVE"N" to controlOk
           END-IF
           PERFORM cerrarControl
           IF cantPagoHuerf > 0 OR pagoDeMas > 0
               MOVE cantPagoHuerf to cantEdit
               MOVE pagoDeMas to montoEdit
               MOVE SPACES to repLinea
               STRING"  PAGOS SIN EXTRACTO " cantEdit
                   " PAGADO DE MAS " montoEdit
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

       imprimirLineaEnCaja.
           MOVE"EFECTIVO SIN DEPOSITAR" to etiqueta
           MOVE posEnCaja to montoLinea
           IF hayAnterior = "S"
               MOVE ftEnCaja(fotoAnt) to montoAnterior
           END-IF
           PERFORM imprimirLinea
           MOVE totEfectivo to montoEdit
           MOVE totDepositado to montoEdit2
           MOVE SPACES to repLinea
           STRING"  CONTROL: APORTADO " montoEdit " DEPOSITADO "
               montoEdit2
               DELIMITED BY SIZE INTO repLinea
           MOVE"S" to controlOk
           IF posEnCaja < 0
               MOVE"N" to controlOk
           END-IF
           PERFORM cerrarControl.

       imprimirLineaPrometido.
           MOVE"PROMETIDO SIN COBRAR" to etiqueta
           MOVE posPrometido to montoLinea
           IF hayAnterior = "S"
               MOVE ftPrometido(fotoAnt) to montoAnterior
           END-IF
           PERFORM imprimirLinea
           MOVE totPrometido to montoEdit
           MOVE totPagoPromesa to montoEdit2
           MOVE SPACES to repLinea
           STRING"  CONTROL: PROMETIDO " montoEdit " PAGADO "
               montoEdit2
               DELIMITED BY SIZE INTO repLinea
           MOVE"S" to controlOk
           IF cantDesactual > 0
               MOVE"N" to controlOk
           END-IF
           PERFORM cerrarControl
           IF cantDesactual > 0
               MOVE cantDesactual to cantEdit
               MOVE SPACES to repLinea
               STRING"  " cantEdit " PROMESAS CON PAGADO VIEJO:"
                   " CORRER reportePromesas"
                   DELIMITED BY SIZE INTO repLinea
               WRITE repLinea
           END-IF.

      * La plata propia (fondo mas retenido) esta en caja, en
      * contabilidad o en el banco: el banco sale por diferencia, y
      * si da negativo las partes no cierran.
       imprimirUbicacion.
           COMPUTE posPropio = posFondo + posRetenido
           COMPUTE posBanco = posPropio - posEnCaja - posPorCobrar
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE posPropio to montoEdit
           MOVE SPACES to repLinea
           STRING"PLATA PROPIA (FONDO + RETENIDO):   " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE posEnCaja to montoEdit
           MOVE SPACES to repLinea
           STRING"  EN CAJA SIN DEPOSITAR:           " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE posPorCobrar to montoEdit
           MOVE SPACES to repLinea
           STRING"  EN CONTABILIDAD POR COBRAR:      " montoEdit
               DELIMITED BY SIZE INTO repLinea
           WRITE repLinea
           MOVE posBanco to montoEdit
           MOVE SPACES to repLinea
           STRING"  EN EL BANCO (POR DIFERENCIA):    " montoEdit
               DELIMITED BY SIZE INTO repLinea
           MOVE"S" to controlOk
           IF posBanco < 0
               MOVE"N" to controlOk
           END-IF
           PERFORM cerrarControl
           MOVE SPACES to repLinea
           WRITE repLinea
           MOVE SPACES to repLinea
           IF huboRevisar = "S"
               MOVE"RESULTADO: HAY CONTROLES QUE NO CIERRAN, REVISAR"
                   to repLinea
           ELSE
               MOVE"RESULTADO: TODAS LAS PARTES CIERRAN" to repLinea
           END-IF
           WRITE repLinea.

       imprimirLinea.
           MOVE montoLinea to montoEdit
           MOVE SPACES to repLinea
           IF hayAnterior = "S"
               COMPUTE variacion = montoLinea - montoAnterior
               MOVE montoAnterior to antEdit
               MOVE variacion to varEdit
               STRING etiqueta montoEdit " " antEdit " " varEdit
                   DELIMITED BY SIZE INTO repLinea
           ELSE
               STRING etiqueta montoEdit
                   DELIMITED BY SIZE INTO repLinea
           END-IF
           WRITE repLinea.

      * La linea de control ya viene armada en repLinea; se le agrega
      * OK o REVISAR al final.
       cerrarControl.
           IF controlOk = "S"
               MOVE"OK" to repLinea(73:2)
           ELSE
               MOVE"REVISAR" to repLinea(73:7)
               MOVE"S" to huboRevisar
           END-IF
           WRITE repLinea.

       END PROGRAM posicionTesoreria.
