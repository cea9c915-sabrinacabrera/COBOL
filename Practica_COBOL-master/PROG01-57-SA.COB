      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Indicadores mensuales de cobranza que gerencia
      *              pide cada mes y se armaban en una planilla desde
      *              cuatro listados: dias de venta en la calle (DSO),
      *              indice de efectividad de cobranza (CEI),
      *              porcentaje vencido por tramo de antiguedad y dias
      *              promedio de pago, en total, por sucursal y por
      *              moneda (el total y las sucursales en pesos, el
      *              dolar a la TASA-USD de parametros).
      *              Para el periodo en proceso toma el saldo inicial
      *              de SaldosClientes.TXT, las ventas del periodo de
      *              FacturasEmitidas.TXT y los cobros de
      *              PagosAplicados.TXT, que aplica del periodo mas
      *              viejo al mas nuevo (misma regla que PROG01-07-SA)
      *              para llegar al saldo final por tramo y a los dias
      *              de pago (fecha del pago contra la emision de la
      *              factura cancelada). Corre despues de PROG01-06-SA
      *              y ANTES de PROG01-07-SA, que consume los pagos y
      *              reescribe los saldos (igual que PROG01-27-SA).
      *              Los indicadores quedan en el historico
      *              KpiHistoria.TXT (reprocesar un periodo reemplaza
      *              sus renglones) y se imprime la tendencia de los
      *              ultimos doce periodos como la de PROG01-16-SA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-57-SA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Archivo central de parametros de corrida (ver PARAMS.CPY):
      *    el unico nombre fijo que queda; todos los demas se arman
      *    desde la ruta que trae.
           SELECT PARAMETROS          ASSIGN TO DISK
           'C:\Users\POSA-116\Desktop\Archivos\Parametros.TXT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAR.

      *    Mismo maestro de saldos que reescribe PROG01-07-SA, abierto
      *    solo lectura: antes de PROG01-07-SA es el saldo inicial
      *    del periodo.
           SELECT SALDOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-SALDOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SAL.

      *    Facturas emitidas por PROG01-10-SA: las ventas del periodo,
      *    la fecha de emision de cada saldo y el vencimiento para la
      *    antiguedad (ver VENCIM.CPY).
           SELECT EMITIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EMITIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VTO.

      *    Mismo PagosAplicados.TXT que escribe PROG01-06-SA y
      *    consume PROG01-07-SA.
           SELECT PAGOS-ENTRADA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PAGOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAG.

      *    Mismo maestro indexado que mantiene PROG01-02-SA, abierto
      *    INPUT: la sucursal de cada cliente.
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Historico acumulativo de indicadores: un renglon por
      *    periodo y dimension (total, sucursal o moneda).
           SELECT KPI-HISTORIA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-KPI-HISTORIA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-KHI.

      *    Copia de trabajo del historico al reemplazar el periodo
      *    (mismo idioma que AsientosGLTrabajo en PROG01-10-SA).
           SELECT KPI-TRABAJO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-KPI-TRABAJO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-KTR.

      *    Informe de indicadores del periodo.
           SELECT INFORME-KPI
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-INFORME-KPI
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INF.

      *    Tendencia de los ultimos doce periodos por dimension.
           SELECT TENDENCIA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-TENDENCIA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TEN.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

       FD SALDOS.

      *    Mismo layout que FD-SALDOS en PROG01-07-SA.
       01 FD-SALDOS.
         05 WSF-SAL-CTE           PIC 9(07).
         05 WSF-SAL-NYA           PIC X(60).
         05 WSF-SAL-MONEDA        PIC X(03).
         05 WSF-SAL-PERIODO       PIC 9(06).
         05 WSF-SAL-IMPORTE       PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD EMITIDAS.

      *    Mismo layout que FD-EMITIDAS en PROG01-10-SA.
       01 FD-EMITIDAS.
         05 WSF-EMI-NUMERO        PIC 9(08).
         05 WSF-EMI-CTE           PIC 9(07).
         05 WSF-EMI-NYA           PIC X(60).
         05 WSF-EMI-PERIODO       PIC 9(06).
         05 WSF-EMI-MONEDA        PIC X(03).
         05 WSF-EMI-NETO          PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-EMI-CUOTAS        PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-EMI-IVA           PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-EMI-TOTAL         PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-EMI-PERCEPCIONES PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-EMI-CAE           PIC X(14).
         05 WSF-EMI-CAE-FECHA     PIC 9(08).
         05 WSF-EMI-LETRA         PIC X(01).
         05 WSF-EMI-PTO-VTA       PIC 9(04).
         05 WSF-EMI-FECHA-EMISION PIC 9(08).
         05 WSF-EMI-VENCIMIENTO   PIC 9(08).
         05 WSF-EMI-DTO-PCT       PIC 9(02)V99.
         05 WSF-EMI-DTO-VENCE     PIC 9(08).
      *    Origen: en blanco facturacion mensual / M venta de
      *    mostrador (ver PROG01-10-SA).
         05 WSF-EMI-ORIGEN        PIC X(01).

       FD PAGOS-ENTRADA.

      *    Mismo layout que FD-PAGOS en PROG01-06-SA.
       01 FD-PAGOS-ENTRADA.
         05 WSF-PAG-CTE           PIC 9(07).
         05 WSF-PAG-FECHA         PIC 9(08).
         05 WSF-PAG-IMPORTE       PIC 9(07)V99.
         05 WSF-PAG-MONEDA        PIC X(03).
         05 WSF-PAG-NRO-RECIBO    PIC 9(08).
         05 WSF-PAG-DOCUMENTOS.
           10 WSF-PAG-DOC OCCURS 5 TIMES.
             15 WSF-PAG-DOC-LETRA   PIC X(01).
             15 WSF-PAG-DOC-PTO-VTA PIC 9(04).
             15 WSF-PAG-DOC-NUMERO  PIC 9(08).

       FD CLIENTES.

      *    Mismo layout que FD-CLIENTES en PROG01-02-SA.
       01 FD-CLIENTES.
         05 WSF-CTE-CTE          PIC 9(07).
         05 WSF-CTE-NYA          PIC X(60).
         05 WSF-CTE-IMPORT-C     PIC 9(07)V99.
         05 WSF-CTE-ACTIVO       PIC X(01).
         05 WSF-CTE-MONEDA       PIC X(03).
         05 WSF-CTE-ABONO-MIN    PIC 9(07)V99.
         05 WSF-CTE-SUCURSAL     PIC 9(02).
         05 WSF-CTE-DOMICILIO    PIC X(40).
         05 WSF-CTE-CUIT         PIC X(13).
         05 WSF-CTE-COND-IVA     PIC X(02).
         05 WSF-CTE-EMAIL        PIC X(40).
         05 WSF-CTE-FORMA-PAGO   PIC X(01).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD KPI-HISTORIA.

      *    Tipo T total / S sucursal (clave = sucursal) / M moneda
      *    (clave = moneda). Importes del total y de las sucursales
      *    en pesos; los de moneda, en la moneda.
       01 FD-KPI-HISTORIA.
         05 WSF-KHI-PERIODO       PIC 9(06).
         05 WSF-KHI-TIPO          PIC X(01).
         05 WSF-KHI-CLAVE         PIC X(03).
         05 WSF-KHI-SALDO-INICIAL PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-KHI-VENTAS        PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-KHI-COBROS        PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-KHI-SALDO-FINAL   PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-KHI-VENCIDO-30    PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-KHI-VENCIDO-60    PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-KHI-VENCIDO-90    PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-KHI-DSO           PIC S9(05)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-KHI-CEI           PIC S9(05)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-KHI-PCT-VENCIDO   PIC S9(05)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-KHI-DIAS-PAGO     PIC S9(05)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-KHI-FECHA         PIC 9(08).

       FD KPI-TRABAJO.

       01 FD-KPI-TRABAJO           PIC X(148).

       FD INFORME-KPI.

       01 FD-INFORME-KPI           PIC X(132).

       FD TENDENCIA.

       01 FD-TENDENCIA             PIC X(100).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-SAL                           PIC X(02).
             88 WSS-FS-SAL-OK                      VALUE '00'.
             88 WSS-FS-SAL-EOF                     VALUE '10'.
             88 WSS-FS-SAL-NOEXISTE                VALUE '35'.
           05 WSS-FS-PAG                           PIC X(02).
             88 WSS-FS-PAG-OK                      VALUE '00'.
             88 WSS-FS-PAG-EOF                     VALUE '10'.
             88 WSS-FS-PAG-NOEXISTE                VALUE '35'.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-CTE-NOEXISTE                VALUE '35'.
           05 WSS-FS-KHI                           PIC X(02).
             88 WSS-FS-KHI-OK                      VALUE '00'.
             88 WSS-FS-KHI-EOF                     VALUE '10'.
             88 WSS-FS-KHI-NOEXISTE                VALUE '35'.
           05 WSS-FS-KTR                           PIC X(02).
             88 WSS-FS-KTR-OK                      VALUE '00'.
             88 WSS-FS-KTR-EOF                     VALUE '10'.
           05 WSS-FS-INF                           PIC X(02).
             88 WSS-FS-INF-OK                      VALUE '00'.
           05 WSS-FS-TEN                           PIC X(02).
             88 WSS-FS-TEN-OK                      VALUE '00'.

      *    Sin maestro de clientes todo queda en la sucursal 00.
       01 WSS-CTES-ABIERTO            PIC X VALUE 'N'.
           88 WSS-CTES-SI-ABIERTO     VALUE 'S'.

       01 WSS-ENCONTRADO              PIC X VALUE 'N'.
           88 WSS-SI-ENCONTRADO       VALUE 'S'.

      *    Alguna tabla se lleno: los indicadores salen incompletos y
      *    no se graban en el historico.
       01 WSS-DESBORDE                PIC X VALUE 'N'.
           88 WSS-SI-DESBORDE         VALUE 'S'.

       01 CONSTANTES.
           05 WSC-MONEDA-BASE       PIC X(03) VALUE 'ARS'.
           05 WSC-MAX-EMISIONES     PIC 9(04) VALUE 5000.
           05 WSC-MAX-DEUDA         PIC 9(04) VALUE 6000.
           05 WSC-MAX-CLIENTES      PIC 9(04) VALUE 3000.
           05 WSC-MAX-DIMENSIONES   PIC 9(03) VALUE 120.
           05 WSC-MESES             PIC 9(02) VALUE 12.

      *    Ultima emision por cliente, periodo y moneda (la
      *    reemision mas reciente es la que vale, como en
      *    VENCIM.CPY): fecha y total facturado.
       01 TABLA-EMISIONES.
           05 WST-CANT-EMI          PIC 9(04) VALUE 0.
           05 WST-EMI OCCURS 5000 TIMES
                             INDEXED BY WSI-EMI.
               10 WST-EMI-CTE       PIC 9(07).
               10 WST-EMI-PERIODO   PIC 9(06).
               10 WST-EMI-MONEDA    PIC X(03).
               10 WST-EMI-FECHA     PIC 9(08).
               10 WST-EMI-TOTAL     PIC S9(09)V99.

      *    Deuda por cliente, moneda y periodo de origen: el saldo
      *    inicial mas las ventas del periodo, a la que se le aplican
      *    los cobros. Tramo de mora al cierre del periodo (ver
      *    VENCIM.CPY).
       01 TABLA-DEUDA.
           05 WST-CANT-DDA          PIC 9(04) VALUE 0.
           05 WST-DDA OCCURS 6000 TIMES
                             INDEXED BY WSI-DDA.
               10 WST-DDA-CTE       PIC 9(07).
               10 WST-DDA-MONEDA    PIC X(03).
               10 WST-DDA-PERIODO   PIC 9(06).
               10 WST-DDA-SUCURSAL  PIC 9(02).
               10 WST-DDA-IMPORTE   PIC S9(09)V99.
               10 WST-DDA-TRAMO     PIC 9(01).
               10 WST-DDA-FECHA-EMI PIC 9(08).

      *    Sucursal de cada cliente leida del maestro una sola vez.
       01 TABLA-CLIENTES.
           05 WST-CANT-CLI          PIC 9(04) VALUE 0.
           05 WST-CLI OCCURS 3000 TIMES
                             INDEXED BY WSI-CLI.
               10 WST-CLI-CTE       PIC 9(07).
               10 WST-CLI-SUCURSAL  PIC 9(02).

      *    Acumulados del periodo por dimension: T total, S por
      *    sucursal, M por moneda.
       01 TABLA-DIMENSIONES.
           05 WST-CANT-DIM          PIC 9(03) VALUE 0.
           05 WST-DIM OCCURS 120 TIMES
                             INDEXED BY WSI-DIM.
               10 WST-DIM-TIPO      PIC X(01).
               10 WST-DIM-CLAVE     PIC X(03).
               10 WST-DIM-INICIAL   PIC S9(11)V99.
               10 WST-DIM-VENTAS    PIC S9(11)V99.
               10 WST-DIM-COBROS    PIC S9(11)V99.
               10 WST-DIM-TRAMO OCCURS 4 TIMES
                                    PIC S9(11)V99.
               10 WST-DIM-IMP-DIAS  PIC S9(11)V99.
               10 WST-DIM-DIAS-POND PIC S9(15)V99.
               10 WST-DIM-FINAL     PIC S9(11)V99.
               10 WST-DIM-DSO       PIC S9(05)V99.
               10 WST-DIM-CEI       PIC S9(05)V99.
               10 WST-DIM-PCT-VENC  PIC S9(05)V99.
               10 WST-DIM-PCT-TRAMO OCCURS 3 TIMES
                                    PIC S9(05)V99.
               10 WST-DIM-DIAS-PAGO PIC S9(05)V99.

      *    Tendencia: dimension x periodo relativo (1 = el mas viejo
      *    de la ventana de doce meses, 12 = el periodo en proceso),
      *    como la matriz de PROG01-16-SA.
       01 TABLA-TENDENCIA.
           05 WST-CANT-TEN          PIC 9(03) VALUE 0.
           05 WST-TEN OCCURS 120 TIMES
                             INDEXED BY WSI-TEN.
               10 WST-TEN-TIPO      PIC X(01).
               10 WST-TEN-CLAVE     PIC X(03).
               10 WST-TEN-MES OCCURS 12 TIMES.
                   15 WST-TEN-DSO       PIC S9(05)V99.
                   15 WST-TEN-CEI       PIC S9(05)V99.
                   15 WST-TEN-PCT-VENC  PIC S9(05)V99.
                   15 WST-TEN-DIAS-PAGO PIC S9(05)V99.
                   15 WST-TEN-CON-DATO  PIC X(01).

      *    Pedido de acumulacion a las dimensiones (160000): concepto
      *    I saldo inicial / V ventas / C cobros / 0-3 saldo final
      *    del tramo / D importe cobrado con sus dias de pago.
       01 WSV-ACUMULACION.
           05 WSV-ACU-CONCEPTO      PIC X(01).
           05 WSV-ACU-MONEDA        PIC X(03).
           05 WSV-ACU-SUCURSAL      PIC 9(02).
           05 WSV-ACU-IMPORTE       PIC S9(09)V99.
           05 WSV-ACU-DIAS          PIC S9(05).

       01 WSV-IMPORTE-DIM           PIC S9(11)V99.
       01 WSV-BUSCA-TIPO            PIC X(01).
       01 WSV-BUSCA-CLAVE           PIC X(03).
       01 WSV-CLAVE-SUCURSAL        PIC 9(03).
       01 WSV-TRAMO-SUB             PIC 9(01).
       01 WSV-SUB                   PIC 9(02).

       01 WSV-SUCURSAL-CTE          PIC 9(02).
       01 WSV-FECHA-SISTEMA         PIC 9(08).
       01 WSV-DIAS-PERIODO          PIC 9(02).
       01 WSV-FECHA-PAGO            PIC 9(08).
       01 WSV-FECHA-EMI             PIC 9(08).
       01 WSV-RESTO                 PIC S9(09)V99.
       01 WSV-APLICADO              PIC S9(09)V99.
       01 WSV-POS-VIEJO             PIC 9(04).
       01 WSV-PERIODO-VIEJO         PIC 9(06).
       01 WSV-DENOMINADOR           PIC S9(13)V99.

       01 WSV-PERIODO-REL           PIC S9(05).
       01 WSV-MES-REL               PIC 9(02).

       01 WSV-PERIODO-HIST-R.
           05 WSV-PH-ANIO           PIC 9(04).
           05 WSV-PH-MES            PIC 9(02).

       01 WSV-PERIODO-BASE-R.
           05 WSV-PB-ANIO           PIC 9(04).
           05 WSV-PB-MES            PIC 9(02).

       01 WSV-PERIODO-COLUMNA       PIC 9(06).

       01 CONTADORES.
           05 WSCC-CONT-SALDOS      PIC 9(07).
           05 WSCC-CONT-EMITIDAS    PIC 9(07).
           05 WSCC-CONT-VENTAS      PIC 9(07).
           05 WSCC-CONT-PAGOS       PIC 9(07).
           05 WSCC-CONT-HISTORIA    PIC 9(07).

       01 WSL-LINEA                 PIC X(132).
       01 WSL-DIMENSION             PIC X(14).
       01 WSL-IMP-INICIAL           PIC -----------,99.
       01 WSL-IMP-VENTAS            PIC -----------,99.
       01 WSL-IMP-COBROS            PIC -----------,99.
       01 WSL-IMP-FINAL             PIC -----------,99.
       01 WSL-KPI-DSO               PIC ----9,9.
       01 WSL-KPI-CEI               PIC ----9,9.
       01 WSL-KPI-VENC              PIC ----9,9.
       01 WSL-KPI-30                PIC ----9,9.
       01 WSL-KPI-60                PIC ----9,9.
       01 WSL-KPI-90                PIC ----9,9.
       01 WSL-KPI-DIAS              PIC ----9,9.

       01 WSV-ARCH-SALDOS                 PIC X(80).
       01 WSV-ARCH-EMITIDAS               PIC X(80).
       01 WSV-ARCH-PAGOS                  PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-KPI-HISTORIA           PIC X(80).
       01 WSV-ARCH-KPI-TRABAJO            PIC X(80).
       01 WSV-ARCH-INFORME-KPI            PIC X(80).
       01 WSV-ARCH-TENDENCIA              PIC X(80).

           COPY PARAMS.
           COPY VENCIM.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           PERFORM 100000-INICIO.
           PERFORM 110000-CARGAR-EMISIONES.
           PERFORM 120000-CARGAR-SALDOS.
           PERFORM 130000-VENTAS-DEL-PERIODO.
           PERFORM 140000-APLICAR-PAGOS.
           PERFORM 150000-SALDO-FINAL.
           PERFORM 170000-CALCULAR-INDICADORES.

           IF WSS-CTES-SI-ABIERTO
               CLOSE CLIENTES
           END-IF.

           PERFORM 200000-INFORME-KPI.

           IF WSS-SI-DESBORDE
               DISPLAY 'INDICADORES INCOMPLETOS (TABLA LLENA): NO SE '
                       'GRABAN EN EL HISTORICO'
           ELSE
               PERFORM 300000-GRABAR-HISTORIA
           END-IF.

           PERFORM 400000-TENDENCIA.

           DISPLAY '********************************************'
           DISPLAY 'PERIODO =' WSP-PERIODO-PROCESO
           DISPLAY 'SALDOS INICIALES LEIDOS =' WSCC-CONT-SALDOS
           DISPLAY 'FACTURAS EMITIDAS LEIDAS =' WSCC-CONT-EMITIDAS
           DISPLAY 'FACTURAS DEL PERIODO =' WSCC-CONT-VENTAS
           DISPLAY 'PAGOS APLICADOS =' WSCC-CONT-PAGOS
           DISPLAY 'DIMENSIONES =' WST-CANT-DIM
           DISPLAY 'RENGLONES DE HISTORIA =' WSCC-CONT-HISTORIA
           DISPLAY '********************************************'.

           STOP RUN.

       100000-INICIO.

           INITIALIZE CONTADORES.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WSP-PERIODO-PROCESO TO WSV-PERIODO-BASE-R.

           DISPLAY 'PERIODO DE LOS INDICADORES: ' WSP-PERIODO-PROCESO.

      *    Fecha de corte y vencimientos para la antiguedad; el dia
      *    de la fecha de corte es la cantidad de dias del periodo.
           PERFORM 970000-CARGAR-VENCIMIENTOS.
           MOVE WSV-VTO-CORTE-DIA TO WSV-DIAS-PERIODO.

           OPEN INPUT CLIENTES.
           IF WSS-FS-CTE-NOEXISTE
               DISPLAY 'SIN MAESTRO DE CLIENTES: TODO EN SUCURSAL 00'
           ELSE
             IF NOT WSS-FS-CTE-OK
               DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
               DISPLAY 'FILE STATUS' WSS-FS-CTE
               STOP RUN
             ELSE
               MOVE 'S' TO WSS-CTES-ABIERTO
             END-IF
           END-IF.

      *    El total va primero en la tabla de dimensiones.
           MOVE 'T'    TO WSV-BUSCA-TIPO
           MOVE SPACES TO WSV-BUSCA-CLAVE
           PERFORM 165000-BUSCAR-DIMENSION.

       110000-CARGAR-EMISIONES.

           MOVE 0 TO WST-CANT-EMI

           OPEN INPUT EMITIDAS.
           IF WSS-FS-VTO-NOEXISTE
               DISPLAY 'SIN FacturasEmitidas.TXT: VENTAS DEL PERIODO '
                       'EN CERO'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-VTO-OK
             DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-VTO
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-VTO-EOF
               READ EMITIDAS
                  EVALUATE TRUE
                     WHEN WSS-FS-VTO-OK
                          ADD 1 TO WSCC-CONT-EMITIDAS
      *                   La venta de mostrador se cobra en el acto: no
      *                   es venta a credito para el DSO ni el CEI.
                          IF WSF-EMI-ORIGEN NOT = 'M'
                              PERFORM 115000-SUMAR-EMISION
                          END-IF
                     WHEN WSS-FS-VTO-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
                          DISPLAY 'FILE STATUS' WSS-FS-VTO
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE EMITIDAS.

       115000-SUMAR-EMISION.

           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-EMI FROM 1 BY 1
                   UNTIL WSI-EMI > WST-CANT-EMI
               IF WST-EMI-CTE (WSI-EMI) = WSF-EMI-CTE
                 AND WST-EMI-PERIODO (WSI-EMI) = WSF-EMI-PERIODO
                 AND WST-EMI-MONEDA (WSI-EMI) = WSF-EMI-MONEDA
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-SI-ENCONTRADO
             IF WST-CANT-EMI < WSC-MAX-EMISIONES
               ADD 1 TO WST-CANT-EMI
               SET WSI-EMI TO WST-CANT-EMI
               MOVE WSF-EMI-CTE     TO WST-EMI-CTE (WSI-EMI)
               MOVE WSF-EMI-PERIODO TO WST-EMI-PERIODO (WSI-EMI)
               MOVE WSF-EMI-MONEDA  TO WST-EMI-MONEDA (WSI-EMI)
             ELSE
               MOVE 'S' TO WSS-DESBORDE
               DISPLAY 'TABLA DE EMISIONES LLENA, SE OMITE FACTURA '
                       WSF-EMI-NUMERO
               EXIT PARAGRAPH
             END-IF
           END-IF

           IF WSF-EMI-FECHA-EMISION IS NUMERIC
               MOVE WSF-EMI-FECHA-EMISION TO WST-EMI-FECHA (WSI-EMI)
           ELSE
               MOVE 0 TO WST-EMI-FECHA (WSI-EMI)
           END-IF
           MOVE WSF-EMI-TOTAL TO WST-EMI-TOTAL (WSI-EMI).

       120000-CARGAR-SALDOS.

           MOVE 0 TO WST-CANT-DDA

           OPEN INPUT SALDOS.
           IF WSS-FS-SAL-NOEXISTE
               DISPLAY 'SIN SaldosClientes.TXT: SALDO INICIAL EN CERO'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-SAL-OK
             DISPLAY 'ERROR DE ARCHIVO DE SALDOS'
             DISPLAY 'FILE STATUS' WSS-FS-SAL
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-SAL-EOF
               READ SALDOS
                  EVALUATE TRUE
                     WHEN WSS-FS-SAL-OK
                          ADD 1 TO WSCC-CONT-SALDOS
                          MOVE WSF-SAL-CTE     TO WSV-VTO-CTE
                          MOVE WSF-SAL-MONEDA  TO WSV-VTO-MONEDA
                          MOVE WSF-SAL-PERIODO TO WSV-VTO-PERIODO
                          MOVE WSF-SAL-IMPORTE TO WSV-ACU-IMPORTE
                          PERFORM 125000-SUMAR-DEUDA
                          MOVE 'I' TO WSV-ACU-CONCEPTO
                          PERFORM 160000-ACUM-DIMENSIONES
                     WHEN WSS-FS-SAL-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-SAL
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE SALDOS.

       125000-SUMAR-DEUDA.

      *    Renglon de deuda de WSV-VTO-CTE/MONEDA/PERIODO por
      *    WSV-ACU-IMPORTE; deja cargados moneda y sucursal del
      *    pedido de acumulacion.
           PERFORM 155000-SUCURSAL-CLIENTE
           MOVE WSV-VTO-MONEDA   TO WSV-ACU-MONEDA
           MOVE WSV-SUCURSAL-CTE TO WSV-ACU-SUCURSAL

           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-DDA FROM 1 BY 1
                   UNTIL WSI-DDA > WST-CANT-DDA
               IF WST-DDA-CTE (WSI-DDA) = WSV-VTO-CTE
                 AND WST-DDA-MONEDA (WSI-DDA) = WSV-VTO-MONEDA
                 AND WST-DDA-PERIODO (WSI-DDA) = WSV-VTO-PERIODO
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-SI-ENCONTRADO
             IF WST-CANT-DDA < WSC-MAX-DEUDA
               ADD 1 TO WST-CANT-DDA
               SET WSI-DDA TO WST-CANT-DDA
               MOVE WSV-VTO-CTE      TO WST-DDA-CTE (WSI-DDA)
               MOVE WSV-VTO-MONEDA   TO WST-DDA-MONEDA (WSI-DDA)
               MOVE WSV-VTO-PERIODO  TO WST-DDA-PERIODO (WSI-DDA)
               MOVE WSV-SUCURSAL-CTE TO WST-DDA-SUCURSAL (WSI-DDA)
               MOVE 0                TO WST-DDA-IMPORTE (WSI-DDA)
               PERFORM 972000-DIAS-VENCIDOS
               MOVE WSV-VTO-TRAMO    TO WST-DDA-TRAMO (WSI-DDA)
               PERFORM 127000-FECHA-EMISION
               MOVE WSV-FECHA-EMI    TO WST-DDA-FECHA-EMI (WSI-DDA)
             ELSE
               MOVE 'S' TO WSS-DESBORDE
               DISPLAY 'TABLA DE DEUDA LLENA, SE OMITE CLIENTE '
                       WSV-VTO-CTE
               EXIT PARAGRAPH
             END-IF
           END-IF

           ADD WSV-ACU-IMPORTE TO WST-DDA-IMPORTE (WSI-DDA).

       127000-FECHA-EMISION.

      *    Sin factura emitida para el periodo (cargos anteriores al
      *    registro de emitidas) se toma el primer dia del periodo.
           COMPUTE WSV-FECHA-EMI = WSV-VTO-PERIODO * 100 + 1

           PERFORM VARYING WSI-EMI FROM 1 BY 1
                   UNTIL WSI-EMI > WST-CANT-EMI
               IF WST-EMI-CTE (WSI-EMI) = WSV-VTO-CTE
                 AND WST-EMI-PERIODO (WSI-EMI) = WSV-VTO-PERIODO
                 AND WST-EMI-MONEDA (WSI-EMI) = WSV-VTO-MONEDA
                   IF WST-EMI-FECHA (WSI-EMI) > 0
                       MOVE WST-EMI-FECHA (WSI-EMI) TO WSV-FECHA-EMI
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       130000-VENTAS-DEL-PERIODO.

      *    Lo facturado en el periodo: todavia no esta en el maestro
      *    de saldos (lo incorpora PROG01-07-SA despues).
           PERFORM VARYING WSV-POS-VIEJO FROM 1 BY 1
                   UNTIL WSV-POS-VIEJO > WST-CANT-EMI
               IF WST-EMI-PERIODO (WSV-POS-VIEJO) = WSP-PERIODO-PROCESO
                   ADD 1 TO WSCC-CONT-VENTAS
                   MOVE WST-EMI-CTE (WSV-POS-VIEJO)    TO WSV-VTO-CTE
                   MOVE WST-EMI-MONEDA (WSV-POS-VIEJO)
                                                 TO WSV-VTO-MONEDA
                   MOVE WST-EMI-PERIODO (WSV-POS-VIEJO)
                                                 TO WSV-VTO-PERIODO
                   MOVE WST-EMI-TOTAL (WSV-POS-VIEJO)
                                                 TO WSV-ACU-IMPORTE
                   PERFORM 125000-SUMAR-DEUDA
                   MOVE 'V' TO WSV-ACU-CONCEPTO
                   PERFORM 160000-ACUM-DIMENSIONES
               END-IF
           END-PERFORM.

       140000-APLICAR-PAGOS.

           OPEN INPUT PAGOS-ENTRADA.
           IF WSS-FS-PAG-NOEXISTE
               DISPLAY 'SIN PagosAplicados.TXT: COBROS EN CERO'
               DISPLAY 'CORRER DESPUES DE PROG01-06-SA Y ANTES DE '
                       'PROG01-07-SA'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-PAG-OK
             DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
             DISPLAY 'FILE STATUS' WSS-FS-PAG
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-PAG-EOF
               READ PAGOS-ENTRADA
                  EVALUATE TRUE
                     WHEN WSS-FS-PAG-OK
                          ADD 1 TO WSCC-CONT-PAGOS
                          PERFORM 145000-APLICAR-PAGO
                     WHEN WSS-FS-PAG-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-PAG
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE PAGOS-ENTRADA.

       145000-APLICAR-PAGO.

           MOVE WSF-PAG-CTE    TO WSV-VTO-CTE
           MOVE WSF-PAG-MONEDA TO WSV-VTO-MONEDA
           PERFORM 155000-SUCURSAL-CLIENTE
           MOVE WSF-PAG-MONEDA   TO WSV-ACU-MONEDA
           MOVE WSV-SUCURSAL-CTE TO WSV-ACU-SUCURSAL
           MOVE WSF-PAG-IMPORTE  TO WSV-ACU-IMPORTE
           MOVE 'C' TO WSV-ACU-CONCEPTO
           PERFORM 160000-ACUM-DIMENSIONES

           IF WSF-PAG-FECHA IS NUMERIC AND WSF-PAG-FECHA > 0
               MOVE WSF-PAG-FECHA TO WSV-FECHA-PAGO
           ELSE
               MOVE WSV-VTO-CORTE TO WSV-FECHA-PAGO
           END-IF

      *    Del periodo abierto mas viejo al mas nuevo, como
      *    PROG01-07-SA; cada parte aplicada aporta sus dias de pago.
           MOVE WSF-PAG-IMPORTE TO WSV-RESTO
           PERFORM UNTIL WSV-RESTO NOT > 0
               PERFORM 147000-BUSCAR-MAS-VIEJO
               IF WSV-POS-VIEJO = 0
                   EXIT PERFORM
               END-IF
               SET WSI-DDA TO WSV-POS-VIEJO
               IF WST-DDA-IMPORTE (WSI-DDA) < WSV-RESTO
                   MOVE WST-DDA-IMPORTE (WSI-DDA) TO WSV-APLICADO
               ELSE
                   MOVE WSV-RESTO TO WSV-APLICADO
               END-IF
               SUBTRACT WSV-APLICADO FROM WST-DDA-IMPORTE (WSI-DDA)
               SUBTRACT WSV-APLICADO FROM WSV-RESTO
               COMPUTE WSV-ACU-DIAS =
                       FUNCTION INTEGER-OF-DATE (WSV-FECHA-PAGO) -
                       FUNCTION INTEGER-OF-DATE
                                (WST-DDA-FECHA-EMI (WSI-DDA))
               IF WSV-ACU-DIAS < 0
                   MOVE 0 TO WSV-ACU-DIAS
               END-IF
               MOVE WSV-APLICADO TO WSV-ACU-IMPORTE
               MOVE 'D' TO WSV-ACU-CONCEPTO
               PERFORM 160000-ACUM-DIMENSIONES
           END-PERFORM

      *    Lo cobrado de mas queda como saldo a favor del periodo en
      *    proceso (corriente).
           IF WSV-RESTO > 0
               MOVE WSP-PERIODO-PROCESO TO WSV-VTO-PERIODO
               COMPUTE WSV-ACU-IMPORTE = 0 - WSV-RESTO
               PERFORM 125000-SUMAR-DEUDA
           END-IF.

       147000-BUSCAR-MAS-VIEJO.

           MOVE 0      TO WSV-POS-VIEJO
           MOVE 999999 TO WSV-PERIODO-VIEJO

           PERFORM VARYING WSI-DDA FROM 1 BY 1
                   UNTIL WSI-DDA > WST-CANT-DDA
               IF WST-DDA-CTE (WSI-DDA) = WSV-VTO-CTE
                 AND WST-DDA-MONEDA (WSI-DDA) = WSV-VTO-MONEDA
                 AND WST-DDA-IMPORTE (WSI-DDA) > 0
                 AND WST-DDA-PERIODO (WSI-DDA) < WSV-PERIODO-VIEJO
                   MOVE WST-DDA-PERIODO (WSI-DDA) TO WSV-PERIODO-VIEJO
                   SET WSV-POS-VIEJO TO WSI-DDA
               END-IF
           END-PERFORM.

       150000-SALDO-FINAL.

      *    Lo que queda de cada renglon de deuda, por su tramo.
           PERFORM VARYING WSI-DDA FROM 1 BY 1
                   UNTIL WSI-DDA > WST-CANT-DDA
               IF WST-DDA-IMPORTE (WSI-DDA) NOT = 0
                   MOVE WST-DDA-TRAMO (WSI-DDA)    TO WSV-ACU-CONCEPTO
                   MOVE WST-DDA-MONEDA (WSI-DDA)   TO WSV-ACU-MONEDA
                   MOVE WST-DDA-SUCURSAL (WSI-DDA) TO WSV-ACU-SUCURSAL
                   MOVE WST-DDA-IMPORTE (WSI-DDA)  TO WSV-ACU-IMPORTE
                   PERFORM 160000-ACUM-DIMENSIONES
               END-IF
           END-PERFORM.

       155000-SUCURSAL-CLIENTE.

           MOVE 0 TO WSV-SUCURSAL-CTE

           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANT-CLI
               IF WST-CLI-CTE (WSI-CLI) = WSV-VTO-CTE
                   MOVE WST-CLI-SUCURSAL (WSI-CLI) TO WSV-SUCURSAL-CTE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WSS-CTES-SI-ABIERTO
               MOVE WSV-VTO-CTE TO WSF-CTE-CTE
               READ CLIENTES KEY IS WSF-CTE-CTE
                   INVALID KEY CONTINUE
               END-READ
               IF WSS-FS-CTE-OK
                   MOVE WSF-CTE-SUCURSAL TO WSV-SUCURSAL-CTE
               END-IF
           END-IF

           IF WST-CANT-CLI < WSC-MAX-CLIENTES
               ADD 1 TO WST-CANT-CLI
               SET WSI-CLI TO WST-CANT-CLI
               MOVE WSV-VTO-CTE      TO WST-CLI-CTE (WSI-CLI)
               MOVE WSV-SUCURSAL-CTE TO WST-CLI-SUCURSAL (WSI-CLI)
           END-IF.

       160000-ACUM-DIMENSIONES.

      *    Total y sucursal en pesos; la moneda en su moneda.
           IF WSV-ACU-MONEDA = WSC-MONEDA-BASE
               MOVE WSV-ACU-IMPORTE TO WSV-IMPORTE-DIM
           ELSE
               COMPUTE WSV-IMPORTE-DIM ROUNDED =
                       WSV-ACU-IMPORTE * WSP-TASA-USD
           END-IF

           MOVE 'T'    TO WSV-BUSCA-TIPO
           MOVE SPACES TO WSV-BUSCA-CLAVE
           PERFORM 165000-BUSCAR-DIMENSION
           PERFORM 167000-SUMAR-CONCEPTO

           MOVE 'S'    TO WSV-BUSCA-TIPO
           MOVE WSV-ACU-SUCURSAL TO WSV-CLAVE-SUCURSAL
           MOVE WSV-CLAVE-SUCURSAL TO WSV-BUSCA-CLAVE
           PERFORM 165000-BUSCAR-DIMENSION
           PERFORM 167000-SUMAR-CONCEPTO

           MOVE WSV-ACU-IMPORTE TO WSV-IMPORTE-DIM
           MOVE 'M'    TO WSV-BUSCA-TIPO
           MOVE WSV-ACU-MONEDA TO WSV-BUSCA-CLAVE
           PERFORM 165000-BUSCAR-DIMENSION
           PERFORM 167000-SUMAR-CONCEPTO.

       165000-BUSCAR-DIMENSION.

           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-DIM FROM 1 BY 1
                   UNTIL WSI-DIM > WST-CANT-DIM
               IF WST-DIM-TIPO (WSI-DIM) = WSV-BUSCA-TIPO
                 AND WST-DIM-CLAVE (WSI-DIM) = WSV-BUSCA-CLAVE
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-SI-ENCONTRADO
             IF WST-CANT-DIM < WSC-MAX-DIMENSIONES
               ADD 1 TO WST-CANT-DIM
               SET WSI-DIM TO WST-CANT-DIM
               INITIALIZE WST-DIM (WSI-DIM)
               MOVE WSV-BUSCA-TIPO  TO WST-DIM-TIPO (WSI-DIM)
               MOVE WSV-BUSCA-CLAVE TO WST-DIM-CLAVE (WSI-DIM)
               MOVE 'S' TO WSS-ENCONTRADO
             ELSE
               MOVE 'S' TO WSS-DESBORDE
               DISPLAY 'TABLA DE DIMENSIONES LLENA, SE OMITE '
                       WSV-BUSCA-TIPO ' ' WSV-BUSCA-CLAVE
             END-IF
           END-IF.

       167000-SUMAR-CONCEPTO.

           IF NOT WSS-SI-ENCONTRADO
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WSV-ACU-CONCEPTO
               WHEN 'I'
                    ADD WSV-IMPORTE-DIM TO WST-DIM-INICIAL (WSI-DIM)
               WHEN 'V'
                    ADD WSV-IMPORTE-DIM TO WST-DIM-VENTAS (WSI-DIM)
               WHEN 'C'
                    ADD WSV-IMPORTE-DIM TO WST-DIM-COBROS (WSI-DIM)
               WHEN 'D'
                    ADD WSV-IMPORTE-DIM TO WST-DIM-IMP-DIAS (WSI-DIM)
                    COMPUTE WST-DIM-DIAS-POND (WSI-DIM) =
                            WST-DIM-DIAS-POND (WSI-DIM) +
                            WSV-IMPORTE-DIM * WSV-ACU-DIAS
               WHEN OTHER
      *             Tramo 0 a 3 del saldo final.
                    MOVE WSV-ACU-CONCEPTO TO WSV-TRAMO-SUB
                    ADD 1 TO WSV-TRAMO-SUB
                    ADD WSV-IMPORTE-DIM
                        TO WST-DIM-TRAMO (WSI-DIM WSV-TRAMO-SUB)
                    ADD WSV-IMPORTE-DIM TO WST-DIM-FINAL (WSI-DIM)
           END-EVALUATE.

       170000-CALCULAR-INDICADORES.

           PERFORM 175000-INDICADORES-DIMENSION
               VARYING WSI-DIM FROM 1 BY 1
               UNTIL WSI-DIM > WST-CANT-DIM.

       175000-INDICADORES-DIMENSION.

      *    DSO: saldo final sobre ventas del periodo, en dias del
      *    periodo. Sin ventas no hay DSO que valga.
           MOVE 0 TO WST-DIM-DSO (WSI-DIM)
           IF WST-DIM-VENTAS (WSI-DIM) > 0
               COMPUTE WST-DIM-DSO (WSI-DIM) ROUNDED =
                       WST-DIM-FINAL (WSI-DIM) * WSV-DIAS-PERIODO /
                       WST-DIM-VENTAS (WSI-DIM)
                   ON SIZE ERROR MOVE 99999 TO WST-DIM-DSO (WSI-DIM)
               END-COMPUTE
           END-IF

      *    CEI: lo cobrado sobre lo cobrable (saldo inicial + ventas
      *    - saldo final corriente), en por ciento.
           MOVE 0 TO WST-DIM-CEI (WSI-DIM)
           COMPUTE WSV-DENOMINADOR =
                   WST-DIM-INICIAL (WSI-DIM) + WST-DIM-VENTAS (WSI-DIM)
                   - WST-DIM-TRAMO (WSI-DIM 1)
           IF WSV-DENOMINADOR > 0
               COMPUTE WST-DIM-CEI (WSI-DIM) ROUNDED =
                       WST-DIM-COBROS (WSI-DIM) * 100 / WSV-DENOMINADOR
                   ON SIZE ERROR MOVE 99999 TO WST-DIM-CEI (WSI-DIM)
               END-COMPUTE
           END-IF

      *    Porcentaje vencido por tramo sobre el saldo final.
           MOVE 0 TO WST-DIM-PCT-VENC (WSI-DIM)
           PERFORM VARYING WSV-SUB FROM 1 BY 1 UNTIL WSV-SUB > 3
               MOVE 0 TO WST-DIM-PCT-TRAMO (WSI-DIM WSV-SUB)
               IF WST-DIM-FINAL (WSI-DIM) > 0
                   COMPUTE WSV-TRAMO-SUB = WSV-SUB + 1
                   COMPUTE WST-DIM-PCT-TRAMO (WSI-DIM WSV-SUB) ROUNDED
                         = WST-DIM-TRAMO (WSI-DIM WSV-TRAMO-SUB) * 100
                           / WST-DIM-FINAL (WSI-DIM)
                       ON SIZE ERROR
                          MOVE 0 TO WST-DIM-PCT-TRAMO (WSI-DIM WSV-SUB)
                   END-COMPUTE
                   ADD WST-DIM-PCT-TRAMO (WSI-DIM WSV-SUB)
                       TO WST-DIM-PCT-VENC (WSI-DIM)
               END-IF
           END-PERFORM

      *    Dias promedio de pago ponderados por el importe cobrado.
           MOVE 0 TO WST-DIM-DIAS-PAGO (WSI-DIM)
           IF WST-DIM-IMP-DIAS (WSI-DIM) > 0
               COMPUTE WST-DIM-DIAS-PAGO (WSI-DIM) ROUNDED =
                       WST-DIM-DIAS-POND (WSI-DIM) /
                       WST-DIM-IMP-DIAS (WSI-DIM)
                   ON SIZE ERROR
                      MOVE 99999 TO WST-DIM-DIAS-PAGO (WSI-DIM)
               END-COMPUTE
           END-IF.

       200000-INFORME-KPI.

           OPEN OUTPUT INFORME-KPI.
           IF NOT WSS-FS-INF-OK
             DISPLAY 'ERROR DE ARCHIVO DE INFORME'
             DISPLAY 'FILE STATUS' WSS-FS-INF
             STOP RUN
           END-IF.

           INITIALIZE WSL-LINEA
           STRING 'INDICADORES DE COBRANZA - PERIODO '
                                                    DELIMITED SIZE
                  WSP-PERIODO-PROCESO               DELIMITED SIZE
                  ' - EMITIDO '                     DELIMITED SIZE
                  WSV-FECHA-SISTEMA                 DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-INFORME-KPI
           WRITE FD-INFORME-KPI.
           MOVE 'TOTAL Y SUCURSALES EN PESOS (DOLARES A TASA-USD); '
             TO WSL-LINEA
           MOVE 'MONEDAS EN SU MONEDA.' TO WSL-LINEA (52:)
           MOVE WSL-LINEA TO FD-INFORME-KPI
           WRITE FD-INFORME-KPI.
           MOVE SPACES TO FD-INFORME-KPI
           WRITE FD-INFORME-KPI.

           MOVE 'DIMENSION       SALDO INICIAL         VENTAS'
             TO WSL-LINEA
           MOVE '        COBROS    SALDO FINAL     DSO     CEI  %VENC'
             TO WSL-LINEA (47:)
           MOVE '    %30    %60    %90  D.PAGO' TO WSL-LINEA (99:)
           MOVE WSL-LINEA TO FD-INFORME-KPI
           WRITE FD-INFORME-KPI.
           MOVE ALL '-' TO FD-INFORME-KPI
           WRITE FD-INFORME-KPI.

      *    Total, despues las sucursales en orden y las monedas.
           MOVE 'T' TO WSV-BUSCA-TIPO
           PERFORM 210000-LINEA-TIPO.
           MOVE SPACES TO FD-INFORME-KPI
           WRITE FD-INFORME-KPI.
           MOVE 'S' TO WSV-BUSCA-TIPO
           PERFORM 210000-LINEA-TIPO.
           MOVE SPACES TO FD-INFORME-KPI
           WRITE FD-INFORME-KPI.
           MOVE 'M' TO WSV-BUSCA-TIPO
           PERFORM 210000-LINEA-TIPO.

           MOVE SPACES TO FD-INFORME-KPI
           WRITE FD-INFORME-KPI.
           MOVE 'DSO = SALDO FINAL / VENTAS DEL PERIODO X DIAS DEL '
             TO WSL-LINEA
           MOVE 'PERIODO.  CEI = COBROS / (SALDO INICIAL + VENTAS - '
             TO WSL-LINEA (51:)
           MOVE 'SALDO FINAL CORRIENTE) X 100.' TO WSL-LINEA (102:)
           MOVE WSL-LINEA TO FD-INFORME-KPI
           WRITE FD-INFORME-KPI.
           MOVE '%VENC = SALDO FINAL VENCIDO / SALDO FINAL.  D.PAGO = '
             TO WSL-LINEA
           MOVE 'DIAS DE LA EMISION AL COBRO, PONDERADOS POR IMPORTE.'
             TO WSL-LINEA (54:)
           MOVE WSL-LINEA TO FD-INFORME-KPI
           WRITE FD-INFORME-KPI.

           CLOSE INFORME-KPI.

       210000-LINEA-TIPO.

      *    Las sucursales salen en orden de numero.
           IF WSV-BUSCA-TIPO = 'S'
               PERFORM VARYING WSV-CLAVE-SUCURSAL FROM 0 BY 1
                       UNTIL WSV-CLAVE-SUCURSAL > 99
                   PERFORM VARYING WSI-DIM FROM 1 BY 1
                           UNTIL WSI-DIM > WST-CANT-DIM
                       IF WST-DIM-TIPO (WSI-DIM) = 'S'
                         AND WST-DIM-CLAVE (WSI-DIM) =
                                             WSV-CLAVE-SUCURSAL
                           PERFORM 215000-LINEA-DIMENSION
                       END-IF
                   END-PERFORM
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-DIM FROM 1 BY 1
                   UNTIL WSI-DIM > WST-CANT-DIM
               IF WST-DIM-TIPO (WSI-DIM) = WSV-BUSCA-TIPO
                   PERFORM 215000-LINEA-DIMENSION
               END-IF
           END-PERFORM.

       215000-LINEA-DIMENSION.

           EVALUATE WST-DIM-TIPO (WSI-DIM)
               WHEN 'T'
                    MOVE 'TOTAL' TO WSL-DIMENSION
               WHEN 'S'
                    MOVE SPACES TO WSL-DIMENSION
                    STRING 'SUCURSAL '            DELIMITED SIZE
                           WST-DIM-CLAVE (WSI-DIM) (2:2)
                                                  DELIMITED SIZE
                      INTO WSL-DIMENSION
                    END-STRING
               WHEN OTHER
                    MOVE SPACES TO WSL-DIMENSION
                    STRING 'MONEDA '              DELIMITED SIZE
                           WST-DIM-CLAVE (WSI-DIM)
                                                  DELIMITED SIZE
                      INTO WSL-DIMENSION
                    END-STRING
           END-EVALUATE

           MOVE WST-DIM-INICIAL (WSI-DIM)     TO WSL-IMP-INICIAL
           MOVE WST-DIM-VENTAS (WSI-DIM)      TO WSL-IMP-VENTAS
           MOVE WST-DIM-COBROS (WSI-DIM)      TO WSL-IMP-COBROS
           MOVE WST-DIM-FINAL (WSI-DIM)       TO WSL-IMP-FINAL
           MOVE WST-DIM-DSO (WSI-DIM)         TO WSL-KPI-DSO
           MOVE WST-DIM-CEI (WSI-DIM)         TO WSL-KPI-CEI
           MOVE WST-DIM-PCT-VENC (WSI-DIM)    TO WSL-KPI-VENC
           MOVE WST-DIM-PCT-TRAMO (WSI-DIM 1) TO WSL-KPI-30
           MOVE WST-DIM-PCT-TRAMO (WSI-DIM 2) TO WSL-KPI-60
           MOVE WST-DIM-PCT-TRAMO (WSI-DIM 3) TO WSL-KPI-90
           MOVE WST-DIM-DIAS-PAGO (WSI-DIM)   TO WSL-KPI-DIAS

           INITIALIZE WSL-LINEA
           STRING WSL-DIMENSION                     DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-IMP-INICIAL                   DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-IMP-VENTAS                    DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-IMP-COBROS                    DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-IMP-FINAL                     DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-KPI-DSO                       DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-KPI-CEI                       DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-KPI-VENC                      DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-KPI-30                        DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-KPI-60                        DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-KPI-90                        DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-KPI-DIAS                      DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-INFORME-KPI
           WRITE FD-INFORME-KPI.

       300000-GRABAR-HISTORIA.

      *    Los renglones de otros periodos pasan a la copia de
      *    trabajo; los del periodo en proceso se reemplazan por los
      *    de esta corrida. Despues la copia vuelve al historico.
           OPEN OUTPUT KPI-TRABAJO.
           IF NOT WSS-FS-KTR-OK
             DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DE INDICADORES'
             DISPLAY 'FILE STATUS' WSS-FS-KTR
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT KPI-HISTORIA.
           IF WSS-FS-KHI-OK
               PERFORM UNTIL WSS-FS-KHI-EOF
                   READ KPI-HISTORIA
                      EVALUATE TRUE
                         WHEN WSS-FS-KHI-OK
                              IF WSF-KHI-PERIODO NOT =
                                                  WSP-PERIODO-PROCESO
                                  MOVE FD-KPI-HISTORIA
                                    TO FD-KPI-TRABAJO
                                  WRITE FD-KPI-TRABAJO
                              END-IF
                         WHEN WSS-FS-KHI-EOF
                              CONTINUE
                         WHEN OTHER
                              DISPLAY 'FILE STATUS' WSS-FS-KHI
                              DISPLAY 'HISTORICO DE INDICADORES SIN '
                                      'ACTUALIZAR'
                              CLOSE KPI-HISTORIA
                              CLOSE KPI-TRABAJO
                              EXIT PARAGRAPH
                      END-EVALUATE
               END-PERFORM
               CLOSE KPI-HISTORIA
           ELSE
             IF NOT WSS-FS-KHI-NOEXISTE
               DISPLAY 'ERROR DE ARCHIVO DE HISTORICO DE INDICADORES'
               DISPLAY 'FILE STATUS' WSS-FS-KHI
               CLOSE KPI-TRABAJO
               EXIT PARAGRAPH
             END-IF
           END-IF.

           PERFORM VARYING WSI-DIM FROM 1 BY 1
                   UNTIL WSI-DIM > WST-CANT-DIM
               MOVE WSP-PERIODO-PROCESO        TO WSF-KHI-PERIODO
               MOVE WST-DIM-TIPO (WSI-DIM)     TO WSF-KHI-TIPO
               MOVE WST-DIM-CLAVE (WSI-DIM)    TO WSF-KHI-CLAVE
               MOVE WST-DIM-INICIAL (WSI-DIM)  TO WSF-KHI-SALDO-INICIAL
               MOVE WST-DIM-VENTAS (WSI-DIM)   TO WSF-KHI-VENTAS
               MOVE WST-DIM-COBROS (WSI-DIM)   TO WSF-KHI-COBROS
               MOVE WST-DIM-FINAL (WSI-DIM)    TO WSF-KHI-SALDO-FINAL
               MOVE WST-DIM-TRAMO (WSI-DIM 2)  TO WSF-KHI-VENCIDO-30
               MOVE WST-DIM-TRAMO (WSI-DIM 3)  TO WSF-KHI-VENCIDO-60
               MOVE WST-DIM-TRAMO (WSI-DIM 4)  TO WSF-KHI-VENCIDO-90
               MOVE WST-DIM-DSO (WSI-DIM)      TO WSF-KHI-DSO
               MOVE WST-DIM-CEI (WSI-DIM)      TO WSF-KHI-CEI
               MOVE WST-DIM-PCT-VENC (WSI-DIM) TO WSF-KHI-PCT-VENCIDO
               MOVE WST-DIM-DIAS-PAGO (WSI-DIM) TO WSF-KHI-DIAS-PAGO
               MOVE WSV-FECHA-SISTEMA          TO WSF-KHI-FECHA
               MOVE FD-KPI-HISTORIA TO FD-KPI-TRABAJO
               WRITE FD-KPI-TRABAJO
           END-PERFORM

           CLOSE KPI-TRABAJO.

           OPEN INPUT KPI-TRABAJO.
           OPEN OUTPUT KPI-HISTORIA.
           IF NOT WSS-FS-KHI-OK
             DISPLAY 'ERROR DE ARCHIVO DE HISTORICO DE INDICADORES'
             DISPLAY 'FILE STATUS' WSS-FS-KHI
             DISPLAY 'EL HISTORICO ACTUALIZADO QUEDA EN '
                     'KpiHistoriaTrabajo.TXT'
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-KTR-EOF
               READ KPI-TRABAJO
                  EVALUATE TRUE
                     WHEN WSS-FS-KTR-OK
                          MOVE FD-KPI-TRABAJO TO FD-KPI-HISTORIA
                          WRITE FD-KPI-HISTORIA
                     WHEN WSS-FS-KTR-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-KTR
                          MOVE '10' TO WSS-FS-KTR
                  END-EVALUATE
           END-PERFORM

           CLOSE KPI-TRABAJO.
           CLOSE KPI-HISTORIA.

       400000-TENDENCIA.

           INITIALIZE TABLA-TENDENCIA.

           OPEN INPUT KPI-HISTORIA.
           IF WSS-FS-KHI-NOEXISTE
               DISPLAY 'SIN HISTORICO DE INDICADORES TODAVIA'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-KHI-OK
             DISPLAY 'ERROR DE ARCHIVO DE HISTORICO DE INDICADORES'
             DISPLAY 'FILE STATUS' WSS-FS-KHI
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-KHI-EOF
               READ KPI-HISTORIA
                  EVALUATE TRUE
                     WHEN WSS-FS-KHI-OK
                          ADD 1 TO WSCC-CONT-HISTORIA
                          PERFORM 410000-UBICAR-EN-MATRIZ
                     WHEN WSS-FS-KHI-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-KHI
                          MOVE '10' TO WSS-FS-KHI
                  END-EVALUATE
           END-PERFORM

           CLOSE KPI-HISTORIA.

           OPEN OUTPUT TENDENCIA.
           IF NOT WSS-FS-TEN-OK
             DISPLAY 'ERROR DE ARCHIVO DE TENDENCIA'
             DISPLAY 'FILE STATUS' WSS-FS-TEN
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WSL-LINEA
           STRING 'TENDENCIA DE INDICADORES DE COBRANZA - ULTIMOS 12 '
                                                   DELIMITED SIZE
                  'PERIODOS HASTA '                DELIMITED SIZE
                  WSP-PERIODO-PROCESO              DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-TENDENCIA
           WRITE FD-TENDENCIA.

           PERFORM 420000-REPORTAR-DIMENSION
               VARYING WSI-TEN FROM 1 BY 1
               UNTIL WSI-TEN > WST-CANT-TEN.

           CLOSE TENDENCIA.

       410000-UBICAR-EN-MATRIZ.

      *    Posicion relativa del periodo dentro de la ventana de doce
      *    meses que termina en el periodo en proceso (misma cuenta
      *    que 110000-UBICAR-EN-MATRIZ de PROG01-16-SA).
           MOVE WSF-KHI-PERIODO TO WSV-PERIODO-HIST-R

           COMPUTE WSV-PERIODO-REL =
                   WSC-MESES -
                   ((WSV-PB-ANIO * 12 + WSV-PB-MES) -
                    (WSV-PH-ANIO * 12 + WSV-PH-MES))

           IF WSV-PERIODO-REL < 1 OR WSV-PERIODO-REL > WSC-MESES
               EXIT PARAGRAPH
           END-IF.
           MOVE WSV-PERIODO-REL TO WSV-MES-REL

           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-TEN FROM 1 BY 1
                   UNTIL WSI-TEN > WST-CANT-TEN
               IF WST-TEN-TIPO (WSI-TEN) = WSF-KHI-TIPO
                 AND WST-TEN-CLAVE (WSI-TEN) = WSF-KHI-CLAVE
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-SI-ENCONTRADO
             IF WST-CANT-TEN < WSC-MAX-DIMENSIONES
               ADD 1 TO WST-CANT-TEN
               SET WSI-TEN TO WST-CANT-TEN
               MOVE WSF-KHI-TIPO  TO WST-TEN-TIPO (WSI-TEN)
               MOVE WSF-KHI-CLAVE TO WST-TEN-CLAVE (WSI-TEN)
             ELSE
               DISPLAY 'TABLA DE TENDENCIA LLENA, SE OMITE '
                       WSF-KHI-TIPO ' ' WSF-KHI-CLAVE
               EXIT PARAGRAPH
             END-IF
           END-IF

           MOVE WSF-KHI-DSO
             TO WST-TEN-DSO (WSI-TEN WSV-MES-REL)
           MOVE WSF-KHI-CEI
             TO WST-TEN-CEI (WSI-TEN WSV-MES-REL)
           MOVE WSF-KHI-PCT-VENCIDO
             TO WST-TEN-PCT-VENC (WSI-TEN WSV-MES-REL)
           MOVE WSF-KHI-DIAS-PAGO
             TO WST-TEN-DIAS-PAGO (WSI-TEN WSV-MES-REL)
           MOVE 'S'
             TO WST-TEN-CON-DATO (WSI-TEN WSV-MES-REL).

       420000-REPORTAR-DIMENSION.

           MOVE SPACES TO FD-TENDENCIA
           WRITE FD-TENDENCIA.

           EVALUATE WST-TEN-TIPO (WSI-TEN)
               WHEN 'T'
                    MOVE 'TOTAL' TO WSL-DIMENSION
               WHEN 'S'
                    MOVE SPACES TO WSL-DIMENSION
                    STRING 'SUCURSAL '            DELIMITED SIZE
                           WST-TEN-CLAVE (WSI-TEN) (2:2)
                                                  DELIMITED SIZE
                      INTO WSL-DIMENSION
                    END-STRING
               WHEN OTHER
                    MOVE SPACES TO WSL-DIMENSION
                    STRING 'MONEDA '              DELIMITED SIZE
                           WST-TEN-CLAVE (WSI-TEN)
                                                  DELIMITED SIZE
                      INTO WSL-DIMENSION
                    END-STRING
           END-EVALUATE

           INITIALIZE WSL-LINEA
           STRING WSL-DIMENSION                    DELIMITED SIZE
                  '  PERIODO      DSO      CEI    %VENC   D.PAGO'
                                                   DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-TENDENCIA
           WRITE FD-TENDENCIA.

           PERFORM 425000-REPORTAR-MES
               VARYING WSV-MES-REL FROM 1 BY 1
               UNTIL WSV-MES-REL > WSC-MESES.

       425000-REPORTAR-MES.

           IF WST-TEN-CON-DATO (WSI-TEN WSV-MES-REL) NOT = 'S'
               EXIT PARAGRAPH
           END-IF.

      *    Periodo AAAAMM de la columna relativa (12 = periodo en
      *    proceso), como 225000-ARMAR-PERIODO-COLUMNA de
      *    PROG01-16-SA.
           COMPUTE WSV-PERIODO-REL =
                   (WSV-PB-ANIO * 12 + WSV-PB-MES) -
                   (WSC-MESES - WSV-MES-REL)
           COMPUTE WSV-PH-ANIO = (WSV-PERIODO-REL - 1) / 12
           COMPUTE WSV-PH-MES =
                   WSV-PERIODO-REL - (WSV-PH-ANIO * 12)
           COMPUTE WSV-PERIODO-COLUMNA =
                   WSV-PH-ANIO * 100 + WSV-PH-MES

           MOVE WST-TEN-DSO (WSI-TEN WSV-MES-REL)       TO WSL-KPI-DSO
           MOVE WST-TEN-CEI (WSI-TEN WSV-MES-REL)       TO WSL-KPI-CEI
           MOVE WST-TEN-PCT-VENC (WSI-TEN WSV-MES-REL)  TO WSL-KPI-VENC
           MOVE WST-TEN-DIAS-PAGO (WSI-TEN WSV-MES-REL) TO WSL-KPI-DIAS

           INITIALIZE WSL-LINEA
           STRING '                '              DELIMITED SIZE
                  WSV-PERIODO-COLUMNA             DELIMITED SIZE
                  '  '                            DELIMITED SIZE
                  WSL-KPI-DSO                     DELIMITED SIZE
                  '  '                            DELIMITED SIZE
                  WSL-KPI-CEI                     DELIMITED SIZE
                  '  '                            DELIMITED SIZE
                  WSL-KPI-VENC                    DELIMITED SIZE
                  '  '                            DELIMITED SIZE
                  WSL-KPI-DIAS                    DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-TENDENCIA
           WRITE FD-TENDENCIA.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'SaldosClientes.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SALDOS

           MOVE 'FacturasEmitidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EMITIDAS

           MOVE 'PagosAplicados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PAGOS

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'KpiHistoria.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-KPI-HISTORIA

           MOVE 'KpiHistoriaTrabajo.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-KPI-TRABAJO

           MOVE 'KpiCobranzas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-INFORME-KPI

           MOVE 'TendenciaKpi.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TENDENCIA
           CONTINUE.

           COPY PARAMSP.
           COPY VENCIMP.

       END PROGRAM PROG01-57-SA.
