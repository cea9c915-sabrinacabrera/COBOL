      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Cancelacion automatica de cuotas del arrastre
      *              CuotasImpagas.IDX con los pagos aplicados por
      *              PROG01-06-SA. De cada pago en pesos toma la parte
      *              que corresponde a la linea de cuotas facturada al
      *              cliente (WSF-RES-IMP-CUOTAS sobre el total del
      *              periodo en Resultados.TXT), le saca el IVA y la
      *              mora en la proporcion de la liquidacion del mes
      *              (Liquidaciones.TXT de PROG01-00-SA) y aplica ese
      *              capital a las cuotas pendientes del cliente, del
      *              vencimiento mas viejo al mas nuevo: las cubiertas
      *              pasan a C y las pagadas en parte quedan en P con
      *              el saldo que falta (sobre ese saldo liquida la
      *              mora 219000-SUMAR-UNA-IMPAGA de PROG01-00-SA).
      *              Cada aplicacion queda en CuotasLiquidadas.TXT y
      *              el listado LiquidacionCuotas.TXT muestra las
      *              cuotas canceladas y los pagos que no encontraron
      *              cuota. Corre despues de PROG01-06-SA y ANTES de
      *              PROG01-07-SA, que consume PagosAplicados.TXT y no
      *              lo vacia mientras haya recibos que no pasaron por
      *              aca. Todo recibo procesado queda en
      *              CuotasLiquidadas.TXT (si no toco ninguna cuota,
      *              con una linea S) y se descarta en toda corrida
      *              siguiente: el paso 46 se puede repetir en el
      *              periodo sin cancelar dos veces con el mismo
      *              pago. Estampa el paso solo si proceso algun
      *              recibo nuevo. PROG01-19-SA
      *              queda para las refinanciaciones y los casos que
      *              cobranzas resuelve a mano.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-58-SA.

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

      *    Pagos aplicados por PROG01-06-SA en este ciclo (antes de
      *    que PROG01-07-SA los consuma).
           SELECT PAGOS-ENTRADA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PAGOS-ENTRADA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAG.

      *    Mismo Resultados.TXT que lee PROG01-06-SA: lo facturado
      *    en el periodo por cliente y moneda y su linea de cuotas.
           SELECT RESULTADO-ENTRADA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RESULTADO-ENTRADA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RES.

      *    Liquidaciones del mes de PROG01-00-SA: capital de cuotas
      *    contra total con IVA y mora, para pasar lo cobrado de la
      *    linea de cuotas a capital de las cuotas.
           SELECT LIQUIDACIONES-ENTRADA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-LIQUIDACIONES-ENTRADA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIQ.

      *    Mismo arrastre INDEXADO de cuotas impagas que actualiza
      *    PROG01-00-SA (clave cliente + vencimiento + secuencia):
      *    el barrido por clave del cliente da las cuotas en orden de
      *    vencimiento, y las marcas van con REWRITE directo (mismo
      *    idioma que PROG01-19-SA).
           SELECT IMPAGAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-IMPAGAS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-IMP-CLAVE
                                       FILE STATUS IS WSS-FS-IMP.

      *    Registro acumulativo de las aplicaciones a cuotas (EXTEND):
      *    una linea por cuota tocada, con el recibo, el importe que
      *    tenia, lo aplicado y lo que le queda, y una linea S por
      *    recibo procesado que no toco ninguna. Se lee al arrancar
      *    para descartar los recibos ya liquidados.
           SELECT CUOTAS-LIQUIDADAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CUOTAS-LIQUIDADAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CLQ.

      *    Listado de la corrida.
           SELECT LISTADO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-LISTADO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIS.

      *    Maestro de usuarios para el override de supervisor del
      *    control de corridas (ver OPERADOR.CPY).
           SELECT USUARIOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-USUARIOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USU.

      *    Control de secuencia de la cadena mensual (ver
      *    CTLCORR.CPY): paso 46, repetible en el periodo (la doble
      *    cancelacion la evita el control por recibo).
           SELECT CONTROL-CORRIDA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CONTROL-CORRIDA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTL.

      *    Estadistica acumulativa de corridas por paso y periodo
      *    (la graba 940000-ESTAMPAR-CONTROL-CORRIDA, ver CTLCORR.CPY).
           SELECT ESTAD-CORRIDA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ESTAD-CORRIDA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EST.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

       FD PAGOS-ENTRADA.

      *    Mismo layout que FD-PAGOS en PROG01-06-SA.
       01 FD-PAGOS-ENTRADA.
         05 WSF-PAGE-CTE          PIC 9(07).
         05 WSF-PAGE-FECHA        PIC 9(08).
         05 WSF-PAGE-IMPORTE      PIC 9(07)V99.
         05 WSF-PAGE-MONEDA       PIC X(03).
         05 WSF-PAGE-NRO-RECIBO   PIC 9(08).
         05 WSF-PAGE-DOCUMENTOS   PIC X(65).

       FD RESULTADO-ENTRADA.

      *    Mismo layout que FD-RESULTADO en PROG01-01-SA.
       01 FD-RESULTADO-ENTRADA.
         05 WSF-RESE-CTE         PIC 9(07).
         05 WSF-RESE-NYA         PIC X(60).
         05 WSF-RESE-IMP-TOTALTR PIC S9(07)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-RESE-CANT-TRAN   PIC 9(03).
         05 WSF-RESE-MONEDA      PIC X(03).
         05 WSF-RESE-SOBRELIM    PIC X(01).
         05 WSF-RESE-PERIODO     PIC 9(06).
         05 WSF-RESE-SUCURSAL    PIC 9(02).
         05 WSF-RESE-IMP-CUOTAS  PIC S9(07)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD LIQUIDACIONES-ENTRADA.

      *    Mismo layout que FD-LIQUIDACIONES en PROG01-00-SA.
       01 FD-LIQUIDACIONES-ENTRADA.
         05 WSF-LIQ-CTE           PIC 9(07).
         05 WSF-LIQ-NYA           PIC X(40).
         05 WSF-LIQ-IMP-TOTAL     PIC 9(06)V9(02).
         05 WSF-LIQ-IVA           PIC 9(07).
         05 WSF-LIQ-IMP-CON-IVA   PIC 9(07).
         05 WSF-LIQ-PROMEDIO      PIC 9(05).
         05 WSF-LIQ-CATEGORIA     PIC X(01).
         05 WSF-LIQ-TASA-IVA      PIC 9(02)V9(02).
         05 WSF-LIQ-SUCURSAL      PIC 9(02).

       FD IMPAGAS.

      *    Mismo layout que FD-IMPAGAS en PROG01-00-SA.
       01 FD-IMPAGAS.
         05 WSF-IMP-CLAVE.
           10 WSF-IMP-CTE         PIC 9(07).
           10 WSF-IMP-VENCIMIENTO PIC 9(08).
           10 WSF-IMP-SECUENCIA   PIC 9(03).
         05 WSF-IMP-NYA           PIC X(40).
         05 WSF-IMP-IMPORTE       PIC 9(04)V9(02).
         05 WSF-IMP-CATEGORIA     PIC X(01).
         05 WSF-IMP-SUCURSAL      PIC 9(02).
         05 WSF-IMP-ESTADO        PIC X(01).

       FD CUOTAS-LIQUIDADAS.

       01 FD-CUOTAS-LIQUIDADAS.
         05 WSF-CLQ-FECHA         PIC 9(08).
         05 WSF-CLQ-PERIODO       PIC 9(06).
         05 WSF-CLQ-CTE           PIC 9(07).
         05 WSF-CLQ-VENCIMIENTO   PIC 9(08).
         05 WSF-CLQ-SECUENCIA     PIC 9(03).
         05 WSF-CLQ-NRO-RECIBO    PIC 9(08).
         05 WSF-CLQ-FECHA-PAGO    PIC 9(08).
      *    Importe de la cuota antes de esta aplicacion (el original,
      *    o lo que quedaba de un pago parcial anterior).
         05 WSF-CLQ-IMP-ANTERIOR  PIC 9(04)V9(02).
         05 WSF-CLQ-IMP-APLICADO  PIC 9(04)V9(02).
         05 WSF-CLQ-IMP-SALDO     PIC 9(04)V9(02).
      *    C cancelada / P pago parcial (sigue pendiente) / S recibo
      *    procesado sin cuota aplicada (vencimiento y secuencia en 0).
         05 WSF-CLQ-ESTADO        PIC X(01).

       FD LISTADO.

       01 FD-LISTADO               PIC X(120).

       FD USUARIOS.

      *    Mismo layout en todos los programas que identifican
      *    operador (ver OPERADOR.CPY).
       01 FD-USUARIOS.
         05 WSF-USU-ID           PIC X(10).
         05 WSF-USU-CLAVE        PIC X(10).
         05 WSF-USU-NIVEL        PIC 9(01).
         05 WSF-USU-ACTIVO       PIC X(01).

       FD CONTROL-CORRIDA.

      *    Mismo layout en todos los pasos de la cadena (ver
      *    CTLCORR.CPY).
       01 FD-CONTROL-CORRIDA.
         05 WSF-CTL-PERIODO      PIC 9(06).
         05 WSF-CTL-PASO         PIC 9(02).
         05 WSF-CTL-SUCURSAL     PIC 9(02).
         05 WSF-CTL-FECHA        PIC 9(08).
         05 WSF-CTL-HORA         PIC 9(06).
      *    Override de supervisor (S/N) y el supervisor que lo
      *    autorizo (en blanco sin override), ver CTLCORRP.CPY.
         05 WSF-CTL-OVERRIDE     PIC X(01).
         05 WSF-CTL-OPERADOR     PIC X(10).

       FD ESTAD-CORRIDA.

      *    Mismo layout en todos los pasos de la cadena (ver
      *    CTLCORR.CPY).
       01 FD-ESTAD-CORRIDA.
         05 WSF-EST-PERIODO      PIC 9(06).
         05 WSF-EST-PASO         PIC 9(02).
         05 WSF-EST-SUCURSAL     PIC 9(02).
         05 WSF-EST-FECHA        PIC 9(08).
         05 WSF-EST-HORA-INICIO  PIC 9(06).
         05 WSF-EST-HORA-FIN     PIC 9(06).
         05 WSF-EST-SEGUNDOS     PIC 9(06).
         05 WSF-EST-LEIDOS       PIC 9(09).
         05 WSF-EST-GRABADOS     PIC 9(09).
         05 WSF-EST-RECHAZOS     PIC 9(07).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-PAG                           PIC X(02).
             88 WSS-FS-PAG-OK                      VALUE '00'.
             88 WSS-FS-PAG-EOF                     VALUE '10'.
             88 WSS-FS-PAG-NOEXISTE                VALUE '35'.
           05 WSS-FS-RES                           PIC X(02).
             88 WSS-FS-RES-OK                      VALUE '00'.
             88 WSS-FS-RES-EOF                     VALUE '10'.
             88 WSS-FS-RES-NOEXISTE                VALUE '35'.
           05 WSS-FS-LIQ                           PIC X(02).
             88 WSS-FS-LIQ-OK                      VALUE '00'.
             88 WSS-FS-LIQ-EOF                     VALUE '10'.
             88 WSS-FS-LIQ-NOEXISTE                VALUE '35'.
           05 WSS-FS-IMP                           PIC X(02).
             88 WSS-FS-IMP-OK                      VALUE '00'.
             88 WSS-FS-IMP-EOF                     VALUE '10'.
             88 WSS-FS-IMP-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-IMP-NOEXISTE                VALUE '35'.
           05 WSS-FS-CLQ                           PIC X(02).
             88 WSS-FS-CLQ-OK                      VALUE '00'.
             88 WSS-FS-CLQ-EOF                     VALUE '10'.
             88 WSS-FS-CLQ-NOEXISTE                VALUE '35'.
           05 WSS-FS-LIS                           PIC X(02).
             88 WSS-FS-LIS-OK                      VALUE '00'.

       01 CONSTANTES.
      *    Las cuotas se liquidan y facturan en pesos (ver
      *    WSC-MONEDA-CUOTA en PROG01-03-SA).
           05 WSC-MONEDA-CUOTA      PIC X(03) VALUE 'ARS'.
           05 WSC-MAX-CLIENTES      PIC 9(04) VALUE 3000.
           05 WSC-MAX-RECIBOS       PIC 9(04) VALUE 5000.

      *    Linea de cuotas facturada en el periodo por cliente: lo
      *    facturado en pesos, la parte de cuotas, lo que queda de
      *    ella por aplicar en esta corrida y la proporcion capital
      *    sobre total con IVA y mora de la liquidacion del mes.
       01 TABLA-FACTURADO.
           05 WST-CANT-FAC          PIC 9(04) VALUE 0.
           05 WST-FAC OCCURS 3000 TIMES
                             INDEXED BY WSI-FAC.
               10 WST-FAC-CTE       PIC 9(07).
               10 WST-FAC-TOTAL     PIC S9(09)V99.
               10 WST-FAC-CUOTAS    PIC S9(09)V99.
               10 WST-FAC-DISPONIBLE PIC S9(09)V99.
               10 WST-FAC-CAPITAL   PIC 9(09)V99.
               10 WST-FAC-CON-IVA   PIC 9(09)V99.

      *    Recibos del ciclo en PagosAplicados.TXT: HECHO en 'S' los
      *    que ya estan en CuotasLiquidadas.TXT (de una corrida
      *    anterior o de esta misma) y no se vuelven a aplicar.
       01 TABLA-RECIBOS.
           05 WST-CANT-REC          PIC 9(04) VALUE 0.
           05 WST-REC OCCURS 5000 TIMES
                             INDEXED BY WSI-REC.
               10 WST-REC-NRO       PIC 9(08).
               10 WST-REC-HECHO     PIC X(01).

       01 WSS-ENCONTRADO              PIC X VALUE 'N'.
           88 WSS-SI-ENCONTRADO       VALUE 'S'.

       01 WSS-REC-HALLADO             PIC X VALUE 'N'.
           88 WSS-REC-SI-HALLADO      VALUE 'S'.

      *    Sin CuotasImpagas.IDX no hay cuotas que cancelar: los
      *    recibos se registran igual como procesados sin cuota.
       01 WSS-IMPAGAS-ABIERTO         PIC X VALUE 'N'.
           88 WSS-IMPAGAS-SI-ABIERTO  VALUE 'S'.

      *    El cliente del pago tiene cuotas pendientes en el arrastre.
       01 WSS-CON-PENDIENTES          PIC X VALUE 'N'.
           88 WSS-SI-CON-PENDIENTES   VALUE 'S'.

       01 WSV-PERIODO-PROCESO       PIC 9(06).
       01 WSV-FECHA-SISTEMA         PIC 9(08).
       01 WSV-PORCION-CUOTAS        PIC S9(09)V99.
       01 WSV-CAPITAL               PIC S9(09)V99.
       01 WSV-APLICADO              PIC 9(04)V9(02).
       01 WSV-IMP-ANTERIOR          PIC 9(04)V9(02).
       01 WSV-MOTIVO                PIC X(40).
       01 WSV-NRO-RECIBO            PIC 9(08).
      *    Lineas grabadas en CuotasLiquidadas.TXT por el recibo en
      *    curso (sin ninguna se graba la linea S).
       01 WSV-LINEAS-RECIBO         PIC 9(04).

       01 CONTADORES.
           05 WSCC-CONT-PAGOS       PIC 9(07).
           05 WSCC-CONT-PAGOS-CUOTA PIC 9(07).
           05 WSCC-CONT-SIN-CUOTA   PIC 9(07).
           05 WSCC-CONT-CANCELADAS  PIC 9(07).
           05 WSCC-CONT-PARCIALES   PIC 9(07).
           05 WSCC-CONT-OTRA-MONEDA PIC 9(07).
           05 WSCC-CONT-REPETIDOS   PIC 9(07).

       01 ACUMULADORES.
           05 WSA-TOTAL-APLICADO    PIC 9(09)V99.
           05 WSA-TOTAL-SIN-CUOTA   PIC 9(09)V99.

       01 WSL-LINEA                 PIC X(120).
       01 WSL-IMP-ED-1              PIC ---------9,99.
       01 WSL-IMP-ED-2              PIC ---------9,99.
       01 WSL-IMP-ED-3              PIC ---------9,99.

           COPY CTLCORR.

           COPY OPERADOR.


      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-PAGOS-ENTRADA          PIC X(80).
       01 WSV-ARCH-RESULTADO-ENTRADA      PIC X(80).
       01 WSV-ARCH-LIQUIDACIONES-ENTRADA  PIC X(80).
       01 WSV-ARCH-IMPAGAS                PIC X(80).
       01 WSV-ARCH-CUOTAS-LIQUIDADAS      PIC X(80).
       01 WSV-ARCH-LISTADO                PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).
       01 WSV-ARCH-CONTROL-CORRIDA        PIC X(80).
       01 WSV-ARCH-ESTAD-CORRIDA          PIC X(80).

           COPY PARAMS.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           PERFORM 100000-INICIO.
           PERFORM 200000-PROCESO UNTIL WSS-FS-PAG-EOF.
           PERFORM 300000-FINAL.

       100000-INICIO.

      *    Paso suelto 46 (la ventana de cobranzas, despues de
      *    PROG01-06-SA): sin paso previo exigido y repetible en el
      *    periodo, uno por ciclo de cobranzas; lo que impide
      *    cancelar dos veces con el mismo pago es el control por
      *    recibo contra CuotasLiquidadas.TXT (105000/107000).
           MOVE 46  TO WSV-CTL-PASO
           MOVE 0   TO WSV-CTL-PASO-PREVIO
           MOVE 0   TO WSV-CTL-SUCURSAL
           MOVE 'S' TO WSV-CTL-REPETIBLE
           PERFORM 930000-VERIFICAR-CONTROL-CORRIDA
           IF NOT WSV-CTL-AUTORIZADA
               DISPLAY 'CORRIDA CANCELADA POR CONTROL DE PASOS'
               STOP RUN
           END-IF.

           INITIALIZE CONTADORES
                      ACUMULADORES.

           MOVE WSP-PERIODO-PROCESO TO WSV-PERIODO-PROCESO.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 110000-CARGAR-FACTURADO.
           PERFORM 120000-CARGAR-LIQUIDACIONES.
           PERFORM 105000-CARGAR-RECIBOS.
           PERFORM 107000-MARCAR-LIQUIDADOS.

           OPEN I-O IMPAGAS.
           IF WSS-FS-IMP-NOEXISTE
               DISPLAY 'NO EXISTE CuotasImpagas.IDX, NADA QUE '
                       'CANCELAR: LOS RECIBOS QUEDAN SIN CUOTA'
           ELSE
             IF NOT WSS-FS-IMP-OK
               DISPLAY 'ERROR DE ARCHIVO DE IMPAGAS'
               DISPLAY 'FILE STATUS' WSS-FS-IMP
               STOP RUN
             ELSE
               MOVE 'S' TO WSS-IMPAGAS-ABIERTO
             END-IF
           END-IF.

           OPEN INPUT PAGOS-ENTRADA.
           IF WSS-FS-PAG-NOEXISTE
               DISPLAY 'SIN PagosAplicados.TXT: CORRER DESPUES DE '
                       'PROG01-06-SA Y ANTES DE PROG01-07-SA'
               PERFORM 260000-CERRAR-IMPAGAS
               STOP RUN
           END-IF.
           IF NOT WSS-FS-PAG-OK
             DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
             DISPLAY 'FILE STATUS' WSS-FS-PAG
             PERFORM 260000-CERRAR-IMPAGAS
             STOP RUN
           END-IF.

           OPEN EXTEND CUOTAS-LIQUIDADAS.
           IF WSS-FS-CLQ-NOEXISTE
               OPEN OUTPUT CUOTAS-LIQUIDADAS
           END-IF.
           IF NOT WSS-FS-CLQ-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUOTAS LIQUIDADAS'
             DISPLAY 'FILE STATUS' WSS-FS-CLQ
             PERFORM 260000-CERRAR-IMPAGAS
             CLOSE PAGOS-ENTRADA
             STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.
           IF NOT WSS-FS-LIS-OK
             DISPLAY 'ERROR DE ARCHIVO DE LISTADO'
             DISPLAY 'FILE STATUS' WSS-FS-LIS
             PERFORM 260000-CERRAR-IMPAGAS
             CLOSE PAGOS-ENTRADA
             CLOSE CUOTAS-LIQUIDADAS
             STOP RUN
           END-IF.

           INITIALIZE WSL-LINEA
           STRING 'CANCELACION DE CUOTAS CON PAGOS APLICADOS - PERIODO '
                                                   DELIMITED SIZE
                  WSV-PERIODO-PROCESO              DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE SPACES TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE 'CTE     RECIBO   VENCIM.  SEC      IMP.ANTERIOR'
             TO WSL-LINEA
           MOVE '      APLICADO         SALDO  ESTADO'
             TO WSL-LINEA (48:)
           MOVE WSL-LINEA TO FD-LISTADO
           WRITE FD-LISTADO.

           PERFORM 250000-LEER-PAGOS.

           IF WSS-FS-PAG-EOF
               DISPLAY 'SIN PAGOS APLICADOS ESTE CICLO'
           END-IF.

       105000-CARGAR-RECIBOS.

      *    Primera pasada por PagosAplicados.TXT: los numeros de
      *    recibo del ciclo (un recibo repetido en el archivo entra
      *    una sola vez). Sin el archivo no hay nada que cargar: lo
      *    avisa la apertura de 100000.
           OPEN INPUT PAGOS-ENTRADA.
           IF WSS-FS-PAG-NOEXISTE
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
                          MOVE WSF-PAGE-NRO-RECIBO TO WSV-NRO-RECIBO
                          PERFORM 140000-BUSCAR-RECIBO
                          IF NOT WSS-REC-SI-HALLADO
                              PERFORM 106000-AGREGAR-RECIBO
                          END-IF
                     WHEN WSS-FS-PAG-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-PAG
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE PAGOS-ENTRADA.

       106000-AGREGAR-RECIBO.

      *    Un recibo que no entra en la tabla no se podria controlar
      *    contra lo ya liquidado: la corrida no arranca.
           IF WST-CANT-REC NOT < WSC-MAX-RECIBOS
               DISPLAY 'MAS DE ' WSC-MAX-RECIBOS ' RECIBOS EN '
                       'PagosAplicados.TXT, CORRIDA CANCELADA'
               STOP RUN
           END-IF.
           ADD 1 TO WST-CANT-REC
           SET WSI-REC TO WST-CANT-REC
           MOVE WSV-NRO-RECIBO TO WST-REC-NRO (WSI-REC)
           MOVE 'N'            TO WST-REC-HECHO (WSI-REC).

       107000-MARCAR-LIQUIDADOS.

      *    Los recibos del ciclo que ya figuran en CuotasLiquidadas.TXT
      *    (de cualquier periodo) quedan marcados y no se aplican.
           IF WST-CANT-REC = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CUOTAS-LIQUIDADAS.
           IF WSS-FS-CLQ-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-CLQ-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUOTAS LIQUIDADAS'
             DISPLAY 'FILE STATUS' WSS-FS-CLQ
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-CLQ-EOF
               READ CUOTAS-LIQUIDADAS
                  EVALUATE TRUE
                     WHEN WSS-FS-CLQ-OK
                          MOVE WSF-CLQ-NRO-RECIBO TO WSV-NRO-RECIBO
                          PERFORM 140000-BUSCAR-RECIBO
                          IF WSS-REC-SI-HALLADO
                              MOVE 'S' TO WST-REC-HECHO (WSI-REC)
                          END-IF
                     WHEN WSS-FS-CLQ-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-CLQ
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE CUOTAS-LIQUIDADAS.

       110000-CARGAR-FACTURADO.

      *    Lo facturado en pesos en el periodo en proceso por
      *    cliente (un cliente puede tener mas de un renglon si se
      *    corrio por sucursal).
           OPEN INPUT RESULTADO-ENTRADA.
           IF WSS-FS-RES-NOEXISTE
               DISPLAY 'SIN Resultados.TXT: NINGUN PAGO SE PUEDE '
                       'IMPUTAR A CUOTAS'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-RES-OK
             DISPLAY 'ERROR DE ARCHIVO DE RESULTADOS'
             DISPLAY 'FILE STATUS' WSS-FS-RES
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-RES-EOF
               READ RESULTADO-ENTRADA
                  EVALUATE TRUE
                     WHEN WSS-FS-RES-OK
                          IF WSF-RESE-PERIODO = WSV-PERIODO-PROCESO
                            AND WSF-RESE-MONEDA = WSC-MONEDA-CUOTA
                              PERFORM 115000-SUMAR-FACTURADO
                          END-IF
                     WHEN WSS-FS-RES-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-RES
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RESULTADO-ENTRADA.

       115000-SUMAR-FACTURADO.

           MOVE WSF-RESE-CTE TO WSF-IMP-CTE
           PERFORM 130000-BUSCAR-FACTURADO

           IF NOT WSS-SI-ENCONTRADO
             IF WST-CANT-FAC < WSC-MAX-CLIENTES
               ADD 1 TO WST-CANT-FAC
               SET WSI-FAC TO WST-CANT-FAC
               INITIALIZE WST-FAC (WSI-FAC)
               MOVE WSF-RESE-CTE TO WST-FAC-CTE (WSI-FAC)
             ELSE
               DISPLAY 'TABLA DE FACTURADO LLENA, SE OMITE CLIENTE '
                       WSF-RESE-CTE
               EXIT PARAGRAPH
             END-IF
           END-IF

           ADD WSF-RESE-IMP-TOTALTR TO WST-FAC-TOTAL (WSI-FAC)
           ADD WSF-RESE-IMP-CUOTAS  TO WST-FAC-CUOTAS (WSI-FAC)
           ADD WSF-RESE-IMP-CUOTAS  TO WST-FAC-DISPONIBLE (WSI-FAC).

       120000-CARGAR-LIQUIDACIONES.

      *    Sin liquidacion del cliente lo cobrado de la linea de
      *    cuotas se toma todo como capital.
           OPEN INPUT LIQUIDACIONES-ENTRADA.
           IF WSS-FS-LIQ-NOEXISTE
               DISPLAY 'SIN Liquidaciones.TXT: LO COBRADO DE CUOTAS '
                       'SE APLICA COMO CAPITAL'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-LIQ-OK
             DISPLAY 'ERROR DE ARCHIVO DE LIQUIDACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-LIQ
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-LIQ-EOF
               READ LIQUIDACIONES-ENTRADA
                  EVALUATE TRUE
                     WHEN WSS-FS-LIQ-OK
                          MOVE WSF-LIQ-CTE TO WSF-IMP-CTE
                          PERFORM 130000-BUSCAR-FACTURADO
                          IF WSS-SI-ENCONTRADO
                              ADD WSF-LIQ-IMP-TOTAL
                                TO WST-FAC-CAPITAL (WSI-FAC)
                              ADD WSF-LIQ-IMP-CON-IVA
                                TO WST-FAC-CON-IVA (WSI-FAC)
                          END-IF
                     WHEN WSS-FS-LIQ-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-LIQ
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE LIQUIDACIONES-ENTRADA.

       130000-BUSCAR-FACTURADO.

      *    Busca en la tabla el cliente cargado en WSF-IMP-CTE.
           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-FAC FROM 1 BY 1
                   UNTIL WSI-FAC > WST-CANT-FAC
               IF WST-FAC-CTE (WSI-FAC) = WSF-IMP-CTE
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       140000-BUSCAR-RECIBO.

      *    Busca en la tabla el recibo cargado en WSV-NRO-RECIBO.
           MOVE 'N' TO WSS-REC-HALLADO
           PERFORM VARYING WSI-REC FROM 1 BY 1
                   UNTIL WSI-REC > WST-CANT-REC
               IF WST-REC-NRO (WSI-REC) = WSV-NRO-RECIBO
                   MOVE 'S' TO WSS-REC-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       200000-PROCESO.

           ADD 1 TO WSCC-CONT-PAGOS.

      *    Recibo ya liquidado (en una corrida anterior o repetido en
      *    el archivo): no se vuelve a aplicar.
           MOVE WSF-PAGE-NRO-RECIBO TO WSV-NRO-RECIBO
           PERFORM 140000-BUSCAR-RECIBO
           IF WSS-REC-SI-HALLADO
             AND WST-REC-HECHO (WSI-REC) = 'S'
               ADD 1 TO WSCC-CONT-REPETIDOS
               PERFORM 250000-LEER-PAGOS
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WSV-LINEAS-RECIBO

           IF WSF-PAGE-MONEDA = WSC-MONEDA-CUOTA
             AND WSS-IMPAGAS-SI-ABIERTO
               PERFORM 210000-IMPUTAR-PAGO
           ELSE
             IF WSF-PAGE-MONEDA NOT = WSC-MONEDA-CUOTA
               ADD 1 TO WSCC-CONT-OTRA-MONEDA
             END-IF
           END-IF.

           IF WSV-LINEAS-RECIBO = 0
               PERFORM 235000-REGISTRAR-SIN-CUOTA
           END-IF.

      *    La busqueda de 210000 no toca WSI-REC: sigue en el recibo.
           IF WSS-REC-SI-HALLADO
               MOVE 'S' TO WST-REC-HECHO (WSI-REC)
           END-IF.

           PERFORM 250000-LEER-PAGOS.

       210000-IMPUTAR-PAGO.

      *    Parte del pago que va a la linea de cuotas: en la misma
      *    proporcion que las cuotas sobre todo lo facturado al
      *    cliente, sin pasar de lo que todavia queda de esa linea
      *    (un segundo recibo del mes no vuelve a cancelar lo que ya
      *    cancelo el primero).
           MOVE WSF-PAGE-CTE TO WSF-IMP-CTE
           PERFORM 130000-BUSCAR-FACTURADO

           MOVE 0 TO WSV-PORCION-CUOTAS
           IF WSS-SI-ENCONTRADO
             IF WST-FAC-CUOTAS (WSI-FAC) > 0
               AND WST-FAC-TOTAL (WSI-FAC) > 0
               AND WST-FAC-DISPONIBLE (WSI-FAC) > 0
                 COMPUTE WSV-PORCION-CUOTAS ROUNDED =
                         WSF-PAGE-IMPORTE * WST-FAC-CUOTAS (WSI-FAC)
                         / WST-FAC-TOTAL (WSI-FAC)
                 IF WSV-PORCION-CUOTAS > WST-FAC-DISPONIBLE (WSI-FAC)
                     MOVE WST-FAC-DISPONIBLE (WSI-FAC)
                       TO WSV-PORCION-CUOTAS
                 END-IF
                 SUBTRACT WSV-PORCION-CUOTAS
                     FROM WST-FAC-DISPONIBLE (WSI-FAC)
             END-IF
           END-IF

           IF WSV-PORCION-CUOTAS = 0
      *        Sin linea de cuotas facturada: solo interesa si el
      *        cliente tiene cuotas pendientes (el pago no las toca).
               PERFORM 230000-VERIFICAR-PENDIENTES
               IF WSS-SI-CON-PENDIENTES
                   MOVE 'SIN LINEA DE CUOTAS FACTURADA EN EL PERIODO'
                     TO WSV-MOTIVO
                   MOVE WSF-PAGE-IMPORTE TO WSV-CAPITAL
                   PERFORM 240000-LISTAR-SIN-CUOTA
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-PAGOS-CUOTA

      *    A capital: se descuentan IVA y mora en la proporcion de la
      *    liquidacion del mes.
           IF WST-FAC-CON-IVA (WSI-FAC) > 0
             AND WST-FAC-CAPITAL (WSI-FAC) > 0
               COMPUTE WSV-CAPITAL ROUNDED =
                       WSV-PORCION-CUOTAS * WST-FAC-CAPITAL (WSI-FAC)
                       / WST-FAC-CON-IVA (WSI-FAC)
           ELSE
               MOVE WSV-PORCION-CUOTAS TO WSV-CAPITAL
           END-IF

           PERFORM 220000-APLICAR-A-CUOTAS.

           IF WSV-CAPITAL > 0
               MOVE 'SIN CUOTA PENDIENTE PARA EL RESTO'
                 TO WSV-MOTIVO
               PERFORM 240000-LISTAR-SIN-CUOTA
           END-IF.

       220000-APLICAR-A-CUOTAS.

      *    Cuotas pendientes del cliente en orden de clave (cliente +
      *    vencimiento + secuencia): la mas vieja primero. START +
      *    READ NEXT, mismo idioma que 218000 en PROG01-00-SA.
           MOVE WSF-PAGE-CTE TO WSF-IMP-CTE
           MOVE 0            TO WSF-IMP-VENCIMIENTO
           MOVE 0            TO WSF-IMP-SECUENCIA

           START IMPAGAS KEY IS NOT LESS THAN WSF-IMP-CLAVE
               INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL NOT WSS-FS-IMP-OK
                   OR WSV-CAPITAL NOT > 0
               READ IMPAGAS NEXT
                   AT END CONTINUE
               END-READ
               IF WSS-FS-IMP-OK
                   IF WSF-IMP-CTE NOT = WSF-PAGE-CTE
      *                Se paso al cliente siguiente: fin del barrido.
                       MOVE '23' TO WSS-FS-IMP
                   ELSE
                       IF WSF-IMP-ESTADO NOT = 'C'
                         AND WSF-IMP-IMPORTE > 0
                           PERFORM 225000-APLICAR-UNA-CUOTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       225000-APLICAR-UNA-CUOTA.

           MOVE WSF-IMP-IMPORTE TO WSV-IMP-ANTERIOR

           IF WSV-CAPITAL < WSF-IMP-IMPORTE
               MOVE WSV-CAPITAL TO WSV-APLICADO
           ELSE
               MOVE WSF-IMP-IMPORTE TO WSV-APLICADO
           END-IF

      *    Cubierta: pasa a C con su importe. Parcial: queda P con lo
      *    que falta, que es sobre lo que se sigue liquidando mora.
           IF WSV-APLICADO = WSF-IMP-IMPORTE
               MOVE 'C' TO WSF-IMP-ESTADO
           ELSE
               SUBTRACT WSV-APLICADO FROM WSF-IMP-IMPORTE
           END-IF

           REWRITE FD-IMPAGAS
           IF NOT WSS-FS-IMP-OK
               DISPLAY 'ERROR AL ACTUALIZAR CUOTA ' WSF-IMP-CTE ' '
                       WSF-IMP-VENCIMIENTO ' FILE STATUS ' WSS-FS-IMP
      *        Se corta el barrido del cliente: el resto del pago
      *        sale como no imputado.
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WSV-APLICADO FROM WSV-CAPITAL
           ADD WSV-APLICADO TO WSA-TOTAL-APLICADO

           MOVE WSV-FECHA-SISTEMA    TO WSF-CLQ-FECHA
           MOVE WSV-PERIODO-PROCESO  TO WSF-CLQ-PERIODO
           MOVE WSF-IMP-CTE          TO WSF-CLQ-CTE
           MOVE WSF-IMP-VENCIMIENTO  TO WSF-CLQ-VENCIMIENTO
           MOVE WSF-IMP-SECUENCIA    TO WSF-CLQ-SECUENCIA
           MOVE WSF-PAGE-NRO-RECIBO  TO WSF-CLQ-NRO-RECIBO
           MOVE WSF-PAGE-FECHA       TO WSF-CLQ-FECHA-PAGO
           MOVE WSV-IMP-ANTERIOR     TO WSF-CLQ-IMP-ANTERIOR
           MOVE WSV-APLICADO         TO WSF-CLQ-IMP-APLICADO
           IF WSF-IMP-ESTADO = 'C'
               MOVE 0   TO WSF-CLQ-IMP-SALDO
               MOVE 'C' TO WSF-CLQ-ESTADO
               ADD 1 TO WSCC-CONT-CANCELADAS
           ELSE
               MOVE WSF-IMP-IMPORTE TO WSF-CLQ-IMP-SALDO
               MOVE 'P' TO WSF-CLQ-ESTADO
               ADD 1 TO WSCC-CONT-PARCIALES
           END-IF
           WRITE FD-CUOTAS-LIQUIDADAS
           IF NOT WSS-FS-CLQ-OK
               DISPLAY 'ERROR DE ARCHIVO DE CUOTAS LIQUIDADAS'
               DISPLAY 'FILE STATUS' WSS-FS-CLQ
           ELSE
               ADD 1 TO WSV-LINEAS-RECIBO
           END-IF

           MOVE WSF-CLQ-IMP-ANTERIOR TO WSL-IMP-ED-1
           MOVE WSF-CLQ-IMP-APLICADO TO WSL-IMP-ED-2
           MOVE WSF-CLQ-IMP-SALDO    TO WSL-IMP-ED-3
           INITIALIZE WSL-LINEA
           STRING WSF-CLQ-CTE                    DELIMITED SIZE
                  ' '                            DELIMITED SIZE
                  WSF-CLQ-NRO-RECIBO             DELIMITED SIZE
                  ' '                            DELIMITED SIZE
                  WSF-CLQ-VENCIMIENTO            DELIMITED SIZE
                  ' '                            DELIMITED SIZE
                  WSF-CLQ-SECUENCIA              DELIMITED SIZE
                  ' '                            DELIMITED SIZE
                  WSL-IMP-ED-1                   DELIMITED SIZE
                  ' '                            DELIMITED SIZE
                  WSL-IMP-ED-2                   DELIMITED SIZE
                  ' '                            DELIMITED SIZE
                  WSL-IMP-ED-3                   DELIMITED SIZE
                  '  '                           DELIMITED SIZE
                  WSF-CLQ-ESTADO                 DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-LISTADO
           WRITE FD-LISTADO.

       230000-VERIFICAR-PENDIENTES.

           MOVE 'N' TO WSS-CON-PENDIENTES

           MOVE WSF-PAGE-CTE TO WSF-IMP-CTE
           MOVE 0            TO WSF-IMP-VENCIMIENTO
           MOVE 0            TO WSF-IMP-SECUENCIA

           START IMPAGAS KEY IS NOT LESS THAN WSF-IMP-CLAVE
               INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL NOT WSS-FS-IMP-OK
                   OR WSS-SI-CON-PENDIENTES
               READ IMPAGAS NEXT
                   AT END CONTINUE
               END-READ
               IF WSS-FS-IMP-OK
                   IF WSF-IMP-CTE NOT = WSF-PAGE-CTE
                       MOVE '23' TO WSS-FS-IMP
                   ELSE
                       IF WSF-IMP-ESTADO NOT = 'C'
                           MOVE 'S' TO WSS-CON-PENDIENTES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       235000-REGISTRAR-SIN-CUOTA.

      *    Recibo procesado que no toco ninguna cuota (otra moneda,
      *    sin linea de cuotas o sin cuota pendiente): una linea S en
      *    CuotasLiquidadas.TXT para que no se vuelva a procesar y
      *    para que PROG01-07-SA lo de por pasado.
           INITIALIZE FD-CUOTAS-LIQUIDADAS
           MOVE WSV-FECHA-SISTEMA    TO WSF-CLQ-FECHA
           MOVE WSV-PERIODO-PROCESO  TO WSF-CLQ-PERIODO
           MOVE WSF-PAGE-CTE         TO WSF-CLQ-CTE
           MOVE WSF-PAGE-NRO-RECIBO  TO WSF-CLQ-NRO-RECIBO
           MOVE WSF-PAGE-FECHA       TO WSF-CLQ-FECHA-PAGO
           MOVE 'S'                  TO WSF-CLQ-ESTADO
           WRITE FD-CUOTAS-LIQUIDADAS
           IF NOT WSS-FS-CLQ-OK
               DISPLAY 'ERROR DE ARCHIVO DE CUOTAS LIQUIDADAS'
               DISPLAY 'FILE STATUS' WSS-FS-CLQ
           END-IF.

       240000-LISTAR-SIN-CUOTA.

      *    Pago (o resto de pago) que no encontro cuota: WSV-CAPITAL
      *    trae el importe y WSV-MOTIVO la razon.
           ADD 1 TO WSCC-CONT-SIN-CUOTA
           ADD WSV-CAPITAL TO WSA-TOTAL-SIN-CUOTA

           MOVE WSV-CAPITAL TO WSL-IMP-ED-2
           INITIALIZE WSL-LINEA
           STRING WSF-PAGE-CTE                   DELIMITED SIZE
                  ' '                            DELIMITED SIZE
                  WSF-PAGE-NRO-RECIBO            DELIMITED SIZE
                  ' PAGO SIN CUOTA: '            DELIMITED SIZE
                  WSL-IMP-ED-2                   DELIMITED SIZE
                  '  '                           DELIMITED SIZE
                  WSV-MOTIVO                     DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-LISTADO
           WRITE FD-LISTADO.

       250000-LEER-PAGOS.

           READ PAGOS-ENTRADA
              EVALUATE TRUE
                 WHEN WSS-FS-PAG-OK
                      CONTINUE
                 WHEN WSS-FS-PAG-EOF
                      CONTINUE
                 WHEN OTHER
                      DISPLAY 'FILE STATUS' WSS-FS-PAG
                      PERFORM 300000-FINAL
              END-EVALUATE.

       260000-CERRAR-IMPAGAS.

           IF WSS-IMPAGAS-SI-ABIERTO
               CLOSE IMPAGAS
           END-IF.

       300000-FINAL.

           MOVE SPACES TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE WSA-TOTAL-APLICADO  TO WSL-IMP-ED-1
           MOVE WSA-TOTAL-SIN-CUOTA TO WSL-IMP-ED-2
           INITIALIZE WSL-LINEA
           STRING 'CUOTAS CANCELADAS '           DELIMITED SIZE
                  WSCC-CONT-CANCELADAS           DELIMITED SIZE
                  '  PARCIALES '                 DELIMITED SIZE
                  WSCC-CONT-PARCIALES            DELIMITED SIZE
                  '  APLICADO '                  DELIMITED SIZE
                  WSL-IMP-ED-1                   DELIMITED SIZE
                  '  SIN CUOTA '                 DELIMITED SIZE
                  WSL-IMP-ED-2                   DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-LISTADO
           WRITE FD-LISTADO.

      *    El paso se estampa solo si los pagos se leyeron hasta el
      *    final (no en los cortes por error) y hubo algun recibo
      *    nuevo: una corrida vacia o de puros recibos ya liquidados
      *    no deja constancia de cancelacion. Se decide aca, antes
      *    de que los CLOSE pisen el FILE STATUS.
           IF WSS-FS-PAG-EOF
             AND WSCC-CONT-PAGOS > WSCC-CONT-REPETIDOS
               MOVE WSCC-CONT-PAGOS       TO WSV-CTL-LEIDOS
               COMPUTE WSV-CTL-GRABADOS = WSCC-CONT-CANCELADAS
                                        + WSCC-CONT-PARCIALES
               MOVE WSCC-CONT-SIN-CUOTA   TO WSV-CTL-RECHAZOS
               PERFORM 940000-ESTAMPAR-CONTROL-CORRIDA
           END-IF.

           CLOSE LISTADO.
           CLOSE CUOTAS-LIQUIDADAS.
           CLOSE PAGOS-ENTRADA.
           PERFORM 260000-CERRAR-IMPAGAS.

           DISPLAY '********************************************'
           DISPLAY 'PAGOS LEIDOS =' WSCC-CONT-PAGOS
           DISPLAY 'RECIBOS YA LIQUIDADOS (OMITIDOS) ='
                   WSCC-CONT-REPETIDOS
           DISPLAY 'PAGOS EN OTRA MONEDA =' WSCC-CONT-OTRA-MONEDA
           DISPLAY 'PAGOS CON PARTE DE CUOTAS =' WSCC-CONT-PAGOS-CUOTA
           DISPLAY 'CUOTAS CANCELADAS =' WSCC-CONT-CANCELADAS
           DISPLAY 'CUOTAS CON PAGO PARCIAL =' WSCC-CONT-PARCIALES
           DISPLAY 'PAGOS SIN CUOTA =' WSCC-CONT-SIN-CUOTA
           DISPLAY '********************************************'.
           STOP RUN.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'PagosAplicados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PAGOS-ENTRADA

           MOVE 'Resultados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESULTADO-ENTRADA

           MOVE 'Liquidaciones.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-LIQUIDACIONES-ENTRADA

           MOVE 'CuotasImpagas.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-IMPAGAS

           MOVE 'CuotasLiquidadas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CUOTAS-LIQUIDADAS

           MOVE 'LiquidacionCuotas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-LISTADO

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS

           MOVE 'ControlCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL-CORRIDA

           MOVE 'EstadisticasCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTAD-CORRIDA
           CONTINUE.

           COPY PARAMSP.

           COPY CTLCORRP.

           COPY OPERADORP.

       END PROGRAM PROG01-58-SA.
