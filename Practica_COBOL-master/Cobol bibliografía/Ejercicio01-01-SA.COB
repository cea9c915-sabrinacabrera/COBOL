                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RES.

      *    Detalle de RESULTADO por servicio: un renglon por
      *    cliente, periodo, moneda y servicio con cantidad, precio
      *    unitario (si se tarifo) e importe. Historico EXTEND como
      *    RESULTADO; de aca arma PROG01-10-SA los renglones de cada
      *    factura.
           SELECT RESDETALLE
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RESDETALLE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RDE.

      *    En una simulacion (ver WSP-SIMULACION en PARAMS.CPY)
      *    RESDETALLE apunta al detalle simulado; el historico real
      *    se lee aparte, solo para comparar la simulacion contra el
      *    ultimo periodo real facturado.
           SELECT RESDETALLE-REAL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RESDETALLE-REAL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RDR.

      *    Comparacion por cliente y servicio de la simulacion contra
      *    el ultimo periodo real (solo en simulacion).
           SELECT COMPARACION
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-COMPARACION
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CMP.

      *    Cantidad y precio de los registros de cantidad que
      *    PROG01-08-SA tarifo (opcional: sin el, el detalle sale con
      *    la cantidad de transacciones y sin precio unitario).
           SELECT TARIFADAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-TARIFADAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TDA.

      *    Descuentos que PROG01-08-SA aplico a los cargos aceptados
      *    (opcional: sin el, el detalle sale sin renglones de
      *    descuento y cada servicio con su importe neto).
           SELECT DESCONTADAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DESCONTADAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DTA.

           SELECT EXCEPCIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EXCEPCIONES
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GL.

      *    Historial contable acumulado: AsientosGL.TXT se reemplaza
      *    en cada facturacion, asi que cada partida se agrega aca
      *    al grabarla (igual que en 965000-CERRAR-ASIENTOS de
      *    ASIENGLP.CPY para los pasos que asientan despues).
           SELECT MOVIMIENTOSGL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-MOVIMIENTOSGL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MGL.

      *    Remanente de la corrida: las transacciones de clientes de
      *    otras sucursales en una corrida filtrada. Al terminar bien,
      *    TransacValidadas.TXT se reescribe SOLO con este remanente
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
      *    Con B, PROG01-08-SA rechaza los cargos nuevos del cliente
      *    (los pagos y las reversas pasan igual).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo en dias (0 contado / 15 /
      *    30 / 60) y descuento por pronto pago (ver
      *    PROG01-02-SA).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD SERVICIOS-MAESTRO.

         05 WSF-RES-IMP-CUOTAS   PIC S9(07)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD RESDETALLE.

       01 FD-RESDETALLE.
         05 WSF-RDE-CTE          PIC 9(07).
         05 WSF-RDE-PERIODO      PIC 9(06).
         05 WSF-RDE-MONEDA       PIC X(03).
         05 WSF-RDE-SUCURSAL     PIC 9(02).
         05 WSF-RDE-CODSER       PIC X(03).
         05 WSF-RDE-DESC         PIC X(30).
      *    Cantidad tarifada (registros de cantidad) o, si el
      *    renglon tiene transacciones con precio propio, cantidad de
      *    transacciones.
         05 WSF-RDE-CANTIDAD     PIC 9(09).
      *    Precio unitario de Tarifas.TXT, solo si todo el renglon
      *    se tarifo al mismo precio; si no, cero.
         05 WSF-RDE-PRECIO       PIC 9(07)V99.
         05 WSF-RDE-IMPORTE      PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
      *    Regla de descuento (ver PROG01-47-SA) si el renglon es el
      *    descuento aplicado a ese servicio (importe negativo); en
      *    blanco en el renglon del servicio, que va por el bruto.
         05 WSF-RDE-REGLA        PIC X(05).

       FD RESDETALLE-REAL.

      *    Mismo layout que FD-RESDETALLE.
       01 FD-RESDETALLE-REAL.
         05 WSF-RDR-CTE          PIC 9(07).
         05 WSF-RDR-PERIODO      PIC 9(06).
         05 WSF-RDR-MONEDA       PIC X(03).
         05 WSF-RDR-SUCURSAL     PIC 9(02).
         05 WSF-RDR-CODSER       PIC X(03).
         05 WSF-RDR-DESC         PIC X(30).
         05 WSF-RDR-CANTIDAD     PIC 9(09).
         05 WSF-RDR-PRECIO       PIC 9(07)V99.
         05 WSF-RDR-IMPORTE      PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-RDR-REGLA        PIC X(05).

       FD COMPARACION.

       01 FD-COMPARACION           PIC X(132).

       FD TARIFADAS.

      *    Mismo layout que FD-TARIFADAS en PROG01-08-SA.
       01 FD-TARIFADAS.
         05 WSF-TDA-CTE          PIC 9(07).
         05 WSF-TDA-CODSER       PIC X(03).
         05 WSF-TDA-MONEDA       PIC X(03).
         05 WSF-TDA-FECHA        PIC 9(08).
         05 WSF-TDA-CANTIDAD     PIC 9(09).
         05 WSF-TDA-PRECIO       PIC 9(07)V99.
         05 WSF-TDA-IMPORTE      PIC 9(07)V99.

       FD DESCONTADAS.

      *    Un registro por cargo descontado en PROG01-08-SA: importe
      *    neto con que llego la transaccion, regla, bruto y
      *    descuento.
       01 FD-DESCONTADAS.
         05 WSF-DTA-CTE          PIC 9(07).
         05 WSF-DTA-CODSER       PIC X(03).
         05 WSF-DTA-MONEDA       PIC X(03).
         05 WSF-DTA-FECHA        PIC 9(08).
         05 WSF-DTA-IMPORTE      PIC 9(07)V99.
         05 WSF-DTA-REGLA        PIC X(05).
         05 WSF-DTA-DESC         PIC X(30).
         05 WSF-DTA-BRUTO        PIC 9(07)V99.
         05 WSF-DTA-DESCUENTO    PIC 9(07)V99.

       FD EXCEPCIONES.

       01 FD-EXCEPCIONES.
         05 WSF-GLC-TOTAL-HABER  PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD MOVIMIENTOSGL.

      *    Una linea por partida asentada: lote (periodo en proceso
      *    al asentarla), periodo de la partida, cuenta, leyenda,
      *    importe en la columna del debe o del haber, cantidad de
      *    partidas que resume (1) y fecha de grabacion.
       01 FD-MOVIMIENTOSGL.
         05 WSF-MGL-LOTE          PIC 9(06).
         05 WSF-MGL-PERIODO       PIC 9(06).
         05 WSF-MGL-CUENTA        PIC X(16).
         05 WSF-MGL-LEYENDA       PIC X(30).
         05 WSF-MGL-DEBE          PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-MGL-HABER         PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-MGL-PARTIDAS      PIC 9(05).
         05 WSF-MGL-FECHA         PIC 9(08).

       FD REMANENTE.

       01 FD-REMANENTE            PIC X(33).
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



           88 WSS-FS-RES-EOF                     VALUE '10'.
           88 WSS-FS-RES-NOEXISTE                VALUE '35'.

         05 WSS-FS-RDE                           PIC X(02).
           88 WSS-FS-RDE-OK                      VALUE '00'.
           88 WSS-FS-RDE-EOF                     VALUE '10'.
           88 WSS-FS-RDE-NOEXISTE                VALUE '35'.

         05 WSS-FS-RDR                           PIC X(02).
           88 WSS-FS-RDR-OK                      VALUE '00'.
           88 WSS-FS-RDR-EOF                     VALUE '10'.
           88 WSS-FS-RDR-NOEXISTE                VALUE '35'.

         05 WSS-FS-CMP                           PIC X(02).
           88 WSS-FS-CMP-OK                      VALUE '00'.

         05 WSS-FS-TDA                           PIC X(02).
           88 WSS-FS-TDA-OK                      VALUE '00'.
           88 WSS-FS-TDA-EOF                     VALUE '10'.
           88 WSS-FS-TDA-NOEXISTE                VALUE '35'.

         05 WSS-FS-DTA                           PIC X(02).
           88 WSS-FS-DTA-OK                      VALUE '00'.
           88 WSS-FS-DTA-EOF                     VALUE '10'.
           88 WSS-FS-DTA-NOEXISTE                VALUE '35'.

         05 WSS-FS-EXC                           PIC X(02).
           88 WSS-FS-EXC-OK                      VALUE '00'.
           88 WSS-FS-EXC-EOF                     VALUE '10'.
         05 WSS-FS-GL                            PIC X(02).
           88 WSS-FS-GL-OK                       VALUE '00'.

         05 WSS-FS-MGL                           PIC X(02).
           88 WSS-FS-MGL-OK                      VALUE '00'.
           88 WSS-FS-MGL-NOEXISTE                VALUE '35'.

         05 WSS-FS-SHI                           PIC X(02).
           88 WSS-FS-SHI-OK                      VALUE '00'.
           88 WSS-FS-SHI-NOEXISTE                VALUE '35'.
       01 WSS-BALANCEADA              PIC X VALUE 'S'.
           88 WSS-SI-BALANCEADA       VALUE 'S'.

      *    Historial contable abierto en 319000-GENERAR-ASIENTOS-GL.
       01 WSS-MGL-ABIERTO             PIC X VALUE 'N'.
           88 WSS-MGL-SI-ABIERTO      VALUE 'S'.

       01 WSV-BAL-PATA              PIC 9(01).
       01 WSV-BAL-MONEDA            PIC X(03).
       01 WSV-BAL-IMPORTE           PIC S9(09)V99.
       01 WSS-MON-ENCONTRADA          PIC X VALUE 'N'.
           88 WSS-MON-SI-ENCONTRADA   VALUE 'S'.

      *    Detalle del cliente en curso por moneda y servicio, que
      *    sale a RESDETALLE junto con cada renglon de RESULTADO
      *    (mismo ciclo de vida que TABLA-TOTALES-MONEDA).
       01 TABLA-DETALLE-CTE.
           05 WST-CANT-DETCTE       PIC 9(03) VALUE 0.
           05 WST-DETCTE OCCURS 50 TIMES
                             INDEXED BY WSI-DETCTE.
               10 WST-DCT-MONEDA    PIC X(03).
               10 WST-DCT-CODSER    PIC X(03).
               10 WST-DCT-CANTIDAD  PIC 9(09).
               10 WST-DCT-IMPORTE   PIC S9(09)V99.
               10 WST-DCT-PRECIO    PIC 9(07)V99.
      *        S mientras todas las transacciones del renglon vengan
      *        tarifadas al mismo precio.
               10 WST-DCT-TARIFADO  PIC X(01).
      *        Regla y leyenda si el renglon es un descuento (en
      *        blanco en los renglones de servicio).
               10 WST-DCT-REGLA     PIC X(05).
               10 WST-DCT-DESC      PIC X(30).

       01 WSS-DCT-ENCONTRADO          PIC X VALUE 'N'.
           88 WSS-DCT-SI-ENCONTRADO   VALUE 'S'.

      *    Registros de cantidad tarifados por PROG01-08-SA, cargados
      *    al inicio (109900-CARGAR-TARIFADAS). Cada uno se usa una
      *    sola vez, contra la primera transaccion identica.
       01 TABLA-TARIFADAS.
           05 WST-CANT-TDA          PIC 9(04) VALUE 0.
           05 WST-TDA OCCURS 3000 TIMES
                             INDEXED BY WSI-TDA.
               10 WST-TDA-CTE       PIC 9(07).
               10 WST-TDA-CODSER    PIC X(03).
               10 WST-TDA-MONEDA    PIC X(03).
               10 WST-TDA-FECHA     PIC 9(08).
               10 WST-TDA-CANTIDAD  PIC 9(09).
               10 WST-TDA-PRECIO    PIC 9(07)V99.
               10 WST-TDA-IMPORTE   PIC 9(07)V99.
               10 WST-TDA-USADA     PIC X(01).

       01 WSS-TDA-ENCONTRADA          PIC X VALUE 'N'.
           88 WSS-TDA-SI-ENCONTRADA   VALUE 'S'.

      *    Cargos descontados por PROG01-08-SA, cargados al inicio
      *    (109950-CARGAR-DESCONTADAS). Igual que las tarifadas, cada
      *    uno se usa una sola vez.
       01 TABLA-DESCONTADAS.
           05 WST-CANT-DTA          PIC 9(04) VALUE 0.
           05 WST-DTA OCCURS 3000 TIMES
                             INDEXED BY WSI-DTA.
               10 WST-DTA-CTE       PIC 9(07).
               10 WST-DTA-CODSER    PIC X(03).
               10 WST-DTA-MONEDA    PIC X(03).
               10 WST-DTA-FECHA     PIC 9(08).
               10 WST-DTA-IMPORTE   PIC 9(07)V99.
               10 WST-DTA-REGLA     PIC X(05).
               10 WST-DTA-DESC      PIC X(30).
               10 WST-DTA-DESCUENTO PIC 9(07)V99.
               10 WST-DTA-USADA     PIC X(01).

       01 WSS-DTA-ENCONTRADA          PIC X VALUE 'N'.
           88 WSS-DTA-SI-ENCONTRADA   VALUE 'S'.

      *    Renglon de servicio de la transaccion en curso, para
      *    devolverle el descuento (el renglon del servicio va por
      *    el bruto y el descuento sale en el suyo).
       01 WSV-POS-DCT-SERV             PIC 9(03).

       01 WSV-TASA-CONV                PIC S9(07)V9(04).

      *    Importe contratado del cliente (WVR-CTE-IMPORT-C), siempre
         05 WVR-CTE-EMAIL        PIC X(40).
         05 WVR-CTE-FORMA-PAGO   PIC X(01).
         05 WVR-CTE-ESTADO-CRED  PIC X(01).
         05 WVR-CTE-PLAZO-DIAS   PIC 9(03).
         05 WVR-CTE-DTO-PCT      PIC 9(02)V99.
         05 WVR-CTE-DTO-DIAS     PIC 9(03).

      *    Copia de la transaccion de adelanto mientras
      *    231000-GENERAR-ABONO usa REG-TRANSAC para fabricar el



      *    La corrida llego al final de TRANSAC (se decide en
      *    300000-FINAL antes de que los CLOSE pisen el FILE STATUS).
       01 WSS-CORRIDA-COMPLETA        PIC X VALUE 'N'.
           88 WSS-SI-CORRIDA-COMPLETA VALUE 'S'.

      *    Comparacion de una simulacion: importe por cliente, moneda
      *    y servicio (neto de descuentos) simulado y del ultimo
      *    periodo real. Se ordena por cliente, moneda y servicio.
       01 TABLA-COMPARACION.
           05 WST-CANT-CMP          PIC 9(04) VALUE 0.
           05 WST-CMP OCCURS 5000 TIMES
                             INDEXED BY WSI-CMP.
               10 WST-CMP-CLAVE.
                   15 WST-CMP-CTE       PIC 9(07).
                   15 WST-CMP-MONEDA    PIC X(03).
                   15 WST-CMP-CODSER    PIC X(03).
               10 WST-CMP-SIMULADO      PIC S9(11)V99.
               10 WST-CMP-REAL          PIC S9(11)V99.

       01 WSV-CMP-AUX               PIC X(39).
       01 WSV-CMP-MAXIMO            PIC 9(04) VALUE 5000.
       01 WSV-CMP-CTE               PIC 9(07).
       01 WSV-CMP-MONEDA            PIC X(03).
       01 WSV-CMP-CODSER            PIC X(03).
       01 WSV-CMP-IMPORTE           PIC S9(11)V99.
       01 WSV-CMP-ES-SIMULADO       PIC X(01).
       01 WSV-CMP-PERIODO-REAL      PIC 9(06) VALUE 0.
       01 WSV-CMP-DIFERENCIA        PIC S9(11)V99.
       01 WSV-CMP-VARIACION         PIC S9(07)V99.
       01 WSV-CMP-SUB-I             PIC 9(04).
       01 WSV-CMP-SUB-J             PIC 9(04).
       01 WSV-CMP-SUB-K             PIC 9(04).
       01 WSV-CMP-LIMITE            PIC 9(04).

       01 WSS-CMP-ENCONTRADO          PIC X VALUE 'N'.
           88 WSS-CMP-SI-ENCONTRADO   VALUE 'S'.

      *    Subtotal del cliente en la moneda y totales por moneda.
       01 WSV-CMP-SUB-SIMULADO      PIC S9(11)V99.
       01 WSV-CMP-SUB-REAL          PIC S9(11)V99.
       01 TABLA-CMP-MONEDAS.
           05 WST-CMON-CANT         PIC 9(02) VALUE 0.
           05 WST-CMON OCCURS 10 TIMES
                             INDEXED BY WSI-CMON.
               10 WST-CMON-MONEDA   PIC X(03).
               10 WST-CMON-SIMULADO PIC S9(13)V99.
               10 WST-CMON-REAL     PIC S9(13)V99.

       01 WSL-LINEA-CMP             PIC X(132).
       01 WSL-CMP-ED-1              PIC -----------,99.
       01 WSL-CMP-ED-2              PIC -----------,99.
       01 WSL-CMP-ED-3              PIC -----------,99.
       01 WSL-CMP-PCT               PIC -------9,99.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-RESDETALLE-REAL        PIC X(80).
       01 WSV-ARCH-COMPARACION            PIC X(80).
       01 WSV-ARCH-SERVHISTORIA           PIC X(80).
       01 WSV-ARCH-BALANCEO               PIC X(80).
       01 WSV-ARCH-REMANENTE              PIC X(80).
       01 WSV-ARCH-SERVICIOS-MAESTRO      PIC X(80).
       01 WSV-ARCH-SORT-TRANSAC           PIC X(80).
       01 WSV-ARCH-RESULTADO              PIC X(80).
       01 WSV-ARCH-RESDETALLE             PIC X(80).
       01 WSV-ARCH-TARIFADAS              PIC X(80).
       01 WSV-ARCH-DESCONTADAS            PIC X(80).
       01 WSV-ARCH-EXCEPCIONES            PIC X(80).
       01 WSV-ARCH-REPSERVICIOS           PIC X(80).
       01 WSV-ARCH-CHECKPOINT             PIC X(80).
       01 WSV-ARCH-TOPCLIENTES            PIC X(80).
       01 WSV-ARCH-AUDITORIA              PIC X(80).
       01 WSV-ARCH-ASIENTOSGL             PIC X(80).
       01 WSV-ARCH-MOVIMIENTOSGL          PIC X(80).
       01 WSV-ARCH-DIFERIDAS              PIC X(80).
       01 WSV-ARCH-SUSPENSO               PIC X(80).
       01 WSV-ARCH-SUSPREVISION           PIC X(80).
       01 WSV-ARCH-CONTROL-CORRIDA        PIC X(80).
       01 WSV-ARCH-ESTAD-CORRIDA          PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).
       01 WSV-ARCH-COTIZACIONES           PIC X(80).

      *    En corrida por sucursal cada sucursal estampa y controla
      *    su propio paso 40 del periodo.
           MOVE WSP-SUCURSAL-FILTRO TO WSV-CTL-SUCURSAL
      *    Una simulacion no es un paso de la cadena: ni se controla
      *    ni se estampa, y se puede repetir cuantas veces haga falta.
           IF WSP-SI-SIMULACION
               DISPLAY '*** SIMULACION: SOLO SE GRABAN ARCHIVOS Sim* '
                       '***'
           ELSE
               PERFORM 930000-VERIFICAR-CONTROL-CORRIDA
               IF NOT WSV-CTL-AUTORIZADA
                   DISPLAY 'CORRIDA CANCELADA POR CONTROL DE PASOS'
                   STOP RUN
               END-IF
           END-IF.

           INITIALIZE CONTADORES.

           PERFORM 109000-CARGAR-CATALOGO.

           PERFORM 109900-CARGAR-TARIFADAS.

           PERFORM 109950-CARGAR-DESCONTADAS.

           PERFORM 109500-CARGAR-SUCURSALES.

           PERFORM 109700-CARGAR-APROBACIONES.
                       WSP-SUCURSAL-FILTRO
           END-IF.

           IF WSP-SI-SIMULACION
               PERFORM 104000-VACIAR-SIMULACION
           END-IF.

           PERFORM 105000-LEER-CHECKPOINT.

           PERFORM 101000-ORDENAR-ENTRADAS.
             PERFORM 300000-FINAL
           END-IF.

      *    El detalle por servicio acompania a RESULTADO: mismo
      *    historico EXTEND.
           OPEN EXTEND RESDETALLE.
           IF WSS-FS-RDE-NOEXISTE
               OPEN OUTPUT RESDETALLE
           END-IF.
           IF NOT WSS-FS-RDE-OK
             DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
             DISPLAY 'FILE STATUS' WSS-FS-RDE
             PERFORM 300000-FINAL
           END-IF.

      *    EXCEPCIONES, CLISINMOV, RESULTADOCSV y SOBRELIMITE se
      *    graban renglon a renglon a medida que se procesa cada
      *    cliente/transaccion (a diferencia de REPSERVICIOS y
             END-IF
           END-IF.

       109900-CARGAR-TARIFADAS.

      *    Sin archivo de tarifadas la tabla queda vacia y el detalle
      *    sale con cantidad de transacciones y sin precio unitario.
           OPEN INPUT TARIFADAS.
           IF WSS-FS-TDA-NOEXISTE
               CONTINUE
           ELSE
             IF NOT WSS-FS-TDA-OK
               DISPLAY 'ERROR DE ARCHIVO DE TARIFADAS'
               DISPLAY 'FILE STATUS' WSS-FS-TDA
               PERFORM 300000-FINAL
             ELSE
               PERFORM UNTIL WSS-FS-TDA-EOF
                   READ TARIFADAS
                      EVALUATE TRUE
                         WHEN WSS-FS-TDA-OK
                              IF WST-CANT-TDA < 3000
                                ADD 1 TO WST-CANT-TDA
                                SET WSI-TDA TO WST-CANT-TDA
                                MOVE WSF-TDA-CTE
                                  TO WST-TDA-CTE (WSI-TDA)
                                MOVE WSF-TDA-CODSER
                                  TO WST-TDA-CODSER (WSI-TDA)
                                MOVE WSF-TDA-MONEDA
                                  TO WST-TDA-MONEDA (WSI-TDA)
                                MOVE WSF-TDA-FECHA
                                  TO WST-TDA-FECHA (WSI-TDA)
                                MOVE WSF-TDA-CANTIDAD
                                  TO WST-TDA-CANTIDAD (WSI-TDA)
                                MOVE WSF-TDA-PRECIO
                                  TO WST-TDA-PRECIO (WSI-TDA)
                                MOVE WSF-TDA-IMPORTE
                                  TO WST-TDA-IMPORTE (WSI-TDA)
                                MOVE 'N'
                                  TO WST-TDA-USADA (WSI-TDA)
                              ELSE
                                DISPLAY 'TABLA DE TARIFADAS LLENA'
                              END-IF
                         WHEN WSS-FS-TDA-EOF
                              CONTINUE
                         WHEN OTHER
                              DISPLAY 'FILE STATUS' WSS-FS-TDA
                              PERFORM 300000-FINAL
                      END-EVALUATE
               END-PERFORM
               CLOSE TARIFADAS
             END-IF
           END-IF.

       109950-CARGAR-DESCONTADAS.

      *    Sin archivo de descontadas la tabla queda vacia y el
      *    detalle sale sin renglones de descuento.
           OPEN INPUT DESCONTADAS.
           IF WSS-FS-DTA-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-DTA-OK
             DISPLAY 'ERROR DE ARCHIVO DE DESCONTADAS'
             DISPLAY 'FILE STATUS' WSS-FS-DTA
             PERFORM 300000-FINAL
           END-IF.

           PERFORM UNTIL WSS-FS-DTA-EOF
               READ DESCONTADAS
                  EVALUATE TRUE
                     WHEN WSS-FS-DTA-OK
                          IF WST-CANT-DTA < 3000
                            ADD 1 TO WST-CANT-DTA
                            SET WSI-DTA TO WST-CANT-DTA
                            MOVE WSF-DTA-CTE
                              TO WST-DTA-CTE (WSI-DTA)
                            MOVE WSF-DTA-CODSER
                              TO WST-DTA-CODSER (WSI-DTA)
                            MOVE WSF-DTA-MONEDA
                              TO WST-DTA-MONEDA (WSI-DTA)
                            MOVE WSF-DTA-FECHA
                              TO WST-DTA-FECHA (WSI-DTA)
                            MOVE WSF-DTA-IMPORTE
                              TO WST-DTA-IMPORTE (WSI-DTA)
                            MOVE WSF-DTA-REGLA
                              TO WST-DTA-REGLA (WSI-DTA)
                            MOVE WSF-DTA-DESC
                              TO WST-DTA-DESC (WSI-DTA)
                            MOVE WSF-DTA-DESCUENTO
                              TO WST-DTA-DESCUENTO (WSI-DTA)
                            MOVE 'N'
                              TO WST-DTA-USADA (WSI-DTA)
                          ELSE
                            DISPLAY 'TABLA DE DESCONTADAS LLENA'
                          END-IF
                     WHEN WSS-FS-DTA-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-DTA
                          PERFORM 300000-FINAL
                  END-EVALUATE
           END-PERFORM

           CLOSE DESCONTADAS.

       104000-VACIAR-SIMULACION.

      *    Cada simulacion arranca de cero: los historicos simulados
      *    (que se abren EXTEND igual que los reales) se vacian, y
      *    con ellos el checkpoint simulado, asi que una simulacion
      *    cortada no se reinicia: se vuelve a correr entera.
           OPEN OUTPUT RESULTADO.
           CLOSE RESULTADO.
           OPEN OUTPUT RESDETALLE.
           CLOSE RESDETALLE.
           OPEN OUTPUT EXCEPCIONES.
           CLOSE EXCEPCIONES.
           OPEN OUTPUT CHECKPOINT.
           CLOSE CHECKPOINT.
           OPEN OUTPUT AUDITORIA.
           CLOSE AUDITORIA.
           OPEN OUTPUT CREDOTORGADOS.
           CLOSE CREDOTORGADOS.
           OPEN OUTPUT DIFERIDAS.
           CLOSE DIFERIDAS.
           OPEN OUTPUT SUSPENSO.
           CLOSE SUSPENSO.
           OPEN OUTPUT SERVHISTORIA.
           CLOSE SERVHISTORIA.

       105000-LEER-CHECKPOINT.

      *    Si existe un checkpoint de una corrida anterior que no
           INITIALIZE WSCC-CONT-TRANCTE
           INITIALIZE REG-RESULTADO
           INITIALIZE TABLA-TOTALES-MONEDA
           INITIALIZE TABLA-DETALLE-CTE

           MOVE WSR-TRAN-CTE TO WSR-RES-CTE
           MOVE WSR-CTE-NYA TO WSR-RES-NYA

                   PERFORM 215000-ACUM-SERVICIO

                   PERFORM 215500-ACUM-DETALLE-CTE

                 ELSE

                   PERFORM 408000-EXCEPCION-CREDITO
                       WSR-TRAN-IMPORT-T * WSV-TASA-CONV
           END-IF.

       215500-ACUM-DETALLE-CTE.

      *    Acumula la transaccion en el detalle del cliente por
      *    moneda y servicio. Si vino de un registro de cantidad
      *    tarifado se suma su cantidad y se conserva el precio; si
      *    no, cuenta como una unidad y el renglon pierde el precio
      *    unitario (su importe ya no es cantidad por precio).
           PERFORM 215600-BUSCAR-TARIFADA

           MOVE 'N' TO WSS-DCT-ENCONTRADO

           PERFORM VARYING WSI-DETCTE FROM 1 BY 1
                   UNTIL WSI-DETCTE > WST-CANT-DETCTE
               IF WST-DCT-MONEDA (WSI-DETCTE) = WSR-TRAN-MONEDA
                 AND WST-DCT-CODSER (WSI-DETCTE) = WSR-TRAN-CODSER
                 AND WST-DCT-REGLA (WSI-DETCTE) = SPACES
                   MOVE 'S' TO WSS-DCT-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-DCT-SI-ENCONTRADO
               IF WST-CANT-DETCTE < 50
                   ADD 1 TO WST-CANT-DETCTE
                   SET WSI-DETCTE TO WST-CANT-DETCTE
                   MOVE WSR-TRAN-MONEDA TO WST-DCT-MONEDA (WSI-DETCTE)
                   MOVE WSR-TRAN-CODSER TO WST-DCT-CODSER (WSI-DETCTE)
                   MOVE 0 TO WST-DCT-CANTIDAD (WSI-DETCTE)
                   MOVE 0 TO WST-DCT-IMPORTE (WSI-DETCTE)
                   MOVE 0 TO WST-DCT-PRECIO (WSI-DETCTE)
                   MOVE SPACES TO WST-DCT-REGLA (WSI-DETCTE)
                                  WST-DCT-DESC (WSI-DETCTE)
                   IF WSS-TDA-SI-ENCONTRADA
                       MOVE WST-TDA-PRECIO (WSI-TDA)
                         TO WST-DCT-PRECIO (WSI-DETCTE)
                       MOVE 'S' TO WST-DCT-TARIFADO (WSI-DETCTE)
                   ELSE
                       MOVE 'N' TO WST-DCT-TARIFADO (WSI-DETCTE)
                   END-IF
               ELSE
      *            Sin lugar el importe queda fuera del detalle; la
      *            factura lo muestra igual como renglon de ajuste.
                   DISPLAY 'TABLA DE DETALLE DEL CLIENTE LLENA: '
                           WSR-TRAN-CTE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD WSR-TRAN-IMPORT-T TO WST-DCT-IMPORTE (WSI-DETCTE)

           IF WSS-TDA-SI-ENCONTRADA
               ADD WST-TDA-CANTIDAD (WSI-TDA)
                 TO WST-DCT-CANTIDAD (WSI-DETCTE)
               IF WST-TDA-PRECIO (WSI-TDA) NOT =
                                       WST-DCT-PRECIO (WSI-DETCTE)
                   MOVE 'N' TO WST-DCT-TARIFADO (WSI-DETCTE)
               END-IF
           ELSE
               ADD 1 TO WST-DCT-CANTIDAD (WSI-DETCTE)
               MOVE 'N' TO WST-DCT-TARIFADO (WSI-DETCTE)
           END-IF.

      *    Si el cargo llego descontado, el renglon del servicio
      *    recupera el bruto y el descuento va a su propio renglon.
           PERFORM 215700-BUSCAR-DESCONTADA
           IF WSS-DTA-SI-ENCONTRADA
               ADD WST-DTA-DESCUENTO (WSI-DTA)
                 TO WST-DCT-IMPORTE (WSI-DETCTE)
               SET WSV-POS-DCT-SERV TO WSI-DETCTE
               PERFORM 215800-ACUM-DESCUENTO-CTE
           END-IF.

       215700-BUSCAR-DESCONTADA.

      *    Cargo descontado por PROG01-08-SA identico a la
      *    transaccion en curso (misma clave que 215600) y todavia no
      *    usado.
           MOVE 'N' TO WSS-DTA-ENCONTRADA

           IF WSR-TRAN-IMPORT-T <= 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-DTA FROM 1 BY 1
                   UNTIL WSI-DTA > WST-CANT-DTA
               IF WST-DTA-USADA (WSI-DTA)   = 'N'
                 AND WST-DTA-CTE (WSI-DTA)    = WSR-TRAN-CTE
                 AND WST-DTA-CODSER (WSI-DTA) = WSR-TRAN-CODSER
                 AND WST-DTA-MONEDA (WSI-DTA) = WSR-TRAN-MONEDA
                 AND WST-DTA-FECHA (WSI-DTA)  = WSR-TRAN-FECHA
                 AND WST-DTA-IMPORTE (WSI-DTA) = WSR-TRAN-IMPORT-T
                   MOVE 'S' TO WST-DTA-USADA (WSI-DTA)
                   MOVE 'S' TO WSS-DTA-ENCONTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       215800-ACUM-DESCUENTO-CTE.

      *    Renglon de descuento del cliente por moneda, servicio y
      *    regla: importe negativo y cantidad de cargos descontados.
      *    Sin lugar en la tabla el descuento vuelve al renglon del
      *    servicio (queda neto, como antes).
           MOVE 'N' TO WSS-DCT-ENCONTRADO

           PERFORM VARYING WSI-DETCTE FROM 1 BY 1
                   UNTIL WSI-DETCTE > WST-CANT-DETCTE
               IF WST-DCT-MONEDA (WSI-DETCTE) = WSR-TRAN-MONEDA
                 AND WST-DCT-CODSER (WSI-DETCTE) = WSR-TRAN-CODSER
                 AND WST-DCT-REGLA (WSI-DETCTE) =
                                       WST-DTA-REGLA (WSI-DTA)
                   MOVE 'S' TO WSS-DCT-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-DCT-SI-ENCONTRADO
               IF WST-CANT-DETCTE < 50
                   ADD 1 TO WST-CANT-DETCTE
                   SET WSI-DETCTE TO WST-CANT-DETCTE
                   MOVE WSR-TRAN-MONEDA TO WST-DCT-MONEDA (WSI-DETCTE)
                   MOVE WSR-TRAN-CODSER TO WST-DCT-CODSER (WSI-DETCTE)
                   MOVE 0   TO WST-DCT-CANTIDAD (WSI-DETCTE)
                   MOVE 0   TO WST-DCT-IMPORTE (WSI-DETCTE)
                   MOVE 0   TO WST-DCT-PRECIO (WSI-DETCTE)
                   MOVE 'N' TO WST-DCT-TARIFADO (WSI-DETCTE)
                   MOVE WST-DTA-REGLA (WSI-DTA)
                     TO WST-DCT-REGLA (WSI-DETCTE)
                   MOVE SPACES TO WST-DCT-DESC (WSI-DETCTE)
                   STRING 'DTO. '                  DELIMITED SIZE
                          WST-DTA-DESC (WSI-DTA)   DELIMITED SIZE
                     INTO WST-DCT-DESC (WSI-DETCTE)
                   END-STRING
               ELSE
                   SET WSI-DETCTE TO WSV-POS-DCT-SERV
                   SUBTRACT WST-DTA-DESCUENTO (WSI-DTA)
                       FROM WST-DCT-IMPORTE (WSI-DETCTE)
                   DISPLAY 'TABLA DE DETALLE DEL CLIENTE LLENA: '
                           WSR-TRAN-CTE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WST-DCT-CANTIDAD (WSI-DETCTE)
           SUBTRACT WST-DTA-DESCUENTO (WSI-DTA)
               FROM WST-DCT-IMPORTE (WSI-DETCTE).

       215600-BUSCAR-TARIFADA.

      *    Registro de cantidad de PROG01-08-SA identico a la
      *    transaccion en curso (cliente, servicio, moneda, fecha e
      *    importe calculado) y todavia no usado.
           MOVE 'N' TO WSS-TDA-ENCONTRADA

           IF WSR-TRAN-IMPORT-T < 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-TDA FROM 1 BY 1
                   UNTIL WSI-TDA > WST-CANT-TDA
               IF WST-TDA-USADA (WSI-TDA)   = 'N'
                 AND WST-TDA-CTE (WSI-TDA)    = WSR-TRAN-CTE
                 AND WST-TDA-CODSER (WSI-TDA) = WSR-TRAN-CODSER
                 AND WST-TDA-MONEDA (WSI-TDA) = WSR-TRAN-MONEDA
                 AND WST-TDA-FECHA (WSI-TDA)  = WSR-TRAN-FECHA
                 AND WST-TDA-IMPORTE (WSI-TDA) = WSR-TRAN-IMPORT-T
                   MOVE 'S' TO WST-TDA-USADA (WSI-TDA)
                   MOVE 'S' TO WSS-TDA-ENCONTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       220000-GRABAR-SALIDA.

           PERFORM 218000-CONVERTIR-LIMITE-A-BASE.

           WRITE FD-RESULTADO.

           PERFORM 228500-GRABAR-DETALLE-MONEDA
               VARYING WSI-DETCTE FROM 1 BY 1
               UNTIL WSI-DETCTE > WST-CANT-DETCTE.

           MOVE 3 TO WSV-BAL-PATA
           MOVE WST-TOT-MON-COD (WSI-TOTMON)     TO WSV-BAL-MONEDA
           MOVE WST-TOT-MON-IMPORTE (WSI-TOTMON) TO WSV-BAL-IMPORTE

           PERFORM 225000-GRABAR-SALIDA-CSV.

       228500-GRABAR-DETALLE-MONEDA.

      *    Un renglon de RESDETALLE por cada servicio del cliente en
      *    la moneda del renglon de RESULTADO recien grabado.
           IF WST-DCT-MONEDA (WSI-DETCTE) NOT =
                                       WST-TOT-MON-COD (WSI-TOTMON)
               EXIT PARAGRAPH
           END-IF.

           MOVE WSR-RES-CTE                   TO WSF-RDE-CTE
           MOVE WSR-RES-PERIODO               TO WSF-RDE-PERIODO
           MOVE WST-DCT-MONEDA (WSI-DETCTE)   TO WSF-RDE-MONEDA
           MOVE WVR-CTE-SUCURSAL              TO WSF-RDE-SUCURSAL
           MOVE WST-DCT-CODSER (WSI-DETCTE)   TO WSF-RDE-CODSER
           MOVE WST-DCT-CANTIDAD (WSI-DETCTE) TO WSF-RDE-CANTIDAD
           MOVE WST-DCT-IMPORTE (WSI-DETCTE)  TO WSF-RDE-IMPORTE
           MOVE WST-DCT-REGLA (WSI-DETCTE)    TO WSF-RDE-REGLA
           IF WST-DCT-TARIFADO (WSI-DETCTE) = 'S'
               MOVE WST-DCT-PRECIO (WSI-DETCTE) TO WSF-RDE-PRECIO
           ELSE
               MOVE 0 TO WSF-RDE-PRECIO
           END-IF

           MOVE 'SIN DESCRIPCION' TO WSF-RDE-DESC
           IF WST-DCT-REGLA (WSI-DETCTE) NOT = SPACES
               MOVE WST-DCT-DESC (WSI-DETCTE) TO WSF-RDE-DESC
           ELSE
             IF WSS-CATALOGO-SI-CARGADO
               SET WSI-CATSRV TO 1
               SEARCH WST-CATSRV
                 AT END
                   CONTINUE
                 WHEN WST-CATSRV-COD (WSI-CATSRV) =
                                     WST-DCT-CODSER (WSI-DETCTE)
                   MOVE WST-CATSRV-DESC (WSI-CATSRV)
                     TO WSF-RDE-DESC
               END-SEARCH
             END-IF
           END-IF

           WRITE FD-RESDETALLE.
           IF NOT WSS-FS-RDE-OK
             DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
             DISPLAY 'FILE STATUS' WSS-FS-RDE
           END-IF.

       226000-GRABAR-SOBRELIMITE.

           MOVE WSR-RES-CTE           TO WSF-LIM-CTE
           INITIALIZE WSCC-CONT-TRANCTE
           INITIALIZE REG-RESULTADO
           INITIALIZE TABLA-TOTALES-MONEDA
           INITIALIZE TABLA-DETALLE-CTE

           MOVE WSR-CTE-CTE        TO WSR-RES-CTE
           MOVE WSR-CTE-NYA        TO WSR-RES-NYA

           PERFORM 216000-ACUM-MONEDA
           PERFORM 215000-ACUM-SERVICIO
           PERFORM 215500-ACUM-DETALLE-CTE

           PERFORM 220000-GRABAR-SALIDA

      *    reescrito con el remanente de otras sucursales, vacio en
      *    una corrida sin filtro) y recien entonces se estampa el
      *    paso.
      *    En una simulacion TransacValidadas.TXT queda intacta, no
      *    se estampa el paso y no hay asiento contable.
           IF WSS-FS-TRAN-EOF
               MOVE 'S' TO WSS-CORRIDA-COMPLETA
               IF NOT WSP-SI-SIMULACION
                   PERFORM 318600-CONSUMIR-VALIDADAS
                   MOVE WSCC-CONT-TRANLEIDOS TO WSV-CTL-LEIDOS
                   MOVE WSCC-CONT-CONTRAN    TO WSV-CTL-GRABADOS
                   MOVE WSCC-CONT-EXCEP      TO WSV-CTL-RECHAZOS
                   PERFORM 940000-ESTAMPAR-CONTROL-CORRIDA
               END-IF
           END-IF.
           PERFORM 305000-CTES-RESTANTES.
           PERFORM 310000-TOTALES-DE-CONTROL
           PERFORM 316000-REPORTE-TOP-CTES
           PERFORM 318700-REPORTE-BALANCE
           PERFORM 318500-GRABAR-HISTORIA-SERVICIOS
           IF NOT WSP-SI-SIMULACION
               PERFORM 319000-GENERAR-ASIENTOS-GL
           END-IF
           PERFORM 317000-REGISTRAR-AUDITORIA
           PERFORM 320000-CERRAR-SALIDA
           IF WSP-SI-SIMULACION AND WSS-SI-CORRIDA-COMPLETA
               PERFORM 330000-COMPARAR-SIMULACION
           END-IF
           STOP RUN.

       317000-REGISTRAR-AUDITORIA.
      *    calculado por la liquidacion (gravarlos de nuevo cobraria
      *    el impuesto dos veces, y a la tasa general aun para
      *    clientes de tasa reducida o exentos). Cierra con el
      *    registro de control debe = haber. Cada partida se agrega
      *    tambien al historial MovimientosGL.TXT; si el historial no
      *    abre la interfaz se genera igual (el importador la
      *    necesita) y la conciliacion de PROG01-64-SA muestra la
      *    facturacion como no asentada.
           MOVE 'N' TO WSS-MGL-ABIERTO
           OPEN EXTEND MOVIMIENTOSGL.
           IF WSS-FS-MGL-NOEXISTE
               OPEN OUTPUT MOVIMIENTOSGL
           END-IF.
           IF WSS-FS-MGL-OK
               MOVE 'S' TO WSS-MGL-ABIERTO
           ELSE
             DISPLAY 'ERROR DE ARCHIVO DE MOVIMIENTOS CONTABLES'
             DISPLAY 'FILE STATUS' WSS-FS-MGL
             DISPLAY 'ASIENTOS DEL PERIODO FUERA DEL HISTORIAL'
           END-IF.

           OPEN OUTPUT ASIENTOSGL.
           IF NOT WSS-FS-GL-OK
             DISPLAY 'ERROR DE ARCHIVO DE ASIENTOS'
                                        TO WSF-GL-LEYENDA
             MOVE WSV-PERIODO-ACTUAL   TO WSF-GL-PERIODO
             WRITE FD-ASIENTOSGL
             PERFORM 319500-GRABAR-MOVIMIENTO

             PERFORM VARYING WSI-SERV FROM 1 BY 1
                     UNTIL WSI-SERV > WST-CANT-SERV
                                          TO WSF-GL-LEYENDA
                 MOVE WSV-PERIODO-ACTUAL  TO WSF-GL-PERIODO
                 WRITE FD-ASIENTOSGL
                 PERFORM 319500-GRABAR-MOVIMIENTO
             END-PERFORM

             MOVE 'H'                  TO WSF-GL-TIPO
                                        TO WSF-GL-LEYENDA
             MOVE WSV-PERIODO-ACTUAL   TO WSF-GL-PERIODO
             WRITE FD-ASIENTOSGL
             PERFORM 319500-GRABAR-MOVIMIENTO

             MOVE 'C'                  TO WSF-GLC-TIPO
             MOVE WSA-GL-DEBE          TO WSF-GLC-TOTAL-DEBE
             CLOSE ASIENTOSGL
           END-IF.

           IF WSS-MGL-SI-ABIERTO
               CLOSE MOVIMIENTOSGL
           END-IF.

       319500-GRABAR-MOVIMIENTO.

      *    La partida recien grabada en la interfaz, al historial
      *    (mismo formato que 967000-GRABAR-MOVIMIENTO de
      *    ASIENGLP.CPY).
           IF NOT WSS-MGL-SI-ABIERTO
               EXIT PARAGRAPH
           END-IF.
           MOVE WSP-PERIODO-PROCESO  TO WSF-MGL-LOTE
           MOVE WSF-GL-PERIODO       TO WSF-MGL-PERIODO
           MOVE WSF-GL-CUENTA        TO WSF-MGL-CUENTA
           MOVE WSF-GL-LEYENDA       TO WSF-MGL-LEYENDA
           IF WSF-GL-TIPO = 'D'
               MOVE WSF-GL-IMPORTE   TO WSF-MGL-DEBE
               MOVE 0                TO WSF-MGL-HABER
           ELSE
               MOVE 0                TO WSF-MGL-DEBE
               MOVE WSF-GL-IMPORTE   TO WSF-MGL-HABER
           END-IF
           MOVE 1                    TO WSF-MGL-PARTIDAS
           MOVE WSV-FECHA-SISTEMA    TO WSF-MGL-FECHA
           WRITE FD-MOVIMIENTOSGL.

       315000-REPORTE-SERVICIOS.

      *    Reporte de control por codigo de servicio: importe y
            DISPLAY 'FILE STATUS' WSS-FS-RES
           END-IF.

           CLOSE RESDETALLE
           IF NOT WSS-FS-RDE-OK
              DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
            DISPLAY 'FILE STATUS' WSS-FS-RDE
           END-IF.

           CLOSE EXCEPCIONES
           IF NOT WSS-FS-EXC-OK
              DISPLAY 'ERROR DE ARCHIVO DE SALIDA'
            DISPLAY 'FILE STATUS' WSS-FS-SUR
           END-IF.

       330000-COMPARAR-SIMULACION.

      *    Lo simulado por cliente, moneda y servicio (el detalle
      *    simulado, recien cerrado) contra el ultimo periodo real
      *    del historico de detalle (de la misma sucursal si la
      *    corrida es filtrada). Los renglones de descuento suman a
      *    su servicio: se comparan importes netos.
           MOVE 'S' TO WSV-CMP-ES-SIMULADO
           OPEN INPUT RESDETALLE.
           IF NOT WSS-FS-RDE-OK
             DISPLAY 'ERROR DE ARCHIVO DE DETALLE SIMULADO'
             DISPLAY 'FILE STATUS' WSS-FS-RDE
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WSS-FS-RDE-EOF
               READ RESDETALLE
                  EVALUATE TRUE
                     WHEN WSS-FS-RDE-OK
                          MOVE WSF-RDE-CTE     TO WSV-CMP-CTE
                          MOVE WSF-RDE-MONEDA  TO WSV-CMP-MONEDA
                          MOVE WSF-RDE-CODSER  TO WSV-CMP-CODSER
                          MOVE WSF-RDE-IMPORTE TO WSV-CMP-IMPORTE
                          PERFORM 332000-ACUM-COMPARACION
                     WHEN WSS-FS-RDE-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-RDE
                          MOVE '10' TO WSS-FS-RDE
                  END-EVALUATE
           END-PERFORM
           CLOSE RESDETALLE.

           PERFORM 331000-LEER-DETALLE-REAL.
           PERFORM 334000-ORDENAR-COMPARACION.
           PERFORM 335000-LISTAR-COMPARACION.

       331000-LEER-DETALLE-REAL.

      *    Dos pasadas: la primera busca el ultimo periodo real, la
      *    segunda toma sus renglones.
           OPEN INPUT RESDETALLE-REAL.
           IF WSS-FS-RDR-NOEXISTE
               DISPLAY 'SIN HISTORICO REAL DE DETALLE: LA '
                       'COMPARACION SALE SOLO CON LO SIMULADO'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-RDR-OK
             DISPLAY 'ERROR DE ARCHIVO DE DETALLE REAL'
             DISPLAY 'FILE STATUS' WSS-FS-RDR
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WSS-FS-RDR-EOF
               READ RESDETALLE-REAL
                  EVALUATE TRUE
                     WHEN WSS-FS-RDR-OK
                          IF (WSP-SUCURSAL-FILTRO = 0 OR
                              WSF-RDR-SUCURSAL = WSP-SUCURSAL-FILTRO)
                            AND WSF-RDR-PERIODO > WSV-CMP-PERIODO-REAL
                              MOVE WSF-RDR-PERIODO
                                TO WSV-CMP-PERIODO-REAL
                          END-IF
                     WHEN WSS-FS-RDR-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-RDR
                          MOVE '10' TO WSS-FS-RDR
                  END-EVALUATE
           END-PERFORM
           CLOSE RESDETALLE-REAL.

           IF WSV-CMP-PERIODO-REAL = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WSV-CMP-ES-SIMULADO
           OPEN INPUT RESDETALLE-REAL.
           PERFORM UNTIL WSS-FS-RDR-EOF
               READ RESDETALLE-REAL
                  EVALUATE TRUE
                     WHEN WSS-FS-RDR-OK
                          IF (WSP-SUCURSAL-FILTRO = 0 OR
                              WSF-RDR-SUCURSAL = WSP-SUCURSAL-FILTRO)
                            AND WSF-RDR-PERIODO = WSV-CMP-PERIODO-REAL
                              MOVE WSF-RDR-CTE     TO WSV-CMP-CTE
                              MOVE WSF-RDR-MONEDA  TO WSV-CMP-MONEDA
                              MOVE WSF-RDR-CODSER  TO WSV-CMP-CODSER
                              MOVE WSF-RDR-IMPORTE TO WSV-CMP-IMPORTE
                              PERFORM 332000-ACUM-COMPARACION
                          END-IF
                     WHEN WSS-FS-RDR-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-RDR
                          MOVE '10' TO WSS-FS-RDR
                  END-EVALUATE
           END-PERFORM
           CLOSE RESDETALLE-REAL.

       332000-ACUM-COMPARACION.

           MOVE 'N' TO WSS-CMP-ENCONTRADO
           PERFORM VARYING WSI-CMP FROM 1 BY 1
                   UNTIL WSI-CMP > WST-CANT-CMP
               IF WST-CMP-CTE (WSI-CMP) = WSV-CMP-CTE
                 AND WST-CMP-MONEDA (WSI-CMP) = WSV-CMP-MONEDA
                 AND WST-CMP-CODSER (WSI-CMP) = WSV-CMP-CODSER
                   MOVE 'S' TO WSS-CMP-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-CMP-SI-ENCONTRADO
               IF WST-CANT-CMP >= WSV-CMP-MAXIMO
                   DISPLAY 'TABLA DE COMPARACION LLENA, SE OMITE '
                           WSV-CMP-CTE ' ' WSV-CMP-CODSER
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WST-CANT-CMP
               SET WSI-CMP TO WST-CANT-CMP
               MOVE WSV-CMP-CTE    TO WST-CMP-CTE (WSI-CMP)
               MOVE WSV-CMP-MONEDA TO WST-CMP-MONEDA (WSI-CMP)
               MOVE WSV-CMP-CODSER TO WST-CMP-CODSER (WSI-CMP)
               MOVE 0              TO WST-CMP-SIMULADO (WSI-CMP)
               MOVE 0              TO WST-CMP-REAL (WSI-CMP)
           END-IF

           IF WSV-CMP-ES-SIMULADO = 'S'
               ADD WSV-CMP-IMPORTE TO WST-CMP-SIMULADO (WSI-CMP)
           ELSE
               ADD WSV-CMP-IMPORTE TO WST-CMP-REAL (WSI-CMP)
           END-IF.

       334000-ORDENAR-COMPARACION.

      *    Orden por cliente, moneda y servicio (burbuja).
           IF WST-CANT-CMP > 1
             PERFORM VARYING WSV-CMP-SUB-I FROM 1 BY 1
                     UNTIL WSV-CMP-SUB-I >= WST-CANT-CMP
               COMPUTE WSV-CMP-LIMITE = WST-CANT-CMP - WSV-CMP-SUB-I
               PERFORM VARYING WSV-CMP-SUB-J FROM 1 BY 1
                       UNTIL WSV-CMP-SUB-J > WSV-CMP-LIMITE
                   COMPUTE WSV-CMP-SUB-K = WSV-CMP-SUB-J + 1
                   IF WST-CMP-CLAVE (WSV-CMP-SUB-J) >
                                     WST-CMP-CLAVE (WSV-CMP-SUB-K)
                       MOVE WST-CMP (WSV-CMP-SUB-J) TO WSV-CMP-AUX
                       MOVE WST-CMP (WSV-CMP-SUB-K)
                                     TO WST-CMP (WSV-CMP-SUB-J)
                       MOVE WSV-CMP-AUX TO WST-CMP (WSV-CMP-SUB-K)
                   END-IF
               END-PERFORM
             END-PERFORM
           END-IF.

       335000-LISTAR-COMPARACION.

           OPEN OUTPUT COMPARACION.
           IF NOT WSS-FS-CMP-OK
             DISPLAY 'ERROR DE ARCHIVO DE COMPARACION'
             DISPLAY 'FILE STATUS' WSS-FS-CMP
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WSL-LINEA-CMP
           STRING 'SIMULACION DEL PERIODO '       DELIMITED SIZE
                  WSV-PERIODO-ACTUAL              DELIMITED SIZE
                  ' CONTRA EL ULTIMO PERIODO REAL ' DELIMITED SIZE
                  WSV-CMP-PERIODO-REAL            DELIMITED SIZE
                  ' - SUCURSAL '                  DELIMITED SIZE
                  WSP-SUCURSAL-FILTRO             DELIMITED SIZE
             INTO WSL-LINEA-CMP
           END-STRING
           MOVE WSL-LINEA-CMP TO FD-COMPARACION
           WRITE FD-COMPARACION.
           MOVE SPACES TO FD-COMPARACION
           WRITE FD-COMPARACION.

           INITIALIZE WSL-LINEA-CMP
           MOVE 'CLIENTE'    TO WSL-LINEA-CMP (1:7)
           MOVE 'MON'        TO WSL-LINEA-CMP (9:3)
           MOVE 'SRV'        TO WSL-LINEA-CMP (13:3)
           MOVE 'SIMULADO'   TO WSL-LINEA-CMP (24:8)
           MOVE 'REAL'       TO WSL-LINEA-CMP (42:4)
           MOVE 'DIFERENCIA' TO WSL-LINEA-CMP (51:10)
           MOVE 'VAR. %'     TO WSL-LINEA-CMP (67:6)
           MOVE WSL-LINEA-CMP TO FD-COMPARACION
           WRITE FD-COMPARACION.
           MOVE ALL '-' TO FD-COMPARACION
           WRITE FD-COMPARACION.

      *    Corte por cliente y moneda: subtotal al cambiar de par.
           MOVE 0 TO WSV-CMP-SUB-SIMULADO
           MOVE 0 TO WSV-CMP-SUB-REAL
           MOVE 0 TO WST-CMON-CANT
           PERFORM VARYING WSI-CMP FROM 1 BY 1
                   UNTIL WSI-CMP > WST-CANT-CMP
               IF WSI-CMP > 1
                 AND (WST-CMP-CTE (WSI-CMP) NOT = WSV-CMP-CTE
                  OR WST-CMP-MONEDA (WSI-CMP) NOT = WSV-CMP-MONEDA)
                   PERFORM 337000-SUBTOTAL-COMPARACION
               END-IF
               MOVE WST-CMP-CTE (WSI-CMP)    TO WSV-CMP-CTE
               MOVE WST-CMP-MONEDA (WSI-CMP) TO WSV-CMP-MONEDA
               PERFORM 336000-LINEA-COMPARACION
           END-PERFORM
           IF WST-CANT-CMP > 0
               PERFORM 337000-SUBTOTAL-COMPARACION
           END-IF

           PERFORM 338000-TOTALES-COMPARACION.

           CLOSE COMPARACION.

       336000-LINEA-COMPARACION.

           COMPUTE WSV-CMP-DIFERENCIA =
                   WST-CMP-SIMULADO (WSI-CMP) - WST-CMP-REAL (WSI-CMP)
           ADD WST-CMP-SIMULADO (WSI-CMP) TO WSV-CMP-SUB-SIMULADO
           ADD WST-CMP-REAL (WSI-CMP)     TO WSV-CMP-SUB-REAL

           INITIALIZE WSL-LINEA-CMP
           MOVE WST-CMP-CTE (WSI-CMP)      TO WSL-LINEA-CMP (1:7)
           MOVE WST-CMP-MONEDA (WSI-CMP)   TO WSL-LINEA-CMP (9:3)
           MOVE WST-CMP-CODSER (WSI-CMP)   TO WSL-LINEA-CMP (13:3)
           MOVE WST-CMP-SIMULADO (WSI-CMP) TO WSL-CMP-ED-1
           MOVE WST-CMP-REAL (WSI-CMP)     TO WSL-CMP-ED-2
           MOVE WSV-CMP-DIFERENCIA         TO WSL-CMP-ED-3
           MOVE WSL-CMP-ED-1               TO WSL-LINEA-CMP (17:15)
           MOVE WSL-CMP-ED-2               TO WSL-LINEA-CMP (33:15)
           MOVE WSL-CMP-ED-3               TO WSL-LINEA-CMP (49:15)
      *    Sin importe real no hay variacion: el servicio es nuevo.
           IF WST-CMP-REAL (WSI-CMP) = 0
               MOVE '   NUEVO' TO WSL-LINEA-CMP (65:8)
           ELSE
               COMPUTE WSV-CMP-VARIACION ROUNDED =
                       WSV-CMP-DIFERENCIA * 100
                     / WST-CMP-REAL (WSI-CMP)
                  ON SIZE ERROR
                       MOVE 9999999,99 TO WSV-CMP-VARIACION
               END-COMPUTE
               MOVE WSV-CMP-VARIACION TO WSL-CMP-PCT
               MOVE WSL-CMP-PCT       TO WSL-LINEA-CMP (65:11)
           END-IF
           MOVE WSL-LINEA-CMP TO FD-COMPARACION
           WRITE FD-COMPARACION.

       337000-SUBTOTAL-COMPARACION.

           COMPUTE WSV-CMP-DIFERENCIA =
                   WSV-CMP-SUB-SIMULADO - WSV-CMP-SUB-REAL
           INITIALIZE WSL-LINEA-CMP
           MOVE 'SUBTOTAL'            TO WSL-LINEA-CMP (1:8)
           MOVE WSV-CMP-MONEDA        TO WSL-LINEA-CMP (9:3)
           MOVE WSV-CMP-SUB-SIMULADO  TO WSL-CMP-ED-1
           MOVE WSV-CMP-SUB-REAL      TO WSL-CMP-ED-2
           MOVE WSV-CMP-DIFERENCIA    TO WSL-CMP-ED-3
           MOVE WSL-CMP-ED-1          TO WSL-LINEA-CMP (17:15)
           MOVE WSL-CMP-ED-2          TO WSL-LINEA-CMP (33:15)
           MOVE WSL-CMP-ED-3          TO WSL-LINEA-CMP (49:15)
           MOVE WSL-LINEA-CMP TO FD-COMPARACION
           WRITE FD-COMPARACION.
           MOVE SPACES TO FD-COMPARACION
           WRITE FD-COMPARACION.

      *    Acumula el par cliente/moneda en los totales por moneda.
           SET WSI-CMON TO 1
           SEARCH WST-CMON
               AT END
                   DISPLAY 'DEMASIADAS MONEDAS EN LA COMPARACION: '
                           WSV-CMP-MONEDA
               WHEN WSI-CMON > WST-CMON-CANT
                   ADD 1 TO WST-CMON-CANT
                   MOVE WSV-CMP-MONEDA TO WST-CMON-MONEDA (WSI-CMON)
                   MOVE WSV-CMP-SUB-SIMULADO
                                   TO WST-CMON-SIMULADO (WSI-CMON)
                   MOVE WSV-CMP-SUB-REAL
                                   TO WST-CMON-REAL (WSI-CMON)
               WHEN WST-CMON-MONEDA (WSI-CMON) = WSV-CMP-MONEDA
                   ADD WSV-CMP-SUB-SIMULADO
                                   TO WST-CMON-SIMULADO (WSI-CMON)
                   ADD WSV-CMP-SUB-REAL
                                   TO WST-CMON-REAL (WSI-CMON)
           END-SEARCH

           MOVE 0 TO WSV-CMP-SUB-SIMULADO
           MOVE 0 TO WSV-CMP-SUB-REAL.

       338000-TOTALES-COMPARACION.

           MOVE ALL '=' TO FD-COMPARACION
           WRITE FD-COMPARACION.
           PERFORM VARYING WSI-CMON FROM 1 BY 1
                   UNTIL WSI-CMON > WST-CMON-CANT
               COMPUTE WSV-CMP-DIFERENCIA =
                       WST-CMON-SIMULADO (WSI-CMON)
                     - WST-CMON-REAL (WSI-CMON)
               INITIALIZE WSL-LINEA-CMP
               MOVE 'TOTAL'                    TO WSL-LINEA-CMP (1:5)
               MOVE WST-CMON-MONEDA (WSI-CMON) TO WSL-LINEA-CMP (9:3)
               MOVE WST-CMON-SIMULADO (WSI-CMON) TO WSL-CMP-ED-1
               MOVE WST-CMON-REAL (WSI-CMON)     TO WSL-CMP-ED-2
               MOVE WSV-CMP-DIFERENCIA           TO WSL-CMP-ED-3
               MOVE WSL-CMP-ED-1          TO WSL-LINEA-CMP (17:15)
               MOVE WSL-CMP-ED-2          TO WSL-LINEA-CMP (33:15)
               MOVE WSL-CMP-ED-3          TO WSL-LINEA-CMP (49:15)
               MOVE WSL-LINEA-CMP TO FD-COMPARACION
               WRITE FD-COMPARACION
           END-PERFORM.
           IF WSV-CMP-PERIODO-REAL = 0
               MOVE 'NO HAY PERIODO REAL PARA COMPARAR'
                 TO FD-COMPARACION
               WRITE FD-COMPARACION
           END-IF.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESULTADO

           MOVE 'ResultadosDetalle.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESDETALLE

           MOVE 'TransacTarifadas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TARIFADAS

           MOVE 'TransacDescuentos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DESCONTADAS

           MOVE 'Excepciones.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EXCEPCIONES
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASIENTOSGL

           MOVE 'MovimientosGL.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-MOVIMIENTOSGL

           MOVE 'TransacDiferidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DIFERIDAS
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL-CORRIDA

           MOVE 'EstadisticasCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTAD-CORRIDA

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
           MOVE 'Cotizaciones.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-COTIZACIONES

           MOVE 'ResultadosDetalle.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESDETALLE-REAL

           MOVE 'ComparacionSimulacion.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-COMPARACION

           IF WSP-SI-SIMULACION
               PERFORM 927000-NOMBRES-SIMULACION
           END-IF
           CONTINUE.

       927000-NOMBRES-SIMULACION.

      *    En una simulacion toda salida va a un archivo Sim* con el
      *    mismo layout; las entradas (validadas, maestros, tarifas,
      *    descuentos, aprobaciones, cotizaciones) son las reales y
      *    no se tocan.
           MOVE 'SimTransac.SRT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TRANSAC

           MOVE 'SimTransac.WRK' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SORT-TRANSAC

           MOVE 'SimResultados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESULTADO

           MOVE 'SimResultadosDetalle.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESDETALLE

           MOVE 'SimExcepciones.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EXCEPCIONES

           MOVE 'SimResumenServicios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-REPSERVICIOS

           MOVE 'SimCheckpoint.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CHECKPOINT

           MOVE 'SimClientesSinMov.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLISINMOV

           MOVE 'SimResultados.csv' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESULTADOCSV

           MOVE 'SimLimitesExcedidos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SOBRELIMITE

           MOVE 'SimTopClientes.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TOPCLIENTES

           MOVE 'SimAuditoria.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-AUDITORIA

           MOVE 'SimCreditosOtorgados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CREDOTORGADOS

           MOVE 'SimBalanceo.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-BALANCEO

           MOVE 'SimServiciosHistoria.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SERVHISTORIA

           MOVE 'SimAsientosGL.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASIENTOSGL

           MOVE 'SimTransacRemanente.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-REMANENTE

           MOVE 'SimTransacDiferidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DIFERIDAS

           MOVE 'SimTransacSuspenso.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SUSPENSO

           MOVE 'SimSuspensoRevision.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SUSPREVISION
           CONTINUE.

           COPY PARAMSP.
