      *              facturacion ya no emite como facturas negativas)
      *              mas los pedidos manuales de ajuste, y emite una
      *              nota de credito por cada uno con su propia serie
      *              correlativa sin huecos por letra y punto de
      *              venta, como las facturas (NumeracionNC.TXT +
      *              registro NotasCreditoEmitidas.TXT, misma
      *              disciplina de conciliacion al arrancar que la
      *              numeracion de facturas). Cada nota referencia el
      *              comprobante de la factura emitida que corrige
      *              (letra, punto de venta y WSF-EMI-NUMERO del
      *              registro de PROG01-10-SA)
      *              para que el contador pueda atarlas. Antes la
      *              reversa bajaba los cargos del mes siguiente y la
      *              factura original quedaba sin corregir. Emite
      *              ademas la nota por descuento por pronto pago
      *              cuando un recibo de Recibos.TXT cubre una factura
      *              dentro de la ventana de descuento que estampo
      *              PROG01-10-SA. Las notas por descuento y por
      *              reclamo aceptado (que no salen de Resultados.TXT)
      *              se asientan en la interfaz contable contra
      *              DEUDORES-VENTAS.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       FILE STATUS IS WSS-FS-RES.

      *    Pedidos manuales de ajuste cargados por el area: cliente,
      *    periodo, moneda, importe a acreditar y comprobante de la
      *    factura a corregir (numero 0 = que lo busque el
      *    programa). Es una cola de
      *    inyeccion: se vacia al terminar bien, como Cuotas.TXT.
      *    PROG01-44-SA encola aca los reclamos aceptados.
           SELECT AJUSTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-AJUSTES
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-AJU.

      *    Recibos informados por cobranzas (mismo archivo que
      *    aplica PROG01-06-SA, aca solo se lee): un recibo fechado
      *    dentro de la ventana de descuento de una factura genera
      *    la nota por pronto pago.
           SELECT RECIBOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RECIBOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REC.

      *    Registro de facturas emitidas por PROG01-10-SA: de aca
      *    sale el comprobante que cada nota referencia.
           SELECT EMITIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EMITIDAS
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EMI.

      *    Ultimo numero de nota de credito usado, un registro por
      *    serie (letra + punto de venta, independientes de las de
      *    facturas). Se reescribe entero despues de cada nota; ante
      *    una corrida cortada, la conciliacion de arranque contra el
      *    registro de emitidas corrige cada serie.
           SELECT NUMERACION
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-NUMERACION
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Interfaz contable de PROG01-01-SA: las notas por descuento
      *    y por reclamo se agregan reconstruyendo el registro de
      *    control (ver ASIENGL.CPY).
           SELECT ASIENTOSGL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ASIENTOSGL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GL.

           SELECT ASIENTOSGL-TRABAJO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ASIENTOSGL-TRAB
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GLT.

      *    Historial contable acumulado (ver ASIENGL.CPY).
           SELECT MOVIMIENTOSGL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-MOVIMIENTOSGL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MGL.

       DATA DIVISION.

       FILE SECTION.
      *    Factura a corregir (0 = buscarla en el registro de
      *    emitidas por cliente/periodo/moneda).
         05 WSF-AJU-FACTURA       PIC 9(08).
      *    Letra y punto de venta de la factura a corregir; en
      *    blanco se toman de la factura del cliente con ese numero.
         05 WSF-AJU-FAC-LETRA     PIC X(01).
         05 WSF-AJU-FAC-PTO-VTA   PIC 9(04).
      *    Reclamo aceptado que origina el ajuste (0 o en blanco =
      *    ajuste manual del area).
         05 WSF-AJU-RECLAMO       PIC 9(06).

       FD RECIBOS.

      *    Mismo layout que FD-RECIBOS en PROG01-06-SA.
       01 FD-RECIBOS.
         05 WSF-REC-CTE           PIC 9(07).
         05 WSF-REC-FECHA         PIC 9(08).
         05 WSF-REC-IMPORTE       PIC 9(07)V99.
         05 WSF-REC-MONEDA        PIC X(03).
         05 WSF-REC-NRO           PIC 9(08).
         05 WSF-REC-RETENCION     PIC 9(07)V99.
         05 WSF-REC-NRO-CERT      PIC X(12).
      *    Documentos que el cliente indica cancelar con este
      *    recibo (letra, punto de venta y numero de factura, hasta
      *    cinco). En blanco el pago se aplica de la factura mas
      *    vieja a la mas nueva.
         05 WSF-REC-DOCUMENTOS.
           10 WSF-REC-DOC OCCURS 5 TIMES.
             15 WSF-REC-DOC-LETRA   PIC X(01).
             15 WSF-REC-DOC-PTO-VTA PIC 9(04).
             15 WSF-REC-DOC-NUMERO  PIC 9(08).
         05 WSF-REC-REGIMEN       PIC X(03).
      *    Tipo de recibo (ver PROG01-06-SA): en blanco comun / A
      *    anticipo / S aplicacion de anticipo / M venta de mostrador.
         05 WSF-REC-TIPO          PIC X(01).

       FD EMITIDAS.

      *    puede entregarse legalmente.
         05 WSF-EMI-CAE           PIC X(14).
         05 WSF-EMI-CAE-FECHA     PIC 9(08).
      *    Letra y punto de venta del comprobante (ver
      *    PROG01-10-SA).
         05 WSF-EMI-LETRA         PIC X(01).
         05 WSF-EMI-PTO-VTA       PIC 9(04).
      *    Emision, vencimiento y descuento por pronto pago (ver
      *    PROG01-10-SA).
         05 WSF-EMI-FECHA-EMISION PIC 9(08).
         05 WSF-EMI-VENCIMIENTO   PIC 9(08).
         05 WSF-EMI-DTO-PCT       PIC 9(02)V99.
         05 WSF-EMI-DTO-VENCE     PIC 9(08).
      *    Origen: en blanco facturacion mensual / M venta de
      *    mostrador (ver PROG01-10-SA).
         05 WSF-EMI-ORIGEN        PIC X(01).

       FD NUMERACION.

       01 FD-NUMERACION.
         05 WSF-NUM-LETRA         PIC X(01).
         05 WSF-NUM-PTO-VTA       PIC 9(04).
         05 WSF-NUM-ULTIMO        PIC 9(08).

       FD NCEMITIDAS.
                                              SEPARATE CHARACTER.
         05 WSF-NCE-TOTAL         PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
      *    Letra y punto de venta de la nota (su serie) y de la
      *    factura que corrige: con los numeros forman la clave de
      *    cada documento. En blanco en las notas anteriores a las
      *    series.
         05 WSF-NCE-LETRA         PIC X(01).
         05 WSF-NCE-PTO-VTA       PIC 9(04).
         05 WSF-NCE-FAC-LETRA     PIC X(01).
         05 WSF-NCE-FAC-PTO-VTA   PIC 9(04).
      *    Motivo de la nota: D descuento por pronto pago (generada
      *    desde el recibo); C reclamo aceptado (PROG01-44-SA); en
      *    blanco las reversas de resultados y los ajustes manuales.
         05 WSF-NCE-MOTIVO        PIC X(01).
      *    Periodo en proceso de la corrida que emitio la nota (el
      *    del asiento); en blanco en las notas anteriores.
         05 WSF-NCE-PERIODO-EMI   PIC 9(06).

       FD NOTAS.

      *    Con B, PROG01-08-SA rechaza los cargos nuevos del cliente
      *    (los pagos y las reversas pasan igual).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo en dias (0 contado / 15 /
      *    30 / 60) y descuento por pronto pago (ver
      *    PROG01-02-SA).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD ASIENTOSGL.

      *    Mismo layout que FD-ASIENTOSGL en PROG01-01-SA.
       01 FD-ASIENTOSGL.
         05 WSF-GL-TIPO          PIC X(01).
         05 WSF-GL-CUENTA        PIC X(16).
         05 WSF-GL-IMPORTE       PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-GL-LEYENDA       PIC X(30).
         05 WSF-GL-PERIODO       PIC 9(06).

       01 FD-ASIENTOSGL-CONTROL.
         05 WSF-GLC-TIPO         PIC X(01).
         05 WSF-GLC-TOTAL-DEBE   PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-GLC-TOTAL-HABER  PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD ASIENTOSGL-TRABAJO.

       01 FD-ASIENTOSGL-TRABAJO.
         05 WSF-GLT-TIPO         PIC X(01).
         05 WSF-GLT-CUENTA       PIC X(16).
         05 WSF-GLT-IMPORTE      PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-GLT-LEYENDA      PIC X(30).
         05 WSF-GLT-PERIODO      PIC 9(06).

       FD MOVIMIENTOSGL.

      *    Mismo layout que FD-MOVIMIENTOSGL en PROG01-01-SA.
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

       WORKING-STORAGE SECTION.

             88 WSS-FS-AJU-OK                      VALUE '00'.
             88 WSS-FS-AJU-EOF                     VALUE '10'.
             88 WSS-FS-AJU-NOEXISTE                VALUE '35'.
           05 WSS-FS-REC                           PIC X(02).
             88 WSS-FS-REC-OK                      VALUE '00'.
             88 WSS-FS-REC-EOF                     VALUE '10'.
             88 WSS-FS-REC-NOEXISTE                VALUE '35'.
           05 WSS-FS-EMI                           PIC X(02).
             88 WSS-FS-EMI-OK                      VALUE '00'.
             88 WSS-FS-EMI-EOF                     VALUE '10'.
              PIC X(40) VALUE 'AV. SIEMPREVIVA 742 - BUENOS AIRES'.
           05 WSC-MAX-PEDIDOS       PIC 9(04) VALUE 2000.
           05 WSC-MAX-EMITIDAS      PIC 9(04) VALUE 5000.
           05 WSC-MAX-SERIES        PIC 9(03) VALUE 300.
           05 WSC-MONEDA-BASE       PIC X(03) VALUE 'ARS'.
      *    Asiento de las notas por descuento y por reclamo: la
      *    cuenta regularizadora de ventas y el IVA debito al debe,
      *    deudores al haber. La cuenta de IVA va como la deja
      *    PROG01-01-SA en la interfaz (el nombre completo no entra
      *    en las 16 posiciones de la cuenta). PROG01-64-SA concilia
      *    la cuenta de deudores por estas leyendas.
           05 WSC-CTA-DEUDORES      PIC X(16) VALUE 'DEUDORES-VENTAS'.
           05 WSC-CTA-DESCUENTOS    PIC X(16) VALUE 'DESCUENTOS-VENTA'.
           05 WSC-CTA-IVA-DEBITO    PIC X(16)
                                    VALUE 'IVA-DEBITO-FISCA'.
           05 WSC-LEY-NOTAS         PIC X(30)
                                    VALUE 'NOTAS DE CREDITO A CLIENTES'.
           05 WSC-LEY-IVA-NOTAS     PIC X(30)
                                    VALUE 'IVA SOBRE NOTAS DE CREDITO'.

      *    Sin maestro de clientes las notas salen sin el bloque
      *    fiscal (ver PROG01-10-SA).
               10 WST-PED-NYA       PIC X(60).
               10 WST-PED-PERIODO   PIC 9(06).
               10 WST-PED-MONEDA    PIC X(03).
      *    Sucursal del renglon de resultados (0 en los ajustes):
      *    punto de venta de la nota cuando no hay factura que
      *    corregir.
               10 WST-PED-SUCURSAL  PIC 9(02).
      *    Total a acreditar (valor absoluto del renglon negativo) y
      *    su porcion de cuotas, que ya trae el IVA de su categoria y
      *    queda fuera de la base gravada (misma separacion que
               10 WST-PED-NETO      PIC 9(09)V99.
               10 WST-PED-CUOTAS    PIC S9(09)V99.
               10 WST-PED-FACTURA   PIC 9(08).
               10 WST-PED-FAC-LETRA PIC X(01).
               10 WST-PED-FAC-PTO-VTA PIC 9(04).
      *    R renglon negativo de resultados / A ajuste manual / D
      *    descuento por pronto pago (los R se consolidan entre si;
      *    los A y los D van uno a uno).
               10 WST-PED-ORIGEN    PIC X(01).
      *    Reclamo aceptado del ajuste (0 en todo otro pedido).
               10 WST-PED-RECLAMO   PIC 9(06).

       01 WSS-PEDIDO-ENCONTRADO       PIC X VALUE 'N'.
           88 WSS-PEDIDO-SI-ENCONTRADO VALUE 'S'.

      *    Facturas emitidas en memoria, para resolver la referencia
      *    de cada nota (la ultima emitida del cliente/periodo/
      *    moneda) y, con sus importes y condicion de pago, para
      *    calcular el descuento por pronto pago.
       01 TABLA-FACTURAS.
           05 WST-CANT-FAC          PIC 9(04) VALUE 0.
           05 WST-FACTURA OCCURS 5000 TIMES
               10 WST-FAC-CTE       PIC 9(07).
               10 WST-FAC-PERIODO   PIC 9(06).
               10 WST-FAC-MONEDA    PIC X(03).
               10 WST-FAC-LETRA     PIC X(01).
               10 WST-FAC-PTO-VTA   PIC 9(04).
               10 WST-FAC-NYA       PIC X(60).
               10 WST-FAC-NETO      PIC S9(09)V99.
               10 WST-FAC-TOTAL     PIC S9(09)V99.
               10 WST-FAC-FECHA-EMI PIC 9(08).
               10 WST-FAC-DTO-PCT   PIC 9(02)V99.
               10 WST-FAC-DTO-VENCE PIC 9(08).

      *    Notas ya emitidas (registro completo en memoria): para
      *    conciliar la numeracion y saltear lo ya acreditado.
               10 WST-NC-CTE        PIC 9(07).
               10 WST-NC-PERIODO    PIC 9(06).
               10 WST-NC-MONEDA     PIC X(03).
               10 WST-NC-LETRA      PIC X(01).
               10 WST-NC-PTO-VTA    PIC 9(04).
               10 WST-NC-FACTURA    PIC 9(08).
               10 WST-NC-FAC-LETRA  PIC X(01).
               10 WST-NC-FAC-PTO-VTA PIC 9(04).
               10 WST-NC-MOTIVO     PIC X(01).

      *    Series de numeracion de notas, una por letra y punto de
      *    venta (mismo esquema que las facturas en PROG01-10-SA).
       01 TABLA-SERIES.
           05 WST-CANT-SER          PIC 9(03) VALUE 0.
           05 WST-SERIE OCCURS 300 TIMES
                             INDEXED BY WSI-SER.
               10 WST-SER-LETRA     PIC X(01).
               10 WST-SER-PTO-VTA   PIC 9(04).
               10 WST-SER-ULTIMO    PIC 9(08).

       01 WSS-SERIE-ENCONTRADA        PIC X VALUE 'N'.
           88 WSS-SERIE-SI-ENCONTRADA VALUE 'S'.

       01 WSS-YA-ACREDITADO           PIC X VALUE 'N'.
           88 WSS-SI-YA-ACREDITADO    VALUE 'S'.

      *    Serie de la nota en curso.
       01 WSV-LETRA                 PIC X(01).
       01 WSV-PTO-VTA               PIC 9(04).

      *    Comprobante de la factura que corrige la nota en curso.
       01 WSV-FACTURA-REF           PIC 9(08).
       01 WSV-FAC-LETRA-REF         PIC X(01).
       01 WSV-FAC-PTO-VTA-REF       PIC 9(04).

      *    Descuento por pronto pago: lo que queda del recibo en
      *    curso para cubrir facturas, y el descuento (neto e IVA) y
      *    el importe a pagar con descuento de la factura evaluada.
       01 WSV-RESTO-RECIBO          PIC S9(09)V99.
       01 WSV-DTO-NETO              PIC S9(09)V99.
       01 WSV-DTO-IVA               PIC S9(09)V99.
       01 WSV-A-PAGAR               PIC S9(09)V99.

       01 WSS-YA-DESCONTADA           PIC X VALUE 'N'.
           88 WSS-SI-YA-DESCONTADA    VALUE 'S'.

       01 WSV-NETO                  PIC S9(09)V99.
       01 WSV-CUOTAS                PIC S9(09)V99.
       01 WSV-IVA                   PIC S9(09)V99.
       01 WSV-TOTAL                 PIC S9(09)V99.

      *    Lo que asientan las notas por descuento y por reclamo de
      *    la corrida, en pesos (a la TASA-USD de parametros, mismo
      *    criterio que las ventas de mostrador de PROG01-59-SA).
       01 ACUMULADORES.
           05 WSA-GL-VENTAS         PIC S9(11)V99.
           05 WSA-GL-IVA            PIC S9(11)V99.
           05 WSA-GL-TOTAL          PIC S9(11)V99.
       01 WSV-IMP-BASE              PIC S9(11)V99.

       01 CONTADORES.
           05 WSCC-CONT-EMITIDAS    PIC 9(05).
           05 WSCC-CONT-SALTEADAS   PIC 9(05).
           05 WSCC-CONT-SIN-FACTURA PIC 9(05).
           05 WSCC-CONT-AJUSTES     PIC 9(05).
           05 WSCC-CONT-DESCUENTOS  PIC 9(05).
           05 WSCC-CONT-ASENTADAS   PIC 9(05).

       01 WSL-LINEA                 PIC X(80).
       01 WSL-IMP-EDITADO           PIC ---------,99.
       01 WSL-CTE-EDITADO           PIC Z(06)9.
       01 WSL-TASA-EDITADA          PIC Z9,99.
      *    Comprobante en la forma impresa (ver PROG01-10-SA).
       01 WSL-COMPROBANTE.
           05 WSL-CMP-LETRA         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WSL-CMP-PTO-VTA       PIC 9(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WSL-CMP-NUMERO        PIC 9(08).


      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-RESULTADO-ENTRADA      PIC X(80).
       01 WSV-ARCH-AJUSTES                PIC X(80).
       01 WSV-ARCH-RECIBOS                PIC X(80).
       01 WSV-ARCH-EMITIDAS               PIC X(80).
       01 WSV-ARCH-NUMERACION             PIC X(80).
       01 WSV-ARCH-NCEMITIDAS             PIC X(80).
       01 WSV-ARCH-NOTAS                  PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-ASIENTOSGL             PIC X(80).
       01 WSV-ARCH-ASIENTOSGL-TRAB        PIC X(80).
       01 WSV-ARCH-MOVIMIENTOSGL          PIC X(80).

           COPY ASIENGL.

           COPY PARAMS.


       100000-INICIO.

           INITIALIZE CONTADORES
                      ACUMULADORES.

           PERFORM 110000-CARGAR-NC-EMITIDAS.
           PERFORM 115000-CARGAR-FACTURAS.

           PERFORM 130000-CONSOLIDAR-NEGATIVOS.
           PERFORM 140000-CARGAR-AJUSTES.
           PERFORM 150000-DESCUENTOS-PRONTO-PAGO.

       110000-CARGAR-NC-EMITIDAS.

                                  TO WST-NC-PERIODO (WSI-NC)
                                MOVE WSF-NCE-MONEDA
                                  TO WST-NC-MONEDA (WSI-NC)
                                IF WSF-NCE-PTO-VTA NOT NUMERIC
                                    MOVE 0 TO WSF-NCE-PTO-VTA
                                END-IF
                                MOVE WSF-NCE-LETRA
                                  TO WST-NC-LETRA (WSI-NC)
                                MOVE WSF-NCE-PTO-VTA
                                  TO WST-NC-PTO-VTA (WSI-NC)
                                IF WSF-NCE-FAC-PTO-VTA NOT NUMERIC
                                    MOVE 0 TO WSF-NCE-FAC-PTO-VTA
                                END-IF
                                MOVE WSF-NCE-FACTURA
                                  TO WST-NC-FACTURA (WSI-NC)
                                MOVE WSF-NCE-FAC-LETRA
                                  TO WST-NC-FAC-LETRA (WSI-NC)
                                MOVE WSF-NCE-FAC-PTO-VTA
                                  TO WST-NC-FAC-PTO-VTA (WSI-NC)
                                MOVE WSF-NCE-MOTIVO
                                  TO WST-NC-MOTIVO (WSI-NC)
                              ELSE
                                DISPLAY 'TABLA DE NC LLENA, SE OMITE '
                                        WSF-NCE-NUMERO

       115000-CARGAR-FACTURAS.

      *    Solo comprobante y clave de cada factura: alcanza para
      *    resolver la referencia. El registro esta en orden de
      *    emision: la ultima del cliente/periodo/moneda (la
      *    reemision mas reciente) es la vigente.
           OPEN INPUT EMITIDAS.
           IF WSS-FS-EMI-NOEXISTE
               DISPLAY 'SIN FacturasEmitidas.TXT: LAS NOTAS SALDRAN '
                                  TO WST-FAC-PERIODO (WSI-FAC)
                                MOVE WSF-EMI-MONEDA
                                  TO WST-FAC-MONEDA (WSI-FAC)
                                IF WSF-EMI-PTO-VTA NOT NUMERIC
                                    MOVE 0 TO WSF-EMI-PTO-VTA
                                END-IF
                                MOVE WSF-EMI-LETRA
                                  TO WST-FAC-LETRA (WSI-FAC)
                                MOVE WSF-EMI-PTO-VTA
                                  TO WST-FAC-PTO-VTA (WSI-FAC)
                                PERFORM 117000-CONDICION-FACTURA
                              ELSE
                                DISPLAY 'TABLA DE FACTURAS LLENA'
                              END-IF
             END-IF
           END-IF.

       117000-CONDICION-FACTURA.

      *    Importes y condicion de pago de la factura leida; las
      *    anteriores a la condicion de pago quedan sin descuento.
           MOVE WSF-EMI-NYA   TO WST-FAC-NYA (WSI-FAC)
           MOVE WSF-EMI-NETO  TO WST-FAC-NETO (WSI-FAC)
           MOVE WSF-EMI-TOTAL TO WST-FAC-TOTAL (WSI-FAC)

           IF WSF-EMI-FECHA-EMISION NUMERIC
             AND WSF-EMI-DTO-PCT NUMERIC
             AND WSF-EMI-DTO-VENCE NUMERIC
               MOVE WSF-EMI-FECHA-EMISION
                 TO WST-FAC-FECHA-EMI (WSI-FAC)
               MOVE WSF-EMI-DTO-PCT   TO WST-FAC-DTO-PCT (WSI-FAC)
               MOVE WSF-EMI-DTO-VENCE TO WST-FAC-DTO-VENCE (WSI-FAC)
           ELSE
               MOVE 0 TO WST-FAC-FECHA-EMI (WSI-FAC)
                         WST-FAC-DTO-PCT (WSI-FAC)
                         WST-FAC-DTO-VENCE (WSI-FAC)
           END-IF.

       120000-CONCILIAR-NUMERACION.

      *    El registro de emitidas manda, serie por serie (misma
      *    disciplina que 120000-CONCILIAR-NUMERACION en
      *    PROG01-10-SA): una corrida cortada no quema ni repite
      *    numeros de ninguna serie.
           OPEN INPUT NUMERACION.
           IF WSS-FS-NUM-NOEXISTE
               CONTINUE
           ELSE
             IF NOT WSS-FS-NUM-OK
               DISPLAY 'ERROR DE ARCHIVO DE NUMERACION'
               DISPLAY 'FILE STATUS' WSS-FS-NUM
               STOP RUN
             ELSE
               PERFORM UNTIL WSS-FS-NUM-EOF
                   READ NUMERACION
                      EVALUATE TRUE
                         WHEN WSS-FS-NUM-OK
                              PERFORM 122000-CARGAR-SERIE
                         WHEN WSS-FS-NUM-EOF
                              CONTINUE
                         WHEN OTHER
                              DISPLAY 'FILE STATUS' WSS-FS-NUM
                              STOP RUN
                      END-EVALUATE
               END-PERFORM
               CLOSE NUMERACION
             END-IF
           END-IF.

           PERFORM VARYING WSI-NC FROM 1 BY 1
                   UNTIL WSI-NC > WST-CANT-NC
               IF WST-NC-LETRA (WSI-NC) NOT = SPACE
                   MOVE WST-NC-LETRA (WSI-NC)   TO WSV-LETRA
                   MOVE WST-NC-PTO-VTA (WSI-NC) TO WSV-PTO-VTA
                   PERFORM 121000-UBICAR-SERIE
                   IF WSS-SERIE-SI-ENCONTRADA
                     AND WST-NC-NUMERO (WSI-NC) >
                                          WST-SER-ULTIMO (WSI-SER)
                       DISPLAY 'NUMERACION NC ATRASADA EN SERIE '
                               WSV-LETRA ' ' WSV-PTO-VTA
                               ': SE CONCILIA A '
                               WST-NC-NUMERO (WSI-NC)
                       MOVE WST-NC-NUMERO (WSI-NC)
                         TO WST-SER-ULTIMO (WSI-SER)
                   END-IF
               END-IF
           END-PERFORM.

       121000-UBICAR-SERIE.

      *    Deja WSI-SER en la serie de WSV-LETRA + WSV-PTO-VTA; una
      *    serie nueva se abre en cero.
           MOVE 'N' TO WSS-SERIE-ENCONTRADA

           PERFORM VARYING WSI-SER FROM 1 BY 1
                   UNTIL WSI-SER > WST-CANT-SER
               IF WST-SER-LETRA (WSI-SER) = WSV-LETRA
                 AND WST-SER-PTO-VTA (WSI-SER) = WSV-PTO-VTA
                   MOVE 'S' TO WSS-SERIE-ENCONTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-SERIE-SI-ENCONTRADA
             IF WST-CANT-SER < WSC-MAX-SERIES
               ADD 1 TO WST-CANT-SER
               SET WSI-SER TO WST-CANT-SER
               MOVE WSV-LETRA         TO WST-SER-LETRA (WSI-SER)
               MOVE WSV-PTO-VTA       TO WST-SER-PTO-VTA (WSI-SER)
               MOVE 0                 TO WST-SER-ULTIMO (WSI-SER)
               MOVE 'S' TO WSS-SERIE-ENCONTRADA
             ELSE
               DISPLAY 'TABLA DE SERIES LLENA, SIN LUGAR PARA '
                       WSV-LETRA ' ' WSV-PTO-VTA
             END-IF
           END-IF.

       122000-CARGAR-SERIE.

      *    El contador unico de antes de las series no se toma: las
      *    series nuevas arrancan de cero.
           IF WSF-NUM-LETRA = SPACE
             OR WSF-NUM-PTO-VTA NOT NUMERIC
             OR WSF-NUM-ULTIMO NOT NUMERIC
               DISPLAY 'REGISTRO DE NUMERACION SIN SERIE, SE IGNORA: '
                       FD-NUMERACION
               EXIT PARAGRAPH
           END-IF.

           MOVE WSF-NUM-LETRA   TO WSV-LETRA
           MOVE WSF-NUM-PTO-VTA TO WSV-PTO-VTA
           PERFORM 121000-UBICAR-SERIE
           IF WSS-SERIE-SI-ENCONTRADA
               MOVE WSF-NUM-ULTIMO TO WST-SER-ULTIMO (WSI-SER)
           END-IF.

       130000-CONSOLIDAR-NEGATIVOS.

           OPEN INPUT RESULTADO-ENTRADA.
               MOVE WSF-RESE-NYA      TO WST-PED-NYA (WSI-PED)
               MOVE WSF-RESE-PERIODO  TO WST-PED-PERIODO (WSI-PED)
               MOVE WSF-RESE-MONEDA   TO WST-PED-MONEDA (WSI-PED)
               MOVE WSF-RESE-SUCURSAL TO WST-PED-SUCURSAL (WSI-PED)
               COMPUTE WST-PED-NETO (WSI-PED) =
                       0 - WSF-RESE-IMP-TOTALTR
               COMPUTE WST-PED-CUOTAS (WSI-PED) =
                       0 - WSF-RESE-IMP-CUOTAS
               MOVE 0                 TO WST-PED-FACTURA (WSI-PED)
               MOVE SPACE             TO WST-PED-FAC-LETRA (WSI-PED)
               MOVE 0                 TO WST-PED-FAC-PTO-VTA (WSI-PED)
               MOVE 'R'               TO WST-PED-ORIGEN (WSI-PED)
               MOVE 0                 TO WST-PED-RECLAMO (WSI-PED)
             ELSE
               DISPLAY 'TABLA DE PEDIDOS LLENA, SE OMITE CLIENTE '
                       WSF-RESE-CTE
               MOVE WSF-AJU-IMPORTE  TO WST-PED-NETO (WSI-PED)
      *        El ajuste manual es neto puro: sin porcion de cuotas.
               MOVE 0                TO WST-PED-CUOTAS (WSI-PED)
               MOVE 0                TO WST-PED-SUCURSAL (WSI-PED)
               MOVE WSF-AJU-FACTURA  TO WST-PED-FACTURA (WSI-PED)
               IF WSF-AJU-FAC-PTO-VTA NOT NUMERIC
                   MOVE 0 TO WSF-AJU-FAC-PTO-VTA
               END-IF
               MOVE WSF-AJU-FAC-LETRA
                                     TO WST-PED-FAC-LETRA (WSI-PED)
               MOVE WSF-AJU-FAC-PTO-VTA
                                     TO WST-PED-FAC-PTO-VTA (WSI-PED)
               MOVE 'A'              TO WST-PED-ORIGEN (WSI-PED)
               IF WSF-AJU-RECLAMO NOT NUMERIC
                   MOVE 0 TO WSF-AJU-RECLAMO
               END-IF
               MOVE WSF-AJU-RECLAMO  TO WST-PED-RECLAMO (WSI-PED)
           ELSE
               DISPLAY 'TABLA DE PEDIDOS LLENA, SE OMITE AJUSTE DE '
                       WSF-AJU-CTE
           END-IF.

       150000-DESCUENTOS-PRONTO-PAGO.

      *    Cada recibo se mira contra las facturas del cliente en su
      *    moneda, en orden de emision (la misma aplicacion de la
      *    mas vieja a la mas nueva que hace la cuenta corriente):
      *    la factura con descuento vigente a la fecha del recibo y
      *    que el recibo alcanza a cubrir, ya descontado, genera un
      *    pedido de nota por el descuento.
           OPEN INPUT RECIBOS.
           IF WSS-FS-REC-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-REC-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECIBOS'
             DISPLAY 'FILE STATUS' WSS-FS-REC
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-REC-EOF
               READ RECIBOS
                  EVALUATE TRUE
                     WHEN WSS-FS-REC-OK
                          PERFORM 155000-EVALUAR-RECIBO
                     WHEN WSS-FS-REC-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-REC
                          MOVE '10' TO WSS-FS-REC
                  END-EVALUATE
           END-PERFORM

           CLOSE RECIBOS.

       155000-EVALUAR-RECIBO.

      *    Un anticipo no paga ninguna factura emitida: se aplica
      *    recien al facturar (recibo tipo S, que si se evalua). El
      *    recibo de una venta de mostrador (tipo M) paga solo su
      *    factura, cobrada en el acto y sin descuento.
           IF WSF-REC-TIPO = 'A' OR 'M'
               EXIT PARAGRAPH
           END-IF.

      *    La retencion tambien cancela (ver PROG01-06-SA).
           IF WSF-REC-RETENCION NOT NUMERIC
               MOVE 0 TO WSF-REC-RETENCION
           END-IF.
           COMPUTE WSV-RESTO-RECIBO =
                   WSF-REC-IMPORTE + WSF-REC-RETENCION

           PERFORM VARYING WSI-FAC FROM 1 BY 1
                   UNTIL WSI-FAC > WST-CANT-FAC
                      OR WSV-RESTO-RECIBO <= 0
               IF WST-FAC-CTE (WSI-FAC) = WSF-REC-CTE
                 AND WST-FAC-MONEDA (WSI-FAC) = WSF-REC-MONEDA
                 AND WST-FAC-DTO-PCT (WSI-FAC) > 0
                 AND WSF-REC-FECHA >= WST-FAC-FECHA-EMI (WSI-FAC)
                 AND WSF-REC-FECHA <= WST-FAC-DTO-VENCE (WSI-FAC)
                   PERFORM 156000-VERIFICAR-DESCONTADA
                   IF NOT WSS-SI-YA-DESCONTADA
                       COMPUTE WSV-DTO-NETO ROUNDED =
                               (WST-FAC-NETO (WSI-FAC) *
                                WST-FAC-DTO-PCT (WSI-FAC)) / 100
                       COMPUTE WSV-DTO-IVA ROUNDED =
                               (WSV-DTO-NETO * WSP-IVA-GENERAL) / 100
                       IF WST-FAC-LETRA (WSI-FAC) = 'E'
                           MOVE 0 TO WSV-DTO-IVA
                       END-IF
                       COMPUTE WSV-A-PAGAR =
                               WST-FAC-TOTAL (WSI-FAC) -
                               WSV-DTO-NETO - WSV-DTO-IVA
      *                El recibo no alcanza a cubrir la factura mas
      *                vieja con descuento: no hay pronto pago y lo
      *                que queda tampoco llega a las siguientes.
                       IF WSV-RESTO-RECIBO < WSV-A-PAGAR
                           EXIT PERFORM
                       END-IF
                       SUBTRACT WSV-A-PAGAR FROM WSV-RESTO-RECIBO
                       IF WSV-DTO-NETO > 0
                           PERFORM 157000-ALTA-PEDIDO-DESCUENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       156000-VERIFICAR-DESCONTADA.

      *    Recibos.TXT es acumulativo: una factura ya descontada en
      *    una corrida anterior (nota con motivo D que la referencia)
      *    o en esta misma no se vuelve a descontar.
           MOVE 'N' TO WSS-YA-DESCONTADA

           PERFORM VARYING WSI-NC FROM 1 BY 1
                   UNTIL WSI-NC > WST-CANT-NC
               IF WST-NC-MOTIVO (WSI-NC) = 'D'
                 AND WST-NC-FACTURA (WSI-NC) = WST-FAC-NUMERO (WSI-FAC)
                 AND WST-NC-FAC-LETRA (WSI-NC) =
                                          WST-FAC-LETRA (WSI-FAC)
                 AND WST-NC-FAC-PTO-VTA (WSI-NC) =
                                          WST-FAC-PTO-VTA (WSI-FAC)
                   MOVE 'S' TO WSS-YA-DESCONTADA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-SI-YA-DESCONTADA
               PERFORM VARYING WSI-PED FROM 1 BY 1
                       UNTIL WSI-PED > WST-CANT-PED
                   IF WST-PED-ORIGEN (WSI-PED) = 'D'
                     AND WST-PED-FACTURA (WSI-PED) =
                                          WST-FAC-NUMERO (WSI-FAC)
                     AND WST-PED-FAC-LETRA (WSI-PED) =
                                          WST-FAC-LETRA (WSI-FAC)
                     AND WST-PED-FAC-PTO-VTA (WSI-PED) =
                                          WST-FAC-PTO-VTA (WSI-FAC)
                       MOVE 'S' TO WSS-YA-DESCONTADA
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       157000-ALTA-PEDIDO-DESCUENTO.

           IF WST-CANT-PED < WSC-MAX-PEDIDOS
               ADD 1 TO WST-CANT-PED
               SET WSI-PED TO WST-CANT-PED
               ADD 1 TO WSCC-CONT-DESCUENTOS
               MOVE WST-FAC-CTE (WSI-FAC)   TO WST-PED-CTE (WSI-PED)
               MOVE WST-FAC-NYA (WSI-FAC)   TO WST-PED-NYA (WSI-PED)
               MOVE WST-FAC-PERIODO (WSI-FAC)
                                          TO WST-PED-PERIODO (WSI-PED)
               MOVE WST-FAC-MONEDA (WSI-FAC)
                                          TO WST-PED-MONEDA (WSI-PED)
               MOVE 0                     TO WST-PED-SUCURSAL (WSI-PED)
      *        El descuento es sobre el neto gravado: sin cuotas.
               MOVE WSV-DTO-NETO          TO WST-PED-NETO (WSI-PED)
               MOVE 0                     TO WST-PED-CUOTAS (WSI-PED)
               MOVE WST-FAC-NUMERO (WSI-FAC)
                                          TO WST-PED-FACTURA (WSI-PED)
               MOVE WST-FAC-LETRA (WSI-FAC)
                                        TO WST-PED-FAC-LETRA (WSI-PED)
               MOVE WST-FAC-PTO-VTA (WSI-FAC)
                                      TO WST-PED-FAC-PTO-VTA (WSI-PED)
               MOVE 'D'                   TO WST-PED-ORIGEN (WSI-PED)
               MOVE 0                     TO WST-PED-RECLAMO (WSI-PED)
           ELSE
               DISPLAY 'TABLA DE PEDIDOS LLENA, SE OMITE DESCUENTO '
                       'DEL CLIENTE ' WST-FAC-CTE (WSI-FAC)
           END-IF.

       200000-PROCESO.

           OPEN EXTEND NCEMITIDAS.
           CLOSE NCEMITIDAS.
           CLOSE NOTAS.

           IF WSCC-CONT-ASENTADAS > 0
               PERFORM 260000-ASENTAR-NOTAS
           END-IF.

       210000-EMITIR-PEDIDO.

      *    Un pedido de origen R (renglon negativo) ya acreditado
               PERFORM VARYING WSI-NC FROM 1 BY 1
                       UNTIL WSI-NC > WST-CANT-NC
                   IF WST-NC-CTE (WSI-NC) = WST-PED-CTE (WSI-PED)
                     AND WST-NC-MOTIVO (WSI-NC) NOT = 'D'
                     AND WST-NC-MOTIVO (WSI-NC) NOT = 'C'
                     AND WST-NC-PERIODO (WSI-NC) =
                                          WST-PED-PERIODO (WSI-PED)
                     AND WST-NC-MONEDA (WSI-NC) =

       220000-RESOLVER-REFERENCIA.

      *    Factura referenciada: la que trajo el ajuste, o la ultima
      *    emitida del cliente/periodo/moneda en el registro de
      *    emitidas. Un ajuste con numero pero sin letra toma la
      *    letra y el punto de venta de la factura del cliente con
      *    ese numero. Sin factura se emite igual (la reversa es
      *    real) pero con referencia 0 y aviso, para que el contador
      *    la ate a mano.
           MOVE WST-PED-FACTURA (WSI-PED)     TO WSV-FACTURA-REF
           MOVE WST-PED-FAC-LETRA (WSI-PED)   TO WSV-FAC-LETRA-REF
           MOVE WST-PED-FAC-PTO-VTA (WSI-PED) TO WSV-FAC-PTO-VTA-REF

           IF WSV-FACTURA-REF = 0
               PERFORM VARYING WSI-FAC FROM 1 BY 1
                                          WST-PED-PERIODO (WSI-PED)
                     AND WST-FAC-MONEDA (WSI-FAC) =
                                          WST-PED-MONEDA (WSI-PED)
                       MOVE WST-FAC-NUMERO (WSI-FAC)
                         TO WSV-FACTURA-REF
                       MOVE WST-FAC-LETRA (WSI-FAC)
                         TO WSV-FAC-LETRA-REF
                       MOVE WST-FAC-PTO-VTA (WSI-FAC)
                         TO WSV-FAC-PTO-VTA-REF
                   END-IF
               END-PERFORM
           ELSE
               IF WSV-FAC-LETRA-REF = SPACE
                   PERFORM VARYING WSI-FAC FROM 1 BY 1
                           UNTIL WSI-FAC > WST-CANT-FAC
                       IF WST-FAC-CTE (WSI-FAC) =
                                          WST-PED-CTE (WSI-PED)
                         AND WST-FAC-NUMERO (WSI-FAC) =
                                          WSV-FACTURA-REF
                           MOVE WST-FAC-LETRA (WSI-FAC)
                             TO WSV-FAC-LETRA-REF
                           MOVE WST-FAC-PTO-VTA (WSI-FAC)
                             TO WSV-FAC-PTO-VTA-REF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF WSV-FACTURA-REF = 0
                       WST-PED-PERIODO (WSI-PED)
           END-IF.

       225000-DETERMINAR-SERIE.

      *    La nota lleva la letra y el punto de venta de la factura
      *    que corrige. Sin factura (o con una anterior a las
      *    series) se determinan como en 241000-DETERMINAR-SERIE de
      *    PROG01-10-SA: letra por la condicion de IVA del cliente
      *    (RI A, EE E, resto B) y punto de venta por la sucursal.
           IF WSV-FACTURA-REF > 0 AND WSV-FAC-LETRA-REF NOT = SPACE
               MOVE WSV-FAC-LETRA-REF   TO WSV-LETRA
               MOVE WSV-FAC-PTO-VTA-REF TO WSV-PTO-VTA
               EXIT PARAGRAPH
           END-IF.

           MOVE 'B'                        TO WSV-LETRA
           MOVE WST-PED-SUCURSAL (WSI-PED) TO WSV-PTO-VTA

           IF WSS-CTES-SI-ABIERTO
               MOVE WST-PED-CTE (WSI-PED) TO WSF-CTE-CTE
               READ CLIENTES KEY IS WSF-CTE-CTE
                   INVALID KEY CONTINUE
               END-READ
               IF WSS-FS-CTE-OK
                   EVALUATE WSF-CTE-COND-IVA
                       WHEN 'RI'
                            MOVE 'A' TO WSV-LETRA
                       WHEN 'EE'
                            MOVE 'E' TO WSV-LETRA
                       WHEN OTHER
                            MOVE 'B' TO WSV-LETRA
                   END-EVALUATE
                   IF WSV-PTO-VTA = 0
                       MOVE WSF-CTE-SUCURSAL TO WSV-PTO-VTA
                   END-IF
               END-IF
           END-IF.

       230000-EMITIR-NOTA.

           PERFORM 225000-DETERMINAR-SERIE
           PERFORM 121000-UBICAR-SERIE
           IF NOT WSS-SERIE-SI-ENCONTRADA
               DISPLAY 'SIN SERIE PARA LA NOTA DEL CLIENTE '
                       WST-PED-CTE (WSI-PED)
               PERFORM 265000-ASENTAR-ANTES-DE-CORTAR
               STOP RUN
           END-IF.

           ADD 1 TO WST-SER-ULTIMO (WSI-SER)
           ADD 1 TO WSCC-CONT-EMITIDAS

      *    La porcion de cuotas ya trae el IVA de su categoria (lo
                   WST-PED-NETO (WSI-PED) - WSV-CUOTAS
           COMPUTE WSV-IVA ROUNDED =
                   (WSV-NETO * WSP-IVA-GENERAL) / 100
      *    La exportacion (letra E) no lleva IVA.
           IF WSV-LETRA = 'E'
               MOVE 0 TO WSV-IVA
           END-IF
           COMPUTE WSV-TOTAL = WSV-NETO + WSV-CUOTAS + WSV-IVA

      *    Primero el registro de emitidas (la verdad de la serie),
      *    despues el documento y por ultimo la numeracion: mismo
      *    orden anticorte que la facturacion.
           MOVE WST-SER-ULTIMO (WSI-SER)    TO WSF-NCE-NUMERO
           MOVE WSV-LETRA                   TO WSF-NCE-LETRA
           MOVE WSV-PTO-VTA                 TO WSF-NCE-PTO-VTA
           MOVE WSV-FAC-LETRA-REF           TO WSF-NCE-FAC-LETRA
           MOVE WSV-FAC-PTO-VTA-REF         TO WSF-NCE-FAC-PTO-VTA
           MOVE WST-PED-CTE (WSI-PED)       TO WSF-NCE-CTE
           MOVE WST-PED-NYA (WSI-PED)       TO WSF-NCE-NYA
           MOVE WST-PED-PERIODO (WSI-PED)   TO WSF-NCE-PERIODO
           MOVE WSV-CUOTAS                  TO WSF-NCE-CUOTAS
           MOVE WSV-IVA                     TO WSF-NCE-IVA
           MOVE WSV-TOTAL                   TO WSF-NCE-TOTAL
           EVALUATE TRUE
               WHEN WST-PED-ORIGEN (WSI-PED) = 'D'
                    MOVE 'D'                TO WSF-NCE-MOTIVO
               WHEN WST-PED-RECLAMO (WSI-PED) > 0
                    MOVE 'C'                TO WSF-NCE-MOTIVO
               WHEN OTHER
                    MOVE SPACE              TO WSF-NCE-MOTIVO
           END-EVALUATE
           MOVE WSP-PERIODO-PROCESO         TO WSF-NCE-PERIODO-EMI
           WRITE FD-NCEMITIDAS.
           IF NOT WSS-FS-NCE-OK
             DISPLAY 'ERROR DE ARCHIVO DE NC EMITIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-NCE
             PERFORM 265000-ASENTAR-ANTES-DE-CORTAR
             STOP RUN
           END-IF.


           PERFORM 255000-GRABAR-NUMERACION.

      *    Las reversas de resultados ya bajaron la facturacion del
      *    periodo en PROG01-01-SA; el descuento y el reclamo no
      *    pasan por ahi y se asientan aca.
           IF WSF-NCE-MOTIVO = 'D' OR 'C'
               PERFORM 250000-ACUMULAR-ASIENTO
           END-IF.

       240000-IMPRIMIR-NOTA.

           MOVE SPACES               TO FD-NOTAS
           MOVE ALL '-'              TO FD-NOTAS
           WRITE FD-NOTAS.

           MOVE WSF-NCE-LETRA   TO WSL-CMP-LETRA.
           MOVE WSF-NCE-PTO-VTA TO WSL-CMP-PTO-VTA.
           MOVE WSF-NCE-NUMERO  TO WSL-CMP-NUMERO.
           INITIALIZE WSL-LINEA.
           STRING 'NOTA DE CREDITO '               DELIMITED SIZE
                  WSL-COMPROBANTE                   DELIMITED SIZE
                  '   PERIODO '                     DELIMITED SIZE
                  WSF-NCE-PERIODO                   DELIMITED SIZE
             INTO WSL-LINEA
           WRITE FD-NOTAS.

           IF WSF-NCE-FACTURA > 0
               MOVE WSF-NCE-FAC-LETRA   TO WSL-CMP-LETRA
               MOVE WSF-NCE-FAC-PTO-VTA TO WSL-CMP-PTO-VTA
               MOVE WSF-NCE-FACTURA     TO WSL-CMP-NUMERO
               INITIALIZE WSL-LINEA
               STRING 'REFERENCIA: FACTURA '       DELIMITED SIZE
                      WSL-COMPROBANTE               DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-NOTAS
               WRITE FD-NOTAS
           END-IF.

           IF WSF-NCE-MOTIVO = 'D'
               MOVE 'MOTIVO: DESCUENTO POR PRONTO PAGO' TO FD-NOTAS
               WRITE FD-NOTAS
           END-IF.

           IF WSF-NCE-MOTIVO = 'C'
               INITIALIZE WSL-LINEA
               STRING 'MOTIVO: RECLAMO ACEPTADO NRO '
                                                 DELIMITED SIZE
                      WST-PED-RECLAMO (WSI-PED)  DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-NOTAS
               WRITE FD-NOTAS
           END-IF.

           MOVE WSF-NCE-CTE TO WSL-CTE-EDITADO.
           INITIALIZE WSL-LINEA.
           STRING 'CLIENTE: '                      DELIMITED SIZE
           MOVE WSL-LINEA TO FD-NOTAS
           WRITE FD-NOTAS.

       250000-ACUMULAR-ASIENTO.

           ADD 1 TO WSCC-CONT-ASENTADAS

           IF WSF-NCE-MONEDA = WSC-MONEDA-BASE
             OR WSF-NCE-MONEDA = SPACES
               COMPUTE WSV-IMP-BASE = WSF-NCE-NETO + WSF-NCE-CUOTAS
           ELSE
               COMPUTE WSV-IMP-BASE ROUNDED =
                       (WSF-NCE-NETO + WSF-NCE-CUOTAS) * WSP-TASA-USD
           END-IF
           ADD WSV-IMP-BASE TO WSA-GL-VENTAS
           ADD WSV-IMP-BASE TO WSA-GL-TOTAL

           IF WSF-NCE-MONEDA = WSC-MONEDA-BASE
             OR WSF-NCE-MONEDA = SPACES
               MOVE WSF-NCE-IVA TO WSV-IMP-BASE
           ELSE
               COMPUTE WSV-IMP-BASE ROUNDED =
                       WSF-NCE-IVA * WSP-TASA-USD
           END-IF
           ADD WSV-IMP-BASE TO WSA-GL-IVA
           ADD WSV-IMP-BASE TO WSA-GL-TOTAL.

       255000-GRABAR-NUMERACION.

      *    Se reescriben todas las series (un registro por letra y
      *    punto de venta).
           OPEN OUTPUT NUMERACION.
           IF NOT WSS-FS-NUM-OK
             DISPLAY 'ERROR DE ARCHIVO DE NUMERACION'
             DISPLAY 'FILE STATUS' WSS-FS-NUM
           ELSE
             PERFORM VARYING WSI-SER FROM 1 BY 1
                     UNTIL WSI-SER > WST-CANT-SER
                 MOVE WST-SER-LETRA (WSI-SER)   TO WSF-NUM-LETRA
                 MOVE WST-SER-PTO-VTA (WSI-SER) TO WSF-NUM-PTO-VTA
                 MOVE WST-SER-ULTIMO (WSI-SER)  TO WSF-NUM-ULTIMO
                 WRITE FD-NUMERACION
             END-PERFORM
             CLOSE NUMERACION
           END-IF.

       260000-ASENTAR-NOTAS.

      *    Un solo asiento por corrida, balanceado por construccion:
      *    el haber de deudores es la suma de cada importe ya
      *    convertido. Las notas ya quedaron emitidas: si la
      *    interfaz no se puede abrir se avisa para asentarlas a
      *    mano.
           PERFORM 960000-ABRIR-ASIENTOS.
           IF NOT WSG-SI-ABIERTO
               DISPLAY 'NOTAS DE CREDITO NO ASENTADAS: REVISAR '
                       'AsientosGL.TXT'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'D'                    TO WSG-GL-TIPO
           MOVE WSC-CTA-DESCUENTOS     TO WSG-GL-CUENTA
           MOVE WSA-GL-VENTAS          TO WSG-GL-IMPORTE
           MOVE WSC-LEY-NOTAS          TO WSG-GL-LEYENDA
           MOVE WSP-PERIODO-PROCESO    TO WSG-GL-PERIODO
           PERFORM 962000-GRABAR-PARTIDA

           IF WSA-GL-IVA NOT = 0
               MOVE 'D'                    TO WSG-GL-TIPO
               MOVE WSC-CTA-IVA-DEBITO     TO WSG-GL-CUENTA
               MOVE WSA-GL-IVA             TO WSG-GL-IMPORTE
               MOVE WSC-LEY-IVA-NOTAS      TO WSG-GL-LEYENDA
               MOVE WSP-PERIODO-PROCESO    TO WSG-GL-PERIODO
               PERFORM 962000-GRABAR-PARTIDA
           END-IF.

           MOVE 'H'                    TO WSG-GL-TIPO
           MOVE WSC-CTA-DEUDORES       TO WSG-GL-CUENTA
           MOVE WSA-GL-TOTAL           TO WSG-GL-IMPORTE
           MOVE WSC-LEY-NOTAS          TO WSG-GL-LEYENDA
           MOVE WSP-PERIODO-PROCESO    TO WSG-GL-PERIODO
           PERFORM 962000-GRABAR-PARTIDA

           PERFORM 965000-CERRAR-ASIENTOS.

       265000-ASENTAR-ANTES-DE-CORTAR.

      *    Las notas ya grabadas en el registro no se vuelven a
      *    emitir al repetir la corrida: lo que acumularon se asienta
      *    antes de cortar, o quedarian fuera de la interfaz.
           IF WSCC-CONT-ASENTADAS > 0
               PERFORM 260000-ASENTAR-NOTAS
           END-IF.

       300000-FINAL.

      *    Los ajustes manuales emitidos se consumen: la cola se
           DISPLAY 'NOTAS SIN FACTURA DE REFERENCIA ='
                                          WSCC-CONT-SIN-FACTURA
           DISPLAY 'AJUSTES MANUALES TOMADOS =' WSCC-CONT-AJUSTES
           DISPLAY 'DESCUENTOS POR PRONTO PAGO =' WSCC-CONT-DESCUENTOS
           DISPLAY 'NOTAS ASENTADAS (DESCUENTO Y RECLAMO) ='
                                          WSCC-CONT-ASENTADAS
           PERFORM VARYING WSI-SER FROM 1 BY 1
                   UNTIL WSI-SER > WST-CANT-SER
               DISPLAY 'SERIE ' WST-SER-LETRA (WSI-SER) ' '
                       WST-SER-PTO-VTA (WSI-SER)
                       ' ULTIMO NUMERO USADO ='
                       WST-SER-ULTIMO (WSI-SER)
           END-PERFORM
           DISPLAY '********************************************'.
           STOP RUN.

           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-AJUSTES

           MOVE 'Recibos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECIBOS

           MOVE 'FacturasEmitidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EMITIDAS
           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'AsientosGL.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASIENTOSGL

           MOVE 'AsientosGLTrabajo.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASIENTOSGL-TRAB

           MOVE 'MovimientosGL.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-MOVIMIENTOSGL
           CONTINUE.

           COPY PARAMSP.

           COPY ASIENGLP.

       END PROGRAM PROG01-18-SA.
