      *              Resultados.TXT: una factura por cliente, periodo
      *              y moneda, con neto, IVA discriminado y total, y
      *              numeracion correlativa sin huecos tomada de un
      *              archivo de numeracion controlado, con una serie
      *              propia por letra (A/B/E segun la condicion de IVA
      *              del cliente) y punto de venta (la sucursal). El
      *              registro de
      *              facturas emitidas (FacturasEmitidas.TXT) es la
      *              verdad de lo ya numerado: al arrancar se concilia
      *              contra la numeracion (una corrida cortada no
      *              quema ni repite numeros) y lo ya facturado no se
      *              vuelve a facturar. La reimpresion reutiliza el
      *              numero original en lugar de quemar uno nuevo.
      *              Si el cliente tiene anticipos sin aplicar en la
      *              moneda de la factura (Anticipos.TXT, ver
      *              PROG01-06-SA), se aplican a la factura al
      *              emitirla: la aplicacion queda en el registro de
      *              anticipos, sale como recibo tipo S en Recibos.TXT
      *              (la cobranza la aplica a la factura) y se asienta
      *              contra el pasivo de anticipos.
      *              Los clientes retenidos por la revision de
      *              anomalias (PROG01-51-SA) no se facturan hasta que
      *              un operador los libera (PROG01-52-SA).
      *              Cada factura emitida queda anotada en
      *              DocumentosMail.TXT para el envio por mail
      *              (PROG01-55-SA); las reimpresiones no.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RES.

      *    Detalle por servicio de cada renglon de Resultados.TXT
      *    (lo escribe PROG01-01-SA): de aca salen los renglones de
      *    la factura. Opcional: sin el, la factura sale con un
      *    unico renglon por el neto.
           SELECT RESDETALLE
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RESDETALLE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RDE.

      *    Ultimo numero de factura usado, un registro por serie
      *    (letra + punto de venta). Se reescribe entero despues de
      *    cada factura emitida; ante una corrida cortada, la
      *    conciliacion de arranque contra el registro de emitidas
      *    corrige cada serie.
           SELECT NUMERACION
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-NUMERACION
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NUM.

      *    Registro acumulativo de facturas emitidas: letra, punto
      *    de venta y numero, cliente, periodo, moneda e importes.
      *    De aca sale la
      *    reimpresion y el salteo de lo ya facturado.
           SELECT EMITIDAS
                                       ASSIGN DYNAMIC
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EMI.

      *    Renglones de cada factura emitida (servicio, descripcion,
      *    cantidad, precio unitario e importe), acumulativo y en el
      *    mismo orden que el registro de emitidas. Los renglones de
      *    una factura suman exactamente su neto gravado. La
      *    reimpresion, el resumen y el export al organismo los leen
      *    de aca.
           SELECT FACDETALLE
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-FACDETALLE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FDE.

      *    Documento imprimible, una factura atras de otra (mismo
      *    estilo de documento que Resumenes.TXT de PROG01-05-SA).
           SELECT FACTURAS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Clientes observados por el ultimo control contra el
      *    padron (PROG01-43-SA): no se les factura mientras el CUIT
      *    del maestro siga siendo el observado. Opcional.
           SELECT OBSERVADOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-OBSERVADOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OBS.

      *    Clientes retenidos por la revision de anomalias de
      *    facturacion (PROG01-51-SA): no se les factura el periodo
      *    mientras la retencion siga sin liberar. Opcional.
           SELECT RETENIDOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RETENIDOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RET.

      *    Registro de anticipos de clientes (ver PROG01-06-SA): se
      *    lee completo para el saldo de cada anticipo y se agregan
      *    las aplicaciones (EXTEND).
           SELECT ANTICIPOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ANTICIPOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANT.

      *    Mismo Recibos.TXT que consume PROG01-06-SA (EXTEND): la
      *    aplicacion de un anticipo entra a la cobranza como recibo
      *    tipo S contra la factura emitida.
           SELECT RECIBOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RECIBOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REC.

      *    Interfaz contable de PROG01-01-SA: la aplicacion de
      *    anticipos se agrega reconstruyendo el registro de control
      *    (ver ASIENGL.CPY).
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

      *    Indice de documentos para el envio por mail (ver
      *    DOCMAIL.CPY).
           SELECT DOCUMENTOS-MAIL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DOCUMENTOS-MAIL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DML.

      *    Maestro de usuarios para el override de supervisor del
      *    control de corridas (ver OPERADOR.CPY).
           SELECT USUARIOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-USUARIOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USU.

      *    Control de secuencia de la cadena mensual (ver
      *    CTLCORR.CPY): la emision exige la revision de anomalias.
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

      *    Mismo historico de auditoria que PROG01-01-SA (EXTEND).
           SELECT AUDITORIA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-AUDITORIA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-AUD.

       DATA DIVISION.

       FILE SECTION.
         05 WSF-RESE-IMP-CUOTAS  PIC S9(07)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD RESDETALLE.

      *    Mismo layout que FD-RESDETALLE en PROG01-01-SA.
       01 FD-RESDETALLE.
         05 WSF-RDE-CTE          PIC 9(07).
         05 WSF-RDE-PERIODO      PIC 9(06).
         05 WSF-RDE-MONEDA       PIC X(03).
         05 WSF-RDE-SUCURSAL     PIC 9(02).
         05 WSF-RDE-CODSER       PIC X(03).
         05 WSF-RDE-DESC         PIC X(30).
         05 WSF-RDE-CANTIDAD     PIC 9(09).
         05 WSF-RDE-PRECIO       PIC 9(07)V99.
         05 WSF-RDE-IMPORTE      PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
      *    Regla de descuento si el renglon es un descuento (ver
      *    PROG01-01-SA); en blanco en los renglones de servicio.
         05 WSF-RDE-REGLA        PIC X(05).

       FD NUMERACION.

       01 FD-NUMERACION.
         05 WSF-NUM-LETRA         PIC X(01).
         05 WSF-NUM-PTO-VTA       PIC 9(04).
         05 WSF-NUM-ULTIMO        PIC 9(08).

       FD EMITIDAS.
      *    puede entregarse legalmente.
         05 WSF-EMI-CAE           PIC X(14).
         05 WSF-EMI-CAE-FECHA     PIC 9(08).
      *    Letra del comprobante (A responsable inscripto / B
      *    consumidor final, exento o monotributo / E exportacion) y
      *    punto de venta (la sucursal): con el numero forman la
      *    clave del documento, porque cada letra y punto de venta
      *    lleva su propia serie. Las facturas anteriores a las
      *    series tienen la letra en blanco.
         05 WSF-EMI-LETRA         PIC X(01).
         05 WSF-EMI-PTO-VTA       PIC 9(04).
      *    Condicion de pago del cliente al emitir: fecha de
      *    emision, vencimiento (emision + plazo; igual a la
      *    emision si es contado) y, si hay descuento por pronto
      *    pago, el porcentaje y la fecha hasta la que rige. Las
      *    facturas anteriores a la condicion de pago traen estos
      *    campos en blanco: quien los lee los toma como cero.
         05 WSF-EMI-FECHA-EMISION PIC 9(08).
         05 WSF-EMI-VENCIMIENTO   PIC 9(08).
         05 WSF-EMI-DTO-PCT       PIC 9(02)V99.
         05 WSF-EMI-DTO-VENCE     PIC 9(08).
      *    Origen de la factura: en blanco la facturacion mensual de
      *    este programa / M venta de mostrador (PROG01-59-SA),
      *    cobrada en el acto con su recibo: no es la factura del
      *    periodo del cliente ni queda como deuda en la cuenta
      *    corriente.
         05 WSF-EMI-ORIGEN        PIC X(01).

       FD FACDETALLE.

      *    Clave del renglon: la de la factura (letra, punto de venta
      *    y numero) mas el numero de renglon.
       01 FD-FACDETALLE.
         05 WSF-FDE-LETRA         PIC X(01).
         05 WSF-FDE-PTO-VTA       PIC 9(04).
         05 WSF-FDE-NUMERO        PIC 9(08).
         05 WSF-FDE-RENGLON       PIC 9(03).
         05 WSF-FDE-CODSER        PIC X(03).
         05 WSF-FDE-DESC          PIC X(30).
         05 WSF-FDE-CANTIDAD      PIC 9(09).
      *    Precio unitario de Tarifas.TXT; cero si el renglon no
      *    salio de una tarifacion por cantidad a precio unico.
         05 WSF-FDE-PRECIO        PIC 9(07)V99.
         05 WSF-FDE-IMPORTE       PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD FACTURAS.

         05 WSF-REG-TASA         PIC 9(02)V9(02).
         05 WSF-REG-DESC         PIC X(30).

       FD OBSERVADOS.

      *    Mismo layout que FD-OBSERVADOS en PROG01-43-SA.
       01 FD-OBSERVADOS.
         05 WSF-OBS-CTE           PIC 9(07).
         05 WSF-OBS-CUIT          PIC X(13).
         05 WSF-OBS-MOTIVO        PIC X(01).
         05 WSF-OBS-FECHA         PIC 9(08).

       FD RETENIDOS.

      *    Mismo layout que FD-RETENIDOS en PROG01-51-SA.
       01 FD-RETENIDOS.
         05 WSF-RET-CTE           PIC 9(07).
         05 WSF-RET-PERIODO       PIC 9(06).
         05 WSF-RET-ESTADO        PIC X(01).
         05 WSF-RET-FECHA         PIC 9(08).
         05 WSF-RET-MOTIVO        PIC X(40).
         05 WSF-RET-OPER-LIB      PIC X(10).
         05 WSF-RET-FECHA-LIB     PIC 9(08).
         05 WSF-RET-MOTIVO-LIB    PIC X(40).

       FD ANTICIPOS.

      *    Mismo layout que FD-ANTICIPOS en PROG01-06-SA.
       01 FD-ANTICIPOS.
         05 WSF-ANT-CTE           PIC 9(07).
         05 WSF-ANT-MONEDA        PIC X(03).
         05 WSF-ANT-FECHA         PIC 9(08).
         05 WSF-ANT-TIPO          PIC X(01).
         05 WSF-ANT-IMPORTE       PIC 9(09)V99.
         05 WSF-ANT-NRO-RECIBO    PIC 9(08).
         05 WSF-ANT-FAC-LETRA     PIC X(01).
         05 WSF-ANT-FAC-PTO-VTA   PIC 9(04).
         05 WSF-ANT-FACTURA       PIC 9(08).
         05 WSF-ANT-PERIODO       PIC 9(06).

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
         05 WSF-REC-DOCUMENTOS.
           10 WSF-REC-DOC OCCURS 5 TIMES.
             15 WSF-REC-DOC-LETRA   PIC X(01).
             15 WSF-REC-DOC-PTO-VTA PIC 9(04).
             15 WSF-REC-DOC-NUMERO  PIC 9(08).
         05 WSF-REC-REGIMEN       PIC X(03).
         05 WSF-REC-TIPO          PIC X(01).

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

       FD CLIENTES.

      *    Mismo layout que FD-CLIENTES en PROG01-02-SA.
      *    Con B, PROG01-08-SA rechaza los cargos nuevos del cliente
      *    (los pagos y las reversas pasan igual).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo en dias (0 contado / 15 /
      *    30 / 60) y descuento por pronto pago (ver
      *    PROG01-02-SA).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD DOCUMENTOS-MAIL.

      *    Mismo layout que FD-DOCUMENTOS-MAIL en PROG01-55-SA.
       01 FD-DOCUMENTOS-MAIL.
         05 WSF-DML-TIPO          PIC X(01).
         05 WSF-DML-CTE           PIC 9(07).
         05 WSF-DML-MONEDA        PIC X(03).
         05 WSF-DML-PERIODO       PIC 9(06).
         05 WSF-DML-REFERENCIA    PIC X(20).
         05 WSF-DML-ARCHIVO       PIC X(40).
         05 WSF-DML-ORDEN         PIC 9(07).
         05 WSF-DML-FECHA         PIC 9(08).

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

       FD AUDITORIA.

       01 FD-AUDITORIA             PIC X(100).

       WORKING-STORAGE SECTION.

             88 WSS-FS-EMI-OK                      VALUE '00'.
             88 WSS-FS-EMI-EOF                     VALUE '10'.
             88 WSS-FS-EMI-NOEXISTE                VALUE '35'.
           05 WSS-FS-RDE                           PIC X(02).
             88 WSS-FS-RDE-OK                      VALUE '00'.
             88 WSS-FS-RDE-EOF                     VALUE '10'.
             88 WSS-FS-RDE-NOEXISTE                VALUE '35'.
           05 WSS-FS-FDE                           PIC X(02).
             88 WSS-FS-FDE-OK                      VALUE '00'.
             88 WSS-FS-FDE-EOF                     VALUE '10'.
             88 WSS-FS-FDE-NOEXISTE                VALUE '35'.
           05 WSS-FS-FAC                           PIC X(02).
             88 WSS-FS-FAC-OK                      VALUE '00'.
             88 WSS-FS-FAC-EOF                     VALUE '10'.
             88 WSS-FS-FAC-NOEXISTE                VALUE '35'.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-REG-OK                      VALUE '00'.
             88 WSS-FS-REG-EOF                     VALUE '10'.
             88 WSS-FS-REG-NOEXISTE                VALUE '35'.
           05 WSS-FS-OBS                           PIC X(02).
             88 WSS-FS-OBS-OK                      VALUE '00'.
             88 WSS-FS-OBS-EOF                     VALUE '10'.
             88 WSS-FS-OBS-NOEXISTE                VALUE '35'.
           05 WSS-FS-RET                           PIC X(02).
             88 WSS-FS-RET-OK                      VALUE '00'.
             88 WSS-FS-RET-EOF                     VALUE '10'.
             88 WSS-FS-RET-NOEXISTE                VALUE '35'.
           05 WSS-FS-ANT                           PIC X(02).
             88 WSS-FS-ANT-OK                      VALUE '00'.
             88 WSS-FS-ANT-EOF                     VALUE '10'.
             88 WSS-FS-ANT-NOEXISTE                VALUE '35'.
           05 WSS-FS-REC                           PIC X(02).
             88 WSS-FS-REC-OK                      VALUE '00'.
             88 WSS-FS-REC-NOEXISTE                VALUE '35'.
           05 WSS-FS-AUD                           PIC X(02).
             88 WSS-FS-AUD-OK                      VALUE '00'.
             88 WSS-FS-AUD-NOEXISTE                VALUE '35'.

      *    Sin maestro de clientes las facturas salen igual, solo
      *    que sin el bloque fiscal (instalacion que todavia no cargo
              PIC X(40) VALUE 'AV. SIEMPREVIVA 742 - BUENOS AIRES'.
           05 WSC-MAX-CARGOS        PIC 9(04) VALUE 2000.
           05 WSC-MAX-EMITIDAS      PIC 9(04) VALUE 5000.
           05 WSC-MAX-DETALLE       PIC 9(04) VALUE 6000.
           05 WSC-MAX-RENGLONES     PIC 9(03) VALUE 50.
           05 WSC-MAX-SERIES        PIC 9(03) VALUE 300.
      *    Servicio de las liquidaciones de cuotas (ver PROG01-01-SA):
      *    va en la linea de CUOTAS, no entre los renglones gravados.
           05 WSC-CODSER-CUOTA      PIC X(03) VALUE 'CUO'.
           05 WSC-MAX-ANTICIPOS     PIC 9(04) VALUE 5000.
           05 WSC-MONEDA-BASE       PIC X(03) VALUE 'ARS'.
           05 WSC-CTA-DEUDORES      PIC X(16) VALUE 'DEUDORES-VENTAS'.
           05 WSC-CTA-ANTICIPOS     PIC X(16) VALUE 'ANTICIPOS-CLIENT'.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-EMITIR                VALUE 1.
               10 WST-CAR-NYA       PIC X(60).
               10 WST-CAR-PERIODO   PIC 9(06).
               10 WST-CAR-MONEDA    PIC X(03).
      *    Sucursal del cargo: es el punto de venta de la factura.
               10 WST-CAR-SUCURSAL  PIC 9(02).
               10 WST-CAR-IMPORTE   PIC S9(09)V99.
      *    Porcion de liquidaciones de cuotas dentro del importe
      *    (IVA de su categoria ya incluido): queda fuera de la
               10 WST-EMI-IVA       PIC S9(09)V99.
               10 WST-EMI-TOTAL     PIC S9(09)V99.
               10 WST-EMI-PERC      PIC S9(09)V99.
               10 WST-EMI-LETRA     PIC X(01).
               10 WST-EMI-PTO-VTA   PIC 9(04).
               10 WST-EMI-FECHA-EMI PIC 9(08).
               10 WST-EMI-VENCE     PIC 9(08).
               10 WST-EMI-DTO-PCT   PIC 9(02)V99.
               10 WST-EMI-DTO-VENCE PIC 9(08).
               10 WST-EMI-ORIGEN    PIC X(01).

      *    Series de numeracion, una por letra y punto de venta:
      *    ultimo numero usado de cada una (archivo de numeracion
      *    conciliado contra el registro de emitidas).
       01 TABLA-SERIES.
           05 WST-CANT-SER          PIC 9(03) VALUE 0.
           05 WST-SERIE OCCURS 300 TIMES
                             INDEXED BY WSI-SER.
               10 WST-SER-LETRA     PIC X(01).
               10 WST-SER-PTO-VTA   PIC 9(04).
               10 WST-SER-ULTIMO    PIC 9(08).

       01 WSS-SERIE-ENCONTRADA        PIC X VALUE 'N'.
           88 WSS-SERIE-SI-ENCONTRADA VALUE 'S'.

      *    Serie de la factura en curso (o de la buscada).
       01 WSV-LETRA                 PIC X(01).
       01 WSV-PTO-VTA               PIC 9(04).

      *    Condicion de pago del cliente de la factura en curso
      *    (contado sin descuento si no esta en el maestro).
       01 WSV-PLAZO-DIAS            PIC 9(03).
       01 WSV-DTO-PCT               PIC 9(02)V99.
       01 WSV-DTO-DIAS              PIC 9(03).

      *    Detalle por servicio de los cargos a facturar,
      *    consolidado por cliente, periodo, moneda y servicio igual
      *    que TABLA-CARGOS (solo se cargan renglones de cargos
      *    presentes en Resultados.TXT).
       01 TABLA-DETALLE.
           05 WST-CANT-DET          PIC 9(04) VALUE 0.
           05 WST-DET OCCURS 6000 TIMES
                             INDEXED BY WSI-DET.
               10 WST-DET-CTE       PIC 9(07).
               10 WST-DET-PERIODO   PIC 9(06).
               10 WST-DET-MONEDA    PIC X(03).
               10 WST-DET-CODSER    PIC X(03).
               10 WST-DET-REGLA     PIC X(05).
               10 WST-DET-DESC      PIC X(30).
               10 WST-DET-CANTIDAD  PIC 9(09).
               10 WST-DET-PRECIO    PIC 9(07)V99.
               10 WST-DET-IMPORTE   PIC S9(09)V99.

      *    Renglones de la factura en curso (emision o reimpresion).
       01 TABLA-RENGLONES.
           05 WST-CANT-REN          PIC 9(03) VALUE 0.
           05 WST-REN OCCURS 50 TIMES
                             INDEXED BY WSI-REN.
               10 WST-REN-CODSER    PIC X(03).
               10 WST-REN-DESC      PIC X(30).
               10 WST-REN-CANTIDAD  PIC 9(09).
               10 WST-REN-PRECIO    PIC 9(07)V99.
               10 WST-REN-IMPORTE   PIC S9(09)V99.

       01 WSV-SUMA-RENGLONES        PIC S9(09)V99.

       01 WSS-DET-ENCONTRADO          PIC X VALUE 'N'.
           88 WSS-DET-SI-ENCONTRADO   VALUE 'S'.

       01 WSS-CARGO-ENCONTRADO        PIC X VALUE 'N'.
           88 WSS-CARGO-SI-ENCONTRADO VALUE 'S'.
       01 WSS-YA-FACTURADO            PIC X VALUE 'N'.
           88 WSS-SI-YA-FACTURADO     VALUE 'S'.

       01 WSV-NUMERO-BUSCADO        PIC 9(08).

       01 WSV-NETO                  PIC S9(09)V99.

       01 WSV-COND-FACTURA          PIC X(02).

      *    Clientes observados por CUIT invalido o fuera del padron,
      *    con el CUIT que tenian al momento del control.
       01 TABLA-OBSERVADOS.
           05 WST-CANT-OBS          PIC 9(04) VALUE 0.
           05 WST-OBS OCCURS 2000 TIMES
                             INDEXED BY WSI-OBS.
               10 WST-OBS-CTE       PIC 9(07).
               10 WST-OBS-CUIT      PIC X(13).

      *    Clientes y periodos retenidos por la revision de
      *    anomalias y todavia no liberados.
       01 TABLA-RETENIDOS.
           05 WST-CANT-RET          PIC 9(04) VALUE 0.
           05 WST-RET OCCURS 2000 TIMES
                             INDEXED BY WSI-RET.
               10 WST-RET-CTE       PIC 9(07).
               10 WST-RET-PERIODO   PIC 9(06).

      *    El cargo en curso no se factura por el CUIT del cliente.
       01 WSS-CUIT-BLOQUEADO          PIC X VALUE 'N'.
           88 WSS-CUIT-SI-BLOQUEADO   VALUE 'S'.

      *    Anticipos recibidos con su saldo sin aplicar (lo recibido
      *    menos las aplicaciones ya registradas), en el orden del
      *    registro: se consumen del mas viejo al mas nuevo.
       01 TABLA-ANTICIPOS.
           05 WST-CANT-ANT          PIC 9(04) VALUE 0.
           05 WST-ANT OCCURS 5000 TIMES
                             INDEXED BY WSI-ANT.
               10 WST-ANT-CTE       PIC 9(07).
               10 WST-ANT-MONEDA    PIC X(03).
               10 WST-ANT-NRO       PIC 9(08).
               10 WST-ANT-SALDO     PIC S9(09)V99.

      *    Anticipo aplicado a la factura en curso (en la reimpresion,
      *    el que quedo registrado) y lo que resta aplicar de el.
       01 WSV-ANT-APLICADO          PIC S9(09)V99.
       01 WSV-ANT-RESTO             PIC S9(09)V99.
       01 WSV-ANT-PARTE             PIC S9(09)V99.
       01 WSV-ANT-BASE              PIC S9(11)V99.
      *    Total aplicado en la corrida, en moneda base, para el
      *    asiento.
       01 WSV-TOT-ANT-APLICADO      PIC S9(11)V99 VALUE 0.

       01 CONTADORES.
           05 WSCC-CONT-EMITIDAS    PIC 9(05).
           05 WSCC-CONT-SALTEADAS   PIC 9(05).
           05 WSCC-CONT-DERIVADAS-NC PIC 9(05).
           05 WSCC-CONT-CUIT-RETENIDAS PIC 9(05).
           05 WSCC-CONT-REV-RETENIDAS PIC 9(05).
           05 WSCC-CONT-CON-ANTICIPO PIC 9(05).

       01 WSL-LINEA                 PIC X(80).
       01 WSL-LINEA-AUD             PIC X(100).
       01 WSV-FECHA-AUDITORIA       PIC 9(08).
       01 WSL-IMP-EDITADO           PIC ---------,99.
       01 WSL-CTE-EDITADO           PIC Z(06)9.
       01 WSL-TASA-EDITADA          PIC Z9,99.
       01 WSL-CANT-EDITADA          PIC Z(08)9.
       01 WSL-PRECIO-EDITADO        PIC Z(06)9,99 BLANK WHEN ZERO.
      *    Comprobante en la forma impresa: letra, punto de venta y
      *    numero (A 0001-00000123).
       01 WSL-COMPROBANTE.
           05 WSL-CMP-LETRA         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WSL-CMP-PTO-VTA       PIC 9(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WSL-CMP-NUMERO        PIC 9(08).


      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
       01 WSV-ARCH-FACTURAS               PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-REGIMENES              PIC X(80).
       01 WSV-ARCH-RESDETALLE             PIC X(80).
       01 WSV-ARCH-FACDETALLE             PIC X(80).
       01 WSV-ARCH-OBSERVADOS             PIC X(80).
       01 WSV-ARCH-RETENIDOS              PIC X(80).
       01 WSV-ARCH-ANTICIPOS              PIC X(80).
       01 WSV-ARCH-RECIBOS                PIC X(80).
       01 WSV-ARCH-ASIENTOSGL             PIC X(80).
       01 WSV-ARCH-ASIENTOSGL-TRAB        PIC X(80).
       01 WSV-ARCH-MOVIMIENTOSGL          PIC X(80).
       01 WSV-ARCH-DOCUMENTOS-MAIL        PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).
       01 WSV-ARCH-CONTROL-CORRIDA        PIC X(80).
       01 WSV-ARCH-ESTAD-CORRIDA          PIC X(80).
       01 WSV-ARCH-AUDITORIA              PIC X(80).

           COPY CTLCORR.

           COPY OPERADOR.

           COPY VALCUIT.

           COPY ASIENGL.

           COPY PARAMS.

           COPY DOCMAIL.

       PROCEDURE DIVISION.

       000000-CONTROL.
               STOP RUN
           END-IF.

           IF WSV-OPC-EMITIR
               PERFORM 105000-CONTROLAR-PASO-REVISION
           END-IF.

           PERFORM 110000-CARGAR-EMITIDAS.
           PERFORM 120000-CONCILIAR-NUMERACION.
           PERFORM 125000-CARGAR-REGIMENES.
           PERFORM 127000-CARGAR-OBSERVADOS.
           PERFORM 128000-CARGAR-RETENIDOS.

           OPEN INPUT CLIENTES.
           IF WSS-FS-CTE-NOEXISTE
             END-IF
           END-IF.

       105000-CONTROLAR-PASO-REVISION.

      *    Paso 44: no se emite sin la revision de anomalias (paso 42
      *    de PROG01-51-SA) del periodo en proceso estampada por la
      *    misma sucursal: sin ella ClientesRetenidos.TXT no retiene
      *    a nadie. La unica salida es el override de supervisor de
      *    930000, que queda en Auditoria.TXT con el supervisor (la
      *    emision no se estampa, ver CTLCORR.CPY). La reimpresion no
      *    pasa por este control.
           MOVE 44                  TO WSV-CTL-PASO
           MOVE 42                  TO WSV-CTL-PASO-PREVIO
           MOVE WSP-SUCURSAL-FILTRO TO WSV-CTL-SUCURSAL
           MOVE 'S'                 TO WSV-CTL-PREVIO-SUCURSAL
           PERFORM 930000-VERIFICAR-CONTROL-CORRIDA
           IF NOT WSV-CTL-AUTORIZADA
               DISPLAY 'EMISION CANCELADA POR CONTROL DE PASOS'
               STOP RUN
           END-IF.

           IF WSV-CTL-OVERRIDE = 'S'
               PERFORM 107000-AUDITAR-OVERRIDE
           END-IF.

       107000-AUDITAR-OVERRIDE.

      *    Emision sin revision autorizada por el supervisor: una
      *    linea firmada en Auditoria.TXT (EXTEND, OUTPUT si no
      *    existe, mismo idioma que AUDITORIA en PROG01-01-SA), que
      *    la auditoria de operadores de PROG01-60-SA toma como
      *    override del control de pasos. Sin la linea no se emite.
           ACCEPT WSV-FECHA-AUDITORIA FROM DATE YYYYMMDD

           OPEN EXTEND AUDITORIA.
           IF WSS-FS-AUD-NOEXISTE
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF NOT WSS-FS-AUD-OK
             DISPLAY 'ERROR DE ARCHIVO DE AUDITORIA'
             DISPLAY 'FILE STATUS' WSS-FS-AUD
             DISPLAY 'EMISION CANCELADA: OVERRIDE SIN REGISTRAR'
             STOP RUN
           END-IF.

           INITIALIZE WSL-LINEA-AUD
           STRING WSV-FECHA-AUDITORIA            DELIMITED SIZE
                  '  OVERRIDE PASO '             DELIMITED SIZE
                  WSV-CTL-PASO-PREVIO            DELIMITED SIZE
                  ' PERIODO '                    DELIMITED SIZE
                  WSV-CTL-PERIODO                DELIMITED SIZE
                  ' SUC '                        DELIMITED SIZE
                  WSV-CTL-SUCURSAL               DELIMITED SIZE
                  ': EMISION SIN REVISION POR '  DELIMITED SIZE
                  WSO-OPER-ID                    DELIMITED SIZE
             INTO WSL-LINEA-AUD
           END-STRING
           MOVE WSL-LINEA-AUD TO FD-AUDITORIA
           WRITE FD-AUDITORIA
           CLOSE AUDITORIA.

       110000-CARGAR-EMITIDAS.

           OPEN INPUT EMITIDAS.
               MOVE WSF-EMI-TOTAL     TO WST-EMI-TOTAL (WSI-EMI)
               MOVE WSF-EMI-PERCEPCIONES
                                      TO WST-EMI-PERC (WSI-EMI)
      *        Factura anterior a las series: sin letra ni punto de
      *        venta.
               IF WSF-EMI-PTO-VTA NOT NUMERIC
                   MOVE 0 TO WSF-EMI-PTO-VTA
               END-IF
               MOVE WSF-EMI-LETRA     TO WST-EMI-LETRA (WSI-EMI)
               MOVE WSF-EMI-PTO-VTA   TO WST-EMI-PTO-VTA (WSI-EMI)
      *        Factura anterior a la condicion de pago: sin fechas
      *        ni descuento.
               IF WSF-EMI-FECHA-EMISION NOT NUMERIC
                   MOVE 0 TO WSF-EMI-FECHA-EMISION
               END-IF
               IF WSF-EMI-VENCIMIENTO NOT NUMERIC
                   MOVE 0 TO WSF-EMI-VENCIMIENTO
               END-IF
               IF WSF-EMI-DTO-PCT NOT NUMERIC
                   MOVE 0 TO WSF-EMI-DTO-PCT
               END-IF
               IF WSF-EMI-DTO-VENCE NOT NUMERIC
                   MOVE 0 TO WSF-EMI-DTO-VENCE
               END-IF
               MOVE WSF-EMI-FECHA-EMISION
                                      TO WST-EMI-FECHA-EMI (WSI-EMI)
               MOVE WSF-EMI-VENCIMIENTO
                                      TO WST-EMI-VENCE (WSI-EMI)
               MOVE WSF-EMI-DTO-PCT   TO WST-EMI-DTO-PCT (WSI-EMI)
               MOVE WSF-EMI-DTO-VENCE TO WST-EMI-DTO-VENCE (WSI-EMI)
               MOVE WSF-EMI-ORIGEN    TO WST-EMI-ORIGEN (WSI-EMI)
           ELSE
               DISPLAY 'TABLA DE EMITIDAS LLENA, SE OMITE FACTURA '
                       WSF-EMI-NUMERO

       120000-CONCILIAR-NUMERACION.

      *    El registro de emitidas manda, serie por serie: si una
      *    corrida cortada dejo la numeracion de una letra y punto de
      *    venta atrasada respecto del ultimo numero efectivamente
      *    emitido en esa serie, se toma el mayor de los dos y no se
      *    repite ni se saltea numeracion.
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

      *    Las facturas anteriores a las series (letra en blanco) no
      *    pertenecen a ninguna y no se concilian.
           PERFORM VARYING WSI-EMI FROM 1 BY 1
                   UNTIL WSI-EMI > WST-CANT-EMI
               IF WST-EMI-LETRA (WSI-EMI) NOT = SPACE
                   MOVE WST-EMI-LETRA (WSI-EMI)   TO WSV-LETRA
                   MOVE WST-EMI-PTO-VTA (WSI-EMI) TO WSV-PTO-VTA
                   PERFORM 121000-UBICAR-SERIE
                   IF WSS-SERIE-SI-ENCONTRADA
                     AND WST-EMI-NUMERO (WSI-EMI) >
                                          WST-SER-ULTIMO (WSI-SER)
                       DISPLAY 'NUMERACION ATRASADA EN SERIE '
                               WSV-LETRA ' ' WSV-PTO-VTA
                               ': SE CONCILIA A '
                               WST-EMI-NUMERO (WSI-EMI)
                       MOVE WST-EMI-NUMERO (WSI-EMI)
                         TO WST-SER-ULTIMO (WSI-SER)
                   END-IF
               END-IF
           END-PERFORM.

       121000-UBICAR-SERIE.

      *    Deja WSI-SER en la serie de WSV-LETRA + WSV-PTO-VTA; una
      *    serie que todavia no existe se abre en cero (su primera
      *    factura sera la numero 1).
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

      *    Un registro sin serie (el contador unico de antes de las
      *    series) no se toma: las series nuevas arrancan de cero y
      *    las facturas viejas conservan su numero.
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

       125000-CARGAR-REGIMENES.

      *    Sin Regimenes.TXT no se calculan percepciones (instalacion
             END-IF
           END-IF.

       127000-CARGAR-OBSERVADOS.

      *    Sin CuitObservados.TXT (todavia no se corrio el control
      *    contra el padron) solo rige el digito verificador.
           OPEN INPUT OBSERVADOS.
           IF WSS-FS-OBS-NOEXISTE
               CONTINUE
           ELSE
             IF NOT WSS-FS-OBS-OK
               DISPLAY 'ERROR DE ARCHIVO DE OBSERVADOS'
               DISPLAY 'FILE STATUS' WSS-FS-OBS
               STOP RUN
             ELSE
               PERFORM UNTIL WSS-FS-OBS-EOF
                   READ OBSERVADOS
                      EVALUATE TRUE
                         WHEN WSS-FS-OBS-OK
                              IF WST-CANT-OBS < 2000
                                ADD 1 TO WST-CANT-OBS
                                SET WSI-OBS TO WST-CANT-OBS
                                MOVE WSF-OBS-CTE
                                  TO WST-OBS-CTE (WSI-OBS)
                                MOVE WSF-OBS-CUIT
                                  TO WST-OBS-CUIT (WSI-OBS)
                              ELSE
                                DISPLAY 'TABLA DE OBSERVADOS LLENA'
                              END-IF
                         WHEN WSS-FS-OBS-EOF
                              CONTINUE
                         WHEN OTHER
                              DISPLAY 'FILE STATUS' WSS-FS-OBS
                              MOVE '10' TO WSS-FS-OBS
                      END-EVALUATE
               END-PERFORM
               CLOSE OBSERVADOS
             END-IF
           END-IF.

       128000-CARGAR-RETENIDOS.

      *    Sin ClientesRetenidos.TXT (todavia no se corrio la
      *    revision de anomalias) no se retiene a nadie. Solo entran
      *    las retenciones sin liberar (estado R).
           OPEN INPUT RETENIDOS.
           IF WSS-FS-RET-NOEXISTE
               CONTINUE
           ELSE
             IF NOT WSS-FS-RET-OK
               DISPLAY 'ERROR DE ARCHIVO DE RETENIDOS'
               DISPLAY 'FILE STATUS' WSS-FS-RET
               STOP RUN
             ELSE
               PERFORM UNTIL WSS-FS-RET-EOF
                   READ RETENIDOS
                      EVALUATE TRUE
                         WHEN WSS-FS-RET-OK
                              IF WSF-RET-ESTADO = 'R'
                                IF WST-CANT-RET < 2000
                                  ADD 1 TO WST-CANT-RET
                                  SET WSI-RET TO WST-CANT-RET
                                  MOVE WSF-RET-CTE
                                    TO WST-RET-CTE (WSI-RET)
                                  MOVE WSF-RET-PERIODO
                                    TO WST-RET-PERIODO (WSI-RET)
                                ELSE
                                  DISPLAY 'TABLA DE RETENIDOS LLENA'
                                  STOP RUN
                                END-IF
                              END-IF
                         WHEN WSS-FS-RET-EOF
                              CONTINUE
                         WHEN OTHER
                              DISPLAY 'FILE STATUS' WSS-FS-RET
                              MOVE '10' TO WSS-FS-RET
                      END-EVALUATE
               END-PERFORM
               CLOSE RETENIDOS
             END-IF
           END-IF.

       130000-CARGAR-ANTICIPOS.

      *    Cada anticipo recibido con lo que ya se le aplico. Sin
      *    registro no hay anticipos que aplicar.
           MOVE 0 TO WST-CANT-ANT

           OPEN INPUT ANTICIPOS.
           IF WSS-FS-ANT-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-ANT-OK
             DISPLAY 'ERROR DE ARCHIVO DE ANTICIPOS'
             DISPLAY 'FILE STATUS' WSS-FS-ANT
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-ANT-EOF
               READ ANTICIPOS
                  EVALUATE TRUE
                     WHEN WSS-FS-ANT-OK
                          PERFORM 135000-ACUM-ANTICIPO
                     WHEN WSS-FS-ANT-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-ANT
                          MOVE '10' TO WSS-FS-ANT
                  END-EVALUATE
           END-PERFORM

           CLOSE ANTICIPOS.

       135000-ACUM-ANTICIPO.

           IF WSF-ANT-TIPO = 'R'
             IF WST-CANT-ANT < WSC-MAX-ANTICIPOS
               ADD 1 TO WST-CANT-ANT
               SET WSI-ANT TO WST-CANT-ANT
               MOVE WSF-ANT-CTE        TO WST-ANT-CTE (WSI-ANT)
               MOVE WSF-ANT-MONEDA     TO WST-ANT-MONEDA (WSI-ANT)
               MOVE WSF-ANT-NRO-RECIBO TO WST-ANT-NRO (WSI-ANT)
               MOVE WSF-ANT-IMPORTE    TO WST-ANT-SALDO (WSI-ANT)
             ELSE
               DISPLAY 'TABLA DE ANTICIPOS LLENA, SE OMITE RECIBO '
                       WSF-ANT-NRO-RECIBO
             END-IF
             EXIT PARAGRAPH
           END-IF.

      *    Aplicacion: baja el saldo del anticipo que consumio.
           PERFORM VARYING WSI-ANT FROM 1 BY 1
                   UNTIL WSI-ANT > WST-CANT-ANT
               IF WST-ANT-CTE (WSI-ANT) = WSF-ANT-CTE
                 AND WST-ANT-MONEDA (WSI-ANT) = WSF-ANT-MONEDA
                 AND WST-ANT-NRO (WSI-ANT) = WSF-ANT-NRO-RECIBO
                   SUBTRACT WSF-ANT-IMPORTE FROM WST-ANT-SALDO (WSI-ANT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       200000-PROCESO.

           IF WSV-OPC-EMITIR
       210000-EMITIR-PENDIENTES.

           PERFORM 220000-CONSOLIDAR-CARGOS.
           PERFORM 130000-CARGAR-ANTICIPOS.

           OPEN EXTEND ANTICIPOS.
           IF WSS-FS-ANT-NOEXISTE
               OPEN OUTPUT ANTICIPOS
           END-IF.
           IF NOT WSS-FS-ANT-OK
             DISPLAY 'ERROR DE ARCHIVO DE ANTICIPOS'
             DISPLAY 'FILE STATUS' WSS-FS-ANT
             STOP RUN
           END-IF.

           OPEN EXTEND RECIBOS.
           IF WSS-FS-REC-NOEXISTE
               OPEN OUTPUT RECIBOS
           END-IF.
           IF NOT WSS-FS-REC-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECIBOS'
             DISPLAY 'FILE STATUS' WSS-FS-REC
             STOP RUN
           END-IF.

           OPEN EXTEND EMITIDAS.
           IF WSS-FS-EMI-NOEXISTE
             STOP RUN
           END-IF.

           PERFORM 212000-CONTAR-FACTURAS-IMPRESAS.

           OPEN EXTEND FACTURAS.
           IF WSS-FS-FAC-NOEXISTE
               OPEN OUTPUT FACTURAS
             STOP RUN
           END-IF.

           PERFORM 993000-ABRIR-DOCUMENTOS-MAIL.

           OPEN EXTEND FACDETALLE.
           IF WSS-FS-FDE-NOEXISTE
               OPEN OUTPUT FACDETALLE
           END-IF.
           IF NOT WSS-FS-FDE-OK
             DISPLAY 'ERROR DE ARCHIVO DE DETALLE DE FACTURAS'
             DISPLAY 'FILE STATUS' WSS-FS-FDE
             STOP RUN
           END-IF.

           PERFORM 230000-FACTURAR-CARGO
               VARYING WSI-CARGO FROM 1 BY 1
               UNTIL WSI-CARGO > WST-CANT-CARGOS.

           CLOSE EMITIDAS.
           CLOSE FACDETALLE.
           CLOSE FACTURAS.
           CLOSE ANTICIPOS.
           CLOSE RECIBOS.
           PERFORM 994000-CERRAR-DOCUMENTOS-MAIL.

           IF WSV-TOT-ANT-APLICADO > 0
               PERFORM 280000-ASENTAR-ANTICIPOS
           END-IF.

       212000-CONTAR-FACTURAS-IMPRESAS.

      *    Facturas.TXT es acumulativo (EXTEND): el orden de las
      *    facturas de esta corrida sigue al de los documentos que el
      *    archivo ya tiene, uno por renglon de cierre '='.
           MOVE 0 TO WSV-DML-ORDEN

           OPEN INPUT FACTURAS.
           IF WSS-FS-FAC-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-FAC-OK
             DISPLAY 'ERROR DE ARCHIVO DE FACTURAS'
             DISPLAY 'FILE STATUS' WSS-FS-FAC
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-FAC-EOF
               READ FACTURAS
                  EVALUATE TRUE
                     WHEN WSS-FS-FAC-OK
                          IF FD-FACTURAS = ALL '='
                              ADD 1 TO WSV-DML-ORDEN
                          END-IF
                     WHEN WSS-FS-FAC-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-FAC
                          MOVE '10' TO WSS-FS-FAC
                  END-EVALUATE
           END-PERFORM

           CLOSE FACTURAS.

       220000-CONSOLIDAR-CARGOS.

           CLOSE RESULTADO-ENTRADA.

           PERFORM 227000-CARGAR-DETALLE.

       225000-ACUM-CARGO.

           MOVE 'N' TO WSS-CARGO-ENCONTRADO
               MOVE WSF-RESE-NYA        TO WST-CAR-NYA (WSI-CARGO)
               MOVE WSF-RESE-PERIODO    TO WST-CAR-PERIODO (WSI-CARGO)
               MOVE WSF-RESE-MONEDA     TO WST-CAR-MONEDA (WSI-CARGO)
               MOVE WSF-RESE-SUCURSAL   TO WST-CAR-SUCURSAL (WSI-CARGO)
               MOVE WSF-RESE-IMP-TOTALTR
                                  TO WST-CAR-IMPORTE (WSI-CARGO)
               MOVE WSF-RESE-IMP-CUOTAS
             END-IF
           END-IF.

       227000-CARGAR-DETALLE.

      *    Sin detalle (Resultados.TXT anterior al detalle por
      *    servicio) cada factura sale con un unico renglon por el
      *    neto: mismo criterio de archivo opcional que los
      *    regimenes.
           OPEN INPUT RESDETALLE.
           IF WSS-FS-RDE-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-RDE-OK
             DISPLAY 'ERROR DE ARCHIVO DE DETALLE DE RESULTADOS'
             DISPLAY 'FILE STATUS' WSS-FS-RDE
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-RDE-EOF
               READ RESDETALLE
                  EVALUATE TRUE
                     WHEN WSS-FS-RDE-OK
                          PERFORM 228000-ACUM-DETALLE
                     WHEN WSS-FS-RDE-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-RDE
                          MOVE '10' TO WSS-FS-RDE
                  END-EVALUATE
           END-PERFORM

           CLOSE RESDETALLE.

       228000-ACUM-DETALLE.

      *    Solo interesa el detalle de cargos que estan en la tabla
      *    (el historico de detalle trae periodos ya cerrados).
           MOVE 'N' TO WSS-CARGO-ENCONTRADO

           PERFORM VARYING WSI-CARGO FROM 1 BY 1
                   UNTIL WSI-CARGO > WST-CANT-CARGOS
               IF WST-CAR-CTE (WSI-CARGO) = WSF-RDE-CTE
                 AND WST-CAR-PERIODO (WSI-CARGO) = WSF-RDE-PERIODO
                 AND WST-CAR-MONEDA (WSI-CARGO) = WSF-RDE-MONEDA
                   MOVE 'S' TO WSS-CARGO-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-CARGO-SI-ENCONTRADO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WSS-DET-ENCONTRADO

           PERFORM VARYING WSI-DET FROM 1 BY 1
                   UNTIL WSI-DET > WST-CANT-DET
               IF WST-DET-CTE (WSI-DET) = WSF-RDE-CTE
                 AND WST-DET-PERIODO (WSI-DET) = WSF-RDE-PERIODO
                 AND WST-DET-MONEDA (WSI-DET) = WSF-RDE-MONEDA
                 AND WST-DET-CODSER (WSI-DET) = WSF-RDE-CODSER
                 AND WST-DET-REGLA (WSI-DET) = WSF-RDE-REGLA
                   ADD WSF-RDE-CANTIDAD TO WST-DET-CANTIDAD (WSI-DET)
                   ADD WSF-RDE-IMPORTE  TO WST-DET-IMPORTE (WSI-DET)
      *            Dos corridas a precios distintos: el renglon
      *            consolidado ya no tiene precio unitario unico.
                   IF WSF-RDE-PRECIO NOT = WST-DET-PRECIO (WSI-DET)
                       MOVE 0 TO WST-DET-PRECIO (WSI-DET)
                   END-IF
                   MOVE 'S' TO WSS-DET-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-DET-SI-ENCONTRADO
             IF WST-CANT-DET < WSC-MAX-DETALLE
               ADD 1 TO WST-CANT-DET
               SET WSI-DET TO WST-CANT-DET
               MOVE WSF-RDE-CTE       TO WST-DET-CTE (WSI-DET)
               MOVE WSF-RDE-PERIODO   TO WST-DET-PERIODO (WSI-DET)
               MOVE WSF-RDE-MONEDA    TO WST-DET-MONEDA (WSI-DET)
               MOVE WSF-RDE-CODSER    TO WST-DET-CODSER (WSI-DET)
               MOVE WSF-RDE-REGLA     TO WST-DET-REGLA (WSI-DET)
               MOVE WSF-RDE-DESC      TO WST-DET-DESC (WSI-DET)
               MOVE WSF-RDE-CANTIDAD  TO WST-DET-CANTIDAD (WSI-DET)
               MOVE WSF-RDE-PRECIO    TO WST-DET-PRECIO (WSI-DET)
               MOVE WSF-RDE-IMPORTE   TO WST-DET-IMPORTE (WSI-DET)
             ELSE
               DISPLAY 'TABLA DE DETALLE LLENA, SE OMITE CLIENTE '
                       WSF-RDE-CTE
             END-IF
           END-IF.

       230000-FACTURAR-CARGO.

      *    Lo ya facturado (mismo cliente, periodo y moneda en el
      *    registro de emitidas) se saltea: una corrida repetida o
      *    reiniciada no factura dos veces. Una venta de mostrador
      *    del mismo cliente en el mes no es la factura del periodo.
           MOVE 'N' TO WSS-YA-FACTURADO

           PERFORM VARYING WSI-EMI FROM 1 BY 1
                   UNTIL WSI-EMI > WST-CANT-EMI
               IF WST-EMI-CTE (WSI-EMI) = WST-CAR-CTE (WSI-CARGO)
                 AND WST-EMI-ORIGEN (WSI-EMI) NOT = 'M'
                 AND WST-EMI-PERIODO (WSI-EMI) =
                                      WST-CAR-PERIODO (WSI-CARGO)
                 AND WST-EMI-MONEDA (WSI-EMI) =
               IF WST-CAR-IMPORTE (WSI-CARGO) < 0
                   ADD 1 TO WSCC-CONT-DERIVADAS-NC
               ELSE
                   PERFORM 235000-CONTROLAR-CUIT
                   IF WSS-CUIT-SI-BLOQUEADO
                       ADD 1 TO WSCC-CONT-CUIT-RETENIDAS
                   ELSE
                       PERFORM 236000-CONTROLAR-REVISION
                       IF WSS-CUIT-SI-BLOQUEADO
                           ADD 1 TO WSCC-CONT-REV-RETENIDAS
                       ELSE
                           PERFORM 240000-EMITIR-FACTURA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       235000-CONTROLAR-CUIT.

      *    No se factura a un cliente con CUIT invalido (el
      *    organismo rechaza el comprobante): ni por digito
      *    verificador ni si el ultimo control contra el padron lo
      *    observo y el maestro sigue con ese mismo CUIT. El cargo no
      *    queda en emitidas, asi que sale en la primera corrida
      *    despues de corregir el registro.
           MOVE 'N' TO WSS-CUIT-BLOQUEADO

           IF NOT WSS-CTES-SI-ABIERTO
               EXIT PARAGRAPH
           END-IF.

           MOVE WST-CAR-CTE (WSI-CARGO) TO WSF-CTE-CTE
           READ CLIENTES KEY IS WSF-CTE-CTE
               INVALID KEY CONTINUE
           END-READ
           IF NOT WSS-FS-CTE-OK
               EXIT PARAGRAPH
           END-IF.

           IF WSF-CTE-CUIT NOT = SPACES
               MOVE WSF-CTE-CUIT TO WSV-VALCUIT-CUIT
               PERFORM 900100-VALIDAR-CUIT
               IF WSV-VALCUIT-INVALIDO
                   MOVE 'S' TO WSS-CUIT-BLOQUEADO
                   DISPLAY 'CLIENTE ' WST-CAR-CTE (WSI-CARGO)
                           ' SIN FACTURAR: ' WSV-VALCUIT-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM VARYING WSI-OBS FROM 1 BY 1
                   UNTIL WSI-OBS > WST-CANT-OBS
               IF WST-OBS-CTE (WSI-OBS) = WST-CAR-CTE (WSI-CARGO)
                 AND WST-OBS-CUIT (WSI-OBS) = WSF-CTE-CUIT
                   MOVE 'S' TO WSS-CUIT-BLOQUEADO
                   DISPLAY 'CLIENTE ' WST-CAR-CTE (WSI-CARGO)
                           ' SIN FACTURAR: CUIT OBSERVADO EN EL '
                           'CONTROL CONTRA EL PADRON'
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       236000-CONTROLAR-REVISION.

      *    Cliente retenido por la revision de anomalias del periodo
      *    del cargo: igual que con el CUIT, el cargo no queda en
      *    emitidas y sale en la primera corrida despues de que un
      *    operador libera la retencion. Usa el mismo switch de
      *    bloqueo del cargo.
           PERFORM VARYING WSI-RET FROM 1 BY 1
                   UNTIL WSI-RET > WST-CANT-RET
               IF WST-RET-CTE (WSI-RET) = WST-CAR-CTE (WSI-CARGO)
                 AND WST-RET-PERIODO (WSI-RET) =
                                      WST-CAR-PERIODO (WSI-CARGO)
                   MOVE 'S' TO WSS-CUIT-BLOQUEADO
                   DISPLAY 'CLIENTE ' WST-CAR-CTE (WSI-CARGO)
                           ' SIN FACTURAR: RETENIDO POR REVISION DE '
                           'ANOMALIAS'
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       240000-EMITIR-FACTURA.

      *    Letra y punto de venta de la factura, y el proximo numero
      *    de esa serie.
           PERFORM 241000-DETERMINAR-SERIE
           PERFORM 121000-UBICAR-SERIE
           IF NOT WSS-SERIE-SI-ENCONTRADA
               DISPLAY 'SIN SERIE PARA FACTURAR AL CLIENTE '
                       WST-CAR-CTE (WSI-CARGO)
               STOP RUN
           END-IF.

           ADD 1 TO WST-SER-ULTIMO (WSI-SER)
           ADD 1 TO WSCC-CONT-EMITIDAS

      *    La porcion de cuotas ya trae el IVA de su categoria
                   WST-CAR-IMPORTE (WSI-CARGO) - WSV-CUOTAS
           COMPUTE WSV-IVA ROUNDED =
                   (WSV-NETO * WSP-IVA-GENERAL) / 100
      *    La exportacion (letra E) no lleva IVA.
           IF WSV-LETRA = 'E'
               MOVE 0 TO WSV-IVA
           END-IF

      *    Renglones por servicio del neto gravado.
           PERFORM 245000-ARMAR-RENGLONES

      *    Percepciones segun la condicion de IVA del cliente: se
      *    suman al total como lineas propias de la factura.
           COMPUTE WSV-TOTAL =
                   WSV-NETO + WSV-CUOTAS + WSV-IVA + WSV-PERCEPCIONES

      *    Anticipo disponible del cliente en la moneda de la
      *    factura, hasta el total: se informa en el documento.
           PERFORM 247000-CALCULAR-ANTICIPO

      *    Primero el registro de emitidas (la verdad de la
      *    numeracion), despues el documento y por ultimo la
      *    numeracion: una corrida cortada en el medio se concilia al
      *    arrancar sin quemar ni repetir numeros.
           MOVE WST-SER-ULTIMO (WSI-SER)    TO WSF-EMI-NUMERO
           MOVE WSV-LETRA                   TO WSF-EMI-LETRA
           MOVE WSV-PTO-VTA                 TO WSF-EMI-PTO-VTA
           MOVE WST-CAR-CTE (WSI-CARGO)     TO WSF-EMI-CTE
           MOVE WST-CAR-NYA (WSI-CARGO)     TO WSF-EMI-NYA
           MOVE WST-CAR-PERIODO (WSI-CARGO) TO WSF-EMI-PERIODO
      *    importar la respuesta del organismo: nace vacia.
           MOVE SPACES                      TO WSF-EMI-CAE
           MOVE 0                           TO WSF-EMI-CAE-FECHA
      *    Vencimiento segun el plazo del cliente, contado desde la
      *    fecha de emision (la de la corrida); el descuento por
      *    pronto pago rige hasta emision + dias del descuento.
           MOVE WSP-FECHA-HOY               TO WSF-EMI-FECHA-EMISION
           COMPUTE WSF-EMI-VENCIMIENTO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSP-FECHA-HOY)
                    + WSV-PLAZO-DIAS)
           MOVE WSV-DTO-PCT                 TO WSF-EMI-DTO-PCT
           MOVE SPACE                       TO WSF-EMI-ORIGEN
           IF WSV-DTO-PCT > 0
               COMPUTE WSF-EMI-DTO-VENCE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WSP-FECHA-HOY)
                        + WSV-DTO-DIAS)
           ELSE
               MOVE 0                       TO WSF-EMI-DTO-VENCE
           END-IF
           WRITE FD-EMITIDAS.
           IF NOT WSS-FS-EMI-OK
             DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
             STOP RUN
           END-IF.

           PERFORM 246000-GRABAR-RENGLON
               VARYING WSI-REN FROM 1 BY 1
               UNTIL WSI-REN > WST-CANT-REN.

           PERFORM 250000-IMPRIMIR-FACTURA.

           MOVE 'F'                 TO WSV-DML-TIPO
           MOVE WSF-EMI-CTE         TO WSV-DML-CTE
           MOVE WSF-EMI-MONEDA      TO WSV-DML-MONEDA
           MOVE WSF-EMI-PERIODO     TO WSV-DML-PERIODO
           MOVE WSL-COMPROBANTE     TO WSV-DML-REFERENCIA
           MOVE 'Facturas.TXT'      TO WSV-DML-ARCHIVO
           PERFORM 993500-REGISTRAR-DOCUMENTO-MAIL.

           PERFORM 255000-GRABAR-NUMERACION.

      *    Con la factura ya numerada se registra la aplicacion del
      *    anticipo: una corrida cortada antes deja el anticipo sin
      *    aplicar (sale contra la factura siguiente), nunca aplicado
      *    dos veces.
           IF WSV-ANT-APLICADO > 0
               ADD 1 TO WSCC-CONT-CON-ANTICIPO
               MOVE WSV-ANT-APLICADO TO WSV-ANT-RESTO
               PERFORM 270000-APLICAR-ANTICIPO
                   VARYING WSI-ANT FROM 1 BY 1
                   UNTIL WSI-ANT > WST-CANT-ANT
                      OR WSV-ANT-RESTO = 0
           END-IF.

       241000-DETERMINAR-SERIE.

      *    Letra segun la condicion de IVA del cliente: A para los
      *    responsables inscriptos (RI), E para los clientes del
      *    exterior (EE, exportacion) y B para el resto
      *    (consumidores finales, exentos y monotributistas); sin
      *    maestro o sin el cliente en el se emite B. El punto de
      *    venta es la sucursal del cargo (la del maestro si el
      *    renglon no la trae).
      *    De paso se toma la condicion de pago del cliente (sin
      *    maestro, o registro anterior a la condicion de pago:
      *    contado sin descuento).
           MOVE 'B'                          TO WSV-LETRA
           MOVE WST-CAR-SUCURSAL (WSI-CARGO) TO WSV-PTO-VTA
           MOVE 0 TO WSV-PLAZO-DIAS WSV-DTO-PCT WSV-DTO-DIAS

           IF WSS-CTES-SI-ABIERTO
               MOVE WST-CAR-CTE (WSI-CARGO) TO WSF-CTE-CTE
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
                   IF WSF-CTE-PLAZO-DIAS NUMERIC
                       MOVE WSF-CTE-PLAZO-DIAS TO WSV-PLAZO-DIAS
                   END-IF
                   IF WSF-CTE-DTO-PCT NUMERIC
                     AND WSF-CTE-DTO-DIAS NUMERIC
                     AND WSV-PLAZO-DIAS > 0
                       MOVE WSF-CTE-DTO-PCT  TO WSV-DTO-PCT
                       MOVE WSF-CTE-DTO-DIAS TO WSV-DTO-DIAS
                   END-IF
               END-IF
           END-IF.

       243000-CALCULAR-PERCEPCIONES.

      *    La base de la percepcion es el neto gravado (las cuotas ya
           MOVE 0 TO WST-PC-CANT
           MOVE SPACES TO WSV-COND-FACTURA

           IF WST-CANT-REG = 0 OR WSV-NETO <= 0 OR WSV-LETRA = 'E'
               EXIT PARAGRAPH
           END-IF.

               END-IF
           END-PERFORM.

       245000-ARMAR-RENGLONES.

      *    Un renglon por servicio del cargo (las cuotas van aparte,
      *    en su propia linea). Si los renglones no suman el neto
      *    gravado (cargo sin detalle, o detalle incompleto) la
      *    diferencia sale como renglon propio: la factura siempre
      *    cierra contra su neto.
           MOVE 0 TO WST-CANT-REN
           MOVE 0 TO WSV-SUMA-RENGLONES

           PERFORM VARYING WSI-DET FROM 1 BY 1
                   UNTIL WSI-DET > WST-CANT-DET
               IF WST-DET-CTE (WSI-DET) = WST-CAR-CTE (WSI-CARGO)
                 AND WST-DET-PERIODO (WSI-DET) =
                                      WST-CAR-PERIODO (WSI-CARGO)
                 AND WST-DET-MONEDA (WSI-DET) =
                                      WST-CAR-MONEDA (WSI-CARGO)
                 AND WST-DET-CODSER (WSI-DET) NOT = WSC-CODSER-CUOTA
                 AND WST-DET-IMPORTE (WSI-DET) NOT = 0
                 AND WST-CANT-REN < WSC-MAX-RENGLONES - 1
                   ADD 1 TO WST-CANT-REN
                   SET WSI-REN TO WST-CANT-REN
                   MOVE WST-DET-CODSER (WSI-DET)
                     TO WST-REN-CODSER (WSI-REN)
                   MOVE WST-DET-DESC (WSI-DET)
                     TO WST-REN-DESC (WSI-REN)
                   MOVE WST-DET-CANTIDAD (WSI-DET)
                     TO WST-REN-CANTIDAD (WSI-REN)
                   MOVE WST-DET-PRECIO (WSI-DET)
                     TO WST-REN-PRECIO (WSI-REN)
                   MOVE WST-DET-IMPORTE (WSI-DET)
                     TO WST-REN-IMPORTE (WSI-REN)
                   ADD WST-DET-IMPORTE (WSI-DET) TO WSV-SUMA-RENGLONES
               END-IF
           END-PERFORM

           IF WSV-SUMA-RENGLONES NOT = WSV-NETO
               ADD 1 TO WST-CANT-REN
               SET WSI-REN TO WST-CANT-REN
               MOVE SPACES TO WST-REN-CODSER (WSI-REN)
               IF WST-CANT-REN = 1
                   MOVE 'CARGOS DEL PERIODO'
                     TO WST-REN-DESC (WSI-REN)
               ELSE
                   MOVE 'OTROS CARGOS SIN DETALLE'
                     TO WST-REN-DESC (WSI-REN)
               END-IF
               MOVE 1 TO WST-REN-CANTIDAD (WSI-REN)
               MOVE 0 TO WST-REN-PRECIO (WSI-REN)
               COMPUTE WST-REN-IMPORTE (WSI-REN) =
                       WSV-NETO - WSV-SUMA-RENGLONES
           END-IF.

       246000-GRABAR-RENGLON.

           MOVE WSF-EMI-LETRA              TO WSF-FDE-LETRA
           MOVE WSF-EMI-PTO-VTA            TO WSF-FDE-PTO-VTA
           MOVE WSF-EMI-NUMERO             TO WSF-FDE-NUMERO
           SET WSF-FDE-RENGLON             TO WSI-REN
           MOVE WST-REN-CODSER (WSI-REN)   TO WSF-FDE-CODSER
           MOVE WST-REN-DESC (WSI-REN)     TO WSF-FDE-DESC
           MOVE WST-REN-CANTIDAD (WSI-REN) TO WSF-FDE-CANTIDAD
           MOVE WST-REN-PRECIO (WSI-REN)   TO WSF-FDE-PRECIO
           MOVE WST-REN-IMPORTE (WSI-REN)  TO WSF-FDE-IMPORTE
           WRITE FD-FACDETALLE.
           IF NOT WSS-FS-FDE-OK
             DISPLAY 'ERROR DE ARCHIVO DE DETALLE DE FACTURAS'
             DISPLAY 'FILE STATUS' WSS-FS-FDE
             STOP RUN
           END-IF.

       247000-CALCULAR-ANTICIPO.

           MOVE 0 TO WSV-ANT-APLICADO

           PERFORM VARYING WSI-ANT FROM 1 BY 1
                   UNTIL WSI-ANT > WST-CANT-ANT
               IF WST-ANT-CTE (WSI-ANT) = WST-CAR-CTE (WSI-CARGO)
                 AND WST-ANT-MONEDA (WSI-ANT) =
                                      WST-CAR-MONEDA (WSI-CARGO)
                 AND WST-ANT-SALDO (WSI-ANT) > 0
                   ADD WST-ANT-SALDO (WSI-ANT) TO WSV-ANT-APLICADO
               END-IF
           END-PERFORM

           IF WSV-ANT-APLICADO > WSV-TOTAL
               MOVE WSV-TOTAL TO WSV-ANT-APLICADO
           END-IF.

       250000-IMPRIMIR-FACTURA.

           MOVE SPACES               TO FD-FACTURAS
           MOVE ALL '-'              TO FD-FACTURAS
           WRITE FD-FACTURAS.

           MOVE WSF-EMI-LETRA   TO WSL-CMP-LETRA.
           MOVE WSF-EMI-PTO-VTA TO WSL-CMP-PTO-VTA.
           MOVE WSF-EMI-NUMERO  TO WSL-CMP-NUMERO.
           INITIALIZE WSL-LINEA.
           STRING 'FACTURA '                      DELIMITED SIZE
                  WSL-COMPROBANTE                  DELIMITED SIZE
                  '   PERIODO '                    DELIMITED SIZE
                  WSF-EMI-PERIODO                  DELIMITED SIZE
             INTO WSL-LINEA
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

      *    Las facturas anteriores a la condicion de pago no tienen
      *    fechas que imprimir.
           IF WSF-EMI-FECHA-EMISION > 0
               INITIALIZE WSL-LINEA
               STRING 'FECHA DE EMISION: '        DELIMITED SIZE
                      WSF-EMI-FECHA-EMISION        DELIMITED SIZE
                      '   VENCIMIENTO: '           DELIMITED SIZE
                      WSF-EMI-VENCIMIENTO          DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-FACTURAS
               WRITE FD-FACTURAS
           END-IF.

           MOVE WSF-EMI-CTE TO WSL-CTE-EDITADO.
           INITIALIZE WSL-LINEA.
           STRING 'CLIENTE: '                     DELIMITED SIZE

           PERFORM 252000-IMPRIMIR-DATOS-FISCALES.

           PERFORM 251000-IMPRIMIR-RENGLONES.

           MOVE WSF-EMI-NETO TO WSL-IMP-EDITADO.
           INITIALIZE WSL-LINEA.
           STRING 'NETO GRAVADO ('                DELIMITED SIZE
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

      *    Anticipo del cliente aplicado a la factura y lo que queda
      *    por pagar.
           IF WSV-ANT-APLICADO > 0
               MOVE WSV-ANT-APLICADO TO WSL-IMP-EDITADO
               INITIALIZE WSL-LINEA
               STRING 'ANTICIPO APLICADO: '       DELIMITED SIZE
                      FUNCTION TRIM (WSL-IMP-EDITADO)
                                                   DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-FACTURAS
               WRITE FD-FACTURAS
               COMPUTE WSL-IMP-EDITADO =
                       WSF-EMI-TOTAL - WSV-ANT-APLICADO
               INITIALIZE WSL-LINEA
               STRING 'SALDO A PAGAR: '           DELIMITED SIZE
                      FUNCTION TRIM (WSL-IMP-EDITADO)
                                                   DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-FACTURAS
               WRITE FD-FACTURAS
           END-IF.

           IF WSF-EMI-DTO-PCT > 0
               MOVE WSF-EMI-DTO-PCT TO WSL-TASA-EDITADA
               INITIALIZE WSL-LINEA
               STRING 'DESCUENTO PRONTO PAGO '    DELIMITED SIZE
                      WSL-TASA-EDITADA             DELIMITED SIZE
                      ' POR CIENTO DEL NETO PAGANDO HASTA '
                                                   DELIMITED SIZE
                      WSF-EMI-DTO-VENCE            DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-FACTURAS
               WRITE FD-FACTURAS
           END-IF.

           MOVE ALL '=' TO FD-FACTURAS
           WRITE FD-FACTURAS.

       251000-IMPRIMIR-RENGLONES.

      *    Renglones por servicio en columnas fijas; el precio
      *    unitario queda en blanco cuando el renglon no salio de
      *    una tarifa. Una factura reimpresa anterior al detalle no
      *    tiene renglones y sale solo con los totales.
           IF WST-CANT-REN = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO FD-FACTURAS
           WRITE FD-FACTURAS.
           INITIALIZE WSL-LINEA.
           STRING 'COD DESCRIPCION                   '
                                                   DELIMITED SIZE
                  '   CANTIDAD     PRECIO      IMPORTE'
                                                   DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

           PERFORM VARYING WSI-REN FROM 1 BY 1
                   UNTIL WSI-REN > WST-CANT-REN
               MOVE WST-REN-CANTIDAD (WSI-REN) TO WSL-CANT-EDITADA
               MOVE WST-REN-PRECIO (WSI-REN)   TO WSL-PRECIO-EDITADO
               MOVE WST-REN-IMPORTE (WSI-REN)  TO WSL-IMP-EDITADO
               INITIALIZE WSL-LINEA
               STRING WST-REN-CODSER (WSI-REN)    DELIMITED SIZE
                      ' '                          DELIMITED SIZE
                      WST-REN-DESC (WSI-REN)      DELIMITED SIZE
                      '  '                         DELIMITED SIZE
                      WSL-CANT-EDITADA             DELIMITED SIZE
                      ' '                          DELIMITED SIZE
                      WSL-PRECIO-EDITADO           DELIMITED SIZE
                      ' '                          DELIMITED SIZE
                      WSL-IMP-EDITADO              DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-FACTURAS
               WRITE FD-FACTURAS
           END-PERFORM

           MOVE SPACES TO FD-FACTURAS
           WRITE FD-FACTURAS.

       252000-IMPRIMIR-DATOS-FISCALES.

      *    Bloque fiscal y de contacto del cliente, leido del maestro

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


      *    Reimpresion: regenera el documento desde el registro de
      *    emitidas con su numero original, sin quemar numeracion.
      *    La factura se identifica por letra, punto de venta y
      *    numero (letra en blanco y punto de venta 0 para las
      *    anteriores a las series).
           DISPLAY 'LETRA DE LA FACTURA A REIMPRIMIR (A/B/E): '
           ACCEPT WSV-LETRA.
           DISPLAY 'PUNTO DE VENTA: '
           ACCEPT WSV-PTO-VTA.
           DISPLAY 'NUMERO DE FACTURA A REIMPRIMIR: '
           ACCEPT WSV-NUMERO-BUSCADO.


           PERFORM VARYING WSI-EMI FROM 1 BY 1
                   UNTIL WSI-EMI > WST-CANT-EMI
               IF WST-EMI-LETRA (WSI-EMI) = WSV-LETRA
                 AND WST-EMI-PTO-VTA (WSI-EMI) = WSV-PTO-VTA
                 AND WST-EMI-NUMERO (WSI-EMI) = WSV-NUMERO-BUSCADO
                   MOVE 'S' TO WSS-YA-FACTURADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-SI-YA-FACTURADO
               DISPLAY 'NO EXISTE FACTURA ' WSV-LETRA ' '
                       WSV-PTO-VTA '-' WSV-NUMERO-BUSCADO
           ELSE
               OPEN EXTEND FACTURAS
               IF WSS-FS-FAC-NOEXISTE
               MOVE WST-EMI-TOTAL (WSI-EMI)     TO WSF-EMI-TOTAL
               MOVE WST-EMI-PERC (WSI-EMI)
                                        TO WSF-EMI-PERCEPCIONES
               MOVE WST-EMI-LETRA (WSI-EMI)     TO WSF-EMI-LETRA
               MOVE WST-EMI-PTO-VTA (WSI-EMI)   TO WSF-EMI-PTO-VTA
               MOVE WST-EMI-FECHA-EMI (WSI-EMI)
                                        TO WSF-EMI-FECHA-EMISION
               MOVE WST-EMI-VENCE (WSI-EMI)     TO WSF-EMI-VENCIMIENTO
               MOVE WST-EMI-DTO-PCT (WSI-EMI)   TO WSF-EMI-DTO-PCT
               MOVE WST-EMI-DTO-VENCE (WSI-EMI) TO WSF-EMI-DTO-VENCE
               MOVE 0 TO WST-PC-CANT
               PERFORM 265000-CARGAR-RENGLONES
               PERFORM 268000-ANTICIPO-REGISTRADO
               PERFORM 250000-IMPRIMIR-FACTURA
               CLOSE FACTURAS
               DISPLAY 'FACTURA ' WSV-LETRA ' ' WSV-PTO-VTA '-'
                       WSV-NUMERO-BUSCADO ' REIMPRESA'
           END-IF.

       265000-CARGAR-RENGLONES.

      *    Renglones grabados al emitir la factura que se reimprime.
           MOVE 0 TO WST-CANT-REN

           OPEN INPUT FACDETALLE.
           IF WSS-FS-FDE-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-FDE-OK
             DISPLAY 'ERROR DE ARCHIVO DE DETALLE DE FACTURAS'
             DISPLAY 'FILE STATUS' WSS-FS-FDE
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-FDE-EOF
               READ FACDETALLE
                  EVALUATE TRUE
                     WHEN WSS-FS-FDE-OK
                          IF WSF-FDE-LETRA = WSF-EMI-LETRA
                            AND WSF-FDE-PTO-VTA = WSF-EMI-PTO-VTA
                            AND WSF-FDE-NUMERO = WSF-EMI-NUMERO
                            AND WST-CANT-REN < WSC-MAX-RENGLONES
                              ADD 1 TO WST-CANT-REN
                              SET WSI-REN TO WST-CANT-REN
                              MOVE WSF-FDE-CODSER
                                TO WST-REN-CODSER (WSI-REN)
                              MOVE WSF-FDE-DESC
                                TO WST-REN-DESC (WSI-REN)
                              MOVE WSF-FDE-CANTIDAD
                                TO WST-REN-CANTIDAD (WSI-REN)
                              MOVE WSF-FDE-PRECIO
                                TO WST-REN-PRECIO (WSI-REN)
                              MOVE WSF-FDE-IMPORTE
                                TO WST-REN-IMPORTE (WSI-REN)
                          END-IF
                     WHEN WSS-FS-FDE-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-FDE
                          MOVE '10' TO WSS-FS-FDE
                  END-EVALUATE
           END-PERFORM

           CLOSE FACDETALLE.

       268000-ANTICIPO-REGISTRADO.

      *    Anticipo aplicado a la factura que se reimprime, tal como
      *    quedo en el registro de anticipos.
           MOVE 0 TO WSV-ANT-APLICADO

           OPEN INPUT ANTICIPOS.
           IF WSS-FS-ANT-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-ANT-OK
             DISPLAY 'ERROR DE ARCHIVO DE ANTICIPOS'
             DISPLAY 'FILE STATUS' WSS-FS-ANT
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-ANT-EOF
               READ ANTICIPOS
                  EVALUATE TRUE
                     WHEN WSS-FS-ANT-OK
                          IF WSF-ANT-TIPO = 'A'
                            AND WSF-ANT-FAC-LETRA = WSF-EMI-LETRA
                            AND WSF-ANT-FAC-PTO-VTA = WSF-EMI-PTO-VTA
                            AND WSF-ANT-FACTURA = WSF-EMI-NUMERO
                              ADD WSF-ANT-IMPORTE TO WSV-ANT-APLICADO
                          END-IF
                     WHEN WSS-FS-ANT-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-ANT
                          MOVE '10' TO WSS-FS-ANT
                  END-EVALUATE
           END-PERFORM

           CLOSE ANTICIPOS.

       270000-APLICAR-ANTICIPO.

      *    Consume los anticipos del cliente del mas viejo al mas
      *    nuevo. Por cada anticipo tocado: movimiento A en el
      *    registro y recibo tipo S con el numero del anticipo y la
      *    factura indicada, para que la cobranza (PROG01-06-SA y
      *    PROG01-07-SA) cancele la factura como cualquier pago.
           IF WST-ANT-CTE (WSI-ANT) NOT = WSF-EMI-CTE
             OR WST-ANT-MONEDA (WSI-ANT) NOT = WSF-EMI-MONEDA
             OR WST-ANT-SALDO (WSI-ANT) <= 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WST-ANT-SALDO (WSI-ANT) TO WSV-ANT-PARTE
           IF WSV-ANT-PARTE > WSV-ANT-RESTO
               MOVE WSV-ANT-RESTO TO WSV-ANT-PARTE
           END-IF.
           SUBTRACT WSV-ANT-PARTE FROM WST-ANT-SALDO (WSI-ANT)
           SUBTRACT WSV-ANT-PARTE FROM WSV-ANT-RESTO

           MOVE WSF-EMI-CTE             TO WSF-ANT-CTE
           MOVE WSF-EMI-MONEDA          TO WSF-ANT-MONEDA
           MOVE WSP-FECHA-HOY           TO WSF-ANT-FECHA
           MOVE 'A'                     TO WSF-ANT-TIPO
           MOVE WSV-ANT-PARTE           TO WSF-ANT-IMPORTE
           MOVE WST-ANT-NRO (WSI-ANT)   TO WSF-ANT-NRO-RECIBO
           MOVE WSF-EMI-LETRA           TO WSF-ANT-FAC-LETRA
           MOVE WSF-EMI-PTO-VTA         TO WSF-ANT-FAC-PTO-VTA
           MOVE WSF-EMI-NUMERO          TO WSF-ANT-FACTURA
           MOVE WSF-EMI-PERIODO         TO WSF-ANT-PERIODO
           WRITE FD-ANTICIPOS.
           IF NOT WSS-FS-ANT-OK
             DISPLAY 'ERROR DE ARCHIVO DE ANTICIPOS'
             DISPLAY 'FILE STATUS' WSS-FS-ANT
             STOP RUN
           END-IF.

           MOVE WSF-EMI-CTE             TO WSF-REC-CTE
           MOVE WSP-FECHA-HOY           TO WSF-REC-FECHA
           MOVE WSV-ANT-PARTE           TO WSF-REC-IMPORTE
           MOVE WSF-EMI-MONEDA          TO WSF-REC-MONEDA
           MOVE WST-ANT-NRO (WSI-ANT)   TO WSF-REC-NRO
           MOVE 0                       TO WSF-REC-RETENCION
           MOVE SPACES                  TO WSF-REC-NRO-CERT
           MOVE SPACES                  TO WSF-REC-DOCUMENTOS
           MOVE WSF-EMI-LETRA           TO WSF-REC-DOC-LETRA (1)
           MOVE WSF-EMI-PTO-VTA         TO WSF-REC-DOC-PTO-VTA (1)
           MOVE WSF-EMI-NUMERO          TO WSF-REC-DOC-NUMERO (1)
           MOVE SPACES                  TO WSF-REC-REGIMEN
           MOVE 'S'                     TO WSF-REC-TIPO
           WRITE FD-RECIBOS.
           IF NOT WSS-FS-REC-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECIBOS'
             DISPLAY 'FILE STATUS' WSS-FS-REC
             STOP RUN
           END-IF.

           IF WSF-EMI-MONEDA = WSC-MONEDA-BASE
               MOVE WSV-ANT-PARTE TO WSV-ANT-BASE
           ELSE
               COMPUTE WSV-ANT-BASE ROUNDED =
                       WSV-ANT-PARTE * WSP-TASA-USD
           END-IF
           ADD WSV-ANT-BASE TO WSV-TOT-ANT-APLICADO.

       280000-ASENTAR-ANTICIPOS.

      *    El pasivo con el cliente se cancela contra la deuda que
      *    genero la factura (asiento inverso al del anticipo
      *    recibido en PROG01-06-SA).
           PERFORM 960000-ABRIR-ASIENTOS.
           IF NOT WSG-SI-ABIERTO
               DISPLAY 'ANTICIPOS NO ASENTADOS: REVISAR AsientosGL.TXT'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'D'                    TO WSG-GL-TIPO
           MOVE WSC-CTA-ANTICIPOS      TO WSG-GL-CUENTA
           MOVE WSV-TOT-ANT-APLICADO   TO WSG-GL-IMPORTE
           MOVE 'ANTICIPOS APLICADOS A FACTURAS' TO WSG-GL-LEYENDA
           MOVE WSP-PERIODO-PROCESO    TO WSG-GL-PERIODO
           PERFORM 962000-GRABAR-PARTIDA

           MOVE 'H'                    TO WSG-GL-TIPO
           MOVE WSC-CTA-DEUDORES       TO WSG-GL-CUENTA
           MOVE WSV-TOT-ANT-APLICADO   TO WSG-GL-IMPORTE
           MOVE 'ANTICIPOS APLICADOS A FACTURAS' TO WSG-GL-LEYENDA
           MOVE WSP-PERIODO-PROCESO    TO WSG-GL-PERIODO
           PERFORM 962000-GRABAR-PARTIDA

           PERFORM 965000-CERRAR-ASIENTOS.

       300000-FINAL.

           IF WSS-CTES-SI-ABIERTO
                                          WSCC-CONT-SALTEADAS
           DISPLAY 'CARGOS NEGATIVOS DERIVADOS A NC ='
                                          WSCC-CONT-DERIVADAS-NC
           DISPLAY 'CARGOS RETENIDOS POR CUIT INVALIDO ='
                                          WSCC-CONT-CUIT-RETENIDAS
           DISPLAY 'CARGOS RETENIDOS POR REVISION DE ANOMALIAS ='
                                          WSCC-CONT-REV-RETENIDAS
           DISPLAY 'FACTURAS CON ANTICIPO APLICADO ='
                                          WSCC-CONT-CON-ANTICIPO
           PERFORM VARYING WSI-SER FROM 1 BY 1
                   UNTIL WSI-SER > WST-CANT-SER
               DISPLAY 'SERIE ' WST-SER-LETRA (WSI-SER) ' '
                       WST-SER-PTO-VTA (WSI-SER)
                       ' ULTIMO NUMERO USADO ='
                       WST-SER-ULTIMO (WSI-SER)
           END-PERFORM
           DISPLAY '********************************************'.
           STOP RUN.

           MOVE 'Regimenes.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-REGIMENES

           MOVE 'ResultadosDetalle.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESDETALLE

           MOVE 'FacturasDetalle.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-FACDETALLE

           MOVE 'CuitObservados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-OBSERVADOS

           MOVE 'ClientesRetenidos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RETENIDOS

           MOVE 'Anticipos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ANTICIPOS

           MOVE 'Recibos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECIBOS

           MOVE 'AsientosGL.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASIENTOSGL

           MOVE 'AsientosGLTrabajo.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASIENTOSGL-TRAB

           MOVE 'MovimientosGL.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-MOVIMIENTOSGL

           MOVE 'DocumentosMail.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DOCUMENTOS-MAIL

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS

           MOVE 'ControlCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL-CORRIDA

           MOVE 'EstadisticasCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTAD-CORRIDA

           MOVE 'Auditoria.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-AUDITORIA
           CONTINUE.

           COPY PARAMSP.

           COPY CTLCORRP.

           COPY OPERADORP.

           COPY ASIENGLP.

           COPY VALCUITP.

           COPY DOCMAILP.

       END PROGRAM PROG01-10-SA.
