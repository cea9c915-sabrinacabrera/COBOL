      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Venta de mostrador de las sucursales: el operador
      *              de la sucursal carga el cliente (lo busca en el
      *              maestro o lo da de alta en el momento) y los
      *              servicios vendidos con su cantidad, se tarifan
      *              con la tarifa vigente de Tarifas.TXT y el IVA se
      *              calcula renglon por renglon segun la categoria
      *              (general, reducida o exento, mismo calculo que
      *              EJ19-00-SA). La factura se emite en el acto con
      *              la misma numeracion por serie y el mismo registro
      *              de emitidas que PROG01-10-SA (origen M), con su
      *              detalle, su documento impreso y su entrada para
      *              el envio por mail; el cobro en efectivo o con
      *              tarjeta queda como recibo tipo M en Recibos.TXT.
      *              Cada renglon vendido queda en VentasMostrador.TXT,
      *              de donde la opcion de asentar (despues de la
      *              corrida de PROG01-01-SA del periodo, que recrea
      *              AsientosGL.TXT) agrega a la interfaz contable el
      *              asiento de ventas de mostrador no asentadas.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-59-SA.

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

      *    Maestro de usuarios para la identificacion del operador
      *    (ver OPERADOR.CPY).
           SELECT USUARIOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-USUARIOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USU.

      *    Mismo maestro indexado que mantiene PROG01-02-SA, abierto
      *    I-O: el cliente de mostrador se busca por codigo y, si no
      *    esta, se da de alta en el momento (alta rapida, con su
      *    linea en el journal de cambios como cualquier alta).
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
      *    Clave alternativa por nombre (con duplicados), igual que
      *    en PROG01-02-SA: todos los programas que abren el maestro
      *    declaran las mismas claves.
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Journal de cambios del maestro de clientes (el mismo de
      *    PROG01-02-SA): el alta rapida deja su linea A.
           SELECT JOURNAL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-JOURNAL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-JRN.

      *    Maestro de servicios de PROG01-09-SA: solo se venden
      *    servicios existentes y activos.
           SELECT SERVICIOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-SERVICIOS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-SRVM-COD
                                       FILE STATUS IS WSS-FS-SRVM.

      *    Tarifario de PROG01-09-SA: precio unitario y moneda de la
      *    tarifa vigente en el periodo de la venta.
           SELECT TARIFAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-TARIFAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TAR.

      *    Numeracion de facturas por serie de PROG01-10-SA: se
      *    concilia contra el registro de emitidas en cada venta (la
      *    facturacion mensual puede haber emitido en la misma serie
      *    mientras el mostrador estaba abierto) y se reescribe
      *    entera despues de cada factura.
           SELECT NUMERACION
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-NUMERACION
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NUM.

      *    Ultimo numero de recibo usado (el de PROG01-20-SA).
           SELECT NUMERACION-RECIBOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-NUMERACION-REC
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NRE.

      *    Registro acumulativo de facturas emitidas de PROG01-10-SA:
      *    la venta de mostrador entra con origen M.
           SELECT EMITIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EMITIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EMI.

      *    Renglones de cada factura emitida (ver PROG01-10-SA).
           SELECT FACDETALLE
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-FACDETALLE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FDE.

      *    Documento imprimible, el mismo Facturas.TXT de
      *    PROG01-10-SA (EXTEND).
           SELECT FACTURAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-FACTURAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FAC.

      *    Indice de documentos para el envio por mail (ver
      *    DOCMAIL.CPY).
           SELECT DOCUMENTOS-MAIL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DOCUMENTOS-MAIL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DML.

      *    Mismo Recibos.TXT que consume PROG01-06-SA (EXTEND): el
      *    cobro de la venta entra como recibo tipo M contra la
      *    factura emitida.
           SELECT RECIBOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RECIBOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REC.

      *    Renglones vendidos por mostrador, acumulativo: uno por
      *    renglon de factura con su categoria de IVA, importes y
      *    forma de cobro. De aca sale el asiento contable.
           SELECT VENTAS-MOSTRADOR
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-VENTAS-MOSTRADOR
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VMO.

      *    Facturas de mostrador ya asentadas (acumulativo): la
      *    opcion de asentar no vuelve a asentar una factura aunque
      *    se corra dos veces en el mismo periodo.
           SELECT ASENTADAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ASENTADAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VMA.

      *    Interfaz contable de PROG01-01-SA: el asiento de ventas de
      *    mostrador se agrega reconstruyendo el registro de control
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

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

       FD USUARIOS.

      *    Mismo layout en todos los programas que identifican
      *    operador (ver OPERADOR.CPY).
       01 FD-USUARIOS.
         05 WSF-USU-ID           PIC X(10).
         05 WSF-USU-CLAVE        PIC X(10).
         05 WSF-USU-NIVEL        PIC 9(01).
         05 WSF-USU-ACTIVO       PIC X(01).

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
      *    Bloque fiscal y de contacto (ver PROG01-02-SA).
         05 WSF-CTE-DOMICILIO    PIC X(40).
         05 WSF-CTE-CUIT         PIC X(13).
         05 WSF-CTE-COND-IVA     PIC X(02).
         05 WSF-CTE-EMAIL        PIC X(40).
         05 WSF-CTE-FORMA-PAGO   PIC X(01).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD JOURNAL.

      *    Mismo layout que FD-JOURNAL en PROG01-02-SA.
       01 FD-JOURNAL.
         05 WSF-JRN-FECHA        PIC 9(08).
         05 WSF-JRN-HORA         PIC 9(06).
         05 WSF-JRN-OPERADOR     PIC X(10).
         05 WSF-JRN-ACCION       PIC X(01).
         05 WSF-JRN-ANTES        PIC X(220).
         05 WSF-JRN-DESPUES      PIC X(220).

       FD SERVICIOS.

      *    Mismo layout que FD-SERVICIOS en PROG01-09-SA.
       01 FD-SERVICIOS.
         05 WSF-SRVM-COD         PIC X(03).
         05 WSF-SRVM-DESC        PIC X(30).
         05 WSF-SRVM-ACTIVO      PIC X(01).

       FD TARIFAS.

      *    Mismo layout que FD-TARIFAS en PROG01-09-SA.
       01 FD-TARIFAS.
         05 WSF-TAR-CODSER       PIC X(03).
         05 WSF-TAR-DESDE        PIC 9(06).
         05 WSF-TAR-MONEDA       PIC X(03).
         05 WSF-TAR-PRECIO       PIC 9(07)V99.
      *    Datos del ajuste por indice (PROG01-50-SA); aca no se usan.
         05 WSF-TAR-INDICE       PIC X(05).
         05 WSF-TAR-FRECUENCIA   PIC 9(02).
         05 WSF-TAR-BASE         PIC 9(06).

       FD NUMERACION.

      *    Mismo layout que FD-NUMERACION en PROG01-10-SA.
       01 FD-NUMERACION.
         05 WSF-NUM-LETRA         PIC X(01).
         05 WSF-NUM-PTO-VTA       PIC 9(04).
         05 WSF-NUM-ULTIMO        PIC 9(08).

       FD NUMERACION-RECIBOS.

      *    Mismo layout que FD-NUMERACION en PROG01-20-SA.
       01 FD-NUMERACION-RECIBOS.
         05 WSF-NRE-ULTIMO        PIC 9(08).

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
      *    mostrador (las que emite este programa).
         05 WSF-EMI-ORIGEN        PIC X(01).

       FD FACDETALLE.

      *    Mismo layout que FD-FACDETALLE en PROG01-10-SA.
       01 FD-FACDETALLE.
         05 WSF-FDE-LETRA         PIC X(01).
         05 WSF-FDE-PTO-VTA       PIC 9(04).
         05 WSF-FDE-NUMERO        PIC 9(08).
         05 WSF-FDE-RENGLON       PIC 9(03).
         05 WSF-FDE-CODSER        PIC X(03).
         05 WSF-FDE-DESC          PIC X(30).
         05 WSF-FDE-CANTIDAD      PIC 9(09).
         05 WSF-FDE-PRECIO        PIC 9(07)V99.
         05 WSF-FDE-IMPORTE       PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD FACTURAS.

       01 FD-FACTURAS              PIC X(80).

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
      *    Tipo de recibo (ver PROG01-06-SA): en blanco comun / A
      *    anticipo / S aplicacion de anticipo / M venta de
      *    mostrador (los que graba este programa).
         05 WSF-REC-TIPO          PIC X(01).

       FD VENTAS-MOSTRADOR.

      *    Clave del renglon: la de la factura (letra, punto de venta
      *    y numero) mas el numero de renglon, igual que
      *    FacturasDetalle.TXT.
       01 FD-VENTAS-MOSTRADOR.
         05 WSF-VMO-LETRA         PIC X(01).
         05 WSF-VMO-PTO-VTA       PIC 9(04).
         05 WSF-VMO-NUMERO        PIC 9(08).
         05 WSF-VMO-RENGLON       PIC 9(03).
         05 WSF-VMO-FECHA         PIC 9(08).
         05 WSF-VMO-PERIODO       PIC 9(06).
         05 WSF-VMO-CTE           PIC 9(07).
         05 WSF-VMO-MONEDA        PIC X(03).
         05 WSF-VMO-CODSER        PIC X(03).
      *    Categoria de IVA del renglon: G general / R reducido /
      *    E exento (ver TABLA-CATEGORIAS-IVA).
         05 WSF-VMO-CATEGORIA     PIC X(01).
         05 WSF-VMO-NETO          PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-VMO-IVA           PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
      *    Forma de cobro: E efectivo / T tarjeta (con el numero de
      *    cupon), y el recibo que la registra.
         05 WSF-VMO-FORMA-COBRO   PIC X(01).
         05 WSF-VMO-CUPON         PIC X(12).
         05 WSF-VMO-NRO-RECIBO    PIC 9(08).
         05 WSF-VMO-OPERADOR      PIC X(10).

       FD ASENTADAS.

       01 FD-ASENTADAS.
         05 WSF-VMA-LETRA         PIC X(01).
         05 WSF-VMA-PTO-VTA       PIC 9(04).
         05 WSF-VMA-NUMERO        PIC 9(08).
      *    Fecha en que se asento y periodo contable del asiento.
         05 WSF-VMA-FECHA         PIC 9(08).
         05 WSF-VMA-PERIODO       PIC 9(06).

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

       01 SWITCHES.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-DUPLICADA               VALUE '22'.
             88 WSS-FS-CTE-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-CTE-NOEXISTE                VALUE '35'.
           05 WSS-FS-JRN                           PIC X(02).
             88 WSS-FS-JRN-OK                      VALUE '00'.
             88 WSS-FS-JRN-NOEXISTE                VALUE '35'.
           05 WSS-FS-SRVM                          PIC X(02).
             88 WSS-FS-SRVM-OK                     VALUE '00'.
             88 WSS-FS-SRVM-NOENCONTRADA           VALUE '23'.
             88 WSS-FS-SRVM-NOEXISTE               VALUE '35'.
           05 WSS-FS-TAR                           PIC X(02).
             88 WSS-FS-TAR-OK                      VALUE '00'.
             88 WSS-FS-TAR-EOF                     VALUE '10'.
             88 WSS-FS-TAR-NOEXISTE                VALUE '35'.
           05 WSS-FS-NUM                           PIC X(02).
             88 WSS-FS-NUM-OK                      VALUE '00'.
             88 WSS-FS-NUM-EOF                     VALUE '10'.
             88 WSS-FS-NUM-NOEXISTE                VALUE '35'.
           05 WSS-FS-NRE                           PIC X(02).
             88 WSS-FS-NRE-OK                      VALUE '00'.
             88 WSS-FS-NRE-EOF                     VALUE '10'.
             88 WSS-FS-NRE-NOEXISTE                VALUE '35'.
           05 WSS-FS-EMI                           PIC X(02).
             88 WSS-FS-EMI-OK                      VALUE '00'.
             88 WSS-FS-EMI-EOF                     VALUE '10'.
             88 WSS-FS-EMI-NOEXISTE                VALUE '35'.
           05 WSS-FS-FDE                           PIC X(02).
             88 WSS-FS-FDE-OK                      VALUE '00'.
             88 WSS-FS-FDE-NOEXISTE                VALUE '35'.
           05 WSS-FS-FAC                           PIC X(02).
             88 WSS-FS-FAC-OK                      VALUE '00'.
             88 WSS-FS-FAC-EOF                     VALUE '10'.
             88 WSS-FS-FAC-NOEXISTE                VALUE '35'.
           05 WSS-FS-REC                           PIC X(02).
             88 WSS-FS-REC-OK                      VALUE '00'.
             88 WSS-FS-REC-NOEXISTE                VALUE '35'.
           05 WSS-FS-VMO                           PIC X(02).
             88 WSS-FS-VMO-OK                      VALUE '00'.
             88 WSS-FS-VMO-EOF                     VALUE '10'.
             88 WSS-FS-VMO-NOEXISTE                VALUE '35'.
           05 WSS-FS-VMA                           PIC X(02).
             88 WSS-FS-VMA-OK                      VALUE '00'.
             88 WSS-FS-VMA-EOF                     VALUE '10'.
             88 WSS-FS-VMA-NOEXISTE                VALUE '35'.

       01 CONSTANTES.
           05 WSC-RAZON-SOCIAL
              PIC X(40) VALUE 'SISTEMAS ACTIVOS S.R.L.'.
           05 WSC-DOMICILIO
              PIC X(40) VALUE 'AV. SIEMPREVIVA 742 - BUENOS AIRES'.
           05 WSC-MAX-TARIFAS       PIC 9(04) VALUE 500.
           05 WSC-MAX-RENGLONES     PIC 9(03) VALUE 50.
           05 WSC-MAX-SERIES        PIC 9(03) VALUE 300.
           05 WSC-MAX-ASENTADAS     PIC 9(04) VALUE 5000.
           05 WSC-MAX-INGRESOS      PIC 9(03) VALUE 100.
      *    Tope del importe de un recibo (WSF-REC-IMPORTE).
           05 WSC-MAX-RECIBO        PIC 9(07)V99 VALUE 9999999,99.
           05 WSC-CAT-GENERAL       PIC X(01) VALUE 'G'.
           05 WSC-MONEDA-BASE       PIC X(03) VALUE 'ARS'.
           05 WSC-CTA-DEUDORES      PIC X(16) VALUE 'DEUDORES-VENTAS'.
      *    Cuenta de IVA debito tal como la deja PROG01-01-SA en la
      *    interfaz (el nombre completo no entra en las 16 posiciones
      *    de la cuenta).
           05 WSC-CTA-IVA-DEBITO    PIC X(16)
                                    VALUE 'IVA-DEBITO-FISCA'.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-VENTA                 VALUE 1.
           88 WSV-OPC-ASENTAR               VALUE 2.
           88 WSV-OPC-SALIR                 VALUE 3.

      *    Sucursales habilitadas, cargadas por MOVE (mismas que en
      *    PROG01-02-SA): la del mostrador es el punto de venta de
      *    las facturas.
       01 TABLA-SUCURSALES.
           05 WST-CANT-SUC          PIC 9(02) VALUE 0.
           05 WST-SUCURSAL OCCURS 5 TIMES
                             INDEXED BY WSI-SUCTBL.
               10 WST-SUC-COD       PIC 9(02).
               10 WST-SUC-NOMBRE    PIC X(20).

       01 WSS-SUC-ENCONTRADA          PIC X VALUE 'N'.
           88 WSS-SUC-SI-ENCONTRADA   VALUE 'S'.

       01 WSV-SUC-BUSCADA           PIC 9(02).
       01 WSV-SUCURSAL              PIC 9(02).

      *    Tasas de IVA por categoria (general, reducida y exento),
      *    como en EJ19-00-SA pero con las tasas del archivo de
      *    parametros; al lado, la base y el IVA de la venta en
      *    curso por categoria para las lineas de IVA de la factura.
       01 TABLA-CATEGORIAS-IVA.
          05 WST-CAT-IVA           OCCURS 3 TIMES
                                    INDEXED BY WSI-CAT.
             10 WST-CAT-COD        PIC X(01).
             10 WST-CAT-TASA       PIC 9(02)V9(02).
             10 WST-CAT-BASE       PIC S9(09)V99.
             10 WST-CAT-IMP-IVA    PIC S9(09)V99.

      *    Tarifas cargadas al inicio (la vigente de cada servicio se
      *    busca por periodo en cada renglon).
       01 TABLA-TARIFAS.
           05 WST-CANT-TAR          PIC 9(04) VALUE 0.
           05 WST-TARIFA OCCURS 500 TIMES
                             INDEXED BY WSI-TAR.
               10 WST-TAR-CODSER    PIC X(03).
               10 WST-TAR-DESDE     PIC 9(06).
               10 WST-TAR-MONEDA    PIC X(03).
               10 WST-TAR-PRECIO    PIC 9(07)V99.

       01 WSV-MEJOR-DESDE           PIC 9(06).
       01 WSV-POS-TARIFA            PIC 9(04).

      *    Series de numeracion, una por letra y punto de venta
      *    (conciliadas contra el registro de emitidas en cada
      *    venta, ver PROG01-10-SA).
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

      *    Renglones de la venta en curso.
       01 TABLA-RENGLONES.
           05 WST-CANT-REN          PIC 9(03) VALUE 0.
           05 WST-REN OCCURS 50 TIMES
                             INDEXED BY WSI-REN.
               10 WST-REN-CODSER    PIC X(03).
               10 WST-REN-DESC      PIC X(30).
               10 WST-REN-CANTIDAD  PIC 9(09).
               10 WST-REN-PRECIO    PIC 9(07)V99.
               10 WST-REN-IMPORTE   PIC S9(09)V99.
               10 WST-REN-CATEGORIA PIC X(01).
               10 WST-REN-IVA       PIC S9(09)V99.

      *    Cliente, renglon y cobro de la venta en curso.
       01 WSV-CTE-BUSCADO           PIC 9(07).
       01 WSV-CODSER                PIC X(03).
       01 WSV-CANTIDAD              PIC 9(09).
       01 WSV-CATEGORIA             PIC X(01).
       01 WSV-TASA-IVA              PIC 9(02)V9(02).
       01 WSV-IMPORTE-REN           PIC S9(09)V99.
       01 WSV-IVA-REN               PIC S9(09)V99.
       01 WSV-MONEDA-VENTA          PIC X(03).
       01 WSV-PERIODO-VENTA         PIC 9(06).
       01 WSV-RESPUESTA             PIC X(01).
       01 WSV-FORMA-COBRO           PIC X(01).
           88 WSV-COBRO-EFECTIVO            VALUE 'E'.
           88 WSV-COBRO-TARJETA             VALUE 'T'.
       01 WSV-CUPON                 PIC X(12).
       01 WSV-NRO-RECIBO            PIC 9(08).

       01 WSV-NETO                  PIC S9(09)V99.
       01 WSV-IVA                   PIC S9(09)V99.
       01 WSV-TOTAL                 PIC S9(09)V99.

       01 WSS-CLIENTE-OK              PIC X VALUE 'N'.
           88 WSS-CLIENTE-SI-OK       VALUE 'S'.

       01 WSS-FIN-RENGLONES           PIC X VALUE 'N'.
           88 WSS-SI-FIN-RENGLONES    VALUE 'S'.

      *    Insumos del journal de cambios del maestro de clientes.
       01 WSV-FECHA-SISTEMA         PIC 9(08).
       01 WSV-HORA-COMPLETA         PIC 9(08).

      *    Facturas de mostrador ya asentadas (las del archivo) mas
      *    las que se asientan en esta pasada, a partir de
      *    WSV-PRIMERA-NUEVA.
       01 TABLA-ASENTADAS.
           05 WST-CANT-ASE          PIC 9(04) VALUE 0.
           05 WST-ASE OCCURS 5000 TIMES
                             INDEXED BY WSI-ASE.
               10 WST-ASE-LETRA     PIC X(01).
               10 WST-ASE-PTO-VTA   PIC 9(04).
               10 WST-ASE-NUMERO    PIC 9(08).

       01 WSV-PRIMERA-NUEVA         PIC 9(04).

       01 WSS-ASE-ENCONTRADA          PIC X VALUE 'N'.
           88 WSS-ASE-SI-ENCONTRADA   VALUE 'S'.

       01 WSS-DESBORDE                PIC X VALUE 'N'.
           88 WSS-SI-DESBORDE         VALUE 'S'.

      *    Ingresos por servicio del asiento, en moneda base.
       01 TABLA-INGRESOS.
           05 WST-CANT-ING          PIC 9(03) VALUE 0.
           05 WST-ING OCCURS 100 TIMES
                             INDEXED BY WSI-ING.
               10 WST-ING-CODSER    PIC X(03).
               10 WST-ING-IMPORTE   PIC S9(11)V99.

       01 WSV-IMP-BASE              PIC S9(11)V99.
       01 WSV-GL-IVA                PIC S9(11)V99.
       01 WSV-GL-DEBE               PIC S9(11)V99.

       01 CONTADORES.
           05 WSCC-CONT-VENTAS      PIC 9(05).
           05 WSCC-CONT-CANCELADAS  PIC 9(05).
           05 WSCC-CONT-ALTAS       PIC 9(05).
           05 WSCC-CONT-ASENTADAS   PIC 9(05).
           05 WSCC-CONT-REN-ASENTADOS PIC 9(07).
           05 WSCC-CONT-REN-YA-ASENTADOS PIC 9(07).
           05 WSCC-CONT-REN-POSTERIORES PIC 9(07).

       01 WSL-LINEA                 PIC X(80).
       01 WSL-IMP-EDITADO           PIC ---------,99.
       01 WSL-IMP-EDITADO-2         PIC ---------,99.
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
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-USUARIOS               PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-JOURNAL                PIC X(80).
       01 WSV-ARCH-SERVICIOS              PIC X(80).
       01 WSV-ARCH-TARIFAS                PIC X(80).
       01 WSV-ARCH-NUMERACION             PIC X(80).
       01 WSV-ARCH-NUMERACION-REC         PIC X(80).
       01 WSV-ARCH-EMITIDAS               PIC X(80).
       01 WSV-ARCH-FACDETALLE             PIC X(80).
       01 WSV-ARCH-FACTURAS               PIC X(80).
       01 WSV-ARCH-DOCUMENTOS-MAIL        PIC X(80).
       01 WSV-ARCH-RECIBOS                PIC X(80).
       01 WSV-ARCH-VENTAS-MOSTRADOR       PIC X(80).
       01 WSV-ARCH-ASENTADAS              PIC X(80).
       01 WSV-ARCH-ASIENTOSGL             PIC X(80).
       01 WSV-ARCH-ASIENTOSGL-TRAB        PIC X(80).
       01 WSV-ARCH-MOVIMIENTOSGL          PIC X(80).

           COPY OPERADOR.

           COPY VALCUIT.

           COPY ASIENGL.

           COPY PARAMS.

           COPY DOCMAIL.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           PERFORM 100000-INICIO.
           PERFORM 200000-PROCESO UNTIL WSV-OPC-SALIR.
           PERFORM 300000-FINAL.

       100000-INICIO.

           INITIALIZE CONTADORES.

      *    El mostrador emite documentos fiscales y puede dar de alta
      *    clientes: exige el mismo nivel que el mantenimiento de
      *    maestros. El operador validado queda en cada venta y en
      *    el journal del alta rapida.
           MOVE 3 TO WSO-NIVEL-REQUERIDO
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF.

           PERFORM 105000-CARGAR-SUCURSALES.
           PERFORM 106000-CARGAR-CATEGORIAS.

      *    Sucursal del mostrador (punto de venta de las facturas);
      *    en blanco o cero toma la sucursal del archivo de
      *    parametros, si tiene una.
           DISPLAY 'SUCURSAL DEL MOSTRADOR (01/02): '
           MOVE 0 TO WSV-SUCURSAL
           ACCEPT WSV-SUCURSAL.
           IF WSV-SUCURSAL = 0
               MOVE WSP-SUCURSAL-FILTRO TO WSV-SUCURSAL
           END-IF.
           MOVE WSV-SUCURSAL TO WSV-SUC-BUSCADA
           PERFORM 915000-BUSCAR-SUCURSAL
           IF NOT WSS-SUC-SI-ENCONTRADA
               DISPLAY 'SUCURSAL INEXISTENTE'
               STOP RUN
           END-IF.
           DISPLAY 'MOSTRADOR DE ' WST-SUC-NOMBRE (WSI-SUCTBL).

           PERFORM 110000-CARGAR-TARIFAS.

           OPEN INPUT SERVICIOS.
           IF WSS-FS-SRVM-NOEXISTE
               DISPLAY 'SIN MAESTRO DE SERVICIOS: NO HAY QUE VENDER'
               STOP RUN
           END-IF.
           IF NOT WSS-FS-SRVM-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS' WSS-FS-SRVM
             STOP RUN
           END-IF.

      *    Igual que en PROG01-02-SA: si el maestro todavia no
      *    existe se crea vacio antes de abrirlo I-O.
           OPEN I-O CLIENTES.
           IF WSS-FS-CTE-NOEXISTE
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF.
           IF NOT WSS-FS-CTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS' WSS-FS-CTE
             CLOSE SERVICIOS
             STOP RUN
           END-IF.

       105000-CARGAR-SUCURSALES.

      *    Sucursales habilitadas (mismo idioma que PROG01-02-SA).
           MOVE 01             TO WST-SUC-COD (1)
           MOVE 'CASA CENTRAL' TO WST-SUC-NOMBRE (1)
           MOVE 02             TO WST-SUC-COD (2)
           MOVE 'SUCURSAL NORTE' TO WST-SUC-NOMBRE (2)
           MOVE 2              TO WST-CANT-SUC.

       106000-CARGAR-CATEGORIAS.

      *    Las tasas general y reducida salen del archivo de
      *    parametros (las mismas con las que factura PROG01-10-SA).
           MOVE 'G'              TO WST-CAT-COD (1)
           MOVE WSP-IVA-GENERAL  TO WST-CAT-TASA (1)

           MOVE 'R'              TO WST-CAT-COD (2)
           MOVE WSP-IVA-REDUCIDO TO WST-CAT-TASA (2)

           MOVE 'E'              TO WST-CAT-COD (3)
           MOVE 0,00             TO WST-CAT-TASA (3).

       110000-CARGAR-TARIFAS.

      *    Sin Tarifas.TXT no hay precio que cobrar: no se puede
      *    vender.
           OPEN INPUT TARIFAS.
           IF WSS-FS-TAR-NOEXISTE
               DISPLAY 'SIN Tarifas.TXT: NO HAY PRECIOS PARA VENDER'
               STOP RUN
           END-IF.
           IF NOT WSS-FS-TAR-OK
             DISPLAY 'ERROR DE ARCHIVO DE TARIFAS'
             DISPLAY 'FILE STATUS' WSS-FS-TAR
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-TAR-EOF
               READ TARIFAS
                  EVALUATE TRUE
                     WHEN WSS-FS-TAR-OK
                          IF WST-CANT-TAR < WSC-MAX-TARIFAS
                            ADD 1 TO WST-CANT-TAR
                            SET WSI-TAR TO WST-CANT-TAR
                            MOVE WSF-TAR-CODSER
                              TO WST-TAR-CODSER (WSI-TAR)
                            MOVE WSF-TAR-DESDE
                              TO WST-TAR-DESDE (WSI-TAR)
                            MOVE WSF-TAR-MONEDA
                              TO WST-TAR-MONEDA (WSI-TAR)
                            MOVE WSF-TAR-PRECIO
                              TO WST-TAR-PRECIO (WSI-TAR)
                          ELSE
                            DISPLAY 'TABLA DE TARIFAS LLENA'
                          END-IF
                     WHEN WSS-FS-TAR-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-TAR
                          MOVE '10' TO WSS-FS-TAR
                  END-EVALUATE
           END-PERFORM

           CLOSE TARIFAS.

       915000-BUSCAR-SUCURSAL.

      *    Busca WSV-SUC-BUSCADA en TABLA-SUCURSALES.
           MOVE 'N' TO WSS-SUC-ENCONTRADA

           PERFORM VARYING WSI-SUCTBL FROM 1 BY 1
                   UNTIL WSI-SUCTBL > WST-CANT-SUC
               IF WST-SUC-COD (WSI-SUCTBL) = WSV-SUC-BUSCADA
                   MOVE 'S' TO WSS-SUC-ENCONTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       200000-PROCESO.

           DISPLAY ' '
           DISPLAY '1 - VENTA DE MOSTRADOR'
           DISPLAY '2 - ASENTAR VENTAS DE MOSTRADOR DEL PERIODO'
           DISPLAY '3 - SALIR'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-OPCION.

           EVALUATE TRUE
               WHEN WSV-OPC-VENTA
                    PERFORM 210000-VENTA-MOSTRADOR
               WHEN WSV-OPC-ASENTAR
                    PERFORM 250000-ASENTAR-VENTAS
               WHEN WSV-OPC-SALIR
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       210000-VENTA-MOSTRADOR.

      *    La venta se factura con la fecha del dia y en el periodo
      *    del mes en curso (la sesion del mostrador puede quedar
      *    abierta de un dia para el otro).
           ACCEPT WSP-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WSP-FH-AAAAMM TO WSV-PERIODO-VENTA

           PERFORM 211000-UBICAR-CLIENTE
           IF NOT WSS-CLIENTE-SI-OK
               ADD 1 TO WSCC-CONT-CANCELADAS
               DISPLAY 'VENTA CANCELADA'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 215000-DETERMINAR-LETRA

      *    Renglones: servicio, cantidad y categoria de IVA, hasta
      *    un servicio en blanco.
           MOVE 0      TO WST-CANT-REN
           MOVE SPACES TO WSV-MONEDA-VENTA
           MOVE 'N'    TO WSS-FIN-RENGLONES
           PERFORM UNTIL WSS-SI-FIN-RENGLONES
               PERFORM 220000-PEDIR-RENGLON
           END-PERFORM

           IF WST-CANT-REN = 0
               ADD 1 TO WSCC-CONT-CANCELADAS
               DISPLAY 'VENTA SIN RENGLONES, CANCELADA'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 225000-TOTALIZAR-VENTA

           IF WSV-TOTAL > WSC-MAX-RECIBO
               ADD 1 TO WSCC-CONT-CANCELADAS
               DISPLAY 'TOTAL FUERA DE RANGO PARA UN RECIBO, VENTA '
                       'CANCELADA'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CONFIRMA LA VENTA (S/N): '
           MOVE SPACE TO WSV-RESPUESTA
           ACCEPT WSV-RESPUESTA.
           IF WSV-RESPUESTA NOT = 'S'
               ADD 1 TO WSCC-CONT-CANCELADAS
               DISPLAY 'VENTA CANCELADA'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 227000-PEDIR-COBRO

           PERFORM 230000-EMITIR-VENTA.

       211000-UBICAR-CLIENTE.

      *    Cliente por codigo; si no esta en el maestro se ofrece el
      *    alta rapida con ese codigo. Solo se le vende a un cliente
      *    activo con datos fiscales validos (la factura los lleva).
           MOVE 'N' TO WSS-CLIENTE-OK

           DISPLAY 'COD. DE CLIENTE (0 = CANCELAR): '
           MOVE 0 TO WSV-CTE-BUSCADO
           ACCEPT WSV-CTE-BUSCADO.
           IF WSV-CTE-BUSCADO = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WSV-CTE-BUSCADO TO WSF-CTE-CTE
           READ CLIENTES KEY IS WSF-CTE-CTE
               INVALID KEY CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN WSS-FS-CTE-OK
                    CONTINUE
               WHEN WSS-FS-CTE-NOENCONTRADA
                    DISPLAY 'CLIENTE INEXISTENTE. ALTA RAPIDA (S/N): '
                    MOVE SPACE TO WSV-RESPUESTA
                    ACCEPT WSV-RESPUESTA
                    IF WSV-RESPUESTA NOT = 'S'
                        EXIT PARAGRAPH
                    END-IF
                    PERFORM 212000-ALTA-RAPIDA
                    IF NOT WSS-FS-CTE-OK
                        EXIT PARAGRAPH
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
                    DISPLAY 'FILE STATUS' WSS-FS-CTE
                    EXIT PARAGRAPH
           END-EVALUATE.

           IF WSF-CTE-ACTIVO NOT = 'S'
               DISPLAY 'CLIENTE DADO DE BAJA'
               EXIT PARAGRAPH
           END-IF.

           MOVE WSF-CTE-CUIT     TO WSV-VALCUIT-CUIT
           MOVE WSF-CTE-COND-IVA TO WSV-VALCUIT-COND-IVA
           PERFORM 900200-VALIDAR-DATOS-FISCALES
           IF NOT WSV-VALCUIT-VALIDO
               DISPLAY WSV-VALCUIT-MOTIVO
               DISPLAY 'CORREGIR LOS DATOS FISCALES EN PROG01-02-SA'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CLIENTE: ' FUNCTION TRIM (WSF-CTE-NYA)
                   '  COND. IVA: ' WSF-CTE-COND-IVA
           MOVE 'S' TO WSS-CLIENTE-OK.

       212000-ALTA-RAPIDA.

      *    Alta con lo minimo que pide la factura: nombre, domicilio,
      *    condicion de IVA (en blanco, consumidor final), CUIT
      *    (el consumidor final puede no tenerlo) y mail. El resto
      *    toma los valores de un cliente sin abono: moneda base,
      *    sucursal del mostrador, factura, estado normal y contado.
           INITIALIZE FD-CLIENTES
           MOVE WSV-CTE-BUSCADO TO WSF-CTE-CTE
           DISPLAY 'NOMBRE Y APELLIDO: '
           ACCEPT WSF-CTE-NYA.
           DISPLAY 'DOMICILIO: '
           ACCEPT WSF-CTE-DOMICILIO.
           DISPLAY 'CONDICION IVA (RI/MO/EX/CF/EE, EN BLANCO CF): '
           ACCEPT WSF-CTE-COND-IVA.
           IF WSF-CTE-COND-IVA = SPACES
               MOVE 'CF' TO WSF-CTE-COND-IVA
           END-IF.
           DISPLAY 'CUIT (99-99999999-9, EN BLANCO SI ES CF): '
           ACCEPT WSF-CTE-CUIT.
           DISPLAY 'EMAIL: '
           ACCEPT WSF-CTE-EMAIL.
           MOVE 0               TO WSF-CTE-IMPORT-C
           MOVE 'S'             TO WSF-CTE-ACTIVO
           MOVE WSC-MONEDA-BASE TO WSF-CTE-MONEDA
           MOVE 0               TO WSF-CTE-ABONO-MIN
           MOVE WSV-SUCURSAL    TO WSF-CTE-SUCURSAL
           MOVE 'F'             TO WSF-CTE-FORMA-PAGO
           MOVE 'N'             TO WSF-CTE-ESTADO-CRED
           MOVE 0               TO WSF-CTE-PLAZO-DIAS
           MOVE 0               TO WSF-CTE-DTO-PCT
           MOVE 0               TO WSF-CTE-DTO-DIAS

      *    Mismas validaciones fiscales que el alta de PROG01-02-SA.
           MOVE WSF-CTE-CUIT     TO WSV-VALCUIT-CUIT
           MOVE WSF-CTE-COND-IVA TO WSV-VALCUIT-COND-IVA
           PERFORM 900200-VALIDAR-DATOS-FISCALES
           MOVE WSV-VALCUIT-FORMATEADO TO WSF-CTE-CUIT
           IF WSF-CTE-NYA = SPACES
               DISPLAY 'NOMBRE EN BLANCO, ALTA CANCELADA'
               MOVE '23' TO WSS-FS-CTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSV-VALCUIT-VALIDO
               DISPLAY WSV-VALCUIT-MOTIVO ', ALTA CANCELADA'
               MOVE '23' TO WSS-FS-CTE
               EXIT PARAGRAPH
           END-IF.

           WRITE FD-CLIENTES.

           EVALUATE TRUE
               WHEN WSS-FS-CTE-OK
                    DISPLAY 'CLIENTE DADO DE ALTA'
                    ADD 1 TO WSCC-CONT-ALTAS
                    PERFORM 213000-GRABAR-JOURNAL
               WHEN WSS-FS-CTE-DUPLICADA
                    DISPLAY 'YA EXISTE UN CLIENTE CON ESE CODIGO'
               WHEN OTHER
                    DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
                    DISPLAY 'FILE STATUS' WSS-FS-CTE
           END-EVALUATE.

       213000-GRABAR-JOURNAL.

      *    Linea A del alta en el journal de PROG01-02-SA (mismo
      *    idioma de apertura por cambio que su 910000).
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WSV-HORA-COMPLETA FROM TIME

           OPEN EXTEND JOURNAL.
           IF WSS-FS-JRN-NOEXISTE
               OPEN OUTPUT JOURNAL
           END-IF.
           IF NOT WSS-FS-JRN-OK
             DISPLAY 'ERROR DE ARCHIVO DE JOURNAL'
             DISPLAY 'FILE STATUS' WSS-FS-JRN
           ELSE
             MOVE WSV-FECHA-SISTEMA        TO WSF-JRN-FECHA
             MOVE WSV-HORA-COMPLETA (1:6)  TO WSF-JRN-HORA
             MOVE WSO-OPER-ID              TO WSF-JRN-OPERADOR
             MOVE 'A'                      TO WSF-JRN-ACCION
             MOVE SPACES                   TO WSF-JRN-ANTES
             MOVE FD-CLIENTES              TO WSF-JRN-DESPUES
             WRITE FD-JOURNAL
             CLOSE JOURNAL
           END-IF.

       215000-DETERMINAR-LETRA.

      *    Letra segun la condicion de IVA del cliente, mismo
      *    criterio que PROG01-10-SA (RI A, EE E, el resto B); el
      *    punto de venta es la sucursal del mostrador.
           EVALUATE WSF-CTE-COND-IVA
               WHEN 'RI'
                    MOVE 'A' TO WSV-LETRA
               WHEN 'EE'
                    MOVE 'E' TO WSV-LETRA
               WHEN OTHER
                    MOVE 'B' TO WSV-LETRA
           END-EVALUATE
           MOVE WSV-SUCURSAL TO WSV-PTO-VTA.

       220000-PEDIR-RENGLON.

           IF WST-CANT-REN >= WSC-MAX-RENGLONES
               DISPLAY 'FACTURA COMPLETA: ' WSC-MAX-RENGLONES
                       ' RENGLONES'
               MOVE 'S' TO WSS-FIN-RENGLONES
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'SERVICIO (EN BLANCO = FIN DE LA VENTA): '
           MOVE SPACES TO WSV-CODSER
           ACCEPT WSV-CODSER.
           IF WSV-CODSER = SPACES
               MOVE 'S' TO WSS-FIN-RENGLONES
               EXIT PARAGRAPH
           END-IF.

           MOVE WSV-CODSER TO WSF-SRVM-COD
           READ SERVICIOS KEY IS WSF-SRVM-COD
               INVALID KEY CONTINUE
           END-READ.
           IF NOT WSS-FS-SRVM-OK
               DISPLAY 'SERVICIO INEXISTENTE'
               EXIT PARAGRAPH
           END-IF.
           IF WSF-SRVM-ACTIVO NOT = 'S'
               DISPLAY 'SERVICIO DADO DE BAJA'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 222000-BUSCAR-TARIFA
           IF WSV-POS-TARIFA = 0
               DISPLAY 'SIN TARIFA VIGENTE PARA EL SERVICIO'
               EXIT PARAGRAPH
           END-IF.
           SET WSI-TAR TO WSV-POS-TARIFA

      *    Una factura va en una sola moneda: la del primer renglon.
           IF WSV-MONEDA-VENTA NOT = SPACES
             AND WST-TAR-MONEDA (WSI-TAR) NOT = WSV-MONEDA-VENTA
               DISPLAY 'EL SERVICIO SE TARIFA EN '
                       WST-TAR-MONEDA (WSI-TAR)
                       ' Y LA VENTA ES EN ' WSV-MONEDA-VENTA
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CANTIDAD: '
           MOVE 0 TO WSV-CANTIDAD
           ACCEPT WSV-CANTIDAD.
           IF WSV-CANTIDAD = 0
               DISPLAY 'CANTIDAD INVALIDA'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CATEGORIA IVA (G GENERAL / R REDUCIDO / E EXENTO'
                   ', EN BLANCO G): '
           MOVE SPACE TO WSV-CATEGORIA
           ACCEPT WSV-CATEGORIA.
           IF WSV-CATEGORIA = SPACE
               MOVE WSC-CAT-GENERAL TO WSV-CATEGORIA
           END-IF.
           PERFORM 223000-BUSCAR-TASA-IVA

           COMPUTE WSV-IMPORTE-REN =
                   WSV-CANTIDAD * WST-TAR-PRECIO (WSI-TAR)
             ON SIZE ERROR
                DISPLAY 'IMPORTE DEL RENGLON FUERA DE RANGO'
                EXIT PARAGRAPH
           END-COMPUTE.

      *    La exportacion (letra E) no lleva IVA.
           IF WSV-LETRA = 'E'
               MOVE 0 TO WSV-TASA-IVA
           END-IF.
           COMPUTE WSV-IVA-REN ROUNDED =
                   (WSV-IMPORTE-REN * WSV-TASA-IVA) / 100

           ADD 1 TO WST-CANT-REN
           SET WSI-REN TO WST-CANT-REN
           MOVE WSV-CODSER               TO WST-REN-CODSER (WSI-REN)
           MOVE WSF-SRVM-DESC            TO WST-REN-DESC (WSI-REN)
           MOVE WSV-CANTIDAD             TO WST-REN-CANTIDAD (WSI-REN)
           MOVE WST-TAR-PRECIO (WSI-TAR) TO WST-REN-PRECIO (WSI-REN)
           MOVE WSV-IMPORTE-REN          TO WST-REN-IMPORTE (WSI-REN)
           MOVE WSV-CATEGORIA            TO WST-REN-CATEGORIA (WSI-REN)
           MOVE WSV-IVA-REN              TO WST-REN-IVA (WSI-REN)
           MOVE WST-TAR-MONEDA (WSI-TAR) TO WSV-MONEDA-VENTA

           MOVE WSV-IMPORTE-REN TO WSL-IMP-EDITADO
           MOVE WSV-IVA-REN     TO WSL-IMP-EDITADO-2
           DISPLAY 'RENGLON ' WST-CANT-REN ': '
                   FUNCTION TRIM (WSF-SRVM-DESC) ' '
                   WSV-MONEDA-VENTA ' ' WSL-IMP-EDITADO
                   ' IVA ' WSL-IMP-EDITADO-2.

       222000-BUSCAR-TARIFA.

      *    La tarifa que rige es la de periodo-desde mas alto menor o
      *    igual al periodo de la venta (mismo criterio que
      *    PROG01-08-SA).
           MOVE 0 TO WSV-MEJOR-DESDE
           MOVE 0 TO WSV-POS-TARIFA
           PERFORM VARYING WSI-TAR FROM 1 BY 1
                   UNTIL WSI-TAR > WST-CANT-TAR
               IF WST-TAR-CODSER (WSI-TAR) = WSV-CODSER
                 AND WST-TAR-DESDE (WSI-TAR) <= WSV-PERIODO-VENTA
                 AND WST-TAR-DESDE (WSI-TAR) >= WSV-MEJOR-DESDE
                   MOVE WST-TAR-DESDE (WSI-TAR) TO WSV-MEJOR-DESDE
                   SET WSV-POS-TARIFA TO WSI-TAR
               END-IF
           END-PERFORM.

       223000-BUSCAR-TASA-IVA.

      *    Si la categoria tipeada no esta en la tabla se avisa y se
      *    aplica la tasa general (mismo criterio que EJ19-00-SA).
           SET WSI-CAT TO 1.
           SEARCH WST-CAT-IVA
             AT END
               DISPLAY 'CATEGORIA DE IVA DESCONOCIDA: '
                       WSV-CATEGORIA
               DISPLAY 'SE APLICA LA TASA GENERAL'
               SET WSI-CAT TO 1
               MOVE WSC-CAT-GENERAL TO WSV-CATEGORIA
             WHEN WST-CAT-COD (WSI-CAT) = WSV-CATEGORIA
               CONTINUE
           END-SEARCH.

           MOVE WST-CAT-TASA (WSI-CAT) TO WSV-TASA-IVA.

       225000-TOTALIZAR-VENTA.

      *    Neto e IVA de la factura, y base e IVA por categoria para
      *    las lineas de IVA del documento.
           MOVE 0 TO WSV-NETO
           MOVE 0 TO WSV-IVA
           PERFORM VARYING WSI-CAT FROM 1 BY 1
                   UNTIL WSI-CAT > 3
               MOVE 0 TO WST-CAT-BASE (WSI-CAT)
               MOVE 0 TO WST-CAT-IMP-IVA (WSI-CAT)
           END-PERFORM

           PERFORM VARYING WSI-REN FROM 1 BY 1
                   UNTIL WSI-REN > WST-CANT-REN
               ADD WST-REN-IMPORTE (WSI-REN) TO WSV-NETO
               ADD WST-REN-IVA (WSI-REN)     TO WSV-IVA
               MOVE WST-REN-CATEGORIA (WSI-REN) TO WSV-CATEGORIA
               PERFORM 223000-BUSCAR-TASA-IVA
               ADD WST-REN-IMPORTE (WSI-REN)
                   TO WST-CAT-BASE (WSI-CAT)
               ADD WST-REN-IVA (WSI-REN)
                   TO WST-CAT-IMP-IVA (WSI-CAT)
           END-PERFORM

           COMPUTE WSV-TOTAL = WSV-NETO + WSV-IVA

           MOVE WSV-NETO TO WSL-IMP-EDITADO
           DISPLAY 'NETO  (' WSV-MONEDA-VENTA '): ' WSL-IMP-EDITADO
           MOVE WSV-IVA TO WSL-IMP-EDITADO
           DISPLAY 'IVA   (' WSV-MONEDA-VENTA '): ' WSL-IMP-EDITADO
           MOVE WSV-TOTAL TO WSL-IMP-EDITADO
           DISPLAY 'TOTAL (' WSV-MONEDA-VENTA '): ' WSL-IMP-EDITADO.

       227000-PEDIR-COBRO.

      *    La venta de mostrador se cobra en el acto: en efectivo o
      *    con tarjeta (con el numero de cupon del posnet).
           MOVE SPACE  TO WSV-FORMA-COBRO
           MOVE SPACES TO WSV-CUPON
           PERFORM UNTIL WSV-COBRO-EFECTIVO OR WSV-COBRO-TARJETA
               DISPLAY 'FORMA DE COBRO (E EFECTIVO / T TARJETA): '
               ACCEPT WSV-FORMA-COBRO
           END-PERFORM

           IF WSV-COBRO-TARJETA
               PERFORM UNTIL WSV-CUPON NOT = SPACES
                   DISPLAY 'NUMERO DE CUPON: '
                   ACCEPT WSV-CUPON
               END-PERFORM
           END-IF.

       230000-EMITIR-VENTA.

      *    Numeracion conciliada al momento de la venta y proximo
      *    numero de la serie del mostrador.
           PERFORM 231000-CONCILIAR-NUMERACION
           PERFORM 232000-UBICAR-SERIE
           IF NOT WSS-SERIE-SI-ENCONTRADA
               DISPLAY 'SIN SERIE PARA FACTURAR, VENTA CANCELADA'
               ADD 1 TO WSCC-CONT-CANCELADAS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WST-SER-ULTIMO (WSI-SER)

           PERFORM 234000-LEER-NUMERACION-RECIBOS
           ADD 1 TO WSV-NRO-RECIBO

      *    Primero el registro de emitidas (la verdad de la
      *    numeracion), despues el detalle y el documento, luego la
      *    numeracion y por ultimo el cobro: mismo orden que
      *    PROG01-10-SA, una venta cortada en el medio se concilia
      *    en la siguiente sin quemar ni repetir numeros.
           PERFORM 235000-GRABAR-EMITIDA

           OPEN EXTEND FACDETALLE.
           IF WSS-FS-FDE-NOEXISTE
               OPEN OUTPUT FACDETALLE
           END-IF.
           IF NOT WSS-FS-FDE-OK
             DISPLAY 'ERROR DE ARCHIVO DE DETALLE DE FACTURAS'
             DISPLAY 'FILE STATUS' WSS-FS-FDE
             STOP RUN
           END-IF.
           PERFORM 236000-GRABAR-RENGLON
               VARYING WSI-REN FROM 1 BY 1
               UNTIL WSI-REN > WST-CANT-REN.
           CLOSE FACDETALLE.

           PERFORM 237000-CONTAR-FACTURAS-IMPRESAS.
           OPEN EXTEND FACTURAS.
           IF WSS-FS-FAC-NOEXISTE
               OPEN OUTPUT FACTURAS
           END-IF.
           IF NOT WSS-FS-FAC-OK
             DISPLAY 'ERROR DE ARCHIVO DE FACTURAS'
             DISPLAY 'FILE STATUS' WSS-FS-FAC
             STOP RUN
           END-IF.
           PERFORM 240000-IMPRIMIR-FACTURA.
           CLOSE FACTURAS.

           PERFORM 993000-ABRIR-DOCUMENTOS-MAIL.
           MOVE 'F'                 TO WSV-DML-TIPO
           MOVE WSF-EMI-CTE         TO WSV-DML-CTE
           MOVE WSF-EMI-MONEDA      TO WSV-DML-MONEDA
           MOVE WSF-EMI-PERIODO     TO WSV-DML-PERIODO
           MOVE WSL-COMPROBANTE     TO WSV-DML-REFERENCIA
           MOVE 'Facturas.TXT'      TO WSV-DML-ARCHIVO
           PERFORM 993500-REGISTRAR-DOCUMENTO-MAIL.
           PERFORM 994000-CERRAR-DOCUMENTOS-MAIL.

           PERFORM 245000-GRABAR-NUMERACION.

           PERFORM 246000-GRABAR-RECIBO.
           PERFORM 247000-GRABAR-NUMERACION-RECIBOS.

           PERFORM 248000-GRABAR-VENTA.

           ADD 1 TO WSCC-CONT-VENTAS
           DISPLAY 'FACTURA ' WSL-COMPROBANTE ' EMITIDA, RECIBO '
                   WSV-NRO-RECIBO.

       231000-CONCILIAR-NUMERACION.

      *    Series de la numeracion, llevadas al ultimo numero
      *    efectivamente emitido en cada una segun el registro de
      *    emitidas (mismo criterio que 120000 en PROG01-10-SA).
           MOVE 0 TO WST-CANT-SER

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
                              PERFORM 233000-CARGAR-SERIE
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

           OPEN INPUT EMITIDAS.
           IF WSS-FS-EMI-NOEXISTE
               CONTINUE
           ELSE
             IF NOT WSS-FS-EMI-OK
               DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
               DISPLAY 'FILE STATUS' WSS-FS-EMI
               STOP RUN
             ELSE
               PERFORM UNTIL WSS-FS-EMI-EOF
                   READ EMITIDAS
                      EVALUATE TRUE
                         WHEN WSS-FS-EMI-OK
                              PERFORM 231500-CONCILIAR-EMITIDA
                         WHEN WSS-FS-EMI-EOF
                              CONTINUE
                         WHEN OTHER
                              DISPLAY 'FILE STATUS' WSS-FS-EMI
                              MOVE '10' TO WSS-FS-EMI
                      END-EVALUATE
               END-PERFORM
               CLOSE EMITIDAS
             END-IF
           END-IF.

      *    La conciliacion usa WSV-LETRA y WSV-PTO-VTA: se vuelve a
      *    la serie de la venta en curso.
           PERFORM 215000-DETERMINAR-LETRA.

       231500-CONCILIAR-EMITIDA.

      *    Las facturas anteriores a las series (letra en blanco) no
      *    pertenecen a ninguna y no se concilian.
           IF WSF-EMI-LETRA = SPACE
             OR WSF-EMI-PTO-VTA NOT NUMERIC
             OR WSF-EMI-NUMERO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE WSF-EMI-LETRA   TO WSV-LETRA
           MOVE WSF-EMI-PTO-VTA TO WSV-PTO-VTA
           PERFORM 232000-UBICAR-SERIE
           IF WSS-SERIE-SI-ENCONTRADA
             AND WSF-EMI-NUMERO > WST-SER-ULTIMO (WSI-SER)
               DISPLAY 'NUMERACION ATRASADA EN SERIE '
                       WSV-LETRA ' ' WSV-PTO-VTA
                       ': SE CONCILIA A ' WSF-EMI-NUMERO
               MOVE WSF-EMI-NUMERO TO WST-SER-ULTIMO (WSI-SER)
           END-IF.

       232000-UBICAR-SERIE.

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

       233000-CARGAR-SERIE.

      *    Un registro sin serie (el contador unico de antes de las
      *    series) no se toma, igual que en PROG01-10-SA.
           IF WSF-NUM-LETRA = SPACE
             OR WSF-NUM-PTO-VTA NOT NUMERIC
             OR WSF-NUM-ULTIMO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE WSF-NUM-LETRA   TO WSV-LETRA
           MOVE WSF-NUM-PTO-VTA TO WSV-PTO-VTA
           PERFORM 232000-UBICAR-SERIE
           IF WSS-SERIE-SI-ENCONTRADA
               MOVE WSF-NUM-ULTIMO TO WST-SER-ULTIMO (WSI-SER)
           END-IF.

       234000-LEER-NUMERACION-RECIBOS.

           OPEN INPUT NUMERACION-RECIBOS.
           IF WSS-FS-NRE-NOEXISTE
               MOVE 0 TO WSV-NRO-RECIBO
           ELSE
             IF NOT WSS-FS-NRE-OK
               DISPLAY 'ERROR DE ARCHIVO DE NUMERACION DE RECIBOS'
               DISPLAY 'FILE STATUS' WSS-FS-NRE
               STOP RUN
             ELSE
               READ NUMERACION-RECIBOS
                  EVALUATE TRUE
                     WHEN WSS-FS-NRE-OK
                          MOVE WSF-NRE-ULTIMO TO WSV-NRO-RECIBO
                     WHEN WSS-FS-NRE-EOF
                          MOVE 0 TO WSV-NRO-RECIBO
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-NRE
                          STOP RUN
                  END-EVALUATE
               CLOSE NUMERACION-RECIBOS
             END-IF
           END-IF.

       235000-GRABAR-EMITIDA.

      *    Factura de contado cobrada en el acto: sin cuotas ni
      *    percepciones, vence el dia de la emision y no tiene
      *    descuento por pronto pago. La autorizacion electronica la
      *    carga PROG01-35-SA como a cualquier factura.
           OPEN EXTEND EMITIDAS.
           IF WSS-FS-EMI-NOEXISTE
               OPEN OUTPUT EMITIDAS
           END-IF.
           IF NOT WSS-FS-EMI-OK
             DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-EMI
             STOP RUN
           END-IF.

           MOVE WST-SER-ULTIMO (WSI-SER)    TO WSF-EMI-NUMERO
           MOVE WSV-LETRA                   TO WSF-EMI-LETRA
           MOVE WSV-PTO-VTA                 TO WSF-EMI-PTO-VTA
           MOVE WSF-CTE-CTE                 TO WSF-EMI-CTE
           MOVE WSF-CTE-NYA                 TO WSF-EMI-NYA
           MOVE WSV-PERIODO-VENTA           TO WSF-EMI-PERIODO
           MOVE WSV-MONEDA-VENTA            TO WSF-EMI-MONEDA
           MOVE WSV-NETO                    TO WSF-EMI-NETO
           MOVE 0                           TO WSF-EMI-CUOTAS
           MOVE WSV-IVA                     TO WSF-EMI-IVA
           MOVE WSV-TOTAL                   TO WSF-EMI-TOTAL
           MOVE 0                           TO WSF-EMI-PERCEPCIONES
           MOVE SPACES                      TO WSF-EMI-CAE
           MOVE 0                           TO WSF-EMI-CAE-FECHA
           MOVE WSP-FECHA-HOY               TO WSF-EMI-FECHA-EMISION
           MOVE WSP-FECHA-HOY               TO WSF-EMI-VENCIMIENTO
           MOVE 0                           TO WSF-EMI-DTO-PCT
           MOVE 0                           TO WSF-EMI-DTO-VENCE
           MOVE 'M'                         TO WSF-EMI-ORIGEN
           WRITE FD-EMITIDAS.
           IF NOT WSS-FS-EMI-OK
             DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-EMI
             STOP RUN
           END-IF.

           CLOSE EMITIDAS.

       236000-GRABAR-RENGLON.

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

       237000-CONTAR-FACTURAS-IMPRESAS.

      *    Facturas.TXT es acumulativo (EXTEND): el orden de la
      *    factura sigue al de los documentos que el archivo ya
      *    tiene, uno por renglon de cierre '='.
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

       240000-IMPRIMIR-FACTURA.

      *    Mismo documento que la factura de PROG01-10-SA, con el IVA
      *    discriminado por tasa y el cobro al pie.
           MOVE SPACES               TO FD-FACTURAS
           WRITE FD-FACTURAS.
           MOVE WSC-RAZON-SOCIAL     TO FD-FACTURAS
           WRITE FD-FACTURAS.
           MOVE WSC-DOMICILIO        TO FD-FACTURAS
           WRITE FD-FACTURAS.
           MOVE ALL '-'              TO FD-FACTURAS
           WRITE FD-FACTURAS.

           MOVE WSF-EMI-LETRA   TO WSL-CMP-LETRA.
           MOVE WSF-EMI-PTO-VTA TO WSL-CMP-PTO-VTA.
           MOVE WSF-EMI-NUMERO  TO WSL-CMP-NUMERO.
           INITIALIZE WSL-LINEA.
           STRING 'FACTURA '                      DELIMITED SIZE
                  WSL-COMPROBANTE                  DELIMITED SIZE
                  '   VENTA DE MOSTRADOR - '       DELIMITED SIZE
                  WST-SUC-NOMBRE (WSI-SUCTBL)      DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

           INITIALIZE WSL-LINEA.
           STRING 'FECHA DE EMISION: '            DELIMITED SIZE
                  WSF-EMI-FECHA-EMISION            DELIMITED SIZE
                  '   CONTADO'                     DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

           MOVE WSF-EMI-CTE TO WSL-CTE-EDITADO.
           INITIALIZE WSL-LINEA.
           STRING 'CLIENTE: '                     DELIMITED SIZE
                  WSL-CTE-EDITADO                  DELIMITED SIZE
                  '  '                             DELIMITED SIZE
                  FUNCTION TRIM (WSF-EMI-NYA)      DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

           PERFORM 242000-IMPRIMIR-DATOS-FISCALES.

           PERFORM 241000-IMPRIMIR-RENGLONES.

           MOVE WSF-EMI-NETO TO WSL-IMP-EDITADO.
           INITIALIZE WSL-LINEA.
           STRING 'NETO ('                        DELIMITED SIZE
                  WSF-EMI-MONEDA                   DELIMITED SIZE
                  '): '                            DELIMITED SIZE
                  FUNCTION TRIM (WSL-IMP-EDITADO)  DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

           PERFORM 243000-IMPRIMIR-IVA
               VARYING WSI-CAT FROM 1 BY 1
               UNTIL WSI-CAT > 3.

           MOVE WSF-EMI-TOTAL TO WSL-IMP-EDITADO.
           INITIALIZE WSL-LINEA.
           STRING 'TOTAL: '                       DELIMITED SIZE
                  FUNCTION TRIM (WSL-IMP-EDITADO)  DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

           INITIALIZE WSL-LINEA.
           IF WSV-COBRO-TARJETA
               STRING 'COBRADO CON TARJETA, CUPON '  DELIMITED SIZE
                      WSV-CUPON                       DELIMITED SIZE
                      ' - RECIBO '                    DELIMITED SIZE
                      WSV-NRO-RECIBO                  DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
           ELSE
               STRING 'COBRADO EN EFECTIVO - RECIBO ' DELIMITED SIZE
                      WSV-NRO-RECIBO                  DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
           END-IF.
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

           MOVE ALL '=' TO FD-FACTURAS
           WRITE FD-FACTURAS.

       241000-IMPRIMIR-RENGLONES.

      *    Renglones en columnas fijas, como en PROG01-10-SA, con la
      *    categoria de IVA de cada uno al final.
           MOVE SPACES TO FD-FACTURAS
           WRITE FD-FACTURAS.
           INITIALIZE WSL-LINEA.
           STRING 'COD DESCRIPCION                   '
                                                   DELIMITED SIZE
                  '   CANTIDAD     PRECIO      IMPORTE IVA'
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
                      '  '                         DELIMITED SIZE
                      WST-REN-CATEGORIA (WSI-REN) DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-FACTURAS
               WRITE FD-FACTURAS
           END-PERFORM

           MOVE SPACES TO FD-FACTURAS
           WRITE FD-FACTURAS.

       242000-IMPRIMIR-DATOS-FISCALES.

      *    Bloque fiscal y de contacto del cliente de la venta (el
      *    registro del maestro ya leido o recien dado de alta).
           INITIALIZE WSL-LINEA.
           STRING 'DOMICILIO: '                    DELIMITED SIZE
                  FUNCTION TRIM (WSF-CTE-DOMICILIO) DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

           INITIALIZE WSL-LINEA.
           STRING 'CUIT: '                         DELIMITED SIZE
                  WSF-CTE-CUIT                      DELIMITED SIZE
                  '  COND. IVA: '                   DELIMITED SIZE
                  WSF-CTE-COND-IVA                  DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

           INITIALIZE WSL-LINEA.
           STRING 'EMAIL: '                        DELIMITED SIZE
                  FUNCTION TRIM (WSF-CTE-EMAIL)     DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

       243000-IMPRIMIR-IVA.

      *    Una linea por categoria con renglones: la base y el IVA a
      *    su tasa, o la base exenta.
           IF WST-CAT-BASE (WSI-CAT) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WST-CAT-BASE (WSI-CAT)    TO WSL-IMP-EDITADO
           MOVE WST-CAT-IMP-IVA (WSI-CAT) TO WSL-IMP-EDITADO-2
           MOVE WST-CAT-TASA (WSI-CAT)    TO WSL-TASA-EDITADA
           INITIALIZE WSL-LINEA
           IF WST-CAT-TASA (WSI-CAT) = 0 OR WSF-EMI-LETRA = 'E'
               STRING 'EXENTO / NO GRAVADO: '     DELIMITED SIZE
                      FUNCTION TRIM (WSL-IMP-EDITADO)
                                                   DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
           ELSE
               STRING 'IVA '                      DELIMITED SIZE
                      WSL-TASA-EDITADA             DELIMITED SIZE
                      ' POR CIENTO SOBRE '         DELIMITED SIZE
                      FUNCTION TRIM (WSL-IMP-EDITADO)
                                                   DELIMITED SIZE
                      ': '                         DELIMITED SIZE
                      FUNCTION TRIM (WSL-IMP-EDITADO-2)
                                                   DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
           END-IF
           MOVE WSL-LINEA TO FD-FACTURAS
           WRITE FD-FACTURAS.

       245000-GRABAR-NUMERACION.

      *    Se reescriben todas las series (un registro por letra y
      *    punto de venta), como en PROG01-10-SA.
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

       246000-GRABAR-RECIBO.

      *    Recibo tipo M por el total, con la factura indicada: la
      *    cobranza (PROG01-06-SA) no lo aplica porque la factura
      *    nace cancelada en la cuenta corriente (PROG01-07-SA).
           OPEN EXTEND RECIBOS.
           IF WSS-FS-REC-NOEXISTE
               OPEN OUTPUT RECIBOS
           END-IF.
           IF NOT WSS-FS-REC-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECIBOS'
             DISPLAY 'FILE STATUS' WSS-FS-REC
             STOP RUN
           END-IF.

           MOVE WSF-EMI-CTE             TO WSF-REC-CTE
           MOVE WSP-FECHA-HOY           TO WSF-REC-FECHA
           MOVE WSF-EMI-TOTAL           TO WSF-REC-IMPORTE
           MOVE WSF-EMI-MONEDA          TO WSF-REC-MONEDA
           MOVE WSV-NRO-RECIBO          TO WSF-REC-NRO
           MOVE 0                       TO WSF-REC-RETENCION
           MOVE SPACES                  TO WSF-REC-NRO-CERT
           MOVE SPACES                  TO WSF-REC-DOCUMENTOS
           MOVE WSF-EMI-LETRA           TO WSF-REC-DOC-LETRA (1)
           MOVE WSF-EMI-PTO-VTA         TO WSF-REC-DOC-PTO-VTA (1)
           MOVE WSF-EMI-NUMERO          TO WSF-REC-DOC-NUMERO (1)
           MOVE SPACES                  TO WSF-REC-REGIMEN
           MOVE 'M'                     TO WSF-REC-TIPO
           WRITE FD-RECIBOS.
           IF NOT WSS-FS-REC-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECIBOS'
             DISPLAY 'FILE STATUS' WSS-FS-REC
             STOP RUN
           END-IF.

           CLOSE RECIBOS.

       247000-GRABAR-NUMERACION-RECIBOS.

           OPEN OUTPUT NUMERACION-RECIBOS.
           IF NOT WSS-FS-NRE-OK
             DISPLAY 'ERROR DE ARCHIVO DE NUMERACION DE RECIBOS'
             DISPLAY 'FILE STATUS' WSS-FS-NRE
           ELSE
             MOVE WSV-NRO-RECIBO TO WSF-NRE-ULTIMO
             WRITE FD-NUMERACION-RECIBOS
             CLOSE NUMERACION-RECIBOS
           END-IF.

       248000-GRABAR-VENTA.

      *    Un registro por renglon vendido, para el asiento.
           OPEN EXTEND VENTAS-MOSTRADOR.
           IF WSS-FS-VMO-NOEXISTE
               OPEN OUTPUT VENTAS-MOSTRADOR
           END-IF.
           IF NOT WSS-FS-VMO-OK
             DISPLAY 'ERROR DE ARCHIVO DE VENTAS DE MOSTRADOR'
             DISPLAY 'FILE STATUS' WSS-FS-VMO
             STOP RUN
           END-IF.

           PERFORM VARYING WSI-REN FROM 1 BY 1
                   UNTIL WSI-REN > WST-CANT-REN
               MOVE WSF-EMI-LETRA            TO WSF-VMO-LETRA
               MOVE WSF-EMI-PTO-VTA          TO WSF-VMO-PTO-VTA
               MOVE WSF-EMI-NUMERO           TO WSF-VMO-NUMERO
               SET WSF-VMO-RENGLON           TO WSI-REN
               MOVE WSP-FECHA-HOY            TO WSF-VMO-FECHA
               MOVE WSF-EMI-PERIODO          TO WSF-VMO-PERIODO
               MOVE WSF-EMI-CTE              TO WSF-VMO-CTE
               MOVE WSF-EMI-MONEDA           TO WSF-VMO-MONEDA
               MOVE WST-REN-CODSER (WSI-REN) TO WSF-VMO-CODSER
               MOVE WST-REN-CATEGORIA (WSI-REN)
                                             TO WSF-VMO-CATEGORIA
               MOVE WST-REN-IMPORTE (WSI-REN) TO WSF-VMO-NETO
               MOVE WST-REN-IVA (WSI-REN)    TO WSF-VMO-IVA
               MOVE WSV-FORMA-COBRO          TO WSF-VMO-FORMA-COBRO
               MOVE WSV-CUPON                TO WSF-VMO-CUPON
               MOVE WSV-NRO-RECIBO           TO WSF-VMO-NRO-RECIBO
               MOVE WSO-OPER-ID              TO WSF-VMO-OPERADOR
               WRITE FD-VENTAS-MOSTRADOR
               IF NOT WSS-FS-VMO-OK
                 DISPLAY 'ERROR DE ARCHIVO DE VENTAS DE MOSTRADOR'
                 DISPLAY 'FILE STATUS' WSS-FS-VMO
                 STOP RUN
               END-IF
           END-PERFORM

           CLOSE VENTAS-MOSTRADOR.

       250000-ASENTAR-VENTAS.

      *    Asiento de las ventas de mostrador hasta el periodo de
      *    proceso que todavia no se asentaron, agregado a la
      *    interfaz contable de la corrida (correr despues de
      *    PROG01-01-SA, que la recrea). Mismas cuentas que el
      *    asiento de facturacion de PROG01-01-SA: debe a deudores
      *    por ventas, haber de ingresos por servicio y de IVA
      *    debito, todo en moneda base. El cobro (recibo tipo M)
      *    cancela deudores como cualquier recibo.
           MOVE 0   TO WST-CANT-ASE
           MOVE 0   TO WST-CANT-ING
           MOVE 0   TO WSV-GL-IVA
           MOVE 0   TO WSV-GL-DEBE
           MOVE 'N' TO WSS-DESBORDE
           MOVE 0   TO WSCC-CONT-ASENTADAS
           MOVE 0   TO WSCC-CONT-REN-ASENTADOS
           MOVE 0   TO WSCC-CONT-REN-YA-ASENTADOS
           MOVE 0   TO WSCC-CONT-REN-POSTERIORES

           PERFORM 251000-CARGAR-ASENTADAS
           COMPUTE WSV-PRIMERA-NUEVA = WST-CANT-ASE + 1

           OPEN INPUT VENTAS-MOSTRADOR.
           IF WSS-FS-VMO-NOEXISTE
               DISPLAY 'SIN VENTAS DE MOSTRADOR'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-VMO-OK
             DISPLAY 'ERROR DE ARCHIVO DE VENTAS DE MOSTRADOR'
             DISPLAY 'FILE STATUS' WSS-FS-VMO
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-VMO-EOF
               READ VENTAS-MOSTRADOR
                  EVALUATE TRUE
                     WHEN WSS-FS-VMO-OK
                          PERFORM 252000-ACUM-VENTA
                     WHEN WSS-FS-VMO-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-VMO
                          MOVE 'S' TO WSS-DESBORDE
                          MOVE '10' TO WSS-FS-VMO
                  END-EVALUATE
           END-PERFORM

           CLOSE VENTAS-MOSTRADOR.

      *    Un asiento parcial dejaria ventas sin asentar marcadas
      *    como asentadas o al reves: ante cualquier problema no se
      *    asienta nada.
           IF WSS-SI-DESBORDE
               DISPLAY 'VENTAS DE MOSTRADOR NO ASENTADAS: REVISAR '
                       'LOS AVISOS ANTERIORES'
               EXIT PARAGRAPH
           END-IF.

           IF WST-CANT-ASE < WSV-PRIMERA-NUEVA
               DISPLAY 'SIN VENTAS DE MOSTRADOR PENDIENTES DE ASENTAR'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 255000-GRABAR-ASIENTO
           IF WSS-SI-DESBORDE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 256000-GRABAR-ASENTADAS

           COMPUTE WSCC-CONT-ASENTADAS =
                   WST-CANT-ASE - WSV-PRIMERA-NUEVA + 1
           MOVE WSV-GL-DEBE TO WSL-IMP-EDITADO
           DISPLAY '********************************************'
           DISPLAY 'FACTURAS DE MOSTRADOR ASENTADAS ='
                                          WSCC-CONT-ASENTADAS
           DISPLAY 'RENGLONES ASENTADOS =' WSCC-CONT-REN-ASENTADOS
           DISPLAY 'RENGLONES YA ASENTADOS ANTES ='
                                          WSCC-CONT-REN-YA-ASENTADOS
           DISPLAY 'RENGLONES DE PERIODOS POSTERIORES ='
                                          WSCC-CONT-REN-POSTERIORES
           DISPLAY 'TOTAL ASENTADO (' WSC-MONEDA-BASE ') ='
                                          WSL-IMP-EDITADO
           DISPLAY '********************************************'.

       251000-CARGAR-ASENTADAS.

           OPEN INPUT ASENTADAS.
           IF WSS-FS-VMA-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-VMA-OK
             DISPLAY 'ERROR DE ARCHIVO DE VENTAS ASENTADAS'
             DISPLAY 'FILE STATUS' WSS-FS-VMA
             MOVE 'S' TO WSS-DESBORDE
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-VMA-EOF
               READ ASENTADAS
                  EVALUATE TRUE
                     WHEN WSS-FS-VMA-OK
                          IF WST-CANT-ASE < WSC-MAX-ASENTADAS
                            ADD 1 TO WST-CANT-ASE
                            SET WSI-ASE TO WST-CANT-ASE
                            MOVE WSF-VMA-LETRA
                              TO WST-ASE-LETRA (WSI-ASE)
                            MOVE WSF-VMA-PTO-VTA
                              TO WST-ASE-PTO-VTA (WSI-ASE)
                            MOVE WSF-VMA-NUMERO
                              TO WST-ASE-NUMERO (WSI-ASE)
                          ELSE
                            DISPLAY 'TABLA DE VENTAS ASENTADAS LLENA'
                            MOVE 'S' TO WSS-DESBORDE
                          END-IF
                     WHEN WSS-FS-VMA-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-VMA
                          MOVE 'S' TO WSS-DESBORDE
                          MOVE '10' TO WSS-FS-VMA
                  END-EVALUATE
           END-PERFORM

           CLOSE ASENTADAS.

       252000-ACUM-VENTA.

      *    Las ventas de un periodo posterior al de proceso esperan
      *    al asiento de su periodo.
           IF WSF-VMO-PERIODO > WSP-PERIODO-PROCESO
               ADD 1 TO WSCC-CONT-REN-POSTERIORES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WSS-ASE-ENCONTRADA
           PERFORM VARYING WSI-ASE FROM 1 BY 1
                   UNTIL WSI-ASE > WST-CANT-ASE
               IF WST-ASE-LETRA (WSI-ASE) = WSF-VMO-LETRA
                 AND WST-ASE-PTO-VTA (WSI-ASE) = WSF-VMO-PTO-VTA
                 AND WST-ASE-NUMERO (WSI-ASE) = WSF-VMO-NUMERO
                   MOVE 'S' TO WSS-ASE-ENCONTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM

      *    Factura ya asentada en una pasada anterior.
           IF WSS-ASE-SI-ENCONTRADA
             AND WSI-ASE < WSV-PRIMERA-NUEVA
               ADD 1 TO WSCC-CONT-REN-YA-ASENTADOS
               EXIT PARAGRAPH
           END-IF.

           IF NOT WSS-ASE-SI-ENCONTRADA
             IF WST-CANT-ASE < WSC-MAX-ASENTADAS
               ADD 1 TO WST-CANT-ASE
               SET WSI-ASE TO WST-CANT-ASE
               MOVE WSF-VMO-LETRA   TO WST-ASE-LETRA (WSI-ASE)
               MOVE WSF-VMO-PTO-VTA TO WST-ASE-PTO-VTA (WSI-ASE)
               MOVE WSF-VMO-NUMERO  TO WST-ASE-NUMERO (WSI-ASE)
             ELSE
               DISPLAY 'TABLA DE VENTAS ASENTADAS LLENA'
               MOVE 'S' TO WSS-DESBORDE
               EXIT PARAGRAPH
             END-IF
           END-IF.

      *    Ingreso del servicio en moneda base (mismo criterio de
      *    conversion que la prevision de PROG01-39-SA).
           IF WSF-VMO-MONEDA = WSC-MONEDA-BASE
               MOVE WSF-VMO-NETO TO WSV-IMP-BASE
           ELSE
               COMPUTE WSV-IMP-BASE ROUNDED =
                       WSF-VMO-NETO * WSP-TASA-USD
           END-IF

           PERFORM VARYING WSI-ING FROM 1 BY 1
                   UNTIL WSI-ING > WST-CANT-ING
               IF WST-ING-CODSER (WSI-ING) = WSF-VMO-CODSER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WSI-ING > WST-CANT-ING
             IF WST-CANT-ING < WSC-MAX-INGRESOS
               ADD 1 TO WST-CANT-ING
               SET WSI-ING TO WST-CANT-ING
               MOVE WSF-VMO-CODSER TO WST-ING-CODSER (WSI-ING)
               MOVE 0              TO WST-ING-IMPORTE (WSI-ING)
             ELSE
               DISPLAY 'TABLA DE INGRESOS POR SERVICIO LLENA'
               MOVE 'S' TO WSS-DESBORDE
               EXIT PARAGRAPH
             END-IF
           END-IF
           ADD WSV-IMP-BASE TO WST-ING-IMPORTE (WSI-ING)
           ADD WSV-IMP-BASE TO WSV-GL-DEBE

           IF WSF-VMO-MONEDA = WSC-MONEDA-BASE
               MOVE WSF-VMO-IVA TO WSV-IMP-BASE
           ELSE
               COMPUTE WSV-IMP-BASE ROUNDED =
                       WSF-VMO-IVA * WSP-TASA-USD
           END-IF
           ADD WSV-IMP-BASE TO WSV-GL-IVA
           ADD WSV-IMP-BASE TO WSV-GL-DEBE

           ADD 1 TO WSCC-CONT-REN-ASENTADOS.

       255000-GRABAR-ASIENTO.

      *    Balanceado por construccion: el debe es la suma de cada
      *    ingreso y cada IVA ya convertidos.
           PERFORM 960000-ABRIR-ASIENTOS.
           IF NOT WSG-SI-ABIERTO
               DISPLAY 'VENTAS DE MOSTRADOR NO ASENTADAS: REVISAR '
                       'AsientosGL.TXT'
               MOVE 'S' TO WSS-DESBORDE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'D'                    TO WSG-GL-TIPO
           MOVE WSC-CTA-DEUDORES       TO WSG-GL-CUENTA
           MOVE WSV-GL-DEBE            TO WSG-GL-IMPORTE
           MOVE 'VENTAS DE MOSTRADOR'  TO WSG-GL-LEYENDA
           MOVE WSP-PERIODO-PROCESO    TO WSG-GL-PERIODO
           PERFORM 962000-GRABAR-PARTIDA

           PERFORM VARYING WSI-ING FROM 1 BY 1
                   UNTIL WSI-ING > WST-CANT-ING
               MOVE 'H'                 TO WSG-GL-TIPO
               INITIALIZE WSG-GL-CUENTA
               STRING 'INGRESOS-'                DELIMITED SIZE
                      WST-ING-CODSER (WSI-ING)   DELIMITED SIZE
                 INTO WSG-GL-CUENTA
               END-STRING
               MOVE WST-ING-IMPORTE (WSI-ING) TO WSG-GL-IMPORTE
               MOVE 'VENTAS DE MOSTRADOR' TO WSG-GL-LEYENDA
               MOVE WSP-PERIODO-PROCESO TO WSG-GL-PERIODO
               PERFORM 962000-GRABAR-PARTIDA
           END-PERFORM

           IF WSV-GL-IVA NOT = 0
               MOVE 'H'                    TO WSG-GL-TIPO
               MOVE WSC-CTA-IVA-DEBITO     TO WSG-GL-CUENTA
               MOVE WSV-GL-IVA             TO WSG-GL-IMPORTE
               MOVE 'IVA SOBRE VENTAS DE MOSTRADOR'
                                           TO WSG-GL-LEYENDA
               MOVE WSP-PERIODO-PROCESO    TO WSG-GL-PERIODO
               PERFORM 962000-GRABAR-PARTIDA
           END-IF.

           PERFORM 965000-CERRAR-ASIENTOS.

       256000-GRABAR-ASENTADAS.

      *    Las facturas recien asentadas quedan en el registro.
           OPEN EXTEND ASENTADAS.
           IF WSS-FS-VMA-NOEXISTE
               OPEN OUTPUT ASENTADAS
           END-IF.
           IF NOT WSS-FS-VMA-OK
             DISPLAY 'ERROR DE ARCHIVO DE VENTAS ASENTADAS'
             DISPLAY 'FILE STATUS' WSS-FS-VMA
             DISPLAY 'EL ASIENTO YA SE GRABO: NO VOLVER A ASENTAR '
                     'SIN REVISAR AsientosGL.TXT'
             EXIT PARAGRAPH
           END-IF.

           ACCEPT WSP-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM VARYING WSI-ASE FROM WSV-PRIMERA-NUEVA BY 1
                   UNTIL WSI-ASE > WST-CANT-ASE
               MOVE WST-ASE-LETRA (WSI-ASE)   TO WSF-VMA-LETRA
               MOVE WST-ASE-PTO-VTA (WSI-ASE) TO WSF-VMA-PTO-VTA
               MOVE WST-ASE-NUMERO (WSI-ASE)  TO WSF-VMA-NUMERO
               MOVE WSP-FECHA-HOY             TO WSF-VMA-FECHA
               MOVE WSP-PERIODO-PROCESO       TO WSF-VMA-PERIODO
               WRITE FD-ASENTADAS
           END-PERFORM

           CLOSE ASENTADAS.

       300000-FINAL.

           CLOSE CLIENTES.
           CLOSE SERVICIOS.

           DISPLAY '********************************************'
           DISPLAY 'VENTAS DE MOSTRADOR EMITIDAS =' WSCC-CONT-VENTAS
           DISPLAY 'VENTAS CANCELADAS =' WSCC-CONT-CANCELADAS
           DISPLAY 'CLIENTES DADOS DE ALTA =' WSCC-CONT-ALTAS
           DISPLAY '********************************************'.
           STOP RUN.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'ClientesJournal.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-JOURNAL

           MOVE 'ServiciosMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SERVICIOS

           MOVE 'Tarifas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TARIFAS

           MOVE 'NumeracionFacturas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-NUMERACION

           MOVE 'NumeracionRecibos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-NUMERACION-REC

           MOVE 'FacturasEmitidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EMITIDAS

           MOVE 'FacturasDetalle.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-FACDETALLE

           MOVE 'Facturas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-FACTURAS

           MOVE 'DocumentosMail.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DOCUMENTOS-MAIL

           MOVE 'Recibos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECIBOS

           MOVE 'VentasMostrador.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-VENTAS-MOSTRADOR

           MOVE 'VentasMostradorAsentadas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASENTADAS

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

           COPY OPERADORP.

           COPY VALCUITP.

           COPY ASIENGLP.

           COPY DOCMAILP.

       END PROGRAM PROG01-59-SA.
