      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Liquidacion mensual de INGRESOS BRUTOS por
      *              jurisdiccion (antes se armaba a mano desde el
      *              Libro IVA de PROG01-26-SA). Toma las facturas del
      *              periodo de FacturasEmitidas.TXT y las notas de
      *              credito de NotasCreditoEmitidas.TXT, abre la base
      *              por servicio con los renglones de
      *              FacturasDetalle.TXT (la nota de credito se abre
      *              en la proporcion de la factura que corrige) y la
      *              asigna a cada jurisdiccion: en regimen local por
      *              la sucursal del cliente (WSF-CTE-SUCURSAL), en
      *              convenio multilateral distribuyendo la base total
      *              por el coeficiente unificado de cada
      *              jurisdiccion (parametro IIBB-REGIMEN). Aplica la
      *              alicuota vigente de cada jurisdiccion y servicio
      *              de la tabla que mantiene PROG01-61-SA, descuenta
      *              las retenciones sufridas de ingresos brutos
      *              (RetencionesRecibidas.TXT, regimen IIB, por la
      *              jurisdiccion del agente), las percepciones
      *              sufridas (PercepcionesSufridas.TXT) y el saldo a
      *              favor del periodo anterior, imprime el papel de
      *              trabajo de la declaracion y asienta el pasivo en
      *              AsientosGL.TXT via ASIENGL/ASIENGLP (una sola vez
      *              por periodo, controlado con LiquidacionesIIBB.TXT,
      *              que guarda ademas el saldo a favor que arrastra
      *              el periodo siguiente).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-62-SA.

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

      *    Tabla de ingresos brutos que mantiene PROG01-61-SA.
           SELECT JURISDICCIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-JURISDICCIONES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-JUR.

           SELECT ALICUOTAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ALICUOTAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALI.

      *    Registro de facturas emitidas de PROG01-10-SA (y de la
      *    venta de mostrador de PROG01-59-SA) y su detalle por
      *    servicio.
           SELECT EMITIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EMITIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EMI.

           SELECT FACDETALLE
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-FACDETALLE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FDE.

      *    Registro de notas de credito emitidas de PROG01-18-SA.
           SELECT NCEMITIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-NCEMITIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NCE.

      *    Mismo maestro indexado que mantiene PROG01-02-SA: la
      *    sucursal de cada cliente.
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Certificados de retencion que graba PROG01-06-SA.
           SELECT RETENCIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RETENCIONES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RET.

      *    Percepciones de ingresos brutos sufridas en compras y
      *    bancos, cargadas a mano como Regimenes.TXT de
      *    PROG01-10-SA (sin el archivo no se descuenta ninguna).
           SELECT PERCEPCIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PERCEPCIONES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PCS.

      *    Liquidaciones asentadas, una por periodo y jurisdiccion
      *    (EXTEND): un reproceso del periodo vuelve a emitir el
      *    papel de trabajo pero no duplica el asiento, y el
      *    resultado negativo es el saldo a favor del periodo
      *    siguiente.
           SELECT HISTORIAL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-HISTORIAL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIQ.

      *    Papel de trabajo de la declaracion.
           SELECT PAPEL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PAPEL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAP.

      *    Interfaz contable y su archivo de trabajo (ver
      *    ASIENGL.CPY).
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

       FD JURISDICCIONES.

      *    Mismo layout que FD-JURISDICCIONES en PROG01-61-SA.
       01 FD-JURISDICCIONES.
         05 WSF-JUR-COD          PIC 9(03).
         05 WSF-JUR-NOMBRE       PIC X(30).
         05 WSF-JUR-COEF         PIC 9V9(04).
         05 WSF-JUR-SUCURSAL     PIC 9(02) OCCURS 5 TIMES.

       FD ALICUOTAS.

      *    Mismo layout que FD-ALICUOTAS en PROG01-61-SA.
       01 FD-ALICUOTAS.
         05 WSF-ALI-JUR          PIC 9(03).
         05 WSF-ALI-CODSER       PIC X(03).
         05 WSF-ALI-DESDE        PIC 9(06).
         05 WSF-ALI-TASA         PIC 9(02)V9(02).

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

       FD NCEMITIDAS.

      *    Mismo layout que FD-NCEMITIDAS en PROG01-18-SA.
       01 FD-NCEMITIDAS.
         05 WSF-NCE-NUMERO        PIC 9(08).
         05 WSF-NCE-CTE           PIC 9(07).
         05 WSF-NCE-NYA           PIC X(60).
         05 WSF-NCE-PERIODO       PIC 9(06).
         05 WSF-NCE-MONEDA        PIC X(03).
         05 WSF-NCE-FACTURA       PIC 9(08).
         05 WSF-NCE-NETO          PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-NCE-CUOTAS        PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-NCE-IVA           PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-NCE-TOTAL         PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-NCE-LETRA         PIC X(01).
         05 WSF-NCE-PTO-VTA       PIC 9(04).
         05 WSF-NCE-FAC-LETRA     PIC X(01).
         05 WSF-NCE-FAC-PTO-VTA   PIC 9(04).
         05 WSF-NCE-MOTIVO        PIC X(01).
      *    Periodo en proceso de la corrida de PROG01-18-SA que
      *    emitio la nota; en blanco en las notas anteriores.
         05 WSF-NCE-PERIODO-EMI   PIC 9(06).

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
      *    Forma de pago: F factura / D debito automatico.
         05 WSF-CTE-FORMA-PAGO   PIC X(01).
      *    Estado crediticio: N normal / V vigilancia / B bloqueado.
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo y descuento por pronto pago.
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD RETENCIONES.

      *    Mismo layout que FD-RETENCIONES en PROG01-06-SA.
       01 FD-RETENCIONES.
         05 WSF-RET-CTE           PIC 9(07).
         05 WSF-RET-FECHA         PIC 9(08).
         05 WSF-RET-NRO-CERT      PIC X(12).
         05 WSF-RET-IMPORTE       PIC 9(07)V99.
         05 WSF-RET-MONEDA        PIC X(03).
         05 WSF-RET-REGIMEN       PIC X(03).
         05 WSF-RET-NRO-RECIBO    PIC 9(08).

       FD PERCEPCIONES.

      *    Una percepcion sufrida por comprobante: jurisdiccion que
      *    percibio, fecha, CUIT del agente, comprobante e importe
      *    en pesos.
       01 FD-PERCEPCIONES.
         05 WSF-PCS-JUR           PIC 9(03).
         05 WSF-PCS-FECHA         PIC 9(08).
         05 WSF-PCS-CUIT          PIC X(13).
         05 WSF-PCS-COMPROBANTE   PIC X(16).
         05 WSF-PCS-IMPORTE       PIC 9(09)V99.

       FD HISTORIAL.

       01 FD-HISTORIAL.
         05 WSF-LIQ-PERIODO       PIC 9(06).
         05 WSF-LIQ-JUR           PIC 9(03).
      *    Regimen con que se liquido: L local / C convenio.
         05 WSF-LIQ-REGIMEN       PIC X(01).
         05 WSF-LIQ-BASE          PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-LIQ-IMPUESTO      PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-LIQ-RETENCIONES   PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-LIQ-PERCEPCIONES  PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-LIQ-SALDO-ANT     PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
      *    Positivo saldo a pagar / negativo saldo a favor, que se
      *    descuenta en el periodo siguiente.
         05 WSF-LIQ-RESULTADO     PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-LIQ-FECHA         PIC 9(08).
         05 WSF-LIQ-OPERADOR      PIC X(10).

       FD PAPEL.

       01 FD-PAPEL                 PIC X(132).

       FD ASIENTOSGL.

      *    Mismo layout que en PROG01-01-SA (ver ASIENGL.CPY).
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
           05 WSS-FS-JUR                           PIC X(02).
             88 WSS-FS-JUR-OK                      VALUE '00'.
             88 WSS-FS-JUR-EOF                     VALUE '10'.
             88 WSS-FS-JUR-NOEXISTE                VALUE '35'.
           05 WSS-FS-ALI                           PIC X(02).
             88 WSS-FS-ALI-OK                      VALUE '00'.
             88 WSS-FS-ALI-EOF                     VALUE '10'.
             88 WSS-FS-ALI-NOEXISTE                VALUE '35'.
           05 WSS-FS-EMI                           PIC X(02).
             88 WSS-FS-EMI-OK                      VALUE '00'.
             88 WSS-FS-EMI-EOF                     VALUE '10'.
             88 WSS-FS-EMI-NOEXISTE                VALUE '35'.
           05 WSS-FS-FDE                           PIC X(02).
             88 WSS-FS-FDE-OK                      VALUE '00'.
             88 WSS-FS-FDE-EOF                     VALUE '10'.
             88 WSS-FS-FDE-NOEXISTE                VALUE '35'.
           05 WSS-FS-NCE                           PIC X(02).
             88 WSS-FS-NCE-OK                      VALUE '00'.
             88 WSS-FS-NCE-EOF                     VALUE '10'.
             88 WSS-FS-NCE-NOEXISTE                VALUE '35'.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-CTE-NOEXISTE                VALUE '35'.
           05 WSS-FS-RET                           PIC X(02).
             88 WSS-FS-RET-OK                      VALUE '00'.
             88 WSS-FS-RET-EOF                     VALUE '10'.
             88 WSS-FS-RET-NOEXISTE                VALUE '35'.
           05 WSS-FS-PCS                           PIC X(02).
             88 WSS-FS-PCS-OK                      VALUE '00'.
             88 WSS-FS-PCS-EOF                     VALUE '10'.
             88 WSS-FS-PCS-NOEXISTE                VALUE '35'.
           05 WSS-FS-LIQ                           PIC X(02).
             88 WSS-FS-LIQ-OK                      VALUE '00'.
             88 WSS-FS-LIQ-EOF                     VALUE '10'.
             88 WSS-FS-LIQ-NOEXISTE                VALUE '35'.
           05 WSS-FS-PAP                           PIC X(02).
             88 WSS-FS-PAP-OK                      VALUE '00'.

       01 CONSTANTES.
           05 WSC-RAZON-SOCIAL
              PIC X(40) VALUE 'SISTEMAS ACTIVOS S.R.L.'.
           05 WSC-MONEDA-BASE       PIC X(03) VALUE 'ARS'.
           05 WSC-REGIMEN-IIBB      PIC X(03) VALUE 'IIB'.
           05 WSC-CODSER-CUOTA      PIC X(03) VALUE 'CUO'.
           05 WSC-MAX-JURISDICCIONES PIC 9(02) VALUE 30.
           05 WSC-MAX-ALICUOTAS     PIC 9(04) VALUE 1000.
           05 WSC-MAX-COMPROBANTES  PIC 9(04) VALUE 5000.
           05 WSC-MAX-BASES         PIC 9(03) VALUE 600.
           05 WSC-MAX-LIQUIDADAS    PIC 9(04) VALUE 1500.
      *    Cuentas del asiento: el impuesto del periodo al gasto
      *    contra lo retenido, lo percibido y el saldo a favor
      *    anterior; lo que resta es deuda con el fisco (o nuevo
      *    saldo a favor). RETENCIONES-SUF es la cuenta donde
      *    PROG01-42-SA activa las retenciones sufridas.
           05 WSC-CTA-IMPUESTO      PIC X(16) VALUE 'IIBB-IMPUESTO'.
           05 WSC-CTA-RETENCIONES   PIC X(16) VALUE 'RETENCIONES-SUF'.
           05 WSC-CTA-PERCEPCIONES  PIC X(16) VALUE 'PERCEPCION-IIBB'.
           05 WSC-CTA-SALDO-FAVOR   PIC X(16) VALUE 'IIBB-SALDO-FAVOR'.
           05 WSC-CTA-A-PAGAR       PIC X(16) VALUE 'IIBB-A-PAGAR'.

       01 WSV-PERIODO-PROCESO       PIC 9(06).
       01 WSV-FECHA-SISTEMA         PIC 9(08).

      *    Jurisdicciones de la tabla, con lo que se les liquida.
       01 TABLA-JURISDICCIONES.
           05 WST-CANT-JUR          PIC 9(02) VALUE 0.
           05 WST-JUR OCCURS 30 TIMES
                             INDEXED BY WSI-JUR.
               10 WST-JUR-COD       PIC 9(03).
               10 WST-JUR-NOMBRE    PIC X(30).
               10 WST-JUR-COEF      PIC 9V9(04).
               10 WST-JUR-SUCURSAL  PIC 9(02) OCCURS 5 TIMES.
               10 WST-JUR-BASE      PIC S9(11)V99.
               10 WST-JUR-IMPUESTO  PIC S9(11)V99.
               10 WST-JUR-RETENC    PIC S9(11)V99.
               10 WST-JUR-PERCEP    PIC S9(11)V99.
      *        Saldo a favor de la ultima liquidacion anterior.
               10 WST-JUR-PER-ANT   PIC 9(06).
               10 WST-JUR-SALDO-ANT PIC S9(11)V99.
               10 WST-JUR-RESULTADO PIC S9(11)V99.

       01 TABLA-ALICUOTAS.
           05 WST-CANT-ALI          PIC 9(04) VALUE 0.
           05 WST-ALI OCCURS 1000 TIMES
                             INDEXED BY WSI-ALI.
               10 WST-ALI-JUR       PIC 9(03).
               10 WST-ALI-CODSER    PIC X(03).
               10 WST-ALI-DESDE     PIC 9(06).
               10 WST-ALI-TASA      PIC 9(02)V9(02).

      *    Comprobantes del periodo y facturas de otros periodos que
      *    corrige una nota de credito del periodo: su jurisdiccion
      *    y conversion, y cuanto de su neto abrio el detalle.
       01 TABLA-COMPROBANTES.
           05 WST-CANT-CMP          PIC 9(04) VALUE 0.
           05 WST-CMP OCCURS 5000 TIMES
                             INDEXED BY WSI-CMP.
               10 WST-CMP-CLAVE.
                   15 WST-CMP-LETRA     PIC X(01).
                   15 WST-CMP-PTO-VTA   PIC 9(04).
                   15 WST-CMP-NUMERO    PIC 9(08).
               10 WST-CMP-JUR           PIC 9(02).
               10 WST-CMP-FACTOR        PIC 9(07)V9(04).
      *        S factura del periodo / N solo corregida por notas.
               10 WST-CMP-DEL-PERIODO   PIC X(01).
               10 WST-CMP-NETO          PIC S9(11)V99.
               10 WST-CMP-DETALLADO     PIC S9(11)V99.
      *        Neto acreditado por las notas del periodo y la parte
      *        ya abierta por servicio.
               10 WST-CMP-NC-NETO       PIC S9(11)V99.
               10 WST-CMP-NC-ABIERTO    PIC S9(11)V99.

      *    Base imponible por jurisdiccion y servicio (en convenio,
      *    jurisdiccion 0 = base total a distribuir; en local,
      *    jurisdiccion 0 = clientes de una sucursal que no radica
      *    en ninguna jurisdiccion de la tabla).
       01 TABLA-BASES.
           05 WST-CANT-BAS          PIC 9(03) VALUE 0.
           05 WST-BAS OCCURS 600 TIMES
                             INDEXED BY WSI-BAS.
               10 WST-BAS-JUR       PIC 9(02).
               10 WST-BAS-CODSER    PIC X(03).
               10 WST-BAS-IMPORTE   PIC S9(11)V99.

      *    Renglones liquidados: jurisdiccion, servicio, base,
      *    alicuota e impuesto.
       01 TABLA-LIQUIDADAS.
           05 WST-CANT-LQD          PIC 9(04) VALUE 0.
           05 WST-LQD OCCURS 1500 TIMES
                             INDEXED BY WSI-LQD.
               10 WST-LQD-JUR       PIC 9(02).
               10 WST-LQD-CODSER    PIC X(03).
               10 WST-LQD-BASE      PIC S9(11)V99.
               10 WST-LQD-TASA      PIC 9(02)V9(02).
               10 WST-LQD-IMPUESTO  PIC S9(11)V99.
      *        S = sin alicuota vigente para la jurisdiccion.
               10 WST-LQD-SIN-ALI   PIC X(01).

      *    Algo no entro en las tablas, o hay base sin jurisdiccion o
      *    sin alicuota: el papel sale marcado y no se asienta.
       01 WSS-DESBORDE                PIC X VALUE 'N'.
           88 WSS-SI-DESBORDE         VALUE 'S'.
       01 WSS-HAY-OBSERVACIONES       PIC X VALUE 'N'.
           88 WSS-SI-HAY-OBSERVACIONES VALUE 'S'.

       01 WSS-PERIODO-LIQUIDADO       PIC X VALUE 'N'.
           88 WSS-PERIODO-SI-LIQUIDADO VALUE 'S'.

       01 WSS-CTES-ABIERTO            PIC X VALUE 'N'.
           88 WSS-CTES-SI-ABIERTO     VALUE 'S'.

       01 WSS-ENCONTRADO              PIC X VALUE 'N'.
           88 WSS-SI-ENCONTRADO       VALUE 'S'.

      *    Comprobante buscado y posicion encontrada (0 = no esta);
      *    el detalle viene agrupado por factura y se recuerda la
      *    ultima clave.
       01 WSV-CMP-BUSCADO.
           05 WSV-CMPB-LETRA        PIC X(01).
           05 WSV-CMPB-PTO-VTA      PIC 9(04).
           05 WSV-CMPB-NUMERO       PIC 9(08).
       01 WSV-CMP-ANTERIOR          PIC X(13) VALUE SPACES.
       01 WSV-POS-CMP               PIC 9(04).

      *    Entrada de 905000-JURISDICCION-CLIENTE y 910000-ACUMULAR-
      *    BASE.
       01 WSV-CTE-BUSCADO           PIC 9(07).
       01 WSV-SUC-RESPALDO          PIC 9(04).
       01 WSV-JUR-POS               PIC 9(02).
       01 WSV-BAS-JUR               PIC 9(02).
       01 WSV-BAS-CODSER            PIC X(03).
       01 WSV-BAS-IMPORTE           PIC S9(11)V99.
       01 WSV-MONEDA                PIC X(03).
       01 WSV-FACTOR                PIC 9(07)V9(04).
       01 WSV-JUR-CODIGO            PIC 9(03).

       01 WSV-IMPORTE               PIC S9(11)V99.
       01 WSV-PARTE                 PIC S9(11)V99.
       01 WSV-TASA                  PIC 9(02)V9(02).
       01 WSV-DESDE-MEJOR           PIC 9(06).
       01 WSV-SUMA-COEF             PIC 9(03)V9(04).
       01 WSV-SUB-S                 PIC 9(02).

       01 ACUMULADORES.
           05 WSA-FAC-NETO          PIC S9(11)V99.
           05 WSA-FAC-CUOTAS        PIC S9(11)V99.
           05 WSA-NC-NETO           PIC S9(11)V99.
           05 WSA-NC-CUOTAS         PIC S9(11)V99.
           05 WSA-EXPORTACION       PIC S9(11)V99.
           05 WSA-BASE-SIN-JUR      PIC S9(11)V99.
           05 WSA-RET-SIN-JUR       PIC S9(11)V99.
           05 WSA-PCS-SIN-JUR       PIC S9(11)V99.
           05 WSA-TOT-BASE          PIC S9(11)V99.
           05 WSA-TOT-IMPUESTO      PIC S9(11)V99.
           05 WSA-TOT-DEDUCCIONES   PIC S9(11)V99.
           05 WSA-TOT-A-PAGAR       PIC S9(11)V99.
           05 WSA-TOT-A-FAVOR       PIC S9(11)V99.

       01 CONTADORES.
           05 WSCC-CONT-FACTURAS    PIC 9(07).
           05 WSCC-CONT-NOTAS       PIC 9(07).
           05 WSCC-CONT-EXPORTACION PIC 9(07).
           05 WSCC-CONT-RENGLONES   PIC 9(07).
           05 WSCC-CONT-RETENCIONES PIC 9(07).
           05 WSCC-CONT-PERCEPCIONES PIC 9(07).
           05 WSCC-CONT-SIN-ALICUOTA PIC 9(05).
           05 WSCC-CONT-PARTIDAS    PIC 9(05).

       01 WSL-LINEA                 PIC X(132).
       01 WSL-IMP-ED-1              PIC -----------,99.
       01 WSL-IMP-ED-2              PIC -----------,99.
       01 WSL-TASA-EDITADA          PIC Z9,99.
       01 WSL-COEF-EDITADO          PIC 9,9999.
       01 WSL-SUMA-EDITADA          PIC ZZ9,9999.
       01 WSL-CANT-EDITADA          PIC Z(06)9.
       01 WSL-ACTIVIDAD             PIC X(20).

           COPY OPERADOR.

           COPY ASIENGL.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-USUARIOS               PIC X(80).
       01 WSV-ARCH-JURISDICCIONES         PIC X(80).
       01 WSV-ARCH-ALICUOTAS              PIC X(80).
       01 WSV-ARCH-EMITIDAS               PIC X(80).
       01 WSV-ARCH-FACDETALLE             PIC X(80).
       01 WSV-ARCH-NCEMITIDAS             PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-RETENCIONES            PIC X(80).
       01 WSV-ARCH-PERCEPCIONES           PIC X(80).
       01 WSV-ARCH-HISTORIAL              PIC X(80).
       01 WSV-ARCH-PAPEL                  PIC X(80).
       01 WSV-ARCH-ASIENTOSGL             PIC X(80).
       01 WSV-ARCH-ASIENTOSGL-TRAB        PIC X(80).
       01 WSV-ARCH-MOVIMIENTOSGL          PIC X(80).

           COPY PARAMS.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           PERFORM 100000-INICIO.
           PERFORM 200000-PROCESO.
           PERFORM 300000-FINAL.

       100000-INICIO.

           INITIALIZE ACUMULADORES
                      CONTADORES.

      *    La declaracion jurada compromete a la empresa: mismo nivel
      *    5 que el mantenimiento de la tabla de alicuotas.
           MOVE 5 TO WSO-NIVEL-REQUERIDO
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF.

           MOVE WSP-PERIODO-PROCESO TO WSV-PERIODO-PROCESO.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.
           IF WSP-IIBB-REGIMEN NOT = 'L' AND NOT = 'C'
               DISPLAY 'IIBB-REGIMEN INVALIDO: ' WSP-IIBB-REGIMEN
                       ' (L LOCAL / C CONVENIO MULTILATERAL)'
               STOP RUN
           END-IF.
           IF WSP-IIBB-CONVENIO
               DISPLAY 'INGRESOS BRUTOS DEL PERIODO '
                       WSV-PERIODO-PROCESO
                       ' - CONVENIO MULTILATERAL'
           ELSE
               DISPLAY 'INGRESOS BRUTOS DEL PERIODO '
                       WSV-PERIODO-PROCESO
                       ' - REGIMEN LOCAL'
           END-IF.

           PERFORM 110000-CARGAR-JURISDICCIONES.
           IF WST-CANT-JUR = 0
               DISPLAY 'SIN JURISDICCIONES: CARGAR LA TABLA CON '
                       'PROG01-61-SA'
               STOP RUN
           END-IF.
           PERFORM 120000-CARGAR-ALICUOTAS.
           PERFORM 130000-LEER-HISTORIAL.

           OPEN INPUT CLIENTES.
           IF WSS-FS-CTE-NOEXISTE
               DISPLAY 'SIN MAESTRO DE CLIENTES: SE USA LA SUCURSAL '
                       'DEL COMPROBANTE'
           ELSE
             IF NOT WSS-FS-CTE-OK
               DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
               DISPLAY 'FILE STATUS' WSS-FS-CTE
               STOP RUN
             ELSE
               MOVE 'S' TO WSS-CTES-ABIERTO
             END-IF
           END-IF.

           PERFORM 140000-LEER-NOTAS.
           PERFORM 150000-LEER-FACTURAS.
           PERFORM 160000-LEER-DETALLE.
           PERFORM 170000-REMANENTES.
           PERFORM 180000-LEER-RETENCIONES.
           PERFORM 185000-LEER-PERCEPCIONES.

           IF WSS-CTES-SI-ABIERTO
               CLOSE CLIENTES
           END-IF.

       110000-CARGAR-JURISDICCIONES.

           OPEN INPUT JURISDICCIONES.
           IF WSS-FS-JUR-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-JUR-OK
             DISPLAY 'ERROR DE ARCHIVO DE JURISDICCIONES'
             DISPLAY 'FILE STATUS' WSS-FS-JUR
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-JUR-EOF
               READ JURISDICCIONES
                  EVALUATE TRUE
                     WHEN WSS-FS-JUR-OK
                          IF WST-CANT-JUR < WSC-MAX-JURISDICCIONES
                            ADD 1 TO WST-CANT-JUR
                            SET WSI-JUR TO WST-CANT-JUR
                            INITIALIZE WST-JUR (WSI-JUR)
                            MOVE WSF-JUR-COD
                              TO WST-JUR-COD (WSI-JUR)
                            MOVE WSF-JUR-NOMBRE
                              TO WST-JUR-NOMBRE (WSI-JUR)
                            MOVE WSF-JUR-COEF
                              TO WST-JUR-COEF (WSI-JUR)
                            PERFORM VARYING WSV-SUB-S FROM 1 BY 1
                                    UNTIL WSV-SUB-S > 5
                                MOVE WSF-JUR-SUCURSAL (WSV-SUB-S)
                                  TO WST-JUR-SUCURSAL
                                                 (WSI-JUR, WSV-SUB-S)
                            END-PERFORM
                          ELSE
                            DISPLAY 'TABLA DE JURISDICCIONES LLENA'
                            MOVE 'S' TO WSS-DESBORDE
                          END-IF
                     WHEN WSS-FS-JUR-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE JURISDICCIONES'
                          DISPLAY 'FILE STATUS' WSS-FS-JUR
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE JURISDICCIONES.

       120000-CARGAR-ALICUOTAS.

           OPEN INPUT ALICUOTAS.
           IF WSS-FS-ALI-NOEXISTE
               DISPLAY 'SIN AlicuotasIIBB.TXT: TODA LA BASE QUEDA SIN '
                       'ALICUOTA'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-ALI-OK
             DISPLAY 'ERROR DE ARCHIVO DE ALICUOTAS'
             DISPLAY 'FILE STATUS' WSS-FS-ALI
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-ALI-EOF
               READ ALICUOTAS
                  EVALUATE TRUE
                     WHEN WSS-FS-ALI-OK
                          IF WST-CANT-ALI < WSC-MAX-ALICUOTAS
                            ADD 1 TO WST-CANT-ALI
                            SET WSI-ALI TO WST-CANT-ALI
                            MOVE FD-ALICUOTAS TO WST-ALI (WSI-ALI)
                          ELSE
                            DISPLAY 'TABLA DE ALICUOTAS LLENA'
                            MOVE 'S' TO WSS-DESBORDE
                          END-IF
                     WHEN WSS-FS-ALI-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE ALICUOTAS'
                          DISPLAY 'FILE STATUS' WSS-FS-ALI
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE ALICUOTAS.

       130000-LEER-HISTORIAL.

      *    Marca si el periodo ya se liquido y toma, por
      *    jurisdiccion, el saldo a favor de la ultima liquidacion
      *    anterior al periodo.
           MOVE 'N' TO WSS-PERIODO-LIQUIDADO

           OPEN INPUT HISTORIAL.
           IF WSS-FS-LIQ-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-LIQ-OK
             DISPLAY 'ERROR DE ARCHIVO DE LIQUIDACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-LIQ
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-LIQ-EOF
               READ HISTORIAL
                  EVALUATE TRUE
                     WHEN WSS-FS-LIQ-OK
                          IF WSF-LIQ-PERIODO = WSV-PERIODO-PROCESO
                              MOVE 'S' TO WSS-PERIODO-LIQUIDADO
                          END-IF
                          IF WSF-LIQ-PERIODO < WSV-PERIODO-PROCESO
                              PERFORM 135000-SALDO-ANTERIOR
                          END-IF
                     WHEN WSS-FS-LIQ-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE LIQUIDACIONES'
                          DISPLAY 'FILE STATUS' WSS-FS-LIQ
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE HISTORIAL.

       135000-SALDO-ANTERIOR.

           MOVE WSF-LIQ-JUR TO WSV-JUR-CODIGO
           PERFORM 915000-BUSCAR-JURISDICCION
           IF NOT WSS-SI-ENCONTRADO
               EXIT PARAGRAPH
           END-IF.

           IF WSF-LIQ-PERIODO >= WST-JUR-PER-ANT (WSI-JUR)
               MOVE WSF-LIQ-PERIODO TO WST-JUR-PER-ANT (WSI-JUR)
               IF WSF-LIQ-RESULTADO < 0
                   COMPUTE WST-JUR-SALDO-ANT (WSI-JUR) =
                           0 - WSF-LIQ-RESULTADO
               ELSE
                   MOVE 0 TO WST-JUR-SALDO-ANT (WSI-JUR)
               END-IF
           END-IF.

       140000-LEER-NOTAS.

      *    Las notas de credito del periodo restan base. Se leen
      *    antes que las facturas para saber que facturas de otros
      *    periodos hay que abrir por servicio.
           OPEN INPUT NCEMITIDAS.
           IF WSS-FS-NCE-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-NCE-OK
             DISPLAY 'ERROR DE ARCHIVO DE NOTAS DE CREDITO'
             DISPLAY 'FILE STATUS' WSS-FS-NCE
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-NCE-EOF
               READ NCEMITIDAS
                  EVALUATE TRUE
                     WHEN WSS-FS-NCE-OK
                          IF WSF-NCE-PERIODO = WSV-PERIODO-PROCESO
                              PERFORM 145000-NOTA-DEL-PERIODO
                          END-IF
                     WHEN WSS-FS-NCE-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE NOTAS DE CREDITO'
                          DISPLAY 'FILE STATUS' WSS-FS-NCE
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE NCEMITIDAS.

       145000-NOTA-DEL-PERIODO.

      *    La nota de una exportacion (letra E) no tiene base que
      *    corregir, como su factura.
           IF WSF-NCE-LETRA = 'E'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-NOTAS
           MOVE WSF-NCE-MONEDA TO WSV-MONEDA
           PERFORM 912000-FACTOR-MONEDA
           MOVE WSF-NCE-CTE     TO WSV-CTE-BUSCADO
           MOVE WSF-NCE-PTO-VTA TO WSV-SUC-RESPALDO
           PERFORM 905000-JURISDICCION-CLIENTE

           COMPUTE WSV-IMPORTE ROUNDED = WSF-NCE-NETO * WSV-FACTOR
           ADD WSV-IMPORTE TO WSA-NC-NETO

      *    Las cuotas acreditadas van directo a su actividad.
           IF WSF-NCE-CUOTAS NOT = 0
               COMPUTE WSV-BAS-IMPORTE ROUNDED =
                       0 - (WSF-NCE-CUOTAS * WSV-FACTOR)
               SUBTRACT WSV-BAS-IMPORTE FROM WSA-NC-CUOTAS
               MOVE WSV-JUR-POS      TO WSV-BAS-JUR
               MOVE WSC-CODSER-CUOTA TO WSV-BAS-CODSER
               PERFORM 910000-ACUMULAR-BASE
           END-IF.

      *    Nota huerfana (sin factura referenciada): todo su neto
      *    resta de la actividad general.
           IF WSF-NCE-FACTURA = 0
               COMPUTE WSV-BAS-IMPORTE = 0 - WSV-IMPORTE
               MOVE WSV-JUR-POS TO WSV-BAS-JUR
               MOVE SPACES      TO WSV-BAS-CODSER
               PERFORM 910000-ACUMULAR-BASE
               EXIT PARAGRAPH
           END-IF.

           MOVE WSF-NCE-FAC-LETRA   TO WSV-CMPB-LETRA
           MOVE WSF-NCE-FAC-PTO-VTA TO WSV-CMPB-PTO-VTA
           MOVE WSF-NCE-FACTURA     TO WSV-CMPB-NUMERO
           PERFORM 900000-UBICAR-COMPROBANTE
           IF WSV-POS-CMP = 0
               PERFORM 902000-AGREGAR-COMPROBANTE
               IF WSV-POS-CMP = 0
                   EXIT PARAGRAPH
               END-IF
               SET WSI-CMP TO WSV-POS-CMP
               MOVE WSV-JUR-POS TO WST-CMP-JUR (WSI-CMP)
               MOVE WSV-FACTOR  TO WST-CMP-FACTOR (WSI-CMP)
           END-IF.
           SET WSI-CMP TO WSV-POS-CMP
           ADD WSF-NCE-NETO TO WST-CMP-NC-NETO (WSI-CMP).

       150000-LEER-FACTURAS.

           OPEN INPUT EMITIDAS.
           IF WSS-FS-EMI-NOEXISTE
               DISPLAY 'NO EXISTE FacturasEmitidas.TXT'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-EMI-OK
             DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-EMI
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-EMI-EOF
               READ EMITIDAS
                  EVALUATE TRUE
                     WHEN WSS-FS-EMI-OK
                          PERFORM 155000-FACTURA
                     WHEN WSS-FS-EMI-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
                          DISPLAY 'FILE STATUS' WSS-FS-EMI
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE EMITIDAS.

       155000-FACTURA.

           IF WSF-EMI-PTO-VTA NOT NUMERIC
               MOVE 0 TO WSF-EMI-PTO-VTA
           END-IF
           MOVE WSF-EMI-LETRA   TO WSV-CMPB-LETRA
           MOVE WSF-EMI-PTO-VTA TO WSV-CMPB-PTO-VTA
           MOVE WSF-EMI-NUMERO  TO WSV-CMPB-NUMERO
           PERFORM 900000-UBICAR-COMPROBANTE

      *    De otro periodo solo interesa si una nota del periodo la
      *    corrige: su neto para la proporcion de la nota.
           IF WSF-EMI-PERIODO NOT = WSV-PERIODO-PROCESO
               IF WSV-POS-CMP > 0
                   SET WSI-CMP TO WSV-POS-CMP
                   MOVE WSF-EMI-NETO TO WST-CMP-NETO (WSI-CMP)
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *    La exportacion no esta gravada: se informa aparte.
           MOVE WSF-EMI-MONEDA TO WSV-MONEDA
           PERFORM 912000-FACTOR-MONEDA
           IF WSF-EMI-LETRA = 'E'
               ADD 1 TO WSCC-CONT-EXPORTACION
               COMPUTE WSV-IMPORTE ROUNDED =
                       (WSF-EMI-NETO + WSF-EMI-CUOTAS) * WSV-FACTOR
               ADD WSV-IMPORTE TO WSA-EXPORTACION
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-FACTURAS
           MOVE WSF-EMI-CTE     TO WSV-CTE-BUSCADO
           MOVE WSF-EMI-PTO-VTA TO WSV-SUC-RESPALDO
           PERFORM 905000-JURISDICCION-CLIENTE

           IF WSV-POS-CMP = 0
               PERFORM 902000-AGREGAR-COMPROBANTE
               IF WSV-POS-CMP = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           SET WSI-CMP TO WSV-POS-CMP
           MOVE 'S'          TO WST-CMP-DEL-PERIODO (WSI-CMP)
           MOVE WSF-EMI-NETO TO WST-CMP-NETO (WSI-CMP)
           MOVE WSV-JUR-POS  TO WST-CMP-JUR (WSI-CMP)
           MOVE WSV-FACTOR   TO WST-CMP-FACTOR (WSI-CMP)

           COMPUTE WSV-IMPORTE ROUNDED = WSF-EMI-NETO * WSV-FACTOR
           ADD WSV-IMPORTE TO WSA-FAC-NETO

      *    Las cuotas facturadas van directo a su actividad.
           IF WSF-EMI-CUOTAS NOT = 0
               COMPUTE WSV-BAS-IMPORTE ROUNDED =
                       WSF-EMI-CUOTAS * WSV-FACTOR
               ADD WSV-BAS-IMPORTE TO WSA-FAC-CUOTAS
               MOVE WSV-JUR-POS      TO WSV-BAS-JUR
               MOVE WSC-CODSER-CUOTA TO WSV-BAS-CODSER
               PERFORM 910000-ACUMULAR-BASE
           END-IF.

       160000-LEER-DETALLE.

      *    Cada renglon de una factura de la tabla suma su importe a
      *    la base de su servicio (factura del periodo) y resta la
      *    parte proporcional que le acreditaron las notas del
      *    periodo.
           IF WST-CANT-CMP = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FACDETALLE.
           IF WSS-FS-FDE-NOEXISTE
               DISPLAY 'SIN FacturasDetalle.TXT: LA BASE VA ENTERA A '
                       'LA ACTIVIDAD GENERAL'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-FDE-OK
             DISPLAY 'ERROR DE ARCHIVO DE DETALLE DE FACTURAS'
             DISPLAY 'FILE STATUS' WSS-FS-FDE
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-FDE-EOF
               READ FACDETALLE
                  EVALUATE TRUE
                     WHEN WSS-FS-FDE-OK
                          PERFORM 165000-RENGLON
                     WHEN WSS-FS-FDE-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE DETALLE DE '
                                  'FACTURAS'
                          DISPLAY 'FILE STATUS' WSS-FS-FDE
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE FACDETALLE.

       165000-RENGLON.

           MOVE WSF-FDE-LETRA   TO WSV-CMPB-LETRA
           MOVE WSF-FDE-PTO-VTA TO WSV-CMPB-PTO-VTA
           MOVE WSF-FDE-NUMERO  TO WSV-CMPB-NUMERO
           IF WSV-CMP-BUSCADO NOT = WSV-CMP-ANTERIOR
               PERFORM 900000-UBICAR-COMPROBANTE
               MOVE WSV-CMP-BUSCADO TO WSV-CMP-ANTERIOR
           END-IF.
           IF WSV-POS-CMP = 0
               EXIT PARAGRAPH
           END-IF.

           SET WSI-CMP TO WSV-POS-CMP
           ADD 1 TO WSCC-CONT-RENGLONES
           ADD WSF-FDE-IMPORTE TO WST-CMP-DETALLADO (WSI-CMP)
           MOVE WST-CMP-JUR (WSI-CMP) TO WSV-BAS-JUR
           MOVE WSF-FDE-CODSER        TO WSV-BAS-CODSER

           IF WST-CMP-DEL-PERIODO (WSI-CMP) = 'S'
               COMPUTE WSV-BAS-IMPORTE ROUNDED =
                       WSF-FDE-IMPORTE * WST-CMP-FACTOR (WSI-CMP)
               PERFORM 910000-ACUMULAR-BASE
           END-IF.

           IF WST-CMP-NC-NETO (WSI-CMP) NOT = 0
             AND WST-CMP-NETO (WSI-CMP) NOT = 0
               COMPUTE WSV-PARTE ROUNDED =
                       WSF-FDE-IMPORTE * WST-CMP-NC-NETO (WSI-CMP)
                                       / WST-CMP-NETO (WSI-CMP)
               ADD WSV-PARTE TO WST-CMP-NC-ABIERTO (WSI-CMP)
               COMPUTE WSV-BAS-IMPORTE ROUNDED =
                       0 - (WSV-PARTE * WST-CMP-FACTOR (WSI-CMP))
               PERFORM 910000-ACUMULAR-BASE
           END-IF.

       170000-REMANENTES.

      *    Lo que el detalle no abrio por servicio (facturas sin
      *    detalle, notas de facturas que no estan en el registro)
      *    va a la actividad general.
           PERFORM VARYING WSI-CMP FROM 1 BY 1
                   UNTIL WSI-CMP > WST-CANT-CMP
               MOVE WST-CMP-JUR (WSI-CMP) TO WSV-BAS-JUR
               MOVE SPACES                TO WSV-BAS-CODSER
               IF WST-CMP-DEL-PERIODO (WSI-CMP) = 'S'
                 AND WST-CMP-DETALLADO (WSI-CMP) NOT =
                                        WST-CMP-NETO (WSI-CMP)
                   COMPUTE WSV-BAS-IMPORTE ROUNDED =
                           (WST-CMP-NETO (WSI-CMP)
                          - WST-CMP-DETALLADO (WSI-CMP))
                          * WST-CMP-FACTOR (WSI-CMP)
                   PERFORM 910000-ACUMULAR-BASE
               END-IF
               IF WST-CMP-NC-ABIERTO (WSI-CMP) NOT =
                                        WST-CMP-NC-NETO (WSI-CMP)
                   COMPUTE WSV-BAS-IMPORTE ROUNDED =
                           0 - ((WST-CMP-NC-NETO (WSI-CMP)
                               - WST-CMP-NC-ABIERTO (WSI-CMP))
                              * WST-CMP-FACTOR (WSI-CMP))
                   PERFORM 910000-ACUMULAR-BASE
               END-IF
           END-PERFORM.

       180000-LEER-RETENCIONES.

      *    Retenciones de ingresos brutos del periodo: van a la
      *    jurisdiccion del agente de retencion (la de la sucursal
      *    del cliente que retuvo).
           OPEN INPUT RETENCIONES.
           IF WSS-FS-RET-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-RET-OK
             DISPLAY 'ERROR DE ARCHIVO DE RETENCIONES'
             DISPLAY 'FILE STATUS' WSS-FS-RET
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-RET-EOF
               READ RETENCIONES
                  EVALUATE TRUE
                     WHEN WSS-FS-RET-OK
                          IF WSF-RET-FECHA (1:6) = WSV-PERIODO-PROCESO
                            AND WSF-RET-REGIMEN = WSC-REGIMEN-IIBB
                              PERFORM 182000-RETENCION
                          END-IF
                     WHEN WSS-FS-RET-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE RETENCIONES'
                          DISPLAY 'FILE STATUS' WSS-FS-RET
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RETENCIONES.

       182000-RETENCION.

           ADD 1 TO WSCC-CONT-RETENCIONES
           MOVE WSF-RET-MONEDA TO WSV-MONEDA
           PERFORM 912000-FACTOR-MONEDA
           COMPUTE WSV-IMPORTE ROUNDED = WSF-RET-IMPORTE * WSV-FACTOR

           MOVE WSF-RET-CTE TO WSV-CTE-BUSCADO
           MOVE 0           TO WSV-SUC-RESPALDO
           PERFORM 905000-JURISDICCION-CLIENTE
           IF WSV-JUR-POS = 0
               ADD WSV-IMPORTE TO WSA-RET-SIN-JUR
           ELSE
               SET WSI-JUR TO WSV-JUR-POS
               ADD WSV-IMPORTE TO WST-JUR-RETENC (WSI-JUR)
           END-IF.

       185000-LEER-PERCEPCIONES.

           OPEN INPUT PERCEPCIONES.
           IF WSS-FS-PCS-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-PCS-OK
             DISPLAY 'ERROR DE ARCHIVO DE PERCEPCIONES'
             DISPLAY 'FILE STATUS' WSS-FS-PCS
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-PCS-EOF
               READ PERCEPCIONES
                  EVALUATE TRUE
                     WHEN WSS-FS-PCS-OK
                          IF WSF-PCS-FECHA (1:6) = WSV-PERIODO-PROCESO
                              ADD 1 TO WSCC-CONT-PERCEPCIONES
                              MOVE WSF-PCS-JUR TO WSV-JUR-CODIGO
                              PERFORM 915000-BUSCAR-JURISDICCION
                              IF WSS-SI-ENCONTRADO
                                  ADD WSF-PCS-IMPORTE
                                    TO WST-JUR-PERCEP (WSI-JUR)
                              ELSE
                                  ADD WSF-PCS-IMPORTE
                                    TO WSA-PCS-SIN-JUR
                              END-IF
                          END-IF
                     WHEN WSS-FS-PCS-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE PERCEPCIONES'
                          DISPLAY 'FILE STATUS' WSS-FS-PCS
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE PERCEPCIONES.

       200000-PROCESO.

           PERFORM 210000-LIQUIDAR.
           PERFORM 230000-RESULTADOS.

           OPEN OUTPUT PAPEL.
           IF NOT WSS-FS-PAP-OK
             DISPLAY 'ERROR DE ARCHIVO DE PAPEL DE TRABAJO'
             DISPLAY 'FILE STATUS' WSS-FS-PAP
             STOP RUN
           END-IF.

           PERFORM 240000-ENCABEZADO.
           PERFORM 250000-JURISDICCIONES-PAPEL.
           PERFORM 260000-OBSERVACIONES.
           PERFORM 270000-ASENTAR.

           CLOSE PAPEL.

       210000-LIQUIDAR.

      *    Un renglon liquidado por jurisdiccion y servicio. En
      *    convenio cada jurisdiccion con coeficiente toma su parte
      *    de cada servicio de la base total; en local cada base ya
      *    tiene su jurisdiccion.
           PERFORM VARYING WSI-BAS FROM 1 BY 1
                   UNTIL WSI-BAS > WST-CANT-BAS
               IF WSP-IIBB-CONVENIO
                   ADD WST-BAS-IMPORTE (WSI-BAS) TO WSA-TOT-BASE
                   PERFORM VARYING WSI-JUR FROM 1 BY 1
                           UNTIL WSI-JUR > WST-CANT-JUR
                       IF WST-JUR-COEF (WSI-JUR) > 0
                           COMPUTE WSV-IMPORTE ROUNDED =
                                   WST-BAS-IMPORTE (WSI-BAS)
                                 * WST-JUR-COEF (WSI-JUR)
                           SET WSV-BAS-JUR TO WSI-JUR
                           PERFORM 215000-RENGLON-LIQUIDADO
                       END-IF
                   END-PERFORM
               ELSE
                   IF WST-BAS-JUR (WSI-BAS) = 0
                       ADD WST-BAS-IMPORTE (WSI-BAS)
                         TO WSA-BASE-SIN-JUR
                   ELSE
                       ADD WST-BAS-IMPORTE (WSI-BAS) TO WSA-TOT-BASE
                       MOVE WST-BAS-IMPORTE (WSI-BAS) TO WSV-IMPORTE
                       MOVE WST-BAS-JUR (WSI-BAS) TO WSV-BAS-JUR
                       PERFORM 215000-RENGLON-LIQUIDADO
                   END-IF
               END-IF
           END-PERFORM.

       215000-RENGLON-LIQUIDADO.

           IF WSV-IMPORTE = 0
               EXIT PARAGRAPH
           END-IF.
           IF WST-CANT-LQD >= WSC-MAX-LIQUIDADAS
               DISPLAY 'TABLA DE RENGLONES LIQUIDADOS LLENA'
               MOVE 'S' TO WSS-DESBORDE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-LQD
           SET WSI-LQD TO WST-CANT-LQD
           MOVE WSV-BAS-JUR               TO WST-LQD-JUR (WSI-LQD)
           MOVE WST-BAS-CODSER (WSI-BAS)  TO WST-LQD-CODSER (WSI-LQD)
           MOVE WSV-IMPORTE               TO WST-LQD-BASE (WSI-LQD)

           SET WSI-JUR TO WSV-BAS-JUR
           MOVE WST-JUR-COD (WSI-JUR)     TO WSV-JUR-CODIGO
           MOVE WST-BAS-CODSER (WSI-BAS)  TO WSV-BAS-CODSER
           PERFORM 220000-BUSCAR-ALICUOTA

           IF WSS-SI-ENCONTRADO
               MOVE 'N'      TO WST-LQD-SIN-ALI (WSI-LQD)
               MOVE WSV-TASA TO WST-LQD-TASA (WSI-LQD)
               COMPUTE WST-LQD-IMPUESTO (WSI-LQD) ROUNDED =
                       (WSV-IMPORTE * WSV-TASA) / 100
           ELSE
               MOVE 'S' TO WST-LQD-SIN-ALI (WSI-LQD)
               MOVE 0   TO WST-LQD-TASA (WSI-LQD)
               MOVE 0   TO WST-LQD-IMPUESTO (WSI-LQD)
               ADD 1 TO WSCC-CONT-SIN-ALICUOTA
               MOVE 'S' TO WSS-HAY-OBSERVACIONES
           END-IF

           ADD WSV-IMPORTE TO WST-JUR-BASE (WSI-JUR)
           ADD WST-LQD-IMPUESTO (WSI-LQD) TO WST-JUR-IMPUESTO (WSI-JUR).

       220000-BUSCAR-ALICUOTA.

      *    Alicuota de la jurisdiccion WSV-JUR-CODIGO para el servicio
      *    WSV-BAS-CODSER vigente en el periodo (la de periodo desde
      *    mas reciente que no lo pase); sin alicuota propia del
      *    servicio rige la general de la jurisdiccion.
           MOVE 'N' TO WSS-ENCONTRADO
           MOVE 0   TO WSV-DESDE-MEJOR
           PERFORM VARYING WSI-ALI FROM 1 BY 1
                   UNTIL WSI-ALI > WST-CANT-ALI
               IF WST-ALI-JUR (WSI-ALI) = WSV-JUR-CODIGO
                 AND WST-ALI-CODSER (WSI-ALI) = WSV-BAS-CODSER
                 AND WST-ALI-DESDE (WSI-ALI) <= WSV-PERIODO-PROCESO
                 AND WST-ALI-DESDE (WSI-ALI) >= WSV-DESDE-MEJOR
                   MOVE 'S' TO WSS-ENCONTRADO
                   MOVE WST-ALI-DESDE (WSI-ALI) TO WSV-DESDE-MEJOR
                   MOVE WST-ALI-TASA (WSI-ALI)  TO WSV-TASA
               END-IF
           END-PERFORM

           IF WSS-SI-ENCONTRADO OR WSV-BAS-CODSER = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-ALI FROM 1 BY 1
                   UNTIL WSI-ALI > WST-CANT-ALI
               IF WST-ALI-JUR (WSI-ALI) = WSV-JUR-CODIGO
                 AND WST-ALI-CODSER (WSI-ALI) = SPACES
                 AND WST-ALI-DESDE (WSI-ALI) <= WSV-PERIODO-PROCESO
                 AND WST-ALI-DESDE (WSI-ALI) >= WSV-DESDE-MEJOR
                   MOVE 'S' TO WSS-ENCONTRADO
                   MOVE WST-ALI-DESDE (WSI-ALI) TO WSV-DESDE-MEJOR
                   MOVE WST-ALI-TASA (WSI-ALI)  TO WSV-TASA
               END-IF
           END-PERFORM.

       230000-RESULTADOS.

      *    Por jurisdiccion: impuesto determinado menos retenciones,
      *    percepciones y saldo a favor anterior. Positivo se paga;
      *    negativo queda como saldo a favor.
           PERFORM VARYING WSI-JUR FROM 1 BY 1
                   UNTIL WSI-JUR > WST-CANT-JUR
               COMPUTE WST-JUR-RESULTADO (WSI-JUR) =
                       WST-JUR-IMPUESTO (WSI-JUR)
                     - WST-JUR-RETENC (WSI-JUR)
                     - WST-JUR-PERCEP (WSI-JUR)
                     - WST-JUR-SALDO-ANT (WSI-JUR)
               ADD WST-JUR-IMPUESTO (WSI-JUR) TO WSA-TOT-IMPUESTO
               COMPUTE WSA-TOT-DEDUCCIONES = WSA-TOT-DEDUCCIONES
                     + WST-JUR-RETENC (WSI-JUR)
                     + WST-JUR-PERCEP (WSI-JUR)
                     + WST-JUR-SALDO-ANT (WSI-JUR)
               IF WST-JUR-RESULTADO (WSI-JUR) > 0
                   ADD WST-JUR-RESULTADO (WSI-JUR) TO WSA-TOT-A-PAGAR
               ELSE
                   SUBTRACT WST-JUR-RESULTADO (WSI-JUR)
                       FROM WSA-TOT-A-FAVOR
               END-IF
           END-PERFORM

           IF WSA-BASE-SIN-JUR NOT = 0
             OR WSA-RET-SIN-JUR NOT = 0
             OR WSA-PCS-SIN-JUR NOT = 0
               MOVE 'S' TO WSS-HAY-OBSERVACIONES
           END-IF.

      *    En convenio los coeficientes tienen que sumar 1.
           IF WSP-IIBB-CONVENIO
               MOVE 0 TO WSV-SUMA-COEF
               PERFORM VARYING WSI-JUR FROM 1 BY 1
                       UNTIL WSI-JUR > WST-CANT-JUR
                   ADD WST-JUR-COEF (WSI-JUR) TO WSV-SUMA-COEF
               END-PERFORM
               IF WSV-SUMA-COEF NOT = 1
                   MOVE 'S' TO WSS-HAY-OBSERVACIONES
               END-IF
           END-IF.

       240000-ENCABEZADO.

           MOVE WSC-RAZON-SOCIAL TO FD-PAPEL
           WRITE FD-PAPEL.
           INITIALIZE WSL-LINEA
           STRING 'LIQUIDACION DE INGRESOS BRUTOS - PERIODO '
                                                    DELIMITED SIZE
                  WSV-PERIODO-PROCESO               DELIMITED SIZE
                  ' - EMITIDO '                     DELIMITED SIZE
                  WSV-FECHA-SISTEMA                 DELIMITED SIZE
                  ' - OPERADOR '                    DELIMITED SIZE
                  WSO-OPER-ID                       DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-PAPEL
           WRITE FD-PAPEL.
           IF WSP-IIBB-CONVENIO
               MOVE 'REGIMEN: CONVENIO MULTILATERAL (BASE TOTAL POR '
                 TO WSL-LINEA
               MOVE 'COEFICIENTE UNIFICADO)' TO WSL-LINEA (49:)
           ELSE
               MOVE 'REGIMEN: LOCAL (BASE POR SUCURSAL DEL CLIENTE)'
                 TO WSL-LINEA
           END-IF
           MOVE WSL-LINEA TO FD-PAPEL
           WRITE FD-PAPEL.
           IF WSS-PERIODO-SI-LIQUIDADO
               MOVE 'PERIODO YA LIQUIDADO: COPIA DEL PAPEL DE TRABAJO, '
                 TO WSL-LINEA
               MOVE 'NO SE VUELVE A ASENTAR' TO WSL-LINEA (51:)
               MOVE WSL-LINEA TO FD-PAPEL
               WRITE FD-PAPEL
           END-IF.
           MOVE ALL '-' TO FD-PAPEL
           WRITE FD-PAPEL.

      *    Origen de la base (en pesos).
           MOVE WSCC-CONT-FACTURAS TO WSL-CANT-EDITADA
           MOVE WSA-FAC-NETO       TO WSL-IMP-ED-1
           MOVE WSA-FAC-CUOTAS     TO WSL-IMP-ED-2
           INITIALIZE WSL-LINEA
           STRING 'FACTURAS DEL PERIODO:     '     DELIMITED SIZE
                  WSL-CANT-EDITADA                 DELIMITED SIZE
                  '   NETO '                       DELIMITED SIZE
                  WSL-IMP-ED-1                     DELIMITED SIZE
                  '   CUOTAS '                     DELIMITED SIZE
                  WSL-IMP-ED-2                     DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-PAPEL
           WRITE FD-PAPEL.
           MOVE WSCC-CONT-NOTAS TO WSL-CANT-EDITADA
           MOVE WSA-NC-NETO     TO WSL-IMP-ED-1
           MOVE WSA-NC-CUOTAS   TO WSL-IMP-ED-2
           INITIALIZE WSL-LINEA
           STRING 'NOTAS DE CREDITO:         '     DELIMITED SIZE
                  WSL-CANT-EDITADA                 DELIMITED SIZE
                  '   NETO '                       DELIMITED SIZE
                  WSL-IMP-ED-1                     DELIMITED SIZE
                  '   CUOTAS '                     DELIMITED SIZE
                  WSL-IMP-ED-2                     DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-PAPEL
           WRITE FD-PAPEL.
           MOVE WSCC-CONT-EXPORTACION TO WSL-CANT-EDITADA
           MOVE WSA-EXPORTACION       TO WSL-IMP-ED-1
           INITIALIZE WSL-LINEA
           STRING 'EXPORTACIONES NO GRAVADAS:'     DELIMITED SIZE
                  WSL-CANT-EDITADA                 DELIMITED SIZE
                  '   TOTAL '                      DELIMITED SIZE
                  WSL-IMP-ED-1                     DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-PAPEL
           WRITE FD-PAPEL.

      *    En convenio, la base total por servicio que se distribuye.
           IF WSP-IIBB-CONVENIO
               MOVE SPACES TO FD-PAPEL
               WRITE FD-PAPEL
               MOVE 'BASE TOTAL DEL PERIODO A DISTRIBUIR' TO FD-PAPEL
               WRITE FD-PAPEL
               PERFORM VARYING WSI-BAS FROM 1 BY 1
                       UNTIL WSI-BAS > WST-CANT-BAS
                   MOVE WST-BAS-CODSER (WSI-BAS) TO WSV-BAS-CODSER
                   PERFORM 255000-DESCRIBIR-ACTIVIDAD
                   MOVE WST-BAS-IMPORTE (WSI-BAS) TO WSL-IMP-ED-1
                   INITIALIZE WSL-LINEA
                   MOVE WSL-ACTIVIDAD TO WSL-LINEA (5:20)
                   MOVE WSL-IMP-ED-1  TO WSL-LINEA (27:14)
                   MOVE WSL-LINEA TO FD-PAPEL
                   WRITE FD-PAPEL
               END-PERFORM
               MOVE WSA-TOT-BASE TO WSL-IMP-ED-1
               INITIALIZE WSL-LINEA
               MOVE 'TOTAL'      TO WSL-LINEA (5:20)
               MOVE WSL-IMP-ED-1 TO WSL-LINEA (27:14)
               MOVE WSL-LINEA TO FD-PAPEL
               WRITE FD-PAPEL
           END-IF.

       250000-JURISDICCIONES-PAPEL.

      *    Una hoja de la declaracion por jurisdiccion con algo que
      *    liquidar o descontar.
           PERFORM VARYING WSI-JUR FROM 1 BY 1
                   UNTIL WSI-JUR > WST-CANT-JUR
               IF WST-JUR-BASE (WSI-JUR) NOT = 0
                 OR WST-JUR-RETENC (WSI-JUR) NOT = 0
                 OR WST-JUR-PERCEP (WSI-JUR) NOT = 0
                 OR WST-JUR-SALDO-ANT (WSI-JUR) NOT = 0
                   PERFORM 252000-HOJA-JURISDICCION
               END-IF
           END-PERFORM

           MOVE SPACES TO FD-PAPEL
           WRITE FD-PAPEL.
           MOVE ALL '=' TO FD-PAPEL
           WRITE FD-PAPEL.
           MOVE 'TOTAL BASE IMPONIBLE'    TO WSL-LINEA
           MOVE WSA-TOT-BASE              TO WSL-IMP-ED-1
           PERFORM 258000-LINEA-TOTAL.
           MOVE 'TOTAL IMPUESTO DETERMINADO' TO WSL-LINEA
           MOVE WSA-TOT-IMPUESTO          TO WSL-IMP-ED-1
           PERFORM 258000-LINEA-TOTAL.
           MOVE 'TOTAL DEDUCCIONES'       TO WSL-LINEA
           MOVE WSA-TOT-DEDUCCIONES       TO WSL-IMP-ED-1
           PERFORM 258000-LINEA-TOTAL.
           MOVE 'TOTAL A PAGAR'           TO WSL-LINEA
           MOVE WSA-TOT-A-PAGAR           TO WSL-IMP-ED-1
           PERFORM 258000-LINEA-TOTAL.
           MOVE 'TOTAL SALDO A FAVOR'     TO WSL-LINEA
           MOVE WSA-TOT-A-FAVOR           TO WSL-IMP-ED-1
           PERFORM 258000-LINEA-TOTAL.

       252000-HOJA-JURISDICCION.

           MOVE SPACES TO FD-PAPEL
           WRITE FD-PAPEL.
           INITIALIZE WSL-LINEA
           STRING 'JURISDICCION '                  DELIMITED SIZE
                  WST-JUR-COD (WSI-JUR)            DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  WST-JUR-NOMBRE (WSI-JUR)         DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           IF WSP-IIBB-CONVENIO
               MOVE WST-JUR-COEF (WSI-JUR) TO WSL-COEF-EDITADO
               MOVE 'COEFICIENTE'    TO WSL-LINEA (50:11)
               MOVE WSL-COEF-EDITADO TO WSL-LINEA (62:6)
           END-IF
           MOVE WSL-LINEA TO FD-PAPEL
           WRITE FD-PAPEL.
           MOVE '    ACTIVIDAD             BASE IMPONIBLE  ALICUOTA'
             TO WSL-LINEA
           MOVE '      IMPUESTO' TO WSL-LINEA (53:)
           MOVE WSL-LINEA TO FD-PAPEL
           WRITE FD-PAPEL.

           PERFORM VARYING WSI-LQD FROM 1 BY 1
                   UNTIL WSI-LQD > WST-CANT-LQD
               IF WST-LQD-JUR (WSI-LQD) = WSI-JUR
                   MOVE WST-LQD-CODSER (WSI-LQD) TO WSV-BAS-CODSER
                   PERFORM 255000-DESCRIBIR-ACTIVIDAD
                   MOVE WST-LQD-BASE (WSI-LQD)     TO WSL-IMP-ED-1
                   MOVE WST-LQD-TASA (WSI-LQD)     TO WSL-TASA-EDITADA
                   MOVE WST-LQD-IMPUESTO (WSI-LQD) TO WSL-IMP-ED-2
                   INITIALIZE WSL-LINEA
                   MOVE WSL-ACTIVIDAD    TO WSL-LINEA (5:20)
                   MOVE WSL-IMP-ED-1     TO WSL-LINEA (27:14)
                   MOVE WSL-TASA-EDITADA TO WSL-LINEA (45:5)
                   MOVE '%'              TO WSL-LINEA (51:1)
                   MOVE WSL-IMP-ED-2     TO WSL-LINEA (53:14)
                   IF WST-LQD-SIN-ALI (WSI-LQD) = 'S'
                       MOVE '** SIN ALICUOTA VIGENTE'
                         TO WSL-LINEA (69:23)
                   END-IF
                   MOVE WSL-LINEA TO FD-PAPEL
                   WRITE FD-PAPEL
               END-IF
           END-PERFORM

           MOVE '    IMPUESTO DETERMINADO'          TO WSL-LINEA
           MOVE WST-JUR-IMPUESTO (WSI-JUR)         TO WSL-IMP-ED-1
           PERFORM 257000-LINEA-HOJA.
           MOVE '    (-) RETENCIONES SUFRIDAS'      TO WSL-LINEA
           MOVE WST-JUR-RETENC (WSI-JUR)           TO WSL-IMP-ED-1
           PERFORM 257000-LINEA-HOJA.
           MOVE '    (-) PERCEPCIONES SUFRIDAS'     TO WSL-LINEA
           MOVE WST-JUR-PERCEP (WSI-JUR)           TO WSL-IMP-ED-1
           PERFORM 257000-LINEA-HOJA.
           MOVE '    (-) SALDO A FAVOR ANTERIOR'    TO WSL-LINEA
           MOVE WST-JUR-SALDO-ANT (WSI-JUR)        TO WSL-IMP-ED-1
           PERFORM 257000-LINEA-HOJA.
           IF WST-JUR-RESULTADO (WSI-JUR) >= 0
               MOVE '    SALDO A PAGAR'              TO WSL-LINEA
               MOVE WST-JUR-RESULTADO (WSI-JUR)    TO WSL-IMP-ED-1
           ELSE
               MOVE '    SALDO A FAVOR DEL CONTRIBUYENTE'
                                                    TO WSL-LINEA
               COMPUTE WSL-IMP-ED-1 = 0 - WST-JUR-RESULTADO (WSI-JUR)
           END-IF
           PERFORM 257000-LINEA-HOJA.

       255000-DESCRIBIR-ACTIVIDAD.

           INITIALIZE WSL-ACTIVIDAD
           EVALUATE WSV-BAS-CODSER
               WHEN SPACES
                    MOVE 'GENERAL'             TO WSL-ACTIVIDAD
               WHEN WSC-CODSER-CUOTA
                    MOVE 'CUOTAS'              TO WSL-ACTIVIDAD
               WHEN OTHER
                    STRING 'SERVICIO '         DELIMITED SIZE
                           WSV-BAS-CODSER      DELIMITED SIZE
                      INTO WSL-ACTIVIDAD
                    END-STRING
           END-EVALUATE.

       257000-LINEA-HOJA.

           MOVE WSL-IMP-ED-1 TO WSL-LINEA (53:14)
           MOVE WSL-LINEA TO FD-PAPEL
           WRITE FD-PAPEL.

       258000-LINEA-TOTAL.

           MOVE WSL-IMP-ED-1 TO WSL-LINEA (53:14)
           MOVE WSL-LINEA TO FD-PAPEL
           WRITE FD-PAPEL.

       260000-OBSERVACIONES.

      *    Lo que impide asentar: queda a la vista al pie del papel.
           IF NOT WSS-SI-HAY-OBSERVACIONES
             AND NOT WSS-SI-DESBORDE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO FD-PAPEL
           WRITE FD-PAPEL.
           MOVE 'OBSERVACIONES (LA LIQUIDACION NO SE ASIENTA HASTA '
             TO WSL-LINEA
           MOVE 'CORREGIRLAS)' TO WSL-LINEA (51:)
           MOVE WSL-LINEA TO FD-PAPEL
           WRITE FD-PAPEL.

           IF WSS-SI-DESBORDE
               MOVE '*** TABLAS LLENAS: LIQUIDACION INCOMPLETA'
                 TO FD-PAPEL
               WRITE FD-PAPEL
           END-IF.
           IF WSCC-CONT-SIN-ALICUOTA > 0
               MOVE WSCC-CONT-SIN-ALICUOTA TO WSL-CANT-EDITADA
               INITIALIZE WSL-LINEA
               STRING '*** RENGLONES SIN ALICUOTA VIGENTE: '
                                                  DELIMITED SIZE
                      WSL-CANT-EDITADA            DELIMITED SIZE
                      ' (CARGARLA CON PROG01-61-SA)'
                                                  DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-PAPEL
               WRITE FD-PAPEL
           END-IF.
           IF WSA-BASE-SIN-JUR NOT = 0
               MOVE '*** BASE DE SUCURSALES SIN JURISDICCION'
                 TO WSL-LINEA
               MOVE WSA-BASE-SIN-JUR TO WSL-IMP-ED-1
               PERFORM 258000-LINEA-TOTAL
           END-IF.
           IF WSA-RET-SIN-JUR NOT = 0
               MOVE '*** RETENCIONES SIN JURISDICCION' TO WSL-LINEA
               MOVE WSA-RET-SIN-JUR TO WSL-IMP-ED-1
               PERFORM 258000-LINEA-TOTAL
           END-IF.
           IF WSA-PCS-SIN-JUR NOT = 0
               MOVE '*** PERCEPCIONES DE JURISDICCION INEXISTENTE'
                 TO WSL-LINEA
               MOVE WSA-PCS-SIN-JUR TO WSL-IMP-ED-1
               PERFORM 258000-LINEA-TOTAL
           END-IF.
           IF WSP-IIBB-CONVENIO AND WSV-SUMA-COEF NOT = 1
               MOVE WSV-SUMA-COEF TO WSL-SUMA-EDITADA
               INITIALIZE WSL-LINEA
               STRING '*** LOS COEFICIENTES SUMAN '  DELIMITED SIZE
                      WSL-SUMA-EDITADA               DELIMITED SIZE
                      ' Y NO 1'                      DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-PAPEL
               WRITE FD-PAPEL
           END-IF.

       270000-ASENTAR.

      *    Por jurisdiccion: el impuesto al debe del gasto, contra
      *    retenciones, percepciones y saldo a favor anterior, y la
      *    diferencia como deuda a pagar (o, si sobran deducciones,
      *    como nuevo saldo a favor al debe). Una liquidacion con
      *    observaciones o de un periodo ya asentado no se asienta.
           MOVE SPACES TO FD-PAPEL
           WRITE FD-PAPEL.

           IF WSS-PERIODO-SI-LIQUIDADO
               MOVE 'PERIODO YA ASENTADO: NO SE REPITE EL ASIENTO'
                 TO FD-PAPEL
               WRITE FD-PAPEL
               DISPLAY 'PERIODO YA ASENTADO: NO SE REPITE EL ASIENTO'
               EXIT PARAGRAPH
           END-IF.
           IF WSS-SI-HAY-OBSERVACIONES OR WSS-SI-DESBORDE
               MOVE 'LIQUIDACION CON OBSERVACIONES: NO SE ASIENTA'
                 TO FD-PAPEL
               WRITE FD-PAPEL
               DISPLAY 'LIQUIDACION CON OBSERVACIONES: NO SE ASIENTA'
               EXIT PARAGRAPH
           END-IF.
           IF WSA-TOT-IMPUESTO = 0 AND WSA-TOT-DEDUCCIONES = 0
               MOVE 'SIN IMPUESTO NI DEDUCCIONES QUE ASENTAR'
                 TO FD-PAPEL
               WRITE FD-PAPEL
               DISPLAY 'SIN IMPUESTO NI DEDUCCIONES QUE ASENTAR'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 960000-ABRIR-ASIENTOS.
           IF NOT WSG-SI-ABIERTO
               MOVE 'ASIENTO NO GRABADO (ERROR DE APERTURA)'
                 TO FD-PAPEL
               WRITE FD-PAPEL
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-JUR FROM 1 BY 1
                   UNTIL WSI-JUR > WST-CANT-JUR
               INITIALIZE WSG-GL-LEYENDA
               STRING 'IIBB '                      DELIMITED SIZE
                      WST-JUR-COD (WSI-JUR)        DELIMITED SIZE
                      ' '                          DELIMITED SIZE
                      WST-JUR-NOMBRE (WSI-JUR)     DELIMITED SIZE
                 INTO WSG-GL-LEYENDA
               END-STRING
               MOVE 'D'                           TO WSG-GL-TIPO
               MOVE WSC-CTA-IMPUESTO              TO WSG-GL-CUENTA
               MOVE WST-JUR-IMPUESTO (WSI-JUR)    TO WSG-GL-IMPORTE
               PERFORM 275000-PARTIDA
               MOVE 'H'                           TO WSG-GL-TIPO
               MOVE WSC-CTA-RETENCIONES           TO WSG-GL-CUENTA
               MOVE WST-JUR-RETENC (WSI-JUR)      TO WSG-GL-IMPORTE
               PERFORM 275000-PARTIDA
               MOVE 'H'                           TO WSG-GL-TIPO
               MOVE WSC-CTA-PERCEPCIONES          TO WSG-GL-CUENTA
               MOVE WST-JUR-PERCEP (WSI-JUR)      TO WSG-GL-IMPORTE
               PERFORM 275000-PARTIDA
               MOVE 'H'                           TO WSG-GL-TIPO
               MOVE WSC-CTA-SALDO-FAVOR           TO WSG-GL-CUENTA
               MOVE WST-JUR-SALDO-ANT (WSI-JUR)   TO WSG-GL-IMPORTE
               PERFORM 275000-PARTIDA
               IF WST-JUR-RESULTADO (WSI-JUR) > 0
                   MOVE 'H'                       TO WSG-GL-TIPO
                   MOVE WSC-CTA-A-PAGAR           TO WSG-GL-CUENTA
                   MOVE WST-JUR-RESULTADO (WSI-JUR)
                                                  TO WSG-GL-IMPORTE
               ELSE
                   MOVE 'D'                       TO WSG-GL-TIPO
                   MOVE WSC-CTA-SALDO-FAVOR       TO WSG-GL-CUENTA
                   COMPUTE WSG-GL-IMPORTE =
                           0 - WST-JUR-RESULTADO (WSI-JUR)
               END-IF
               PERFORM 275000-PARTIDA
           END-PERFORM

           PERFORM 965000-CERRAR-ASIENTOS.

           PERFORM 280000-GRABAR-HISTORIAL.

           MOVE WSCC-CONT-PARTIDAS TO WSL-CANT-EDITADA
           INITIALIZE WSL-LINEA
           STRING 'LIQUIDACION ASENTADA EN AsientosGL.TXT: '
                                                  DELIMITED SIZE
                  WSL-CANT-EDITADA                DELIMITED SIZE
                  ' PARTIDAS'                     DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-PAPEL
           WRITE FD-PAPEL.

       275000-PARTIDA.

      *    Partida cargada en WSG-GL-*: las de importe cero no se
      *    graban y una negativa (mas notas que facturas) pasa al
      *    otro lado.
           IF WSG-GL-IMPORTE = 0
               EXIT PARAGRAPH
           END-IF.
           IF WSG-GL-IMPORTE < 0
               COMPUTE WSG-GL-IMPORTE = 0 - WSG-GL-IMPORTE
               IF WSG-GL-TIPO = 'D'
                   MOVE 'H' TO WSG-GL-TIPO
               ELSE
                   MOVE 'D' TO WSG-GL-TIPO
               END-IF
           END-IF.
           MOVE WSV-PERIODO-PROCESO TO WSG-GL-PERIODO
           PERFORM 962000-GRABAR-PARTIDA
           ADD 1 TO WSCC-CONT-PARTIDAS.

       280000-GRABAR-HISTORIAL.

      *    Una liquidacion por jurisdiccion con movimiento: marca el
      *    periodo como asentado y deja el saldo a favor para el
      *    periodo siguiente.
           OPEN EXTEND HISTORIAL.
           IF WSS-FS-LIQ-NOEXISTE
               OPEN OUTPUT HISTORIAL
           END-IF.
           IF NOT WSS-FS-LIQ-OK
             DISPLAY 'ERROR DE ARCHIVO DE LIQUIDACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-LIQ
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-JUR FROM 1 BY 1
                   UNTIL WSI-JUR > WST-CANT-JUR
               IF WST-JUR-BASE (WSI-JUR) NOT = 0
                 OR WST-JUR-RETENC (WSI-JUR) NOT = 0
                 OR WST-JUR-PERCEP (WSI-JUR) NOT = 0
                 OR WST-JUR-SALDO-ANT (WSI-JUR) NOT = 0
                   MOVE WSV-PERIODO-PROCESO  TO WSF-LIQ-PERIODO
                   MOVE WST-JUR-COD (WSI-JUR) TO WSF-LIQ-JUR
                   MOVE WSP-IIBB-REGIMEN     TO WSF-LIQ-REGIMEN
                   MOVE WST-JUR-BASE (WSI-JUR) TO WSF-LIQ-BASE
                   MOVE WST-JUR-IMPUESTO (WSI-JUR)
                                             TO WSF-LIQ-IMPUESTO
                   MOVE WST-JUR-RETENC (WSI-JUR)
                                             TO WSF-LIQ-RETENCIONES
                   MOVE WST-JUR-PERCEP (WSI-JUR)
                                             TO WSF-LIQ-PERCEPCIONES
                   MOVE WST-JUR-SALDO-ANT (WSI-JUR)
                                             TO WSF-LIQ-SALDO-ANT
                   MOVE WST-JUR-RESULTADO (WSI-JUR)
                                             TO WSF-LIQ-RESULTADO
                   MOVE WSV-FECHA-SISTEMA    TO WSF-LIQ-FECHA
                   MOVE WSO-OPER-ID          TO WSF-LIQ-OPERADOR
                   WRITE FD-HISTORIAL
               END-IF
           END-PERFORM

           CLOSE HISTORIAL.

       300000-FINAL.

           DISPLAY '********************************************'
           DISPLAY 'FACTURAS DEL PERIODO =' WSCC-CONT-FACTURAS
           DISPLAY 'NOTAS DE CREDITO =' WSCC-CONT-NOTAS
           DISPLAY 'EXPORTACIONES (NO GRAVADAS) ='
                                          WSCC-CONT-EXPORTACION
           DISPLAY 'RENGLONES DE DETALLE =' WSCC-CONT-RENGLONES
           DISPLAY 'RETENCIONES IIBB =' WSCC-CONT-RETENCIONES
           DISPLAY 'PERCEPCIONES SUFRIDAS =' WSCC-CONT-PERCEPCIONES
           DISPLAY 'RENGLONES SIN ALICUOTA =' WSCC-CONT-SIN-ALICUOTA
           DISPLAY 'PARTIDAS ASENTADAS =' WSCC-CONT-PARTIDAS
           DISPLAY '********************************************'.
           STOP RUN.

       900000-UBICAR-COMPROBANTE.

      *    Busca WSV-CMP-BUSCADO en la tabla; WSV-POS-CMP = 0 si no
      *    esta.
           MOVE 0 TO WSV-POS-CMP
           PERFORM VARYING WSI-CMP FROM 1 BY 1
                   UNTIL WSI-CMP > WST-CANT-CMP
               IF WST-CMP-CLAVE (WSI-CMP) = WSV-CMP-BUSCADO
                   SET WSV-POS-CMP TO WSI-CMP
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       902000-AGREGAR-COMPROBANTE.

      *    Agrega WSV-CMP-BUSCADO vacio; WSV-POS-CMP = 0 si la tabla
      *    esta llena.
           MOVE 0 TO WSV-POS-CMP
           IF WST-CANT-CMP >= WSC-MAX-COMPROBANTES
               IF NOT WSS-SI-DESBORDE
                   DISPLAY 'TABLA DE COMPROBANTES LLENA'
               END-IF
               MOVE 'S' TO WSS-DESBORDE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-CMP
           SET WSI-CMP TO WST-CANT-CMP
           INITIALIZE WST-CMP (WSI-CMP)
           MOVE WSV-CMP-BUSCADO TO WST-CMP-CLAVE (WSI-CMP)
           MOVE 'N'             TO WST-CMP-DEL-PERIODO (WSI-CMP)
           MOVE 1               TO WST-CMP-FACTOR (WSI-CMP)
           MOVE WST-CANT-CMP    TO WSV-POS-CMP.

       905000-JURISDICCION-CLIENTE.

      *    Posicion en la tabla (WSV-JUR-POS, 0 = ninguna) de la
      *    jurisdiccion donde radica la sucursal del cliente
      *    WSV-CTE-BUSCADO; sin el cliente en el maestro se usa la
      *    sucursal de respaldo (el punto de venta del comprobante).
           MOVE 0 TO WSV-JUR-POS
           MOVE WSV-SUC-RESPALDO TO WSV-SUB-S
           IF WSV-SUC-RESPALDO > 99
               MOVE 0 TO WSV-SUB-S
           END-IF

           IF WSS-CTES-SI-ABIERTO
               MOVE WSV-CTE-BUSCADO TO WSF-CTE-CTE
               READ CLIENTES KEY IS WSF-CTE-CTE
                   INVALID KEY CONTINUE
               END-READ
               IF WSS-FS-CTE-OK
                   MOVE WSF-CTE-SUCURSAL TO WSV-SUB-S
               END-IF
           END-IF.

           IF WSV-SUB-S = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-JUR FROM 1 BY 1
                   UNTIL WSI-JUR > WST-CANT-JUR
                      OR WSV-JUR-POS > 0
               IF WST-JUR-SUCURSAL (WSI-JUR, 1) = WSV-SUB-S
                 OR WST-JUR-SUCURSAL (WSI-JUR, 2) = WSV-SUB-S
                 OR WST-JUR-SUCURSAL (WSI-JUR, 3) = WSV-SUB-S
                 OR WST-JUR-SUCURSAL (WSI-JUR, 4) = WSV-SUB-S
                 OR WST-JUR-SUCURSAL (WSI-JUR, 5) = WSV-SUB-S
                   SET WSV-JUR-POS TO WSI-JUR
               END-IF
           END-PERFORM.

       910000-ACUMULAR-BASE.

      *    Suma WSV-BAS-IMPORTE a la base de la jurisdiccion
      *    WSV-BAS-JUR y el servicio WSV-BAS-CODSER. En convenio la
      *    base es una sola (jurisdiccion 0) y se distribuye al
      *    liquidar.
           IF WSV-BAS-IMPORTE = 0
               EXIT PARAGRAPH
           END-IF.
           IF WSP-IIBB-CONVENIO
               MOVE 0 TO WSV-BAS-JUR
           END-IF.

           PERFORM VARYING WSI-BAS FROM 1 BY 1
                   UNTIL WSI-BAS > WST-CANT-BAS
               IF WST-BAS-JUR (WSI-BAS) = WSV-BAS-JUR
                 AND WST-BAS-CODSER (WSI-BAS) = WSV-BAS-CODSER
                   ADD WSV-BAS-IMPORTE TO WST-BAS-IMPORTE (WSI-BAS)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WST-CANT-BAS >= WSC-MAX-BASES
               IF NOT WSS-SI-DESBORDE
                   DISPLAY 'TABLA DE BASES LLENA'
               END-IF
               MOVE 'S' TO WSS-DESBORDE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-BAS
           SET WSI-BAS TO WST-CANT-BAS
           MOVE WSV-BAS-JUR     TO WST-BAS-JUR (WSI-BAS)
           MOVE WSV-BAS-CODSER  TO WST-BAS-CODSER (WSI-BAS)
           MOVE WSV-BAS-IMPORTE TO WST-BAS-IMPORTE (WSI-BAS).

       912000-FACTOR-MONEDA.

      *    Conversion a pesos de un importe en WSV-MONEDA a la
      *    TASA-USD de parametros (mismo criterio que las
      *    retenciones de PROG01-42-SA).
           IF WSV-MONEDA = WSC-MONEDA-BASE OR WSV-MONEDA = SPACES
               MOVE 1 TO WSV-FACTOR
           ELSE
               MOVE WSP-TASA-USD TO WSV-FACTOR
           END-IF.

       915000-BUSCAR-JURISDICCION.

      *    Busca la jurisdiccion de codigo WSV-JUR-CODIGO; deja
      *    WSI-JUR en ella.
           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-JUR FROM 1 BY 1
                   UNTIL WSI-JUR > WST-CANT-JUR
               IF WST-JUR-COD (WSI-JUR) = WSV-JUR-CODIGO
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS

           MOVE 'JurisdiccionesIIBB.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-JURISDICCIONES

           MOVE 'AlicuotasIIBB.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ALICUOTAS

           MOVE 'FacturasEmitidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EMITIDAS

           MOVE 'FacturasDetalle.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-FACDETALLE

           MOVE 'NotasCreditoEmitidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-NCEMITIDAS

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'RetencionesRecibidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RETENCIONES

           MOVE 'PercepcionesSufridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PERCEPCIONES

           MOVE 'LiquidacionesIIBB.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-HISTORIAL

           MOVE 'PapelTrabajoIIBB.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PAPEL

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

           COPY ASIENGLP.

       END PROGRAM PROG01-62-SA.
