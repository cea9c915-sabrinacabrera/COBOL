      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Conciliacion de fin de mes del submayor de
      *              deudores (SaldosClientes.TXT) contra la cuenta de
      *              control DEUDORES-VENTAS. PROG01-29-SA prueba que
      *              la cadena de facturacion es consistente, pero
      *              nadie probaba que el submayor coincidiera con lo
      *              asentado. La cuenta de control sale del historial
      *              contable (MovimientosGL.TXT, que cada paso que
      *              asienta completa al grabar sus partidas): saldo
      *              inicial, debe y haber del periodo, saldo al
      *              cierre. El submayor se arrastra por moneda desde
      *              el cierre conciliado anterior
      *              (CierresDeudores.TXT) y se valua en pesos a la
      *              tasa de la ultima revaluacion (ValuacionMonedas.TXT
      *              de PROG01-25-SA), que es la que lleva la cuenta de
      *              control. La diferencia se explica por clase de
      *              movimiento: cada clase (cargos facturados, IVA de
      *              la facturacion, ventas de mostrador, cobranzas,
      *              retenciones, anticipos recibidos y aplicados,
      *              devoluciones, reexpresion, notas de credito por
      *              descuento y por reclamo) compara lo que movio el
      *              submayor y lo que sus documentos debian asentar
      *              contra lo asentado con su leyenda; lo que no se
      *              asienta por diseno (cobranzas de tesoreria,
      *              devoluciones) y lo sin asentar o asentado con
      *              otro importe se listan documento por documento
      *              como partidas. Los asientos de la cuenta con
      *              leyendas sin clase tambien son partidas. Lo que
      *              el submayor movio sin ningun documento que lo
      *              respalde queda como diferencia sin explicar. Se
      *              corre antes del cierre de PROG01-04-SA (que
      *              archiva los cargos del periodo fuera de
      *              Resultados.TXT); el cierre conciliado queda
      *              registrado (reemplazando el del mismo periodo si
      *              se repite) como saldo anterior del mes siguiente.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-64-SA.

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

      *    Historial contable acumulado (ver ASIENGL.CPY).
           SELECT MOVIMIENTOSGL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-MOVIMIENTOSGL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MGL.

      *    Mismo maestro de saldos que reescribe PROG01-07-SA,
      *    abierto solo lectura.
           SELECT SALDOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-SALDOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SAL.

      *    Cargos del periodo que PROG01-07-SA suma al submayor.
           SELECT RESULTADO-ENTRADA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RESULTADO-ENTRADA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RES.

      *    Pagos aplicados por PROG01-06-SA en este ciclo de
      *    cobranzas (los mismos que PROG01-07-SA resta).
           SELECT PAGOS-ENTRADA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PAGOS-ENTRADA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAG.

      *    Registro acumulativo de devoluciones de PROG01-34-SA.
           SELECT DEVOLUCIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DEVOLUCIONES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DEV.

      *    Anticipos recibidos (PROG01-06-SA) y aplicados a facturas
      *    (PROG01-10-SA).
           SELECT ANTICIPOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ANTICIPOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANT.

      *    Certificados de retencion que PROG01-42-SA asienta.
           SELECT RETENCIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RETENCIONES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RET.

      *    Registro de notas de credito de PROG01-18-SA: las de
      *    descuento y reclamo bajan el submayor en PROG01-07-SA.
           SELECT NCEMITIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-NCEMITIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NCE.

      *    Tasa de la ultima revaluacion por moneda (PROG01-25-SA).
           SELECT VALUACION
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-VALUACION
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VAL.

      *    Cierres conciliados: un registro por periodo y moneda mas
      *    el total con la cuenta de control y la diferencia.
           SELECT CIERRES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CIERRES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CIE.

      *    Papel de la conciliacion para el contador.
           SELECT CONCILIACION
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CONCILIACION
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CON.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

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

       FD SALDOS.

      *    Mismo layout que FD-SALDOS en PROG01-07-SA.
       01 FD-SALDOS.
         05 WSF-SAL-CTE           PIC 9(07).
         05 WSF-SAL-NYA           PIC X(60).
         05 WSF-SAL-MONEDA        PIC X(03).
         05 WSF-SAL-PERIODO       PIC 9(06).
         05 WSF-SAL-IMPORTE       PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

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

       FD PAGOS-ENTRADA.

      *    Mismo layout que FD-PAGOS en PROG01-06-SA.
       01 FD-PAGOS-ENTRADA.
         05 WSF-PAGE-CTE          PIC 9(07).
         05 WSF-PAGE-FECHA        PIC 9(08).
         05 WSF-PAGE-IMPORTE      PIC 9(07)V99.
         05 WSF-PAGE-MONEDA       PIC X(03).
         05 WSF-PAGE-NRO-RECIBO   PIC 9(08).
         05 WSF-PAGE-DOCUMENTOS.
           10 WSF-PAGE-DOC OCCURS 5 TIMES.
             15 WSF-PAGE-DOC-LETRA   PIC X(01).
             15 WSF-PAGE-DOC-PTO-VTA PIC 9(04).
             15 WSF-PAGE-DOC-NUMERO  PIC 9(08).

       FD DEVOLUCIONES.

      *    Mismo layout que FD-DEVOLUCIONES en PROG01-34-SA.
       01 FD-DEVOLUCIONES.
         05 WSF-DEV-NRO           PIC 9(08).
         05 WSF-DEV-CTE           PIC 9(07).
         05 WSF-DEV-MONEDA        PIC X(03).
         05 WSF-DEV-IMPORTE       PIC 9(09)V99.
         05 WSF-DEV-FECHA         PIC 9(08).
         05 WSF-DEV-OPERADOR      PIC X(10).

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
      *    D descuento por pronto pago / C reclamo aceptado / en
      *    blanco las reversas y los ajustes manuales.
         05 WSF-NCE-MOTIVO        PIC X(01).
      *    Periodo en proceso de la corrida que emitio (y asento) la
      *    nota; en blanco en las notas anteriores.
         05 WSF-NCE-PERIODO-EMI   PIC 9(06).

       FD VALUACION.

      *    Mismo layout que FD-VALUACION en PROG01-25-SA.
       01 FD-VALUACION.
         05 WSF-VAL-MONEDA       PIC X(03).
         05 WSF-VAL-TASA         PIC 9(07)V9(04).

       FD CIERRES.

       01 FD-CIERRES.
         05 WSF-CIE-PERIODO       PIC 9(06).
      *    Moneda del submayor, o '***' en el registro total.
         05 WSF-CIE-MONEDA        PIC X(03).
         05 WSF-CIE-NATIVO        PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-CIE-TASA          PIC 9(07)V9(04).
         05 WSF-CIE-PESOS         PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
      *    Solo en el total: saldo de la cuenta de control y
      *    diferencia submayor menos cuenta de control.
         05 WSF-CIE-SALDO-GL      PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-CIE-DIFERENCIA    PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-CIE-FECHA         PIC 9(08).

       FD CONCILIACION.

       01 FD-CONCILIACION           PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-MGL                           PIC X(02).
             88 WSS-FS-MGL-OK                      VALUE '00'.
             88 WSS-FS-MGL-EOF                     VALUE '10'.
             88 WSS-FS-MGL-NOEXISTE                VALUE '35'.
           05 WSS-FS-SAL                           PIC X(02).
             88 WSS-FS-SAL-OK                      VALUE '00'.
             88 WSS-FS-SAL-EOF                     VALUE '10'.
             88 WSS-FS-SAL-NOEXISTE                VALUE '35'.
           05 WSS-FS-RES                           PIC X(02).
             88 WSS-FS-RES-OK                      VALUE '00'.
             88 WSS-FS-RES-EOF                     VALUE '10'.
             88 WSS-FS-RES-NOEXISTE                VALUE '35'.
           05 WSS-FS-PAG                           PIC X(02).
             88 WSS-FS-PAG-OK                      VALUE '00'.
             88 WSS-FS-PAG-EOF                     VALUE '10'.
             88 WSS-FS-PAG-NOEXISTE                VALUE '35'.
           05 WSS-FS-DEV                           PIC X(02).
             88 WSS-FS-DEV-OK                      VALUE '00'.
             88 WSS-FS-DEV-EOF                     VALUE '10'.
             88 WSS-FS-DEV-NOEXISTE                VALUE '35'.
           05 WSS-FS-ANT                           PIC X(02).
             88 WSS-FS-ANT-OK                      VALUE '00'.
             88 WSS-FS-ANT-EOF                     VALUE '10'.
             88 WSS-FS-ANT-NOEXISTE                VALUE '35'.
           05 WSS-FS-RET                           PIC X(02).
             88 WSS-FS-RET-OK                      VALUE '00'.
             88 WSS-FS-RET-EOF                     VALUE '10'.
             88 WSS-FS-RET-NOEXISTE                VALUE '35'.
           05 WSS-FS-NCE                           PIC X(02).
             88 WSS-FS-NCE-OK                      VALUE '00'.
             88 WSS-FS-NCE-EOF                     VALUE '10'.
             88 WSS-FS-NCE-NOEXISTE                VALUE '35'.
           05 WSS-FS-VAL                           PIC X(02).
             88 WSS-FS-VAL-OK                      VALUE '00'.
             88 WSS-FS-VAL-EOF                     VALUE '10'.
             88 WSS-FS-VAL-NOEXISTE                VALUE '35'.
           05 WSS-FS-CIE                           PIC X(02).
             88 WSS-FS-CIE-OK                      VALUE '00'.
             88 WSS-FS-CIE-EOF                     VALUE '10'.
             88 WSS-FS-CIE-NOEXISTE                VALUE '35'.
           05 WSS-FS-CON                           PIC X(02).
             88 WSS-FS-CON-OK                      VALUE '00'.

       01 CONSTANTES.
           05 WSC-MONEDA-BASE       PIC X(03) VALUE 'ARS'.
           05 WSC-MONEDA-TOTAL      PIC X(03) VALUE '***'.
           05 WSC-CTA-DEUDORES      PIC X(16) VALUE 'DEUDORES-VENTAS'.
           05 WSC-CTA-IVA-DEBITO    PIC X(16)
                                    VALUE 'IVA-DEBITO-FISCA'.
           05 WSC-LEY-IVA-FACTURA   PIC X(30)
                                    VALUE 'IVA SOBRE FACTURACION'.
           05 WSC-LEY-IVA-NOTAS     PIC X(30)
                                    VALUE 'IVA SOBRE NOTAS DE CREDITO'.
           05 WSC-MAX-MONEDAS       PIC 9(02) VALUE 20.
           05 WSC-MAX-LEYENDAS      PIC 9(03) VALUE 100.
           05 WSC-MAX-DOCUMENTOS    PIC 9(04) VALUE 3000.
           05 WSC-MAX-CIERRES       PIC 9(04) VALUE 3000.
      *    Clases de movimiento de la cuenta (subindices de
      *    TABLA-CLASES, cargada en 105000-CARGAR-CLASES).
           05 WSC-CANT-CLASES       PIC 9(02) VALUE 10.
           05 WSC-CLA-FACTURAS      PIC 9(02) VALUE 1.
           05 WSC-CLA-IVA           PIC 9(02) VALUE 2.
           05 WSC-CLA-MOSTRADOR     PIC 9(02) VALUE 3.
           05 WSC-CLA-COBRANZAS     PIC 9(02) VALUE 4.
           05 WSC-CLA-RETENCIONES   PIC 9(02) VALUE 5.
           05 WSC-CLA-ANT-RECIBIDOS PIC 9(02) VALUE 6.
           05 WSC-CLA-ANT-APLICADOS PIC 9(02) VALUE 7.
           05 WSC-CLA-DEVOLUCIONES  PIC 9(02) VALUE 8.
           05 WSC-CLA-REEXPRESION   PIC 9(02) VALUE 9.
           05 WSC-CLA-NOTAS         PIC 9(02) VALUE 10.

       01 WSV-PERIODO-PROCESO       PIC 9(06).
       01 WSV-FECHA-SISTEMA         PIC 9(08).
      *    Ultimo cierre conciliado anterior al periodo (0 = ninguno).
       01 WSV-PERIODO-ANTERIOR      PIC 9(06) VALUE 0.

      *    Tasas de ValuacionMonedas.TXT, cargadas antes que los
      *    documentos para valuar cada uno al leerlo.
       01 TABLA-VALUACION.
           05 WST-CANT-VAL          PIC 9(02) VALUE 0.
           05 WST-VAL OCCURS 20 TIMES
                             INDEXED BY WSI-VAL.
               10 WST-VAL-MONEDA    PIC X(03).
               10 WST-VAL-TASA      PIC 9(07)V9(04).

      *    Submayor por moneda: arrastre nativo y su valuacion.
       01 TABLA-MONEDAS.
           05 WST-CANT-MON          PIC 9(02) VALUE 0.
           05 WST-MON OCCURS 20 TIMES
                             INDEXED BY WSI-MON.
               10 WST-MON-MONEDA        PIC X(03).
               10 WST-MON-TASA          PIC 9(07)V9(04).
      *        S = moneda extranjera sin tasa de valuacion.
               10 WST-MON-SIN-VAL       PIC X(01).
               10 WST-MON-ANT-NATIVO    PIC S9(11)V99.
               10 WST-MON-ANT-PESOS     PIC S9(11)V99.
               10 WST-MON-CARGOS        PIC S9(11)V99.
               10 WST-MON-COBRANZAS     PIC S9(11)V99.
               10 WST-MON-DEVOLUCIONES  PIC S9(11)V99.
               10 WST-MON-NOTAS         PIC S9(11)V99.
               10 WST-MON-OTROS         PIC S9(11)V99.
               10 WST-MON-CIERRE        PIC S9(11)V99.
               10 WST-MON-P-CARGOS      PIC S9(11)V99.
               10 WST-MON-P-COBRANZAS   PIC S9(11)V99.
               10 WST-MON-P-DEVOLUC     PIC S9(11)V99.
               10 WST-MON-P-NOTAS       PIC S9(11)V99.
               10 WST-MON-P-REEXPRESION PIC S9(11)V99.
               10 WST-MON-P-OTROS       PIC S9(11)V99.
               10 WST-MON-P-CIERRE      PIC S9(11)V99.

      *    Una fila por clase de movimiento: lo que movio el
      *    submayor, lo que sus documentos debian asentar en la
      *    interfaz y lo asentado con la leyenda de la clase (en
      *    pesos, con el signo en que mueven la cuenta).
       01 TABLA-CLASES.
           05 WST-CLA OCCURS 10 TIMES
                             INDEXED BY WSI-CLA.
               10 WST-CLA-TITULO        PIC X(45).
      *        Leyenda de DEUDORES-VENTAS que asienta la clase.
               10 WST-CLA-LEYENDA       PIC X(30).
      *        Por que lo movido en el submayor no pasa por la
      *        interfaz (en blanco si todo debe asentarse).
               10 WST-CLA-MOTIVO        PIC X(45).
      *        S = listar los documentos aunque la clase calce.
               10 WST-CLA-LISTAR        PIC X(01).
               10 WST-CLA-SUBMAYOR      PIC S9(11)V99.
               10 WST-CLA-ESPERADO      PIC S9(11)V99.
               10 WST-CLA-ASENTADO      PIC S9(11)V99.
               10 WST-CLA-CANT-DOC      PIC 9(07).

      *    Documentos de cada clase, para listarlos como partidas.
       01 TABLA-DOCUMENTOS.
           05 WST-CANT-DOC          PIC 9(04) VALUE 0.
           05 WST-DOC OCCURS 3000 TIMES
                             INDEXED BY WSI-DOC.
               10 WST-DOC-CLASE     PIC 9(02).
               10 WST-DOC-TEXTO     PIC X(52).
               10 WST-DOC-PESOS     PIC S9(11)V99.

      *    Asientos de la cuenta en el periodo con leyendas que no
      *    son de ninguna clase.
       01 TABLA-LEYENDAS.
           05 WST-CANT-LEY          PIC 9(03) VALUE 0.
           05 WST-LEY OCCURS 100 TIMES
                             INDEXED BY WSI-LEY.
               10 WST-LEY-LEYENDA   PIC X(30).
               10 WST-LEY-DEBE      PIC S9(11)V99.
               10 WST-LEY-HABER     PIC S9(11)V99.

      *    Cierres de otros periodos, para reescribir el archivo.
       01 TABLA-CIERRES.
           05 WST-CANT-CIE          PIC 9(04) VALUE 0.
           05 WST-CIE OCCURS 3000 TIMES
                             INDEXED BY WSI-CIE.
               10 WST-CIE-REGISTRO  PIC X(84).

       01 WSS-DESBORDE                PIC X VALUE 'N'.
           88 WSS-SI-DESBORDE         VALUE 'S'.
       01 WSS-SIN-HISTORIAL           PIC X VALUE 'N'.
           88 WSS-SI-SIN-HISTORIAL    VALUE 'S'.

       01 WSV-MONEDA                PIC X(03).
       01 WSV-IMPORTE               PIC S9(11)V99.
       01 WSV-PESOS                 PIC S9(11)V99.
       01 WSV-NETO                  PIC S9(11)V99.
       01 WSV-CLASE                 PIC 9(02).
       01 WSV-DOC-TEXTO             PIC X(52).
       01 WSV-ESTRUCTURAL           PIC S9(11)V99.
       01 WSV-ERROR-ASIENTO         PIC S9(11)V99.
       01 WSV-LISTADOS              PIC 9(07).

       01 ACUMULADORES.
           05 WSA-GL-INICIAL        PIC S9(11)V99.
           05 WSA-GL-DEBE           PIC S9(11)V99.
           05 WSA-GL-HABER          PIC S9(11)V99.
           05 WSA-GL-CIERRE         PIC S9(11)V99.
           05 WSA-SUB-PESOS         PIC S9(11)V99.
           05 WSA-SUB-OTROS         PIC S9(11)V99.
           05 WSA-ANT-SUB-PESOS     PIC S9(11)V99.
           05 WSA-ANT-GL            PIC S9(11)V99.
           05 WSA-ANT-DIFERENCIA    PIC S9(11)V99.
           05 WSA-DIFERENCIA        PIC S9(11)V99.
           05 WSA-EXPLICADO         PIC S9(11)V99.
           05 WSA-SIN-EXPLICAR      PIC S9(11)V99.

       01 CONTADORES.
           05 WSCC-CONT-SALDOS      PIC 9(07).
           05 WSCC-CONT-CARGOS      PIC 9(07).
           05 WSCC-CONT-PAGOS       PIC 9(07).
           05 WSCC-CONT-DEVOLUCIONES PIC 9(07).
           05 WSCC-CONT-ANTICIPOS   PIC 9(07).
           05 WSCC-CONT-RETENCIONES PIC 9(07).
           05 WSCC-CONT-NOTAS       PIC 9(07).
           05 WSCC-CONT-MOVIMIENTOS PIC 9(07).
           05 WSCC-CONT-PARTIDAS    PIC 9(07).

       01 WSL-LINEA                 PIC X(132).
       01 WSL-IMP-ED-1              PIC -----------,99.
       01 WSL-IMP-ED-2              PIC -----------,99.
       01 WSL-TASA-EDITADA          PIC Z(06)9,9999.
       01 WSL-CANT-EDITADA          PIC Z(06)9.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-MOVIMIENTOSGL          PIC X(80).
       01 WSV-ARCH-SALDOS                 PIC X(80).
       01 WSV-ARCH-RESULTADO-ENTRADA      PIC X(80).
       01 WSV-ARCH-PAGOS-ENTRADA          PIC X(80).
       01 WSV-ARCH-DEVOLUCIONES           PIC X(80).
       01 WSV-ARCH-ANTICIPOS              PIC X(80).
       01 WSV-ARCH-RETENCIONES            PIC X(80).
       01 WSV-ARCH-NCEMITIDAS             PIC X(80).
       01 WSV-ARCH-VALUACION              PIC X(80).
       01 WSV-ARCH-CIERRES                PIC X(80).
       01 WSV-ARCH-CONCILIACION           PIC X(80).

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

           MOVE WSP-PERIODO-PROCESO TO WSV-PERIODO-PROCESO.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY 'CONCILIACION DE DEUDORES DEL PERIODO '
                   WSV-PERIODO-PROCESO.

           PERFORM 105000-CARGAR-CLASES.
           PERFORM 110000-LEER-VALUACION.
           PERFORM 115000-LEER-CIERRES.
           PERFORM 120000-LEER-SALDOS.
           PERFORM 130000-LEER-CARGOS.
           PERFORM 140000-LEER-PAGOS.
           PERFORM 150000-LEER-DEVOLUCIONES.
           PERFORM 160000-LEER-ANTICIPOS.
           PERFORM 170000-LEER-RETENCIONES.
           PERFORM 176000-LEER-NOTAS.
           PERFORM 180000-LEER-MOVIMIENTOS.

       105000-CARGAR-CLASES.

      *    Cada clase con la leyenda con que la asienta su programa
      *    (PROG01-01-SA, PROG01-59-SA, PROG01-42-SA, PROG01-06-SA,
      *    PROG01-10-SA, PROG01-25-SA, PROG01-18-SA). Las cobranzas
      *    las asienta tesoreria fuera de la interfaz y las
      *    devoluciones no se asientan: no tienen leyenda.
           INITIALIZE TABLA-CLASES.

           MOVE 'CARGOS FACTURADOS (Resultados.TXT)'
             TO WST-CLA-TITULO (WSC-CLA-FACTURAS)
           MOVE 'FACTURACION DEL PERIODO'
             TO WST-CLA-LEYENDA (WSC-CLA-FACTURAS)
           MOVE 'N' TO WST-CLA-LISTAR (WSC-CLA-FACTURAS)

      *    El IVA viaja dentro del debe de la facturacion; se separa
      *    con la partida de IVA debito del mismo asiento.
           MOVE 'IVA DE LA FACTURACION'
             TO WST-CLA-TITULO (WSC-CLA-IVA)
           MOVE 'EL SUBMAYOR LLEVA LOS CARGOS SIN IVA'
             TO WST-CLA-MOTIVO (WSC-CLA-IVA)
           MOVE 'N' TO WST-CLA-LISTAR (WSC-CLA-IVA)

           MOVE 'VENTAS DE MOSTRADOR'
             TO WST-CLA-TITULO (WSC-CLA-MOSTRADOR)
           MOVE 'VENTAS DE MOSTRADOR'
             TO WST-CLA-LEYENDA (WSC-CLA-MOSTRADOR)
           MOVE 'COBRADAS EN EL ACTO (COBRO DE TESORERIA)'
             TO WST-CLA-MOTIVO (WSC-CLA-MOSTRADOR)
           MOVE 'N' TO WST-CLA-LISTAR (WSC-CLA-MOSTRADOR)

           MOVE 'COBRANZAS APLICADAS (PagosAplicados.TXT)'
             TO WST-CLA-TITULO (WSC-CLA-COBRANZAS)
           MOVE 'LAS ASIENTA TESORERIA FUERA DE LA INTERFAZ'
             TO WST-CLA-MOTIVO (WSC-CLA-COBRANZAS)
           MOVE 'S' TO WST-CLA-LISTAR (WSC-CLA-COBRANZAS)

           MOVE 'RETENCIONES SUFRIDAS (RetencionesRecibidas)'
             TO WST-CLA-TITULO (WSC-CLA-RETENCIONES)
           MOVE 'RETENCIONES SUFRIDAS'
             TO WST-CLA-LEYENDA (WSC-CLA-RETENCIONES)
           MOVE 'YA RESTADAS CON LAS COBRANZAS'
             TO WST-CLA-MOTIVO (WSC-CLA-RETENCIONES)
           MOVE 'S' TO WST-CLA-LISTAR (WSC-CLA-RETENCIONES)

           MOVE 'ANTICIPOS RECIBIDOS (Anticipos.TXT)'
             TO WST-CLA-TITULO (WSC-CLA-ANT-RECIBIDOS)
           MOVE 'ANTICIPOS DE CLIENTES RECIBIDOS'
             TO WST-CLA-LEYENDA (WSC-CLA-ANT-RECIBIDOS)
           MOVE 'EL COBRO LO ASIENTA TESORERIA'
             TO WST-CLA-MOTIVO (WSC-CLA-ANT-RECIBIDOS)
           MOVE 'S' TO WST-CLA-LISTAR (WSC-CLA-ANT-RECIBIDOS)

           MOVE 'ANTICIPOS APLICADOS (Anticipos.TXT)'
             TO WST-CLA-TITULO (WSC-CLA-ANT-APLICADOS)
           MOVE 'ANTICIPOS APLICADOS A FACTURAS'
             TO WST-CLA-LEYENDA (WSC-CLA-ANT-APLICADOS)
           MOVE 'EL SUBMAYOR NO LOS DESCUENTA'
             TO WST-CLA-MOTIVO (WSC-CLA-ANT-APLICADOS)
           MOVE 'S' TO WST-CLA-LISTAR (WSC-CLA-ANT-APLICADOS)

           MOVE 'DEVOLUCIONES (Devoluciones.TXT)'
             TO WST-CLA-TITULO (WSC-CLA-DEVOLUCIONES)
           MOVE 'SIN ASIENTO EN LA INTERFAZ'
             TO WST-CLA-MOTIVO (WSC-CLA-DEVOLUCIONES)
           MOVE 'S' TO WST-CLA-LISTAR (WSC-CLA-DEVOLUCIONES)

           MOVE 'REEXPRESION CAMBIARIA'
             TO WST-CLA-TITULO (WSC-CLA-REEXPRESION)
           MOVE 'REVALUACION CAMBIARIA'
             TO WST-CLA-LEYENDA (WSC-CLA-REEXPRESION)
           MOVE 'N' TO WST-CLA-LISTAR (WSC-CLA-REEXPRESION)

      *    Como en la facturacion, el IVA de la nota viaja dentro del
      *    haber de deudores y se pasa a la clase del IVA.
           MOVE 'NOTAS DE CREDITO (NotasCreditoEmitidas.TXT)'
             TO WST-CLA-TITULO (WSC-CLA-NOTAS)
           MOVE 'NOTAS DE CREDITO A CLIENTES'
             TO WST-CLA-LEYENDA (WSC-CLA-NOTAS)
           MOVE 'N' TO WST-CLA-LISTAR (WSC-CLA-NOTAS).

       110000-LEER-VALUACION.

      *    Tasa a la que la cuenta de control lleva cada moneda: la
      *    de la ultima revaluacion (los pesos valen 1, ver
      *    910000-UBICAR-MONEDA).
           OPEN INPUT VALUACION.
           IF WSS-FS-VAL-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-VAL-OK
             DISPLAY 'ERROR DE ARCHIVO DE VALUACION'
             DISPLAY 'FILE STATUS' WSS-FS-VAL
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-VAL-EOF
               READ VALUACION
                  EVALUATE TRUE
                     WHEN WSS-FS-VAL-OK
                          IF WST-CANT-VAL < WSC-MAX-MONEDAS
                              ADD 1 TO WST-CANT-VAL
                              SET WSI-VAL TO WST-CANT-VAL
                              MOVE WSF-VAL-MONEDA
                                TO WST-VAL-MONEDA (WSI-VAL)
                              MOVE WSF-VAL-TASA
                                TO WST-VAL-TASA (WSI-VAL)
                          END-IF
                     WHEN WSS-FS-VAL-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE VALUACION'
                          DISPLAY 'FILE STATUS' WSS-FS-VAL
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE VALUACION.

       115000-LEER-CIERRES.

      *    Guarda los cierres de los otros periodos para reescribir
      *    el archivo y toma como saldo anterior el ultimo cierre
      *    previo al periodo.
           OPEN INPUT CIERRES.
           IF WSS-FS-CIE-NOEXISTE
               DISPLAY 'PRIMERA CONCILIACION: SIN CIERRE ANTERIOR'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-CIE-OK
             DISPLAY 'ERROR DE ARCHIVO DE CIERRES'
             DISPLAY 'FILE STATUS' WSS-FS-CIE
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-CIE-EOF
               READ CIERRES
                  EVALUATE TRUE
                     WHEN WSS-FS-CIE-OK
                          IF WSF-CIE-PERIODO NOT = WSV-PERIODO-PROCESO
                              PERFORM 117000-GUARDAR-CIERRE
                          END-IF
                          IF WSF-CIE-PERIODO < WSV-PERIODO-PROCESO
                            AND WSF-CIE-PERIODO > WSV-PERIODO-ANTERIOR
                              MOVE WSF-CIE-PERIODO
                                TO WSV-PERIODO-ANTERIOR
                          END-IF
                     WHEN WSS-FS-CIE-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE CIERRES'
                          DISPLAY 'FILE STATUS' WSS-FS-CIE
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE CIERRES.

      *    Segunda pasada, sobre la tabla: los registros del cierre
      *    anterior.
           IF WSV-PERIODO-ANTERIOR = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WSI-CIE FROM 1 BY 1
                   UNTIL WSI-CIE > WST-CANT-CIE
               MOVE WST-CIE-REGISTRO (WSI-CIE) TO FD-CIERRES
               IF WSF-CIE-PERIODO = WSV-PERIODO-ANTERIOR
                   IF WSF-CIE-MONEDA = WSC-MONEDA-TOTAL
                       MOVE WSF-CIE-SALDO-GL   TO WSA-ANT-GL
                       MOVE WSF-CIE-DIFERENCIA TO WSA-ANT-DIFERENCIA
                       MOVE WSF-CIE-PESOS      TO WSA-ANT-SUB-PESOS
                   ELSE
                       MOVE WSF-CIE-MONEDA TO WSV-MONEDA
                       PERFORM 910000-UBICAR-MONEDA
                       IF WSI-MON <= WST-CANT-MON
                           MOVE WSF-CIE-NATIVO
                             TO WST-MON-ANT-NATIVO (WSI-MON)
                           MOVE WSF-CIE-PESOS
                             TO WST-MON-ANT-PESOS (WSI-MON)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       117000-GUARDAR-CIERRE.

           IF WST-CANT-CIE < WSC-MAX-CIERRES
               ADD 1 TO WST-CANT-CIE
               SET WSI-CIE TO WST-CANT-CIE
               MOVE FD-CIERRES TO WST-CIE-REGISTRO (WSI-CIE)
           ELSE
               IF NOT WSS-SI-DESBORDE
                   DISPLAY 'TABLA DE CIERRES LLENA: NO SE REGISTRA '
                           'EL CIERRE'
               END-IF
               MOVE 'S' TO WSS-DESBORDE
           END-IF.

       120000-LEER-SALDOS.

      *    Saldo del submayor al cierre, por moneda.
           OPEN INPUT SALDOS.
           IF WSS-FS-SAL-NOEXISTE
               DISPLAY 'NO EXISTE SaldosClientes.TXT: SUBMAYOR EN CERO'
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
                          MOVE WSF-SAL-MONEDA TO WSV-MONEDA
                          PERFORM 910000-UBICAR-MONEDA
                          IF WSI-MON <= WST-CANT-MON
                              ADD WSF-SAL-IMPORTE
                                TO WST-MON-CIERRE (WSI-MON)
                          END-IF
                     WHEN WSS-FS-SAL-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE SALDOS'
                          DISPLAY 'FILE STATUS' WSS-FS-SAL
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE SALDOS.

       130000-LEER-CARGOS.

      *    Mismos cargos que PROG01-07-SA incorpora al submayor.
           OPEN INPUT RESULTADO-ENTRADA.
           IF WSS-FS-RES-NOEXISTE
               DISPLAY 'NO EXISTE Resultados.TXT: SIN CARGOS DEL '
                       'PERIODO'
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
                              PERFORM 135000-CARGO
                          END-IF
                     WHEN WSS-FS-RES-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE RESULTADOS'
                          DISPLAY 'FILE STATUS' WSS-FS-RES
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RESULTADO-ENTRADA.

       135000-CARGO.

           ADD 1 TO WSCC-CONT-CARGOS
           MOVE WSF-RESE-MONEDA TO WSV-MONEDA
           PERFORM 910000-UBICAR-MONEDA
           IF WSI-MON > WST-CANT-MON
               EXIT PARAGRAPH
           END-IF.

           MOVE WSF-RESE-IMP-TOTALTR TO WSV-IMPORTE
           COMPUTE WSV-PESOS ROUNDED =
                   WSV-IMPORTE * WST-MON-TASA (WSI-MON)
           ADD WSV-IMPORTE TO WST-MON-CARGOS (WSI-MON)
           ADD WSV-PESOS   TO WST-MON-P-CARGOS (WSI-MON)

           MOVE WSV-IMPORTE TO WSL-IMP-ED-2
           INITIALIZE WSV-DOC-TEXTO
           STRING 'CLIENTE '                        DELIMITED SIZE
                  WSF-RESE-CTE                      DELIMITED SIZE
                  ' SUC '                           DELIMITED SIZE
                  WSF-RESE-SUCURSAL                 DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSV-MONEDA                        DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  FUNCTION TRIM (WSL-IMP-ED-2)      DELIMITED SIZE
             INTO WSV-DOC-TEXTO
           END-STRING
           MOVE WSC-CLA-FACTURAS TO WSV-CLASE
           PERFORM 190000-GUARDAR-DOCUMENTO.

       140000-LEER-PAGOS.

      *    Mismos pagos del ciclo que PROG01-07-SA resta del
      *    submayor.
           OPEN INPUT PAGOS-ENTRADA.
           IF WSS-FS-PAG-NOEXISTE
               DISPLAY 'SIN ARCHIVO DE PAGOS APLICADOS ESTE CICLO'
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
                          PERFORM 145000-PAGO
                     WHEN WSS-FS-PAG-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
                          DISPLAY 'FILE STATUS' WSS-FS-PAG
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE PAGOS-ENTRADA.

       145000-PAGO.

           ADD 1 TO WSCC-CONT-PAGOS
           MOVE WSF-PAGE-MONEDA TO WSV-MONEDA
           PERFORM 910000-UBICAR-MONEDA
           IF WSI-MON > WST-CANT-MON
               EXIT PARAGRAPH
           END-IF.

           MOVE WSF-PAGE-IMPORTE TO WSV-IMPORTE
           COMPUTE WSV-PESOS ROUNDED =
                   WSV-IMPORTE * WST-MON-TASA (WSI-MON)
           ADD WSV-IMPORTE TO WST-MON-COBRANZAS (WSI-MON)
           ADD WSV-PESOS   TO WST-MON-P-COBRANZAS (WSI-MON)

           MOVE WSV-IMPORTE TO WSL-IMP-ED-2
           INITIALIZE WSV-DOC-TEXTO
           STRING 'RECIBO '                         DELIMITED SIZE
                  WSF-PAGE-NRO-RECIBO               DELIMITED SIZE
                  ' CLIENTE '                       DELIMITED SIZE
                  WSF-PAGE-CTE                      DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSV-MONEDA                        DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  FUNCTION TRIM (WSL-IMP-ED-2)      DELIMITED SIZE
             INTO WSV-DOC-TEXTO
           END-STRING
      *    La cobranza baja el saldo.
           COMPUTE WSV-PESOS = 0 - WSV-PESOS
           MOVE WSC-CLA-COBRANZAS TO WSV-CLASE
           PERFORM 190000-GUARDAR-DOCUMENTO.

       150000-LEER-DEVOLUCIONES.

      *    Las devoluciones descargan saldos a favor del submayor y
      *    no generan asiento en la interfaz.
           OPEN INPUT DEVOLUCIONES.
           IF WSS-FS-DEV-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-DEV-OK
             DISPLAY 'ERROR DE ARCHIVO DE DEVOLUCIONES'
             DISPLAY 'FILE STATUS' WSS-FS-DEV
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-DEV-EOF
               READ DEVOLUCIONES
                  EVALUATE TRUE
                     WHEN WSS-FS-DEV-OK
                          IF WSF-DEV-FECHA (1:6) = WSV-PERIODO-PROCESO
                              PERFORM 155000-DEVOLUCION
                          END-IF
                     WHEN WSS-FS-DEV-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE DEVOLUCIONES'
                          DISPLAY 'FILE STATUS' WSS-FS-DEV
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE DEVOLUCIONES.

       155000-DEVOLUCION.

           ADD 1 TO WSCC-CONT-DEVOLUCIONES
           MOVE WSF-DEV-MONEDA TO WSV-MONEDA
           PERFORM 910000-UBICAR-MONEDA
           IF WSI-MON > WST-CANT-MON
               EXIT PARAGRAPH
           END-IF.

           MOVE WSF-DEV-IMPORTE TO WSV-IMPORTE
           COMPUTE WSV-PESOS ROUNDED =
                   WSV-IMPORTE * WST-MON-TASA (WSI-MON)
           ADD WSV-IMPORTE TO WST-MON-DEVOLUCIONES (WSI-MON)
           ADD WSV-PESOS   TO WST-MON-P-DEVOLUC (WSI-MON)

           MOVE WSV-IMPORTE TO WSL-IMP-ED-2
           INITIALIZE WSV-DOC-TEXTO
           STRING 'DEVOLUCION '                     DELIMITED SIZE
                  WSF-DEV-NRO                       DELIMITED SIZE
                  ' CLIENTE '                       DELIMITED SIZE
                  WSF-DEV-CTE                       DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSV-MONEDA                        DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  FUNCTION TRIM (WSL-IMP-ED-2)      DELIMITED SIZE
             INTO WSV-DOC-TEXTO
           END-STRING
           MOVE WSC-CLA-DEVOLUCIONES TO WSV-CLASE
           PERFORM 190000-GUARDAR-DOCUMENTO.

       160000-LEER-ANTICIPOS.

      *    Los anticipos no mueven el submayor: solo se compara lo
      *    que cada uno debia asentar con lo asentado.
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
                          IF WSF-ANT-PERIODO = WSV-PERIODO-PROCESO
                              PERFORM 165000-ANTICIPO
                          END-IF
                     WHEN WSS-FS-ANT-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE ANTICIPOS'
                          DISPLAY 'FILE STATUS' WSS-FS-ANT
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE ANTICIPOS.

       165000-ANTICIPO.

           ADD 1 TO WSCC-CONT-ANTICIPOS
           MOVE WSF-ANT-MONEDA  TO WSV-MONEDA
           MOVE WSF-ANT-IMPORTE TO WSV-IMPORTE
           PERFORM 915000-PESOS-PARAMETRO
           MOVE WSV-IMPORTE TO WSL-IMP-ED-2
           INITIALIZE WSV-DOC-TEXTO

      *    El recibido se asienta al debe de la cuenta; el aplicado,
      *    al haber.
           IF WSF-ANT-TIPO = 'A'
               STRING 'FACTURA '                    DELIMITED SIZE
                      WSF-ANT-FAC-LETRA             DELIMITED SIZE
                      WSF-ANT-FAC-PTO-VTA           DELIMITED SIZE
                      '-'                           DELIMITED SIZE
                      WSF-ANT-FACTURA               DELIMITED SIZE
                      ' CTE '                       DELIMITED SIZE
                      WSF-ANT-CTE                   DELIMITED SIZE
                      ' '                           DELIMITED SIZE
                      WSV-MONEDA                    DELIMITED SIZE
                      ' '                           DELIMITED SIZE
                      FUNCTION TRIM (WSL-IMP-ED-2)  DELIMITED SIZE
                 INTO WSV-DOC-TEXTO
               END-STRING
               COMPUTE WSV-PESOS = 0 - WSV-PESOS
               MOVE WSC-CLA-ANT-APLICADOS TO WSV-CLASE
           ELSE
               STRING 'RECIBO '                     DELIMITED SIZE
                      WSF-ANT-NRO-RECIBO            DELIMITED SIZE
                      ' CLIENTE '                   DELIMITED SIZE
                      WSF-ANT-CTE                   DELIMITED SIZE
                      ' '                           DELIMITED SIZE
                      WSV-MONEDA                    DELIMITED SIZE
                      ' '                           DELIMITED SIZE
                      FUNCTION TRIM (WSL-IMP-ED-2)  DELIMITED SIZE
                 INTO WSV-DOC-TEXTO
               END-STRING
               MOVE WSC-CLA-ANT-RECIBIDOS TO WSV-CLASE
           END-IF

           ADD WSV-PESOS TO WST-CLA-ESPERADO (WSV-CLASE)
           PERFORM 190000-GUARDAR-DOCUMENTO.

       170000-LEER-RETENCIONES.

      *    Mismos certificados del periodo que asienta PROG01-42-SA.
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
                              PERFORM 175000-RETENCION
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

       175000-RETENCION.

           ADD 1 TO WSCC-CONT-RETENCIONES
           MOVE WSF-RET-MONEDA  TO WSV-MONEDA
           MOVE WSF-RET-IMPORTE TO WSV-IMPORTE
           PERFORM 915000-PESOS-PARAMETRO
           MOVE WSV-IMPORTE TO WSL-IMP-ED-2
           INITIALIZE WSV-DOC-TEXTO
           STRING 'CERTIFICADO '                    DELIMITED SIZE
                  WSF-RET-NRO-CERT                  DELIMITED SPACE
                  ' CLIENTE '                       DELIMITED SIZE
                  WSF-RET-CTE                       DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSV-MONEDA                        DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  FUNCTION TRIM (WSL-IMP-ED-2)      DELIMITED SIZE
             INTO WSV-DOC-TEXTO
           END-STRING
      *    La retencion se asienta al haber de la cuenta.
           COMPUTE WSV-PESOS = 0 - WSV-PESOS
           MOVE WSC-CLA-RETENCIONES TO WSV-CLASE
           ADD WSV-PESOS TO WST-CLA-ESPERADO (WSV-CLASE)
           PERFORM 190000-GUARDAR-DOCUMENTO.

       176000-LEER-NOTAS.

      *    Notas por descuento y por reclamo emitidas (y asentadas)
      *    en la corrida del periodo de PROG01-18-SA: las que
      *    PROG01-07-SA resta del submayor. Las de motivo en blanco
      *    salen de un cargo negativo que ya esta en Resultados.TXT.
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
                          IF (WSF-NCE-MOTIVO = 'D' OR 'C')
                            AND WSF-NCE-PERIODO-EMI NUMERIC
                            AND WSF-NCE-PERIODO-EMI =
                                                  WSV-PERIODO-PROCESO
                              PERFORM 177000-NOTA
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

       177000-NOTA.

      *    El submayor baja neto mas cuotas (sin IVA, como los
      *    cargos) a la tasa de valuacion; lo que la nota debia
      *    asentar, a la TASA-USD con que la asento PROG01-18-SA.
           ADD 1 TO WSCC-CONT-NOTAS
           MOVE WSF-NCE-MONEDA TO WSV-MONEDA
           PERFORM 910000-UBICAR-MONEDA
           IF WSI-MON > WST-CANT-MON
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WSV-IMPORTE = WSF-NCE-NETO + WSF-NCE-CUOTAS
           COMPUTE WSV-PESOS ROUNDED =
                   WSV-IMPORTE * WST-MON-TASA (WSI-MON)
           ADD WSV-IMPORTE TO WST-MON-NOTAS (WSI-MON)
           ADD WSV-PESOS   TO WST-MON-P-NOTAS (WSI-MON)

           PERFORM 915000-PESOS-PARAMETRO
           MOVE WSV-IMPORTE TO WSL-IMP-ED-2
           INITIALIZE WSV-DOC-TEXTO
           STRING 'NOTA '                           DELIMITED SIZE
                  WSF-NCE-LETRA                     DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSF-NCE-PTO-VTA                   DELIMITED SIZE
                  '-'                               DELIMITED SIZE
                  WSF-NCE-NUMERO                    DELIMITED SIZE
                  ' CTE '                           DELIMITED SIZE
                  WSF-NCE-CTE                       DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSV-MONEDA                        DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  FUNCTION TRIM (WSL-IMP-ED-2)      DELIMITED SIZE
             INTO WSV-DOC-TEXTO
           END-STRING
      *    La nota se asienta al haber de la cuenta.
           COMPUTE WSV-PESOS = 0 - WSV-PESOS
           MOVE WSC-CLA-NOTAS TO WSV-CLASE
           ADD WSV-PESOS TO WST-CLA-ESPERADO (WSV-CLASE)
           PERFORM 190000-GUARDAR-DOCUMENTO.

       180000-LEER-MOVIMIENTOS.

      *    Cuenta de control desde el historial: todo lo anterior al
      *    periodo es saldo inicial; lo del periodo se reparte por
      *    clase segun la leyenda. Las partidas de periodos
      *    posteriores no entran.
           OPEN INPUT MOVIMIENTOSGL.
           IF WSS-FS-MGL-NOEXISTE
               DISPLAY 'SIN HISTORIAL CONTABLE: CUENTA DE CONTROL EN '
                       'CERO'
               MOVE 'S' TO WSS-SIN-HISTORIAL
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-MGL-OK
             DISPLAY 'ERROR DE ARCHIVO DE MOVIMIENTOS'
             DISPLAY 'FILE STATUS' WSS-FS-MGL
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-MGL-EOF
               READ MOVIMIENTOSGL
                  EVALUATE TRUE
                     WHEN WSS-FS-MGL-OK
                          EVALUATE TRUE
                              WHEN WSF-MGL-CUENTA = WSC-CTA-DEUDORES
                                   PERFORM 185000-MOVIMIENTO
                              WHEN WSF-MGL-CUENTA = WSC-CTA-IVA-DEBITO
                               AND WSF-MGL-LEYENDA =
                                                  WSC-LEY-IVA-FACTURA
                               AND WSF-MGL-PERIODO =
                                                  WSV-PERIODO-PROCESO
                                   PERFORM 187000-IVA-FACTURADO
                              WHEN WSF-MGL-CUENTA = WSC-CTA-IVA-DEBITO
                               AND WSF-MGL-LEYENDA = WSC-LEY-IVA-NOTAS
                               AND WSF-MGL-PERIODO =
                                                  WSV-PERIODO-PROCESO
                                   PERFORM 188000-IVA-NOTAS
                          END-EVALUATE
                     WHEN WSS-FS-MGL-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE MOVIMIENTOS'
                          DISPLAY 'FILE STATUS' WSS-FS-MGL
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE MOVIMIENTOSGL.

       185000-MOVIMIENTO.

           ADD 1 TO WSCC-CONT-MOVIMIENTOS

           IF WSF-MGL-PERIODO < WSV-PERIODO-PROCESO
               COMPUTE WSA-GL-INICIAL = WSA-GL-INICIAL
                                      + WSF-MGL-DEBE - WSF-MGL-HABER
               EXIT PARAGRAPH
           END-IF.
           IF WSF-MGL-PERIODO > WSV-PERIODO-PROCESO
               EXIT PARAGRAPH
           END-IF.

           ADD WSF-MGL-DEBE  TO WSA-GL-DEBE
           ADD WSF-MGL-HABER TO WSA-GL-HABER
           COMPUTE WSV-NETO = WSF-MGL-DEBE - WSF-MGL-HABER

           PERFORM VARYING WSI-CLA FROM 1 BY 1
                   UNTIL WSI-CLA > WSC-CANT-CLASES
               IF WST-CLA-LEYENDA (WSI-CLA) NOT = SPACES
                 AND WST-CLA-LEYENDA (WSI-CLA) = WSF-MGL-LEYENDA
                   ADD WSV-NETO TO WST-CLA-ASENTADO (WSI-CLA)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

      *    Leyenda sin clase: se junta por leyenda.
           PERFORM VARYING WSI-LEY FROM 1 BY 1
                   UNTIL WSI-LEY > WST-CANT-LEY
               IF WST-LEY-LEYENDA (WSI-LEY) = WSF-MGL-LEYENDA
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WSI-LEY > WST-CANT-LEY
               IF WST-CANT-LEY >= WSC-MAX-LEYENDAS
      *            Sin lugar se junta con la ultima: el total de la
      *            cuenta no cambia.
                   SET WSI-LEY TO WST-CANT-LEY
               ELSE
                   ADD 1 TO WST-CANT-LEY
                   SET WSI-LEY TO WST-CANT-LEY
                   MOVE WSF-MGL-LEYENDA TO WST-LEY-LEYENDA (WSI-LEY)
                   MOVE 0 TO WST-LEY-DEBE (WSI-LEY)
                   MOVE 0 TO WST-LEY-HABER (WSI-LEY)
               END-IF
           END-IF.
           ADD WSF-MGL-DEBE  TO WST-LEY-DEBE (WSI-LEY)
           ADD WSF-MGL-HABER TO WST-LEY-HABER (WSI-LEY).

       187000-IVA-FACTURADO.

      *    El IVA debito de la facturacion va incluido en el debe de
      *    deudores: se pasa de la clase de los cargos a la suya
      *    (el total asentado en la cuenta no cambia).
           COMPUTE WSV-NETO = WSF-MGL-HABER - WSF-MGL-DEBE
           ADD WSV-NETO TO WST-CLA-ASENTADO (WSC-CLA-IVA)
           SUBTRACT WSV-NETO FROM WST-CLA-ASENTADO (WSC-CLA-FACTURAS).

       188000-IVA-NOTAS.

      *    Mismo criterio para las notas de PROG01-18-SA: el IVA
      *    debito que devuelven va dentro del haber de deudores.
           COMPUTE WSV-NETO = WSF-MGL-HABER - WSF-MGL-DEBE
           ADD WSV-NETO TO WST-CLA-ASENTADO (WSC-CLA-IVA)
           SUBTRACT WSV-NETO FROM WST-CLA-ASENTADO (WSC-CLA-NOTAS).

       190000-GUARDAR-DOCUMENTO.

      *    Documento de la clase WSV-CLASE con su texto y su importe
      *    en pesos (WSV-PESOS, con el signo en que mueve la cuenta).
      *    El detalle se limita a la tabla; los totales de la clase
      *    incluyen todos.
           ADD 1 TO WST-CLA-CANT-DOC (WSV-CLASE)
           IF WST-CANT-DOC >= WSC-MAX-DOCUMENTOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WST-CANT-DOC
           SET WSI-DOC TO WST-CANT-DOC
           MOVE WSV-CLASE     TO WST-DOC-CLASE (WSI-DOC)
           MOVE WSV-DOC-TEXTO TO WST-DOC-TEXTO (WSI-DOC)
           MOVE WSV-PESOS     TO WST-DOC-PESOS (WSI-DOC).

       200000-PROCESO.

           PERFORM 210000-VALUAR-SUBMAYOR.
           PERFORM 220000-CLASIFICAR.

           COMPUTE WSA-GL-CIERRE = WSA-GL-INICIAL
                                 + WSA-GL-DEBE - WSA-GL-HABER
           COMPUTE WSA-DIFERENCIA = WSA-SUB-PESOS - WSA-GL-CIERRE

           OPEN OUTPUT CONCILIACION.
           IF NOT WSS-FS-CON-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONCILIACION'
             DISPLAY 'FILE STATUS' WSS-FS-CON
             STOP RUN
           END-IF.

           PERFORM 240000-ENCABEZADO.
           PERFORM 250000-SUBMAYOR.
           PERFORM 255000-CUENTA-CONTROL.
           PERFORM 260000-PARTIDAS.
           PERFORM 270000-SIN-EXPLICAR.
           PERFORM 290000-VEREDICTO.

           CLOSE CONCILIACION.

           PERFORM 400000-GRABAR-CIERRES.

       210000-VALUAR-SUBMAYOR.

      *    Por moneda: otros movimientos nativos (lo que el submayor
      *    cambio sin cargo, cobranza, nota ni devolucion que lo
      *    respalde)
      *    valuados a la tasa, y la reexpresion como el resto del
      *    cambio en pesos: el saldo anterior a la tasa de hoy contra
      *    lo que valia en el cierre anterior, mas el redondeo de
      *    valuar documento por documento.
           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               COMPUTE WST-MON-OTROS (WSI-MON) =
                       WST-MON-CIERRE (WSI-MON)
                     - WST-MON-ANT-NATIVO (WSI-MON)
                     - WST-MON-CARGOS (WSI-MON)
                     + WST-MON-COBRANZAS (WSI-MON)
                     + WST-MON-NOTAS (WSI-MON)
                     - WST-MON-DEVOLUCIONES (WSI-MON)
               COMPUTE WST-MON-P-CIERRE (WSI-MON) ROUNDED =
                       WST-MON-CIERRE (WSI-MON) * WST-MON-TASA (WSI-MON)
               COMPUTE WST-MON-P-OTROS (WSI-MON) ROUNDED =
                       WST-MON-OTROS (WSI-MON) * WST-MON-TASA (WSI-MON)
               COMPUTE WST-MON-P-REEXPRESION (WSI-MON) =
                       WST-MON-P-CIERRE (WSI-MON)
                     - WST-MON-ANT-PESOS (WSI-MON)
                     - WST-MON-P-CARGOS (WSI-MON)
                     + WST-MON-P-COBRANZAS (WSI-MON)
                     + WST-MON-P-NOTAS (WSI-MON)
                     - WST-MON-P-DEVOLUC (WSI-MON)
                     - WST-MON-P-OTROS (WSI-MON)
               ADD WST-MON-P-CIERRE (WSI-MON) TO WSA-SUB-PESOS
               ADD WST-MON-P-OTROS (WSI-MON)  TO WSA-SUB-OTROS
               ADD WST-MON-P-CARGOS (WSI-MON)
                TO WST-CLA-SUBMAYOR (WSC-CLA-FACTURAS)
               SUBTRACT WST-MON-P-COBRANZAS (WSI-MON)
                   FROM WST-CLA-SUBMAYOR (WSC-CLA-COBRANZAS)
               SUBTRACT WST-MON-P-NOTAS (WSI-MON)
                   FROM WST-CLA-SUBMAYOR (WSC-CLA-NOTAS)
               ADD WST-MON-P-DEVOLUC (WSI-MON)
                TO WST-CLA-SUBMAYOR (WSC-CLA-DEVOLUCIONES)
               ADD WST-MON-P-REEXPRESION (WSI-MON)
                TO WST-CLA-SUBMAYOR (WSC-CLA-REEXPRESION)
               IF WST-MON-P-REEXPRESION (WSI-MON) NOT = 0
                   PERFORM 215000-DOCUMENTO-REEXPRESION
               END-IF
           END-PERFORM.

       215000-DOCUMENTO-REEXPRESION.

           MOVE WST-MON-ANT-NATIVO (WSI-MON) TO WSL-IMP-ED-2
           MOVE WST-MON-TASA (WSI-MON)       TO WSL-TASA-EDITADA
           INITIALIZE WSV-DOC-TEXTO
           STRING 'MONEDA '                         DELIMITED SIZE
                  WST-MON-MONEDA (WSI-MON)          DELIMITED SIZE
                  ' SALDO ANT. '                    DELIMITED SIZE
                  FUNCTION TRIM (WSL-IMP-ED-2)      DELIMITED SIZE
                  ' A '                             DELIMITED SIZE
                  FUNCTION TRIM (WSL-TASA-EDITADA)  DELIMITED SIZE
             INTO WSV-DOC-TEXTO
           END-STRING
           MOVE WST-MON-P-REEXPRESION (WSI-MON) TO WSV-PESOS
           MOVE WSC-CLA-REEXPRESION TO WSV-CLASE
           PERFORM 190000-GUARDAR-DOCUMENTO.

       220000-CLASIFICAR.

      *    Lo que cada clase debia asentar en la interfaz: los cargos
      *    y la reexpresion, lo mismo que movieron el submayor; el
      *    IVA y el mostrador no tienen documento en el submayor y
      *    se toman como asentados; los anticipos, retenciones y
      *    notas ya se sumaron documento por documento; cobranzas y
      *    devoluciones no pasan por la interfaz.
           MOVE WST-CLA-SUBMAYOR (WSC-CLA-FACTURAS)
             TO WST-CLA-ESPERADO (WSC-CLA-FACTURAS)
           MOVE WST-CLA-ASENTADO (WSC-CLA-IVA)
             TO WST-CLA-ESPERADO (WSC-CLA-IVA)
           MOVE WST-CLA-ASENTADO (WSC-CLA-MOSTRADOR)
             TO WST-CLA-ESPERADO (WSC-CLA-MOSTRADOR)
           MOVE 0 TO WST-CLA-ESPERADO (WSC-CLA-COBRANZAS)
           MOVE 0 TO WST-CLA-ESPERADO (WSC-CLA-DEVOLUCIONES)
           MOVE WST-CLA-SUBMAYOR (WSC-CLA-REEXPRESION)
             TO WST-CLA-ESPERADO (WSC-CLA-REEXPRESION).

       240000-ENCABEZADO.

           INITIALIZE WSL-LINEA
           STRING 'CONCILIACION SUBMAYOR DE DEUDORES / CUENTA DE '
                                                    DELIMITED SIZE
                  'CONTROL '                        DELIMITED SIZE
                  WSC-CTA-DEUDORES                  DELIMITED SPACE
                  ' - PERIODO '                     DELIMITED SIZE
                  WSV-PERIODO-PROCESO               DELIMITED SIZE
                  ' - EMITIDO '                     DELIMITED SIZE
                  WSV-FECHA-SISTEMA                 DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           INITIALIZE WSL-LINEA
           IF WSV-PERIODO-ANTERIOR = 0
               MOVE 'SIN CIERRE CONCILIADO ANTERIOR: EL SUBMAYOR '
                 TO WSL-LINEA
               MOVE 'ARRANCA DE CERO' TO WSL-LINEA (45:)
           ELSE
               STRING 'ARRASTRE DESDE EL CIERRE CONCILIADO DE '
                                                    DELIMITED SIZE
                      WSV-PERIODO-ANTERIOR          DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
           END-IF
           MOVE WSL-LINEA TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           MOVE ALL '-' TO FD-CONCILIACION
           WRITE FD-CONCILIACION.

       250000-SUBMAYOR.

      *    Arrastre del submayor por moneda (importes en la moneda)
      *    y su valuacion en pesos.
           MOVE 'SUBMAYOR (SaldosClientes.TXT) POR MONEDA'
             TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           MOVE 'MON   SALDO ANTERIOR        CARGOS COBR. Y NOTAS'
             TO WSL-LINEA
           MOVE '  DEVOLUCIONES         OTROS  SALDO CIERRE'
             TO WSL-LINEA (51:)
           MOVE '      TASA      EN PESOS' TO WSL-LINEA (94:)
           MOVE WSL-LINEA TO FD-CONCILIACION
           WRITE FD-CONCILIACION.

           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               INITIALIZE WSL-LINEA
               MOVE WST-MON-MONEDA (WSI-MON)       TO WSL-LINEA (1:3)
               MOVE WST-MON-ANT-NATIVO (WSI-MON)   TO WSL-IMP-ED-1
               MOVE WSL-IMP-ED-1                   TO WSL-LINEA (5:14)
               MOVE WST-MON-CARGOS (WSI-MON)       TO WSL-IMP-ED-1
               MOVE WSL-IMP-ED-1                   TO WSL-LINEA (20:14)
               COMPUTE WSL-IMP-ED-1 = WST-MON-COBRANZAS (WSI-MON)
                                    + WST-MON-NOTAS (WSI-MON)
               MOVE WSL-IMP-ED-1                   TO WSL-LINEA (35:14)
               MOVE WST-MON-DEVOLUCIONES (WSI-MON) TO WSL-IMP-ED-1
               MOVE WSL-IMP-ED-1                   TO WSL-LINEA (50:14)
               MOVE WST-MON-OTROS (WSI-MON)        TO WSL-IMP-ED-1
               MOVE WSL-IMP-ED-1                   TO WSL-LINEA (65:14)
               MOVE WST-MON-CIERRE (WSI-MON)       TO WSL-IMP-ED-1
               MOVE WSL-IMP-ED-1                   TO WSL-LINEA (80:14)
               IF WST-MON-SIN-VAL (WSI-MON) = 'S'
                   MOVE 'SIN VALUACION' TO WSL-LINEA (96:13)
               ELSE
                   MOVE WST-MON-TASA (WSI-MON)     TO WSL-TASA-EDITADA
                   MOVE WSL-TASA-EDITADA           TO WSL-LINEA (95:12)
               END-IF
               MOVE WST-MON-P-CIERRE (WSI-MON)     TO WSL-IMP-ED-1
               MOVE WSL-IMP-ED-1                   TO WSL-LINEA (108:14)
               MOVE WSL-LINEA TO FD-CONCILIACION
               WRITE FD-CONCILIACION
           END-PERFORM

           INITIALIZE WSL-LINEA
           MOVE 'TOTAL DEL SUBMAYOR EN PESOS' TO WSL-LINEA
           MOVE WSA-SUB-PESOS TO WSL-IMP-ED-1
           MOVE WSL-IMP-ED-1  TO WSL-LINEA (108:14)
           MOVE WSL-LINEA TO FD-CONCILIACION
           WRITE FD-CONCILIACION.

           IF WSCC-CONT-CARGOS = 0
               MOVE '*** SIN CARGOS DEL PERIODO EN Resultados.TXT'
                 TO WSL-LINEA
               MOVE ' (SI EL PERIODO YA SE CERRO QUEDAN EN OTROS)'
                 TO WSL-LINEA (46:)
               MOVE WSL-LINEA TO FD-CONCILIACION
               WRITE FD-CONCILIACION
           END-IF.

       255000-CUENTA-CONTROL.

           MOVE SPACES TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           INITIALIZE WSL-LINEA
           STRING 'CUENTA DE CONTROL '              DELIMITED SIZE
                  WSC-CTA-DEUDORES                  DELIMITED SPACE
                  ' (MovimientosGL.TXT)'            DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           IF WSS-SI-SIN-HISTORIAL
               MOVE '*** SIN HISTORIAL CONTABLE: CUENTA EN CERO'
                 TO FD-CONCILIACION
               WRITE FD-CONCILIACION
           END-IF.

           MOVE '    SALDO INICIAL'               TO WSL-LINEA
           MOVE WSA-GL-INICIAL                    TO WSL-IMP-ED-1
           PERFORM 285000-LINEA-IMPORTE.
           MOVE '    (+) DEBE DEL PERIODO'        TO WSL-LINEA
           MOVE WSA-GL-DEBE                       TO WSL-IMP-ED-1
           PERFORM 285000-LINEA-IMPORTE.
           MOVE '    (-) HABER DEL PERIODO'       TO WSL-LINEA
           MOVE WSA-GL-HABER                      TO WSL-IMP-ED-1
           PERFORM 285000-LINEA-IMPORTE.
           MOVE '    SALDO AL CIERRE'             TO WSL-LINEA
           MOVE WSA-GL-CIERRE                     TO WSL-IMP-ED-1
           PERFORM 285000-LINEA-IMPORTE.

           MOVE SPACES TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           MOVE 'SUBMAYOR EN PESOS'               TO WSL-LINEA
           MOVE WSA-SUB-PESOS                     TO WSL-IMP-ED-1
           PERFORM 285000-LINEA-IMPORTE.
           MOVE 'CUENTA DE CONTROL'               TO WSL-LINEA
           MOVE WSA-GL-CIERRE                     TO WSL-IMP-ED-1
           PERFORM 285000-LINEA-IMPORTE.
           MOVE 'DIFERENCIA (SUBMAYOR - CUENTA DE CONTROL)'
                                                  TO WSL-LINEA
           MOVE WSA-DIFERENCIA                    TO WSL-IMP-ED-1
           PERFORM 285000-LINEA-IMPORTE.

       260000-PARTIDAS.

      *    La diferencia, partida por partida (cada importe con el
      *    signo en que suma a submayor menos cuenta de control).
           MOVE SPACES TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           MOVE 'PARTIDAS QUE EXPLICAN LA DIFERENCIA' TO FD-CONCILIACION
           WRITE FD-CONCILIACION.

           MOVE 'ARRASTRE' TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           MOVE '    DIFERENCIA DEL CIERRE ANTERIOR' TO WSL-LINEA
           MOVE WSA-ANT-DIFERENCIA TO WSV-IMPORTE
           PERFORM 280000-LINEA-PARTIDA.
           IF WSV-PERIODO-ANTERIOR = 0
               MOVE '    SALDO INICIAL DE LA CUENTA DE CONTROL'
                 TO WSL-LINEA
           ELSE
               MOVE '    CAMBIOS DEL HISTORIAL EN PERIODOS CERRADOS'
                 TO WSL-LINEA
           END-IF
           COMPUTE WSV-IMPORTE = WSA-ANT-GL - WSA-GL-INICIAL
           PERFORM 280000-LINEA-PARTIDA.
      *    El total del cierre anterior contra la suma de sus
      *    monedas: solo difiere si se edito el archivo de cierres.
           COMPUTE WSV-IMPORTE = 0 - WSA-ANT-SUB-PESOS
           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               ADD WST-MON-ANT-PESOS (WSI-MON) TO WSV-IMPORTE
           END-PERFORM
           MOVE '    CIERRE ANTERIOR: TOTAL DISTINTO DE SUS MONEDAS'
             TO WSL-LINEA
           PERFORM 280000-LINEA-PARTIDA.

           PERFORM VARYING WSV-CLASE FROM 1 BY 1
                   UNTIL WSV-CLASE > WSC-CANT-CLASES
               PERFORM 262000-CLASE
           END-PERFORM

           IF WST-CANT-LEY > 0
               MOVE 'ASIENTOS DE LA CUENTA SIN MOVIMIENTO DEL SUBMAYOR'
                 TO FD-CONCILIACION
               WRITE FD-CONCILIACION
           END-IF.
           PERFORM VARYING WSI-LEY FROM 1 BY 1
                   UNTIL WSI-LEY > WST-CANT-LEY
               INITIALIZE WSL-LINEA
               STRING '    ASIENTO '                DELIMITED SIZE
                      WST-LEY-LEYENDA (WSI-LEY)     DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               COMPUTE WSV-IMPORTE = WST-LEY-HABER (WSI-LEY)
                                   - WST-LEY-DEBE (WSI-LEY)
               PERFORM 280000-LINEA-PARTIDA
           END-PERFORM.

           COMPUTE WSA-SIN-EXPLICAR = WSA-DIFERENCIA - WSA-EXPLICADO

           MOVE SPACES TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           MOVE 'TOTAL DE PARTIDAS'               TO WSL-LINEA
           MOVE WSA-EXPLICADO                     TO WSL-IMP-ED-1
           PERFORM 285000-LINEA-IMPORTE.
           MOVE 'DIFERENCIA SIN EXPLICAR'         TO WSL-LINEA
           MOVE WSA-SIN-EXPLICAR                  TO WSL-IMP-ED-1
           PERFORM 285000-LINEA-IMPORTE.

       262000-CLASE.

      *    Una clase de movimiento: lo que el submayor movio sin
      *    pasar por la interfaz (por el motivo de la clase) y lo
      *    que sus documentos debian asentar y no se asento o se
      *    asento con otro importe. Los documentos se listan cuando
      *    son partida.
           COMPUTE WSV-ESTRUCTURAL = WST-CLA-SUBMAYOR (WSV-CLASE)
                                   - WST-CLA-ESPERADO (WSV-CLASE)
           COMPUTE WSV-ERROR-ASIENTO = WST-CLA-ESPERADO (WSV-CLASE)
                                     - WST-CLA-ASENTADO (WSV-CLASE)

           IF WST-CLA-SUBMAYOR (WSV-CLASE) = 0
             AND WST-CLA-ESPERADO (WSV-CLASE) = 0
             AND WST-CLA-ASENTADO (WSV-CLASE) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WST-CLA-TITULO (WSV-CLASE) TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           MOVE '    MOVIMIENTO DEL SUBMAYOR'      TO WSL-LINEA
           MOVE WST-CLA-SUBMAYOR (WSV-CLASE)       TO WSL-IMP-ED-1
           PERFORM 287000-LINEA-DETALLE.
           MOVE '    A ASENTAR SEGUN SUS DOCUMENTOS' TO WSL-LINEA
           MOVE WST-CLA-ESPERADO (WSV-CLASE)       TO WSL-IMP-ED-1
           PERFORM 287000-LINEA-DETALLE.
           MOVE '    ASENTADO EN LA CUENTA'        TO WSL-LINEA
           MOVE WST-CLA-ASENTADO (WSV-CLASE)       TO WSL-IMP-ED-1
           PERFORM 287000-LINEA-DETALLE.

           INITIALIZE WSL-LINEA
           STRING '    '                            DELIMITED SIZE
                  WST-CLA-MOTIVO (WSV-CLASE)        DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSV-ESTRUCTURAL TO WSV-IMPORTE
           PERFORM 280000-LINEA-PARTIDA.

           IF WST-CLA-ASENTADO (WSV-CLASE) = 0
               MOVE '    *** SIN ASENTAR'               TO WSL-LINEA
           ELSE
               MOVE '    *** ASENTADO CON OTRO IMPORTE' TO WSL-LINEA
           END-IF
           MOVE WSV-ERROR-ASIENTO TO WSV-IMPORTE
           PERFORM 280000-LINEA-PARTIDA.

           IF WSV-ERROR-ASIENTO NOT = 0
             OR (WSV-ESTRUCTURAL NOT = 0
                 AND WST-CLA-LISTAR (WSV-CLASE) = 'S')
               PERFORM 268000-DOCUMENTOS-CLASE
           END-IF.

       268000-DOCUMENTOS-CLASE.

      *    Documentos de la clase con su importe en pesos (dentro de
      *    las partidas de arriba, no suman aparte).
           MOVE 0 TO WSV-LISTADOS
           PERFORM VARYING WSI-DOC FROM 1 BY 1
                   UNTIL WSI-DOC > WST-CANT-DOC
               IF WST-DOC-CLASE (WSI-DOC) = WSV-CLASE
                   ADD 1 TO WSV-LISTADOS
                   INITIALIZE WSL-LINEA
                   MOVE WST-DOC-TEXTO (WSI-DOC) TO WSL-LINEA (7:52)
                   MOVE WST-DOC-PESOS (WSI-DOC) TO WSL-IMP-ED-1
                   PERFORM 287000-LINEA-DETALLE
               END-IF
           END-PERFORM

           IF WST-CLA-CANT-DOC (WSV-CLASE) > WSV-LISTADOS
               COMPUTE WSL-CANT-EDITADA =
                       WST-CLA-CANT-DOC (WSV-CLASE) - WSV-LISTADOS
               INITIALIZE WSL-LINEA
               STRING '      Y '                    DELIMITED SIZE
                      WSL-CANT-EDITADA              DELIMITED SIZE
                      ' DOCUMENTOS MAS (INCLUIDOS EN EL TOTAL)'
                                                    DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-CONCILIACION
               WRITE FD-CONCILIACION
           END-IF.

       270000-SIN-EXPLICAR.

      *    Composicion de lo que queda sin explicar: lo que el
      *    submayor movio sin documento del periodo que lo respalde
      *    (ajustes a mano, cargos de un periodo ya cerrado, saldos
      *    tocados fuera de PROG01-07-SA). Solo informativo: el
      *    importe ya esta en la diferencia sin explicar.
           IF WSA-SIN-EXPLICAR = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           MOVE 'ORIGEN DE LA DIFERENCIA SIN EXPLICAR'
             TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               IF WST-MON-OTROS (WSI-MON) NOT = 0
                   MOVE WST-MON-OTROS (WSI-MON) TO WSL-IMP-ED-2
                   INITIALIZE WSL-LINEA
                   STRING '    SUBMAYOR SIN DOCUMENTO '
                                                    DELIMITED SIZE
                          WST-MON-MONEDA (WSI-MON)  DELIMITED SIZE
                          ' '                       DELIMITED SIZE
                          FUNCTION TRIM (WSL-IMP-ED-2)
                                                    DELIMITED SIZE
                     INTO WSL-LINEA
                   END-STRING
                   MOVE WST-MON-P-OTROS (WSI-MON) TO WSL-IMP-ED-1
                   PERFORM 285000-LINEA-IMPORTE
               END-IF
           END-PERFORM
           COMPUTE WSV-IMPORTE = WSA-SIN-EXPLICAR - WSA-SUB-OTROS
           IF WSV-IMPORTE NOT = 0
               MOVE '    RESTO SIN ORIGEN IDENTIFICADO' TO WSL-LINEA
               MOVE WSV-IMPORTE TO WSL-IMP-ED-1
               PERFORM 285000-LINEA-IMPORTE
           END-IF.

       280000-LINEA-PARTIDA.

      *    Partida con el rotulo en WSL-LINEA y el importe en
      *    WSV-IMPORTE; las de importe cero no se imprimen.
           IF WSV-IMPORTE = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WSCC-CONT-PARTIDAS
           ADD WSV-IMPORTE TO WSA-EXPLICADO
           MOVE WSV-IMPORTE TO WSL-IMP-ED-1
           PERFORM 285000-LINEA-IMPORTE.

       285000-LINEA-IMPORTE.

           MOVE WSL-IMP-ED-1 TO WSL-LINEA (60:14)
           MOVE WSL-LINEA TO FD-CONCILIACION
           WRITE FD-CONCILIACION.

       287000-LINEA-DETALLE.

      *    Importe de WSL-IMP-ED-1 en la columna de detalle, a la
      *    derecha de la de partidas: no suma a la diferencia.
           MOVE WSL-IMP-ED-1 TO WSL-LINEA (76:14)
           MOVE WSL-LINEA TO FD-CONCILIACION
           WRITE FD-CONCILIACION.

       290000-VEREDICTO.

           MOVE SPACES TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           EVALUATE TRUE
               WHEN WSA-DIFERENCIA = 0
                    MOVE 'VEREDICTO: SUBMAYOR Y CUENTA DE CONTROL '
                      TO WSL-LINEA
                    MOVE 'CONCILIADOS' TO WSL-LINEA (41:)
               WHEN WSA-SIN-EXPLICAR = 0
                    MOVE 'VEREDICTO: DIFERENCIA EXPLICADA POR LAS '
                      TO WSL-LINEA
                    MOVE 'PARTIDAS DETALLADAS' TO WSL-LINEA (41:)
               WHEN OTHER
                    MOVE 'VEREDICTO: DIFERENCIA SIN EXPLICAR, REVISAR '
                      TO WSL-LINEA
                    MOVE 'ANTES DEL CIERRE' TO WSL-LINEA (45:)
           END-EVALUATE
           MOVE WSL-LINEA TO FD-CONCILIACION
           WRITE FD-CONCILIACION.
           DISPLAY WSL-LINEA (1:80).

      *    Aviso que no suma a la diferencia pero la puede cambiar:
      *    las monedas que no se pudieron valuar.
           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               IF WST-MON-SIN-VAL (WSI-MON) = 'S'
                 AND WST-MON-CIERRE (WSI-MON) NOT = 0
                   MOVE WST-MON-CIERRE (WSI-MON) TO WSL-IMP-ED-1
                   INITIALIZE WSL-LINEA
                   STRING '*** MONEDA '              DELIMITED SIZE
                          WST-MON-MONEDA (WSI-MON)   DELIMITED SIZE
                          ' SIN VALUACION (CORRER PROG01-25-SA): '
                                                     DELIMITED SIZE
                          WSL-IMP-ED-1               DELIMITED SIZE
                          ' FUERA DEL TOTAL EN PESOS'
                                                     DELIMITED SIZE
                     INTO WSL-LINEA
                   END-STRING
                   MOVE WSL-LINEA TO FD-CONCILIACION
                   WRITE FD-CONCILIACION
               END-IF
           END-PERFORM.

       400000-GRABAR-CIERRES.

      *    Cierres de los otros periodos mas el de este (por moneda
      *    y total): saldo anterior de la proxima conciliacion.
           IF WSS-SI-DESBORDE
               DISPLAY 'CIERRE NO REGISTRADO (TABLA LLENA)'
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT CIERRES.
           IF NOT WSS-FS-CIE-OK
             DISPLAY 'ERROR DE ARCHIVO DE CIERRES'
             DISPLAY 'FILE STATUS' WSS-FS-CIE
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-CIE FROM 1 BY 1
                   UNTIL WSI-CIE > WST-CANT-CIE
               MOVE WST-CIE-REGISTRO (WSI-CIE) TO FD-CIERRES
               WRITE FD-CIERRES
           END-PERFORM

           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               INITIALIZE FD-CIERRES
               MOVE WSV-PERIODO-PROCESO         TO WSF-CIE-PERIODO
               MOVE WST-MON-MONEDA (WSI-MON)    TO WSF-CIE-MONEDA
               MOVE WST-MON-CIERRE (WSI-MON)    TO WSF-CIE-NATIVO
               MOVE WST-MON-TASA (WSI-MON)      TO WSF-CIE-TASA
               MOVE WST-MON-P-CIERRE (WSI-MON)  TO WSF-CIE-PESOS
               MOVE 0                           TO WSF-CIE-SALDO-GL
               MOVE 0                           TO WSF-CIE-DIFERENCIA
               MOVE WSV-FECHA-SISTEMA           TO WSF-CIE-FECHA
               WRITE FD-CIERRES
           END-PERFORM

           INITIALIZE FD-CIERRES
           MOVE WSV-PERIODO-PROCESO TO WSF-CIE-PERIODO
           MOVE WSC-MONEDA-TOTAL    TO WSF-CIE-MONEDA
           MOVE 0                   TO WSF-CIE-NATIVO
           MOVE 0                   TO WSF-CIE-TASA
           MOVE WSA-SUB-PESOS       TO WSF-CIE-PESOS
           MOVE WSA-GL-CIERRE       TO WSF-CIE-SALDO-GL
           MOVE WSA-DIFERENCIA      TO WSF-CIE-DIFERENCIA
           MOVE WSV-FECHA-SISTEMA   TO WSF-CIE-FECHA
           WRITE FD-CIERRES

           CLOSE CIERRES.

       300000-FINAL.

           MOVE WSA-SUB-PESOS  TO WSL-IMP-ED-1
           DISPLAY '********************************************'
           DISPLAY 'SALDOS DEL SUBMAYOR =' WSCC-CONT-SALDOS
           DISPLAY 'CARGOS DEL PERIODO =' WSCC-CONT-CARGOS
           DISPLAY 'PAGOS APLICADOS =' WSCC-CONT-PAGOS
           DISPLAY 'DEVOLUCIONES DEL PERIODO =' WSCC-CONT-DEVOLUCIONES
           DISPLAY 'ANTICIPOS DEL PERIODO =' WSCC-CONT-ANTICIPOS
           DISPLAY 'RETENCIONES DEL PERIODO =' WSCC-CONT-RETENCIONES
           DISPLAY 'NOTAS DE CREDITO DEL PERIODO =' WSCC-CONT-NOTAS
           DISPLAY 'PARTIDAS CONTABLES DE LA CUENTA ='
                                          WSCC-CONT-MOVIMIENTOS
           DISPLAY 'PARTIDAS DE CONCILIACION =' WSCC-CONT-PARTIDAS
           DISPLAY 'SUBMAYOR EN PESOS =' WSL-IMP-ED-1
           MOVE WSA-GL-CIERRE  TO WSL-IMP-ED-1
           DISPLAY 'CUENTA DE CONTROL =' WSL-IMP-ED-1
           MOVE WSA-DIFERENCIA TO WSL-IMP-ED-1
           DISPLAY 'DIFERENCIA =' WSL-IMP-ED-1
           MOVE WSA-SIN-EXPLICAR TO WSL-IMP-ED-1
           DISPLAY 'SIN EXPLICAR =' WSL-IMP-ED-1
           DISPLAY '********************************************'.
           STOP RUN.

       910000-UBICAR-MONEDA.

      *    Deja WSI-MON en la moneda WSV-MONEDA (en blanco = pesos),
      *    agregandola con su tasa de valuacion si no estaba; queda
      *    pasado el final si la tabla esta llena.
           IF WSV-MONEDA = SPACES
               MOVE WSC-MONEDA-BASE TO WSV-MONEDA
           END-IF.
           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               IF WST-MON-MONEDA (WSI-MON) = WSV-MONEDA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WST-CANT-MON >= WSC-MAX-MONEDAS
               IF NOT WSS-SI-DESBORDE
                   DISPLAY 'TABLA DE MONEDAS LLENA, SE OMITE '
                           WSV-MONEDA
               END-IF
               MOVE 'S' TO WSS-DESBORDE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-MON
           SET WSI-MON TO WST-CANT-MON
           INITIALIZE WST-MON (WSI-MON)
           MOVE WSV-MONEDA TO WST-MON-MONEDA (WSI-MON)

           IF WSV-MONEDA = WSC-MONEDA-BASE
               MOVE 1   TO WST-MON-TASA (WSI-MON)
               MOVE 'N' TO WST-MON-SIN-VAL (WSI-MON)
               EXIT PARAGRAPH
           END-IF.
           MOVE 0   TO WST-MON-TASA (WSI-MON)
           MOVE 'S' TO WST-MON-SIN-VAL (WSI-MON)
           PERFORM VARYING WSI-VAL FROM 1 BY 1
                   UNTIL WSI-VAL > WST-CANT-VAL
               IF WST-VAL-MONEDA (WSI-VAL) = WSV-MONEDA
                   MOVE WST-VAL-TASA (WSI-VAL)
                     TO WST-MON-TASA (WSI-MON)
                   MOVE 'N' TO WST-MON-SIN-VAL (WSI-MON)
               END-IF
           END-PERFORM.

       915000-PESOS-PARAMETRO.

      *    WSV-IMPORTE en la moneda WSV-MONEDA a pesos en WSV-PESOS
      *    a la TASA-USD de parametros: el mismo criterio con que
      *    PROG01-06-SA, PROG01-10-SA y PROG01-42-SA asientan
      *    anticipos y retenciones.
           IF WSV-MONEDA = SPACES
               MOVE WSC-MONEDA-BASE TO WSV-MONEDA
           END-IF.
           IF WSV-MONEDA = WSC-MONEDA-BASE
               MOVE WSV-IMPORTE TO WSV-PESOS
           ELSE
               COMPUTE WSV-PESOS ROUNDED =
                       WSV-IMPORTE * WSP-TASA-USD
           END-IF.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'MovimientosGL.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-MOVIMIENTOSGL

           MOVE 'SaldosClientes.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SALDOS

           MOVE 'Resultados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESULTADO-ENTRADA

           MOVE 'PagosAplicados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PAGOS-ENTRADA

           MOVE 'Devoluciones.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DEVOLUCIONES

           MOVE 'Anticipos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ANTICIPOS

           MOVE 'RetencionesRecibidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RETENCIONES

           MOVE 'NotasCreditoEmitidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-NCEMITIDAS

           MOVE 'ValuacionMonedas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-VALUACION

           MOVE 'CierresDeudores.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CIERRES

           MOVE 'ConciliacionDeudores.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONCILIACION
           CONTINUE.

           COPY PARAMSP.

       END PROGRAM PROG01-64-SA.
