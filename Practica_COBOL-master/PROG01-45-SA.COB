      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Agencia de cobranza externa. La opcion 1 (una vez
      *              por mes, despues de PROG01-17-SA) arma la
      *              asignacion para la agencia con los clientes que
      *              llegaron a la intimacion final (nivel 3 de
      *              IntimacionesEstado.TXT): datos fiscales y de
      *              contacto, deuda por tramo de antiguedad y
      *              documentos pendientes; los pasa a nivel 4 (en
      *              agencia), con lo que PROG01-17-SA deja de
      *              mandarles cartas, y los anota en
      *              AgenciaCartera.TXT. La opcion 2 lee la rendicion
      *              de la agencia y convierte cada recupero en un
      *              recibo del layout FD-RECIBOS que consume
      *              PROG01-06-SA (misma numeracion correlativa que
      *              PROG01-20-SA y PROG01-21-SA) y asienta en
      *              AsientosGL.TXT la comision de la agencia
      *              (parametro COMIS-AGENC) como deuda a pagarle.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-45-SA.

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
      *    solo lectura.
           SELECT SALDOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-SALDOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SAL.

      *    Reclamos de clientes de PROG01-44-SA: lo reclamado en un
      *    reclamo abierto no se le pasa a la agencia (ver
      *    RECLAMO.CPY).
           SELECT RECLAMOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RECLAMOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RCL.

      *    Nivel de intimacion por cliente y moneda que mantiene
      *    PROG01-17-SA: se lee entero y, en la asignacion, se
      *    reescribe entero con los clientes pasados a nivel 4.
           SELECT ESTADO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ESTADO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EST.

      *    Facturas emitidas por PROG01-10-SA: vencimientos para el
      *    tramo de antiguedad de cada saldo (ver VENCIM.CPY).
           SELECT EMITIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EMITIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VTO.

      *    Partidas abiertas por documento que mantiene
      *    PROG01-07-SA (ver PARTIDAS.CPY).
           SELECT PARTIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PARTIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PTA.

      *    Mismo maestro indexado que mantiene PROG01-02-SA, abierto
      *    INPUT: datos fiscales y de contacto para la agencia.
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Asignacion del mes para la agencia (mismo estilo de
      *    documento que CartasIntimacion.TXT).
           SELECT ASIGNACION
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ASIGNACION
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASG.

      *    Registro acumulativo de clientes asignados a la agencia
      *    (EXTEND).
           SELECT CARTERA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CARTERA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAR.

      *    Rendicion de recuperos que manda la agencia. Es una cola
      *    de inyeccion: se vacia al terminar, como la respuesta del
      *    banco en PROG01-21-SA.
           SELECT RENDICION
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RENDICION
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RND.

      *    Mismo Recibos.TXT que consume PROG01-06-SA (EXTEND).
           SELECT RECIBOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RECIBOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REC.

      *    Misma numeracion de recibos que PROG01-20-SA: una sola
      *    serie para todo recibo generado por programa.
           SELECT NUMERACION
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-NUMERACION
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NUM.

      *    Control de la rendicion: recuperos aceptados con su
      *    comision y rechazados con el motivo.
           SELECT CONTROL-RENDICION
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CONTROL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTL.

      *    Interfaz contable de PROG01-01-SA: la comision se agrega
      *    reconstruyendo el registro de control (ver ASIENGL.CPY).
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

       FD SALDOS.

      *    Mismo layout que FD-SALDOS en PROG01-07-SA.
       01 FD-SALDOS.
         05 WSF-SAL-CTE           PIC 9(07).
         05 WSF-SAL-NYA           PIC X(60).
         05 WSF-SAL-MONEDA        PIC X(03).
         05 WSF-SAL-PERIODO       PIC 9(06).
         05 WSF-SAL-IMPORTE       PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD RECLAMOS.

      *    Mismo layout que FD-RECLAMOS en PROG01-44-SA.
       01 FD-RECLAMOS.
         05 WSF-RCL-NRO           PIC 9(06).
         05 WSF-RCL-CTE           PIC 9(07).
         05 WSF-RCL-MONEDA        PIC X(03).
         05 WSF-RCL-PERIODO       PIC 9(06).
         05 WSF-RCL-FAC-LETRA     PIC X(01).
         05 WSF-RCL-FAC-PTO-VTA   PIC 9(04).
         05 WSF-RCL-FACTURA       PIC 9(08).
         05 WSF-RCL-IMPORTE       PIC 9(09)V99.
         05 WSF-RCL-MOTIVO        PIC X(40).
         05 WSF-RCL-OPERADOR      PIC X(10).
         05 WSF-RCL-FECHA-ALTA    PIC 9(08).
         05 WSF-RCL-ESTADO        PIC X(01).
         05 WSF-RCL-FECHA-RESOL   PIC 9(08).
         05 WSF-RCL-OPER-RESOL    PIC X(10).

       FD ESTADO.

      *    Mismo layout que FD-ESTADO en PROG01-17-SA.
       01 FD-ESTADO.
         05 WSF-EST-CTE           PIC 9(07).
         05 WSF-EST-MONEDA        PIC X(03).
         05 WSF-EST-NIVEL         PIC 9(01).
         05 WSF-EST-FECHA         PIC 9(08).

       FD EMITIDAS.

      *    Mismo layout que FD-EMITIDAS en PROG01-10-SA (solo se usa
      *    el vencimiento, ver VENCIM.CPY).
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

       FD PARTIDAS.

      *    Mismo layout que FD-PARTIDAS en PROG01-07-SA.
       01 FD-PARTIDAS.
         05 WSF-PTA-TIPO          PIC X(01).
         05 WSF-PTA-LETRA         PIC X(01).
         05 WSF-PTA-PTO-VTA       PIC 9(04).
         05 WSF-PTA-NUMERO        PIC 9(08).
         05 WSF-PTA-CTE           PIC 9(07).
         05 WSF-PTA-MONEDA        PIC X(03).
         05 WSF-PTA-PERIODO       PIC 9(06).
         05 WSF-PTA-FECHA         PIC 9(08).
         05 WSF-PTA-VENCIMIENTO   PIC 9(08).
         05 WSF-PTA-ORIGINAL      PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-PTA-APLICADO      PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-PTA-SALDO         PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

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

       FD ASIGNACION.

       01 FD-ASIGNACION            PIC X(80).

       FD CARTERA.

       01 FD-CARTERA.
         05 WSF-CAR-CTE           PIC 9(07).
         05 WSF-CAR-MONEDA        PIC X(03).
         05 WSF-CAR-FECHA         PIC 9(08).
      *    Deuda pasada a la agencia (total de los tramos).
         05 WSF-CAR-IMPORTE       PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD RENDICION.

      *    Un renglon por pago que la agencia cobro al cliente.
       01 FD-RENDICION.
         05 WSF-RND-CTE           PIC 9(07).
         05 WSF-RND-MONEDA        PIC X(03).
         05 WSF-RND-FECHA         PIC 9(08).
         05 WSF-RND-IMPORTE       PIC 9(07)V99.
      *    Comprobante de la agencia (va al control).
         05 WSF-RND-REFERENCIA    PIC X(16).

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
      *    anticipo / S aplicacion de anticipo.
         05 WSF-REC-TIPO          PIC X(01).

       FD NUMERACION.

      *    Mismo layout que FD-NUMERACION en PROG01-20-SA.
       01 FD-NUMERACION.
         05 WSF-NUM-ULTIMO        PIC 9(08).

       FD CONTROL-RENDICION.

       01 FD-CONTROL               PIC X(100).

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
           05 WSS-FS-SAL                           PIC X(02).
             88 WSS-FS-SAL-OK                      VALUE '00'.
             88 WSS-FS-SAL-EOF                     VALUE '10'.
             88 WSS-FS-SAL-NOEXISTE                VALUE '35'.
           05 WSS-FS-EST                           PIC X(02).
             88 WSS-FS-EST-OK                      VALUE '00'.
             88 WSS-FS-EST-EOF                     VALUE '10'.
             88 WSS-FS-EST-NOEXISTE                VALUE '35'.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-CTE-NOEXISTE                VALUE '35'.
           05 WSS-FS-ASG                           PIC X(02).
             88 WSS-FS-ASG-OK                      VALUE '00'.
           05 WSS-FS-CAR                           PIC X(02).
             88 WSS-FS-CAR-OK                      VALUE '00'.
             88 WSS-FS-CAR-NOEXISTE                VALUE '35'.
           05 WSS-FS-RND                           PIC X(02).
             88 WSS-FS-RND-OK                      VALUE '00'.
             88 WSS-FS-RND-EOF                     VALUE '10'.
             88 WSS-FS-RND-NOEXISTE                VALUE '35'.
           05 WSS-FS-REC                           PIC X(02).
             88 WSS-FS-REC-OK                      VALUE '00'.
             88 WSS-FS-REC-NOEXISTE                VALUE '35'.
           05 WSS-FS-NUM                           PIC X(02).
             88 WSS-FS-NUM-OK                      VALUE '00'.
             88 WSS-FS-NUM-EOF                     VALUE '10'.
             88 WSS-FS-NUM-NOEXISTE                VALUE '35'.
           05 WSS-FS-CTL                           PIC X(02).
             88 WSS-FS-CTL-OK                      VALUE '00'.

       01 CONSTANTES.
           05 WSC-MAX-DEUDORES      PIC 9(04) VALUE 2000.
           05 WSC-NIVEL-FINAL       PIC 9(01) VALUE 3.
           05 WSC-NIVEL-AGENCIA     PIC 9(01) VALUE 4.
           05 WSC-MONEDA-BASE       PIC X(03) VALUE 'ARS'.
           05 WSC-CTA-COMISION      PIC X(16) VALUE 'COMISION-AGENCIA'.
           05 WSC-CTA-AGENCIA       PIC X(16) VALUE 'AGENCIA-A-PAGAR'.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-ASIGNAR               VALUE 1.
           88 WSV-OPC-RENDICION             VALUE 2.

       01 WSV-FECHA-SISTEMA         PIC 9(08).
       01 WSV-FECHA-SISTEMA-R REDEFINES WSV-FECHA-SISTEMA.
           05 WSV-FS-PERIODO        PIC 9(06).
           05 FILLER                PIC 9(02).

      *    Deuda por cliente y moneda, bucketeada como en
      *    PROG01-17-SA (tramo de mora de VENCIM.CPY).
       01 TABLA-DEUDORES.
           05 WST-CANT-DEU          PIC 9(04) VALUE 0.
           05 WST-DEUDOR OCCURS 2000 TIMES
                             INDEXED BY WSI-DEU.
               10 WST-DEU-CTE       PIC 9(07).
               10 WST-DEU-MONEDA    PIC X(03).
               10 WST-DEU-NYA       PIC X(60).
               10 WST-DEU-CORRIENTE PIC S9(09)V99.
               10 WST-DEU-30        PIC S9(09)V99.
               10 WST-DEU-60        PIC S9(09)V99.
               10 WST-DEU-90        PIC S9(09)V99.
               10 WST-DEU-TOTAL     PIC S9(09)V99.

       01 WSS-DEUDOR-ENCONTRADO       PIC X VALUE 'N'.
           88 WSS-DEUDOR-SI-ENCONTRADO VALUE 'S'.

      *    Niveles de intimacion vigentes (IntimacionesEstado.TXT).
       01 TABLA-ESTADO.
           05 WST-CANT-EST          PIC 9(04) VALUE 0.
           05 WST-ESTADO OCCURS 2000 TIMES
                             INDEXED BY WSI-EST.
               10 WST-EST-CTE       PIC 9(07).
               10 WST-EST-MONEDA    PIC X(03).
               10 WST-EST-NIVEL     PIC 9(01).
               10 WST-EST-FECHA     PIC 9(08).
               10 WST-EST-FECHA-R REDEFINES WST-EST-FECHA.
                   15 WST-EST-PERIODO PIC 9(06).
                   15 FILLER          PIC 9(02).

       01 WSS-ESTADO-ENCONTRADO       PIC X VALUE 'N'.
           88 WSS-ESTADO-SI-ENCONTRADO VALUE 'S'.

       01 WSS-DOC-TITULO              PIC X VALUE 'N'.
           88 WSS-DOC-SI-TITULO       VALUE 'S'.

      *    Una asignacion ya hecha en el mes se vuelve a listar (la
      *    corrida repetida no deja el archivo de la agencia vacio)
      *    pero no se vuelve a anotar en la cartera.
       01 WSS-ASIGNACION-NUEVA        PIC X VALUE 'N'.
           88 WSS-ASIGNACION-SI-NUEVA VALUE 'S'.

       01 WSV-ULTIMO-NUMERO         PIC 9(08) VALUE 0.
       01 WSV-COMISION              PIC S9(09)V99.
       01 WSV-COMISION-BASE         PIC S9(11)V99.
       01 WSV-TOT-COMISION          PIC S9(11)V99.
       01 WSV-TOT-ASIGNADO          PIC S9(11)V99.
       01 WSV-MOTIVO-RECHAZO        PIC X(40).

       01 CONTADORES.
           05 WSCC-CONT-ASIGNADOS   PIC 9(05).
           05 WSCC-CONT-RELISTADOS  PIC 9(05).
           05 WSCC-CONT-SIN-DEUDA   PIC 9(05).
           05 WSCC-CONT-RECUPEROS   PIC 9(05).
           05 WSCC-CONT-RECHAZADOS  PIC 9(05).

       01 WSL-LINEA                 PIC X(80).
       01 WSL-LINEA-CTL             PIC X(100).
       01 WSL-IMP-EDITADO           PIC ---------,99.
       01 WSL-IMP-EDITADO-2         PIC ---------,99.
       01 WSL-CTE-EDITADO           PIC Z(06)9.

           COPY ASIENGL.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-SALDOS                 PIC X(80).
       01 WSV-ARCH-RECLAMOS               PIC X(80).
       01 WSV-ARCH-ESTADO                 PIC X(80).
       01 WSV-ARCH-EMITIDAS               PIC X(80).
       01 WSV-ARCH-PARTIDAS               PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-ASIGNACION             PIC X(80).
       01 WSV-ARCH-CARTERA                PIC X(80).
       01 WSV-ARCH-RENDICION              PIC X(80).
       01 WSV-ARCH-RECIBOS                PIC X(80).
       01 WSV-ARCH-NUMERACION             PIC X(80).
       01 WSV-ARCH-CONTROL                PIC X(80).
       01 WSV-ARCH-ASIENTOSGL             PIC X(80).
       01 WSV-ARCH-ASIENTOSGL-TRAB        PIC X(80).
       01 WSV-ARCH-MOVIMIENTOSGL          PIC X(80).

           COPY PARAMS.
           COPY RECLAMO.
           COPY VENCIM.
           COPY PARTIDAS.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           INITIALIZE CONTADORES.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

           DISPLAY '1 - ASIGNAR CLIENTES A LA AGENCIA DE COBRANZA'
           DISPLAY '2 - IMPORTAR RENDICION DE LA AGENCIA'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-OPCION.

           EVALUATE TRUE
               WHEN WSV-OPC-ASIGNAR
                    PERFORM 200000-ASIGNAR
               WHEN WSV-OPC-RENDICION
                    PERFORM 400000-IMPORTAR-RENDICION
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

           STOP RUN.

       100000-CARGAR-ESTADO.

           MOVE 0 TO WST-CANT-EST

           OPEN INPUT ESTADO.
           IF WSS-FS-EST-NOEXISTE
               DISPLAY 'SIN ESTADO DE INTIMACIONES: NINGUN CLIENTE '
                       'EN INTIMACION FINAL'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-EST-OK
             DISPLAY 'ERROR DE ARCHIVO DE ESTADO'
             DISPLAY 'FILE STATUS' WSS-FS-EST
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-EST-EOF
               READ ESTADO
                  EVALUATE TRUE
                     WHEN WSS-FS-EST-OK
                          IF WST-CANT-EST < WSC-MAX-DEUDORES
                            ADD 1 TO WST-CANT-EST
                            SET WSI-EST TO WST-CANT-EST
                            MOVE WSF-EST-CTE
                              TO WST-EST-CTE (WSI-EST)
                            MOVE WSF-EST-MONEDA
                              TO WST-EST-MONEDA (WSI-EST)
                            MOVE WSF-EST-NIVEL
                              TO WST-EST-NIVEL (WSI-EST)
                            MOVE WSF-EST-FECHA
                              TO WST-EST-FECHA (WSI-EST)
                          ELSE
      *                     Sin lugar no se puede reescribir el
      *                     archivo sin perder niveles.
                            DISPLAY 'TABLA DE ESTADO LLENA'
                            STOP RUN
                          END-IF
                     WHEN WSS-FS-EST-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE ESTADO'
                          DISPLAY 'FILE STATUS' WSS-FS-EST
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE ESTADO.

       200000-ASIGNAR.

           PERFORM 100000-CARGAR-ESTADO.
           PERFORM 970000-CARGAR-VENCIMIENTOS.
           PERFORM 980000-CARGAR-PARTIDAS.
           PERFORM 975000-CARGAR-RECLAMOS.
           PERFORM 210000-CARGAR-SALDOS.

           OPEN INPUT CLIENTES.
           IF NOT WSS-FS-CTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS' WSS-FS-CTE
             STOP RUN
           END-IF.

           OPEN OUTPUT ASIGNACION.
           IF NOT WSS-FS-ASG-OK
             DISPLAY 'ERROR DE ARCHIVO DE ASIGNACION'
             DISPLAY 'FILE STATUS' WSS-FS-ASG
             STOP RUN
           END-IF.

           OPEN EXTEND CARTERA.
           IF WSS-FS-CAR-NOEXISTE
               OPEN OUTPUT CARTERA
           END-IF.
           IF NOT WSS-FS-CAR-OK
             DISPLAY 'ERROR DE ARCHIVO DE CARTERA'
             DISPLAY 'FILE STATUS' WSS-FS-CAR
             STOP RUN
           END-IF.

           MOVE 0 TO WSV-TOT-ASIGNADO

           PERFORM 220000-EVALUAR-ESTADO
               VARYING WSI-EST FROM 1 BY 1
               UNTIL WSI-EST > WST-CANT-EST.

           CLOSE CLIENTES.
           CLOSE ASIGNACION.
           CLOSE CARTERA.

           PERFORM 250000-REESCRIBIR-ESTADO.

           MOVE WSV-TOT-ASIGNADO TO WSL-IMP-EDITADO
           DISPLAY '********************************************'
           DISPLAY 'CLIENTES ASIGNADOS A LA AGENCIA ='
                   WSCC-CONT-ASIGNADOS
           DISPLAY 'ASIGNADOS ANTES EN EL MES (RELISTADOS) ='
                   WSCC-CONT-RELISTADOS
           DISPLAY 'EN INTIMACION FINAL SIN DEUDA A PASAR ='
                   WSCC-CONT-SIN-DEUDA
           DISPLAY 'DEUDA ASIGNADA (SUMA DE MONEDAS) =' WSL-IMP-EDITADO
           DISPLAY 'RECLAMADO EXCLUIDO =' WSV-RCL-TOTAL-EXCLUIDO
           DISPLAY '********************************************'.

       210000-CARGAR-SALDOS.

           OPEN INPUT SALDOS.
           IF WSS-FS-SAL-NOEXISTE
               DISPLAY 'NO EXISTE SaldosClientes.TXT, NADA QUE '
                       'ASIGNAR'
               STOP RUN
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
                          PERFORM 218000-EXCLUIR-RECLAMOS
                          PERFORM 215000-ACUM-DEUDOR
                     WHEN WSS-FS-SAL-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-SAL
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE SALDOS.

       215000-ACUM-DEUDOR.

           MOVE 'N' TO WSS-DEUDOR-ENCONTRADO

           PERFORM VARYING WSI-DEU FROM 1 BY 1
                   UNTIL WSI-DEU > WST-CANT-DEU
               IF WST-DEU-CTE (WSI-DEU) = WSF-SAL-CTE
                 AND WST-DEU-MONEDA (WSI-DEU) = WSF-SAL-MONEDA
                   MOVE 'S' TO WSS-DEUDOR-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-DEUDOR-SI-ENCONTRADO
             IF WST-CANT-DEU < WSC-MAX-DEUDORES
               ADD 1 TO WST-CANT-DEU
               SET WSI-DEU TO WST-CANT-DEU
               MOVE WSF-SAL-CTE    TO WST-DEU-CTE (WSI-DEU)
               MOVE WSF-SAL-MONEDA TO WST-DEU-MONEDA (WSI-DEU)
               MOVE WSF-SAL-NYA    TO WST-DEU-NYA (WSI-DEU)
               MOVE 0 TO WST-DEU-CORRIENTE (WSI-DEU)
                         WST-DEU-30 (WSI-DEU)
                         WST-DEU-60 (WSI-DEU)
                         WST-DEU-90 (WSI-DEU)
                         WST-DEU-TOTAL (WSI-DEU)
             ELSE
               DISPLAY 'TABLA DE DEUDORES LLENA, SE OMITE CLIENTE '
                       WSF-SAL-CTE ' MONEDA ' WSF-SAL-MONEDA
               EXIT PARAGRAPH
             END-IF
           END-IF

           MOVE WSF-SAL-CTE     TO WSV-VTO-CTE
           MOVE WSF-SAL-MONEDA  TO WSV-VTO-MONEDA
           MOVE WSF-SAL-PERIODO TO WSV-VTO-PERIODO
           PERFORM 972000-DIAS-VENCIDOS

           EVALUATE WSV-VTO-TRAMO
               WHEN 0
                    ADD WSF-SAL-IMPORTE
                        TO WST-DEU-CORRIENTE (WSI-DEU)
               WHEN 1
                    ADD WSF-SAL-IMPORTE TO WST-DEU-30 (WSI-DEU)
               WHEN 2
                    ADD WSF-SAL-IMPORTE TO WST-DEU-60 (WSI-DEU)
               WHEN OTHER
                    ADD WSF-SAL-IMPORTE TO WST-DEU-90 (WSI-DEU)
           END-EVALUATE

           ADD WSF-SAL-IMPORTE TO WST-DEU-TOTAL (WSI-DEU).

       218000-EXCLUIR-RECLAMOS.

      *    El saldo del renglon queda sin lo que el cliente tiene en
      *    reclamo abierto para el mismo periodo y moneda.
           MOVE WSF-SAL-CTE     TO WSV-RCL-CTE
           MOVE WSF-SAL-MONEDA  TO WSV-RCL-MONEDA
           MOVE WSF-SAL-PERIODO TO WSV-RCL-PERIODO
           MOVE WSF-SAL-IMPORTE TO WSV-RCL-SALDO
           PERFORM 976000-DESCONTAR-RECLAMADO
           MOVE WSV-RCL-SALDO   TO WSF-SAL-IMPORTE.

       220000-EVALUAR-ESTADO.

      *    Pasan a la agencia los clientes en intimacion final; los
      *    que ya se asignaron en el mes se vuelven a listar.
           EVALUATE TRUE
               WHEN WST-EST-NIVEL (WSI-EST) = WSC-NIVEL-FINAL
                    MOVE 'S' TO WSS-ASIGNACION-NUEVA
               WHEN WST-EST-NIVEL (WSI-EST) = WSC-NIVEL-AGENCIA
                AND WST-EST-PERIODO (WSI-EST) = WSV-FS-PERIODO
                    MOVE 'N' TO WSS-ASIGNACION-NUEVA
               WHEN OTHER
                    EXIT PARAGRAPH
           END-EVALUATE

           MOVE 'N' TO WSS-DEUDOR-ENCONTRADO
           PERFORM VARYING WSI-DEU FROM 1 BY 1
                   UNTIL WSI-DEU > WST-CANT-DEU
               IF WST-DEU-CTE (WSI-DEU) = WST-EST-CTE (WSI-EST)
                 AND WST-DEU-MONEDA (WSI-DEU) =
                                      WST-EST-MONEDA (WSI-EST)
                   MOVE 'S' TO WSS-DEUDOR-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

      *    Sin deuda (pago, o todo en reclamo) no hay nada que pasar:
      *    el nivel lo resuelve PROG01-17-SA en su proxima corrida.
           IF NOT WSS-DEUDOR-SI-ENCONTRADO
               ADD 1 TO WSCC-CONT-SIN-DEUDA
               EXIT PARAGRAPH
           END-IF.
           IF WST-DEU-TOTAL (WSI-DEU) <= 0
               ADD 1 TO WSCC-CONT-SIN-DEUDA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 230000-LISTAR-ASIGNADO.

           ADD WST-DEU-TOTAL (WSI-DEU) TO WSV-TOT-ASIGNADO

           IF WSS-ASIGNACION-SI-NUEVA
               ADD 1 TO WSCC-CONT-ASIGNADOS
               MOVE WSC-NIVEL-AGENCIA TO WST-EST-NIVEL (WSI-EST)
               MOVE WSV-FECHA-SISTEMA TO WST-EST-FECHA (WSI-EST)
               MOVE WST-EST-CTE (WSI-EST)    TO WSF-CAR-CTE
               MOVE WST-EST-MONEDA (WSI-EST) TO WSF-CAR-MONEDA
               MOVE WSV-FECHA-SISTEMA        TO WSF-CAR-FECHA
               MOVE WST-DEU-TOTAL (WSI-DEU)  TO WSF-CAR-IMPORTE
               WRITE FD-CARTERA
               IF NOT WSS-FS-CAR-OK
                 DISPLAY 'ERROR DE ARCHIVO DE CARTERA'
                 DISPLAY 'FILE STATUS' WSS-FS-CAR
                 STOP RUN
               END-IF
           ELSE
               ADD 1 TO WSCC-CONT-RELISTADOS
           END-IF.

       230000-LISTAR-ASIGNADO.

           MOVE ALL '=' TO FD-ASIGNACION
           WRITE FD-ASIGNACION.

           MOVE WST-DEU-CTE (WSI-DEU) TO WSL-CTE-EDITADO.
           INITIALIZE WSL-LINEA.
           STRING 'CLIENTE: '                      DELIMITED SIZE
                  WSL-CTE-EDITADO                   DELIMITED SIZE
                  '  '                              DELIMITED SIZE
                  FUNCTION TRIM (WST-DEU-NYA (WSI-DEU))
                                                    DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-ASIGNACION
           WRITE FD-ASIGNACION.

      *    Bloque fiscal y de contacto del maestro; sin el cliente
      *    sale la marca de dato faltante.
           MOVE WST-DEU-CTE (WSI-DEU) TO WSF-CTE-CTE
           READ CLIENTES KEY IS WSF-CTE-CTE
               INVALID KEY CONTINUE
           END-READ
           IF WSS-FS-CTE-OK
               INITIALIZE WSL-LINEA
               STRING 'CUIT: '                     DELIMITED SIZE
                      WSF-CTE-CUIT                  DELIMITED SIZE
                      '  COND. IVA: '               DELIMITED SIZE
                      WSF-CTE-COND-IVA              DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-ASIGNACION
               WRITE FD-ASIGNACION
               INITIALIZE WSL-LINEA
               STRING 'DOMICILIO: '                DELIMITED SIZE
                      FUNCTION TRIM (WSF-CTE-DOMICILIO)
                                                    DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-ASIGNACION
               WRITE FD-ASIGNACION
               INITIALIZE WSL-LINEA
               STRING 'E-MAIL: '                   DELIMITED SIZE
                      FUNCTION TRIM (WSF-CTE-EMAIL) DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-ASIGNACION
               WRITE FD-ASIGNACION
           ELSE
               MOVE 'DATOS FISCALES: (SIN DATO EN EL MAESTRO)'
                 TO FD-ASIGNACION
               WRITE FD-ASIGNACION
           END-IF.

           INITIALIZE WSL-LINEA.
           STRING 'ULTIMA INTIMACION: '            DELIMITED SIZE
                  WST-EST-FECHA (WSI-EST)           DELIMITED SIZE
                  '  MONEDA: '                      DELIMITED SIZE
                  WST-DEU-MONEDA (WSI-DEU)          DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-ASIGNACION
           WRITE FD-ASIGNACION.

           MOVE SPACES TO FD-ASIGNACION
           WRITE FD-ASIGNACION.

           MOVE WST-DEU-CORRIENTE (WSI-DEU) TO WSL-IMP-EDITADO
           MOVE '  CORRIENTE:  ' TO WSL-LINEA
           PERFORM 235000-LINEA-TRAMO.
           MOVE WST-DEU-30 (WSI-DEU) TO WSL-IMP-EDITADO
           MOVE '  A 30 DIAS:  ' TO WSL-LINEA
           PERFORM 235000-LINEA-TRAMO.
           MOVE WST-DEU-60 (WSI-DEU) TO WSL-IMP-EDITADO
           MOVE '  A 60 DIAS:  ' TO WSL-LINEA
           PERFORM 235000-LINEA-TRAMO.
           MOVE WST-DEU-90 (WSI-DEU) TO WSL-IMP-EDITADO
           MOVE '  A 90+ DIAS: ' TO WSL-LINEA
           PERFORM 235000-LINEA-TRAMO.
           MOVE WST-DEU-TOTAL (WSI-DEU) TO WSL-IMP-EDITADO
           MOVE '  TOTAL:      ' TO WSL-LINEA
           PERFORM 235000-LINEA-TRAMO.

           PERFORM 240000-DOCUMENTOS-ASIGNADO.

           IF NOT WSS-FS-ASG-OK
             DISPLAY 'ERROR DE ARCHIVO DE ASIGNACION'
             DISPLAY 'FILE STATUS' WSS-FS-ASG
             STOP RUN
           END-IF.

       235000-LINEA-TRAMO.

           MOVE WSL-IMP-EDITADO TO WSL-LINEA (15:12)
           MOVE WSL-LINEA TO FD-ASIGNACION
           WRITE FD-ASIGNACION.

       240000-DOCUMENTOS-ASIGNADO.

      *    Documentos del cliente en la moneda que siguen con saldo
      *    (mismo detalle que la carta de PROG01-17-SA).
           MOVE 'N' TO WSS-DOC-TITULO

           PERFORM VARYING WSI-PTA FROM 1 BY 1
                   UNTIL WSI-PTA > WST-CANT-PTA
               IF WST-PTA-CTE (WSI-PTA) = WST-DEU-CTE (WSI-DEU)
                 AND WST-PTA-MONEDA (WSI-PTA) =
                                      WST-DEU-MONEDA (WSI-DEU)
                 AND WST-PTA-SALDO (WSI-PTA) NOT = 0
                   IF NOT WSS-DOC-SI-TITULO
                       MOVE 'S' TO WSS-DOC-TITULO
                       MOVE SPACES TO FD-ASIGNACION
                       WRITE FD-ASIGNACION
                       MOVE 'DOCUMENTOS PENDIENTES:' TO FD-ASIGNACION
                       WRITE FD-ASIGNACION
                       MOVE WSL-PTA-TITULO TO FD-ASIGNACION
                       WRITE FD-ASIGNACION
                   END-IF
                   PERFORM 985000-ARMAR-LINEA-PARTIDA
                   MOVE WSL-PTA-LINEA TO FD-ASIGNACION
                   WRITE FD-ASIGNACION
               END-IF
           END-PERFORM.

       250000-REESCRIBIR-ESTADO.

      *    Mismo criterio que 330000-REESCRIBIR-ESTADO de
      *    PROG01-17-SA: solo los niveles vigentes.
           OPEN OUTPUT ESTADO.
           IF NOT WSS-FS-EST-OK
             DISPLAY 'ERROR DE ARCHIVO DE ESTADO'
             DISPLAY 'FILE STATUS' WSS-FS-EST
             STOP RUN
           END-IF.

           PERFORM VARYING WSI-EST FROM 1 BY 1
                   UNTIL WSI-EST > WST-CANT-EST
               IF WST-EST-NIVEL (WSI-EST) > 0
                   MOVE WST-EST-CTE (WSI-EST)    TO WSF-EST-CTE
                   MOVE WST-EST-MONEDA (WSI-EST) TO WSF-EST-MONEDA
                   MOVE WST-EST-NIVEL (WSI-EST)  TO WSF-EST-NIVEL
                   MOVE WST-EST-FECHA (WSI-EST)  TO WSF-EST-FECHA
                   WRITE FD-ESTADO
               END-IF
           END-PERFORM

           CLOSE ESTADO.

       400000-IMPORTAR-RENDICION.

           IF WSP-COMISION-AGENCIA = 0
               DISPLAY 'COMIS-AGENC EN CERO: NO SE ASIENTA COMISION'
           END-IF.

           PERFORM 100000-CARGAR-ESTADO.
           PERFORM 410000-LEER-NUMERACION.

           OPEN INPUT RENDICION.
           IF WSS-FS-RND-NOEXISTE
               DISPLAY 'NO EXISTE LA RENDICION DE LA AGENCIA'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-RND-OK
             DISPLAY 'ERROR DE ARCHIVO DE RENDICION'
             DISPLAY 'FILE STATUS' WSS-FS-RND
             EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND RECIBOS.
           IF WSS-FS-REC-NOEXISTE
               OPEN OUTPUT RECIBOS
           END-IF.
           IF NOT WSS-FS-REC-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECIBOS'
             DISPLAY 'FILE STATUS' WSS-FS-REC
             CLOSE RENDICION
             EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT CONTROL-RENDICION.
           IF NOT WSS-FS-CTL-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONTROL'
             DISPLAY 'FILE STATUS' WSS-FS-CTL
             CLOSE RENDICION
             CLOSE RECIBOS
             EXIT PARAGRAPH
           END-IF.

           STRING 'CTE      MON FECHA     RECUPERADO    COMISION'
                                                   DELIMITED SIZE
                  ' RECIBO   REFERENCIA / MOTIVO'  DELIMITED SIZE
             INTO FD-CONTROL
           END-STRING
           WRITE FD-CONTROL.

           MOVE 0 TO WSV-TOT-COMISION

           PERFORM UNTIL WSS-FS-RND-EOF
               READ RENDICION
                  EVALUATE TRUE
                     WHEN WSS-FS-RND-OK
                          PERFORM 420000-PROCESAR-RECUPERO
                     WHEN WSS-FS-RND-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-RND
                          MOVE '10' TO WSS-FS-RND
                  END-EVALUATE
           END-PERFORM

           CLOSE RENDICION.
           CLOSE RECIBOS.

           MOVE WSV-TOT-COMISION TO WSL-IMP-EDITADO
           INITIALIZE WSL-LINEA-CTL
           STRING 'COMISION TOTAL A PAGAR A LA AGENCIA ('
                                                   DELIMITED SIZE
                  WSC-MONEDA-BASE                  DELIMITED SIZE
                  '): '                            DELIMITED SIZE
                  WSL-IMP-EDITADO                  DELIMITED SIZE
             INTO WSL-LINEA-CTL
           END-STRING
           MOVE SPACES TO FD-CONTROL
           WRITE FD-CONTROL.
           MOVE WSL-LINEA-CTL TO FD-CONTROL
           WRITE FD-CONTROL.
           CLOSE CONTROL-RENDICION.

           IF WSV-TOT-COMISION > 0
               PERFORM 440000-ASENTAR-COMISION
           END-IF.

      *    Rendicion consumida: una corrida repetida no duplica
      *    recibos.
           OPEN OUTPUT RENDICION.
           CLOSE RENDICION.

           DISPLAY '********************************************'
           DISPLAY 'RECUPEROS CONVERTIDOS EN RECIBO ='
                                           WSCC-CONT-RECUPEROS
           DISPLAY 'RECUPEROS RECHAZADOS =' WSCC-CONT-RECHAZADOS
           DISPLAY 'COMISION DE LA AGENCIA =' WSL-IMP-EDITADO
           DISPLAY 'ULTIMO NRO DE RECIBO =' WSV-ULTIMO-NUMERO
           DISPLAY '********************************************'.

       410000-LEER-NUMERACION.

           OPEN INPUT NUMERACION.
           IF WSS-FS-NUM-NOEXISTE
               MOVE 0 TO WSV-ULTIMO-NUMERO
           ELSE
             IF NOT WSS-FS-NUM-OK
               DISPLAY 'ERROR DE ARCHIVO DE NUMERACION'
               DISPLAY 'FILE STATUS' WSS-FS-NUM
               STOP RUN
             ELSE
               READ NUMERACION
                  EVALUATE TRUE
                     WHEN WSS-FS-NUM-OK
                          MOVE WSF-NUM-ULTIMO TO WSV-ULTIMO-NUMERO
                     WHEN WSS-FS-NUM-EOF
                          MOVE 0 TO WSV-ULTIMO-NUMERO
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-NUM
                          STOP RUN
                  END-EVALUATE
               CLOSE NUMERACION
             END-IF
           END-IF.

       420000-PROCESAR-RECUPERO.

      *    Solo se acepta el recupero de un cliente que esta en la
      *    agencia en esa moneda.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO
           MOVE 'N' TO WSS-ESTADO-ENCONTRADO
           PERFORM VARYING WSI-EST FROM 1 BY 1
                   UNTIL WSI-EST > WST-CANT-EST
               IF WST-EST-CTE (WSI-EST) = WSF-RND-CTE
                 AND WST-EST-MONEDA (WSI-EST) = WSF-RND-MONEDA
                 AND WST-EST-NIVEL (WSI-EST) = WSC-NIVEL-AGENCIA
                   MOVE 'S' TO WSS-ESTADO-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WSF-RND-IMPORTE NOT NUMERIC
                 OR WSF-RND-IMPORTE = 0
                    MOVE 'IMPORTE INVALIDO' TO WSV-MOTIVO-RECHAZO
               WHEN NOT WSS-ESTADO-SI-ENCONTRADO
                    MOVE 'CLIENTE NO ASIGNADO A LA AGENCIA'
                      TO WSV-MOTIVO-RECHAZO
           END-EVALUATE

           IF WSV-MOTIVO-RECHAZO NOT = SPACES
               ADD 1 TO WSCC-CONT-RECHAZADOS
               MOVE 0 TO WSL-IMP-EDITADO
               IF WSF-RND-IMPORTE NUMERIC
                   MOVE WSF-RND-IMPORTE TO WSL-IMP-EDITADO
               END-IF
               INITIALIZE WSL-LINEA-CTL
               STRING WSF-RND-CTE                   DELIMITED SIZE
                      '  '                          DELIMITED SIZE
                      WSF-RND-MONEDA                DELIMITED SIZE
                      ' '                           DELIMITED SIZE
                      WSF-RND-FECHA                 DELIMITED SIZE
                      ' '                           DELIMITED SIZE
                      WSL-IMP-EDITADO               DELIMITED SIZE
                      '  RECHAZADO: '               DELIMITED SIZE
                      WSV-MOTIVO-RECHAZO            DELIMITED SIZE
                 INTO WSL-LINEA-CTL
               END-STRING
               MOVE WSL-LINEA-CTL TO FD-CONTROL
               WRITE FD-CONTROL
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-RECUPEROS
           ADD 1 TO WSV-ULTIMO-NUMERO
           MOVE WSF-RND-CTE        TO WSF-REC-CTE
           MOVE WSF-RND-FECHA      TO WSF-REC-FECHA
           MOVE WSF-RND-IMPORTE    TO WSF-REC-IMPORTE
           MOVE WSF-RND-MONEDA     TO WSF-REC-MONEDA
           MOVE WSV-ULTIMO-NUMERO  TO WSF-REC-NRO
      *    Lo cobrado por la agencia no trae retencion ni documentos
      *    indicados: se aplica de la factura mas vieja.
           MOVE 0                  TO WSF-REC-RETENCION
           MOVE SPACES             TO WSF-REC-NRO-CERT
           MOVE SPACES             TO WSF-REC-DOCUMENTOS
           MOVE SPACES             TO WSF-REC-REGIMEN
           MOVE SPACE              TO WSF-REC-TIPO
           WRITE FD-RECIBOS
           IF NOT WSS-FS-REC-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECIBOS'
             DISPLAY 'FILE STATUS' WSS-FS-REC
             STOP RUN
           END-IF
           PERFORM 430000-GRABAR-NUMERACION

      *    Comision sobre lo recuperado, valuada en moneda base como
      *    la prevision de PROG01-39-SA.
           COMPUTE WSV-COMISION ROUNDED =
                   WSF-RND-IMPORTE * WSP-COMISION-AGENCIA / 100
           IF WSF-RND-MONEDA = WSC-MONEDA-BASE
               MOVE WSV-COMISION TO WSV-COMISION-BASE
           ELSE
               COMPUTE WSV-COMISION-BASE ROUNDED =
                       WSV-COMISION * WSP-TASA-USD
           END-IF
           ADD WSV-COMISION-BASE TO WSV-TOT-COMISION

           MOVE WSF-RND-IMPORTE TO WSL-IMP-EDITADO
           MOVE WSV-COMISION    TO WSL-IMP-EDITADO-2
           INITIALIZE WSL-LINEA-CTL
           STRING WSF-RND-CTE                       DELIMITED SIZE
                  '  '                              DELIMITED SIZE
                  WSF-RND-MONEDA                    DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSF-RND-FECHA                     DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-IMP-EDITADO                   DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-IMP-EDITADO-2                 DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSV-ULTIMO-NUMERO                 DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSF-RND-REFERENCIA                DELIMITED SIZE
             INTO WSL-LINEA-CTL
           END-STRING
           MOVE WSL-LINEA-CTL TO FD-CONTROL
           WRITE FD-CONTROL.

       430000-GRABAR-NUMERACION.

           OPEN OUTPUT NUMERACION.
           IF NOT WSS-FS-NUM-OK
             DISPLAY 'ERROR DE ARCHIVO DE NUMERACION'
             DISPLAY 'FILE STATUS' WSS-FS-NUM
           ELSE
             MOVE WSV-ULTIMO-NUMERO TO WSF-NUM-ULTIMO
             WRITE FD-NUMERACION
             CLOSE NUMERACION
           END-IF.

       440000-ASENTAR-COMISION.

      *    Gasto de cobranza contra la deuda con la agencia, por el
      *    total de la rendicion.
           PERFORM 960000-ABRIR-ASIENTOS.
           IF NOT WSG-SI-ABIERTO
               DISPLAY 'COMISION NO ASENTADA: REVISAR AsientosGL.TXT'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'D'                    TO WSG-GL-TIPO
           MOVE WSC-CTA-COMISION       TO WSG-GL-CUENTA
           MOVE WSV-TOT-COMISION       TO WSG-GL-IMPORTE
           MOVE 'COMISION AGENCIA DE COBRANZA' TO WSG-GL-LEYENDA
           MOVE WSP-PERIODO-PROCESO    TO WSG-GL-PERIODO
           PERFORM 962000-GRABAR-PARTIDA

           MOVE 'H'                    TO WSG-GL-TIPO
           MOVE WSC-CTA-AGENCIA        TO WSG-GL-CUENTA
           MOVE WSV-TOT-COMISION       TO WSG-GL-IMPORTE
           MOVE 'COMISION AGENCIA DE COBRANZA' TO WSG-GL-LEYENDA
           MOVE WSP-PERIODO-PROCESO    TO WSG-GL-PERIODO
           PERFORM 962000-GRABAR-PARTIDA

           PERFORM 965000-CERRAR-ASIENTOS.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'SaldosClientes.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SALDOS

           MOVE 'Reclamos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECLAMOS

           MOVE 'IntimacionesEstado.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTADO

           MOVE 'FacturasEmitidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EMITIDAS

           MOVE 'PartidasAbiertas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PARTIDAS

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'AsignacionAgencia.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASIGNACION

           MOVE 'AgenciaCartera.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CARTERA

           MOVE 'RendicionAgencia.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RENDICION

           MOVE 'Recibos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECIBOS

           MOVE 'NumeracionRecibos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-NUMERACION

           MOVE 'ControlRendicionAgencia.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL

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
           COPY RECLAMOP.
           COPY VENCIMP.
           COPY PARTIDASP.

           COPY ASIENGLP.

       END PROGRAM PROG01-45-SA.
