      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Cartera de cheques recibidos en cobranza (muchos
      *              de ellos diferidos). La opcion 1 registra cada
      *              cheque contra su recibo de Recibos.TXT (banco,
      *              numero, librador y fecha de pago). La opcion 2
      *              arma la boleta de deposito con los cheques ya
      *              vencidos a la fecha de deposito y lista los que
      *              vencen en los dias siguientes. La opcion 3
      *              registra un cheque rechazado: revierte el pago
      *              (de la cola de PagosAplicados.TXT si PROG01-07-SA
      *              todavia no lo aplico, o reponiendo la deuda en
      *              SaldosClientes.TXT y en las partidas abiertas si
      *              ya lo aplico) y vuelca el gasto de rechazo como
      *              una transaccion del servicio CHR en Transac.TXT
      *              (misma reconstruccion con trailer que los
      *              intereses de PROG01-22-SA).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-40-SA.

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

      *    Cartera de cheques: un registro por cheque recibido, con
      *    su estado. Se lee completa al inicio y se reescribe
      *    completa despues de cada cambio (mismo idioma que
      *    SaldosClientes.TXT en PROG01-07-SA).
           SELECT CHEQUES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CHEQUES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CHQ.

      *    Mismo Recibos.TXT que consume PROG01-06-SA: lote de
      *    recibos del ciclo de cobranzas.
           SELECT RECIBOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RECIBOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REC.

      *    Mismo PagosAplicados.TXT que escribe PROG01-06-SA y
      *    consume PROG01-07-SA (cola de pagos a aplicar).
           SELECT PAGOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PAGOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAG.

      *    Mismo maestro de saldos que reescribe PROG01-07-SA.
           SELECT SALDOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-SALDOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SAL.

      *    Partidas abiertas por documento que mantiene
      *    PROG01-07-SA (ver PARTIDAS.CPY).
           SELECT PARTIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PARTIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PTA.

      *    Mismo Transac.TXT que valida PROG01-08-SA, con su trailer
      *    de control como ultimo registro.
           SELECT TRANSAC
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-TRANSAC
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TRAN.

      *    Buffer transitorio para reconstruir los archivos
      *    secuenciales que se corrigen (Recibos, PagosAplicados,
      *    SaldosClientes y Transac): se copia el archivo al
      *    trabajo con la correccion y se vuelve a copiar entero.
           SELECT TRABAJO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-TRABAJO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TRAB.

      *    Boleta de deposito para el banco: se regenera entera en
      *    cada deposito.
           SELECT BOLETA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-BOLETA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-BOL.

      *    Listado de cheques depositados y proximos a depositar.
           SELECT LISTADO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-LISTADO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIS.

      *    Mismo historico de auditoria que PROG01-01-SA (EXTEND):
      *    aca queda asentada la discrepancia cuando el trailer de
      *    Transac.TXT no cuadra contra su detalle.
           SELECT AUDITORIA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-AUDITORIA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-AUD.

      *    Mismo maestro indexado que mantiene PROG01-02-SA, abierto
      *    INPUT: de aca salen el nombre del saldo repuesto y la
      *    sucursal de la transaccion de gasto.
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Maestro de usuarios (ver OPERADOR.CPY).
           SELECT USUARIOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-USUARIOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USU.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

       FD CHEQUES.

       01 FD-CHEQUES.
         05 WSF-CHQ-BANCO         PIC 9(03).
         05 WSF-CHQ-NUMERO        PIC 9(08).
         05 WSF-CHQ-LIBRADOR      PIC X(40).
         05 WSF-CHQ-FECHA-PAGO    PIC 9(08).
         05 WSF-CHQ-IMPORTE       PIC 9(07)V99.
         05 WSF-CHQ-MONEDA        PIC X(03).
      *    Recibo al que entro el cheque.
         05 WSF-CHQ-CTE           PIC 9(07).
         05 WSF-CHQ-NRO-RECIBO    PIC 9(08).
         05 WSF-CHQ-FECHA-RECIBO  PIC 9(08).
      *    C en cartera / D depositado / R rechazado, con la fecha
      *    del ultimo cambio y, si fue rechazado, el motivo y el
      *    operador que lo registro.
         05 WSF-CHQ-ESTADO        PIC X(01).
         05 WSF-CHQ-FECHA-ESTADO  PIC 9(08).
         05 WSF-CHQ-MOTIVO        PIC X(30).
         05 WSF-CHQ-OPERADOR      PIC X(10).

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

       FD PAGOS.

      *    Mismo layout que FD-PAGOS en PROG01-06-SA.
       01 FD-PAGOS.
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

       FD SALDOS.

      *    Mismo layout que FD-SALDOS en PROG01-07-SA.
       01 FD-SALDOS.
         05 WSF-SAL-CTE           PIC 9(07).
         05 WSF-SAL-NYA           PIC X(60).
         05 WSF-SAL-MONEDA        PIC X(03).
         05 WSF-SAL-PERIODO       PIC 9(06).
         05 WSF-SAL-IMPORTE       PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

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

       FD TRANSAC.

      *    Mismo layout que FD-TRANSAC en PROG01-03-SA.
       01 FD-TRANSAC.
         05 WSF-TRAN-CTE         PIC 9(07).
         05 WSF-TRAN-CODSER      PIC X(03).
         05 WSF-TRAN-IMPORT-T    PIC S9(07)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-TRAN-MONEDA      PIC X(03).
         05 WSF-TRAN-FECHA       PIC 9(08).
         05 WSF-TRAN-SUCURSAL    PIC 9(02).

      *    Trailer de control, ultimo registro de Transac.TXT (ver
      *    PROG01-03-SA).
       01 FD-TRANSAC-TRAILER.
         05 WSF-TRL-MARCA        PIC X(10).
         05 WSF-TRL-CANT         PIC 9(09).
         05 WSF-TRL-MONEDAS OCCURS 5 TIMES.
             10 WSF-TRL-MON-COD   PIC X(03).
             10 WSF-TRL-MON-TOTAL PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD TRABAJO.

      *    Renglon crudo: lleva la imagen del registro del archivo
      *    que se este corrigiendo (el mas ancho es el recibo).
       01 FD-TRABAJO              PIC X(130).

       FD BOLETA.

       01 FD-BOLETA.
         05 WSF-BOL-FECHA         PIC 9(08).
         05 WSF-BOL-BANCO         PIC 9(03).
         05 WSF-BOL-NUMERO        PIC 9(08).
         05 WSF-BOL-LIBRADOR      PIC X(40).
         05 WSF-BOL-IMPORTE       PIC 9(07)V99.
         05 WSF-BOL-MONEDA        PIC X(03).

       FD LISTADO.

       01 FD-LISTADO               PIC X(100).

       FD AUDITORIA.

       01 FD-AUDITORIA             PIC X(100).

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
      *    Estado crediticio: N normal / V vigilancia / B bloqueado
      *    por mora (ver PROG01-02-SA).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago (ver PROG01-02-SA).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD USUARIOS.

      *    Mismo layout en todos los programas que identifican
      *    operador (ver OPERADOR.CPY).
       01 FD-USUARIOS.
         05 WSF-USU-ID           PIC X(10).
         05 WSF-USU-CLAVE        PIC X(10).
         05 WSF-USU-NIVEL        PIC 9(01).
         05 WSF-USU-ACTIVO       PIC X(01).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-CHQ                           PIC X(02).
             88 WSS-FS-CHQ-OK                      VALUE '00'.
             88 WSS-FS-CHQ-EOF                     VALUE '10'.
             88 WSS-FS-CHQ-NOEXISTE                VALUE '35'.
           05 WSS-FS-REC                           PIC X(02).
             88 WSS-FS-REC-OK                      VALUE '00'.
             88 WSS-FS-REC-EOF                     VALUE '10'.
             88 WSS-FS-REC-NOEXISTE                VALUE '35'.
           05 WSS-FS-PAG                           PIC X(02).
             88 WSS-FS-PAG-OK                      VALUE '00'.
             88 WSS-FS-PAG-EOF                     VALUE '10'.
             88 WSS-FS-PAG-NOEXISTE                VALUE '35'.
           05 WSS-FS-SAL                           PIC X(02).
             88 WSS-FS-SAL-OK                      VALUE '00'.
             88 WSS-FS-SAL-EOF                     VALUE '10'.
             88 WSS-FS-SAL-NOEXISTE                VALUE '35'.
           05 WSS-FS-TRAN                          PIC X(02).
             88 WSS-FS-TRAN-OK                     VALUE '00'.
             88 WSS-FS-TRAN-EOF                    VALUE '10'.
             88 WSS-FS-TRAN-NOEXISTE               VALUE '35'.
           05 WSS-FS-TRAB                          PIC X(02).
             88 WSS-FS-TRAB-OK                     VALUE '00'.
             88 WSS-FS-TRAB-EOF                    VALUE '10'.
           05 WSS-FS-BOL                           PIC X(02).
             88 WSS-FS-BOL-OK                      VALUE '00'.
           05 WSS-FS-LIS                           PIC X(02).
             88 WSS-FS-LIS-OK                      VALUE '00'.
           05 WSS-FS-AUD                           PIC X(02).
             88 WSS-FS-AUD-OK                      VALUE '00'.
             88 WSS-FS-AUD-NOEXISTE                VALUE '35'.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-CTE-NOEXISTE                VALUE '35'.

       01 CONSTANTES.
      *    Codigo de servicio del gasto por cheque rechazado (misma
      *    convencion que FIN de PROG01-22-SA: debe existir activo
      *    en el maestro de servicios de PROG01-09-SA para pasar la
      *    validacion).
           05 WSC-CODSER-RECHAZO    PIC X(03)    VALUE 'CHR'.
      *    El gasto lo cobra el banco en pesos.
           05 WSC-MONEDA-BASE       PIC X(03)    VALUE 'ARS'.
           05 WSC-MARCA-TRAILER     PIC X(10)    VALUE '9999999TRL'.
           05 WSC-MAX-CHEQUES       PIC 9(04)    VALUE 5000.
      *    Dias posteriores al deposito que muestra el listado de
      *    proximos a depositar.
           05 WSC-DIAS-AVISO        PIC 9(03)    VALUE 7.
      *    Plazo maximo de un cheque diferido desde el recibo.
           05 WSC-DIAS-DIFERIDO     PIC 9(03)    VALUE 360.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-ALTA                  VALUE 1.
           88 WSV-OPC-DEPOSITO              VALUE 2.
           88 WSV-OPC-RECHAZO               VALUE 3.

      *    Cartera completa en memoria.
       01 TABLA-CHEQUES.
           05 WST-CANT-CHQ          PIC 9(04) VALUE 0.
           05 WST-CHQ OCCURS 5000 TIMES
                             INDEXED BY WSI-CHQ.
               10 WST-CHQ-BANCO         PIC 9(03).
               10 WST-CHQ-NUMERO        PIC 9(08).
               10 WST-CHQ-LIBRADOR      PIC X(40).
               10 WST-CHQ-FECHA-PAGO    PIC 9(08).
               10 WST-CHQ-IMPORTE       PIC 9(07)V99.
               10 WST-CHQ-MONEDA        PIC X(03).
               10 WST-CHQ-CTE           PIC 9(07).
               10 WST-CHQ-NRO-RECIBO    PIC 9(08).
               10 WST-CHQ-FECHA-RECIBO  PIC 9(08).
               10 WST-CHQ-ESTADO        PIC X(01).
               10 WST-CHQ-FECHA-ESTADO  PIC 9(08).
               10 WST-CHQ-MOTIVO        PIC X(30).
               10 WST-CHQ-OPERADOR      PIC X(10).

      *    La cartera no entro completa en la tabla: no se reescribe.
       01 WSS-CHQ-DESBORDE            PIC X VALUE 'N'.
           88 WSS-CHQ-SI-DESBORDE     VALUE 'S'.

      *    Totales de la boleta por moneda.
       01 TABLA-MONEDAS-BOLETA.
           05 WST-CANT-MON          PIC 9(02) VALUE 0.
           05 WST-MON OCCURS 5 TIMES
                             INDEXED BY WSI-MON.
               10 WST-MON-COD       PIC X(03).
               10 WST-MON-CANT      PIC 9(05).
               10 WST-MON-TOTAL     PIC 9(09)V99.

      *    Datos del cheque que se da de alta.
       01 WSV-CHEQUE-NUEVO.
           05 WSV-NVO-CTE           PIC 9(07).
           05 WSV-NVO-NRO-RECIBO    PIC 9(08).
           05 WSV-NVO-BANCO         PIC 9(03).
           05 WSV-NVO-NUMERO        PIC 9(08).
           05 WSV-NVO-LIBRADOR      PIC X(40).
           05 WSV-NVO-FECHA-PAGO    PIC 9(08).
           05 WSV-NVO-FECHA-PAGO-R REDEFINES WSV-NVO-FECHA-PAGO.
               10 WSV-NVO-PAGO-ANIO PIC 9(04).
               10 WSV-NVO-PAGO-MES  PIC 9(02).
               10 WSV-NVO-PAGO-DIA  PIC 9(02).
           05 WSV-NVO-IMPORTE       PIC 9(07)V99.

      *    Recibo hallado en Recibos.TXT.
       01 WSV-RECIBO-HALLADO.
           05 WSV-RHA-FECHA         PIC 9(08).
           05 WSV-RHA-IMPORTE       PIC 9(07)V99.
           05 WSV-RHA-MONEDA        PIC X(03).

       01 WSS-RECIBO-ENCONTRADO       PIC X VALUE 'N'.
           88 WSS-RECIBO-SI-ENCONTRADO VALUE 'S'.

       01 WSS-CHEQUE-OK               PIC X VALUE 'S'.
           88 WSS-CHEQUE-SI-OK        VALUE 'S'.

      *    Lo ya cubierto con otros cheques del mismo recibo.
       01 WSV-COMPROMETIDO            PIC 9(09)V99.
       01 WSV-DISPONIBLE              PIC S9(09)V99.
       01 WSV-DIAS-DIFERIDO           PIC S9(07).

       01 WSV-POS-CHQ                 PIC 9(04).

      *    Deposito.
       01 WSV-FECHA-DEPOSITO          PIC 9(08).
       01 WSV-FECHA-AVISO             PIC 9(08).

      *    Rechazo: cheque buscado y como quedo revertido el pago.
       01 WSV-RCH-BANCO               PIC 9(03).
       01 WSV-RCH-NUMERO              PIC 9(08).
       01 WSV-RCH-MOTIVO              PIC X(30).
       01 WSV-RESTO-REVERTIR          PIC 9(07)V99.

       01 WSS-PAGO-EN-COLA            PIC X VALUE 'N'.
           88 WSS-PAGO-SI-EN-COLA     VALUE 'S'.
       01 WSS-RECIBO-EN-LOTE          PIC X VALUE 'N'.
           88 WSS-RECIBO-SI-EN-LOTE   VALUE 'S'.
       01 WSS-SALDO-ENCONTRADO        PIC X VALUE 'N'.
           88 WSS-SALDO-SI-ENCONTRADO VALUE 'S'.
       01 WSS-CLIENTE-ENCONTRADO      PIC X VALUE 'N'.
           88 WSS-CLIENTE-SI-ENCONTRADO VALUE 'S'.

      *    Periodo del saldo repuesto (ver 540000).
       01 WSV-PERIODO-REPONER         PIC 9(06).
       01 WSV-POS-PTA-CHEQUE          PIC 9(04).
       01 WSV-APLICADO-PTA            PIC S9(09)V99.

       01 WSV-FECHA-SISTEMA           PIC 9(08).

      *    Totales de control del trailer nuevo (mismo idioma que
      *    PROG01-22-SA).
       01 TOTALES-TRAILER.
           05 WSA-TRL-CANT          PIC 9(09) VALUE 0.
           05 WSA-TRL-CANT-MON      PIC 9(02) VALUE 0.
           05 WSA-TRL-MON OCCURS 5 TIMES
                             INDEXED BY WSI-TRLMON.
               10 WSA-TRL-MON-COD   PIC X(03).
               10 WSA-TRL-MON-TOTAL PIC S9(11)V99.

       01 WSS-MON-ENCONTRADA          PIC X VALUE 'N'.
           88 WSS-MON-SI-ENCONTRADA   VALUE 'S'.

       01 REG-TRAILER-PREVIO.
           05 WSR-TRLP-CANT         PIC 9(09).
           05 WSR-TRLP-MON OCCURS 5 TIMES.
               10 WSR-TRLP-MON-COD   PIC X(03).
               10 WSR-TRLP-MON-TOTAL PIC S9(11)V99.

       01 WSS-TRAILER-PREVIO          PIC X VALUE 'N'.
           88 WSS-SI-TRAILER-PREVIO   VALUE 'S'.

       01 WSS-TRAILER-CUADRA          PIC X VALUE 'S'.
           88 WSS-TRAILER-SI-CUADRA   VALUE 'S'.

       01 WSV-SUB-TRLP              PIC 9(02).
       01 WSV-TOTAL-COMPARADO       PIC S9(11)V99.
       01 WSV-IMPORTE-DETALLE       PIC S9(07)V99.
       01 WSV-MONEDA-DETALLE        PIC X(03).

       01 CONTADORES.
           05 WSCC-CONT-DEPOSITADOS PIC 9(05).
           05 WSCC-CONT-PROXIMOS    PIC 9(05).

       01 WSL-LINEA-LIS             PIC X(100).
       01 WSL-LINEA-AUD             PIC X(100).
       01 WSL-IMP-EDITADO           PIC ZZZZZZ9,99.
       01 WSL-TOT-EDITADO           PIC ZZZZZZZZ9,99.

           COPY OPERADOR.
           COPY PARTIDAS.
           COPY VALFECHA.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-CHEQUES                PIC X(80).
       01 WSV-ARCH-RECIBOS                PIC X(80).
       01 WSV-ARCH-PAGOS                  PIC X(80).
       01 WSV-ARCH-SALDOS                 PIC X(80).
       01 WSV-ARCH-PARTIDAS               PIC X(80).
       01 WSV-ARCH-TRANSAC                PIC X(80).
       01 WSV-ARCH-TRABAJO                PIC X(80).
       01 WSV-ARCH-BOLETA                 PIC X(80).
       01 WSV-ARCH-LISTADO                PIC X(80).
       01 WSV-ARCH-AUDITORIA              PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).

           COPY PARAMS.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           INITIALIZE CONTADORES.

           DISPLAY '1 - ALTA DE CHEQUE RECIBIDO'
           DISPLAY '2 - BOLETA DE DEPOSITO'
           DISPLAY '3 - CHEQUE RECHAZADO'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-OPCION.

           IF NOT WSV-OPC-ALTA
             AND NOT WSV-OPC-DEPOSITO
             AND NOT WSV-OPC-RECHAZO
               DISPLAY 'OPCION INVALIDA'
               STOP RUN
           END-IF.

           PERFORM 100000-INICIO.

           EVALUATE TRUE
               WHEN WSV-OPC-ALTA
                    PERFORM 200000-ALTA-CHEQUE
               WHEN WSV-OPC-DEPOSITO
                    PERFORM 400000-DEPOSITO
               WHEN WSV-OPC-RECHAZO
                    PERFORM 500000-RECHAZO
           END-EVALUATE.

           STOP RUN.

       100000-INICIO.

      *    Alta y deposito son operacion de cobranzas (nivel 3); el
      *    rechazo revierte un pago ya aplicado y carga un gasto al
      *    cliente, como una anulacion (nivel 5).
           IF WSV-OPC-RECHAZO
               MOVE 5 TO WSO-NIVEL-REQUERIDO
           ELSE
               MOVE 3 TO WSO-NIVEL-REQUERIDO
           END-IF
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF.

           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 110000-CARGAR-CARTERA.
           IF WSS-CHQ-SI-DESBORDE
               DISPLAY 'CARTERA DE CHEQUES INCOMPLETA EN MEMORIA: '
                       'NO SE PUEDE ACTUALIZAR'
               STOP RUN
           END-IF.

       110000-CARGAR-CARTERA.

           MOVE 0   TO WST-CANT-CHQ
           MOVE 'N' TO WSS-CHQ-DESBORDE

           OPEN INPUT CHEQUES.
           IF WSS-FS-CHQ-NOEXISTE
               DISPLAY 'CARTERA DE CHEQUES NUEVA'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-CHQ-OK
             DISPLAY 'ERROR DE ARCHIVO DE CHEQUES'
             DISPLAY 'FILE STATUS' WSS-FS-CHQ
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-CHQ-EOF
               READ CHEQUES
                  EVALUATE TRUE
                     WHEN WSS-FS-CHQ-OK
                          PERFORM 115000-SUMAR-CHEQUE
                     WHEN WSS-FS-CHQ-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE CHEQUES'
                          DISPLAY 'FILE STATUS' WSS-FS-CHQ
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE CHEQUES.

       115000-SUMAR-CHEQUE.

           IF WST-CANT-CHQ < WSC-MAX-CHEQUES
               ADD 1 TO WST-CANT-CHQ
               SET WSI-CHQ TO WST-CANT-CHQ
               MOVE WSF-CHQ-BANCO        TO WST-CHQ-BANCO (WSI-CHQ)
               MOVE WSF-CHQ-NUMERO       TO WST-CHQ-NUMERO (WSI-CHQ)
               MOVE WSF-CHQ-LIBRADOR     TO WST-CHQ-LIBRADOR (WSI-CHQ)
               MOVE WSF-CHQ-FECHA-PAGO
                                    TO WST-CHQ-FECHA-PAGO (WSI-CHQ)
               MOVE WSF-CHQ-IMPORTE      TO WST-CHQ-IMPORTE (WSI-CHQ)
               MOVE WSF-CHQ-MONEDA       TO WST-CHQ-MONEDA (WSI-CHQ)
               MOVE WSF-CHQ-CTE          TO WST-CHQ-CTE (WSI-CHQ)
               MOVE WSF-CHQ-NRO-RECIBO
                                    TO WST-CHQ-NRO-RECIBO (WSI-CHQ)
               MOVE WSF-CHQ-FECHA-RECIBO
                                    TO WST-CHQ-FECHA-RECIBO (WSI-CHQ)
               MOVE WSF-CHQ-ESTADO       TO WST-CHQ-ESTADO (WSI-CHQ)
               MOVE WSF-CHQ-FECHA-ESTADO
                                    TO WST-CHQ-FECHA-ESTADO (WSI-CHQ)
               MOVE WSF-CHQ-MOTIVO       TO WST-CHQ-MOTIVO (WSI-CHQ)
               MOVE WSF-CHQ-OPERADOR     TO WST-CHQ-OPERADOR (WSI-CHQ)
           ELSE
               MOVE 'S' TO WSS-CHQ-DESBORDE
           END-IF.

       200000-ALTA-CHEQUE.

      *    El cheque entra contra un recibo del lote de Recibos.TXT:
      *    hereda su cliente y su moneda, y entre todos los cheques
      *    del recibo no pueden superar lo cobrado.
           DISPLAY 'COD. DE CLIENTE: '
           ACCEPT WSV-NVO-CTE.
           DISPLAY 'NRO DE RECIBO: '
           ACCEPT WSV-NVO-NRO-RECIBO.

           PERFORM 210000-BUSCAR-RECIBO.
           IF NOT WSS-RECIBO-SI-ENCONTRADO
               DISPLAY 'RECIBO INEXISTENTE PARA ESE CLIENTE'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 230000-COMPROMETIDO-RECIBO.
           COMPUTE WSV-DISPONIBLE = WSV-RHA-IMPORTE - WSV-COMPROMETIDO.
           IF WSV-DISPONIBLE <= 0
               DISPLAY 'EL RECIBO YA ESTA CUBIERTO CON CHEQUES'
               EXIT PARAGRAPH
           END-IF.
           MOVE WSV-DISPONIBLE TO WSL-IMP-EDITADO
           DISPLAY 'RECIBO EN ' WSV-RHA-MONEDA ', DISPONIBLE PARA '
                   'CHEQUES: ' WSL-IMP-EDITADO

           DISPLAY 'BANCO (CODIGO): '
           ACCEPT WSV-NVO-BANCO.
           DISPLAY 'NUMERO DE CHEQUE: '
           ACCEPT WSV-NVO-NUMERO.
           DISPLAY 'LIBRADOR: '
           ACCEPT WSV-NVO-LIBRADOR.
           DISPLAY 'FECHA DE PAGO (AAAAMMDD): '
           ACCEPT WSV-NVO-FECHA-PAGO.
           DISPLAY 'IMPORTE: '
           ACCEPT WSV-NVO-IMPORTE.

           PERFORM 220000-VALIDAR-CHEQUE.
           IF NOT WSS-CHEQUE-SI-OK
               DISPLAY 'ALTA CANCELADA'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-CHQ
           SET WSI-CHQ TO WST-CANT-CHQ
           MOVE WSV-NVO-BANCO         TO WST-CHQ-BANCO (WSI-CHQ)
           MOVE WSV-NVO-NUMERO        TO WST-CHQ-NUMERO (WSI-CHQ)
           MOVE WSV-NVO-LIBRADOR      TO WST-CHQ-LIBRADOR (WSI-CHQ)
           MOVE WSV-NVO-FECHA-PAGO    TO WST-CHQ-FECHA-PAGO (WSI-CHQ)
           MOVE WSV-NVO-IMPORTE       TO WST-CHQ-IMPORTE (WSI-CHQ)
           MOVE WSV-RHA-MONEDA        TO WST-CHQ-MONEDA (WSI-CHQ)
           MOVE WSV-NVO-CTE           TO WST-CHQ-CTE (WSI-CHQ)
           MOVE WSV-NVO-NRO-RECIBO    TO WST-CHQ-NRO-RECIBO (WSI-CHQ)
           MOVE WSV-RHA-FECHA         TO WST-CHQ-FECHA-RECIBO (WSI-CHQ)
           MOVE 'C'                   TO WST-CHQ-ESTADO (WSI-CHQ)
           MOVE WSV-FECHA-SISTEMA     TO WST-CHQ-FECHA-ESTADO (WSI-CHQ)
           MOVE SPACES                TO WST-CHQ-MOTIVO (WSI-CHQ)
           MOVE WSO-OPER-ID           TO WST-CHQ-OPERADOR (WSI-CHQ)

           PERFORM 800000-GRABAR-CARTERA.
           DISPLAY 'CHEQUE INGRESADO EN CARTERA'.

       210000-BUSCAR-RECIBO.

           MOVE 'N' TO WSS-RECIBO-ENCONTRADO

           OPEN INPUT RECIBOS.
           IF WSS-FS-REC-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-REC-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECIBOS'
             DISPLAY 'FILE STATUS' WSS-FS-REC
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-REC-EOF
               READ RECIBOS
                  EVALUATE TRUE
                     WHEN WSS-FS-REC-OK
      *                   La aplicacion de un anticipo repite el
      *                   numero del recibo del anticipo pero no es
      *                   dinero recibido: el cheque va contra el
      *                   recibo original.
                          IF WSF-REC-CTE = WSV-NVO-CTE
                            AND WSF-REC-NRO = WSV-NVO-NRO-RECIBO
                            AND WSF-REC-TIPO NOT = 'S'
                              MOVE 'S' TO WSS-RECIBO-ENCONTRADO
                              MOVE WSF-REC-FECHA   TO WSV-RHA-FECHA
                              MOVE WSF-REC-IMPORTE TO WSV-RHA-IMPORTE
                              MOVE WSF-REC-MONEDA  TO WSV-RHA-MONEDA
                              MOVE '10' TO WSS-FS-REC
                          END-IF
                     WHEN WSS-FS-REC-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-REC
                          MOVE '10' TO WSS-FS-REC
                  END-EVALUATE
           END-PERFORM

           CLOSE RECIBOS.

       220000-VALIDAR-CHEQUE.

           MOVE 'S' TO WSS-CHEQUE-OK

           IF WSV-NVO-BANCO = 0 OR WSV-NVO-NUMERO = 0
               DISPLAY 'BANCO Y NUMERO DE CHEQUE SON OBLIGATORIOS'
               MOVE 'N' TO WSS-CHEQUE-OK
           END-IF

           IF WSV-NVO-LIBRADOR = SPACES
               DISPLAY 'EL LIBRADOR ES OBLIGATORIO'
               MOVE 'N' TO WSS-CHEQUE-OK
           END-IF

           IF WSV-NVO-IMPORTE = 0
             OR WSV-NVO-IMPORTE > WSV-DISPONIBLE
               DISPLAY 'IMPORTE EN CERO O MAYOR QUE LO DISPONIBLE '
                       'DEL RECIBO'
               MOVE 'N' TO WSS-CHEQUE-OK
           END-IF

           MOVE WSV-NVO-PAGO-DIA  TO WSV-VALFE-DIA
           MOVE WSV-NVO-PAGO-MES  TO WSV-VALFE-MES
           MOVE WSV-NVO-PAGO-ANIO TO WSV-VALFE-ANIO
           PERFORM 900000-VALIDAR-FECHA
           IF NOT WSV-VALFE-VALIDA
               DISPLAY 'FECHA DE PAGO INVALIDA'
               MOVE 'N' TO WSS-CHEQUE-OK
           ELSE
             COMPUTE WSV-DIAS-DIFERIDO =
                     FUNCTION INTEGER-OF-DATE (WSV-NVO-FECHA-PAGO)
                   - FUNCTION INTEGER-OF-DATE (WSV-RHA-FECHA)
             IF WSV-DIAS-DIFERIDO > WSC-DIAS-DIFERIDO
               DISPLAY 'FECHA DE PAGO MAS ALLA DEL PLAZO DE UN '
                       'CHEQUE DIFERIDO'
               MOVE 'N' TO WSS-CHEQUE-OK
             END-IF
           END-IF

      *    Banco + numero identifica al cheque en la cartera.
           PERFORM VARYING WSI-CHQ FROM 1 BY 1
                   UNTIL WSI-CHQ > WST-CANT-CHQ
               IF WST-CHQ-BANCO (WSI-CHQ) = WSV-NVO-BANCO
                 AND WST-CHQ-NUMERO (WSI-CHQ) = WSV-NVO-NUMERO
                   DISPLAY 'EL CHEQUE YA ESTA EN LA CARTERA'
                   MOVE 'N' TO WSS-CHEQUE-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WST-CANT-CHQ >= WSC-MAX-CHEQUES
               DISPLAY 'CARTERA DE CHEQUES LLENA'
               MOVE 'N' TO WSS-CHEQUE-OK
           END-IF.

       230000-COMPROMETIDO-RECIBO.

      *    Los cheques rechazados ya no cubren el recibo.
           MOVE 0 TO WSV-COMPROMETIDO

           PERFORM VARYING WSI-CHQ FROM 1 BY 1
                   UNTIL WSI-CHQ > WST-CANT-CHQ
               IF WST-CHQ-CTE (WSI-CHQ) = WSV-NVO-CTE
                 AND WST-CHQ-NRO-RECIBO (WSI-CHQ) = WSV-NVO-NRO-RECIBO
                 AND WST-CHQ-ESTADO (WSI-CHQ) NOT = 'R'
                   ADD WST-CHQ-IMPORTE (WSI-CHQ) TO WSV-COMPROMETIDO
               END-IF
           END-PERFORM.

       400000-DEPOSITO.

      *    Van a la boleta los cheques en cartera con fecha de pago
      *    cumplida a la fecha de deposito; quedan depositados (D).
      *    El listado agrega los que vencen en los dias siguientes
      *    para que tesoreria planifique.
           DISPLAY 'FECHA DE DEPOSITO (AAAAMMDD, 0 = HOY): '
           ACCEPT WSV-FECHA-DEPOSITO.
           IF WSV-FECHA-DEPOSITO = 0
               MOVE WSV-FECHA-SISTEMA TO WSV-FECHA-DEPOSITO
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WSV-FECHA-DEPOSITO) NOT = 0
               DISPLAY 'FECHA DE DEPOSITO INVALIDA'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WSV-FECHA-AVISO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSV-FECHA-DEPOSITO)
                    + WSC-DIAS-AVISO).

           OPEN OUTPUT BOLETA.
           IF NOT WSS-FS-BOL-OK
             DISPLAY 'ERROR DE ARCHIVO DE BOLETA'
             DISPLAY 'FILE STATUS' WSS-FS-BOL
             EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT LISTADO.
           IF NOT WSS-FS-LIS-OK
             DISPLAY 'ERROR DE ARCHIVO DE LISTADO'
             DISPLAY 'FILE STATUS' WSS-FS-LIS
             CLOSE BOLETA
             EXIT PARAGRAPH
           END-IF.

           INITIALIZE WSL-LINEA-LIS
           STRING 'CHEQUES DEPOSITADOS EL '        DELIMITED SIZE
                  WSV-FECHA-DEPOSITO               DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE 'BCO NUMERO   LIBRADOR                      PAGO     '
             TO WSL-LINEA-LIS
           MOVE '     IMPORTE MON CLIENTE' TO WSL-LINEA-LIS (54:24)
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

           PERFORM 410000-EVALUAR-DEPOSITO
               VARYING WSI-CHQ FROM 1 BY 1
               UNTIL WSI-CHQ > WST-CANT-CHQ.

           PERFORM 430000-TOTALES-BOLETA
               VARYING WSI-MON FROM 1 BY 1
               UNTIL WSI-MON > WST-CANT-MON.

           MOVE SPACES TO FD-LISTADO
           WRITE FD-LISTADO.
           INITIALIZE WSL-LINEA-LIS
           STRING 'PROXIMOS A DEPOSITAR HASTA EL '  DELIMITED SIZE
                  WSV-FECHA-AVISO                   DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

           PERFORM 415000-EVALUAR-PROXIMO
               VARYING WSI-CHQ FROM 1 BY 1
               UNTIL WSI-CHQ > WST-CANT-CHQ.

           CLOSE BOLETA.
           CLOSE LISTADO.

           IF WSCC-CONT-DEPOSITADOS > 0
               PERFORM 800000-GRABAR-CARTERA
           END-IF.

           DISPLAY '********************************************'
           DISPLAY 'CHEQUES EN LA BOLETA =' WSCC-CONT-DEPOSITADOS
           DISPLAY 'CHEQUES PROXIMOS A DEPOSITAR =' WSCC-CONT-PROXIMOS
           DISPLAY '********************************************'.

       410000-EVALUAR-DEPOSITO.

           IF WST-CHQ-ESTADO (WSI-CHQ) NOT = 'C'
             OR WST-CHQ-FECHA-PAGO (WSI-CHQ) > WSV-FECHA-DEPOSITO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-DEPOSITADOS

           MOVE WSV-FECHA-DEPOSITO         TO WSF-BOL-FECHA
           MOVE WST-CHQ-BANCO (WSI-CHQ)    TO WSF-BOL-BANCO
           MOVE WST-CHQ-NUMERO (WSI-CHQ)   TO WSF-BOL-NUMERO
           MOVE WST-CHQ-LIBRADOR (WSI-CHQ) TO WSF-BOL-LIBRADOR
           MOVE WST-CHQ-IMPORTE (WSI-CHQ)  TO WSF-BOL-IMPORTE
           MOVE WST-CHQ-MONEDA (WSI-CHQ)   TO WSF-BOL-MONEDA
           WRITE FD-BOLETA.
           IF NOT WSS-FS-BOL-OK
             DISPLAY 'ERROR DE ARCHIVO DE BOLETA'
             DISPLAY 'FILE STATUS' WSS-FS-BOL
             STOP RUN
           END-IF.

           MOVE 'D'                TO WST-CHQ-ESTADO (WSI-CHQ)
           MOVE WSV-FECHA-DEPOSITO TO WST-CHQ-FECHA-ESTADO (WSI-CHQ)

           PERFORM 420000-LINEA-LISTADO.
           PERFORM 425000-ACUM-MONEDA.

       415000-EVALUAR-PROXIMO.

           IF WST-CHQ-ESTADO (WSI-CHQ) = 'C'
             AND WST-CHQ-FECHA-PAGO (WSI-CHQ) <= WSV-FECHA-AVISO
               ADD 1 TO WSCC-CONT-PROXIMOS
               PERFORM 420000-LINEA-LISTADO
           END-IF.

       420000-LINEA-LISTADO.

           MOVE WST-CHQ-IMPORTE (WSI-CHQ) TO WSL-IMP-EDITADO

           INITIALIZE WSL-LINEA-LIS
           STRING WST-CHQ-BANCO (WSI-CHQ)          DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  WST-CHQ-NUMERO (WSI-CHQ)         DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  WST-CHQ-LIBRADOR (WSI-CHQ) (1:29) DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  WST-CHQ-FECHA-PAGO (WSI-CHQ)     DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  WSL-IMP-EDITADO                  DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  WST-CHQ-MONEDA (WSI-CHQ)         DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  WST-CHQ-CTE (WSI-CHQ)            DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

       425000-ACUM-MONEDA.

           MOVE 'N' TO WSS-MON-ENCONTRADA

           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               IF WST-MON-COD (WSI-MON) = WST-CHQ-MONEDA (WSI-CHQ)
                   ADD 1 TO WST-MON-CANT (WSI-MON)
                   ADD WST-CHQ-IMPORTE (WSI-CHQ)
                       TO WST-MON-TOTAL (WSI-MON)
                   MOVE 'S' TO WSS-MON-ENCONTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-MON-SI-ENCONTRADA
             AND WST-CANT-MON < 5
               ADD 1 TO WST-CANT-MON
               SET WSI-MON TO WST-CANT-MON
               MOVE WST-CHQ-MONEDA (WSI-CHQ)  TO WST-MON-COD (WSI-MON)
               MOVE 1                         TO WST-MON-CANT (WSI-MON)
               MOVE WST-CHQ-IMPORTE (WSI-CHQ) TO WST-MON-TOTAL (WSI-MON)
           END-IF.

       430000-TOTALES-BOLETA.

           MOVE WST-MON-TOTAL (WSI-MON) TO WSL-TOT-EDITADO

           INITIALIZE WSL-LINEA-LIS
           STRING 'TOTAL BOLETA '                  DELIMITED SIZE
                  WST-MON-COD (WSI-MON)            DELIMITED SIZE
                  ': '                             DELIMITED SIZE
                  WST-MON-CANT (WSI-MON)           DELIMITED SIZE
                  ' CHEQUES POR '                  DELIMITED SIZE
                  WSL-TOT-EDITADO                  DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

       500000-RECHAZO.

           DISPLAY 'BANCO (CODIGO): '
           ACCEPT WSV-RCH-BANCO.
           DISPLAY 'NUMERO DE CHEQUE: '
           ACCEPT WSV-RCH-NUMERO.

           PERFORM 510000-BUSCAR-CHEQUE.
           IF WSV-POS-CHQ = 0
               DISPLAY 'EL CHEQUE NO ESTA EN LA CARTERA'
               EXIT PARAGRAPH
           END-IF.
           SET WSI-CHQ TO WSV-POS-CHQ.
           IF WST-CHQ-ESTADO (WSI-CHQ) = 'R'
               DISPLAY 'EL CHEQUE YA FIGURA RECHAZADO EL '
                       WST-CHQ-FECHA-ESTADO (WSI-CHQ)
               EXIT PARAGRAPH
           END-IF.

           MOVE WST-CHQ-IMPORTE (WSI-CHQ) TO WSL-IMP-EDITADO
           DISPLAY 'CLIENTE ' WST-CHQ-CTE (WSI-CHQ)
                   ' RECIBO ' WST-CHQ-NRO-RECIBO (WSI-CHQ)
                   ' IMPORTE ' WSL-IMP-EDITADO ' '
                   WST-CHQ-MONEDA (WSI-CHQ)

           DISPLAY 'MOTIVO DEL RECHAZO: '
           ACCEPT WSV-RCH-MOTIVO.
           IF WSV-RCH-MOTIVO = SPACES
               DISPLAY 'EL MOTIVO ES OBLIGATORIO, NO SE REGISTRA'
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CLIENTES.
           MOVE 'N' TO WSS-CLIENTE-ENCONTRADO
           IF WSS-FS-CTE-OK
               MOVE WST-CHQ-CTE (WSI-CHQ) TO WSF-CTE-CTE
               READ CLIENTES KEY IS WSF-CTE-CTE
                   INVALID KEY CONTINUE
               END-READ
               IF WSS-FS-CTE-OK
                   MOVE 'S' TO WSS-CLIENTE-ENCONTRADO
               END-IF
               CLOSE CLIENTES
           END-IF.

      *    El pago del cheque se revierte donde este: en la cola de
      *    PagosAplicados.TXT si PROG01-07-SA todavia no lo aplico;
      *    en el lote de Recibos.TXT si PROG01-06-SA todavia no lo
      *    paso a la cola; y si ya no esta en ninguno de los dos, la
      *    cuenta corriente ya lo tiene acreditado y se repone la
      *    deuda. El lote de recibos se corrige siempre, para que
      *    una reaplicacion del ciclo no vuelva a acreditar el
      *    cheque.
           PERFORM 520000-REVERTIR-PAGO-EN-COLA.
           PERFORM 530000-REVERTIR-RECIBO.

           IF NOT WSS-PAGO-SI-EN-COLA
             AND NOT WSS-RECIBO-SI-EN-LOTE
               PERFORM 540000-REPONER-SALDO
               PERFORM 550000-PARTIDA-CHEQUE
           END-IF.

           IF WSP-GASTO-CHEQUE > 0
               PERFORM 560000-GASTO-RECHAZO
           ELSE
               DISPLAY 'GASTO-CHEQUE EN CERO: NO SE CARGA GASTO'
           END-IF.

           SET WSI-CHQ TO WSV-POS-CHQ.
           MOVE 'R'               TO WST-CHQ-ESTADO (WSI-CHQ)
           MOVE WSV-FECHA-SISTEMA TO WST-CHQ-FECHA-ESTADO (WSI-CHQ)
           MOVE WSV-RCH-MOTIVO    TO WST-CHQ-MOTIVO (WSI-CHQ)
           MOVE WSO-OPER-ID       TO WST-CHQ-OPERADOR (WSI-CHQ)
           PERFORM 800000-GRABAR-CARTERA.

           DISPLAY '********************************************'
           DISPLAY 'CHEQUE RECHAZADO REGISTRADO'
           EVALUATE TRUE
               WHEN WSS-PAGO-SI-EN-COLA
                    DISPLAY 'PAGO RETIRADO DE LA COLA DE PAGOS '
                            'APLICADOS'
               WHEN WSS-RECIBO-SI-EN-LOTE
                    DISPLAY 'RECIBO CORREGIDO EN EL LOTE DE '
                            'COBRANZAS'
               WHEN OTHER
                    DISPLAY 'DEUDA REPUESTA EN SALDOS DEL PERIODO '
                            WSV-PERIODO-REPONER
           END-EVALUATE
           DISPLAY '********************************************'.

       510000-BUSCAR-CHEQUE.

           MOVE 0 TO WSV-POS-CHQ

           PERFORM VARYING WSI-CHQ FROM 1 BY 1
                   UNTIL WSI-CHQ > WST-CANT-CHQ
               IF WST-CHQ-BANCO (WSI-CHQ) = WSV-RCH-BANCO
                 AND WST-CHQ-NUMERO (WSI-CHQ) = WSV-RCH-NUMERO
                   SET WSV-POS-CHQ TO WSI-CHQ
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       520000-REVERTIR-PAGO-EN-COLA.

      *    El pago del recibo en la cola baja por el importe del
      *    cheque (el resto del recibo sigue valiendo); si no queda
      *    nada, el pago sale de la cola.
           MOVE 'N' TO WSS-PAGO-EN-COLA
           SET WSI-CHQ TO WSV-POS-CHQ
           MOVE WST-CHQ-IMPORTE (WSI-CHQ) TO WSV-RESTO-REVERTIR

           OPEN INPUT PAGOS.
           IF WSS-FS-PAG-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-PAG-OK
             DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
             DISPLAY 'FILE STATUS' WSS-FS-PAG
             STOP RUN
           END-IF.

           PERFORM 850000-ABRIR-TRABAJO.

           PERFORM UNTIL WSS-FS-PAG-EOF
               READ PAGOS
                  EVALUATE TRUE
                     WHEN WSS-FS-PAG-OK
                          PERFORM 525000-CORREGIR-PAGO
                     WHEN WSS-FS-PAG-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE PAGOS'
                          DISPLAY 'FILE STATUS' WSS-FS-PAG
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE PAGOS.
           CLOSE TRABAJO.

           IF WSS-PAGO-SI-EN-COLA
               OPEN INPUT TRABAJO
               OPEN OUTPUT PAGOS
               PERFORM 855000-LEER-TRABAJO
               PERFORM UNTIL WSS-FS-TRAB-EOF
                   MOVE FD-TRABAJO TO FD-PAGOS
                   WRITE FD-PAGOS
                   PERFORM 855000-LEER-TRABAJO
               END-PERFORM
               CLOSE PAGOS
               CLOSE TRABAJO
           END-IF.

       525000-CORREGIR-PAGO.

           IF WSF-PAG-CTE = WST-CHQ-CTE (WSI-CHQ)
             AND WSF-PAG-NRO-RECIBO = WST-CHQ-NRO-RECIBO (WSI-CHQ)
             AND NOT WSS-PAGO-SI-EN-COLA
               MOVE 'S' TO WSS-PAGO-EN-COLA
               IF WSF-PAG-IMPORTE <= WSV-RESTO-REVERTIR
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WSV-RESTO-REVERTIR FROM WSF-PAG-IMPORTE
           END-IF.

           MOVE FD-PAGOS TO FD-TRABAJO
           WRITE FD-TRABAJO.

       530000-REVERTIR-RECIBO.

      *    Mismo criterio sobre el lote de recibos: el importe
      *    cobrado baja por el cheque (la retencion no se toca); un
      *    recibo que queda sin cobro ni retencion sale del lote.
           MOVE 'N' TO WSS-RECIBO-EN-LOTE
           SET WSI-CHQ TO WSV-POS-CHQ

           OPEN INPUT RECIBOS.
           IF WSS-FS-REC-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-REC-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECIBOS'
             DISPLAY 'FILE STATUS' WSS-FS-REC
             STOP RUN
           END-IF.

           PERFORM 850000-ABRIR-TRABAJO.

           PERFORM UNTIL WSS-FS-REC-EOF
               READ RECIBOS
                  EVALUATE TRUE
                     WHEN WSS-FS-REC-OK
                          PERFORM 535000-CORREGIR-RECIBO
                     WHEN WSS-FS-REC-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE RECIBOS'
                          DISPLAY 'FILE STATUS' WSS-FS-REC
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RECIBOS.
           CLOSE TRABAJO.

           IF WSS-RECIBO-SI-EN-LOTE
               OPEN INPUT TRABAJO
               OPEN OUTPUT RECIBOS
               PERFORM 855000-LEER-TRABAJO
               PERFORM UNTIL WSS-FS-TRAB-EOF
                   MOVE FD-TRABAJO TO FD-RECIBOS
                   WRITE FD-RECIBOS
                   PERFORM 855000-LEER-TRABAJO
               END-PERFORM
               CLOSE RECIBOS
               CLOSE TRABAJO
           END-IF.

       535000-CORREGIR-RECIBO.

           IF WSF-REC-CTE = WST-CHQ-CTE (WSI-CHQ)
             AND WSF-REC-NRO = WST-CHQ-NRO-RECIBO (WSI-CHQ)
             AND WSF-REC-TIPO NOT = 'S'
             AND NOT WSS-RECIBO-SI-EN-LOTE
               MOVE 'S' TO WSS-RECIBO-EN-LOTE
               IF WSF-REC-RETENCION NOT NUMERIC
                   MOVE 0 TO WSF-REC-RETENCION
               END-IF
               IF WSF-REC-IMPORTE <= WST-CHQ-IMPORTE (WSI-CHQ)
                   MOVE 0 TO WSF-REC-IMPORTE
               ELSE
                   SUBTRACT WST-CHQ-IMPORTE (WSI-CHQ)
                       FROM WSF-REC-IMPORTE
               END-IF
               IF WSF-REC-IMPORTE = 0
                 AND WSF-REC-RETENCION = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE FD-RECIBOS TO FD-TRABAJO
           WRITE FD-TRABAJO.

       540000-REPONER-SALDO.

      *    La deuda vuelve al saldo del cliente en la moneda del
      *    cheque. Se carga en el periodo del recibo, o en el
      *    periodo ya procesado si el recibo es posterior: nunca en
      *    un periodo que la cuenta corriente todavia no corrio,
      *    porque PROG01-07-SA recalcula desde cero los saldos del
      *    periodo que procesa.
           SET WSI-CHQ TO WSV-POS-CHQ
           MOVE WST-CHQ-FECHA-RECIBO (WSI-CHQ) (1:6)
                                            TO WSV-PERIODO-REPONER
           IF WSV-PERIODO-REPONER > WSP-PERIODO-PROCESO
               MOVE WSP-PERIODO-PROCESO TO WSV-PERIODO-REPONER
           END-IF

           MOVE 'N' TO WSS-SALDO-ENCONTRADO

           PERFORM 850000-ABRIR-TRABAJO.

           OPEN INPUT SALDOS.
           IF WSS-FS-SAL-NOEXISTE
               CONTINUE
           ELSE
             IF NOT WSS-FS-SAL-OK
               DISPLAY 'ERROR DE ARCHIVO DE SALDOS'
               DISPLAY 'FILE STATUS' WSS-FS-SAL
               STOP RUN
             END-IF
             PERFORM UNTIL WSS-FS-SAL-EOF
                 READ SALDOS
                    EVALUATE TRUE
                       WHEN WSS-FS-SAL-OK
                            PERFORM 545000-CORREGIR-SALDO
                       WHEN WSS-FS-SAL-EOF
                            CONTINUE
                       WHEN OTHER
                            DISPLAY 'ERROR DE ARCHIVO DE SALDOS'
                            DISPLAY 'FILE STATUS' WSS-FS-SAL
                            STOP RUN
                    END-EVALUATE
             END-PERFORM
             CLOSE SALDOS
           END-IF.

           IF NOT WSS-SALDO-SI-ENCONTRADO
               MOVE WST-CHQ-CTE (WSI-CHQ)    TO WSF-SAL-CTE
               IF WSS-CLIENTE-SI-ENCONTRADO
                   MOVE WSF-CTE-NYA          TO WSF-SAL-NYA
               ELSE
                   MOVE SPACES               TO WSF-SAL-NYA
               END-IF
               MOVE WST-CHQ-MONEDA (WSI-CHQ) TO WSF-SAL-MONEDA
               MOVE WSV-PERIODO-REPONER      TO WSF-SAL-PERIODO
               MOVE WST-CHQ-IMPORTE (WSI-CHQ) TO WSF-SAL-IMPORTE
               MOVE FD-SALDOS TO FD-TRABAJO
               WRITE FD-TRABAJO
           END-IF.

           CLOSE TRABAJO.

           OPEN INPUT TRABAJO.
           OPEN OUTPUT SALDOS.
           IF NOT WSS-FS-SAL-OK
             DISPLAY 'ERROR DE ARCHIVO DE SALDOS'
             DISPLAY 'FILE STATUS' WSS-FS-SAL
             STOP RUN
           END-IF.
           PERFORM 855000-LEER-TRABAJO
           PERFORM UNTIL WSS-FS-TRAB-EOF
               MOVE FD-TRABAJO TO FD-SALDOS
               WRITE FD-SALDOS
               PERFORM 855000-LEER-TRABAJO
           END-PERFORM
           CLOSE SALDOS.
           CLOSE TRABAJO.

       545000-CORREGIR-SALDO.

           IF WSF-SAL-CTE = WST-CHQ-CTE (WSI-CHQ)
             AND WSF-SAL-MONEDA = WST-CHQ-MONEDA (WSI-CHQ)
             AND WSF-SAL-PERIODO = WSV-PERIODO-REPONER
             AND NOT WSS-SALDO-SI-ENCONTRADO
               MOVE 'S' TO WSS-SALDO-ENCONTRADO
               ADD WST-CHQ-IMPORTE (WSI-CHQ) TO WSF-SAL-IMPORTE
           END-IF.

           MOVE FD-SALDOS TO FD-TRABAJO
           WRITE FD-TRABAJO.

       550000-PARTIDA-CHEQUE.

      *    En las partidas la deuda repuesta es un documento propio
      *    (tipo C, vence el dia del rechazo) que toman los creditos
      *    a favor que tenga el cliente y, despues, los pagos que
      *    lleguen (ver 175000 en PROG01-07-SA). Sin partidas
      *    todavia no se crea el archivo: la primera corrida de
      *    PROG01-07-SA lo arma entero desde los documentos.
           PERFORM 980000-CARGAR-PARTIDAS.
           IF WSS-PTA-SI-ARCHIVO-NUEVO
               EXIT PARAGRAPH
           END-IF.
           IF WSS-PTA-SI-DESBORDE
             OR WST-CANT-PTA >= 5000
               DISPLAY 'TABLA DE PARTIDAS LLENA: EL CHEQUE NO SE '
                       'AGREGA A LAS PARTIDAS'
               EXIT PARAGRAPH
           END-IF.

           SET WSI-CHQ TO WSV-POS-CHQ
           ADD 1 TO WST-CANT-PTA
           SET WSI-PTA TO WST-CANT-PTA
           SET WSV-POS-PTA-CHEQUE TO WSI-PTA
           MOVE 'C'                   TO WST-PTA-TIPO (WSI-PTA)
           MOVE SPACE                 TO WST-PTA-LETRA (WSI-PTA)
           MOVE WST-CHQ-BANCO (WSI-CHQ)  TO WST-PTA-PTO-VTA (WSI-PTA)
           MOVE WST-CHQ-NUMERO (WSI-CHQ) TO WST-PTA-NUMERO (WSI-PTA)
           MOVE WST-CHQ-CTE (WSI-CHQ)    TO WST-PTA-CTE (WSI-PTA)
           MOVE WST-CHQ-MONEDA (WSI-CHQ) TO WST-PTA-MONEDA (WSI-PTA)
           MOVE WSV-PERIODO-REPONER   TO WST-PTA-PERIODO (WSI-PTA)
           MOVE WSV-FECHA-SISTEMA     TO WST-PTA-FECHA (WSI-PTA)
           MOVE WSV-FECHA-SISTEMA     TO WST-PTA-VENCIMIENTO (WSI-PTA)
           MOVE WST-CHQ-IMPORTE (WSI-CHQ)
                                      TO WST-PTA-ORIGINAL (WSI-PTA)
           MOVE 0                     TO WST-PTA-APLICADO (WSI-PTA)
           MOVE WST-CHQ-IMPORTE (WSI-CHQ) TO WST-PTA-SALDO (WSI-PTA)
           MOVE 'N'                   TO WST-PTA-MARCA (WSI-PTA)

      *    Creditos a favor del cliente en la moneda (mismo criterio
      *    que 160000-COMPENSAR-CREDITOS en PROG01-07-SA).
           PERFORM VARYING WSI-PTA FROM 1 BY 1
                   UNTIL WSI-PTA > WST-CANT-PTA
                      OR WST-PTA-SALDO (WSV-POS-PTA-CHEQUE) <= 0
               IF WST-PTA-CTE (WSI-PTA) = WST-CHQ-CTE (WSI-CHQ)
                 AND WST-PTA-MONEDA (WSI-PTA) =
                                          WST-CHQ-MONEDA (WSI-CHQ)
                 AND WST-PTA-SALDO (WSI-PTA) < 0
                   COMPUTE WSV-APLICADO-PTA =
                           0 - WST-PTA-SALDO (WSI-PTA)
                   IF WSV-APLICADO-PTA >
                                 WST-PTA-SALDO (WSV-POS-PTA-CHEQUE)
                       MOVE WST-PTA-SALDO (WSV-POS-PTA-CHEQUE)
                         TO WSV-APLICADO-PTA
                   END-IF
                   ADD WSV-APLICADO-PTA
                       TO WST-PTA-APLICADO (WSV-POS-PTA-CHEQUE)
                   SUBTRACT WSV-APLICADO-PTA
                       FROM WST-PTA-SALDO (WSV-POS-PTA-CHEQUE)
                   SUBTRACT WSV-APLICADO-PTA
                       FROM WST-PTA-APLICADO (WSI-PTA)
                   ADD WSV-APLICADO-PTA TO WST-PTA-SALDO (WSI-PTA)
               END-IF
           END-PERFORM.

           PERFORM 555000-REESCRIBIR-PARTIDAS.

       555000-REESCRIBIR-PARTIDAS.

           OPEN OUTPUT PARTIDAS.
           IF NOT WSS-FS-PTA-OK
             DISPLAY 'ERROR DE ARCHIVO DE PARTIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-PTA
             STOP RUN
           END-IF.

           PERFORM VARYING WSI-PTA FROM 1 BY 1
                   UNTIL WSI-PTA > WST-CANT-PTA
               MOVE WST-PTA-TIPO (WSI-PTA)        TO WSF-PTA-TIPO
               MOVE WST-PTA-LETRA (WSI-PTA)       TO WSF-PTA-LETRA
               MOVE WST-PTA-PTO-VTA (WSI-PTA)     TO WSF-PTA-PTO-VTA
               MOVE WST-PTA-NUMERO (WSI-PTA)      TO WSF-PTA-NUMERO
               MOVE WST-PTA-CTE (WSI-PTA)         TO WSF-PTA-CTE
               MOVE WST-PTA-MONEDA (WSI-PTA)      TO WSF-PTA-MONEDA
               MOVE WST-PTA-PERIODO (WSI-PTA)     TO WSF-PTA-PERIODO
               MOVE WST-PTA-FECHA (WSI-PTA)       TO WSF-PTA-FECHA
               MOVE WST-PTA-VENCIMIENTO (WSI-PTA)
                                               TO WSF-PTA-VENCIMIENTO
               MOVE WST-PTA-ORIGINAL (WSI-PTA)    TO WSF-PTA-ORIGINAL
               MOVE WST-PTA-APLICADO (WSI-PTA)    TO WSF-PTA-APLICADO
               MOVE WST-PTA-SALDO (WSI-PTA)       TO WSF-PTA-SALDO
               WRITE FD-PARTIDAS
           END-PERFORM

           CLOSE PARTIDAS.

       560000-GASTO-RECHAZO.

      *    Gasto de rechazo como transaccion del servicio CHR en
      *    pesos, fechada el dia del rechazo, con la sucursal del
      *    maestro: la valida PROG01-08-SA y la factura la corrida
      *    del periodo como cualquier cargo. Transac.TXT se
      *    reconstruye con su trailer al final (mismo circuito que
      *    PROG01-22-SA); si el trailer existente no cuadra no se
      *    toca el archivo.
           IF NOT WSS-CLIENTE-SI-ENCONTRADO
               DISPLAY 'CLIENTE SIN MAESTRO: GASTO DE RECHAZO NO '
                       'GENERADO'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 850000-ABRIR-TRABAJO.
           PERFORM 570000-COPIAR-TRANSAC-A-TRABAJO.

           IF NOT WSS-TRAILER-SI-CUADRA
               CLOSE TRABAJO
               DISPLAY '*** TRANSAC.TXT NO CUADRA CONTRA SU     ***'
               DISPLAY '*** TRAILER: GASTO DE RECHAZO NO CARGADO ***'
               PERFORM 578000-GRABAR-AUDITORIA-TRAILER
               EXIT PARAGRAPH
           END-IF.

           SET WSI-CHQ TO WSV-POS-CHQ
           MOVE WST-CHQ-CTE (WSI-CHQ) TO WSF-TRAN-CTE
           MOVE WSC-CODSER-RECHAZO    TO WSF-TRAN-CODSER
           MOVE WSP-GASTO-CHEQUE      TO WSF-TRAN-IMPORT-T
           MOVE WSC-MONEDA-BASE       TO WSF-TRAN-MONEDA
           MOVE WSV-FECHA-SISTEMA     TO WSF-TRAN-FECHA
           MOVE WSF-CTE-SUCURSAL      TO WSF-TRAN-SUCURSAL
           MOVE FD-TRANSAC TO FD-TRABAJO
           WRITE FD-TRABAJO.
           MOVE WSF-TRAN-IMPORT-T TO WSV-IMPORTE-DETALLE
           MOVE WSF-TRAN-MONEDA   TO WSV-MONEDA-DETALLE
           PERFORM 575000-ACUM-TRAILER.

           CLOSE TRABAJO.

           OPEN INPUT TRABAJO.
           OPEN OUTPUT TRANSAC.
           IF NOT WSS-FS-TRAN-OK
             DISPLAY 'ERROR DE ARCHIVO DE TRANSACCIONES'
             DISPLAY 'FILE STATUS' WSS-FS-TRAN
             STOP RUN
           END-IF.
           PERFORM 855000-LEER-TRABAJO
           PERFORM UNTIL WSS-FS-TRAB-EOF
               MOVE FD-TRABAJO TO FD-TRANSAC
               WRITE FD-TRANSAC
               PERFORM 855000-LEER-TRABAJO
           END-PERFORM
           PERFORM 579000-GRABAR-TRAILER.
           CLOSE TRANSAC.
           CLOSE TRABAJO.

           MOVE WSP-GASTO-CHEQUE TO WSL-IMP-EDITADO
           DISPLAY 'GASTO DE RECHAZO CARGADO: ' WSL-IMP-EDITADO ' '
                   WSC-MONEDA-BASE.

       570000-COPIAR-TRANSAC-A-TRABAJO.

           MOVE 0   TO WSA-TRL-CANT
           MOVE 0   TO WSA-TRL-CANT-MON
           MOVE 'N' TO WSS-TRAILER-PREVIO
           MOVE 'S' TO WSS-TRAILER-CUADRA

           OPEN INPUT TRANSAC.
           IF WSS-FS-TRAN-NOEXISTE
               DISPLAY 'TRANSAC.TXT NUEVO, TRAILER DESDE CERO'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-TRAN-OK
             DISPLAY 'ERROR DE ARCHIVO DE TRANSACCIONES'
             DISPLAY 'FILE STATUS' WSS-FS-TRAN
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-TRAN-EOF
               READ TRANSAC
                  EVALUATE TRUE
                     WHEN WSS-FS-TRAN-OK
                          IF FD-TRANSAC (1:10) NOT = WSC-MARCA-TRAILER
                              MOVE FD-TRANSAC TO FD-TRABAJO
                              WRITE FD-TRABAJO
                              MOVE WSF-TRAN-IMPORT-T
                                             TO WSV-IMPORTE-DETALLE
                              MOVE WSF-TRAN-MONEDA
                                             TO WSV-MONEDA-DETALLE
                              PERFORM 575000-ACUM-TRAILER
                          ELSE
                              PERFORM 572000-GUARDAR-TRAILER-PREVIO
                          END-IF
                     WHEN WSS-FS-TRAN-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE TRANSACCIONES'
                          DISPLAY 'FILE STATUS' WSS-FS-TRAN
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE TRANSAC.

           IF WSS-SI-TRAILER-PREVIO
               PERFORM 574000-VERIFICAR-TRAILER-PREVIO
           END-IF.

       572000-GUARDAR-TRAILER-PREVIO.

           MOVE 'S' TO WSS-TRAILER-PREVIO
           MOVE WSF-TRL-CANT TO WSR-TRLP-CANT

           PERFORM VARYING WSV-SUB-TRLP FROM 1 BY 1
                   UNTIL WSV-SUB-TRLP > 5
               MOVE WSF-TRL-MON-COD (WSV-SUB-TRLP)
                 TO WSR-TRLP-MON-COD (WSV-SUB-TRLP)
               MOVE WSF-TRL-MON-TOTAL (WSV-SUB-TRLP)
                 TO WSR-TRLP-MON-TOTAL (WSV-SUB-TRLP)
           END-PERFORM.

       574000-VERIFICAR-TRAILER-PREVIO.

           IF WSR-TRLP-CANT NOT = WSA-TRL-CANT
               MOVE 'N' TO WSS-TRAILER-CUADRA
               DISPLAY 'CANTIDAD DE REGISTROS NO CUADRA:'
                       ' TRAILER=' WSR-TRLP-CANT
                       ' CALCULADA=' WSA-TRL-CANT
           END-IF

           PERFORM VARYING WSV-SUB-TRLP FROM 1 BY 1
                   UNTIL WSV-SUB-TRLP > 5
               IF WSR-TRLP-MON-COD (WSV-SUB-TRLP) NOT = SPACES
                   MOVE 0 TO WSV-TOTAL-COMPARADO
                   PERFORM VARYING WSI-TRLMON FROM 1 BY 1
                           UNTIL WSI-TRLMON > WSA-TRL-CANT-MON
                       IF WSA-TRL-MON-COD (WSI-TRLMON) =
                                  WSR-TRLP-MON-COD (WSV-SUB-TRLP)
                           MOVE WSA-TRL-MON-TOTAL (WSI-TRLMON)
                             TO WSV-TOTAL-COMPARADO
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WSV-TOTAL-COMPARADO NOT =
                              WSR-TRLP-MON-TOTAL (WSV-SUB-TRLP)
                       MOVE 'N' TO WSS-TRAILER-CUADRA
                       DISPLAY 'IMPORTE NO CUADRA EN '
                               WSR-TRLP-MON-COD (WSV-SUB-TRLP)
                   END-IF
               END-IF
           END-PERFORM.

       575000-ACUM-TRAILER.

           ADD 1 TO WSA-TRL-CANT

           MOVE 'N' TO WSS-MON-ENCONTRADA

           PERFORM VARYING WSI-TRLMON FROM 1 BY 1
                   UNTIL WSI-TRLMON > WSA-TRL-CANT-MON
               IF WSA-TRL-MON-COD (WSI-TRLMON) = WSV-MONEDA-DETALLE
                   ADD WSV-IMPORTE-DETALLE
                       TO WSA-TRL-MON-TOTAL (WSI-TRLMON)
                   MOVE 'S' TO WSS-MON-ENCONTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-MON-SI-ENCONTRADA
             AND WSA-TRL-CANT-MON < 5
               ADD 1 TO WSA-TRL-CANT-MON
               SET WSI-TRLMON TO WSA-TRL-CANT-MON
               MOVE WSV-MONEDA-DETALLE
                                 TO WSA-TRL-MON-COD (WSI-TRLMON)
               MOVE WSV-IMPORTE-DETALLE
                                 TO WSA-TRL-MON-TOTAL (WSI-TRLMON)
           END-IF.

       578000-GRABAR-AUDITORIA-TRAILER.

           OPEN EXTEND AUDITORIA.
           IF WSS-FS-AUD-NOEXISTE
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF NOT WSS-FS-AUD-OK
             DISPLAY 'ERROR DE ARCHIVO DE AUDITORIA'
             DISPLAY 'FILE STATUS' WSS-FS-AUD
           ELSE
             INITIALIZE WSL-LINEA-AUD
             STRING WSV-FECHA-SISTEMA              DELIMITED SIZE
                    '  TRAILER NO CUADRA EN TRANSAC.TXT (CHEQUES)'
                                                    DELIMITED SIZE
                    '  REG TRAILER='               DELIMITED SIZE
                    WSR-TRLP-CANT                   DELIMITED SIZE
                    '  REG CALCULADOS='            DELIMITED SIZE
                    WSA-TRL-CANT                    DELIMITED SIZE
               INTO WSL-LINEA-AUD
             END-STRING
             MOVE WSL-LINEA-AUD TO FD-AUDITORIA
             WRITE FD-AUDITORIA
             CLOSE AUDITORIA
           END-IF.

       579000-GRABAR-TRAILER.

           MOVE WSC-MARCA-TRAILER TO WSF-TRL-MARCA
           MOVE WSA-TRL-CANT      TO WSF-TRL-CANT

           PERFORM VARYING WSI-TRLMON FROM 1 BY 1
                   UNTIL WSI-TRLMON > 5
               IF WSI-TRLMON > WSA-TRL-CANT-MON
                   MOVE SPACES TO WSF-TRL-MON-COD (WSI-TRLMON)
                   MOVE 0      TO WSF-TRL-MON-TOTAL (WSI-TRLMON)
               ELSE
                   MOVE WSA-TRL-MON-COD (WSI-TRLMON)
                     TO WSF-TRL-MON-COD (WSI-TRLMON)
                   MOVE WSA-TRL-MON-TOTAL (WSI-TRLMON)
                     TO WSF-TRL-MON-TOTAL (WSI-TRLMON)
               END-IF
           END-PERFORM

           WRITE FD-TRANSAC-TRAILER.

       800000-GRABAR-CARTERA.

           OPEN OUTPUT CHEQUES.
           IF NOT WSS-FS-CHQ-OK
             DISPLAY 'ERROR DE ARCHIVO DE CHEQUES'
             DISPLAY 'FILE STATUS' WSS-FS-CHQ
             STOP RUN
           END-IF.

           PERFORM VARYING WSI-CHQ FROM 1 BY 1
                   UNTIL WSI-CHQ > WST-CANT-CHQ
               MOVE WST-CHQ-BANCO (WSI-CHQ)     TO WSF-CHQ-BANCO
               MOVE WST-CHQ-NUMERO (WSI-CHQ)    TO WSF-CHQ-NUMERO
               MOVE WST-CHQ-LIBRADOR (WSI-CHQ)  TO WSF-CHQ-LIBRADOR
               MOVE WST-CHQ-FECHA-PAGO (WSI-CHQ)
                                             TO WSF-CHQ-FECHA-PAGO
               MOVE WST-CHQ-IMPORTE (WSI-CHQ)   TO WSF-CHQ-IMPORTE
               MOVE WST-CHQ-MONEDA (WSI-CHQ)    TO WSF-CHQ-MONEDA
               MOVE WST-CHQ-CTE (WSI-CHQ)       TO WSF-CHQ-CTE
               MOVE WST-CHQ-NRO-RECIBO (WSI-CHQ)
                                             TO WSF-CHQ-NRO-RECIBO
               MOVE WST-CHQ-FECHA-RECIBO (WSI-CHQ)
                                             TO WSF-CHQ-FECHA-RECIBO
               MOVE WST-CHQ-ESTADO (WSI-CHQ)    TO WSF-CHQ-ESTADO
               MOVE WST-CHQ-FECHA-ESTADO (WSI-CHQ)
                                             TO WSF-CHQ-FECHA-ESTADO
               MOVE WST-CHQ-MOTIVO (WSI-CHQ)    TO WSF-CHQ-MOTIVO
               MOVE WST-CHQ-OPERADOR (WSI-CHQ)  TO WSF-CHQ-OPERADOR
               WRITE FD-CHEQUES
           END-PERFORM

           CLOSE CHEQUES.

       850000-ABRIR-TRABAJO.

           OPEN OUTPUT TRABAJO.
           IF NOT WSS-FS-TRAB-OK
             DISPLAY 'ERROR DE ARCHIVO DE TRABAJO'
             DISPLAY 'FILE STATUS' WSS-FS-TRAB
             STOP RUN
           END-IF.

       855000-LEER-TRABAJO.

           READ TRABAJO
              EVALUATE TRUE
                 WHEN WSS-FS-TRAB-OK
                      CONTINUE
                 WHEN WSS-FS-TRAB-EOF
                      CONTINUE
                 WHEN OTHER
                      DISPLAY 'ERROR DE ARCHIVO DE TRABAJO'
                      DISPLAY 'FILE STATUS' WSS-FS-TRAB
                      STOP RUN
              END-EVALUATE.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'CarteraCheques.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CHEQUES

           MOVE 'Recibos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECIBOS

           MOVE 'PagosAplicados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PAGOS

           MOVE 'SaldosClientes.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SALDOS

           MOVE 'PartidasAbiertas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PARTIDAS

           MOVE 'Transac.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TRANSAC

           MOVE 'ChequesTrabajo.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TRABAJO

           MOVE 'BoletaDeposito.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-BOLETA

           MOVE 'ChequesADepositar.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-LISTADO

           MOVE 'Auditoria.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-AUDITORIA

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
           CONTINUE.

           COPY PARAMSP.

           COPY OPERADORP.

           COPY PARTIDASP.

           COPY VALFECHAP.

       END PROGRAM PROG01-40-SA.
