      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Circularizacion de saldos para la auditoria
      *              externa (antes se armaba a mano con el reporte de
      *              antiguedad de PROG01-07-SA).
      *              La opcion 1 selecciona clientes de
      *              SaldosClientes.TXT, o todos los que superan un
      *              importe en alguna moneda o una muestra al azar de
      *              N clientes por sucursal (semilla informada: la
      *              misma semilla repite la misma muestra), y emite la
      *              carta de confirmacion (CartasConfirmacion.TXT) con
      *              el saldo por moneda al periodo de corte: la deuda
      *              abierta de los periodos hasta el corte. Cada saldo
      *              pedido queda en Confirmaciones.TXT con el numero
      *              de pedido; un cliente ya circularizado para el
      *              mismo corte no se vuelve a pedir.
      *              La opcion 2 importa las respuestas
      *              (RespuestasConfirmacion.TXT: conforme /
      *              disconforme con el saldo que informa el cliente).
      *              La opcion 3 emite el informe de diferencias de un
      *              corte contra nuestros registros, con los
      *              documentos abiertos (PartidasAbiertas.TXT) que
      *              componen cada saldo, para la conciliacion de los
      *              auditores.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-56-SA.

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

      *    Mismo maestro indexado que mantiene PROG01-02-SA, abierto
      *    INPUT: sucursal y domicilio postal de la carta.
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Partidas abiertas por documento que mantiene
      *    PROG01-07-SA (ver PARTIDAS.CPY).
           SELECT PARTIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PARTIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PTA.

      *    Registro acumulativo de pedidos de confirmacion, uno por
      *    cliente, moneda y corte, con la respuesta recibida.
           SELECT CONFIRMACIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CONFIRMACIONES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CNF.

      *    Copia de trabajo del registro al importar respuestas
      *    (mismo idioma que AsientosGLTrabajo en PROG01-10-SA).
           SELECT CONFIRMACIONES-TRABAJO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CONFIRM-TRABAJO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CNT.

      *    Respuestas de los clientes, cargadas por los auditores. Se
      *    consume: una importacion repetida no vuelve a aplicarlas.
           SELECT RESPUESTAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RESPUESTAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RSP.

      *    Cartas de confirmacion, una atras de otra (mismo estilo de
      *    documento que CartasIntimacion.TXT de PROG01-17-SA).
           SELECT CARTAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CARTAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAR.

      *    Listado de control de la seleccion y de la importacion.
           SELECT CONTROL-CONFIRMACION
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CONTROL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTL.

      *    Informe de diferencias para los auditores (opcion 3).
           SELECT DIFERENCIAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DIFERENCIAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DIF.

      *    Maestro de usuarios para la identificacion del operador
      *    (ver OPERADOR.CPY).
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

       FD SALDOS.

      *    Mismo layout que FD-SALDOS en PROG01-07-SA.
       01 FD-SALDOS.
         05 WSF-SAL-CTE           PIC 9(07).
         05 WSF-SAL-NYA           PIC X(60).
         05 WSF-SAL-MONEDA        PIC X(03).
         05 WSF-SAL-PERIODO       PIC 9(06).
         05 WSF-SAL-IMPORTE       PIC S9(09)V99 SIGN IS TRAILING
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
         05 WSF-CTE-DOMICILIO    PIC X(40).
         05 WSF-CTE-CUIT         PIC X(13).
         05 WSF-CTE-COND-IVA     PIC X(02).
         05 WSF-CTE-EMAIL        PIC X(40).
         05 WSF-CTE-FORMA-PAGO   PIC X(01).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

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

       FD CONFIRMACIONES.

      *    Un registro por cliente y moneda pedidos en una carta (el
      *    numero de pedido es el de la carta). Seleccion I por
      *    importe / M muestra al azar. Estado P sin respuesta /
      *    C conforme / D disconforme (con el saldo que informa el
      *    cliente).
       01 FD-CONFIRMACIONES.
         05 WSF-CNF-NRO           PIC 9(06).
         05 WSF-CNF-CTE           PIC 9(07).
         05 WSF-CNF-NYA           PIC X(30).
         05 WSF-CNF-MONEDA        PIC X(03).
         05 WSF-CNF-CORTE         PIC 9(06).
         05 WSF-CNF-SUCURSAL      PIC 9(02).
         05 WSF-CNF-SALDO         PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-CNF-FECHA-ENVIO   PIC 9(08).
         05 WSF-CNF-SELECCION     PIC X(01).
         05 WSF-CNF-ESTADO        PIC X(01).
         05 WSF-CNF-SALDO-CLIENTE PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-CNF-FECHA-RESP    PIC 9(08).
         05 WSF-CNF-COMENTARIO    PIC X(40).

       FD CONFIRMACIONES-TRABAJO.

       01 FD-CONFIRMACIONES-TRABAJO PIC X(136).

       FD RESPUESTAS.

      *    Respuesta C conforme / D disconforme; con D, el saldo que
      *    el cliente tiene registrado (con C se toma el nuestro).
       01 FD-RESPUESTAS.
         05 WSF-RSP-NRO           PIC 9(06).
         05 WSF-RSP-MONEDA        PIC X(03).
         05 WSF-RSP-RESPUESTA     PIC X(01).
         05 WSF-RSP-SALDO-CLIENTE PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-RSP-FECHA         PIC 9(08).
         05 WSF-RSP-COMENTARIO    PIC X(40).

       FD CARTAS.

       01 FD-CARTAS                PIC X(80).

       FD CONTROL-CONFIRMACION.

       01 FD-CONTROL-CONFIRMACION  PIC X(100).

       FD DIFERENCIAS.

       01 FD-DIFERENCIAS           PIC X(100).

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
           05 WSS-FS-SAL                           PIC X(02).
             88 WSS-FS-SAL-OK                      VALUE '00'.
             88 WSS-FS-SAL-EOF                     VALUE '10'.
             88 WSS-FS-SAL-NOEXISTE                VALUE '35'.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-CTE-NOEXISTE                VALUE '35'.
           05 WSS-FS-CNF                           PIC X(02).
             88 WSS-FS-CNF-OK                      VALUE '00'.
             88 WSS-FS-CNF-EOF                     VALUE '10'.
             88 WSS-FS-CNF-NOEXISTE                VALUE '35'.
           05 WSS-FS-CNT                           PIC X(02).
             88 WSS-FS-CNT-OK                      VALUE '00'.
             88 WSS-FS-CNT-EOF                     VALUE '10'.
           05 WSS-FS-RSP                           PIC X(02).
             88 WSS-FS-RSP-OK                      VALUE '00'.
             88 WSS-FS-RSP-EOF                     VALUE '10'.
             88 WSS-FS-RSP-NOEXISTE                VALUE '35'.
           05 WSS-FS-CAR                           PIC X(02).
             88 WSS-FS-CAR-OK                      VALUE '00'.
           05 WSS-FS-CTL                           PIC X(02).
             88 WSS-FS-CTL-OK                      VALUE '00'.
           05 WSS-FS-DIF                           PIC X(02).
             88 WSS-FS-DIF-OK                      VALUE '00'.

      *    Sin maestro de clientes todos quedan en la sucursal 00 y
      *    las cartas salen sin domicilio.
       01 WSS-CTES-ABIERTO            PIC X VALUE 'N'.
           88 WSS-CTES-SI-ABIERTO     VALUE 'S'.

       01 WSS-ENCONTRADO              PIC X VALUE 'N'.
           88 WSS-SI-ENCONTRADO       VALUE 'S'.

       01 WSS-DOC-TITULO              PIC X VALUE 'N'.
           88 WSS-DOC-SI-TITULO       VALUE 'S'.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-CARTAS                VALUE 1.
           88 WSV-OPC-RESPUESTAS            VALUE 2.
           88 WSV-OPC-DIFERENCIAS           VALUE 3.

       01 WSV-MODO                  PIC 9 VALUE 0.
           88 WSV-MODO-IMPORTE              VALUE 1.
           88 WSV-MODO-MUESTRA              VALUE 2.

       01 CONSTANTES.
           05 WSC-RAZON-SOCIAL
              PIC X(40) VALUE 'SISTEMAS ACTIVOS S.R.L.'.
           05 WSC-DOMICILIO
              PIC X(40) VALUE 'AV. SIEMPREVIVA 742 - BUENOS AIRES'.
           05 WSC-MAX-SALDOS        PIC 9(04) VALUE 3000.
           05 WSC-MAX-CLIENTES      PIC 9(04) VALUE 2000.
           05 WSC-MAX-RESPUESTAS    PIC 9(04) VALUE 3000.
           05 WSC-MAX-MONEDAS       PIC 9(02) VALUE 10.

      *    Saldo por cliente y moneda al corte (suma de los periodos
      *    abiertos hasta el corte).
       01 TABLA-SALDOS.
           05 WST-CANT-SAL          PIC 9(04) VALUE 0.
           05 WST-SAL OCCURS 3000 TIMES
                             INDEXED BY WSI-SAL.
               10 WST-SAL-CTE       PIC 9(07).
               10 WST-SAL-MONEDA    PIC X(03).
               10 WST-SAL-NYA       PIC X(60).
               10 WST-SAL-SALDO     PIC S9(09)V99.

      *    Clientes con algun saldo al corte. Estado N candidato /
      *    Y ya circularizado para el corte / S seleccionado.
       01 TABLA-CLIENTES.
           05 WST-CANT-CLI          PIC 9(04) VALUE 0.
           05 WST-CLI OCCURS 2000 TIMES
                             INDEXED BY WSI-CLI WSI-CLI2.
               10 WST-CLI-CTE       PIC 9(07).
               10 WST-CLI-NYA       PIC X(60).
               10 WST-CLI-SUCURSAL  PIC 9(02).
               10 WST-CLI-DOMICILIO PIC X(40).
               10 WST-CLI-AZAR      PIC 9V9(09).
               10 WST-CLI-ESTADO    PIC X(01).

      *    Respuestas a aplicar, en el orden en que vinieron.
       01 TABLA-RESPUESTAS.
           05 WST-CANT-RSP          PIC 9(04) VALUE 0.
           05 WST-RSP OCCURS 3000 TIMES
                             INDEXED BY WSI-RSP.
               10 WST-RSP-NRO       PIC 9(06).
               10 WST-RSP-MONEDA    PIC X(03).
               10 WST-RSP-RESPUESTA PIC X(01).
               10 WST-RSP-SALDO-CLIENTE PIC S9(09)V99.
               10 WST-RSP-FECHA     PIC 9(08).
               10 WST-RSP-COMENTARIO PIC X(40).
               10 WST-RSP-APLICADA  PIC X(01).

      *    Totales del informe de diferencias por moneda.
       01 TABLA-MONEDAS.
           05 WST-CANT-MON          PIC 9(02) VALUE 0.
           05 WST-MON OCCURS 10 TIMES
                             INDEXED BY WSI-MON.
               10 WST-MON-MONEDA    PIC X(03).
               10 WST-MON-PEDIDO    PIC S9(11)V99.
               10 WST-MON-CONFORME  PIC S9(11)V99.
               10 WST-MON-DIFERENCIA PIC S9(11)V99.

       01 WSV-FECHA-SISTEMA         PIC 9(08).
       01 WSV-CORTE                 PIC 9(06).
       01 WSV-IMPORTE-MINIMO        PIC 9(09)V99.
       01 WSV-CANT-POR-SUCURSAL     PIC 9(04).
       01 WSV-SUCURSAL              PIC 9(02).
       01 WSV-SEMILLA               PIC 9(09).
       01 WSV-AZAR                  PIC 9V9(09).
       01 WSV-ULTIMO-NRO            PIC 9(06).
       01 WSV-MENORES               PIC 9(04).
       01 WSV-DIFERENCIA            PIC S9(09)V99.
       01 WSV-SUMA-PARTIDAS         PIC S9(09)V99.
       01 WSV-SELECCION             PIC X(01).
       01 WSV-HORA                  PIC 9(08).

       01 CONTADORES.
           05 WSCC-CONT-SALDOS      PIC 9(07).
           05 WSCC-CONT-CANDIDATOS  PIC 9(07).
           05 WSCC-CONT-YA-PEDIDOS  PIC 9(07).
           05 WSCC-CONT-CARTAS      PIC 9(07).
           05 WSCC-CONT-PEDIDOS     PIC 9(07).
           05 WSCC-CONT-RESPUESTAS  PIC 9(07).
           05 WSCC-CONT-CONFORMES   PIC 9(07).
           05 WSCC-CONT-DISCONFORMES PIC 9(07).
           05 WSCC-CONT-INVALIDAS   PIC 9(07).
           05 WSCC-CONT-INEXISTENTES PIC 9(07).
           05 WSCC-CONT-SIN-RESP    PIC 9(07).

       01 WSL-LINEA                 PIC X(100).
       01 WSL-CTE-EDITADO           PIC Z(06)9.
       01 WSL-IMP-EDITADO           PIC ---------,99.
       01 WSL-IMP-EDITADO-2         PIC ---------,99.
       01 WSL-IMP-EDITADO-3         PIC ---------,99.
       01 WSL-TOT-EDITADO           PIC -----------,99.
       01 WSL-ESTADO-TEXTO          PIC X(11).

           COPY OPERADOR.


      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-SALDOS                 PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-PARTIDAS               PIC X(80).
       01 WSV-ARCH-CONFIRMACIONES         PIC X(80).
       01 WSV-ARCH-CONFIRM-TRABAJO        PIC X(80).
       01 WSV-ARCH-RESPUESTAS             PIC X(80).
       01 WSV-ARCH-CARTAS                 PIC X(80).
       01 WSV-ARCH-CONTROL                PIC X(80).
       01 WSV-ARCH-DIFERENCIAS            PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).

           COPY PARAMS.
           COPY PARTIDAS.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           INITIALIZE CONTADORES.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

      *    El informe de diferencias es una consulta (nivel 1); emitir
      *    cartas e importar respuestas cambian el registro y piden
      *    nivel 3.
           MOVE 1 TO WSO-NIVEL-REQUERIDO
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF.

           DISPLAY '1 - EMITIR CARTAS DE CONFIRMACION DE SALDOS'
           DISPLAY '2 - IMPORTAR RESPUESTAS DE LOS CLIENTES'
           DISPLAY '3 - INFORME DE DIFERENCIAS PARA LA AUDITORIA'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-OPCION.

           IF (WSV-OPC-CARTAS OR WSV-OPC-RESPUESTAS)
             AND WSO-OPER-NIVEL < 3
               DISPLAY 'NIVEL INSUFICIENTE (REQUIERE 3)'
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WSV-OPC-CARTAS
                    PERFORM 200000-EMITIR-CARTAS
               WHEN WSV-OPC-RESPUESTAS
                    PERFORM 400000-IMPORTAR-RESPUESTAS
               WHEN WSV-OPC-DIFERENCIAS
                    PERFORM 500000-INFORME-DIFERENCIAS
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

           STOP RUN.

       100000-PEDIR-CORTE.

           DISPLAY 'PERIODO DE CORTE (AAAAMM, 0 = PERIODO DE '
                   'PARAMETROS): '
           ACCEPT WSV-CORTE.
           IF WSV-CORTE = 0
               MOVE WSP-PERIODO-PROCESO TO WSV-CORTE
           END-IF.
           DISPLAY 'PERIODO DE CORTE: ' WSV-CORTE.

       110000-CARGAR-SALDOS.

      *    El maestro de saldos guarda lo que queda abierto de cada
      *    periodo de origen: el saldo al corte es la suma de los
      *    periodos hasta el corte (lo posterior no se pide).
           MOVE 0 TO WST-CANT-SAL

           OPEN INPUT SALDOS.
           IF WSS-FS-SAL-NOEXISTE
               DISPLAY 'NO EXISTE SaldosClientes.TXT, NADA QUE '
                       'CONFIRMAR'
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
                          IF WSF-SAL-PERIODO NOT > WSV-CORTE
                              ADD 1 TO WSCC-CONT-SALDOS
                              PERFORM 115000-ACUM-SALDO
                          END-IF
                     WHEN WSS-FS-SAL-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-SAL
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE SALDOS.

       115000-ACUM-SALDO.

           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-SAL FROM 1 BY 1
                   UNTIL WSI-SAL > WST-CANT-SAL
               IF WST-SAL-CTE (WSI-SAL) = WSF-SAL-CTE
                 AND WST-SAL-MONEDA (WSI-SAL) = WSF-SAL-MONEDA
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-SI-ENCONTRADO
             IF WST-CANT-SAL < WSC-MAX-SALDOS
               ADD 1 TO WST-CANT-SAL
               SET WSI-SAL TO WST-CANT-SAL
               MOVE WSF-SAL-CTE    TO WST-SAL-CTE (WSI-SAL)
               MOVE WSF-SAL-MONEDA TO WST-SAL-MONEDA (WSI-SAL)
               MOVE WSF-SAL-NYA    TO WST-SAL-NYA (WSI-SAL)
               MOVE 0              TO WST-SAL-SALDO (WSI-SAL)
             ELSE
      *        Una circularizacion con saldos de menos no sirve a la
      *        auditoria: se corta.
               DISPLAY 'TABLA DE SALDOS LLENA: NO SE EMITEN CARTAS'
               STOP RUN
             END-IF
           END-IF

           ADD WSF-SAL-IMPORTE TO WST-SAL-SALDO (WSI-SAL).

       130000-ARMAR-CLIENTES.

      *    Un renglon por cliente con algun saldo distinto de cero
      *    al corte, con la sucursal y el domicilio del maestro.
           MOVE 0 TO WST-CANT-CLI

           PERFORM VARYING WSI-SAL FROM 1 BY 1
                   UNTIL WSI-SAL > WST-CANT-SAL
               IF WST-SAL-SALDO (WSI-SAL) NOT = 0
                   PERFORM 135000-ALTA-CLIENTE
               END-IF
           END-PERFORM.

       135000-ALTA-CLIENTE.

           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANT-CLI
               IF WST-CLI-CTE (WSI-CLI) = WST-SAL-CTE (WSI-SAL)
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WSS-SI-ENCONTRADO
               EXIT PARAGRAPH
           END-IF.

           IF WST-CANT-CLI NOT < WSC-MAX-CLIENTES
               DISPLAY 'TABLA DE CLIENTES LLENA: NO SE EMITEN CARTAS'
               STOP RUN
           END-IF.

           ADD 1 TO WST-CANT-CLI
           SET WSI-CLI TO WST-CANT-CLI
           MOVE WST-SAL-CTE (WSI-SAL) TO WST-CLI-CTE (WSI-CLI)
           MOVE WST-SAL-NYA (WSI-SAL) TO WST-CLI-NYA (WSI-CLI)
           MOVE 0                     TO WST-CLI-SUCURSAL (WSI-CLI)
           MOVE SPACES                TO WST-CLI-DOMICILIO (WSI-CLI)
           MOVE 0                     TO WST-CLI-AZAR (WSI-CLI)
           MOVE 'N'                   TO WST-CLI-ESTADO (WSI-CLI)

           IF WSS-CTES-SI-ABIERTO
               MOVE WST-SAL-CTE (WSI-SAL) TO WSF-CTE-CTE
               READ CLIENTES KEY IS WSF-CTE-CTE
                   INVALID KEY CONTINUE
               END-READ
               IF WSS-FS-CTE-OK
                   MOVE WSF-CTE-SUCURSAL
                     TO WST-CLI-SUCURSAL (WSI-CLI)
                   MOVE WSF-CTE-DOMICILIO
                     TO WST-CLI-DOMICILIO (WSI-CLI)
               END-IF
           END-IF.

       140000-MARCAR-PEDIDOS.

      *    Lo ya circularizado para el mismo corte no se vuelve a
      *    pedir; de paso se toma el ultimo numero de pedido.
           MOVE 0 TO WSV-ULTIMO-NRO

           OPEN INPUT CONFIRMACIONES.
           IF WSS-FS-CNF-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-CNF-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONFIRMACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-CNF
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-CNF-EOF
               READ CONFIRMACIONES
                  EVALUATE TRUE
                     WHEN WSS-FS-CNF-OK
                          IF WSF-CNF-NRO > WSV-ULTIMO-NRO
                              MOVE WSF-CNF-NRO TO WSV-ULTIMO-NRO
                          END-IF
                          IF WSF-CNF-CORTE = WSV-CORTE
                              PERFORM 145000-MARCAR-CLIENTE
                          END-IF
                     WHEN WSS-FS-CNF-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-CNF
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE CONFIRMACIONES.

       145000-MARCAR-CLIENTE.

           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANT-CLI
               IF WST-CLI-CTE (WSI-CLI) = WSF-CNF-CTE
                 AND WST-CLI-ESTADO (WSI-CLI) = 'N'
                   MOVE 'Y' TO WST-CLI-ESTADO (WSI-CLI)
                   ADD 1 TO WSCC-CONT-YA-PEDIDOS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       200000-EMITIR-CARTAS.

           PERFORM 100000-PEDIR-CORTE.

           DISPLAY 'SELECCION: 1 - SALDOS MAYORES A UN IMPORTE'
           DISPLAY '           2 - MUESTRA AL AZAR POR SUCURSAL'
           DISPLAY 'INGRESE SELECCION: '
           ACCEPT WSV-MODO.

           EVALUATE TRUE
               WHEN WSV-MODO-IMPORTE
                    DISPLAY 'IMPORTE MINIMO DEL SALDO A CONFIRMAR: '
                    ACCEPT WSV-IMPORTE-MINIMO
                    MOVE 'I' TO WSV-SELECCION
               WHEN WSV-MODO-MUESTRA
                    DISPLAY 'CLIENTES POR SUCURSAL: '
                    ACCEPT WSV-CANT-POR-SUCURSAL
                    IF WSV-CANT-POR-SUCURSAL = 0
                        DISPLAY 'CANTIDAD EN CERO, NADA QUE EMITIR'
                        EXIT PARAGRAPH
                    END-IF
                    DISPLAY 'SUCURSAL (00 = TODAS): '
                    ACCEPT WSV-SUCURSAL
                    DISPLAY 'SEMILLA DE LA MUESTRA (0 = AL AZAR): '
                    ACCEPT WSV-SEMILLA
                    IF WSV-SEMILLA = 0
                        ACCEPT WSV-HORA FROM TIME
                        MOVE WSV-HORA TO WSV-SEMILLA
                    END-IF
                    MOVE 'M' TO WSV-SELECCION
               WHEN OTHER
                    DISPLAY 'SELECCION INVALIDA'
                    EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM 110000-CARGAR-SALDOS.

           OPEN INPUT CLIENTES.
           IF WSS-FS-CTE-NOEXISTE
               DISPLAY 'SIN MAESTRO DE CLIENTES: CARTAS SIN DOMICILIO'
           ELSE
             IF NOT WSS-FS-CTE-OK
               DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
               DISPLAY 'FILE STATUS' WSS-FS-CTE
               STOP RUN
             ELSE
               MOVE 'S' TO WSS-CTES-ABIERTO
             END-IF
           END-IF.

           PERFORM 130000-ARMAR-CLIENTES.
           IF WSS-CTES-SI-ABIERTO
               CLOSE CLIENTES
           END-IF.
           IF WST-CANT-CLI = 0
               DISPLAY 'SIN SALDOS AL CORTE, NADA QUE CONFIRMAR'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 140000-MARCAR-PEDIDOS.

           IF WSV-MODO-IMPORTE
               PERFORM 210000-SELECCIONAR-IMPORTE
           ELSE
               PERFORM 220000-SELECCIONAR-MUESTRA
           END-IF.

           OPEN OUTPUT CARTAS.
           IF NOT WSS-FS-CAR-OK
             DISPLAY 'ERROR DE ARCHIVO DE CARTAS'
             DISPLAY 'FILE STATUS' WSS-FS-CAR
             STOP RUN
           END-IF.

           OPEN EXTEND CONFIRMACIONES.
           IF WSS-FS-CNF-NOEXISTE
               OPEN OUTPUT CONFIRMACIONES
           END-IF.
           IF NOT WSS-FS-CNF-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONFIRMACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-CNF
             STOP RUN
           END-IF.

           OPEN OUTPUT CONTROL-CONFIRMACION.
           IF NOT WSS-FS-CTL-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONTROL'
             DISPLAY 'FILE STATUS' WSS-FS-CTL
             STOP RUN
           END-IF.
           PERFORM 205000-TITULO-CONTROL.

           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANT-CLI
               IF WST-CLI-ESTADO (WSI-CLI) = 'S'
                   PERFORM 230000-EMITIR-CARTA
               END-IF
           END-PERFORM

           CLOSE CARTAS.
           CLOSE CONFIRMACIONES.

           MOVE SPACES TO FD-CONTROL-CONFIRMACION
           WRITE FD-CONTROL-CONFIRMACION.
           INITIALIZE WSL-LINEA
           STRING 'CLIENTES CON SALDO AL CORTE: '   DELIMITED SIZE
                  WST-CANT-CLI                      DELIMITED SIZE
                  '  YA CIRCULARIZADOS: '           DELIMITED SIZE
                  WSCC-CONT-YA-PEDIDOS              DELIMITED SIZE
                  '  CARTAS: '                      DELIMITED SIZE
                  WSCC-CONT-CARTAS                  DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-CONTROL-CONFIRMACION
           WRITE FD-CONTROL-CONFIRMACION.
           CLOSE CONTROL-CONFIRMACION.

           DISPLAY '********************************************'
           DISPLAY 'SALDOS LEIDOS AL CORTE =' WSCC-CONT-SALDOS
           DISPLAY 'CLIENTES CON SALDO =' WST-CANT-CLI
           DISPLAY 'YA CIRCULARIZADOS PARA EL CORTE ='
                                         WSCC-CONT-YA-PEDIDOS
           DISPLAY 'CARTAS EMITIDAS =' WSCC-CONT-CARTAS
           DISPLAY 'SALDOS PEDIDOS =' WSCC-CONT-PEDIDOS
           DISPLAY '********************************************'.

       205000-TITULO-CONTROL.

           INITIALIZE WSL-LINEA
           STRING 'CIRCULARIZACION DE SALDOS - CORTE '
                                                    DELIMITED SIZE
                  WSV-CORTE                         DELIMITED SIZE
                  ' - '                             DELIMITED SIZE
                  WSV-FECHA-SISTEMA                 DELIMITED SIZE
                  ' - OPERADOR '                    DELIMITED SIZE
                  WSO-OPER-ID                       DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-CONTROL-CONFIRMACION
           WRITE FD-CONTROL-CONFIRMACION.

           INITIALIZE WSL-LINEA
           IF WSV-MODO-IMPORTE
               MOVE WSV-IMPORTE-MINIMO TO WSL-IMP-EDITADO
               STRING 'SELECCION: SALDOS MAYORES A '
                                                    DELIMITED SIZE
                      FUNCTION TRIM (WSL-IMP-EDITADO)
                                                    DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
           ELSE
      *        La semilla queda impresa: con la misma semilla y el
      *        mismo maestro de saldos la muestra se repite igual.
               STRING 'SELECCION: MUESTRA DE '      DELIMITED SIZE
                      WSV-CANT-POR-SUCURSAL         DELIMITED SIZE
                      ' CLIENTES POR SUCURSAL - SUCURSAL '
                                                    DELIMITED SIZE
                      WSV-SUCURSAL                  DELIMITED SIZE
                      ' - SEMILLA '                 DELIMITED SIZE
                      WSV-SEMILLA                   DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
           END-IF
           MOVE WSL-LINEA TO FD-CONTROL-CONFIRMACION
           WRITE FD-CONTROL-CONFIRMACION.

           MOVE SPACES TO FD-CONTROL-CONFIRMACION
           WRITE FD-CONTROL-CONFIRMACION.
           MOVE 'PEDIDO CLIENTE  SUC NOMBRE' TO WSL-LINEA
           MOVE 'MON         SALDO' TO WSL-LINEA (58:)
           MOVE WSL-LINEA TO FD-CONTROL-CONFIRMACION
           WRITE FD-CONTROL-CONFIRMACION.

       210000-SELECCIONAR-IMPORTE.

      *    Entra el cliente que tiene en alguna moneda un saldo mayor
      *    al importe minimo; la carta le pide todas sus monedas.
           PERFORM VARYING WSI-SAL FROM 1 BY 1
                   UNTIL WSI-SAL > WST-CANT-SAL
               IF WST-SAL-SALDO (WSI-SAL) > WSV-IMPORTE-MINIMO
                   PERFORM VARYING WSI-CLI FROM 1 BY 1
                           UNTIL WSI-CLI > WST-CANT-CLI
                       IF WST-CLI-CTE (WSI-CLI) = WST-SAL-CTE (WSI-SAL)
                           IF WST-CLI-ESTADO (WSI-CLI) = 'N'
                               MOVE 'S' TO WST-CLI-ESTADO (WSI-CLI)
                               ADD 1 TO WSCC-CONT-CANDIDATOS
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       220000-SELECCIONAR-MUESTRA.

      *    Cada candidato recibe un numero al azar (la primera llamada
      *    fija la semilla); en cada sucursal entran los N de numero
      *    mas bajo. Los ya circularizados no compiten.
           COMPUTE WSV-AZAR = FUNCTION RANDOM (WSV-SEMILLA)

           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANT-CLI
               COMPUTE WSV-AZAR = FUNCTION RANDOM
               MOVE WSV-AZAR TO WST-CLI-AZAR (WSI-CLI)
           END-PERFORM

           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANT-CLI
               IF WST-CLI-ESTADO (WSI-CLI) = 'N'
                 AND (WSV-SUCURSAL = 0
                   OR WST-CLI-SUCURSAL (WSI-CLI) = WSV-SUCURSAL)
                   ADD 1 TO WSCC-CONT-CANDIDATOS
                   PERFORM 225000-CONTAR-MENORES
                   IF WSV-MENORES < WSV-CANT-POR-SUCURSAL
                       MOVE 'S' TO WST-CLI-ESTADO (WSI-CLI)
                   END-IF
               END-IF
           END-PERFORM.

       225000-CONTAR-MENORES.

      *    Candidatos de la misma sucursal que van antes que este
      *    (numero mas bajo, o igual y antes en la tabla). Los ya
      *    seleccionados siguen contando: el estado 'S' tambien es
      *    candidato.
           MOVE 0 TO WSV-MENORES
           PERFORM VARYING WSI-CLI2 FROM 1 BY 1
                   UNTIL WSI-CLI2 > WST-CANT-CLI
               IF (WST-CLI-ESTADO (WSI-CLI2) = 'N' OR 'S')
                 AND WST-CLI-SUCURSAL (WSI-CLI2) =
                                      WST-CLI-SUCURSAL (WSI-CLI)
                 AND WSI-CLI2 NOT = WSI-CLI
                   IF WST-CLI-AZAR (WSI-CLI2) < WST-CLI-AZAR (WSI-CLI)
                     OR (WST-CLI-AZAR (WSI-CLI2) =
                                      WST-CLI-AZAR (WSI-CLI)
                       AND WSI-CLI2 < WSI-CLI)
                       ADD 1 TO WSV-MENORES
                   END-IF
               END-IF
           END-PERFORM.

       230000-EMITIR-CARTA.

           ADD 1 TO WSV-ULTIMO-NRO
           ADD 1 TO WSCC-CONT-CARTAS

           MOVE SPACES               TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE WSC-RAZON-SOCIAL     TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE WSC-DOMICILIO        TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE ALL '-'              TO FD-CARTAS
           WRITE FD-CARTAS.

           INITIALIZE WSL-LINEA.
           STRING 'FECHA: '                        DELIMITED SIZE
                  WSV-FECHA-SISTEMA                 DELIMITED SIZE
                  '          PEDIDO DE CONFIRMACION NRO. '
                                                    DELIMITED SIZE
                  WSV-ULTIMO-NRO                    DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-CARTAS
           WRITE FD-CARTAS.

           MOVE WST-CLI-CTE (WSI-CLI) TO WSL-CTE-EDITADO.
           INITIALIZE WSL-LINEA.
           STRING 'CLIENTE: '                      DELIMITED SIZE
                  WSL-CTE-EDITADO                   DELIMITED SIZE
                  '  '                              DELIMITED SIZE
                  FUNCTION TRIM (WST-CLI-NYA (WSI-CLI))
                                                    DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-CARTAS
           WRITE FD-CARTAS.

           IF WST-CLI-DOMICILIO (WSI-CLI) = SPACES
               MOVE 'DOMICILIO: (SIN DATO EN EL MAESTRO)' TO FD-CARTAS
           ELSE
               INITIALIZE WSL-LINEA
               STRING 'DOMICILIO: '                DELIMITED SIZE
                      FUNCTION TRIM (WST-CLI-DOMICILIO (WSI-CLI))
                                                    DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-CARTAS
           END-IF
           WRITE FD-CARTAS.

           MOVE SPACES TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE 'CONFIRMACION DE SALDOS'
                                                    TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE 'NUESTROS AUDITORES EXTERNOS ESTAN REVISANDO NUESTROS'
                                                    TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE 'ESTADOS CONTABLES. LE PEDIMOS QUE LES CONFIRME'
                                                    TO FD-CARTAS
           WRITE FD-CARTAS.
           INITIALIZE WSL-LINEA.
           STRING 'DIRECTAMENTE EL SALDO DE SU CUENTA AL CIERRE DE '
                                                    DELIMITED SIZE
                  WSV-CORTE                         DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE 'QUE SEGUN NUESTROS REGISTROS ES EL SIGUIENTE:'
                                                    TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE SPACES TO FD-CARTAS
           WRITE FD-CARTAS.

      *    Un saldo por moneda; cada uno queda pedido en el registro
      *    con el numero de la carta.
           PERFORM VARYING WSI-SAL FROM 1 BY 1
                   UNTIL WSI-SAL > WST-CANT-SAL
               IF WST-SAL-CTE (WSI-SAL) = WST-CLI-CTE (WSI-CLI)
                 AND WST-SAL-SALDO (WSI-SAL) NOT = 0
                   PERFORM 235000-RENGLON-SALDO
               END-IF
           END-PERFORM

           MOVE SPACES TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE 'UN SALDO NEGATIVO ES A SU FAVOR. ESTE PEDIDO NO ES UNA'
                                                    TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE 'SOLICITUD DE PAGO.'                TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE SPACES TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE 'RESPUESTA (MARQUE LO QUE CORRESPONDA):'
                                                    TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE '[ ] CONFORME CON LOS SALDOS INDICADOS'
                                                    TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE '[ ] NO CONFORME. SALDO SEGUN SUS REGISTROS: __________'
                                                    TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE '    DETALLE DE LAS DIFERENCIAS: ______________________'
                                                    TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE SPACES TO FD-CARTAS
           WRITE FD-CARTAS.
           MOVE 'FIRMA Y SELLO: ______________________________'
                                                    TO FD-CARTAS
           WRITE FD-CARTAS.

           MOVE ALL '=' TO FD-CARTAS
           WRITE FD-CARTAS.

           IF NOT WSS-FS-CAR-OK
             DISPLAY 'ERROR DE ARCHIVO DE CARTAS'
             DISPLAY 'FILE STATUS' WSS-FS-CAR
             STOP RUN
           END-IF.

       235000-RENGLON-SALDO.

           ADD 1 TO WSCC-CONT-PEDIDOS

           MOVE WST-SAL-SALDO (WSI-SAL) TO WSL-IMP-EDITADO
           INITIALIZE WSL-LINEA
           STRING '  SALDO EN '                     DELIMITED SIZE
                  WST-SAL-MONEDA (WSI-SAL)          DELIMITED SIZE
                  ': '                              DELIMITED SIZE
                  WSL-IMP-EDITADO                   DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-CARTAS
           WRITE FD-CARTAS.

           MOVE WSV-ULTIMO-NRO               TO WSF-CNF-NRO
           MOVE WST-CLI-CTE (WSI-CLI)        TO WSF-CNF-CTE
           MOVE WST-CLI-NYA (WSI-CLI)        TO WSF-CNF-NYA
           MOVE WST-SAL-MONEDA (WSI-SAL)     TO WSF-CNF-MONEDA
           MOVE WSV-CORTE                    TO WSF-CNF-CORTE
           MOVE WST-CLI-SUCURSAL (WSI-CLI)   TO WSF-CNF-SUCURSAL
           MOVE WST-SAL-SALDO (WSI-SAL)      TO WSF-CNF-SALDO
           MOVE WSV-FECHA-SISTEMA            TO WSF-CNF-FECHA-ENVIO
           MOVE WSV-SELECCION                TO WSF-CNF-SELECCION
           MOVE 'P'                          TO WSF-CNF-ESTADO
           MOVE 0                            TO WSF-CNF-SALDO-CLIENTE
           MOVE 0                            TO WSF-CNF-FECHA-RESP
           MOVE SPACES                       TO WSF-CNF-COMENTARIO
           WRITE FD-CONFIRMACIONES.
           IF NOT WSS-FS-CNF-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONFIRMACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-CNF
             STOP RUN
           END-IF.

           INITIALIZE WSL-LINEA
           STRING WSV-ULTIMO-NRO                    DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WST-CLI-CTE (WSI-CLI)             DELIMITED SIZE
                  '  '                              DELIMITED SIZE
                  WST-CLI-SUCURSAL (WSI-CLI)        DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WST-CLI-NYA (WSI-CLI) (1:35)      DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WST-SAL-MONEDA (WSI-SAL)          DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-IMP-EDITADO                   DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-CONTROL-CONFIRMACION
           WRITE FD-CONTROL-CONFIRMACION.

       400000-IMPORTAR-RESPUESTAS.

           PERFORM 410000-CARGAR-RESPUESTAS.
           IF WST-CANT-RSP = 0
               DISPLAY 'SIN RESPUESTAS PARA IMPORTAR'
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CONFIRMACIONES.
           IF WSS-FS-CNF-NOEXISTE
               DISPLAY 'NO EXISTE EL REGISTRO DE CONFIRMACIONES'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-CNF-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONFIRMACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-CNF
             STOP RUN
           END-IF.

           OPEN OUTPUT CONFIRMACIONES-TRABAJO.
           IF NOT WSS-FS-CNT-OK
             DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DE CONFIRMACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-CNT
             STOP RUN
           END-IF.

           OPEN OUTPUT CONTROL-CONFIRMACION.
           IF NOT WSS-FS-CTL-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONTROL'
             DISPLAY 'FILE STATUS' WSS-FS-CTL
             STOP RUN
           END-IF.
           INITIALIZE WSL-LINEA
           STRING 'IMPORTACION DE RESPUESTAS DE CONFIRMACION - '
                                                    DELIMITED SIZE
                  WSV-FECHA-SISTEMA                 DELIMITED SIZE
                  ' - OPERADOR '                    DELIMITED SIZE
                  WSO-OPER-ID                       DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-CONTROL-CONFIRMACION
           WRITE FD-CONTROL-CONFIRMACION.
           MOVE 'PEDIDO MON R   SALDO NUESTRO   SALDO CLIENTE'
             TO WSL-LINEA
           MOVE 'OBSERVACION' TO WSL-LINEA (48:)
           MOVE WSL-LINEA TO FD-CONTROL-CONFIRMACION
           WRITE FD-CONTROL-CONFIRMACION.

      *    El registro se copia entero a la de trabajo aplicando las
      *    respuestas, y despues se copia de vuelta.
           PERFORM UNTIL WSS-FS-CNF-EOF
               READ CONFIRMACIONES
                  EVALUATE TRUE
                     WHEN WSS-FS-CNF-OK
                          PERFORM 420000-APLICAR-RESPUESTA
                          MOVE FD-CONFIRMACIONES
                            TO FD-CONFIRMACIONES-TRABAJO
                          WRITE FD-CONFIRMACIONES-TRABAJO
                     WHEN WSS-FS-CNF-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-CNF
                          DISPLAY 'IMPORTACION CANCELADA, EL REGISTRO '
                                  'DE CONFIRMACIONES NO SE MODIFICO'
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE CONFIRMACIONES.
           CLOSE CONFIRMACIONES-TRABAJO.

           PERFORM 440000-COPIAR-TRABAJO.

      *    Respuestas que no corresponden a ningun pedido.
           PERFORM VARYING WSI-RSP FROM 1 BY 1
                   UNTIL WSI-RSP > WST-CANT-RSP
               IF WST-RSP-APLICADA (WSI-RSP) = 'N'
                   ADD 1 TO WSCC-CONT-INEXISTENTES
                   INITIALIZE WSL-LINEA
                   STRING WST-RSP-NRO (WSI-RSP)   DELIMITED SIZE
                          ' '                     DELIMITED SIZE
                          WST-RSP-MONEDA (WSI-RSP)
                                                  DELIMITED SIZE
                          ' '                     DELIMITED SIZE
                          WST-RSP-RESPUESTA (WSI-RSP)
                                                  DELIMITED SIZE
                          '  PEDIDO INEXISTENTE EN EL REGISTRO'
                                                  DELIMITED SIZE
                     INTO WSL-LINEA
                   END-STRING
                   MOVE WSL-LINEA TO FD-CONTROL-CONFIRMACION
                   WRITE FD-CONTROL-CONFIRMACION
               END-IF
           END-PERFORM

           CLOSE CONTROL-CONFIRMACION.

      *    Respuestas consumidas: una importacion repetida no las
      *    vuelve a aplicar.
           OPEN OUTPUT RESPUESTAS.
           CLOSE RESPUESTAS.

           DISPLAY '********************************************'
           DISPLAY 'RESPUESTAS LEIDAS =' WSCC-CONT-RESPUESTAS
           DISPLAY 'CONFORMES =' WSCC-CONT-CONFORMES
           DISPLAY 'DISCONFORMES =' WSCC-CONT-DISCONFORMES
           DISPLAY 'RESPUESTAS INVALIDAS =' WSCC-CONT-INVALIDAS
           DISPLAY 'SIN PEDIDO EN EL REGISTRO =' WSCC-CONT-INEXISTENTES
           DISPLAY '********************************************'.

       410000-CARGAR-RESPUESTAS.

           MOVE 0 TO WST-CANT-RSP

           OPEN INPUT RESPUESTAS.
           IF WSS-FS-RSP-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-RSP-OK
             DISPLAY 'ERROR DE ARCHIVO DE RESPUESTAS'
             DISPLAY 'FILE STATUS' WSS-FS-RSP
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-RSP-EOF
               READ RESPUESTAS
                  EVALUATE TRUE
                     WHEN WSS-FS-RSP-OK
                          ADD 1 TO WSCC-CONT-RESPUESTAS
                          PERFORM 415000-ALTA-RESPUESTA
                     WHEN WSS-FS-RSP-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-RSP
                          MOVE '10' TO WSS-FS-RSP
                  END-EVALUATE
           END-PERFORM

           CLOSE RESPUESTAS.

       415000-ALTA-RESPUESTA.

           IF WST-CANT-RSP NOT < WSC-MAX-RESPUESTAS
               DISPLAY 'DEMASIADAS RESPUESTAS: PARTALAS EN VARIAS '
                       'IMPORTACIONES'
               STOP RUN
           END-IF.

           ADD 1 TO WST-CANT-RSP
           SET WSI-RSP TO WST-CANT-RSP
           MOVE WSF-RSP-NRO           TO WST-RSP-NRO (WSI-RSP)
           MOVE WSF-RSP-MONEDA        TO WST-RSP-MONEDA (WSI-RSP)
           MOVE WSF-RSP-RESPUESTA     TO WST-RSP-RESPUESTA (WSI-RSP)
           MOVE WSF-RSP-SALDO-CLIENTE
                                  TO WST-RSP-SALDO-CLIENTE (WSI-RSP)
           MOVE WSF-RSP-FECHA         TO WST-RSP-FECHA (WSI-RSP)
           MOVE WSF-RSP-COMENTARIO    TO WST-RSP-COMENTARIO (WSI-RSP)
           MOVE 'N'                   TO WST-RSP-APLICADA (WSI-RSP).

       420000-APLICAR-RESPUESTA.

      *    Si un pedido tiene dos respuestas vale la ultima.
           PERFORM VARYING WSI-RSP FROM 1 BY 1
                   UNTIL WSI-RSP > WST-CANT-RSP
               IF WST-RSP-NRO (WSI-RSP) = WSF-CNF-NRO
                 AND WST-RSP-MONEDA (WSI-RSP) = WSF-CNF-MONEDA
                   MOVE 'S' TO WST-RSP-APLICADA (WSI-RSP)
                   PERFORM 425000-ACTUALIZAR-PEDIDO
               END-IF
           END-PERFORM.

       425000-ACTUALIZAR-PEDIDO.

           MOVE WSF-CNF-SALDO TO WSL-IMP-EDITADO
           MOVE SPACES TO WSL-ESTADO-TEXTO

           EVALUATE WST-RSP-RESPUESTA (WSI-RSP)
               WHEN 'C'
                    ADD 1 TO WSCC-CONT-CONFORMES
                    MOVE 'C'           TO WSF-CNF-ESTADO
                    MOVE WSF-CNF-SALDO TO WSF-CNF-SALDO-CLIENTE
                    MOVE 'CONFORME'    TO WSL-ESTADO-TEXTO
               WHEN 'D'
                    ADD 1 TO WSCC-CONT-DISCONFORMES
                    MOVE 'D'           TO WSF-CNF-ESTADO
                    MOVE WST-RSP-SALDO-CLIENTE (WSI-RSP)
                                       TO WSF-CNF-SALDO-CLIENTE
                    MOVE 'DISCONFORME' TO WSL-ESTADO-TEXTO
               WHEN OTHER
                    ADD 1 TO WSCC-CONT-INVALIDAS
                    MOVE 'RESP.INVAL.' TO WSL-ESTADO-TEXTO
           END-EVALUATE

           IF WST-RSP-RESPUESTA (WSI-RSP) = 'C' OR 'D'
               MOVE WST-RSP-FECHA (WSI-RSP)  TO WSF-CNF-FECHA-RESP
               MOVE WST-RSP-COMENTARIO (WSI-RSP)
                                             TO WSF-CNF-COMENTARIO
           END-IF

           MOVE WSF-CNF-SALDO-CLIENTE TO WSL-IMP-EDITADO-2
           INITIALIZE WSL-LINEA
           STRING WSF-CNF-NRO                       DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSF-CNF-MONEDA                    DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WST-RSP-RESPUESTA (WSI-RSP)       DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-IMP-EDITADO                   DELIMITED SIZE
                  '  '                              DELIMITED SIZE
                  WSL-IMP-EDITADO-2                 DELIMITED SIZE
                  '  '                              DELIMITED SIZE
                  WSL-ESTADO-TEXTO                  DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WST-RSP-COMENTARIO (WSI-RSP)      DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-CONTROL-CONFIRMACION
           WRITE FD-CONTROL-CONFIRMACION.

       440000-COPIAR-TRABAJO.

           OPEN INPUT CONFIRMACIONES-TRABAJO.
           OPEN OUTPUT CONFIRMACIONES.
           IF NOT WSS-FS-CNF-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONFIRMACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-CNF
             DISPLAY 'EL REGISTRO ACTUALIZADO QUEDA EN '
                     'ConfirmacionesTrabajo.TXT'
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-CNT-EOF
               READ CONFIRMACIONES-TRABAJO
                  EVALUATE TRUE
                     WHEN WSS-FS-CNT-OK
                          MOVE FD-CONFIRMACIONES-TRABAJO
                            TO FD-CONFIRMACIONES
                          WRITE FD-CONFIRMACIONES
                     WHEN WSS-FS-CNT-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-CNT
                          MOVE '10' TO WSS-FS-CNT
                  END-EVALUATE
           END-PERFORM

           CLOSE CONFIRMACIONES-TRABAJO.
           CLOSE CONFIRMACIONES.

       500000-INFORME-DIFERENCIAS.

           PERFORM 100000-PEDIR-CORTE.
           PERFORM 980000-CARGAR-PARTIDAS.

           OPEN INPUT CONFIRMACIONES.
           IF WSS-FS-CNF-NOEXISTE
               DISPLAY 'NO EXISTE EL REGISTRO DE CONFIRMACIONES'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-CNF-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONFIRMACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-CNF
             STOP RUN
           END-IF.

           OPEN OUTPUT DIFERENCIAS.
           IF NOT WSS-FS-DIF-OK
             DISPLAY 'ERROR DE ARCHIVO DE DIFERENCIAS'
             DISPLAY 'FILE STATUS' WSS-FS-DIF
             STOP RUN
           END-IF.

           INITIALIZE WSL-LINEA
           STRING WSC-RAZON-SOCIAL                  DELIMITED SIZE
                  ' - CONFIRMACION DE SALDOS AL CIERRE DE '
                                                    DELIMITED SIZE
                  WSV-CORTE                         DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-DIFERENCIAS
           WRITE FD-DIFERENCIAS.
           INITIALIZE WSL-LINEA
           STRING 'INFORME DE DIFERENCIAS CONTRA NUESTROS REGISTROS - '
                                                    DELIMITED SIZE
                  WSV-FECHA-SISTEMA                 DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-DIFERENCIAS
           WRITE FD-DIFERENCIAS.
           MOVE SPACES TO FD-DIFERENCIAS
           WRITE FD-DIFERENCIAS.
           MOVE 'PEDIDO CLIENTE NOMBRE' TO WSL-LINEA
           MOVE 'MON  NUESTRO SALDO RESPUESTA      SALDO CLIENTE'
             TO WSL-LINEA (42:)
           MOVE 'DIFERENCIA' TO WSL-LINEA (91:)
           MOVE WSL-LINEA TO FD-DIFERENCIAS
           WRITE FD-DIFERENCIAS.
           MOVE ALL '-' TO FD-DIFERENCIAS
           WRITE FD-DIFERENCIAS.

           PERFORM UNTIL WSS-FS-CNF-EOF
               READ CONFIRMACIONES
                  EVALUATE TRUE
                     WHEN WSS-FS-CNF-OK
                          IF WSF-CNF-CORTE = WSV-CORTE
                              PERFORM 510000-LINEA-PEDIDO
                          END-IF
                     WHEN WSS-FS-CNF-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-CNF
                          MOVE '10' TO WSS-FS-CNF
                  END-EVALUATE
           END-PERFORM

           CLOSE CONFIRMACIONES.

           PERFORM 530000-TOTALES-INFORME.

           CLOSE DIFERENCIAS.

           DISPLAY '********************************************'
           DISPLAY 'SALDOS PEDIDOS AL CORTE =' WSCC-CONT-PEDIDOS
           DISPLAY 'CONFORMES =' WSCC-CONT-CONFORMES
           DISPLAY 'DISCONFORMES =' WSCC-CONT-DISCONFORMES
           DISPLAY 'SIN RESPUESTA =' WSCC-CONT-SIN-RESP
           DISPLAY '********************************************'.

       510000-LINEA-PEDIDO.

           ADD 1 TO WSCC-CONT-PEDIDOS

      *    La diferencia es nuestro saldo contra el del cliente; sin
      *    respuesta todavia no hay diferencia que informar.
           EVALUATE WSF-CNF-ESTADO
               WHEN 'C'
                    ADD 1 TO WSCC-CONT-CONFORMES
                    MOVE 'CONFORME'    TO WSL-ESTADO-TEXTO
                    MOVE 0 TO WSV-DIFERENCIA
               WHEN 'D'
                    ADD 1 TO WSCC-CONT-DISCONFORMES
                    MOVE 'DISCONFORME' TO WSL-ESTADO-TEXTO
                    COMPUTE WSV-DIFERENCIA =
                            WSF-CNF-SALDO - WSF-CNF-SALDO-CLIENTE
               WHEN OTHER
                    ADD 1 TO WSCC-CONT-SIN-RESP
                    MOVE 'SIN RESP.'   TO WSL-ESTADO-TEXTO
                    MOVE 0 TO WSV-DIFERENCIA
           END-EVALUATE

           PERFORM 515000-ACUM-MONEDA.

           MOVE WSF-CNF-SALDO TO WSL-IMP-EDITADO
           INITIALIZE WSL-LINEA
           STRING WSF-CNF-NRO                       DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSF-CNF-CTE                       DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSF-CNF-NYA (1:26)                DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSF-CNF-MONEDA                    DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-IMP-EDITADO                   DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WSL-ESTADO-TEXTO                  DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           IF WSF-CNF-ESTADO = 'C' OR 'D'
               MOVE WSF-CNF-SALDO-CLIENTE TO WSL-IMP-EDITADO-2
               MOVE WSL-IMP-EDITADO-2 TO WSL-LINEA (74:12)
           END-IF
           IF WSF-CNF-ESTADO = 'D'
               MOVE WSV-DIFERENCIA TO WSL-IMP-EDITADO-3
               MOVE WSL-IMP-EDITADO-3 TO WSL-LINEA (89:12)
           END-IF
           MOVE WSL-LINEA TO FD-DIFERENCIAS
           WRITE FD-DIFERENCIAS.

           IF WSF-CNF-ESTADO = 'D'
             AND WSF-CNF-COMENTARIO NOT = SPACES
               INITIALIZE WSL-LINEA
               STRING '       EL CLIENTE INFORMA: '   DELIMITED SIZE
                      WSF-CNF-COMENTARIO              DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-DIFERENCIAS
               WRITE FD-DIFERENCIAS
           END-IF.

           PERFORM 520000-PARTIDAS-DEL-SALDO.

       515000-ACUM-MONEDA.

           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               IF WST-MON-MONEDA (WSI-MON) = WSF-CNF-MONEDA
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-SI-ENCONTRADO
             IF WST-CANT-MON < WSC-MAX-MONEDAS
               ADD 1 TO WST-CANT-MON
               SET WSI-MON TO WST-CANT-MON
               MOVE WSF-CNF-MONEDA TO WST-MON-MONEDA (WSI-MON)
               MOVE 0 TO WST-MON-PEDIDO (WSI-MON)
                         WST-MON-CONFORME (WSI-MON)
                         WST-MON-DIFERENCIA (WSI-MON)
             ELSE
               DISPLAY 'TABLA DE MONEDAS LLENA, SIN TOTAL PARA '
                       WSF-CNF-MONEDA
               EXIT PARAGRAPH
             END-IF
           END-IF

           ADD WSF-CNF-SALDO TO WST-MON-PEDIDO (WSI-MON)
           IF WSF-CNF-ESTADO = 'C'
               ADD WSF-CNF-SALDO TO WST-MON-CONFORME (WSI-MON)
           END-IF
           ADD WSV-DIFERENCIA TO WST-MON-DIFERENCIA (WSI-MON).

       520000-PARTIDAS-DEL-SALDO.

      *    Documentos abiertos del cliente en la moneda, de periodos
      *    hasta el corte: lo que compone nuestro saldo. Las partidas
      *    muestran el estado de hoy; si desde la carta hubo cobros o
      *    ajustes no van a sumar el saldo pedido, y se avisa.
           MOVE 'N' TO WSS-DOC-TITULO
           MOVE 0   TO WSV-SUMA-PARTIDAS

           PERFORM VARYING WSI-PTA FROM 1 BY 1
                   UNTIL WSI-PTA > WST-CANT-PTA
               IF WST-PTA-CTE (WSI-PTA) = WSF-CNF-CTE
                 AND WST-PTA-MONEDA (WSI-PTA) = WSF-CNF-MONEDA
                 AND WST-PTA-PERIODO (WSI-PTA) NOT > WSV-CORTE
                 AND WST-PTA-SALDO (WSI-PTA) NOT = 0
                   IF NOT WSS-DOC-SI-TITULO
                       MOVE 'S' TO WSS-DOC-TITULO
                       INITIALIZE WSL-LINEA
                       STRING '       '         DELIMITED SIZE
                              WSL-PTA-TITULO    DELIMITED SIZE
                         INTO WSL-LINEA
                       END-STRING
                       MOVE WSL-LINEA TO FD-DIFERENCIAS
                       WRITE FD-DIFERENCIAS
                   END-IF
                   ADD WST-PTA-SALDO (WSI-PTA) TO WSV-SUMA-PARTIDAS
                   PERFORM 985000-ARMAR-LINEA-PARTIDA
                   INITIALIZE WSL-LINEA
                   STRING '       '             DELIMITED SIZE
                          WSL-PTA-LINEA         DELIMITED SIZE
                     INTO WSL-LINEA
                   END-STRING
                   MOVE WSL-LINEA TO FD-DIFERENCIAS
                   WRITE FD-DIFERENCIAS
               END-IF
           END-PERFORM

           IF NOT WSS-DOC-SI-TITULO
               MOVE '       (SIN DOCUMENTOS ABIERTOS)' TO FD-DIFERENCIAS
               WRITE FD-DIFERENCIAS
           END-IF.

           IF WSV-SUMA-PARTIDAS NOT = WSF-CNF-SALDO
               COMPUTE WSV-DIFERENCIA =
                       WSF-CNF-SALDO - WSV-SUMA-PARTIDAS
               MOVE WSV-DIFERENCIA TO WSL-IMP-EDITADO
               INITIALIZE WSL-LINEA
               STRING '       LOS DOCUMENTOS ABIERTOS HOY NO SUMAN EL '
                                                    DELIMITED SIZE
                      'SALDO PEDIDO: DIFERENCIA '   DELIMITED SIZE
                      FUNCTION TRIM (WSL-IMP-EDITADO)
                                                    DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-DIFERENCIAS
               WRITE FD-DIFERENCIAS
           END-IF.

           MOVE SPACES TO FD-DIFERENCIAS
           WRITE FD-DIFERENCIAS.

       530000-TOTALES-INFORME.

           MOVE ALL '-' TO FD-DIFERENCIAS
           WRITE FD-DIFERENCIAS.
           INITIALIZE WSL-LINEA
           STRING 'SALDOS PEDIDOS: '                DELIMITED SIZE
                  WSCC-CONT-PEDIDOS                 DELIMITED SIZE
                  '  CONFORMES: '                   DELIMITED SIZE
                  WSCC-CONT-CONFORMES               DELIMITED SIZE
                  '  DISCONFORMES: '                DELIMITED SIZE
                  WSCC-CONT-DISCONFORMES            DELIMITED SIZE
                  '  SIN RESPUESTA: '               DELIMITED SIZE
                  WSCC-CONT-SIN-RESP                DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-DIFERENCIAS
           WRITE FD-DIFERENCIAS.

           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               INITIALIZE WSL-LINEA
               MOVE WST-MON-PEDIDO (WSI-MON) TO WSL-TOT-EDITADO
               STRING 'MONEDA '                     DELIMITED SIZE
                      WST-MON-MONEDA (WSI-MON)      DELIMITED SIZE
                      '  PEDIDO: '                  DELIMITED SIZE
                      FUNCTION TRIM (WSL-TOT-EDITADO)
                                                    DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WST-MON-CONFORME (WSI-MON) TO WSL-TOT-EDITADO
               STRING '  CONFIRMADO: '              DELIMITED SIZE
                      FUNCTION TRIM (WSL-TOT-EDITADO)
                                                    DELIMITED SIZE
                 INTO WSL-LINEA (41:)
               END-STRING
               MOVE WST-MON-DIFERENCIA (WSI-MON) TO WSL-TOT-EDITADO
               STRING '  DIFERENCIAS: '             DELIMITED SIZE
                      FUNCTION TRIM (WSL-TOT-EDITADO)
                                                    DELIMITED SIZE
                 INTO WSL-LINEA (70:)
               END-STRING
               MOVE WSL-LINEA TO FD-DIFERENCIAS
               WRITE FD-DIFERENCIAS
           END-PERFORM.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'SaldosClientes.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SALDOS

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'PartidasAbiertas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PARTIDAS

           MOVE 'Confirmaciones.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONFIRMACIONES

           MOVE 'ConfirmacionesTrabajo.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONFIRM-TRABAJO

           MOVE 'RespuestasConfirmacion.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESPUESTAS

           MOVE 'CartasConfirmacion.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CARTAS

           MOVE 'ControlConfirmacion.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL

           MOVE 'DiferenciasConfirmacion.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DIFERENCIAS

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
           CONTINUE.

           COPY PARAMSP.
           COPY PARTIDASP.
           COPY OPERADORP.

       END PROGRAM PROG01-56-SA.
