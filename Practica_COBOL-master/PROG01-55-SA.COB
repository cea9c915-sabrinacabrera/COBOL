      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Despacho por mail de los documentos que se
      *              imprimen para el cliente: resumenes de cuenta
      *              (PROG01-05-SA), facturas (PROG01-10-SA) y cartas
      *              de intimacion (PROG01-17-SA), que hasta ahora
      *              alguien mandaba a mano desde los archivos
      *              impresos. Cada uno de esos programas anota sus
      *              documentos en DocumentosMail.TXT (ver
      *              DOCMAIL.CPY).
      *              La opcion 1 consume ese indice: separa cada
      *              documento del archivo impreso en un archivo
      *              propio (EnvioNNNNNNNN.TXT) y, si el cliente tiene
      *              una direccion de mail valida que no reboto, lo
      *              encola en ColaMail.TXT para el servidor de correo
      *              (destinatario, asunto y archivo del documento);
      *              si no, lo pasa a la lista de envio por correo
      *              postal (EnvioPostal.TXT). Cada envio queda en el
      *              registro EnviosMail.TXT.
      *              La opcion 2 importa el informe de entregas y
      *              rebotes del servidor (InformeMail.TXT): actualiza
      *              el estado de cada envio en el registro (la
      *              constancia de entrega por documento) y anota las
      *              direcciones que rebotaron en
      *              DireccionesRebotadas.TXT; esas direcciones no se
      *              vuelven a usar hasta que se corrija el mail en el
      *              maestro de clientes (PROG01-02-SA).
      *              La opcion 3 lista el estado de los envios y los
      *              clientes con la direccion rebotada.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-55-SA.

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

      *    Indice de documentos impresos que dejan PROG01-05-SA,
      *    PROG01-10-SA y PROG01-17-SA (ver DOCMAIL.CPY). Se consume:
      *    queda vacio despues de armar la cola.
           SELECT DOCUMENTOS-MAIL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DOCUMENTOS-MAIL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DML.

      *    Archivo impreso del que se separan los documentos
      *    (Resumenes.TXT, Facturas.TXT o CartasIntimacion.TXT, segun
      *    el indice).
           SELECT IMPRESO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-IMPRESO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-IMP.

      *    Un archivo por documento despachado (EnvioNNNNNNNN.TXT):
      *    es el que el servidor de correo adjunta, o el que se
      *    imprime para el correo postal.
           SELECT DOCUMENTO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DOCUMENTO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DOC.

      *    Mismo maestro indexado que mantiene PROG01-02-SA, abierto
      *    INPUT con acceso directo por codigo: de aca salen la
      *    direccion de mail y el domicilio postal.
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Cola de salida para el servidor de correo (EXTEND: el
      *    servidor la consume).
           SELECT COLA-MAIL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-COLA-MAIL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-COL.

      *    Registro acumulativo de envios, uno por documento
      *    despachado, con su estado de entrega.
           SELECT ENVIOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ENVIOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENV.

      *    Copia de trabajo del registro de envios al importar el
      *    informe del servidor (mismo idioma que AsientosGLTrabajo
      *    en PROG01-10-SA).
           SELECT ENVIOS-TRABAJO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ENVIOS-TRABAJO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ENT.

      *    Informe de entregas y rebotes del servidor de correo. Se
      *    consume: una importacion repetida no vuelve a aplicarlo.
           SELECT INFORME-MAIL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-INFORME-MAIL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INF.

      *    Direcciones de mail que rebotaron, por cliente.
           SELECT REBOTADAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-REBOTADAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REB.

      *    Lista de documentos para imprimir y mandar por correo
      *    postal (clientes sin direccion de mail valida).
           SELECT POSTAL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-POSTAL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PST.

      *    Listado de control de la opcion 1 y de la opcion 2.
           SELECT CONTROL-MAIL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CONTROL-MAIL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTL.

      *    Listado de estado de los envios (opcion 3).
           SELECT ESTADO-ENVIOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ESTADO-ENVIOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EEN.

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

       FD DOCUMENTOS-MAIL.

      *    Tipo R resumen / F factura / C carta de intimacion; orden
      *    = posicion del documento en el archivo impreso (ver
      *    DOCMAIL.CPY).
       01 FD-DOCUMENTOS-MAIL.
         05 WSF-DML-TIPO          PIC X(01).
         05 WSF-DML-CTE           PIC 9(07).
         05 WSF-DML-MONEDA        PIC X(03).
         05 WSF-DML-PERIODO       PIC 9(06).
         05 WSF-DML-REFERENCIA    PIC X(20).
         05 WSF-DML-ARCHIVO       PIC X(40).
         05 WSF-DML-ORDEN         PIC 9(07).
         05 WSF-DML-FECHA         PIC 9(08).

       FD IMPRESO.

       01 FD-IMPRESO               PIC X(80).

       FD DOCUMENTO.

       01 FD-DOCUMENTO             PIC X(80).

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

       FD COLA-MAIL.

      *    Una entrada por documento a mandar: numero de envio (el
      *    servidor lo devuelve en su informe), destinatario, asunto
      *    y archivo del documento.
       01 FD-COLA-MAIL.
         05 WSF-COL-ID            PIC 9(08).
         05 WSF-COL-EMAIL         PIC X(40).
         05 WSF-COL-ASUNTO        PIC X(60).
         05 WSF-COL-DOCUMENTO     PIC X(80).

       FD ENVIOS.

      *    Canal M mail / P correo postal. Estado P pendiente de
      *    informe / E entregado / R rebotado / C mandado por correo
      *    postal.
       01 FD-ENVIOS.
         05 WSF-ENV-ID            PIC 9(08).
         05 WSF-ENV-FECHA         PIC 9(08).
         05 WSF-ENV-TIPO          PIC X(01).
         05 WSF-ENV-CTE           PIC 9(07).
         05 WSF-ENV-MONEDA        PIC X(03).
         05 WSF-ENV-PERIODO       PIC 9(06).
         05 WSF-ENV-REFERENCIA    PIC X(20).
         05 WSF-ENV-CANAL         PIC X(01).
         05 WSF-ENV-EMAIL         PIC X(40).
         05 WSF-ENV-ESTADO        PIC X(01).
         05 WSF-ENV-FECHA-ESTADO  PIC 9(08).
         05 WSF-ENV-DETALLE       PIC X(40).
         05 WSF-ENV-DOCUMENTO     PIC X(40).

       FD ENVIOS-TRABAJO.

       01 FD-ENVIOS-TRABAJO         PIC X(183).

       FD INFORME-MAIL.

      *    Estado E entregado / R rebotado, con la fecha y el detalle
      *    que informa el servidor.
       01 FD-INFORME-MAIL.
         05 WSF-INF-ID            PIC 9(08).
         05 WSF-INF-ESTADO        PIC X(01).
         05 WSF-INF-FECHA         PIC 9(08).
         05 WSF-INF-DETALLE       PIC X(40).

       FD REBOTADAS.

       01 FD-REBOTADAS.
         05 WSF-REB-CTE           PIC 9(07).
         05 WSF-REB-EMAIL         PIC X(40).
         05 WSF-REB-FECHA         PIC 9(08).
         05 WSF-REB-ID            PIC 9(08).
         05 WSF-REB-DETALLE       PIC X(40).

       FD POSTAL.

       01 FD-POSTAL                 PIC X(100).

       FD CONTROL-MAIL.

       01 FD-CONTROL-MAIL           PIC X(100).

       FD ESTADO-ENVIOS.

       01 FD-ESTADO-ENVIOS          PIC X(100).

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
           05 WSS-FS-IMP                           PIC X(02).
             88 WSS-FS-IMP-OK                      VALUE '00'.
             88 WSS-FS-IMP-EOF                     VALUE '10'.
             88 WSS-FS-IMP-NOEXISTE                VALUE '35'.
           05 WSS-FS-DOC                           PIC X(02).
             88 WSS-FS-DOC-OK                      VALUE '00'.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-CTE-NOEXISTE                VALUE '35'.
           05 WSS-FS-COL                           PIC X(02).
             88 WSS-FS-COL-OK                      VALUE '00'.
             88 WSS-FS-COL-NOEXISTE                VALUE '35'.
           05 WSS-FS-ENV                           PIC X(02).
             88 WSS-FS-ENV-OK                      VALUE '00'.
             88 WSS-FS-ENV-EOF                     VALUE '10'.
             88 WSS-FS-ENV-NOEXISTE                VALUE '35'.
           05 WSS-FS-ENT                           PIC X(02).
             88 WSS-FS-ENT-OK                      VALUE '00'.
             88 WSS-FS-ENT-EOF                     VALUE '10'.
           05 WSS-FS-INF                           PIC X(02).
             88 WSS-FS-INF-OK                      VALUE '00'.
             88 WSS-FS-INF-EOF                     VALUE '10'.
             88 WSS-FS-INF-NOEXISTE                VALUE '35'.
           05 WSS-FS-REB                           PIC X(02).
             88 WSS-FS-REB-OK                      VALUE '00'.
             88 WSS-FS-REB-EOF                     VALUE '10'.
             88 WSS-FS-REB-NOEXISTE                VALUE '35'.
           05 WSS-FS-PST                           PIC X(02).
             88 WSS-FS-PST-OK                      VALUE '00'.
           05 WSS-FS-CTL                           PIC X(02).
             88 WSS-FS-CTL-OK                      VALUE '00'.
           05 WSS-FS-EEN                           PIC X(02).
             88 WSS-FS-EEN-OK                      VALUE '00'.

      *    Sin maestro de clientes no hay direccion de mail: todo va
      *    al correo postal, con la marca de dato faltante.
       01 WSS-CTES-ABIERTO            PIC X VALUE 'N'.
           88 WSS-CTES-SI-ABIERTO     VALUE 'S'.

       01 WSS-CTE-LEIDO               PIC X VALUE 'N'.
           88 WSS-CTE-SI-LEIDO        VALUE 'S'.

       01 WSS-EMAIL-VALIDO            PIC X VALUE 'N'.
           88 WSS-EMAIL-SI-VALIDO     VALUE 'S'.

       01 WSS-ENCONTRADO              PIC X VALUE 'N'.
           88 WSS-SI-ENCONTRADO       VALUE 'S'.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-ARMAR-COLA            VALUE 1.
           88 WSV-OPC-IMPORTAR              VALUE 2.
           88 WSV-OPC-LISTAR                VALUE 3.

       01 CONSTANTES.
           05 WSC-RAZON-SOCIAL
              PIC X(40) VALUE 'SISTEMAS ACTIVOS S.R.L.'.
           05 WSC-MAX-PENDIENTES    PIC 9(04) VALUE 5000.
           05 WSC-MAX-REBOTADAS     PIC 9(04) VALUE 2000.
           05 WSC-MAX-INFORME       PIC 9(04) VALUE 5000.
           05 WSC-MAX-LINEAS        PIC 9(03) VALUE 300.

      *    Documentos del indice a despachar en esta corrida. Estado
      *    N nuevo / D repetido en el indice / Y ya despachado en una
      *    corrida anterior / H despachado ahora / X no encontrado en
      *    el archivo impreso.
       01 TABLA-PENDIENTES.
           05 WST-CANT-PEN          PIC 9(04) VALUE 0.
           05 WST-PEN OCCURS 5000 TIMES
                             INDEXED BY WSI-PEN.
               10 WST-PEN-TIPO      PIC X(01).
               10 WST-PEN-CTE       PIC 9(07).
               10 WST-PEN-MONEDA    PIC X(03).
               10 WST-PEN-PERIODO   PIC 9(06).
               10 WST-PEN-REFERENCIA PIC X(20).
               10 WST-PEN-ARCHIVO   PIC X(40).
               10 WST-PEN-ORDEN     PIC 9(07).
               10 WST-PEN-ESTADO    PIC X(01).

      *    Direcciones rebotadas por cliente.
       01 TABLA-REBOTADAS.
           05 WST-CANT-REB          PIC 9(04) VALUE 0.
           05 WST-REB OCCURS 2000 TIMES
                             INDEXED BY WSI-REB.
               10 WST-REB-CTE       PIC 9(07).
               10 WST-REB-EMAIL     PIC X(40).
               10 WST-REB-FECHA     PIC 9(08).

      *    Informe del servidor, en el orden en que vino (si un envio
      *    aparece dos veces vale el ultimo renglon).
       01 TABLA-INFORME.
           05 WST-CANT-INF          PIC 9(04) VALUE 0.
           05 WST-INF OCCURS 5000 TIMES
                             INDEXED BY WSI-INF.
               10 WST-INF-ID        PIC 9(08).
               10 WST-INF-ESTADO    PIC X(01).
               10 WST-INF-FECHA     PIC 9(08).
               10 WST-INF-DETALLE   PIC X(40).
               10 WST-INF-APLICADO  PIC X(01).

      *    Renglones del documento que se esta separando del archivo
      *    impreso.
       01 TABLA-LINEAS.
           05 WST-CANT-LIN          PIC 9(03) VALUE 0.
           05 WST-LIN OCCURS 300 TIMES
                             INDEXED BY WSI-LIN.
               10 WST-LIN-TEXTO     PIC X(80).

       01 WSV-FECHA-SISTEMA         PIC 9(08).
       01 WSV-FECHA-DESDE           PIC 9(08).
       01 WSV-ULTIMO-ID             PIC 9(08).
       01 WSV-ORDEN-ACTUAL          PIC 9(07).
       01 WSV-ARCHIVO-ACTUAL        PIC X(40).
       01 WSV-SUB                   PIC 9(04).
       01 WSV-POS                   PIC 9(04).
       01 WSV-LINEAS-DESBORDE       PIC 9(05).
       01 WSV-NOMBRE-DOCUMENTO      PIC X(40).
       01 WSV-MOTIVO                PIC X(40).
       01 WSV-ASUNTO                PIC X(60).
       01 WSV-CLIENTE-ESPERADO      PIC X(20).

      *    Validacion de la direccion de mail.
       01 WSV-EMAIL                 PIC X(40).
       01 WSV-EMAIL-USUARIO         PIC X(40).
       01 WSV-EMAIL-DOMINIO         PIC X(40).
       01 WSV-LARGO                 PIC 9(03).
       01 WSV-CANT-ARROBAS          PIC 9(03).
       01 WSV-CANT-BLANCOS          PIC 9(03).
       01 WSV-CANT-PUNTOS           PIC 9(03).

       01 CONTADORES.
           05 WSCC-CONT-INDICE      PIC 9(07).
           05 WSCC-CONT-REPETIDOS   PIC 9(07).
           05 WSCC-CONT-YA-ENVIADOS PIC 9(07).
           05 WSCC-CONT-ENCOLADOS   PIC 9(07).
           05 WSCC-CONT-POSTALES    PIC 9(07).
           05 WSCC-CONT-NO-HALLADOS PIC 9(07).
           05 WSCC-CONT-INFORME     PIC 9(07).
           05 WSCC-CONT-ENTREGADOS  PIC 9(07).
           05 WSCC-CONT-REBOTADOS   PIC 9(07).
           05 WSCC-CONT-INEXISTENTES PIC 9(07).
           05 WSCC-CONT-LISTADOS    PIC 9(07).
           05 WSCC-CONT-PENDIENTES  PIC 9(07).
           05 WSCC-CONT-POR-CORREO  PIC 9(07).
           05 WSCC-CONT-CTES-REB    PIC 9(07).

       01 WSL-LINEA                 PIC X(100).
       01 WSL-CTE-EDITADO           PIC Z(06)9.
       01 WSL-ESTADO-TEXTO          PIC X(10).
       01 WSL-TIPO-TEXTO            PIC X(09).

           COPY OPERADOR.


      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-DOCUMENTOS-MAIL        PIC X(80).
       01 WSV-ARCH-IMPRESO                PIC X(80).
       01 WSV-ARCH-DOCUMENTO              PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-COLA-MAIL              PIC X(80).
       01 WSV-ARCH-ENVIOS                 PIC X(80).
       01 WSV-ARCH-ENVIOS-TRABAJO         PIC X(80).
       01 WSV-ARCH-INFORME-MAIL           PIC X(80).
       01 WSV-ARCH-REBOTADAS              PIC X(80).
       01 WSV-ARCH-POSTAL                 PIC X(80).
       01 WSV-ARCH-CONTROL-MAIL           PIC X(80).
       01 WSV-ARCH-ESTADO-ENVIOS          PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).

           COPY PARAMS.

           COPY DOCMAIL.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           INITIALIZE CONTADORES.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

      *    Consultar el estado alcanza con nivel 1; armar la cola e
      *    importar el informe cambian archivos y piden nivel 3.
           MOVE 1 TO WSO-NIVEL-REQUERIDO
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF.

           DISPLAY '1 - ARMAR LA COLA DE ENVIOS POR MAIL'
           DISPLAY '2 - IMPORTAR EL INFORME DEL SERVIDOR DE CORREO'
           DISPLAY '3 - LISTAR EL ESTADO DE LOS ENVIOS'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-OPCION.

           IF (WSV-OPC-ARMAR-COLA OR WSV-OPC-IMPORTAR)
             AND WSO-OPER-NIVEL < 3
               DISPLAY 'NIVEL INSUFICIENTE (REQUIERE 3)'
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WSV-OPC-ARMAR-COLA
                    PERFORM 200000-ARMAR-COLA
               WHEN WSV-OPC-IMPORTAR
                    PERFORM 400000-IMPORTAR-INFORME
               WHEN WSV-OPC-LISTAR
                    PERFORM 500000-LISTAR-ESTADO
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

           STOP RUN.

       120000-CARGAR-REBOTADAS.

           MOVE 0 TO WST-CANT-REB

           OPEN INPUT REBOTADAS.
           IF WSS-FS-REB-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-REB-OK
             DISPLAY 'ERROR DE ARCHIVO DE DIRECCIONES REBOTADAS'
             DISPLAY 'FILE STATUS' WSS-FS-REB
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-REB-EOF
               READ REBOTADAS
                  EVALUATE TRUE
                     WHEN WSS-FS-REB-OK
                          PERFORM 125000-AGREGAR-REBOTADA
                     WHEN WSS-FS-REB-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-REB
                          MOVE '10' TO WSS-FS-REB
                  END-EVALUATE
           END-PERFORM

           CLOSE REBOTADAS.

       125000-AGREGAR-REBOTADA.

      *    Una direccion por cliente y mail (la fecha que queda es
      *    la del ultimo rebote).
           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-REB FROM 1 BY 1
                   UNTIL WSI-REB > WST-CANT-REB
               IF WST-REB-CTE (WSI-REB) = WSF-REB-CTE
                 AND WST-REB-EMAIL (WSI-REB) = WSF-REB-EMAIL
                   MOVE WSF-REB-FECHA TO WST-REB-FECHA (WSI-REB)
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WSS-SI-ENCONTRADO
               EXIT PARAGRAPH
           END-IF.

           IF WST-CANT-REB < WSC-MAX-REBOTADAS
               ADD 1 TO WST-CANT-REB
               SET WSI-REB TO WST-CANT-REB
               MOVE WSF-REB-CTE    TO WST-REB-CTE (WSI-REB)
               MOVE WSF-REB-EMAIL  TO WST-REB-EMAIL (WSI-REB)
               MOVE WSF-REB-FECHA  TO WST-REB-FECHA (WSI-REB)
           ELSE
               DISPLAY 'TABLA DE REBOTADAS LLENA, SE OMITE CLIENTE '
                       WSF-REB-CTE
           END-IF.

       200000-ARMAR-COLA.

           PERFORM 210000-CARGAR-PENDIENTES.
           IF WST-CANT-PEN = 0
               DISPLAY 'SIN DOCUMENTOS PARA ENVIAR'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 215000-MARCAR-ENVIADOS.
           PERFORM 120000-CARGAR-REBOTADAS.

           OPEN INPUT CLIENTES.
           IF WSS-FS-CTE-NOEXISTE
               DISPLAY 'SIN MAESTRO DE CLIENTES: TODO VA POR CORREO '
                       'POSTAL'
           ELSE
             IF NOT WSS-FS-CTE-OK
               DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
               DISPLAY 'FILE STATUS' WSS-FS-CTE
               STOP RUN
             ELSE
               MOVE 'S' TO WSS-CTES-ABIERTO
             END-IF
           END-IF.

           OPEN EXTEND COLA-MAIL.
           IF WSS-FS-COL-NOEXISTE
               OPEN OUTPUT COLA-MAIL
           END-IF.
           IF NOT WSS-FS-COL-OK
             DISPLAY 'ERROR DE ARCHIVO DE COLA DE MAIL'
             DISPLAY 'FILE STATUS' WSS-FS-COL
             STOP RUN
           END-IF.

           OPEN EXTEND ENVIOS.
           IF WSS-FS-ENV-NOEXISTE
               OPEN OUTPUT ENVIOS
           END-IF.
           IF NOT WSS-FS-ENV-OK
             DISPLAY 'ERROR DE ARCHIVO DE ENVIOS'
             DISPLAY 'FILE STATUS' WSS-FS-ENV
             STOP RUN
           END-IF.

           OPEN OUTPUT POSTAL.
           IF NOT WSS-FS-PST-OK
             DISPLAY 'ERROR DE ARCHIVO DE ENVIO POSTAL'
             DISPLAY 'FILE STATUS' WSS-FS-PST
             STOP RUN
           END-IF.
           INITIALIZE WSL-LINEA
           STRING 'DOCUMENTOS PARA ENVIAR POR CORREO POSTAL - '
                                                   DELIMITED SIZE
                  WSV-FECHA-SISTEMA                DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-POSTAL
           WRITE FD-POSTAL.

           OPEN OUTPUT CONTROL-MAIL.
           IF NOT WSS-FS-CTL-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONTROL'
             DISPLAY 'FILE STATUS' WSS-FS-CTL
             STOP RUN
           END-IF.
           INITIALIZE WSL-LINEA
           STRING 'ARMADO DE LA COLA DE ENVIOS - '  DELIMITED SIZE
                  WSV-FECHA-SISTEMA                 DELIMITED SIZE
                  ' - OPERADOR '                    DELIMITED SIZE
                  WSO-OPER-ID                       DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-CONTROL-MAIL
           WRITE FD-CONTROL-MAIL.
           MOVE 'ENVIO    T CTE     MON PERIODO REFERENCIA           '
             TO WSL-LINEA
           MOVE 'CANAL / RESULTADO' TO WSL-LINEA (55:)
           MOVE WSL-LINEA TO FD-CONTROL-MAIL
           WRITE FD-CONTROL-MAIL.

      *    Cada archivo impreso se lee una sola vez: al tomar el
      *    primer documento nuevo de un archivo se despachan todos
      *    los de ese archivo.
           PERFORM VARYING WSV-POS FROM 1 BY 1
                   UNTIL WSV-POS > WST-CANT-PEN
               IF WST-PEN-ESTADO (WSV-POS) = 'N'
                   MOVE WST-PEN-ARCHIVO (WSV-POS) TO WSV-ARCHIVO-ACTUAL
                   PERFORM 220000-SEPARAR-IMPRESO
               END-IF
           END-PERFORM

           CLOSE COLA-MAIL.
           CLOSE ENVIOS.
           CLOSE POSTAL.
           CLOSE CONTROL-MAIL.
           IF WSS-CTES-SI-ABIERTO
               CLOSE CLIENTES
           END-IF.

      *    Indice consumido: una corrida repetida no vuelve a
      *    despachar (y lo que no se encontro queda en el control).
           OPEN OUTPUT DOCUMENTOS-MAIL.
           CLOSE DOCUMENTOS-MAIL.

           DISPLAY '********************************************'
           DISPLAY 'DOCUMENTOS EN EL INDICE =' WSCC-CONT-INDICE
           DISPLAY 'REPETIDOS EN EL INDICE =' WSCC-CONT-REPETIDOS
           DISPLAY 'YA DESPACHADOS ANTES =' WSCC-CONT-YA-ENVIADOS
           DISPLAY 'ENCOLADOS PARA MAIL =' WSCC-CONT-ENCOLADOS
           DISPLAY 'A CORREO POSTAL =' WSCC-CONT-POSTALES
           DISPLAY 'NO ENCONTRADOS EN EL IMPRESO ='
                                          WSCC-CONT-NO-HALLADOS
           DISPLAY 'ULTIMO NUMERO DE ENVIO =' WSV-ULTIMO-ID
           DISPLAY '********************************************'.

       210000-CARGAR-PENDIENTES.

           MOVE 0 TO WST-CANT-PEN

           OPEN INPUT DOCUMENTOS-MAIL.
           IF WSS-FS-DML-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-DML-OK
             DISPLAY 'ERROR DE ARCHIVO DE DOCUMENTOS PARA MAIL'
             DISPLAY 'FILE STATUS' WSS-FS-DML
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-DML-EOF
               READ DOCUMENTOS-MAIL
                  EVALUATE TRUE
                     WHEN WSS-FS-DML-OK
                          ADD 1 TO WSCC-CONT-INDICE
                          PERFORM 212000-AGREGAR-PENDIENTE
                     WHEN WSS-FS-DML-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-DML
                          MOVE '10' TO WSS-FS-DML
                  END-EVALUATE
           END-PERFORM

           CLOSE DOCUMENTOS-MAIL.

       212000-AGREGAR-PENDIENTE.

           IF WST-CANT-PEN NOT < WSC-MAX-PENDIENTES
      *        Lo que no entra se corta aca y el indice no se
      *        consume: se despacha en la corrida siguiente.
               DISPLAY 'TABLA DE PENDIENTES LLENA: EL RESTO QUEDA '
                       'PARA LA PROXIMA CORRIDA'
               DISPLAY 'VUELVA A EJECUTAR LA OPCION 1'
               STOP RUN
           END-IF.

           ADD 1 TO WST-CANT-PEN
           SET WSI-PEN TO WST-CANT-PEN
           MOVE WSF-DML-TIPO        TO WST-PEN-TIPO (WSI-PEN)
           MOVE WSF-DML-CTE         TO WST-PEN-CTE (WSI-PEN)
           MOVE WSF-DML-MONEDA      TO WST-PEN-MONEDA (WSI-PEN)
           MOVE WSF-DML-PERIODO     TO WST-PEN-PERIODO (WSI-PEN)
           MOVE WSF-DML-REFERENCIA  TO WST-PEN-REFERENCIA (WSI-PEN)
           MOVE WSF-DML-ARCHIVO     TO WST-PEN-ARCHIVO (WSI-PEN)
           MOVE WSF-DML-ORDEN       TO WST-PEN-ORDEN (WSI-PEN)
           MOVE 'N'                 TO WST-PEN-ESTADO (WSI-PEN)

      *    El mismo documento anotado dos veces (programa reejecutado
      *    antes de despachar) sale una sola vez: vale la ultima
      *    impresion, que es la que sigue en el archivo.
           PERFORM VARYING WSV-SUB FROM 1 BY 1
                   UNTIL WSV-SUB NOT < WST-CANT-PEN
               IF WST-PEN-ESTADO (WSV-SUB) = 'N'
                 AND WST-PEN-TIPO (WSV-SUB) = WSF-DML-TIPO
                 AND WST-PEN-CTE (WSV-SUB) = WSF-DML-CTE
                 AND WST-PEN-MONEDA (WSV-SUB) = WSF-DML-MONEDA
                 AND WST-PEN-PERIODO (WSV-SUB) = WSF-DML-PERIODO
                 AND WST-PEN-REFERENCIA (WSV-SUB) = WSF-DML-REFERENCIA
                   MOVE 'D' TO WST-PEN-ESTADO (WSV-SUB)
                   ADD 1 TO WSCC-CONT-REPETIDOS
               END-IF
           END-PERFORM.

       215000-MARCAR-ENVIADOS.

      *    Lo que ya tiene un envio registrado no se vuelve a mandar;
      *    de paso se toma el ultimo numero de envio.
           MOVE 0 TO WSV-ULTIMO-ID

           OPEN INPUT ENVIOS.
           IF WSS-FS-ENV-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-ENV-OK
             DISPLAY 'ERROR DE ARCHIVO DE ENVIOS'
             DISPLAY 'FILE STATUS' WSS-FS-ENV
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-ENV-EOF
               READ ENVIOS
                  EVALUATE TRUE
                     WHEN WSS-FS-ENV-OK
                          IF WSF-ENV-ID > WSV-ULTIMO-ID
                              MOVE WSF-ENV-ID TO WSV-ULTIMO-ID
                          END-IF
                          PERFORM 217000-MARCAR-PENDIENTE
                     WHEN WSS-FS-ENV-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-ENV
                          MOVE '10' TO WSS-FS-ENV
                  END-EVALUATE
           END-PERFORM

           CLOSE ENVIOS.

       217000-MARCAR-PENDIENTE.

           PERFORM VARYING WSI-PEN FROM 1 BY 1
                   UNTIL WSI-PEN > WST-CANT-PEN
               IF WST-PEN-ESTADO (WSI-PEN) = 'N'
                 AND WST-PEN-TIPO (WSI-PEN) = WSF-ENV-TIPO
                 AND WST-PEN-CTE (WSI-PEN) = WSF-ENV-CTE
                 AND WST-PEN-MONEDA (WSI-PEN) = WSF-ENV-MONEDA
                 AND WST-PEN-PERIODO (WSI-PEN) = WSF-ENV-PERIODO
                 AND WST-PEN-REFERENCIA (WSI-PEN) = WSF-ENV-REFERENCIA
                   MOVE 'Y' TO WST-PEN-ESTADO (WSI-PEN)
                   ADD 1 TO WSCC-CONT-YA-ENVIADOS
               END-IF
           END-PERFORM.

       220000-SEPARAR-IMPRESO.

           MOVE WSV-ARCHIVO-ACTUAL TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-IMPRESO

           MOVE 0 TO WSV-ORDEN-ACTUAL
           MOVE 0 TO WST-CANT-LIN
           MOVE 0 TO WSV-LINEAS-DESBORDE

           OPEN INPUT IMPRESO.
           IF WSS-FS-IMP-OK
               PERFORM UNTIL WSS-FS-IMP-EOF
                   READ IMPRESO
                      EVALUATE TRUE
                         WHEN WSS-FS-IMP-OK
                              PERFORM 222000-ACUMULAR-RENGLON
                         WHEN WSS-FS-IMP-EOF
                              CONTINUE
                         WHEN OTHER
                              DISPLAY 'FILE STATUS' WSS-FS-IMP
                              MOVE '10' TO WSS-FS-IMP
                      END-EVALUATE
               END-PERFORM
               CLOSE IMPRESO
           ELSE
               DISPLAY 'NO SE PUDO LEER ' WSV-ARCHIVO-ACTUAL
                       ' FILE STATUS ' WSS-FS-IMP
           END-IF.

      *    Lo que queda sin despachar de este archivo no esta en el
      *    impreso (archivo reemplazado o borrado antes del envio).
           PERFORM VARYING WSI-PEN FROM 1 BY 1
                   UNTIL WSI-PEN > WST-CANT-PEN
               IF WST-PEN-ESTADO (WSI-PEN) = 'N'
                 AND WST-PEN-ARCHIVO (WSI-PEN) = WSV-ARCHIVO-ACTUAL
                   MOVE 'X' TO WST-PEN-ESTADO (WSI-PEN)
                   MOVE 'NO ENCONTRADO EN EL ARCHIVO IMPRESO'
                     TO WSV-MOTIVO
                   PERFORM 260000-CONTROLAR-NO-HALLADO
               END-IF
           END-PERFORM.

       222000-ACUMULAR-RENGLON.

           IF WST-CANT-LIN < WSC-MAX-LINEAS
               ADD 1 TO WST-CANT-LIN
               MOVE FD-IMPRESO TO WST-LIN-TEXTO (WST-CANT-LIN)
           ELSE
               ADD 1 TO WSV-LINEAS-DESBORDE
           END-IF.

      *    Todo documento impreso cierra con un renglon de '='.
           IF FD-IMPRESO = ALL '='
               ADD 1 TO WSV-ORDEN-ACTUAL
               PERFORM 225000-DOCUMENTO-COMPLETO
               MOVE 0 TO WST-CANT-LIN
               MOVE 0 TO WSV-LINEAS-DESBORDE
           END-IF.

       225000-DOCUMENTO-COMPLETO.

           PERFORM VARYING WSI-PEN FROM 1 BY 1
                   UNTIL WSI-PEN > WST-CANT-PEN
               IF WST-PEN-ESTADO (WSI-PEN) = 'N'
                 AND WST-PEN-ARCHIVO (WSI-PEN) = WSV-ARCHIVO-ACTUAL
                 AND WST-PEN-ORDEN (WSI-PEN) = WSV-ORDEN-ACTUAL
                   PERFORM 227000-VERIFICAR-CLIENTE
                   IF WSS-SI-ENCONTRADO
                     AND WSV-LINEAS-DESBORDE = 0
                       PERFORM 230000-DESPACHAR
                   ELSE
                       MOVE 'X' TO WST-PEN-ESTADO (WSI-PEN)
                       IF WSV-LINEAS-DESBORDE > 0
                           MOVE 'DOCUMENTO DEMASIADO LARGO'
                             TO WSV-MOTIVO
                       ELSE
                           MOVE
                           'EL DOCUMENTO IMPRESO ES DE OTRO CLIENTE'
                             TO WSV-MOTIVO
                       END-IF
                       PERFORM 260000-CONTROLAR-NO-HALLADO
                   END-IF
               END-IF
           END-PERFORM.

       227000-VERIFICAR-CLIENTE.

      *    El documento en esa posicion tiene que ser del cliente
      *    anotado: si el impreso se regenero con otro contenido no
      *    se manda nada equivocado.
           MOVE WST-PEN-CTE (WSI-PEN) TO WSL-CTE-EDITADO
           INITIALIZE WSV-CLIENTE-ESPERADO
           STRING 'CLIENTE: '              DELIMITED SIZE
                  WSL-CTE-EDITADO          DELIMITED SIZE
             INTO WSV-CLIENTE-ESPERADO
           END-STRING

           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-LIN FROM 1 BY 1
                   UNTIL WSI-LIN > WST-CANT-LIN
               IF WST-LIN-TEXTO (WSI-LIN) (1:16) =
                                      WSV-CLIENTE-ESPERADO (1:16)
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       230000-DESPACHAR.

           ADD 1 TO WSV-ULTIMO-ID
           MOVE 'H' TO WST-PEN-ESTADO (WSI-PEN)

           MOVE SPACES TO WSV-NOMBRE-DOCUMENTO
           STRING 'Envio'                  DELIMITED SIZE
                  WSV-ULTIMO-ID            DELIMITED SIZE
                  '.TXT'                   DELIMITED SIZE
             INTO WSV-NOMBRE-DOCUMENTO
           END-STRING
           MOVE WSV-NOMBRE-DOCUMENTO TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DOCUMENTO

           OPEN OUTPUT DOCUMENTO.
           IF NOT WSS-FS-DOC-OK
             DISPLAY 'ERROR DE ARCHIVO DE DOCUMENTO'
             DISPLAY 'FILE STATUS' WSS-FS-DOC
             STOP RUN
           END-IF.
           PERFORM VARYING WSI-LIN FROM 1 BY 1
                   UNTIL WSI-LIN > WST-CANT-LIN
               MOVE WST-LIN-TEXTO (WSI-LIN) TO FD-DOCUMENTO
               WRITE FD-DOCUMENTO
           END-PERFORM
           CLOSE DOCUMENTO.

           PERFORM 232000-LEER-CLIENTE.
           PERFORM 240000-VALIDAR-EMAIL.
           PERFORM 235000-ARMAR-ASUNTO.

           MOVE WSV-ULTIMO-ID               TO WSF-ENV-ID
           MOVE WSV-FECHA-SISTEMA           TO WSF-ENV-FECHA
           MOVE WST-PEN-TIPO (WSI-PEN)      TO WSF-ENV-TIPO
           MOVE WST-PEN-CTE (WSI-PEN)       TO WSF-ENV-CTE
           MOVE WST-PEN-MONEDA (WSI-PEN)    TO WSF-ENV-MONEDA
           MOVE WST-PEN-PERIODO (WSI-PEN)   TO WSF-ENV-PERIODO
           MOVE WST-PEN-REFERENCIA (WSI-PEN) TO WSF-ENV-REFERENCIA
           MOVE WSV-EMAIL                   TO WSF-ENV-EMAIL
           MOVE WSV-FECHA-SISTEMA           TO WSF-ENV-FECHA-ESTADO
           MOVE WSV-NOMBRE-DOCUMENTO        TO WSF-ENV-DOCUMENTO

           IF WSS-EMAIL-SI-VALIDO
               ADD 1 TO WSCC-CONT-ENCOLADOS
               MOVE WSV-ULTIMO-ID           TO WSF-COL-ID
               MOVE WSV-EMAIL               TO WSF-COL-EMAIL
               MOVE WSV-ASUNTO              TO WSF-COL-ASUNTO
               MOVE WSV-ARCH-DOCUMENTO      TO WSF-COL-DOCUMENTO
               WRITE FD-COLA-MAIL
               MOVE 'M'                     TO WSF-ENV-CANAL
               MOVE 'P'                     TO WSF-ENV-ESTADO
               MOVE 'ENCOLADO PARA EL SERVIDOR DE CORREO'
                                            TO WSF-ENV-DETALLE
           ELSE
               ADD 1 TO WSCC-CONT-POSTALES
               PERFORM 250000-LISTAR-POSTAL
               MOVE 'P'                     TO WSF-ENV-CANAL
               MOVE 'C'                     TO WSF-ENV-ESTADO
               MOVE WSV-MOTIVO              TO WSF-ENV-DETALLE
           END-IF

           WRITE FD-ENVIOS.
           IF NOT WSS-FS-ENV-OK
             DISPLAY 'ERROR DE ARCHIVO DE ENVIOS'
             DISPLAY 'FILE STATUS' WSS-FS-ENV
             STOP RUN
           END-IF.

           INITIALIZE WSL-LINEA
           STRING WSV-ULTIMO-ID                   DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-PEN-TIPO (WSI-PEN)          DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-PEN-CTE (WSI-PEN)           DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-PEN-MONEDA (WSI-PEN)        DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-PEN-PERIODO (WSI-PEN)       DELIMITED SIZE
                  '  '                            DELIMITED SIZE
                  WST-PEN-REFERENCIA (WSI-PEN)    DELIMITED SIZE
                  ' '                             DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           IF WSS-EMAIL-SI-VALIDO
               MOVE 'MAIL' TO WSL-LINEA (55:)
               MOVE WSV-EMAIL TO WSL-LINEA (60:)
           ELSE
               MOVE 'POSTAL' TO WSL-LINEA (55:)
               MOVE WSV-MOTIVO TO WSL-LINEA (62:)
           END-IF
           MOVE WSL-LINEA TO FD-CONTROL-MAIL
           WRITE FD-CONTROL-MAIL.

       232000-LEER-CLIENTE.

           MOVE 'N'    TO WSS-CTE-LEIDO
           MOVE SPACES TO WSV-EMAIL

           IF NOT WSS-CTES-SI-ABIERTO
               EXIT PARAGRAPH
           END-IF.

           MOVE WST-PEN-CTE (WSI-PEN) TO WSF-CTE-CTE
           READ CLIENTES KEY IS WSF-CTE-CTE
               INVALID KEY CONTINUE
           END-READ

           IF WSS-FS-CTE-OK
               MOVE 'S' TO WSS-CTE-LEIDO
               MOVE WSF-CTE-EMAIL TO WSV-EMAIL
           END-IF.

       235000-ARMAR-ASUNTO.

           INITIALIZE WSV-ASUNTO
           EVALUATE WST-PEN-TIPO (WSI-PEN)
               WHEN 'R'
                    STRING 'RESUMEN DE CUENTA PERIODO '
                                                  DELIMITED SIZE
                           WST-PEN-PERIODO (WSI-PEN)
                                                  DELIMITED SIZE
                           ' ('                   DELIMITED SIZE
                           WST-PEN-MONEDA (WSI-PEN)
                                                  DELIMITED SIZE
                           ') - '                 DELIMITED SIZE
                           WSC-RAZON-SOCIAL       DELIMITED SIZE
                      INTO WSV-ASUNTO
                    END-STRING
               WHEN 'F'
                    STRING 'FACTURA '             DELIMITED SIZE
                           WST-PEN-REFERENCIA (WSI-PEN) (1:15)
                                                  DELIMITED SIZE
                           ' - '                  DELIMITED SIZE
                           WSC-RAZON-SOCIAL       DELIMITED SIZE
                      INTO WSV-ASUNTO
                    END-STRING
               WHEN OTHER
                    STRING 'AVISO DE DEUDA VENCIDA ('
                                                  DELIMITED SIZE
                           WST-PEN-MONEDA (WSI-PEN)
                                                  DELIMITED SIZE
                           ') - '                 DELIMITED SIZE
                           WSC-RAZON-SOCIAL       DELIMITED SIZE
                      INTO WSV-ASUNTO
                    END-STRING
           END-EVALUATE.

       240000-VALIDAR-EMAIL.

      *    Direccion usable: un solo '@', sin blancos intermedios,
      *    algo antes del '@' y un dominio con punto que no empiece
      *    ni termine en punto; y que no haya rebotado antes.
           MOVE 'N' TO WSS-EMAIL-VALIDO

           IF NOT WSS-CTES-SI-ABIERTO
               MOVE 'SIN MAESTRO DE CLIENTES' TO WSV-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-CTE-SI-LEIDO
               MOVE 'CLIENTE INEXISTENTE EN EL MAESTRO' TO WSV-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WSV-EMAIL = SPACES
               MOVE 'SIN DIRECCION DE MAIL' TO WSV-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'DIRECCION DE MAIL INVALIDA' TO WSV-MOTIVO

           IF WSV-EMAIL (1:1) = SPACE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WSV-CANT-ARROBAS
           INSPECT WSV-EMAIL TALLYING WSV-CANT-ARROBAS FOR ALL '@'
           IF WSV-CANT-ARROBAS NOT = 1
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WSV-LARGO =
                   FUNCTION LENGTH (FUNCTION TRIM (WSV-EMAIL TRAILING))
           MOVE 0 TO WSV-CANT-BLANCOS
           INSPECT WSV-EMAIL (1:WSV-LARGO)
                   TALLYING WSV-CANT-BLANCOS FOR ALL SPACE
           IF WSV-CANT-BLANCOS > 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WSV-EMAIL-USUARIO
           MOVE SPACES TO WSV-EMAIL-DOMINIO
           UNSTRING WSV-EMAIL DELIMITED BY '@'
               INTO WSV-EMAIL-USUARIO WSV-EMAIL-DOMINIO
           END-UNSTRING
           IF WSV-EMAIL-USUARIO = SPACES
             OR WSV-EMAIL-DOMINIO = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WSV-CANT-PUNTOS
           INSPECT WSV-EMAIL-DOMINIO TALLYING WSV-CANT-PUNTOS
                   FOR ALL '.'
           COMPUTE WSV-LARGO = FUNCTION LENGTH
                   (FUNCTION TRIM (WSV-EMAIL-DOMINIO TRAILING))
           IF WSV-CANT-PUNTOS = 0
             OR WSV-EMAIL-DOMINIO (1:1) = '.'
             OR WSV-EMAIL-DOMINIO (WSV-LARGO:1) = '.'
               EXIT PARAGRAPH
           END-IF.

      *    Una direccion que reboto no se vuelve a usar mientras siga
      *    siendo la del maestro.
           PERFORM VARYING WSI-REB FROM 1 BY 1
                   UNTIL WSI-REB > WST-CANT-REB
               IF WST-REB-CTE (WSI-REB) = WST-PEN-CTE (WSI-PEN)
                 AND WST-REB-EMAIL (WSI-REB) = WSV-EMAIL
                   MOVE SPACES TO WSV-MOTIVO
                   STRING 'DIRECCION REBOTADA EL '  DELIMITED SIZE
                          WST-REB-FECHA (WSI-REB)    DELIMITED SIZE
                     INTO WSV-MOTIVO
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           MOVE 'S'    TO WSS-EMAIL-VALIDO
           MOVE SPACES TO WSV-MOTIVO.

       250000-LISTAR-POSTAL.

           MOVE SPACES TO FD-POSTAL
           WRITE FD-POSTAL.

           EVALUATE WST-PEN-TIPO (WSI-PEN)
               WHEN 'R'
                    MOVE 'RESUMEN' TO WSL-TIPO-TEXTO
               WHEN 'F'
                    MOVE 'FACTURA' TO WSL-TIPO-TEXTO
               WHEN OTHER
                    MOVE 'CARTA' TO WSL-TIPO-TEXTO
           END-EVALUATE

           MOVE WST-PEN-CTE (WSI-PEN) TO WSL-CTE-EDITADO
           INITIALIZE WSL-LINEA
           STRING 'ENVIO '                        DELIMITED SIZE
                  WSV-ULTIMO-ID                   DELIMITED SIZE
                  '  CLIENTE '                    DELIMITED SIZE
                  WSL-CTE-EDITADO                 DELIMITED SIZE
                  '  '                            DELIMITED SIZE
                  WSL-TIPO-TEXTO                  DELIMITED SPACE
                  ' '                             DELIMITED SIZE
                  WST-PEN-MONEDA (WSI-PEN)        DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-PEN-PERIODO (WSI-PEN)       DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-PEN-REFERENCIA (WSI-PEN)    DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-POSTAL
           WRITE FD-POSTAL.

           IF WSS-CTE-SI-LEIDO
               INITIALIZE WSL-LINEA
               STRING '   '                          DELIMITED SIZE
                      FUNCTION TRIM (WSF-CTE-NYA)    DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-POSTAL
               WRITE FD-POSTAL
               INITIALIZE WSL-LINEA
               STRING '   DOMICILIO: '               DELIMITED SIZE
                      FUNCTION TRIM (WSF-CTE-DOMICILIO)
                                                     DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
           ELSE
               MOVE '   DOMICILIO: (SIN DATO EN EL MAESTRO)'
                 TO WSL-LINEA
           END-IF
           MOVE WSL-LINEA TO FD-POSTAL
           WRITE FD-POSTAL.

           INITIALIZE WSL-LINEA
           STRING '   IMPRIMIR '                     DELIMITED SIZE
                  WSV-NOMBRE-DOCUMENTO               DELIMITED SPACE
                  '  MOTIVO: '                       DELIMITED SIZE
                  WSV-MOTIVO                         DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-POSTAL
           WRITE FD-POSTAL.

       260000-CONTROLAR-NO-HALLADO.

      *    Documento del indice que no se despacha: queda en el
      *    control con el motivo.
           ADD 1 TO WSCC-CONT-NO-HALLADOS
           INITIALIZE WSL-LINEA
           STRING '-------- '                     DELIMITED SIZE
                  WST-PEN-TIPO (WSI-PEN)          DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-PEN-CTE (WSI-PEN)           DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-PEN-MONEDA (WSI-PEN)        DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-PEN-PERIODO (WSI-PEN)       DELIMITED SIZE
                  '  '                            DELIMITED SIZE
                  WST-PEN-REFERENCIA (WSI-PEN)    DELIMITED SIZE
                  ' '                             DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSV-MOTIVO TO WSL-LINEA (55:)
           MOVE WSL-LINEA TO FD-CONTROL-MAIL
           WRITE FD-CONTROL-MAIL.
           DISPLAY 'NO SE DESPACHA ' WST-PEN-TIPO (WSI-PEN) ' '
                   WST-PEN-CTE (WSI-PEN) ' DE '
                   FUNCTION TRIM (WST-PEN-ARCHIVO (WSI-PEN))
                   ': ' WSV-MOTIVO.

       400000-IMPORTAR-INFORME.

           PERFORM 410000-CARGAR-INFORME.
           IF WST-CANT-INF = 0
               DISPLAY 'SIN INFORME DEL SERVIDOR PARA IMPORTAR'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 120000-CARGAR-REBOTADAS.

           OPEN INPUT ENVIOS.
           IF WSS-FS-ENV-NOEXISTE
               DISPLAY 'NO EXISTE EL REGISTRO DE ENVIOS'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-ENV-OK
             DISPLAY 'ERROR DE ARCHIVO DE ENVIOS'
             DISPLAY 'FILE STATUS' WSS-FS-ENV
             STOP RUN
           END-IF.

           OPEN OUTPUT ENVIOS-TRABAJO.
           IF NOT WSS-FS-ENT-OK
             DISPLAY 'ERROR DE ARCHIVO DE TRABAJO DE ENVIOS'
             DISPLAY 'FILE STATUS' WSS-FS-ENT
             STOP RUN
           END-IF.

           OPEN EXTEND REBOTADAS.
           IF WSS-FS-REB-NOEXISTE
               OPEN OUTPUT REBOTADAS
           END-IF.
           IF NOT WSS-FS-REB-OK
             DISPLAY 'ERROR DE ARCHIVO DE DIRECCIONES REBOTADAS'
             DISPLAY 'FILE STATUS' WSS-FS-REB
             STOP RUN
           END-IF.

           OPEN OUTPUT CONTROL-MAIL.
           IF NOT WSS-FS-CTL-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONTROL'
             DISPLAY 'FILE STATUS' WSS-FS-CTL
             STOP RUN
           END-IF.
           INITIALIZE WSL-LINEA
           STRING 'IMPORTACION DEL INFORME DEL SERVIDOR - '
                                                    DELIMITED SIZE
                  WSV-FECHA-SISTEMA                 DELIMITED SIZE
                  ' - OPERADOR '                    DELIMITED SIZE
                  WSO-OPER-ID                       DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-CONTROL-MAIL
           WRITE FD-CONTROL-MAIL.
           MOVE 'ENVIO    CTE     EST FECHA    DIRECCION / DETALLE'
             TO FD-CONTROL-MAIL
           WRITE FD-CONTROL-MAIL.

      *    El registro se copia entero a la de trabajo actualizando
      *    los envios informados, y despues se copia de vuelta.
           PERFORM UNTIL WSS-FS-ENV-EOF
               READ ENVIOS
                  EVALUATE TRUE
                     WHEN WSS-FS-ENV-OK
                          PERFORM 420000-APLICAR-INFORME
                          MOVE FD-ENVIOS TO FD-ENVIOS-TRABAJO
                          WRITE FD-ENVIOS-TRABAJO
                     WHEN WSS-FS-ENV-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-ENV
                          DISPLAY 'IMPORTACION CANCELADA, EL REGISTRO '
                                  'DE ENVIOS NO SE MODIFICO'
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE ENVIOS.
           CLOSE ENVIOS-TRABAJO.
           CLOSE REBOTADAS.

           PERFORM 440000-COPIAR-TRABAJO.

      *    Renglones del informe sin envio en el registro.
           PERFORM VARYING WSI-INF FROM 1 BY 1
                   UNTIL WSI-INF > WST-CANT-INF
               IF WST-INF-APLICADO (WSI-INF) = 'N'
                   ADD 1 TO WSCC-CONT-INEXISTENTES
                   INITIALIZE WSL-LINEA
                   STRING WST-INF-ID (WSI-INF)    DELIMITED SIZE
                          ' ------- '             DELIMITED SIZE
                          WST-INF-ESTADO (WSI-INF)
                                                  DELIMITED SIZE
                          '   '                   DELIMITED SIZE
                          WST-INF-FECHA (WSI-INF) DELIMITED SIZE
                          ' ENVIO INEXISTENTE EN EL REGISTRO'
                                                  DELIMITED SIZE
                     INTO WSL-LINEA
                   END-STRING
                   MOVE WSL-LINEA TO FD-CONTROL-MAIL
                   WRITE FD-CONTROL-MAIL
               END-IF
           END-PERFORM

           CLOSE CONTROL-MAIL.

      *    Informe consumido: una importacion repetida no lo vuelve a
      *    aplicar.
           OPEN OUTPUT INFORME-MAIL.
           CLOSE INFORME-MAIL.

           DISPLAY '********************************************'
           DISPLAY 'RENGLONES DEL INFORME =' WSCC-CONT-INFORME
           DISPLAY 'ENTREGADOS =' WSCC-CONT-ENTREGADOS
           DISPLAY 'REBOTADOS =' WSCC-CONT-REBOTADOS
           DISPLAY 'SIN ENVIO EN EL REGISTRO =' WSCC-CONT-INEXISTENTES
           DISPLAY '********************************************'.

       410000-CARGAR-INFORME.

           MOVE 0 TO WST-CANT-INF

           OPEN INPUT INFORME-MAIL.
           IF WSS-FS-INF-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-INF-OK
             DISPLAY 'ERROR DE ARCHIVO DE INFORME DEL SERVIDOR'
             DISPLAY 'FILE STATUS' WSS-FS-INF
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-INF-EOF
               READ INFORME-MAIL
                  EVALUATE TRUE
                     WHEN WSS-FS-INF-OK
                          ADD 1 TO WSCC-CONT-INFORME
                          IF WST-CANT-INF < WSC-MAX-INFORME
                              ADD 1 TO WST-CANT-INF
                              SET WSI-INF TO WST-CANT-INF
                              MOVE WSF-INF-ID
                                TO WST-INF-ID (WSI-INF)
                              MOVE WSF-INF-ESTADO
                                TO WST-INF-ESTADO (WSI-INF)
                              MOVE WSF-INF-FECHA
                                TO WST-INF-FECHA (WSI-INF)
                              MOVE WSF-INF-DETALLE
                                TO WST-INF-DETALLE (WSI-INF)
                              MOVE 'N'
                                TO WST-INF-APLICADO (WSI-INF)
                          ELSE
                              DISPLAY 'INFORME DEMASIADO GRANDE: '
                                      'PARTALO EN VARIAS IMPORTACIONES'
                              STOP RUN
                          END-IF
                     WHEN WSS-FS-INF-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-INF
                          MOVE '10' TO WSS-FS-INF
                  END-EVALUATE
           END-PERFORM

           CLOSE INFORME-MAIL.

       420000-APLICAR-INFORME.

      *    Solo los envios por mail tienen informe del servidor.
           IF WSF-ENV-CANAL NOT = 'M'
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-INF FROM 1 BY 1
                   UNTIL WSI-INF > WST-CANT-INF
               IF WST-INF-ID (WSI-INF) = WSF-ENV-ID
                   MOVE 'S' TO WST-INF-APLICADO (WSI-INF)
                   EVALUATE WST-INF-ESTADO (WSI-INF)
                       WHEN 'E'
                            ADD 1 TO WSCC-CONT-ENTREGADOS
                            MOVE 'E' TO WSF-ENV-ESTADO
                       WHEN 'R'
                            ADD 1 TO WSCC-CONT-REBOTADOS
                            MOVE 'R' TO WSF-ENV-ESTADO
                            PERFORM 430000-ANOTAR-REBOTE
                       WHEN OTHER
                            MOVE 'ESTADO DESCONOCIDO EN EL INFORME'
                              TO WST-INF-DETALLE (WSI-INF)
                   END-EVALUATE
                   IF WST-INF-ESTADO (WSI-INF) = 'E' OR 'R'
                       MOVE WST-INF-FECHA (WSI-INF)
                         TO WSF-ENV-FECHA-ESTADO
                       MOVE WST-INF-DETALLE (WSI-INF)
                         TO WSF-ENV-DETALLE
                   END-IF
                   INITIALIZE WSL-LINEA
                   STRING WSF-ENV-ID              DELIMITED SIZE
                          ' '                     DELIMITED SIZE
                          WSF-ENV-CTE             DELIMITED SIZE
                          ' '                     DELIMITED SIZE
                          WST-INF-ESTADO (WSI-INF)
                                                  DELIMITED SIZE
                          '   '                   DELIMITED SIZE
                          WST-INF-FECHA (WSI-INF) DELIMITED SIZE
                          ' '                     DELIMITED SIZE
                          WSF-ENV-EMAIL           DELIMITED SPACE
                          ' '                     DELIMITED SIZE
                          WST-INF-DETALLE (WSI-INF)
                                                  DELIMITED SIZE
                     INTO WSL-LINEA
                   END-STRING
                   MOVE WSL-LINEA TO FD-CONTROL-MAIL
                   WRITE FD-CONTROL-MAIL
               END-IF
           END-PERFORM.

       430000-ANOTAR-REBOTE.

      *    La direccion queda marcada para el cliente; si ya estaba,
      *    no se duplica.
           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-REB FROM 1 BY 1
                   UNTIL WSI-REB > WST-CANT-REB
               IF WST-REB-CTE (WSI-REB) = WSF-ENV-CTE
                 AND WST-REB-EMAIL (WSI-REB) = WSF-ENV-EMAIL
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WSS-SI-ENCONTRADO
               EXIT PARAGRAPH
           END-IF.

           MOVE WSF-ENV-CTE              TO WSF-REB-CTE
           MOVE WSF-ENV-EMAIL            TO WSF-REB-EMAIL
           MOVE WST-INF-FECHA (WSI-INF)  TO WSF-REB-FECHA
           MOVE WSF-ENV-ID               TO WSF-REB-ID
           MOVE WST-INF-DETALLE (WSI-INF) TO WSF-REB-DETALLE
           WRITE FD-REBOTADAS.
           PERFORM 125000-AGREGAR-REBOTADA.

       440000-COPIAR-TRABAJO.

           OPEN INPUT ENVIOS-TRABAJO.
           OPEN OUTPUT ENVIOS.
           IF NOT WSS-FS-ENV-OK
             DISPLAY 'ERROR DE ARCHIVO DE ENVIOS'
             DISPLAY 'FILE STATUS' WSS-FS-ENV
             DISPLAY 'EL REGISTRO ACTUALIZADO QUEDA EN '
                     'EnviosMailTrabajo.TXT'
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-ENT-EOF
               READ ENVIOS-TRABAJO
                  EVALUATE TRUE
                     WHEN WSS-FS-ENT-OK
                          MOVE FD-ENVIOS-TRABAJO TO FD-ENVIOS
                          WRITE FD-ENVIOS
                     WHEN WSS-FS-ENT-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-ENT
                          MOVE '10' TO WSS-FS-ENT
                  END-EVALUATE
           END-PERFORM

           CLOSE ENVIOS-TRABAJO.
           CLOSE ENVIOS.

       500000-LISTAR-ESTADO.

           DISPLAY 'LISTAR ENVIOS DESDE LA FECHA (AAAAMMDD, 0 = '
                   'TODOS): '
           ACCEPT WSV-FECHA-DESDE.

           OPEN OUTPUT ESTADO-ENVIOS.
           IF NOT WSS-FS-EEN-OK
             DISPLAY 'ERROR DE ARCHIVO DE ESTADO DE ENVIOS'
             DISPLAY 'FILE STATUS' WSS-FS-EEN
             STOP RUN
           END-IF.

           INITIALIZE WSL-LINEA
           STRING 'ESTADO DE LOS ENVIOS DE DOCUMENTOS DESDE '
                                                    DELIMITED SIZE
                  WSV-FECHA-DESDE                   DELIMITED SIZE
                  ' - '                             DELIMITED SIZE
                  WSV-FECHA-SISTEMA                 DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-ESTADO-ENVIOS
           WRITE FD-ESTADO-ENVIOS.
           MOVE SPACES TO FD-ESTADO-ENVIOS
           WRITE FD-ESTADO-ENVIOS.
           MOVE 'ENVIO    FECHA    DOCUMENTO CTE     REFERENCIA'
             TO WSL-LINEA
           MOVE 'ESTADO     AL       DETALLE' TO WSL-LINEA (58:)
           MOVE WSL-LINEA TO FD-ESTADO-ENVIOS
           WRITE FD-ESTADO-ENVIOS.

           OPEN INPUT ENVIOS.
           IF WSS-FS-ENV-NOEXISTE
               MOVE '(SIN ENVIOS REGISTRADOS)' TO FD-ESTADO-ENVIOS
               WRITE FD-ESTADO-ENVIOS
           ELSE
             IF NOT WSS-FS-ENV-OK
               DISPLAY 'ERROR DE ARCHIVO DE ENVIOS'
               DISPLAY 'FILE STATUS' WSS-FS-ENV
               STOP RUN
             END-IF
             PERFORM UNTIL WSS-FS-ENV-EOF
                 READ ENVIOS
                    EVALUATE TRUE
                       WHEN WSS-FS-ENV-OK
                            IF WSF-ENV-FECHA NOT < WSV-FECHA-DESDE
                                PERFORM 510000-LINEA-ENVIO
                            END-IF
                       WHEN WSS-FS-ENV-EOF
                            CONTINUE
                       WHEN OTHER
                            DISPLAY 'FILE STATUS' WSS-FS-ENV
                            MOVE '10' TO WSS-FS-ENV
                    END-EVALUATE
             END-PERFORM
             CLOSE ENVIOS
           END-IF.

           PERFORM 520000-LISTAR-REBOTADAS.

           MOVE SPACES TO FD-ESTADO-ENVIOS
           WRITE FD-ESTADO-ENVIOS.
           INITIALIZE WSL-LINEA
           STRING 'ENVIOS LISTADOS: '               DELIMITED SIZE
                  WSCC-CONT-LISTADOS                DELIMITED SIZE
                  '  ENTREGADOS: '                  DELIMITED SIZE
                  WSCC-CONT-ENTREGADOS              DELIMITED SIZE
                  '  REBOTADOS: '                   DELIMITED SIZE
                  WSCC-CONT-REBOTADOS               DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-ESTADO-ENVIOS
           WRITE FD-ESTADO-ENVIOS.
           INITIALIZE WSL-LINEA
           STRING 'SIN INFORME AUN: '               DELIMITED SIZE
                  WSCC-CONT-PENDIENTES              DELIMITED SIZE
                  '  POR CORREO POSTAL: '           DELIMITED SIZE
                  WSCC-CONT-POR-CORREO              DELIMITED SIZE
                  '  CLIENTES CON MAIL REBOTADO: '  DELIMITED SIZE
                  WSCC-CONT-CTES-REB                DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-ESTADO-ENVIOS
           WRITE FD-ESTADO-ENVIOS.

           CLOSE ESTADO-ENVIOS.

           DISPLAY 'ENVIOS LISTADOS =' WSCC-CONT-LISTADOS
           DISPLAY 'CLIENTES CON MAIL REBOTADO =' WSCC-CONT-CTES-REB.

       510000-LINEA-ENVIO.

           ADD 1 TO WSCC-CONT-LISTADOS

           EVALUATE WSF-ENV-ESTADO
               WHEN 'E'
                    ADD 1 TO WSCC-CONT-ENTREGADOS
                    MOVE 'ENTREGADO' TO WSL-ESTADO-TEXTO
               WHEN 'R'
                    ADD 1 TO WSCC-CONT-REBOTADOS
                    MOVE 'REBOTADO' TO WSL-ESTADO-TEXTO
               WHEN 'C'
                    ADD 1 TO WSCC-CONT-POR-CORREO
                    MOVE 'POSTAL' TO WSL-ESTADO-TEXTO
               WHEN OTHER
                    ADD 1 TO WSCC-CONT-PENDIENTES
                    MOVE 'PENDIENTE' TO WSL-ESTADO-TEXTO
           END-EVALUATE

           EVALUATE WSF-ENV-TIPO
               WHEN 'R'
                    MOVE 'RESUMEN' TO WSL-TIPO-TEXTO
               WHEN 'F'
                    MOVE 'FACTURA' TO WSL-TIPO-TEXTO
               WHEN OTHER
                    MOVE 'CARTA' TO WSL-TIPO-TEXTO
           END-EVALUATE

           INITIALIZE WSL-LINEA
           STRING WSF-ENV-ID                      DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSF-ENV-FECHA                   DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSL-TIPO-TEXTO                  DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSF-ENV-CTE                     DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSF-ENV-MONEDA                  DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSF-ENV-PERIODO                 DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSF-ENV-REFERENCIA (1:15)       DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-ESTADO-TEXTO     TO WSL-LINEA (58:10)
           MOVE WSF-ENV-FECHA-ESTADO TO WSL-LINEA (69:8)
           MOVE WSF-ENV-DETALLE      TO WSL-LINEA (78:23)
           MOVE WSL-LINEA TO FD-ESTADO-ENVIOS
           WRITE FD-ESTADO-ENVIOS.

       520000-LISTAR-REBOTADAS.

      *    Clientes cuya direccion del maestro es una que reboto: hay
      *    que corregirla en PROG01-02-SA (mientras tanto sus
      *    documentos van por correo postal).
           PERFORM 120000-CARGAR-REBOTADAS.

           MOVE SPACES TO FD-ESTADO-ENVIOS
           WRITE FD-ESTADO-ENVIOS.
           MOVE 'CLIENTES CON LA DIRECCION DE MAIL REBOTADA:'
             TO FD-ESTADO-ENVIOS
           WRITE FD-ESTADO-ENVIOS.

           IF WST-CANT-REB = 0
               MOVE '(NINGUNO)' TO FD-ESTADO-ENVIOS
               WRITE FD-ESTADO-ENVIOS
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CLIENTES.
           IF NOT WSS-FS-CTE-OK
               MOVE '(SIN MAESTRO DE CLIENTES PARA CONTROLARLOS)'
                 TO FD-ESTADO-ENVIOS
               WRITE FD-ESTADO-ENVIOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-REB FROM 1 BY 1
                   UNTIL WSI-REB > WST-CANT-REB
               MOVE WST-REB-CTE (WSI-REB) TO WSF-CTE-CTE
               READ CLIENTES KEY IS WSF-CTE-CTE
                   INVALID KEY CONTINUE
               END-READ
               IF WSS-FS-CTE-OK
                 AND WSF-CTE-EMAIL = WST-REB-EMAIL (WSI-REB)
                   ADD 1 TO WSCC-CONT-CTES-REB
                   MOVE WST-REB-CTE (WSI-REB) TO WSL-CTE-EDITADO
                   INITIALIZE WSL-LINEA
                   STRING WSL-CTE-EDITADO          DELIMITED SIZE
                          '  '                     DELIMITED SIZE
                          WSF-CTE-NYA (1:30)       DELIMITED SIZE
                          ' '                      DELIMITED SIZE
                          WST-REB-EMAIL (WSI-REB)  DELIMITED SIZE
                          ' '                      DELIMITED SIZE
                          WST-REB-FECHA (WSI-REB)  DELIMITED SIZE
                     INTO WSL-LINEA
                   END-STRING
                   MOVE WSL-LINEA TO FD-ESTADO-ENVIOS
                   WRITE FD-ESTADO-ENVIOS
               END-IF
           END-PERFORM

           CLOSE CLIENTES.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY). El del archivo
      *    impreso y el de cada documento se arman al usarlos.
           MOVE 'DocumentosMail.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DOCUMENTOS-MAIL

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'ColaMail.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-COLA-MAIL

           MOVE 'EnviosMail.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ENVIOS

           MOVE 'EnviosMailTrabajo.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ENVIOS-TRABAJO

           MOVE 'InformeMail.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-INFORME-MAIL

           MOVE 'DireccionesRebotadas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-REBOTADAS

           MOVE 'EnvioPostal.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-POSTAL

           MOVE 'ControlMail.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL-MAIL

           MOVE 'EstadoEnvios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTADO-ENVIOS

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
           CONTINUE.

           COPY PARAMSP.

           COPY OPERADORP.

       END PROGRAM PROG01-55-SA.
