      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Recibo oficial de cobranza. La opcion 1 imprime
      *              el recibo de cada pago que PROG01-07-SA aplico y
      *              que todavia no se emitio: numero de recibo
      *              (WSF-PAG-NRO-RECIBO de PROG01-06-SA), datos
      *              fiscales del cliente, importe y moneda, la
      *              retencion sufrida con su certificado y las
      *              facturas (con su periodo) que el pago cancelo.
      *              La opcion 2 reimprime un recibo ya emitido con
      *              la marca DUPLICADO y el mismo numero. Los
      *              recibos emitidos quedan en RecibosEmitidos.TXT
      *              con su fecha de emision y la cantidad de
      *              duplicados.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-41-SA.

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

      *    Historico de aplicaciones que graba PROG01-07-SA: los
      *    renglones de un mismo recibo vienen juntos.
           SELECT APLICACIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-APLICACIONES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-APL.

      *    Mismo Recibos.TXT que consume PROG01-06-SA: de aca sale
      *    la retencion y su certificado.
           SELECT RECIBOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RECIBOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REC.

      *    Registro de recibos ya emitidos: se lee completo al inicio
      *    y se reescribe completo al final.
           SELECT EMITIDOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EMITIDOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EMR.

      *    Documento imprimible, un recibo atras de otro (mismo
      *    estilo que Facturas.TXT de PROG01-10-SA).
           SELECT RECIBOS-OFICIALES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RECIBOS-OFICIALES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ROF.

      *    Mismo maestro indexado que mantiene PROG01-02-SA, abierto
      *    INPUT para el bloque fiscal del recibo.
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

       FD APLICACIONES.

      *    Mismo layout que FD-APLICACIONES en PROG01-07-SA.
       01 FD-APLICACIONES.
         05 WSF-APL-NRO-RECIBO    PIC 9(08).
         05 WSF-APL-CTE           PIC 9(07).
         05 WSF-APL-FECHA         PIC 9(08).
         05 WSF-APL-IMPORTE-PAGO  PIC 9(07)V99.
         05 WSF-APL-MONEDA        PIC X(03).
         05 WSF-APL-TIPO          PIC X(01).
         05 WSF-APL-LETRA         PIC X(01).
         05 WSF-APL-PTO-VTA       PIC 9(04).
         05 WSF-APL-NUMERO        PIC 9(08).
         05 WSF-APL-PERIODO       PIC 9(06).
         05 WSF-APL-IMPORTE       PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-APL-PROCESO       PIC 9(06).

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

       FD EMITIDOS.

      *    Un registro por recibo emitido: el numero no se vuelve a
      *    emitir como original; las reimpresiones suman duplicados.
       01 FD-EMITIDOS.
         05 WSF-EMR-NRO-RECIBO    PIC 9(08).
         05 WSF-EMR-CTE           PIC 9(07).
         05 WSF-EMR-FECHA-EMISION PIC 9(08).
         05 WSF-EMR-DUPLICADOS    PIC 9(03).

       FD RECIBOS-OFICIALES.

       01 FD-RECIBOS-OFICIALES     PIC X(100).

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

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-APL                           PIC X(02).
             88 WSS-FS-APL-OK                      VALUE '00'.
             88 WSS-FS-APL-EOF                     VALUE '10'.
             88 WSS-FS-APL-NOEXISTE                VALUE '35'.
           05 WSS-FS-REC                           PIC X(02).
             88 WSS-FS-REC-OK                      VALUE '00'.
             88 WSS-FS-REC-EOF                     VALUE '10'.
             88 WSS-FS-REC-NOEXISTE                VALUE '35'.
           05 WSS-FS-EMR                           PIC X(02).
             88 WSS-FS-EMR-OK                      VALUE '00'.
             88 WSS-FS-EMR-EOF                     VALUE '10'.
             88 WSS-FS-EMR-NOEXISTE                VALUE '35'.
           05 WSS-FS-ROF                           PIC X(02).
             88 WSS-FS-ROF-OK                      VALUE '00'.
             88 WSS-FS-ROF-NOEXISTE                VALUE '35'.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-NOEXISTE                VALUE '35'.

       01 CONSTANTES.
           05 WSC-RAZON-SOCIAL
              PIC X(40) VALUE 'SISTEMAS ACTIVOS S.R.L.'.
           05 WSC-DOMICILIO
              PIC X(40) VALUE 'AV. SIEMPREVIVA 742 - BUENOS AIRES'.
           05 WSC-MAX-EMITIDOS      PIC 9(05) VALUE 20000.
           05 WSC-MAX-RETENCIONES   PIC 9(04) VALUE 5000.
           05 WSC-MAX-RENGLONES     PIC 9(03) VALUE 50.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-EMITIR                VALUE 1.
           88 WSV-OPC-REIMPRIMIR            VALUE 2.

       01 WSS-CTES-ABIERTO            PIC X VALUE 'N'.
           88 WSS-CTES-SI-ABIERTO     VALUE 'S'.

      *    Recibos ya emitidos.
       01 TABLA-EMITIDOS.
           05 WST-CANT-EMR          PIC 9(05) VALUE 0.
           05 WST-EMR OCCURS 20000 TIMES
                             INDEXED BY WSI-EMR.
               10 WST-EMR-NRO-RECIBO    PIC 9(08).
               10 WST-EMR-CTE           PIC 9(07).
               10 WST-EMR-FECHA-EMISION PIC 9(08).
               10 WST-EMR-DUPLICADOS    PIC 9(03).

      *    El registro de emitidos no entro completo: no se emite
      *    ni se reescribe (se podria repetir un original).
       01 WSS-EMR-DESBORDE            PIC X VALUE 'N'.
           88 WSS-EMR-SI-DESBORDE     VALUE 'S'.

      *    Recibos del lote con retencion.
       01 TABLA-RETENCIONES.
           05 WST-CANT-RET          PIC 9(04) VALUE 0.
           05 WST-RET OCCURS 5000 TIMES
                             INDEXED BY WSI-RET.
               10 WST-RET-NRO       PIC 9(08).
               10 WST-RET-CTE       PIC 9(07).
               10 WST-RET-IMPORTE   PIC 9(07)V99.
               10 WST-RET-NRO-CERT  PIC X(12).

      *    Recibo en armado: cabecera y renglones de aplicacion.
       01 WSV-RECIBO.
           05 WSV-RBO-NRO           PIC 9(08).
           05 WSV-RBO-CTE           PIC 9(07).
           05 WSV-RBO-FECHA         PIC 9(08).
           05 WSV-RBO-IMPORTE       PIC 9(07)V99.
           05 WSV-RBO-MONEDA        PIC X(03).
           05 WSV-RBO-FECHA-EMISION PIC 9(08).
           05 WSV-RBO-RETENCION     PIC 9(07)V99.
           05 WSV-RBO-NRO-CERT      PIC X(12).
           05 WSV-RBO-COBRADO       PIC S9(09)V99.

       01 TABLA-RENGLONES.
           05 WST-CANT-REN          PIC 9(03) VALUE 0.
           05 WST-REN OCCURS 50 TIMES
                             INDEXED BY WSI-REN.
               10 WST-REN-TIPO      PIC X(01).
               10 WST-REN-LETRA     PIC X(01).
               10 WST-REN-PTO-VTA   PIC 9(04).
               10 WST-REN-NUMERO    PIC 9(08).
               10 WST-REN-PERIODO   PIC 9(06).
               10 WST-REN-IMPORTE   PIC S9(09)V99.

       01 WSS-DUPLICADO               PIC X VALUE 'N'.
           88 WSS-SI-DUPLICADO        VALUE 'S'.

       01 WSS-RECIBO-HALLADO          PIC X VALUE 'N'.
           88 WSS-RECIBO-SI-HALLADO   VALUE 'S'.

       01 WSV-NRO-BUSCADO           PIC 9(08).
       01 WSV-POS-EMR               PIC 9(05).
       01 WSV-FECHA-SISTEMA         PIC 9(08).

       01 CONTADORES.
           05 WSCC-CONT-LEIDOS      PIC 9(07).
           05 WSCC-CONT-EMITIDOS    PIC 9(07).
           05 WSCC-CONT-YA-EMITIDOS PIC 9(07).

       01 WSL-LINEA                 PIC X(100).
       01 WSL-IMP-EDITADO           PIC ---------,99.
       01 WSL-CTE-EDITADO           PIC Z(06)9.
       01 WSL-COMPROBANTE.
           05 WSL-CMP-LETRA         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WSL-CMP-PTO-VTA       PIC 9(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WSL-CMP-NUMERO        PIC 9(08).

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-APLICACIONES           PIC X(80).
       01 WSV-ARCH-RECIBOS                PIC X(80).
       01 WSV-ARCH-EMITIDOS               PIC X(80).
       01 WSV-ARCH-RECIBOS-OFICIALES      PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).

           COPY PARAMS.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           PERFORM 100000-INICIO.
           PERFORM 200000-PROCESO.
           PERFORM 300000-FINAL.

       100000-INICIO.

           INITIALIZE CONTADORES.

           DISPLAY '1 - EMITIR RECIBOS PENDIENTES'
           DISPLAY '2 - REIMPRIMIR UN RECIBO (DUPLICADO)'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-OPCION.

           IF NOT WSV-OPC-EMITIR AND NOT WSV-OPC-REIMPRIMIR
               DISPLAY 'OPCION INVALIDA'
               STOP RUN
           END-IF.

           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 110000-CARGAR-EMITIDOS.
           IF WSS-EMR-SI-DESBORDE
               DISPLAY 'REGISTRO DE RECIBOS EMITIDOS INCOMPLETO EN '
                       'MEMORIA: NO SE EMITE'
               STOP RUN
           END-IF.

           PERFORM 120000-CARGAR-RETENCIONES.

           OPEN INPUT CLIENTES.
           IF WSS-FS-CTE-NOEXISTE
               DISPLAY 'SIN MAESTRO DE CLIENTES: RECIBOS SIN '
                       'DATOS FISCALES'
           ELSE
             IF NOT WSS-FS-CTE-OK
               DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
               DISPLAY 'FILE STATUS' WSS-FS-CTE
               STOP RUN
             ELSE
               MOVE 'S' TO WSS-CTES-ABIERTO
             END-IF
           END-IF.

           OPEN EXTEND RECIBOS-OFICIALES.
           IF WSS-FS-ROF-NOEXISTE
               OPEN OUTPUT RECIBOS-OFICIALES
           END-IF.
           IF NOT WSS-FS-ROF-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECIBOS OFICIALES'
             DISPLAY 'FILE STATUS' WSS-FS-ROF
             STOP RUN
           END-IF.

       110000-CARGAR-EMITIDOS.

           MOVE 0   TO WST-CANT-EMR
           MOVE 'N' TO WSS-EMR-DESBORDE

           OPEN INPUT EMITIDOS.
           IF WSS-FS-EMR-NOEXISTE
               DISPLAY 'PRIMER EMISION DE RECIBOS OFICIALES'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-EMR-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECIBOS EMITIDOS'
             DISPLAY 'FILE STATUS' WSS-FS-EMR
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-EMR-EOF
               READ EMITIDOS
                  EVALUATE TRUE
                     WHEN WSS-FS-EMR-OK
                          PERFORM 115000-SUMAR-EMITIDO
                     WHEN WSS-FS-EMR-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE RECIBOS '
                                  'EMITIDOS'
                          DISPLAY 'FILE STATUS' WSS-FS-EMR
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE EMITIDOS.

       115000-SUMAR-EMITIDO.

           IF WST-CANT-EMR < WSC-MAX-EMITIDOS
               ADD 1 TO WST-CANT-EMR
               SET WSI-EMR TO WST-CANT-EMR
               MOVE WSF-EMR-NRO-RECIBO  TO WST-EMR-NRO-RECIBO (WSI-EMR)
               MOVE WSF-EMR-CTE           TO WST-EMR-CTE (WSI-EMR)
               MOVE WSF-EMR-FECHA-EMISION
                                     TO WST-EMR-FECHA-EMISION (WSI-EMR)
               MOVE WSF-EMR-DUPLICADOS  TO WST-EMR-DUPLICADOS (WSI-EMR)
           ELSE
               MOVE 'S' TO WSS-EMR-DESBORDE
           END-IF.

       120000-CARGAR-RETENCIONES.

      *    Solo interesan los recibos con retencion: la tabla lleva
      *    su importe y su certificado para el pie del recibo.
           MOVE 0 TO WST-CANT-RET

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
                          IF WSF-REC-RETENCION NUMERIC
                            AND WSF-REC-RETENCION > 0
                              PERFORM 125000-SUMAR-RETENCION
                          END-IF
                     WHEN WSS-FS-REC-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE RECIBOS'
                          DISPLAY 'FILE STATUS' WSS-FS-REC
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RECIBOS.

       125000-SUMAR-RETENCION.

           IF WST-CANT-RET < WSC-MAX-RETENCIONES
               ADD 1 TO WST-CANT-RET
               SET WSI-RET TO WST-CANT-RET
               MOVE WSF-REC-NRO       TO WST-RET-NRO (WSI-RET)
               MOVE WSF-REC-CTE       TO WST-RET-CTE (WSI-RET)
               MOVE WSF-REC-RETENCION TO WST-RET-IMPORTE (WSI-RET)
               MOVE WSF-REC-NRO-CERT  TO WST-RET-NRO-CERT (WSI-RET)
           ELSE
               DISPLAY 'TABLA DE RETENCIONES LLENA, RECIBO '
                       WSF-REC-NRO ' SIN CERTIFICADO'
           END-IF.

       200000-PROCESO.

           IF WSV-OPC-EMITIR
               PERFORM 210000-EMITIR-PENDIENTES
           ELSE
               PERFORM 260000-REIMPRIMIR
           END-IF.

       210000-EMITIR-PENDIENTES.

      *    Recorre el historico de aplicaciones cortando por
      *    recibo: cada recibo que no figura como emitido sale como
      *    original y queda registrado.
           MOVE 'N' TO WSS-DUPLICADO
           MOVE 0   TO WSV-RBO-NRO
           MOVE 0   TO WST-CANT-REN

           OPEN INPUT APLICACIONES.
           IF WSS-FS-APL-NOEXISTE
               DISPLAY 'SIN APLICACIONES DE RECIBOS'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-APL-OK
             DISPLAY 'ERROR DE ARCHIVO DE APLICACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-APL
             EXIT PARAGRAPH
           END-IF.

           PERFORM 250000-LEER-APLICACION.
           PERFORM UNTIL WSS-FS-APL-EOF
               IF WSF-APL-NRO-RECIBO NOT = WSV-RBO-NRO
                 OR WSF-APL-CTE NOT = WSV-RBO-CTE
                   PERFORM 220000-CERRAR-RECIBO
                   PERFORM 215000-ABRIR-RECIBO
               END-IF
               PERFORM 230000-SUMAR-RENGLON
               PERFORM 250000-LEER-APLICACION
           END-PERFORM

           PERFORM 220000-CERRAR-RECIBO.

           CLOSE APLICACIONES.

       215000-ABRIR-RECIBO.

           MOVE WSF-APL-NRO-RECIBO   TO WSV-RBO-NRO
           MOVE WSF-APL-CTE          TO WSV-RBO-CTE
           MOVE WSF-APL-FECHA        TO WSV-RBO-FECHA
           MOVE WSF-APL-IMPORTE-PAGO TO WSV-RBO-IMPORTE
           MOVE WSF-APL-MONEDA       TO WSV-RBO-MONEDA
           MOVE 0                    TO WST-CANT-REN.

       220000-CERRAR-RECIBO.

           IF WSV-RBO-NRO = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM 240000-BUSCAR-EMITIDO.
           IF WSV-POS-EMR > 0
               ADD 1 TO WSCC-CONT-YA-EMITIDOS
               EXIT PARAGRAPH
           END-IF.

           IF WST-CANT-EMR >= WSC-MAX-EMITIDOS
               DISPLAY 'REGISTRO DE RECIBOS EMITIDOS LLENO, RECIBO '
                       WSV-RBO-NRO ' NO EMITIDO'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-EMR
           SET WSI-EMR TO WST-CANT-EMR
           MOVE WSV-RBO-NRO       TO WST-EMR-NRO-RECIBO (WSI-EMR)
           MOVE WSV-RBO-CTE       TO WST-EMR-CTE (WSI-EMR)
           MOVE WSV-FECHA-SISTEMA TO WST-EMR-FECHA-EMISION (WSI-EMR)
           MOVE 0                 TO WST-EMR-DUPLICADOS (WSI-EMR)

           MOVE WSV-FECHA-SISTEMA TO WSV-RBO-FECHA-EMISION
           PERFORM 270000-IMPRIMIR-RECIBO.
           ADD 1 TO WSCC-CONT-EMITIDOS.

       230000-SUMAR-RENGLON.

           ADD 1 TO WSCC-CONT-LEIDOS

           IF WST-CANT-REN >= WSC-MAX-RENGLONES
               DISPLAY 'RECIBO ' WSF-APL-NRO-RECIBO
                       ' CON MAS DE 50 APLICACIONES, SE OMITE UNA'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-REN
           SET WSI-REN TO WST-CANT-REN
           MOVE WSF-APL-TIPO    TO WST-REN-TIPO (WSI-REN)
           MOVE WSF-APL-LETRA   TO WST-REN-LETRA (WSI-REN)
           MOVE WSF-APL-PTO-VTA TO WST-REN-PTO-VTA (WSI-REN)
           MOVE WSF-APL-NUMERO  TO WST-REN-NUMERO (WSI-REN)
           MOVE WSF-APL-PERIODO TO WST-REN-PERIODO (WSI-REN)
           MOVE WSF-APL-IMPORTE TO WST-REN-IMPORTE (WSI-REN).

       240000-BUSCAR-EMITIDO.

           MOVE 0 TO WSV-POS-EMR

           PERFORM VARYING WSI-EMR FROM 1 BY 1
                   UNTIL WSI-EMR > WST-CANT-EMR
               IF WST-EMR-NRO-RECIBO (WSI-EMR) = WSV-RBO-NRO
                   SET WSV-POS-EMR TO WSI-EMR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       250000-LEER-APLICACION.

           READ APLICACIONES
              EVALUATE TRUE
                 WHEN WSS-FS-APL-OK
                      CONTINUE
                 WHEN WSS-FS-APL-EOF
                      CONTINUE
                 WHEN OTHER
                      DISPLAY 'ERROR DE ARCHIVO DE APLICACIONES'
                      DISPLAY 'FILE STATUS' WSS-FS-APL
                      MOVE '10' TO WSS-FS-APL
              END-EVALUATE.

       260000-REIMPRIMIR.

      *    Reimpresion: el recibo sale desde el historico con su
      *    numero y su fecha de emision original y la marca
      *    DUPLICADO; solo se reimprime un recibo ya emitido.
           DISPLAY 'NUMERO DE RECIBO A REIMPRIMIR: '
           ACCEPT WSV-NRO-BUSCADO.

           MOVE WSV-NRO-BUSCADO TO WSV-RBO-NRO
           PERFORM 240000-BUSCAR-EMITIDO.
           IF WSV-POS-EMR = 0
               DISPLAY 'EL RECIBO ' WSV-NRO-BUSCADO
                       ' NO FUE EMITIDO TODAVIA (OPCION 1)'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WSS-DUPLICADO
           MOVE 'N' TO WSS-RECIBO-HALLADO
           MOVE 0   TO WST-CANT-REN

           OPEN INPUT APLICACIONES.
           IF NOT WSS-FS-APL-OK
             DISPLAY 'ERROR DE ARCHIVO DE APLICACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-APL
             EXIT PARAGRAPH
           END-IF.

           PERFORM 250000-LEER-APLICACION.
           PERFORM UNTIL WSS-FS-APL-EOF
               IF WSF-APL-NRO-RECIBO = WSV-NRO-BUSCADO
                   IF NOT WSS-RECIBO-SI-HALLADO
                       MOVE 'S' TO WSS-RECIBO-HALLADO
                       PERFORM 215000-ABRIR-RECIBO
                   END-IF
                   PERFORM 230000-SUMAR-RENGLON
               END-IF
               PERFORM 250000-LEER-APLICACION
           END-PERFORM

           CLOSE APLICACIONES.

           IF NOT WSS-RECIBO-SI-HALLADO
               DISPLAY 'SIN APLICACIONES PARA EL RECIBO '
                       WSV-NRO-BUSCADO
               EXIT PARAGRAPH
           END-IF.

           SET WSI-EMR TO WSV-POS-EMR
           MOVE WST-EMR-FECHA-EMISION (WSI-EMR)
                                     TO WSV-RBO-FECHA-EMISION
           ADD 1 TO WST-EMR-DUPLICADOS (WSI-EMR)
           PERFORM 270000-IMPRIMIR-RECIBO.
           ADD 1 TO WSCC-CONT-EMITIDOS.
           DISPLAY 'RECIBO ' WSV-NRO-BUSCADO ' REIMPRESO (DUPLICADO)'.

       270000-IMPRIMIR-RECIBO.

      *    Retencion sufrida del recibo (si la hubo).
           MOVE 0      TO WSV-RBO-RETENCION
           MOVE SPACES TO WSV-RBO-NRO-CERT
           PERFORM VARYING WSI-RET FROM 1 BY 1
                   UNTIL WSI-RET > WST-CANT-RET
               IF WST-RET-NRO (WSI-RET) = WSV-RBO-NRO
                 AND WST-RET-CTE (WSI-RET) = WSV-RBO-CTE
                   MOVE WST-RET-IMPORTE (WSI-RET)  TO WSV-RBO-RETENCION
                   MOVE WST-RET-NRO-CERT (WSI-RET) TO WSV-RBO-NRO-CERT
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES               TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.
           MOVE WSC-RAZON-SOCIAL     TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.
           MOVE WSC-DOMICILIO        TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.
           MOVE ALL '-'              TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.

           INITIALIZE WSL-LINEA.
           STRING 'RECIBO NRO '                   DELIMITED SIZE
                  WSV-RBO-NRO                      DELIMITED SIZE
                  '   FECHA DE EMISION: '          DELIMITED SIZE
                  WSV-RBO-FECHA-EMISION            DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           IF WSS-SI-DUPLICADO
               MOVE '*** DUPLICADO ***' TO WSL-LINEA (60:17)
           END-IF.
           MOVE WSL-LINEA TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.

           MOVE WSV-RBO-CTE TO WSL-CTE-EDITADO.
           MOVE WSV-RBO-CTE TO WSF-CTE-CTE.
           MOVE SPACES      TO WSF-CTE-NYA.
           IF WSS-CTES-SI-ABIERTO
               READ CLIENTES KEY IS WSF-CTE-CTE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
           INITIALIZE WSL-LINEA.
           STRING 'CLIENTE: '                     DELIMITED SIZE
                  WSL-CTE-EDITADO                  DELIMITED SIZE
                  '  '                             DELIMITED SIZE
                  FUNCTION TRIM (WSF-CTE-NYA)      DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.

           PERFORM 272000-IMPRIMIR-DATOS-FISCALES.

           MOVE SPACES TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.

           MOVE WSV-RBO-IMPORTE TO WSL-IMP-EDITADO.
           INITIALIZE WSL-LINEA.
           STRING 'RECIBIMOS LA SUMA DE '         DELIMITED SIZE
                  WSV-RBO-MONEDA                   DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  FUNCTION TRIM (WSL-IMP-EDITADO)  DELIMITED SIZE
                  ' CON FECHA '                    DELIMITED SIZE
                  WSV-RBO-FECHA                    DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.

      *    El pago aplicado es lo cobrado mas la retencion (ver
      *    210000-APLICAR-PAGO en PROG01-06-SA).
           IF WSV-RBO-RETENCION > 0
               COMPUTE WSV-RBO-COBRADO =
                       WSV-RBO-IMPORTE - WSV-RBO-RETENCION
               MOVE WSV-RBO-COBRADO TO WSL-IMP-EDITADO
               INITIALIZE WSL-LINEA
               STRING '  COBRADO: '               DELIMITED SIZE
                      FUNCTION TRIM (WSL-IMP-EDITADO)
                                                   DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-RECIBOS-OFICIALES
               WRITE FD-RECIBOS-OFICIALES
               MOVE WSV-RBO-RETENCION TO WSL-IMP-EDITADO
               INITIALIZE WSL-LINEA
               STRING '  RETENCION SUFRIDA: '     DELIMITED SIZE
                      FUNCTION TRIM (WSL-IMP-EDITADO)
                                                   DELIMITED SIZE
                      '  CERTIFICADO NRO '         DELIMITED SIZE
                      WSV-RBO-NRO-CERT             DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-RECIBOS-OFICIALES
               WRITE FD-RECIBOS-OFICIALES
           END-IF.

           MOVE SPACES TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.
           MOVE 'APLICADO A:' TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.

           PERFORM 275000-IMPRIMIR-RENGLON
               VARYING WSI-REN FROM 1 BY 1
               UNTIL WSI-REN > WST-CANT-REN.

           MOVE ALL '=' TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.

       272000-IMPRIMIR-DATOS-FISCALES.

      *    Mismo bloque fiscal que la factura de PROG01-10-SA.
           IF NOT WSS-CTES-SI-ABIERTO
             OR NOT WSS-FS-CTE-OK
               MOVE '(SIN DATOS FISCALES EN EL MAESTRO)'
                                              TO FD-RECIBOS-OFICIALES
               WRITE FD-RECIBOS-OFICIALES
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WSL-LINEA.
           STRING 'DOMICILIO: '                    DELIMITED SIZE
                  FUNCTION TRIM (WSF-CTE-DOMICILIO) DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.

           INITIALIZE WSL-LINEA.
           STRING 'CUIT: '                         DELIMITED SIZE
                  WSF-CTE-CUIT                      DELIMITED SIZE
                  '  COND. IVA: '                   DELIMITED SIZE
                  WSF-CTE-COND-IVA                  DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING.
           MOVE WSL-LINEA TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.

       275000-IMPRIMIR-RENGLON.

           MOVE WST-REN-IMPORTE (WSI-REN) TO WSL-IMP-EDITADO
           MOVE WST-REN-LETRA (WSI-REN)   TO WSL-CMP-LETRA
           MOVE WST-REN-PTO-VTA (WSI-REN) TO WSL-CMP-PTO-VTA
           MOVE WST-REN-NUMERO (WSI-REN)  TO WSL-CMP-NUMERO

           INITIALIZE WSL-LINEA
           EVALUATE WST-REN-TIPO (WSI-REN)
               WHEN 'F'
                    STRING '  FACTURA '           DELIMITED SIZE
                           WSL-COMPROBANTE        DELIMITED SIZE
                           '  PERIODO '           DELIMITED SIZE
                           WST-REN-PERIODO (WSI-REN)
                                                  DELIMITED SIZE
                           '  '                   DELIMITED SIZE
                           WSL-IMP-EDITADO        DELIMITED SIZE
                      INTO WSL-LINEA
                    END-STRING
               WHEN 'C'
                    STRING '  CHEQUE RECHAZADO BCO '
                                                  DELIMITED SIZE
                           WST-REN-PTO-VTA (WSI-REN)
                                                  DELIMITED SIZE
                           ' NRO '                DELIMITED SIZE
                           WST-REN-NUMERO (WSI-REN)
                                                  DELIMITED SIZE
                           '  '                   DELIMITED SIZE
                           WSL-IMP-EDITADO        DELIMITED SIZE
                      INTO WSL-LINEA
                    END-STRING
               WHEN OTHER
                    STRING '  A CUENTA (SALDO A FAVOR)     '
                                                  DELIMITED SIZE
                           '  PERIODO '           DELIMITED SIZE
                           WST-REN-PERIODO (WSI-REN)
                                                  DELIMITED SIZE
                           '  '                   DELIMITED SIZE
                           WSL-IMP-EDITADO        DELIMITED SIZE
                      INTO WSL-LINEA
                    END-STRING
           END-EVALUATE
           MOVE WSL-LINEA TO FD-RECIBOS-OFICIALES
           WRITE FD-RECIBOS-OFICIALES.

       300000-FINAL.

           CLOSE RECIBOS-OFICIALES.
           IF WSS-CTES-SI-ABIERTO
               CLOSE CLIENTES
           END-IF.

           IF WSCC-CONT-EMITIDOS > 0
               PERFORM 330000-REESCRIBIR-EMITIDOS
           END-IF.

           DISPLAY '********************************************'
           DISPLAY 'APLICACIONES LEIDAS =' WSCC-CONT-LEIDOS
           DISPLAY 'RECIBOS IMPRESOS =' WSCC-CONT-EMITIDOS
           DISPLAY 'RECIBOS YA EMITIDOS ANTES =' WSCC-CONT-YA-EMITIDOS
           DISPLAY '********************************************'.

           STOP RUN.

       330000-REESCRIBIR-EMITIDOS.

           OPEN OUTPUT EMITIDOS.
           IF NOT WSS-FS-EMR-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECIBOS EMITIDOS'
             DISPLAY 'FILE STATUS' WSS-FS-EMR
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-EMR FROM 1 BY 1
                   UNTIL WSI-EMR > WST-CANT-EMR
               MOVE WST-EMR-NRO-RECIBO (WSI-EMR) TO WSF-EMR-NRO-RECIBO
               MOVE WST-EMR-CTE (WSI-EMR)        TO WSF-EMR-CTE
               MOVE WST-EMR-FECHA-EMISION (WSI-EMR)
                                             TO WSF-EMR-FECHA-EMISION
               MOVE WST-EMR-DUPLICADOS (WSI-EMR) TO WSF-EMR-DUPLICADOS
               WRITE FD-EMITIDOS
           END-PERFORM

           CLOSE EMITIDOS.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'AplicacionesRecibos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-APLICACIONES

           MOVE 'Recibos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECIBOS

           MOVE 'RecibosEmitidos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EMITIDOS

           MOVE 'RecibosOficiales.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECIBOS-OFICIALES

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES
           CONTINUE.

           COPY PARAMSP.

       END PROGRAM PROG01-41-SA.
