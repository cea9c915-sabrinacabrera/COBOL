      *              de Resultados.TXT, con membrete, para entregar o
      *              mandar por mail sin tener que reformatear a mano
      *              el registro plano que escribe PROG01-01-SA.
      *              Cierra con los documentos que el cliente tiene
      *              pendientes en la moneda (PartidasAbiertas.TXT).
      *              Cada resumen queda anotado en DocumentosMail.TXT
      *              para el envio por mail (PROG01-55-SA).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RES.

      *    Detalle por servicio de cada renglon de Resultados.TXT
      *    (lo escribe PROG01-01-SA junto con RESULTADO). Opcional:
      *    sin el, el resumen sale solo con los totales.
           SELECT RESDETALLE
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RESDETALLE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RDE.

           SELECT RESUMENES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RESUMENES
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

      *    Partidas abiertas por documento que mantiene
      *    PROG01-07-SA (ver PARTIDAS.CPY).
           SELECT PARTIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PARTIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PTA.

      *    Indice de documentos para el envio por mail (ver
      *    DOCMAIL.CPY).
           SELECT DOCUMENTOS-MAIL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DOCUMENTOS-MAIL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DML.

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

       FD RESUMENES.

      *    Renglon de texto libre: igual que REPSERVICIOS/TOPCLIENTES,
      *    Con B, PROG01-08-SA rechaza los cargos nuevos del cliente
      *    (los pagos y las reversas pasan igual).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo en dias (0 contado / 15 /
      *    30 / 60) y descuento por pronto pago (ver
      *    PROG01-02-SA).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD USUARIOS.

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

       WORKING-STORAGE SECTION.

             88 WSS-FS-RES-OK                      VALUE '00'.
             88 WSS-FS-RES-EOF                     VALUE '10'.
             88 WSS-FS-RES-NOEXISTE                VALUE '35'.
           05 WSS-FS-RDE                           PIC X(02).
             88 WSS-FS-RDE-OK                      VALUE '00'.
             88 WSS-FS-RDE-EOF                     VALUE '10'.
             88 WSS-FS-RDE-NOEXISTE                VALUE '35'.
           05 WSS-FS-RSM                           PIC X(02).
             88 WSS-FS-RSM-OK                      VALUE '00'.
           05 WSS-FS-CTE                           PIC X(02).
           05 WSC-DOMICILIO
              PIC X(40) VALUE 'AV. SIEMPREVIVA 742 - BUENOS AIRES'.

      *    Detalle por servicio del periodo en proceso, consolidado
      *    por cliente, moneda y servicio. Cada renglon se imprime una
      *    sola vez (bajo el primer resumen de su cliente y moneda).
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
               10 WST-DET-IMPRESO   PIC X(01).

       01 WSS-DET-ENCONTRADO          PIC X VALUE 'N'.
           88 WSS-DET-SI-ENCONTRADO   VALUE 'S'.

       01 WSS-DET-TITULO              PIC X VALUE 'N'.
           88 WSS-DET-SI-TITULO       VALUE 'S'.

       01 CONTADORES.
           05 WSCC-CONT-RESUMENES   PIC 9(07).

       01 WSL-IMP-EDITADO           PIC -------,99.
       01 WSL-CANT-EDITADO          PIC ZZ9.
       01 WSL-CTE-EDITADO           PIC Z(06)9.
       01 WSL-CANT-DET-EDITADA      PIC Z(08)9.
       01 WSL-PRECIO-EDITADO        PIC Z(06)9,99 BLANK WHEN ZERO.


      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-RESULTADO-ENTRADA      PIC X(80).
       01 WSV-ARCH-RESUMENES              PIC X(80).
       01 WSV-ARCH-RESDETALLE             PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-CONTROL-CORRIDA        PIC X(80).
       01 WSV-ARCH-ESTAD-CORRIDA          PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).
       01 WSV-ARCH-PARTIDAS               PIC X(80).
       01 WSV-ARCH-DOCUMENTOS-MAIL        PIC X(80).

           COPY PARAMS.
           COPY PARTIDAS.
           COPY DOCMAIL.

       01 WSV-PTA-TOTAL             PIC S9(09)V99.

       PROCEDURE DIVISION.

             PERFORM 300000-FINAL
           END-IF.

           PERFORM 110000-CARGAR-DETALLE.
           PERFORM 980000-CARGAR-PARTIDAS.

           OPEN OUTPUT RESUMENES.
           IF NOT WSS-FS-RSM-OK
             DISPLAY 'ERROR DE ARCHIVO DE RESUMENES'
             PERFORM 300000-FINAL
           END-IF.

      *    Resumenes.TXT se reescribe en cada corrida: los documentos
      *    se cuentan desde cero.
           MOVE 0 TO WSV-DML-ORDEN
           PERFORM 993000-ABRIR-DOCUMENTOS-MAIL.

           OPEN INPUT CLIENTES.
           IF WSS-FS-CTE-NOEXISTE
               DISPLAY 'SIN MAESTRO DE CLIENTES: RESUMENES SIN '
               DISPLAY 'RESULTADOS.TXT VACIO, NADA PARA IMPRIMIR'
           END-IF.

       110000-CARGAR-DETALLE.

      *    Solo el detalle del periodo en proceso (el historico de
      *    detalle arrastra periodos ya cerrados); los renglones
      *    pendientes de otro periodo salen solo con sus totales.
           OPEN INPUT RESDETALLE.
           IF WSS-FS-RDE-NOEXISTE
               DISPLAY 'SIN DETALLE POR SERVICIO: RESUMENES SOLO CON '
                       'TOTALES'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-RDE-OK
             DISPLAY 'ERROR DE ARCHIVO DE DETALLE DE RESULTADOS'
             DISPLAY 'FILE STATUS' WSS-FS-RDE
             PERFORM 300000-FINAL
           END-IF.

           PERFORM UNTIL WSS-FS-RDE-EOF
               READ RESDETALLE
                  EVALUATE TRUE
                     WHEN WSS-FS-RDE-OK
                          IF WSF-RDE-PERIODO = WSP-PERIODO-PROCESO
                              PERFORM 115000-ACUM-DETALLE
                          END-IF
                     WHEN WSS-FS-RDE-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-RDE
                          MOVE '10' TO WSS-FS-RDE
                  END-EVALUATE
           END-PERFORM

           CLOSE RESDETALLE.

       115000-ACUM-DETALLE.

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
                   IF WSF-RDE-PRECIO NOT = WST-DET-PRECIO (WSI-DET)
                       MOVE 0 TO WST-DET-PRECIO (WSI-DET)
                   END-IF
                   MOVE 'S' TO WSS-DET-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-DET-SI-ENCONTRADO
             IF WST-CANT-DET < 6000
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
               MOVE 'N'               TO WST-DET-IMPRESO (WSI-DET)
             ELSE
               DISPLAY 'TABLA DE DETALLE LLENA, SE OMITE CLIENTE '
                       WSF-RDE-CTE
             END-IF
           END-IF.

       200000-PROCESO.

           PERFORM 210000-IMPRIMIR-RESUMEN.
           MOVE WSL-LINEA TO FD-RESUMENES
           WRITE FD-RESUMENES.

           PERFORM 216000-IMPRIMIR-DETALLE.
           PERFORM 217000-IMPRIMIR-PARTIDAS.

           MOVE WSF-RESE-IMP-TOTALTR TO WSL-IMP-EDITADO.
           INITIALIZE WSL-LINEA.
           STRING 'IMPORTE TOTAL ('                DELIMITED SIZE
             PERFORM 300000-FINAL
           END-IF.

           MOVE 'R'                 TO WSV-DML-TIPO
           MOVE WSF-RESE-CTE        TO WSV-DML-CTE
           MOVE WSF-RESE-MONEDA     TO WSV-DML-MONEDA
           MOVE WSF-RESE-PERIODO    TO WSV-DML-PERIODO
           MOVE SPACES              TO WSV-DML-REFERENCIA
           MOVE 'Resumenes.TXT'     TO WSV-DML-ARCHIVO
           PERFORM 993500-REGISTRAR-DOCUMENTO-MAIL.

       215000-IMPRIMIR-DATOS-FISCALES.

      *    Bloque fiscal y de contacto del cliente, leido del maestro
           MOVE WSL-LINEA TO FD-RESUMENES
           WRITE FD-RESUMENES.

       216000-IMPRIMIR-DETALLE.

      *    Detalle por servicio del cliente en la moneda del
      *    resumen: servicio, descripcion, cantidad, precio unitario
      *    (en blanco si no salio de una tarifa) e importe.
           MOVE 'N' TO WSS-DET-TITULO

           PERFORM VARYING WSI-DET FROM 1 BY 1
                   UNTIL WSI-DET > WST-CANT-DET
               IF WST-DET-CTE (WSI-DET) = WSF-RESE-CTE
                 AND WST-DET-PERIODO (WSI-DET) = WSF-RESE-PERIODO
                 AND WST-DET-MONEDA (WSI-DET) = WSF-RESE-MONEDA
                 AND WST-DET-IMPRESO (WSI-DET) = 'N'
                   IF NOT WSS-DET-SI-TITULO
                       MOVE 'S' TO WSS-DET-TITULO
                       MOVE SPACES TO FD-RESUMENES
                       WRITE FD-RESUMENES
                       MOVE 'DETALLE POR SERVICIO:' TO FD-RESUMENES
                       WRITE FD-RESUMENES
                   END-IF
                   MOVE 'S' TO WST-DET-IMPRESO (WSI-DET)
                   MOVE WST-DET-CANTIDAD (WSI-DET)
                     TO WSL-CANT-DET-EDITADA
                   MOVE WST-DET-PRECIO (WSI-DET) TO WSL-PRECIO-EDITADO
                   MOVE WST-DET-IMPORTE (WSI-DET) TO WSL-IMP-EDITADO
                   INITIALIZE WSL-LINEA
                   STRING WST-DET-CODSER (WSI-DET) DELIMITED SIZE
                          ' '                       DELIMITED SIZE
                          WST-DET-DESC (WSI-DET)   DELIMITED SIZE
                          '  '                      DELIMITED SIZE
                          WSL-CANT-DET-EDITADA      DELIMITED SIZE
                          ' '                       DELIMITED SIZE
                          WSL-PRECIO-EDITADO        DELIMITED SIZE
                          ' '                       DELIMITED SIZE
                          WSL-IMP-EDITADO           DELIMITED SIZE
                     INTO WSL-LINEA
                   END-STRING
                   MOVE WSL-LINEA TO FD-RESUMENES
                   WRITE FD-RESUMENES
               END-IF
           END-PERFORM

           IF WSS-DET-SI-TITULO
               MOVE SPACES TO FD-RESUMENES
               WRITE FD-RESUMENES
           END-IF.

       217000-IMPRIMIR-PARTIDAS.

      *    Documentos con saldo del cliente en la moneda del
      *    resumen, una sola vez (bajo el primer resumen de su
      *    cliente y moneda, como el detalle).
           MOVE 'N' TO WSS-DET-TITULO
           MOVE 0   TO WSV-PTA-TOTAL

           PERFORM VARYING WSI-PTA FROM 1 BY 1
                   UNTIL WSI-PTA > WST-CANT-PTA
               IF WST-PTA-CTE (WSI-PTA) = WSF-RESE-CTE
                 AND WST-PTA-MONEDA (WSI-PTA) = WSF-RESE-MONEDA
                 AND WST-PTA-SALDO (WSI-PTA) NOT = 0
                 AND WST-PTA-MARCA (WSI-PTA) = 'N'
                   IF NOT WSS-DET-SI-TITULO
                       MOVE 'S' TO WSS-DET-TITULO
                       MOVE 'DOCUMENTOS PENDIENTES:' TO FD-RESUMENES
                       WRITE FD-RESUMENES
                       MOVE WSL-PTA-TITULO TO FD-RESUMENES
                       WRITE FD-RESUMENES
                   END-IF
                   MOVE 'S' TO WST-PTA-MARCA (WSI-PTA)
                   ADD WST-PTA-SALDO (WSI-PTA) TO WSV-PTA-TOTAL
                   PERFORM 985000-ARMAR-LINEA-PARTIDA
                   MOVE WSL-PTA-LINEA TO FD-RESUMENES
                   WRITE FD-RESUMENES
               END-IF
           END-PERFORM

           IF WSS-DET-SI-TITULO
               MOVE WSV-PTA-TOTAL TO WSL-IMP-EDITADO
               INITIALIZE WSL-LINEA
               STRING 'SALDO PENDIENTE ('              DELIMITED SIZE
                      WSF-RESE-MONEDA                   DELIMITED SIZE
                      '): '                             DELIMITED SIZE
                      FUNCTION TRIM (WSL-IMP-EDITADO)   DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               MOVE WSL-LINEA TO FD-RESUMENES
               WRITE FD-RESUMENES
               MOVE SPACES TO FD-RESUMENES
               WRITE FD-RESUMENES
           END-IF.

       250000-LEER-RESULTADO.

           READ RESULTADO-ENTRADA
      *    generaron hasta el final (no en los cortes por error). Se
      *    decide aca, antes de que los CLOSE pisen el FILE STATUS.
           IF WSS-FS-RES-EOF
               MOVE WSCC-CONT-RESUMENES TO WSV-CTL-LEIDOS
               MOVE WSCC-CONT-RESUMENES TO WSV-CTL-GRABADOS
               PERFORM 940000-ESTAMPAR-CONTROL-CORRIDA
           END-IF.
           PERFORM 310000-TOTALES-DE-CONTROL.
               CLOSE CLIENTES
           END-IF.

           PERFORM 994000-CERRAR-DOCUMENTOS-MAIL.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESUMENES

           MOVE 'ResultadosDetalle.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESDETALLE

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL-CORRIDA

           MOVE 'EstadisticasCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTAD-CORRIDA

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS

           MOVE 'PartidasAbiertas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PARTIDAS

           MOVE 'DocumentosMail.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DOCUMENTOS-MAIL
           CONTINUE.

           COPY PARAMSP.

           COPY PARTIDASP.

           COPY CTLCORRP.

           COPY OPERADORP.

           COPY DOCMAILP.

       END PROGRAM PROG01-05-SA.
