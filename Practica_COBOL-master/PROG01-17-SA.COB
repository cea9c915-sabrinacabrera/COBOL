      *              intimacion final) y genera el texto de la carta
      *              que corresponda para todo cliente cuyo bucket mas
      *              viejo supere la antiguedad configurada en
      *              parametros, escalando un nivel por corrida. La
      *              antiguedad son los dias vencidos desde el
      *              vencimiento de cada factura (ver VENCIM.CPY).
      *              Cuando los pagos aplicados por PROG01-06-SA (ya
      *              acreditados en el maestro de saldos por
      *              PROG01-07-SA) bajan la deuda por debajo del
      *              umbral, el nivel del cliente se resetea solo.
      *              Reemplaza las cartas que cobranzas tipeaba a mano
      *              leyendo el reporte de antiguedad. La carta detalla
      *              los documentos que siguen abiertos
      *              (PartidasAbiertas.TXT). Cada carta queda anotada
      *              en DocumentosMail.TXT para el envio por mail
      *              (PROG01-55-SA).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SAL.

      *    Reclamos de clientes de PROG01-44-SA: lo reclamado en un
      *    reclamo abierto no cuenta como deuda (ver RECLAMO.CPY).
           SELECT RECLAMOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RECLAMOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RCL.

      *    Nivel de intimacion vigente por cliente y moneda: se lee
      *    entero al inicio y se reescribe entero al final con los
      *    niveles escalados (idioma de recarga de PROG01-04-SA). Un
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAR.

      *    Facturas emitidas por PROG01-10-SA: de aca sale el
      *    vencimiento de cada cliente/periodo/moneda para medir la
      *    mora en dias (ver VENCIM.CPY).
           SELECT EMITIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EMITIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VTO.

      *    Mismo maestro indexado que mantiene PROG01-02-SA, abierto
      *    INPUT: de aca salen el nombre y el domicilio postal de la
      *    carta.
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

       01 FD-ESTADO.
         05 WSF-EST-MONEDA        PIC X(03).
      *    1 primer aviso / 2 segundo aviso / 3 intimacion final (el
      *    nivel 3 no sigue escalando: se reitera hasta que cobren o
      *    el cliente pase a la agencia) / 4 en agencia de cobranza
      *    externa (lo asigna PROG01-45-SA; aca ya no se le manda
      *    carta, y sale del nivel 4 cuando no le queda saldo).
         05 WSF-EST-NIVEL         PIC 9(01).
      *    Fecha de la ultima carta generada.
         05 WSF-EST-FECHA         PIC 9(08).

       01 FD-CARTAS                PIC X(80).

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

              PIC X(40) VALUE 'AV. SIEMPREVIVA 742 - BUENOS AIRES'.
           05 WSC-MAX-DEUDORES      PIC 9(04) VALUE 2000.
           05 WSC-NIVEL-FINAL       PIC 9(01) VALUE 3.
           05 WSC-NIVEL-AGENCIA     PIC 9(01) VALUE 4.

      *    Sin maestro de clientes las cartas salen con el codigo y
      *    el nombre del saldo, sin domicilio.
           88 WSS-CTES-SI-ABIERTO     VALUE 'S'.

       01 WSV-PERIODO-PROCESO       PIC 9(06).

       01 WSV-FECHA-SISTEMA         PIC 9(08).

      *    Deuda por cliente y moneda, bucketeada como el reporte de
      *    antiguedad de PROG01-07-SA, mas el tramo de mora (0 a 3,
      *    ver VENCIM.CPY) del periodo abierto mas vencido con deuda.
       01 TABLA-DEUDORES.
           05 WST-CANT-DEU          PIC 9(04) VALUE 0.
           05 WST-DEUDOR OCCURS 2000 TIMES
       01 WSS-ESTADO-ENCONTRADO       PIC X VALUE 'N'.
           88 WSS-ESTADO-SI-ENCONTRADO VALUE 'S'.

       01 WSS-DOC-TITULO              PIC X VALUE 'N'.
           88 WSS-DOC-SI-TITULO       VALUE 'S'.

       01 WSV-NIVEL-CARTA           PIC 9(01).
       01 WSV-DEUDA-VENCIDA         PIC S9(09)V99.

           05 WSCC-CONT-CARTAS-2    PIC 9(05).
           05 WSCC-CONT-CARTAS-3    PIC 9(05).
           05 WSCC-CONT-RESETEADOS  PIC 9(05).
           05 WSCC-CONT-EN-AGENCIA  PIC 9(05).

       01 WSL-LINEA                 PIC X(80).
       01 WSL-IMP-EDITADO           PIC ---------,99.
      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-SALDOS                 PIC X(80).
       01 WSV-ARCH-RECLAMOS               PIC X(80).
       01 WSV-ARCH-ESTADO                 PIC X(80).
       01 WSV-ARCH-CARTAS                 PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-EMITIDAS               PIC X(80).
       01 WSV-ARCH-PARTIDAS               PIC X(80).
       01 WSV-ARCH-DOCUMENTOS-MAIL        PIC X(80).

           COPY PARAMS.
           COPY RECLAMO.
           COPY VENCIM.
           COPY PARTIDAS.
           COPY DOCMAIL.

       PROCEDURE DIVISION.


           MOVE WSP-PERIODO-PROCESO TO WSV-PERIODO-PROCESO.
           DISPLAY 'PERIODO DE REFERENCIA: ' WSV-PERIODO-PROCESO.
           DISPLAY 'UMBRAL DE INTIMACION (TRAMO 1=30/2=60/3=90+): '
                   WSP-MESES-INTIMACION.

           PERFORM 970000-CARGAR-VENCIMIENTOS.
           PERFORM 980000-CARGAR-PARTIDAS.
           PERFORM 975000-CARGAR-RECLAMOS.
           PERFORM 110000-CARGAR-SALDOS.
           PERFORM 120000-CARGAR-ESTADO.

             STOP RUN
           END-IF.

      *    CartasIntimacion.TXT se reescribe en cada corrida: los
      *    documentos se cuentan desde cero.
           MOVE 0 TO WSV-DML-ORDEN
           PERFORM 993000-ABRIR-DOCUMENTOS-MAIL.

       110000-CARGAR-SALDOS.

      *    Acumula la deuda abierta por cliente y moneda con la misma
               READ SALDOS
                  EVALUATE TRUE
                     WHEN WSS-FS-SAL-OK
                          PERFORM 118000-EXCLUIR-RECLAMOS
                          ADD 1 TO WSCC-CONT-SALDOS
                          PERFORM 115000-ACUM-DEUDOR
                     WHEN WSS-FS-SAL-EOF

           CLOSE SALDOS.

       118000-EXCLUIR-RECLAMOS.

      *    El saldo del renglon queda sin lo que el cliente tiene en
      *    reclamo abierto para el mismo periodo y moneda.
           MOVE WSF-SAL-CTE     TO WSV-RCL-CTE
           MOVE WSF-SAL-MONEDA  TO WSV-RCL-MONEDA
           MOVE WSF-SAL-PERIODO TO WSV-RCL-PERIODO
           MOVE WSF-SAL-IMPORTE TO WSV-RCL-SALDO
           PERFORM 976000-DESCONTAR-RECLAMADO
           MOVE WSV-RCL-SALDO   TO WSF-SAL-IMPORTE.

       115000-ACUM-DEUDOR.

           MOVE 'N' TO WSS-DEUDOR-ENCONTRADO
             END-IF
           END-IF

      *    Dias vencidos contra el vencimiento de la factura del
      *    periodo, llevados al tramo de mora.
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
           ADD WSF-SAL-IMPORTE TO WST-DEU-TOTAL (WSI-DEU)

      *    Solo un periodo con deuda real (importe positivo) empuja
      *    el tramo maximo: un credito viejo no dispara intimaciones.
      *    El umbral de parametros se compara contra el tramo (1 =
      *    hasta 30 dias vencidos, 2 = hasta 60, 3 = mas de 60).
           IF WSF-SAL-IMPORTE > 0
             AND WSV-VTO-TRAMO > WST-DEU-EDAD-MAX (WSI-DEU)
               MOVE WSV-VTO-TRAMO TO WST-DEU-EDAD-MAX (WSI-DEU)
           END-IF.

       120000-CARGAR-ESTADO.

           PERFORM 215000-BUSCAR-ESTADO.

      *    El cliente en la agencia lo gestiona ella: sin carta y sin
      *    cambio de nivel mientras le quede algun saldo abierto.
           IF WSS-ESTADO-SI-ENCONTRADO
             AND WST-EST-NIVEL (WSI-EST) = WSC-NIVEL-AGENCIA
               ADD 1 TO WSCC-CONT-EN-AGENCIA
               EXIT PARAGRAPH
           END-IF.

           IF WST-DEU-EDAD-MAX (WSI-DEU) >= WSP-MESES-INTIMACION
             AND WST-DEU-TOTAL (WSI-DEU) > 0
               IF WSS-ESTADO-SI-ENCONTRADO
           MOVE WSL-LINEA TO FD-CARTAS
           WRITE FD-CARTAS.

           PERFORM 226000-DOCUMENTOS-CARTA.

           MOVE ALL '=' TO FD-CARTAS
           WRITE FD-CARTAS.

             STOP RUN
           END-IF.

           MOVE 'C'                      TO WSV-DML-TIPO
           MOVE WST-DEU-CTE (WSI-DEU)    TO WSV-DML-CTE
           MOVE WST-DEU-MONEDA (WSI-DEU) TO WSV-DML-MONEDA
           MOVE WSV-PERIODO-PROCESO      TO WSV-DML-PERIODO
           MOVE SPACES                   TO WSV-DML-REFERENCIA
           STRING 'NIVEL '               DELIMITED SIZE
                  WSV-NIVEL-CARTA        DELIMITED SIZE
                  ' '                    DELIMITED SIZE
                  WSV-FECHA-SISTEMA      DELIMITED SIZE
             INTO WSV-DML-REFERENCIA
           END-STRING
           MOVE 'CartasIntimacion.TXT'   TO WSV-DML-ARCHIVO
           PERFORM 993500-REGISTRAR-DOCUMENTO-MAIL.

       225000-DOMICILIO-CARTA.

      *    Domicilio postal desde el maestro (bloque de contacto de
           MOVE 'DOMICILIO: (SIN DATO EN EL MAESTRO)' TO FD-CARTAS
           WRITE FD-CARTAS.

       226000-DOCUMENTOS-CARTA.

      *    Documentos del cliente en la moneda que siguen con saldo:
      *    el cliente ve que facturas se le reclaman.
           MOVE 'N' TO WSS-DOC-TITULO

           PERFORM VARYING WSI-PTA FROM 1 BY 1
                   UNTIL WSI-PTA > WST-CANT-PTA
               IF WST-PTA-CTE (WSI-PTA) = WST-DEU-CTE (WSI-DEU)
                 AND WST-PTA-MONEDA (WSI-PTA) =
                                      WST-DEU-MONEDA (WSI-DEU)
                 AND WST-PTA-SALDO (WSI-PTA) NOT = 0
                   IF NOT WSS-DOC-SI-TITULO
                       MOVE 'S' TO WSS-DOC-TITULO
                       MOVE SPACES TO FD-CARTAS
                       WRITE FD-CARTAS
                       MOVE 'DOCUMENTOS PENDIENTES:' TO FD-CARTAS
                       WRITE FD-CARTAS
                       MOVE WSL-PTA-TITULO TO FD-CARTAS
                       WRITE FD-CARTAS
                   END-IF
                   PERFORM 985000-ARMAR-LINEA-PARTIDA
                   MOVE WSL-PTA-LINEA TO FD-CARTAS
                   WRITE FD-CARTAS
               END-IF
           END-PERFORM.

       228000-LINEA-BUCKET-30.

           INITIALIZE WSL-LINEA.
               CLOSE CLIENTES
           END-IF.

           PERFORM 994000-CERRAR-DOCUMENTOS-MAIL.

           STOP RUN.

       330000-REESCRIBIR-ESTADO.
           DISPLAY 'SEGUNDOS AVISOS =' WSCC-CONT-CARTAS-2
           DISPLAY 'INTIMACIONES FINALES =' WSCC-CONT-CARTAS-3
           DISPLAY 'NIVELES RESETEADOS =' WSCC-CONT-RESETEADOS
           DISPLAY 'EN AGENCIA (SIN CARTA) =' WSCC-CONT-EN-AGENCIA
           DISPLAY 'RECLAMADO EXCLUIDO =' WSV-RCL-TOTAL-EXCLUIDO
           DISPLAY '********************************************'.

       926000-ARMAR-NOMBRES.
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SALDOS

           MOVE 'Reclamos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECLAMOS

           MOVE 'IntimacionesEstado.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTADO
           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'FacturasEmitidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EMITIDAS

           MOVE 'PartidasAbiertas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PARTIDAS

           MOVE 'DocumentosMail.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DOCUMENTOS-MAIL
           CONTINUE.

           COPY PARAMSP.
           COPY RECLAMOP.
           COPY VENCIMP.
           COPY PARTIDASP.
           COPY DOCMAILP.

       END PROGRAM PROG01-17-SA.
