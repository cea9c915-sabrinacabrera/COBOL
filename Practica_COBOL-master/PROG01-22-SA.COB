      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Interes de financiacion sobre saldos envejecidos:
      *              paso mensual que toma la deuda vencida de cada
      *              cliente y moneda en SaldosClientes.TXT (dias
      *              vencidos contra el vencimiento de la factura,
      *              misma regla que los buckets de PROG01-07-SA), le
      *              aplica la tasa mensual de parametros en
      *              proporcion a los dias del mes que estuvo vencida
      *              y vuelca el interes como una
      *              transaccion del servicio FIN en Transac.TXT (la
      *              convencion del servicio ABO: un codigo propio que
      *              viaja por la validacion y la facturacion como
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

      *    Facturas emitidas por PROG01-10-SA: de aca sale el
      *    vencimiento de cada cliente/periodo/moneda para medir la
      *    mora en dias (ver VENCIM.CPY).
           SELECT EMITIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EMITIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VTO.

      *    Mismo Transac.TXT que valida PROG01-08-SA, con su trailer
      *    de control como ultimo registro.
           SELECT TRANSAC
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

       FD TRANSAC.

      *    Mismo layout que FD-TRANSAC en PROG01-03-SA.
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

       WORKING-STORAGE SECTION.

       01 WSV-FECHA-INTERES         PIC 9(08).

       01 WSV-PERIODO-PROCESO       PIC 9(06).

      *    Dias del mes en proceso que el saldo estuvo vencido.
       01 WSV-DIAS-INTERES          PIC 9(02).

       01 WSV-INTERES               PIC 9(07)V99.

      *    Deuda vencida por cliente y moneda, con el interes del
      *    mes ya proporcionado saldo por saldo (sin redondear).
       01 TABLA-DEUDORES.
           05 WST-CANT-DEU          PIC 9(04) VALUE 0.
           05 WST-DEUDOR OCCURS 2000 TIMES
               10 WST-DEU-CTE       PIC 9(07).
               10 WST-DEU-MONEDA    PIC X(03).
               10 WST-DEU-VENCIDO   PIC S9(09)V99.
               10 WST-DEU-INTERES   PIC S9(09)V9(04).

       01 WSV-INTERES-SALDO         PIC S9(09)V9(04).

       01 WSS-DEUDOR-ENCONTRADO       PIC X VALUE 'N'.
           88 WSS-DEUDOR-SI-ENCONTRADO VALUE 'S'.
      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-SALDOS                 PIC X(80).
       01 WSV-ARCH-RECLAMOS               PIC X(80).
       01 WSV-ARCH-TRANSAC                PIC X(80).
       01 WSV-ARCH-TRABAJO                PIC X(80).
       01 WSV-ARCH-AUDITORIA              PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-CONTROL-CORRIDA        PIC X(80).
       01 WSV-ARCH-ESTAD-CORRIDA          PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).
       01 WSV-ARCH-EMITIDAS               PIC X(80).

           COPY PARAMS.
           COPY RECLAMO.
           COPY VENCIM.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF.

           PERFORM 970000-CARGAR-VENCIMIENTOS.
           PERFORM 975000-CARGAR-RECLAMOS.
           PERFORM 110000-CARGAR-DEUDA-VENCIDA.

           IF WST-CANT-DEU = 0

       110000-CARGAR-DEUDA-VENCIDA.

      *    Suma por cliente y moneda los saldos positivos ya
      *    vencidos al cierre del periodo en proceso (los buckets
      *    30/60/90+ de PROG01-07-SA, ver VENCIM.CPY). Los creditos
      *    no compensan: el interes corre sobre lo efectivamente
      *    vencido.
           OPEN INPUT SALDOS.
           IF WSS-FS-SAL-NOEXISTE
               DISPLAY 'NO EXISTE SaldosClientes.TXT'
               READ SALDOS
                  EVALUATE TRUE
                     WHEN WSS-FS-SAL-OK
                          PERFORM 118000-EXCLUIR-RECLAMOS
                          PERFORM 115000-EVALUAR-SALDO
                     WHEN WSS-FS-SAL-EOF
                          CONTINUE

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

       115000-EVALUAR-SALDO.

           IF WSF-SAL-IMPORTE <= 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WSF-SAL-CTE     TO WSV-VTO-CTE
           MOVE WSF-SAL-MONEDA  TO WSV-VTO-MONEDA
           MOVE WSF-SAL-PERIODO TO WSV-VTO-PERIODO
           PERFORM 972000-DIAS-VENCIDOS

           IF WSV-VTO-TRAMO < 1
               EXIT PARAGRAPH
           END-IF.

      *    Una factura que vencio dentro del mes paga solo los dias
      *    que estuvo vencida; la que ya venia vencida (o el saldo
      *    sin factura con vencimiento, regla por periodo) paga el
      *    mes entero.
           IF WSV-VTO-FECHA = 0
             OR WSV-VTO-DIAS >= WSV-VTO-CORTE-DIA
               MOVE WSV-VTO-CORTE-DIA TO WSV-DIAS-INTERES
           ELSE
               MOVE WSV-VTO-DIAS      TO WSV-DIAS-INTERES
           END-IF

           COMPUTE WSV-INTERES-SALDO =
                   (WSF-SAL-IMPORTE * WSP-TASA-FINANCIACION / 100)
                   * WSV-DIAS-INTERES / WSV-VTO-CORTE-DIA

           MOVE 'N' TO WSS-DEUDOR-ENCONTRADO

           PERFORM VARYING WSI-DEU FROM 1 BY 1
               IF WST-DEU-CTE (WSI-DEU) = WSF-SAL-CTE
                 AND WST-DEU-MONEDA (WSI-DEU) = WSF-SAL-MONEDA
                   ADD WSF-SAL-IMPORTE TO WST-DEU-VENCIDO (WSI-DEU)
                   ADD WSV-INTERES-SALDO TO WST-DEU-INTERES (WSI-DEU)
                   MOVE 'S' TO WSS-DEUDOR-ENCONTRADO
                   EXIT PERFORM
               END-IF
               MOVE WSF-SAL-CTE     TO WST-DEU-CTE (WSI-DEU)
               MOVE WSF-SAL-MONEDA  TO WST-DEU-MONEDA (WSI-DEU)
               MOVE WSF-SAL-IMPORTE TO WST-DEU-VENCIDO (WSI-DEU)
               MOVE WSV-INTERES-SALDO TO WST-DEU-INTERES (WSI-DEU)
             ELSE
               DISPLAY 'TABLA DE DEUDORES LLENA, SE OMITE CLIENTE '
                       WSF-SAL-CTE

       210000-GENERAR-INTERES.

      *    Interes del mes: deuda vencida por la tasa mensual,
      *    proporcionada por los dias vencidos de cada saldo en
      *    115000. La transaccion sale en la moneda del saldo,
      *    fechada el dia 01 del periodo en proceso, con la sucursal
      *    del maestro.
           COMPUTE WSV-INTERES ROUNDED = WST-DEU-INTERES (WSI-DEU)

           IF WSV-INTERES = 0
               EXIT PARAGRAPH
           IF WSS-TRAILER-SI-CUADRA
             AND WSS-SI-GENERACION-COMPLETA
               PERFORM 330000-RECONSTRUIR-TRANSAC
               COMPUTE WSV-CTL-LEIDOS = WSCC-CONT-INTERESES
                                      + WSCC-CONT-SIN-CLIENTE
               MOVE WSCC-CONT-INTERESES   TO WSV-CTL-GRABADOS
               MOVE WSCC-CONT-SIN-CLIENTE TO WSV-CTL-RECHAZOS
               PERFORM 940000-ESTAMPAR-CONTROL-CORRIDA
           END-IF.
           PERFORM 310000-TOTALES-DE-CONTROL.
           DISPLAY 'TRANSACCIONES PREVIAS =' WSCC-CONT-PREVIAS
           DISPLAY 'INTERESES GENERADOS =' WSCC-CONT-INTERESES
           DISPLAY 'CLIENTES SIN MAESTRO =' WSCC-CONT-SIN-CLIENTE
           DISPLAY 'RECLAMADO EXCLUIDO =' WSV-RCL-TOTAL-EXCLUIDO
           DISPLAY '********************************************'.

       926000-ARMAR-NOMBRES.
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SALDOS

           MOVE 'Reclamos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECLAMOS

           MOVE 'Transac.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TRANSAC
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL-CORRIDA

           MOVE 'EstadisticasCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTAD-CORRIDA

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS

           MOVE 'FacturasEmitidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EMITIDAS
           CONTINUE.

           COPY PARAMSP.
           COPY RECLAMOP.
           COPY VENCIMP.

           COPY CTLCORRP.

