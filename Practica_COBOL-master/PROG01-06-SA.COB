      * Date:
      * Purpose:     Captura y aplicacion de cobranzas: lee el archivo
      *              de recibos que informa cobranzas (cliente, fecha
      *              de pago, importe, moneda, nro de recibo y las
      *              facturas que el cliente dice cancelar) y aplica
      *              cada pago contra los cargos facturados por
      *              PROG01-01-SA en Resultados.TXT, por cliente y
      *              moneda. Deja un archivo de pagos aplicados (que
      *              cierra el circuito facturacion -> cobranza) y un
      *              listado de revision con los pagos sin cargos
      *              contra los cuales aplicar, los saldos pagados
      *              parcialmente y los pagados en exceso. Los recibos
      *              de anticipo (tipo A: el cliente paga antes de
      *              que se le facture) no se aplican a cargos: van al
      *              registro de anticipos por cliente y moneda
      *              (Anticipos.TXT), de donde PROG01-10-SA los aplica
      *              a las facturas siguientes, y se asientan como
      *              pasivo en AsientosGL.TXT.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REV.

      *    Registro acumulativo de anticipos de clientes (EXTEND):
      *    cada anticipo recibido (R) y cada aplicacion a una factura
      *    (A, la graba PROG01-10-SA). El saldo por cliente y moneda
      *    es lo recibido menos lo aplicado.
           SELECT ANTICIPOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ANTICIPOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANT.

      *    Interfaz contable de PROG01-01-SA: los anticipos recibidos
      *    se agregan reconstruyendo el registro de control (ver
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
      *    retencion.
         05 WSF-REC-RETENCION     PIC 9(07)V99.
         05 WSF-REC-NRO-CERT      PIC X(12).
      *    Documentos que el cliente indica cancelar con este
      *    recibo (letra, punto de venta y numero de factura, hasta
      *    cinco). En blanco el pago se aplica de la factura mas
      *    vieja a la mas nueva.
         05 WSF-REC-DOCUMENTOS.
           10 WSF-REC-DOC OCCURS 5 TIMES.
             15 WSF-REC-DOC-LETRA   PIC X(01).
             15 WSF-REC-DOC-PTO-VTA PIC 9(04).
             15 WSF-REC-DOC-NUMERO  PIC 9(08).
      *    Regimen de la retencion (IVA / GAN ganancias / IIB
      *    ingresos brutos / SUS seguridad social); en blanco si no
      *    hubo retencion.
         05 WSF-REC-REGIMEN       PIC X(03).
      *    Tipo de recibo: en blanco cobranza comun / A anticipo
      *    (el cliente paga antes de que se le facture: el importe
      *    va al registro de anticipos y no cancela cargos) / S
      *    aplicacion de un anticipo a una factura (la genera
      *    PROG01-10-SA al emitirla, con el numero del recibo del
      *    anticipo y la factura indicada; se aplica como cualquier
      *    cobranza) / M venta de mostrador (la genera PROG01-59-SA
      *    junto con la factura, cobrada en el acto: la factura no
      *    entra como cargo de Resultados.TXT y el recibo no se
      *    aplica).
         05 WSF-REC-TIPO          PIC X(01).

       FD RESULTADO-ENTRADA.

         05 WSF-PAG-IMPORTE       PIC 9(07)V99.
         05 WSF-PAG-MONEDA        PIC X(03).
         05 WSF-PAG-NRO-RECIBO    PIC 9(08).
      *    Documentos indicados en el recibo: PROG01-07-SA los
      *    cancela primero y aplica el resto por antiguedad.
         05 WSF-PAG-DOCUMENTOS.
           10 WSF-PAG-DOC OCCURS 5 TIMES.
             15 WSF-PAG-DOC-LETRA   PIC X(01).
             15 WSF-PAG-DOC-PTO-VTA PIC 9(04).
             15 WSF-PAG-DOC-NUMERO  PIC 9(08).

       FD RETENCIONES.

         05 WSF-RET-NRO-CERT      PIC X(12).
         05 WSF-RET-IMPORTE       PIC 9(07)V99.
         05 WSF-RET-MONEDA        PIC X(03).
         05 WSF-RET-REGIMEN       PIC X(03).
         05 WSF-RET-NRO-RECIBO    PIC 9(08).

       FD REVISION.

       01 FD-REVISION              PIC X(100).

       FD ANTICIPOS.

       01 FD-ANTICIPOS.
         05 WSF-ANT-CTE           PIC 9(07).
         05 WSF-ANT-MONEDA        PIC X(03).
         05 WSF-ANT-FECHA         PIC 9(08).
      *    R anticipo recibido / A anticipo aplicado a una factura.
         05 WSF-ANT-TIPO          PIC X(01).
         05 WSF-ANT-IMPORTE       PIC 9(09)V99.
      *    Recibo del anticipo (en la aplicacion, el del anticipo que
      *    se consume).
         05 WSF-ANT-NRO-RECIBO    PIC 9(08).
      *    Factura a la que se aplico (en blanco/cero en el recibido).
         05 WSF-ANT-FAC-LETRA     PIC X(01).
         05 WSF-ANT-FAC-PTO-VTA   PIC 9(04).
         05 WSF-ANT-FACTURA       PIC 9(08).
      *    Periodo: el de proceso al recibirlo, el de la factura al
      *    aplicarlo.
         05 WSF-ANT-PERIODO       PIC 9(06).

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
           05 WSS-FS-RET                           PIC X(02).
             88 WSS-FS-RET-OK                      VALUE '00'.
             88 WSS-FS-RET-NOEXISTE                VALUE '35'.
           05 WSS-FS-ANT                           PIC X(02).
             88 WSS-FS-ANT-OK                      VALUE '00'.
             88 WSS-FS-ANT-EOF                     VALUE '10'.
             88 WSS-FS-ANT-NOEXISTE                VALUE '35'.

       01 WSS-ANT-ABIERTO             PIC X VALUE 'N'.
           88 WSS-ANT-SI-ABIERTO      VALUE 'S'.

       01 CONSTANTES.
           05 WSC-MAX-CARGOS        PIC 9(04) VALUE 2000.
           05 WSC-MAX-ANTICIPOS     PIC 9(04) VALUE 5000.
           05 WSC-MONEDA-BASE       PIC X(03) VALUE 'ARS'.
           05 WSC-CTA-DEUDORES      PIC X(16) VALUE 'DEUDORES-VENTAS'.
           05 WSC-CTA-ANTICIPOS     PIC X(16) VALUE 'ANTICIPOS-CLIENT'.

      *    Anticipos ya registrados (cliente y recibo): una corrida
      *    repetida sobre el mismo lote de recibos no los registra ni
      *    los asienta dos veces.
       01 TABLA-ANTICIPOS.
           05 WST-CANT-ANT          PIC 9(04) VALUE 0.
           05 WST-ANT OCCURS 5000 TIMES
                             INDEXED BY WSI-ANT.
               10 WST-ANT-CTE       PIC 9(07).
               10 WST-ANT-NRO       PIC 9(08).

       01 WSS-ANT-REGISTRADO          PIC X VALUE 'N'.
           88 WSS-ANT-SI-REGISTRADO   VALUE 'S'.

      *    Anticipos recibidos en la corrida, valuados en moneda base
      *    para el asiento.
       01 WSV-ANT-BASE              PIC S9(11)V99.
       01 WSV-TOT-ANTICIPOS         PIC S9(11)V99 VALUE 0.

      *    Cargos facturados acumulados por cliente y moneda a partir
      *    de Resultados.TXT (un cliente puede tener varios renglones,
           05 WSCC-CONT-PARCIALES   PIC 9(07).
           05 WSCC-CONT-EXCESOS     PIC 9(07).
           05 WSCC-CONT-RETENCIONES PIC 9(07).
           05 WSCC-CONT-ANTICIPOS   PIC 9(07).
           05 WSCC-CONT-ANT-REPETIDOS PIC 9(07).
           05 WSCC-CONT-MOSTRADOR   PIC 9(07).

       01 WSV-SALDO                 PIC S9(09)V99.

       01 WSV-ARCH-PAGOS                  PIC X(80).
       01 WSV-ARCH-REVISION               PIC X(80).
       01 WSV-ARCH-RETENCIONES            PIC X(80).
       01 WSV-ARCH-ANTICIPOS              PIC X(80).
       01 WSV-ARCH-ASIENTOSGL             PIC X(80).
       01 WSV-ARCH-ASIENTOSGL-TRAB        PIC X(80).
       01 WSV-ARCH-MOVIMIENTOSGL          PIC X(80).

           COPY PARAMS.

           COPY ASIENGL.

       PROCEDURE DIVISION.

       000000-CONTROL.
           END-IF.

           PERFORM 110000-CARGAR-FACTURADO.
           PERFORM 120000-CARGAR-ANTICIPOS.

           OPEN INPUT RECIBOS.
           IF NOT WSS-FS-REC-OK
             PERFORM 300000-FINAL
           END-IF.

           OPEN EXTEND ANTICIPOS.
           IF WSS-FS-ANT-NOEXISTE
               OPEN OUTPUT ANTICIPOS
           END-IF.
           IF NOT WSS-FS-ANT-OK
             DISPLAY 'ERROR DE ARCHIVO DE ANTICIPOS'
             DISPLAY 'FILE STATUS' WSS-FS-ANT
             PERFORM 300000-FINAL
           END-IF.
           MOVE 'S' TO WSS-ANT-ABIERTO.

           MOVE 'CTE      MONEDA  DETALLE DE REVISION DE PAGOS'
                                                    TO FD-REVISION
           WRITE FD-REVISION.
             END-IF
           END-IF.

       120000-CARGAR-ANTICIPOS.

      *    Recibos de anticipo ya registrados en corridas anteriores.
           OPEN INPUT ANTICIPOS.
           IF WSS-FS-ANT-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-ANT-OK
             DISPLAY 'ERROR DE ARCHIVO DE ANTICIPOS'
             DISPLAY 'FILE STATUS' WSS-FS-ANT
             PERFORM 300000-FINAL
           END-IF.

           PERFORM UNTIL WSS-FS-ANT-EOF
               READ ANTICIPOS
                  EVALUATE TRUE
                     WHEN WSS-FS-ANT-OK
                          IF WSF-ANT-TIPO = 'R'
                              PERFORM 125000-AGREGAR-ANTICIPO
                          END-IF
                     WHEN WSS-FS-ANT-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-ANT
                          MOVE '10' TO WSS-FS-ANT
                  END-EVALUATE
           END-PERFORM

           CLOSE ANTICIPOS.

       125000-AGREGAR-ANTICIPO.

           IF WST-CANT-ANT < WSC-MAX-ANTICIPOS
               ADD 1 TO WST-CANT-ANT
               SET WSI-ANT TO WST-CANT-ANT
               MOVE WSF-ANT-CTE        TO WST-ANT-CTE (WSI-ANT)
               MOVE WSF-ANT-NRO-RECIBO TO WST-ANT-NRO (WSI-ANT)
           ELSE
               DISPLAY 'TABLA DE ANTICIPOS LLENA, SIN CONTROL DE '
                       'REPETIDOS PARA EL RECIBO ' WSF-ANT-NRO-RECIBO
           END-IF.

       200000-PROCESO.

           ADD 1 TO WSCC-CONT-RECIBOS.
               MOVE 0 TO WSF-REC-RETENCION
           END-IF.

      *    Un anticipo no cancela cargos: va al registro de anticipos
      *    y se aplica al facturar.
           IF WSF-REC-TIPO = 'A'
               PERFORM 240000-REGISTRAR-ANTICIPO
               EXIT PARAGRAPH
           END-IF.

      *    La venta de mostrador se cobro al emitirla: su recibo no
      *    tiene cargo que cancelar en la cuenta corriente.
           IF WSF-REC-TIPO = 'M'
               ADD 1 TO WSCC-CONT-MOSTRADOR
               EXIT PARAGRAPH
           END-IF.

      *    Busca los cargos facturados del cliente en la moneda del
      *    recibo: si no hay, el recibo queda sin aplicar y se informa
      *    en el listado de revision en lugar de perderse.
      *    de la cuenta corriente.
           MOVE WSV-APLICABLE       TO WSF-PAG-IMPORTE
           MOVE WSF-REC-MONEDA      TO WSF-PAG-MONEDA
           MOVE WSF-REC-NRO         TO WSF-PAG-NRO-RECIBO
           MOVE WSF-REC-DOCUMENTOS  TO WSF-PAG-DOCUMENTOS.

           WRITE FD-PAGOS.
           IF NOT WSS-FS-PAG-OK
             MOVE WSF-REC-NRO-CERT  TO WSF-RET-NRO-CERT
             MOVE WSF-REC-RETENCION TO WSF-RET-IMPORTE
             MOVE WSF-REC-MONEDA    TO WSF-RET-MONEDA
             MOVE WSF-REC-REGIMEN   TO WSF-RET-REGIMEN
             MOVE WSF-REC-NRO       TO WSF-RET-NRO-RECIBO
             WRITE FD-RETENCIONES
             CLOSE RETENCIONES
           END-IF.
           MOVE WSL-LINEA-REV TO FD-REVISION
           WRITE FD-REVISION.

       240000-REGISTRAR-ANTICIPO.

           MOVE 'N' TO WSS-ANT-REGISTRADO
           PERFORM VARYING WSI-ANT FROM 1 BY 1
                   UNTIL WSI-ANT > WST-CANT-ANT
               IF WST-ANT-CTE (WSI-ANT) = WSF-REC-CTE
                 AND WST-ANT-NRO (WSI-ANT) = WSF-REC-NRO
                   MOVE 'S' TO WSS-ANT-REGISTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WSS-ANT-SI-REGISTRADO
               ADD 1 TO WSCC-CONT-ANT-REPETIDOS
               EXIT PARAGRAPH
           END-IF.

      *    Lo retenido con certificado tambien queda a cuenta del
      *    cliente, igual que en la aplicacion a cargos.
           COMPUTE WSV-APLICABLE = WSF-REC-IMPORTE + WSF-REC-RETENCION
           IF WSF-REC-RETENCION > 0
               PERFORM 225000-REGISTRAR-RETENCION
           END-IF.

           ADD 1 TO WSCC-CONT-ANTICIPOS

           MOVE WSF-REC-CTE          TO WSF-ANT-CTE
           MOVE WSF-REC-MONEDA       TO WSF-ANT-MONEDA
           MOVE WSF-REC-FECHA        TO WSF-ANT-FECHA
           MOVE 'R'                  TO WSF-ANT-TIPO
           MOVE WSV-APLICABLE        TO WSF-ANT-IMPORTE
           MOVE WSF-REC-NRO          TO WSF-ANT-NRO-RECIBO
           MOVE SPACE                TO WSF-ANT-FAC-LETRA
           MOVE 0                    TO WSF-ANT-FAC-PTO-VTA
           MOVE 0                    TO WSF-ANT-FACTURA
           MOVE WSP-PERIODO-PROCESO  TO WSF-ANT-PERIODO
           WRITE FD-ANTICIPOS.
           IF NOT WSS-FS-ANT-OK
             DISPLAY 'ERROR DE ARCHIVO DE ANTICIPOS'
             DISPLAY 'FILE STATUS' WSS-FS-ANT
             PERFORM 300000-FINAL
           END-IF.

           PERFORM 125000-AGREGAR-ANTICIPO

      *    Valuado en moneda base para el asiento (mismo criterio
      *    que la prevision de PROG01-39-SA).
           IF WSF-REC-MONEDA = WSC-MONEDA-BASE
               MOVE WSV-APLICABLE TO WSV-ANT-BASE
           ELSE
               COMPUTE WSV-ANT-BASE ROUNDED =
                       WSV-APLICABLE * WSP-TASA-USD
           END-IF
           ADD WSV-ANT-BASE TO WSV-TOT-ANTICIPOS.

       250000-LEER-RECIBOS.

           READ RECIBOS
           PERFORM 305000-REVISION-SALDOS.
           PERFORM 310000-TOTALES-DE-CONTROL.
           PERFORM 320000-CERRAR-SALIDA.
      *    Lo que quedo grabado en el registro de anticipos se asienta
      *    aun si la corrida se corta despues: una corrida repetida
      *    ya no lo vuelve a registrar.
           IF WSV-TOT-ANTICIPOS > 0
               PERFORM 330000-ASENTAR-ANTICIPOS
           END-IF.
           STOP RUN.

       305000-REVISION-SALDOS.
           DISPLAY 'SALDOS CON PAGO PARCIAL =' WSCC-CONT-PARCIALES
           DISPLAY 'SALDOS CON PAGO EN EXCESO =' WSCC-CONT-EXCESOS
           DISPLAY 'RETENCIONES REGISTRADAS =' WSCC-CONT-RETENCIONES
           DISPLAY 'ANTICIPOS REGISTRADOS =' WSCC-CONT-ANTICIPOS
           DISPLAY 'ANTICIPOS YA REGISTRADOS (REPETIDOS) ='
                                           WSCC-CONT-ANT-REPETIDOS
           DISPLAY 'RECIBOS DE VENTA DE MOSTRADOR (NO SE APLICAN) ='
                                           WSCC-CONT-MOSTRADOR
           DISPLAY '********************************************'.

       320000-CERRAR-SALIDA.
            DISPLAY 'FILE STATUS' WSS-FS-REV
           END-IF.

           IF WSS-ANT-SI-ABIERTO
               CLOSE ANTICIPOS
               MOVE 'N' TO WSS-ANT-ABIERTO
           END-IF.

       330000-ASENTAR-ANTICIPOS.

      *    Cada recibo la tesoreria lo asienta contra deudores por
      *    ventas; lo cobrado como anticipo no cancela deuda sino que
      *    es un pasivo con el cliente hasta que se le facture: se
      *    reclasifica de deudores al pasivo de anticipos. La
      *    aplicacion al facturar (PROG01-10-SA) hace el asiento
      *    inverso.
           PERFORM 960000-ABRIR-ASIENTOS.
           IF NOT WSG-SI-ABIERTO
               DISPLAY 'ANTICIPOS NO ASENTADOS: REVISAR AsientosGL.TXT'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'D'                    TO WSG-GL-TIPO
           MOVE WSC-CTA-DEUDORES       TO WSG-GL-CUENTA
           MOVE WSV-TOT-ANTICIPOS      TO WSG-GL-IMPORTE
           MOVE 'ANTICIPOS DE CLIENTES RECIBIDOS' TO WSG-GL-LEYENDA
           MOVE WSP-PERIODO-PROCESO    TO WSG-GL-PERIODO
           PERFORM 962000-GRABAR-PARTIDA

           MOVE 'H'                    TO WSG-GL-TIPO
           MOVE WSC-CTA-ANTICIPOS      TO WSG-GL-CUENTA
           MOVE WSV-TOT-ANTICIPOS      TO WSG-GL-IMPORTE
           MOVE 'ANTICIPOS DE CLIENTES RECIBIDOS' TO WSG-GL-LEYENDA
           MOVE WSP-PERIODO-PROCESO    TO WSG-GL-PERIODO
           PERFORM 962000-GRABAR-PARTIDA

           PERFORM 965000-CERRAR-ASIENTOS.

           MOVE 0 TO WSV-TOT-ANTICIPOS.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
           MOVE 'RetencionesRecibidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RETENCIONES

           MOVE 'Anticipos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ANTICIPOS

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
           COPY ASIENGLP.

       END PROGRAM PROG01-06-SA.
