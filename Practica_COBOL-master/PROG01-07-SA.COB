      *              periodo mas viejo al mas nuevo. Reescribe el
      *              maestro de saldos y emite el reporte de antiguedad
      *              de deuda (corriente / 30 / 60 / 90+ dias) que
      *              cobranzas armaba a mano en Excel. La edad de cada
      *              saldo son los dias vencidos contra el vencimiento
      *              de su factura (condicion de pago del cliente).
      *              Mantiene ademas las partidas abiertas por
      *              documento (PartidasAbiertas.TXT): incorpora las
      *              facturas y notas de credito emitidas y cancela
      *              primero las facturas que el recibo indica, y el
      *              resto de la mas vieja a la mas nueva. Cada
      *              aplicacion de un recibo queda registrada en
      *              AplicacionesRecibos.TXT, de donde PROG01-41-SA
      *              imprime el recibo oficial. No corre (ni vacia
      *              PagosAplicados.TXT) mientras haya recibos del
      *              ciclo que PROG01-58-SA no registro en
      *              CuotasLiquidadas.TXT.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.

      *    Reporte de antiguedad de saldos para cobranzas: una linea
      *    por cliente y moneda con deuda abierta, bucketeada en
      *    corriente / 30 / 60 / 90+ dias segun los dias vencidos
      *    desde el vencimiento de la factura del periodo de origen.
      *    Renglon de texto libre, igual que REPSERVICIOS.
           SELECT ANTIGUEDAD
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ANTIGUEDAD
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANT.

      *    Facturas emitidas por PROG01-10-SA: de aca sale el
      *    vencimiento de cada cliente/periodo/moneda para medir la
      *    mora en dias (ver VENCIM.CPY).
           SELECT EMITIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EMITIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VTO.

      *    Notas de credito emitidas por PROG01-18-SA: se incorporan
      *    a las partidas y cancelan la factura que corrigen.
           SELECT NCEMITIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-NCEMITIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-NCE.

      *    Partidas abiertas por documento (ver PARTIDAS.CPY): se
      *    lee completo al inicio y se reescribe completo al final,
      *    con las mismas reglas que el maestro de saldos.
           SELECT PARTIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PARTIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PTA.

      *    Historico de aplicaciones de recibos (EXTEND): un
      *    renglon por documento que cancelo cada pago, o por el
      *    sobrante que quedo a cuenta. Lo lee PROG01-41-SA para el
      *    recibo oficial.
           SELECT APLICACIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-APLICACIONES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-APL.

      *    Registro de PROG01-58-SA: todo recibo que paso por la
      *    cancelacion de cuotas figura ahi al menos una vez.
           SELECT CUOTAS-LIQUIDADAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CUOTAS-LIQUIDADAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CLQ.

       DATA DIVISION.

       FILE SECTION.
         05 WSF-PAGE-IMPORTE      PIC 9(07)V99.
         05 WSF-PAGE-MONEDA       PIC X(03).
         05 WSF-PAGE-NRO-RECIBO   PIC 9(08).
      *    Facturas que el recibo indica cancelar (en blanco: FIFO).
         05 WSF-PAGE-DOCUMENTOS.
           10 WSF-PAGE-DOC OCCURS 5 TIMES
                             INDEXED BY WSI-PAGE-DOC.
             15 WSF-PAGE-DOC-LETRA   PIC X(01).
             15 WSF-PAGE-DOC-PTO-VTA PIC 9(04).
             15 WSF-PAGE-DOC-NUMERO  PIC 9(08).

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
         05 WSF-NCE-MOTIVO        PIC X(01).
      *    Periodo en proceso de la corrida de PROG01-18-SA que
      *    emitio la nota; en blanco en las notas anteriores.
         05 WSF-NCE-PERIODO-EMI   PIC 9(06).

       FD PARTIDAS.

      *    Una partida por documento (ver PARTIDAS.CPY).
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

       FD APLICACIONES.

      *    Cabecera del pago (repetida en cada renglon) y documento
      *    al que se aplico: F factura / C cheque rechazado / R
      *    sobrante a cuenta (numero = el propio recibo).
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

       FD ANTIGUEDAD.

       01 FD-ANTIGUEDAD            PIC X(120).

       FD CUOTAS-LIQUIDADAS.

      *    Mismo layout que FD-CUOTAS-LIQUIDADAS en PROG01-58-SA.
       01 FD-CUOTAS-LIQUIDADAS.
         05 WSF-CLQ-FECHA         PIC 9(08).
         05 WSF-CLQ-PERIODO       PIC 9(06).
         05 WSF-CLQ-CTE           PIC 9(07).
         05 WSF-CLQ-VENCIMIENTO   PIC 9(08).
         05 WSF-CLQ-SECUENCIA     PIC 9(03).
         05 WSF-CLQ-NRO-RECIBO    PIC 9(08).
         05 WSF-CLQ-FECHA-PAGO    PIC 9(08).
         05 WSF-CLQ-IMP-ANTERIOR  PIC 9(04)V9(02).
         05 WSF-CLQ-IMP-APLICADO  PIC 9(04)V9(02).
         05 WSF-CLQ-IMP-SALDO     PIC 9(04)V9(02).
         05 WSF-CLQ-ESTADO        PIC X(01).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
             88 WSS-FS-PAG-NOEXISTE                VALUE '35'.
           05 WSS-FS-ANT                           PIC X(02).
             88 WSS-FS-ANT-OK                      VALUE '00'.
           05 WSS-FS-NCE                           PIC X(02).
             88 WSS-FS-NCE-OK                      VALUE '00'.
             88 WSS-FS-NCE-EOF                     VALUE '10'.
             88 WSS-FS-NCE-NOEXISTE                VALUE '35'.
           05 WSS-FS-APL                           PIC X(02).
             88 WSS-FS-APL-OK                      VALUE '00'.
             88 WSS-FS-APL-NOEXISTE                VALUE '35'.
           05 WSS-FS-CLQ                           PIC X(02).
             88 WSS-FS-CLQ-OK                      VALUE '00'.
             88 WSS-FS-CLQ-EOF                     VALUE '10'.
             88 WSS-FS-CLQ-NOEXISTE                VALUE '35'.

       01 CONSTANTES.
           05 WSC-MAX-SALDOS        PIC 9(04) VALUE 3000.
           05 WSC-MAX-APLICACIONES  PIC 9(04) VALUE 5000.
           05 WSC-MAX-RECIBOS       PIC 9(04) VALUE 5000.

       01 WSV-PERIODO-PROCESO       PIC 9(06).

      *    Recibos de PagosAplicados.TXT y si ya figuran en
      *    CuotasLiquidadas.TXT (ver 105000-VERIFICAR-CUOTAS).
       01 TABLA-RECIBOS.
           05 WST-CANT-REC          PIC 9(04) VALUE 0.
           05 WST-REC OCCURS 5000 TIMES
                             INDEXED BY WSI-REC.
               10 WST-REC-NRO       PIC 9(08).
               10 WST-REC-LIQUIDADO PIC X(01).

       01 WSS-REC-HALLADO             PIC X VALUE 'N'.
           88 WSS-REC-SI-HALLADO      VALUE 'S'.

       01 WSV-NRO-RECIBO            PIC 9(08).
       01 WSV-REC-PENDIENTES        PIC 9(04).

      *    Saldos abiertos por cliente, moneda y periodo de origen:
      *    el arrastre anterior mas los cargos del periodo procesado,

      *    Posicion del registro mas viejo (o mas nuevo) encontrado
      *    en las busquedas de 220000/225000, fuera de la tabla para
      *    poder recorrer con un indice y recordar otro. El cliente y
      *    la moneda buscados los carga quien acredita (el pago en
      *    210000 o la nota de credito en 159000).
       01 WSV-POS-HALLADA           PIC 9(04).
       01 WSV-POS-ULTIMA            PIC 9(04).
       01 WSV-PERIODO-HALLADO       PIC 9(06).
       01 WSV-SAL-BUSCADO.
           05 WSV-SAL-BUS-CTE       PIC 9(07).
           05 WSV-SAL-BUS-MONEDA    PIC X(03).

       01 WSV-RESTO-PAGO            PIC S9(09)V99.
       01 WSV-APLICADO              PIC S9(09)V99.

      *    Partidas: documento buscado, posiciones halladas (la
      *    factura y, si la hay, la partida de credito que la
      *    cancela) y lo que queda por aplicar del pago o credito.
       01 WSV-PTA-BUSCADA.
           05 WSV-PTA-BUS-TIPO      PIC X(01).
           05 WSV-PTA-BUS-LETRA     PIC X(01).
           05 WSV-PTA-BUS-PTO-VTA   PIC 9(04).
           05 WSV-PTA-BUS-NUMERO    PIC 9(08).
           05 WSV-PTA-BUS-CTE       PIC 9(07).
           05 WSV-PTA-BUS-MONEDA    PIC X(03).
       01 WSV-POS-PTA               PIC 9(04).
       01 WSV-POS-CREDITO           PIC 9(04).
       01 WSV-POS-FACTURA           PIC 9(04).
       01 WSV-VTO-HALLADO-PTA       PIC 9(08).
       01 WSV-RESTO-PTA             PIC S9(09)V99.
       01 WSV-APLICADO-PTA          PIC S9(09)V99.

      *    Aplicacion a registrar para el recibo oficial (ver
      *    167000).
       01 WSV-APLICACION.
           05 WSV-APL-TIPO          PIC X(01).
           05 WSV-APL-LETRA         PIC X(01).
           05 WSV-APL-PTO-VTA       PIC 9(04).
           05 WSV-APL-NUMERO        PIC 9(08).
           05 WSV-APL-PERIODO       PIC 9(06).
           05 WSV-APL-IMPORTE       PIC S9(09)V99.

      *    Aplicaciones de los pagos del ciclo: se graban recien al
      *    final y solo si los saldos y partidas se reescribieron
      *    (una corrida a repetir no debe dejar aplicaciones).
       01 TABLA-APLICACIONES.
           05 WST-CANT-APL          PIC 9(04) VALUE 0.
           05 WST-APL OCCURS 5000 TIMES
                             INDEXED BY WSI-APL.
               10 WST-APL-NRO-RECIBO   PIC 9(08).
               10 WST-APL-CTE          PIC 9(07).
               10 WST-APL-FECHA        PIC 9(08).
               10 WST-APL-IMPORTE-PAGO PIC 9(07)V99.
               10 WST-APL-MONEDA       PIC X(03).
               10 WST-APL-TIPO         PIC X(01).
               10 WST-APL-LETRA        PIC X(01).
               10 WST-APL-PTO-VTA      PIC 9(04).
               10 WST-APL-NUMERO       PIC 9(08).
               10 WST-APL-PERIODO      PIC 9(06).
               10 WST-APL-IMPORTE      PIC S9(09)V99.

      *    Buckets de antiguedad del cliente/moneda en curso.
       01 ACUM-ANTIGUEDAD.
           05 WSA-ANT-CORRIENTE     PIC S9(09)V99.
           05 WSCC-CONT-PAGOS       PIC 9(07).
           05 WSCC-CONT-GRABADOS    PIC 9(07).
           05 WSCC-CONT-LISTADOS    PIC 9(07).
           05 WSCC-CONT-DOC-NUEVOS  PIC 9(07).
           05 WSCC-CONT-DOC-INDICADOS PIC 9(07).
           05 WSCC-CONT-DOC-NO-HALLADOS PIC 9(07).
           05 WSCC-CONT-PTA-GRABADAS PIC 9(07).
           05 WSCC-CONT-APL-GRABADAS PIC 9(07).
           05 WSCC-CONT-NC-SALDOS   PIC 9(07).

       01 WSL-LINEA-ANT             PIC X(120).
       01 WSL-IMP-ED-CORR           PIC ---------,99.
       01 WSV-ARCH-RESULTADO-ENTRADA      PIC X(80).
       01 WSV-ARCH-PAGOS-ENTRADA          PIC X(80).
       01 WSV-ARCH-ANTIGUEDAD             PIC X(80).
       01 WSV-ARCH-EMITIDAS               PIC X(80).
       01 WSV-ARCH-NCEMITIDAS             PIC X(80).
       01 WSV-ARCH-PARTIDAS               PIC X(80).
       01 WSV-ARCH-APLICACIONES           PIC X(80).
       01 WSV-ARCH-CUOTAS-LIQUIDADAS      PIC X(80).

           COPY PARAMS.
           COPY VENCIM.
           COPY PARTIDAS.

       PROCEDURE DIVISION.

           MOVE WSP-PERIODO-PROCESO TO WSV-PERIODO-PROCESO.
           DISPLAY 'PERIODO A PROCESAR: ' WSV-PERIODO-PROCESO.

           PERFORM 105000-VERIFICAR-CUOTAS.

           PERFORM 110000-CARGAR-SALDOS-ANTERIORES.
           PERFORM 120000-CARGAR-CARGOS-PERIODO.
           PERFORM 970000-CARGAR-VENCIMIENTOS.
           PERFORM 150000-CARGAR-PARTIDAS.

           OPEN INPUT PAGOS-ENTRADA.
           IF WSS-FS-PAG-NOEXISTE

           MOVE 'S' TO WSS-CARGA-COMPLETA.

       105000-VERIFICAR-CUOTAS.

      *    PagosAplicados.TXT se vacia al final de esta corrida: si
      *    algun recibo todavia no paso por PROG01-58-SA su parte de
      *    cuotas no se cancelaria nunca. Con uno solo pendiente la
      *    corrida no arranca (no se toca ningun archivo).
           OPEN INPUT PAGOS-ENTRADA.
           IF WSS-FS-PAG-NOEXISTE
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
                          MOVE WSF-PAGE-NRO-RECIBO TO WSV-NRO-RECIBO
                          PERFORM 107000-BUSCAR-RECIBO
                          IF NOT WSS-REC-SI-HALLADO
                              PERFORM 106000-AGREGAR-RECIBO
                          END-IF
                     WHEN WSS-FS-PAG-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-PAG
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE PAGOS-ENTRADA.

           IF WST-CANT-REC = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CUOTAS-LIQUIDADAS.
           IF WSS-FS-CLQ-NOEXISTE
               CONTINUE
           ELSE
             IF NOT WSS-FS-CLQ-OK
               DISPLAY 'ERROR DE ARCHIVO DE CUOTAS LIQUIDADAS'
               DISPLAY 'FILE STATUS' WSS-FS-CLQ
               STOP RUN
             END-IF
             PERFORM UNTIL WSS-FS-CLQ-EOF
                 READ CUOTAS-LIQUIDADAS
                    EVALUATE TRUE
                       WHEN WSS-FS-CLQ-OK
                            MOVE WSF-CLQ-NRO-RECIBO TO WSV-NRO-RECIBO
                            PERFORM 107000-BUSCAR-RECIBO
                            IF WSS-REC-SI-HALLADO
                                MOVE 'S' TO WST-REC-LIQUIDADO (WSI-REC)
                            END-IF
                       WHEN WSS-FS-CLQ-EOF
                            CONTINUE
                       WHEN OTHER
                            DISPLAY 'FILE STATUS' WSS-FS-CLQ
                            STOP RUN
                    END-EVALUATE
             END-PERFORM
             CLOSE CUOTAS-LIQUIDADAS
           END-IF.

           MOVE 0 TO WSV-REC-PENDIENTES
           PERFORM VARYING WSI-REC FROM 1 BY 1
                   UNTIL WSI-REC > WST-CANT-REC
               IF WST-REC-LIQUIDADO (WSI-REC) NOT = 'S'
                   ADD 1 TO WSV-REC-PENDIENTES
                   DISPLAY 'RECIBO SIN CANCELACION DE CUOTAS: '
                           WST-REC-NRO (WSI-REC)
               END-IF
           END-PERFORM

           IF WSV-REC-PENDIENTES > 0
               DISPLAY WSV-REC-PENDIENTES ' RECIBO(S) SIN PASAR POR '
                       'PROG01-58-SA: CORRIDA CANCELADA'
               STOP RUN
           END-IF.

       106000-AGREGAR-RECIBO.

      *    Sin lugar en la tabla el recibo no se puede controlar:
      *    tampoco se corre.
           IF WST-CANT-REC NOT < WSC-MAX-RECIBOS
               DISPLAY 'MAS DE ' WSC-MAX-RECIBOS ' RECIBOS EN '
                       'PagosAplicados.TXT, CORRIDA CANCELADA'
               STOP RUN
           END-IF.
           ADD 1 TO WST-CANT-REC
           SET WSI-REC TO WST-CANT-REC
           MOVE WSV-NRO-RECIBO TO WST-REC-NRO (WSI-REC)
           MOVE 'N'            TO WST-REC-LIQUIDADO (WSI-REC).

       107000-BUSCAR-RECIBO.

      *    Busca en la tabla el recibo cargado en WSV-NRO-RECIBO.
           MOVE 'N' TO WSS-REC-HALLADO
           PERFORM VARYING WSI-REC FROM 1 BY 1
                   UNTIL WSI-REC > WST-CANT-REC
               IF WST-REC-NRO (WSI-REC) = WSV-NRO-RECIBO
                   MOVE 'S' TO WSS-REC-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       110000-CARGAR-SALDOS-ANTERIORES.

      *    Arrastre: los saldos abiertos que dejo la corrida anterior.
             END-IF
           END-IF.

       150000-CARGAR-PARTIDAS.

      *    Partidas vigentes mas los documentos emitidos desde la
      *    corrida anterior. Una tabla de partidas incompleta no
      *    puede reescribirse sin perder documentos: la corrida
      *    entera queda para repetir (como el desborde de saldos).
           PERFORM 980000-CARGAR-PARTIDAS.
           IF WSS-PTA-SI-ARCHIVO-NUEVO
               DISPLAY 'PRIMER CORRIDA CON PARTIDAS POR DOCUMENTO'
           END-IF.

           PERFORM 152000-INCORPORAR-FACTURAS.
           PERFORM 156000-INCORPORAR-NOTAS.

           IF WSS-PTA-SI-DESBORDE
               MOVE 'S' TO WSS-SAL-DESBORDE
           END-IF.

       152000-INCORPORAR-FACTURAS.

           OPEN INPUT EMITIDAS.
           IF WSS-FS-VTO-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-VTO-OK
               DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
               DISPLAY 'FILE STATUS' WSS-FS-VTO
               PERFORM 300000-FINAL
           END-IF.

           PERFORM UNTIL WSS-FS-VTO-EOF
               READ EMITIDAS
                  EVALUATE TRUE
                     WHEN WSS-FS-VTO-OK
                          PERFORM 153000-ALTA-FACTURA
                     WHEN WSS-FS-VTO-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
                          DISPLAY 'FILE STATUS' WSS-FS-VTO
                          MOVE 'S' TO WSS-PTA-DESBORDE
                          MOVE '10' TO WSS-FS-VTO
                  END-EVALUATE
           END-PERFORM

           CLOSE EMITIDAS.

       153000-ALTA-FACTURA.

      *    Las facturas anteriores a las series vienen sin punto de
      *    venta, y las anteriores a la condicion de pago sin fechas.
           IF WSF-EMI-PTO-VTA NOT NUMERIC
               MOVE 0 TO WSF-EMI-PTO-VTA
           END-IF.
           IF WSF-EMI-FECHA-EMISION NOT NUMERIC
               MOVE 0 TO WSF-EMI-FECHA-EMISION
           END-IF.
           IF WSF-EMI-VENCIMIENTO NOT NUMERIC
               MOVE 0 TO WSF-EMI-VENCIMIENTO
           END-IF.

           MOVE 'F'              TO WSV-PTA-BUS-TIPO
           MOVE WSF-EMI-LETRA    TO WSV-PTA-BUS-LETRA
           MOVE WSF-EMI-PTO-VTA  TO WSV-PTA-BUS-PTO-VTA
           MOVE WSF-EMI-NUMERO   TO WSV-PTA-BUS-NUMERO
           PERFORM 158000-BUSCAR-PARTIDA
           IF WSV-POS-PTA > 0
               EXIT PARAGRAPH
           END-IF.

           IF WST-CANT-PTA >= 5000
               MOVE 'S' TO WSS-PTA-DESBORDE
               DISPLAY 'TABLA DE PARTIDAS LLENA, SE OMITE FACTURA '
                       WSF-EMI-NUMERO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-DOC-NUEVOS
           ADD 1 TO WST-CANT-PTA
           SET WSI-PTA TO WST-CANT-PTA
           MOVE 'F'                   TO WST-PTA-TIPO (WSI-PTA)
           MOVE WSF-EMI-LETRA         TO WST-PTA-LETRA (WSI-PTA)
           MOVE WSF-EMI-PTO-VTA       TO WST-PTA-PTO-VTA (WSI-PTA)
           MOVE WSF-EMI-NUMERO        TO WST-PTA-NUMERO (WSI-PTA)
           MOVE WSF-EMI-CTE           TO WST-PTA-CTE (WSI-PTA)
           MOVE WSF-EMI-MONEDA        TO WST-PTA-MONEDA (WSI-PTA)
           MOVE WSF-EMI-PERIODO       TO WST-PTA-PERIODO (WSI-PTA)
           MOVE WSF-EMI-FECHA-EMISION TO WST-PTA-FECHA (WSI-PTA)
           MOVE WSF-EMI-VENCIMIENTO   TO WST-PTA-VENCIMIENTO (WSI-PTA)
           MOVE WSF-EMI-TOTAL         TO WST-PTA-ORIGINAL (WSI-PTA)
           MOVE 'N'                   TO WST-PTA-MARCA (WSI-PTA)

      *    Al arrancar las partidas, lo facturado en periodos
      *    anteriores ya se cobro (o se sigue debiendo) por el saldo
      *    del periodo: entra cancelado para no reclamarlo dos
      *    veces. Desde entonces cada factura nueva entra abierta y
      *    toma primero el credito que el cliente tenga a favor.
      *    La venta de mostrador se cobro en el acto (su recibo tipo
      *    M no pasa por la cobranza): entra cancelada y no toca el
      *    credito del cliente.
           IF (WSS-PTA-SI-ARCHIVO-NUEVO
             AND WSF-EMI-PERIODO < WSV-PERIODO-PROCESO)
             OR WSF-EMI-ORIGEN = 'M'
               MOVE WSF-EMI-TOTAL TO WST-PTA-APLICADO (WSI-PTA)
               MOVE 0             TO WST-PTA-SALDO (WSI-PTA)
           ELSE
               MOVE 0             TO WST-PTA-APLICADO (WSI-PTA)
               MOVE WSF-EMI-TOTAL TO WST-PTA-SALDO (WSI-PTA)
               SET WSV-POS-FACTURA TO WSI-PTA
               PERFORM 160000-COMPENSAR-CREDITOS
           END-IF.

       156000-INCORPORAR-NOTAS.

           OPEN INPUT NCEMITIDAS.
           IF WSS-FS-NCE-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-NCE-OK
               DISPLAY 'ERROR DE ARCHIVO DE NOTAS DE CREDITO'
               DISPLAY 'FILE STATUS' WSS-FS-NCE
               PERFORM 300000-FINAL
           END-IF.

           PERFORM UNTIL WSS-FS-NCE-EOF
               READ NCEMITIDAS
                  EVALUATE TRUE
                     WHEN WSS-FS-NCE-OK
                          PERFORM 157000-ALTA-NOTA
                     WHEN WSS-FS-NCE-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE NOTAS DE CREDITO'
                          DISPLAY 'FILE STATUS' WSS-FS-NCE
                          MOVE 'S' TO WSS-PTA-DESBORDE
                          MOVE '10' TO WSS-FS-NCE
                  END-EVALUATE
           END-PERFORM

           CLOSE NCEMITIDAS.

       157000-ALTA-NOTA.

           IF WSF-NCE-PTO-VTA NOT NUMERIC
               MOVE 0 TO WSF-NCE-PTO-VTA
           END-IF.
           IF WSF-NCE-FAC-PTO-VTA NOT NUMERIC
               MOVE 0 TO WSF-NCE-FAC-PTO-VTA
           END-IF.

           MOVE 'N'              TO WSV-PTA-BUS-TIPO
           MOVE WSF-NCE-LETRA    TO WSV-PTA-BUS-LETRA
           MOVE WSF-NCE-PTO-VTA  TO WSV-PTA-BUS-PTO-VTA
           MOVE WSF-NCE-NUMERO   TO WSV-PTA-BUS-NUMERO
           PERFORM 158000-BUSCAR-PARTIDA
           IF WSV-POS-PTA > 0
               EXIT PARAGRAPH
           END-IF.

           IF WST-CANT-PTA >= 5000
               MOVE 'S' TO WSS-PTA-DESBORDE
               DISPLAY 'TABLA DE PARTIDAS LLENA, SE OMITE NOTA '
                       WSF-NCE-NUMERO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-DOC-NUEVOS
           ADD 1 TO WST-CANT-PTA
           SET WSI-PTA TO WST-CANT-PTA
           MOVE 'N'                   TO WST-PTA-TIPO (WSI-PTA)
           MOVE WSF-NCE-LETRA         TO WST-PTA-LETRA (WSI-PTA)
           MOVE WSF-NCE-PTO-VTA       TO WST-PTA-PTO-VTA (WSI-PTA)
           MOVE WSF-NCE-NUMERO        TO WST-PTA-NUMERO (WSI-PTA)
           MOVE WSF-NCE-CTE           TO WST-PTA-CTE (WSI-PTA)
           MOVE WSF-NCE-MONEDA        TO WST-PTA-MONEDA (WSI-PTA)
           MOVE WSF-NCE-PERIODO       TO WST-PTA-PERIODO (WSI-PTA)
           MOVE 0                     TO WST-PTA-FECHA (WSI-PTA)
           MOVE 0                     TO WST-PTA-VENCIMIENTO (WSI-PTA)
           COMPUTE WST-PTA-ORIGINAL (WSI-PTA) = 0 - WSF-NCE-TOTAL
           MOVE 'N'                   TO WST-PTA-MARCA (WSI-PTA)

           IF WSS-PTA-SI-ARCHIVO-NUEVO
             AND WSF-NCE-PERIODO < WSV-PERIODO-PROCESO
               MOVE WST-PTA-ORIGINAL (WSI-PTA)
                                      TO WST-PTA-APLICADO (WSI-PTA)
               MOVE 0                 TO WST-PTA-SALDO (WSI-PTA)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WST-PTA-APLICADO (WSI-PTA)
           MOVE WST-PTA-ORIGINAL (WSI-PTA) TO WST-PTA-SALDO (WSI-PTA)
           SET WSV-POS-CREDITO TO WSI-PTA

      *    La nota cancela primero la factura que corrige; lo que
      *    sobre queda a favor y baja las facturas abiertas mas
      *    viejas del cliente en la moneda.
           MOVE 'F'                  TO WSV-PTA-BUS-TIPO
           MOVE WSF-NCE-FAC-LETRA    TO WSV-PTA-BUS-LETRA
           MOVE WSF-NCE-FAC-PTO-VTA  TO WSV-PTA-BUS-PTO-VTA
           MOVE WSF-NCE-FACTURA      TO WSV-PTA-BUS-NUMERO
           PERFORM 158000-BUSCAR-PARTIDA
           MOVE WSF-NCE-TOTAL  TO WSV-RESTO-PTA
           MOVE WSF-NCE-CTE    TO WSV-PTA-BUS-CTE
           MOVE WSF-NCE-MONEDA TO WSV-PTA-BUS-MONEDA
           IF WSV-POS-PTA > 0
               MOVE WSV-POS-PTA TO WSV-POS-FACTURA
               PERFORM 165000-APLICAR-A-FACTURA
           END-IF.
           PERFORM 170000-APLICAR-FIFO.

      *    Las notas por descuento por pronto pago (D) y por reclamo
      *    aceptado (C) no pasan por Resultados.TXT: si no bajan el
      *    saldo aca, la deuda del cliente no se entera nunca. Las
      *    de motivo en blanco salen de un cargo negativo que ya
      *    entro por 120000 y quedan solo como documento.
           IF WSF-NCE-MOTIVO = 'D' OR 'C'
               PERFORM 159000-ACREDITAR-NOTA-SALDO
           END-IF.

       159000-ACREDITAR-NOTA-SALDO.

      *    El saldo se lleva sin IVA, como los cargos de
      *    Resultados.TXT: la nota baja neto mas cuotas. Se aplica
      *    como un pago (200000): primero el periodo de la nota,
      *    despues los periodos abiertos mas viejos y el sobrante
      *    queda a favor.
           COMPUTE WSV-RESTO-PAGO = WSF-NCE-NETO + WSF-NCE-CUOTAS
           MOVE WSF-NCE-CTE    TO WSV-SAL-BUS-CTE
           MOVE WSF-NCE-MONEDA TO WSV-SAL-BUS-MONEDA

           IF WSV-RESTO-PAGO NOT > 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WSCC-CONT-NC-SALDOS

           PERFORM VARYING WSI-SALDO FROM 1 BY 1
                   UNTIL WSI-SALDO > WST-CANT-SALDOS
                      OR WSV-RESTO-PAGO = 0
               IF WST-SAL-CTE (WSI-SALDO) = WSV-SAL-BUS-CTE
                 AND WST-SAL-MONEDA (WSI-SALDO) = WSV-SAL-BUS-MONEDA
                 AND WST-SAL-PERIODO (WSI-SALDO) = WSF-NCE-PERIODO
                 AND WST-SAL-IMPORTE (WSI-SALDO) > 0
                   MOVE WSV-RESTO-PAGO TO WSV-APLICADO
                   IF WSV-APLICADO > WST-SAL-IMPORTE (WSI-SALDO)
                       MOVE WST-SAL-IMPORTE (WSI-SALDO) TO WSV-APLICADO
                   END-IF
                   SUBTRACT WSV-APLICADO
                       FROM WST-SAL-IMPORTE (WSI-SALDO)
                   SUBTRACT WSV-APLICADO FROM WSV-RESTO-PAGO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE 1 TO WSV-POS-HALLADA

           PERFORM 220000-CANCELAR-MAS-VIEJO
                   UNTIL WSV-RESTO-PAGO = 0
                   OR WSV-POS-HALLADA = 0.

           IF WSV-RESTO-PAGO > 0
               PERFORM 225000-ACREDITAR-SOBRANTE
           END-IF.

       158000-BUSCAR-PARTIDA.

           MOVE 0 TO WSV-POS-PTA

           PERFORM VARYING WSI-PTA FROM 1 BY 1
                   UNTIL WSI-PTA > WST-CANT-PTA
               IF WST-PTA-TIPO (WSI-PTA) = WSV-PTA-BUS-TIPO
                 AND WST-PTA-NUMERO (WSI-PTA) = WSV-PTA-BUS-NUMERO
                 AND WST-PTA-LETRA (WSI-PTA) = WSV-PTA-BUS-LETRA
                 AND WST-PTA-PTO-VTA (WSI-PTA) = WSV-PTA-BUS-PTO-VTA
                   SET WSV-POS-PTA TO WSI-PTA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       160000-COMPENSAR-CREDITOS.

      *    La factura nueva (WSV-POS-FACTURA) toma los creditos a
      *    favor del cliente en la moneda (notas y recibos a cuenta
      *    con saldo), del mas viejo al mas nuevo.
           PERFORM VARYING WSI-PTA FROM 1 BY 1
                   UNTIL WSI-PTA > WST-CANT-PTA
                      OR WST-PTA-SALDO (WSV-POS-FACTURA) <= 0
               IF WST-PTA-CTE (WSI-PTA) =
                                     WST-PTA-CTE (WSV-POS-FACTURA)
                 AND WST-PTA-MONEDA (WSI-PTA) =
                                     WST-PTA-MONEDA (WSV-POS-FACTURA)
                 AND WST-PTA-SALDO (WSI-PTA) < 0
                   SET WSV-POS-CREDITO TO WSI-PTA
                   COMPUTE WSV-RESTO-PTA = 0 - WST-PTA-SALDO (WSI-PTA)
                   PERFORM 165000-APLICAR-A-FACTURA
               END-IF
           END-PERFORM.

       165000-APLICAR-A-FACTURA.

      *    Aplica a la factura WSV-POS-FACTURA lo que alcance de
      *    WSV-RESTO-PTA. Si el importe sale de una partida de
      *    credito (WSV-POS-CREDITO > 0) tambien se le descuenta a
      *    ella.
           MOVE 0 TO WSV-APLICADO-PTA

           IF WST-PTA-SALDO (WSV-POS-FACTURA) <= 0
             OR WSV-RESTO-PTA <= 0
               EXIT PARAGRAPH
           END-IF.

           IF WSV-RESTO-PTA >= WST-PTA-SALDO (WSV-POS-FACTURA)
               MOVE WST-PTA-SALDO (WSV-POS-FACTURA) TO WSV-APLICADO-PTA
           ELSE
               MOVE WSV-RESTO-PTA TO WSV-APLICADO-PTA
           END-IF

           ADD WSV-APLICADO-PTA TO WST-PTA-APLICADO (WSV-POS-FACTURA)
           SUBTRACT WSV-APLICADO-PTA
               FROM WST-PTA-SALDO (WSV-POS-FACTURA)
           SUBTRACT WSV-APLICADO-PTA FROM WSV-RESTO-PTA

           IF WSV-POS-CREDITO > 0
               SUBTRACT WSV-APLICADO-PTA
                   FROM WST-PTA-APLICADO (WSV-POS-CREDITO)
               ADD WSV-APLICADO-PTA TO WST-PTA-SALDO (WSV-POS-CREDITO)
           ELSE
      *        Sin partida de credito el importe sale del pago en
      *        curso: queda para el recibo oficial.
               MOVE WST-PTA-TIPO (WSV-POS-FACTURA)    TO WSV-APL-TIPO
               MOVE WST-PTA-LETRA (WSV-POS-FACTURA)   TO WSV-APL-LETRA
               MOVE WST-PTA-PTO-VTA (WSV-POS-FACTURA)
                                                  TO WSV-APL-PTO-VTA
               MOVE WST-PTA-NUMERO (WSV-POS-FACTURA)  TO WSV-APL-NUMERO
               MOVE WST-PTA-PERIODO (WSV-POS-FACTURA)
                                                  TO WSV-APL-PERIODO
               MOVE WSV-APLICADO-PTA                  TO WSV-APL-IMPORTE
               PERFORM 167000-REGISTRAR-APLICACION
           END-IF.

       167000-REGISTRAR-APLICACION.

      *    Un renglon por documento cancelado con el pago en curso.
      *    Sin lugar en la tabla la corrida queda para repetir, igual
      *    que con las partidas: un recibo no puede salir con menos
      *    aplicaciones de las que tuvo.
           IF WST-CANT-APL >= WSC-MAX-APLICACIONES
               MOVE 'S' TO WSS-SAL-DESBORDE
               DISPLAY 'TABLA DE APLICACIONES LLENA EN RECIBO '
                       WSF-PAGE-NRO-RECIBO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-APL
           SET WSI-APL TO WST-CANT-APL
           MOVE WSF-PAGE-NRO-RECIBO TO WST-APL-NRO-RECIBO (WSI-APL)
           MOVE WSF-PAGE-CTE        TO WST-APL-CTE (WSI-APL)
           MOVE WSF-PAGE-FECHA      TO WST-APL-FECHA (WSI-APL)
           MOVE WSF-PAGE-IMPORTE    TO WST-APL-IMPORTE-PAGO (WSI-APL)
           MOVE WSF-PAGE-MONEDA     TO WST-APL-MONEDA (WSI-APL)
           MOVE WSV-APL-TIPO        TO WST-APL-TIPO (WSI-APL)
           MOVE WSV-APL-LETRA       TO WST-APL-LETRA (WSI-APL)
           MOVE WSV-APL-PTO-VTA     TO WST-APL-PTO-VTA (WSI-APL)
           MOVE WSV-APL-NUMERO      TO WST-APL-NUMERO (WSI-APL)
           MOVE WSV-APL-PERIODO     TO WST-APL-PERIODO (WSI-APL)
           MOVE WSV-APL-IMPORTE     TO WST-APL-IMPORTE (WSI-APL).

       170000-APLICAR-FIFO.

      *    Lo que queda de WSV-RESTO-PTA baja las facturas abiertas
      *    del cliente/moneda de la partida en curso (la de credito o
      *    la del pago), de la que vence primero a la ultima.
           PERFORM 175000-BUSCAR-MAS-VIEJA.
           PERFORM UNTIL WSV-RESTO-PTA <= 0
                      OR WSV-POS-FACTURA = 0
               PERFORM 165000-APLICAR-A-FACTURA
               PERFORM 175000-BUSCAR-MAS-VIEJA
           END-PERFORM.

       175000-BUSCAR-MAS-VIEJA.

      *    Factura abierta mas vieja del cliente/moneda buscados
      *    (por vencimiento; las que no tienen, por
      *    ser anteriores a la condicion de pago, van primero). A
      *    igual vencimiento decide el orden de incorporacion. El
      *    cheque rechazado que repuso PROG01-40-SA se cobra igual
      *    que una factura (vence el dia del rechazo).
           MOVE 0        TO WSV-POS-FACTURA
           MOVE 99999999 TO WSV-VTO-HALLADO-PTA

           PERFORM VARYING WSI-PTA FROM 1 BY 1
                   UNTIL WSI-PTA > WST-CANT-PTA
               IF (WST-PTA-TIPO (WSI-PTA) = 'F'
                   OR WST-PTA-TIPO (WSI-PTA) = 'C')
                 AND WST-PTA-CTE (WSI-PTA) = WSV-PTA-BUS-CTE
                 AND WST-PTA-MONEDA (WSI-PTA) = WSV-PTA-BUS-MONEDA
                 AND WST-PTA-SALDO (WSI-PTA) > 0
                 AND WST-PTA-VENCIMIENTO (WSI-PTA) <
                                          WSV-VTO-HALLADO-PTA
                   MOVE WST-PTA-VENCIMIENTO (WSI-PTA)
                                          TO WSV-VTO-HALLADO-PTA
                   SET WSV-POS-FACTURA TO WSI-PTA
               END-IF
           END-PERFORM.

       200000-APLICAR-PAGOS.

           ADD 1 TO WSCC-CONT-PAGOS.
      *    por el periodo abierto mas viejo (criterio FIFO de
      *    cobranzas). Lo que sobra despues de cancelar todos los
      *    periodos queda como saldo a favor (negativo) sobre el
      *    periodo abierto mas nuevo del cliente. Si el recibo
      *    indica facturas, esas se cancelan antes (y su periodo
      *    antes que los demas).
           MOVE WSF-PAGE-IMPORTE TO WSV-RESTO-PAGO
           MOVE WSF-PAGE-IMPORTE TO WSV-RESTO-PTA
           MOVE 0                TO WSV-POS-CREDITO
           MOVE WSF-PAGE-CTE     TO WSV-PTA-BUS-CTE
           MOVE WSF-PAGE-MONEDA  TO WSV-PTA-BUS-MONEDA
           MOVE WSF-PAGE-CTE     TO WSV-SAL-BUS-CTE
           MOVE WSF-PAGE-MONEDA  TO WSV-SAL-BUS-MONEDA

           IF WSF-PAGE-DOCUMENTOS NOT = SPACES
               PERFORM 212000-APLICAR-DOC-INDICADO
                   VARYING WSI-PAGE-DOC FROM 1 BY 1
                   UNTIL WSI-PAGE-DOC > 5
           END-IF.

           MOVE 1 TO WSV-POS-HALLADA

           PERFORM 220000-CANCELAR-MAS-VIEJO
               PERFORM 225000-ACREDITAR-SOBRANTE
           END-IF.

      *    Mismo criterio en las partidas: lo que no cancelo las
      *    facturas indicadas baja las mas viejas, y el sobrante
      *    queda como recibo a cuenta.
           PERFORM 170000-APLICAR-FIFO.
           IF WSV-RESTO-PTA > 0
               PERFORM 237000-PARTIDA-A-CUENTA
           END-IF.

       212000-APLICAR-DOC-INDICADO.

           IF WSF-PAGE-DOC-NUMERO (WSI-PAGE-DOC) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WSF-PAGE-DOC-NUMERO (WSI-PAGE-DOC) = 0
               EXIT PARAGRAPH
           END-IF.
           IF WSF-PAGE-DOC-PTO-VTA (WSI-PAGE-DOC) NOT NUMERIC
               MOVE 0 TO WSF-PAGE-DOC-PTO-VTA (WSI-PAGE-DOC)
           END-IF.

           MOVE 'F' TO WSV-PTA-BUS-TIPO
           MOVE WSF-PAGE-DOC-LETRA (WSI-PAGE-DOC)   TO WSV-PTA-BUS-LETRA
           MOVE WSF-PAGE-DOC-PTO-VTA (WSI-PAGE-DOC)
                                                  TO WSV-PTA-BUS-PTO-VTA
           MOVE WSF-PAGE-DOC-NUMERO (WSI-PAGE-DOC) TO WSV-PTA-BUS-NUMERO
           PERFORM 158000-BUSCAR-PARTIDA

      *    La factura tiene que ser del mismo cliente y moneda que
      *    el recibo; si no, el importe va por antiguedad.
           IF WSV-POS-PTA > 0
               IF WST-PTA-CTE (WSV-POS-PTA) NOT = WSF-PAGE-CTE
                 OR WST-PTA-MONEDA (WSV-POS-PTA) NOT = WSF-PAGE-MONEDA
                   MOVE 0 TO WSV-POS-PTA
               END-IF
           END-IF.

           IF WSV-POS-PTA = 0
               ADD 1 TO WSCC-CONT-DOC-NO-HALLADOS
               DISPLAY 'RECIBO ' WSF-PAGE-NRO-RECIBO
                       ' FACTURA INDICADA NO HALLADA: '
                       WSV-PTA-BUS-LETRA ' ' WSV-PTA-BUS-PTO-VTA '-'
                       WSV-PTA-BUS-NUMERO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-DOC-INDICADOS
           MOVE WSV-POS-PTA TO WSV-POS-FACTURA
           PERFORM 165000-APLICAR-A-FACTURA

      *    Lo aplicado a la factura baja primero el saldo de su
      *    periodo.
           PERFORM VARYING WSI-SALDO FROM 1 BY 1
                   UNTIL WSI-SALDO > WST-CANT-SALDOS
                      OR WSV-APLICADO-PTA = 0
                      OR WSV-RESTO-PAGO = 0
               IF WST-SAL-CTE (WSI-SALDO) = WSF-PAGE-CTE
                 AND WST-SAL-MONEDA (WSI-SALDO) = WSF-PAGE-MONEDA
                 AND WST-SAL-PERIODO (WSI-SALDO) =
                                      WST-PTA-PERIODO (WSV-POS-FACTURA)
                 AND WST-SAL-IMPORTE (WSI-SALDO) > 0
                   MOVE WSV-APLICADO-PTA TO WSV-APLICADO
                   IF WSV-APLICADO > WST-SAL-IMPORTE (WSI-SALDO)
                       MOVE WST-SAL-IMPORTE (WSI-SALDO) TO WSV-APLICADO
                   END-IF
                   IF WSV-APLICADO > WSV-RESTO-PAGO
                       MOVE WSV-RESTO-PAGO TO WSV-APLICADO
                   END-IF
                   SUBTRACT WSV-APLICADO
                       FROM WST-SAL-IMPORTE (WSI-SALDO)
                   SUBTRACT WSV-APLICADO FROM WSV-RESTO-PAGO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       220000-CANCELAR-MAS-VIEJO.

      *    Busca el periodo abierto (saldo > 0) mas viejo del
      *    cliente/moneda del pago (o de la nota) y le aplica lo que
      *    alcance.
           MOVE 0 TO WSV-POS-HALLADA
           MOVE 999999 TO WSV-PERIODO-HALLADO

           PERFORM VARYING WSI-SALDO FROM 1 BY 1
                   UNTIL WSI-SALDO > WST-CANT-SALDOS
               IF WST-SAL-CTE (WSI-SALDO) = WSV-SAL-BUS-CTE
                 AND WST-SAL-MONEDA (WSI-SALDO) = WSV-SAL-BUS-MONEDA
                 AND WST-SAL-IMPORTE (WSI-SALDO) > 0
                 AND WST-SAL-PERIODO (WSI-SALDO) < WSV-PERIODO-HALLADO
                   MOVE WST-SAL-PERIODO (WSI-SALDO)

           PERFORM VARYING WSI-SALDO FROM 1 BY 1
                   UNTIL WSI-SALDO > WST-CANT-SALDOS
               IF WST-SAL-CTE (WSI-SALDO) = WSV-SAL-BUS-CTE
                 AND WST-SAL-MONEDA (WSI-SALDO) = WSV-SAL-BUS-MONEDA
                 AND WST-SAL-PERIODO (WSI-SALDO) > WSV-PERIODO-HALLADO
                   MOVE WST-SAL-PERIODO (WSI-SALDO)
                                          TO WSV-PERIODO-HALLADO
               SUBTRACT WSV-RESTO-PAGO
                   FROM WST-SAL-IMPORTE (WSI-SALDO)
           ELSE
               MOVE WSV-SAL-BUS-CTE     TO WSF-SAL-CTE
               MOVE SPACES              TO WSF-SAL-NYA
               MOVE WSV-SAL-BUS-MONEDA  TO WSF-SAL-MONEDA
               MOVE WSV-PERIODO-PROCESO TO WSF-SAL-PERIODO
               COMPUTE WSF-SAL-IMPORTE = 0 - WSV-RESTO-PAGO
               PERFORM 115000-SUMAR-A-TABLA-SALDO

           MOVE 0 TO WSV-RESTO-PAGO.

       237000-PARTIDA-A-CUENTA.

      *    Sobrante del pago sin facturas abiertas: partida de
      *    credito con el numero de recibo, que toman las facturas
      *    que se incorporen despues.
           IF WST-CANT-PTA >= 5000
               MOVE 'S' TO WSS-PTA-DESBORDE
               MOVE 'S' TO WSS-SAL-DESBORDE
               DISPLAY 'TABLA DE PARTIDAS LLENA, SE OMITE RECIBO '
                       WSF-PAGE-NRO-RECIBO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-PTA
           SET WSI-PTA TO WST-CANT-PTA
           MOVE 'R'                   TO WST-PTA-TIPO (WSI-PTA)
           MOVE SPACE                 TO WST-PTA-LETRA (WSI-PTA)
           MOVE 0                     TO WST-PTA-PTO-VTA (WSI-PTA)
           MOVE WSF-PAGE-NRO-RECIBO   TO WST-PTA-NUMERO (WSI-PTA)
           MOVE WSF-PAGE-CTE          TO WST-PTA-CTE (WSI-PTA)
           MOVE WSF-PAGE-MONEDA       TO WST-PTA-MONEDA (WSI-PTA)
           MOVE WSV-PERIODO-PROCESO   TO WST-PTA-PERIODO (WSI-PTA)
           MOVE WSF-PAGE-FECHA        TO WST-PTA-FECHA (WSI-PTA)
           MOVE 0                     TO WST-PTA-VENCIMIENTO (WSI-PTA)
           COMPUTE WST-PTA-ORIGINAL (WSI-PTA) = 0 - WSV-RESTO-PTA
           MOVE 0                     TO WST-PTA-APLICADO (WSI-PTA)
           MOVE WST-PTA-ORIGINAL (WSI-PTA) TO WST-PTA-SALDO (WSI-PTA)
           MOVE 'N'                   TO WST-PTA-MARCA (WSI-PTA)

           MOVE 'R'                   TO WSV-APL-TIPO
           MOVE SPACE                 TO WSV-APL-LETRA
           MOVE 0                     TO WSV-APL-PTO-VTA
           MOVE WSF-PAGE-NRO-RECIBO   TO WSV-APL-NUMERO
           MOVE WSV-PERIODO-PROCESO   TO WSV-APL-PERIODO
           MOVE WSV-RESTO-PTA         TO WSV-APL-IMPORTE
           PERFORM 167000-REGISTRAR-APLICACION

           MOVE 0                     TO WSV-RESTO-PTA.

       250000-LEER-PAGOS.

           READ PAGOS-ENTRADA
           END-IF.

           PERFORM 330000-REESCRIBIR-SALDOS.
           PERFORM 335000-REESCRIBIR-PARTIDAS.

      *    Con los saldos reescritos, los pagos quedaron acreditados
      *    en el maestro: el archivo de pagos se vacia (cola de
           IF WSS-PAGOS-SI-ABIERTO
             AND WSS-SI-CARGA-COMPLETA
             AND NOT WSS-SAL-SI-DESBORDE
               PERFORM 337000-GRABAR-APLICACIONES
               OPEN OUTPUT PAGOS-ENTRADA
               CLOSE PAGOS-ENTRADA
           END-IF.

           CLOSE SALDOS.

       335000-REESCRIBIR-PARTIDAS.

      *    Mismas reglas que el maestro de saldos: sin carga completa
      *    no se reescribe. Las partidas canceladas se conservan (el
      *    documento no debe volver a incorporarse).
           IF WSS-SAL-SI-DESBORDE
             OR NOT WSS-SI-CARGA-COMPLETA
               DISPLAY 'PartidasAbiertas.TXT NO SE REESCRIBE: '
                       'REPROCESAR'
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PARTIDAS.
           IF NOT WSS-FS-PTA-OK
             DISPLAY 'ERROR DE ARCHIVO DE PARTIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-PTA
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-PTA FROM 1 BY 1
                   UNTIL WSI-PTA > WST-CANT-PTA
               ADD 1 TO WSCC-CONT-PTA-GRABADAS
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

       337000-GRABAR-APLICACIONES.

           OPEN EXTEND APLICACIONES.
           IF WSS-FS-APL-NOEXISTE
               OPEN OUTPUT APLICACIONES
           END-IF.
           IF NOT WSS-FS-APL-OK
             DISPLAY 'ERROR DE ARCHIVO DE APLICACIONES'
             DISPLAY 'FILE STATUS' WSS-FS-APL
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-APL FROM 1 BY 1
                   UNTIL WSI-APL > WST-CANT-APL
               ADD 1 TO WSCC-CONT-APL-GRABADAS
               MOVE WST-APL-NRO-RECIBO (WSI-APL) TO WSF-APL-NRO-RECIBO
               MOVE WST-APL-CTE (WSI-APL)        TO WSF-APL-CTE
               MOVE WST-APL-FECHA (WSI-APL)      TO WSF-APL-FECHA
               MOVE WST-APL-IMPORTE-PAGO (WSI-APL)
                                               TO WSF-APL-IMPORTE-PAGO
               MOVE WST-APL-MONEDA (WSI-APL)     TO WSF-APL-MONEDA
               MOVE WST-APL-TIPO (WSI-APL)       TO WSF-APL-TIPO
               MOVE WST-APL-LETRA (WSI-APL)      TO WSF-APL-LETRA
               MOVE WST-APL-PTO-VTA (WSI-APL)    TO WSF-APL-PTO-VTA
               MOVE WST-APL-NUMERO (WSI-APL)     TO WSF-APL-NUMERO
               MOVE WST-APL-PERIODO (WSI-APL)    TO WSF-APL-PERIODO
               MOVE WST-APL-IMPORTE (WSI-APL)    TO WSF-APL-IMPORTE
               MOVE WSV-PERIODO-PROCESO          TO WSF-APL-PROCESO
               WRITE FD-APLICACIONES
           END-PERFORM

           CLOSE APLICACIONES.

       340000-REPORTE-ANTIGUEDAD.

           OPEN OUTPUT ANTIGUEDAD.

       346000-ACUM-BUCKET.

      *    Dias vencidos desde el vencimiento de la factura del
      *    periodo de origen, al cierre del periodo procesado (ver
      *    VENCIM.CPY): sin vencer corriente, hasta 30 dias, hasta
      *    60, y mas de 60 en 90+. Un credito (saldo a favor) cae en
      *    el bucket de su periodo con signo negativo.
           MOVE WST-SAL-CTE (WSV-POS-ULTIMA)     TO WSV-VTO-CTE
           MOVE WST-SAL-MONEDA (WSV-POS-ULTIMA)  TO WSV-VTO-MONEDA
           MOVE WST-SAL-PERIODO (WSV-POS-ULTIMA) TO WSV-VTO-PERIODO
           PERFORM 972000-DIAS-VENCIDOS

           EVALUATE WSV-VTO-TRAMO
               WHEN 0
                    ADD WST-SAL-IMPORTE (WSV-POS-ULTIMA)
                        TO WSA-ANT-CORRIENTE
               WHEN 1
                    ADD WST-SAL-IMPORTE (WSV-POS-ULTIMA)
                        TO WSA-ANT-30
               WHEN 2
                    ADD WST-SAL-IMPORTE (WSV-POS-ULTIMA)
                        TO WSA-ANT-60
               WHEN OTHER
           DISPLAY 'PAGOS APLICADOS =' WSCC-CONT-PAGOS
           DISPLAY 'SALDOS GRABADOS =' WSCC-CONT-GRABADOS
           DISPLAY 'CLIENTES EN ANTIGUEDAD =' WSCC-CONT-LISTADOS
           DISPLAY 'DOCUMENTOS INCORPORADOS =' WSCC-CONT-DOC-NUEVOS
           DISPLAY 'FACTURAS INDICADAS APLICADAS ='
                   WSCC-CONT-DOC-INDICADOS
           DISPLAY 'FACTURAS INDICADAS NO HALLADAS ='
                   WSCC-CONT-DOC-NO-HALLADOS
           DISPLAY 'PARTIDAS GRABADAS =' WSCC-CONT-PTA-GRABADAS
           DISPLAY 'APLICACIONES DE RECIBOS =' WSCC-CONT-APL-GRABADAS
           DISPLAY 'NOTAS DE CREDITO A SALDOS =' WSCC-CONT-NC-SALDOS
           DISPLAY '********************************************'.

       926000-ARMAR-NOMBRES.
           MOVE 'AntiguedadSaldos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ANTIGUEDAD

           MOVE 'FacturasEmitidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EMITIDAS

           MOVE 'NotasCreditoEmitidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-NCEMITIDAS

           MOVE 'PartidasAbiertas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PARTIDAS

           MOVE 'AplicacionesRecibos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-APLICACIONES

           MOVE 'CuotasLiquidadas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CUOTAS-LIQUIDADAS
           CONTINUE.

           COPY PARAMSP.
           COPY VENCIMP.
           COPY PARTIDASP.

       END PROGRAM PROG01-07-SA.
