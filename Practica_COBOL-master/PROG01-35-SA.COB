      * Purpose:     Interfaz de factura electronica con el organismo
      *              fiscal: la opcion 1 arma el archivo de solicitud
      *              de autorizacion con las facturas del periodo
      *              todavia sin CAE (letra, punto de venta y numero,
      *              periodo, datos fiscales
      *              del cliente, neto por concepto, IVA,
      *              percepciones y total); la opcion 2 importa la
      *              respuesta del organismo, guarda el codigo y la
      *              fecha de autorizacion contra cada comprobante
      *              (letra, punto de venta y WSF-EMI-NUMERO) del
      *              registro de emitidas (que se reescribe
      *              entero, idioma de recarga de PROG01-04-SA) y
      *              deja las rechazadas en una cola de trabajo:
      *              una factura sin autorizar no puede entregarse
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EXP.

      *    Renglones de cada factura que graba PROG01-10-SA, en el
      *    mismo orden que el registro de emitidas: se recorren a la
      *    par de este.
           SELECT FACDETALLE
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-FACDETALLE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-FDE.

      *    Items de la solicitud: los renglones de cada factura
      *    exportada (servicio, cantidad, precio e importe), que
      *    suman su neto gravado. Se regenera junto con EXPORTE.
           SELECT EXPORTE-ITEMS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EXPORTE-ITEMS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EXI.

      *    Respuesta del organismo (un registro por factura,
      *    autorizada o rechazada). Cola de inyeccion: se vacia al
      *    aplicarse completa.
      *    Autorizacion electronica (este programa la carga).
         05 WSF-EMI-CAE           PIC X(14).
         05 WSF-EMI-CAE-FECHA     PIC 9(08).
      *    Letra y punto de venta del comprobante (ver
      *    PROG01-10-SA).
         05 WSF-EMI-LETRA         PIC X(01).
         05 WSF-EMI-PTO-VTA       PIC 9(04).
      *    Emision, vencimiento y descuento por pronto pago (ver
      *    PROG01-10-SA).
         05 WSF-EMI-FECHA-EMISION PIC 9(08).
         05 WSF-EMI-VENCIMIENTO   PIC 9(08).
         05 WSF-EMI-DTO-PCT       PIC 9(02)V99.
         05 WSF-EMI-DTO-VENCE     PIC 9(08).
      *    Origen: en blanco facturacion mensual / M venta de
      *    mostrador (ver PROG01-10-SA).
         05 WSF-EMI-ORIGEN        PIC X(01).

       FD EXPORTE.

      *    El comprobante va completo: letra, punto de venta y
      *    numero.
       01 FD-EXPORTE.
         05 WSF-EXP-LETRA         PIC X(01).
         05 WSF-EXP-PTO-VTA       PIC 9(04).
         05 WSF-EXP-NUMERO        PIC 9(08).
         05 WSF-EXP-PERIODO       PIC 9(06).
         05 WSF-EXP-CTE           PIC 9(07).
         05 WSF-EXP-TOTAL         PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD FACDETALLE.

      *    Mismo layout que FD-FACDETALLE en PROG01-10-SA.
       01 FD-FACDETALLE.
         05 WSF-FDE-LETRA         PIC X(01).
         05 WSF-FDE-PTO-VTA       PIC 9(04).
         05 WSF-FDE-NUMERO        PIC 9(08).
         05 WSF-FDE-RENGLON       PIC 9(03).
         05 WSF-FDE-CODSER        PIC X(03).
         05 WSF-FDE-DESC          PIC X(30).
         05 WSF-FDE-CANTIDAD      PIC 9(09).
         05 WSF-FDE-PRECIO        PIC 9(07)V99.
         05 WSF-FDE-IMPORTE       PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD EXPORTE-ITEMS.

       01 FD-EXPORTE-ITEMS.
         05 WSF-EXI-LETRA         PIC X(01).
         05 WSF-EXI-PTO-VTA       PIC 9(04).
         05 WSF-EXI-NUMERO        PIC 9(08).
         05 WSF-EXI-RENGLON       PIC 9(03).
         05 WSF-EXI-CODSER        PIC X(03).
         05 WSF-EXI-DESC          PIC X(30).
         05 WSF-EXI-CANTIDAD      PIC 9(09).
         05 WSF-EXI-PRECIO        PIC 9(07)V99.
         05 WSF-EXI-IMPORTE       PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD RESPUESTA.

       01 FD-RESPUESTA.
         05 WSF-RSP-LETRA         PIC X(01).
         05 WSF-RSP-PTO-VTA       PIC 9(04).
         05 WSF-RSP-NUMERO        PIC 9(08).
      *    A autorizada / R rechazada.
         05 WSF-RSP-RESULTADO     PIC X(01).
         05 WSF-RCH-PERIODO       PIC 9(06).
         05 WSF-RCH-FECHA         PIC 9(08).
         05 WSF-RCH-MOTIVO        PIC X(30).
      *    Letra y punto de venta de la factura rechazada.
         05 WSF-RCH-LETRA         PIC X(01).
         05 WSF-RCH-PTO-VTA       PIC 9(04).

       FD CLIENTES.

         05 WSF-CTE-FORMA-PAGO   PIC X(01).
      *    Estado crediticio: N normal / V vigilancia / B bloqueado.
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo y descuento por pronto pago.
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       WORKING-STORAGE SECTION.

             88 WSS-FS-EMI-NOEXISTE                VALUE '35'.
           05 WSS-FS-EXP                           PIC X(02).
             88 WSS-FS-EXP-OK                      VALUE '00'.
           05 WSS-FS-FDE                           PIC X(02).
             88 WSS-FS-FDE-OK                      VALUE '00'.
             88 WSS-FS-FDE-EOF                     VALUE '10'.
             88 WSS-FS-FDE-NOEXISTE                VALUE '35'.
           05 WSS-FS-EXI                           PIC X(02).
             88 WSS-FS-EXI-OK                      VALUE '00'.
           05 WSS-FS-RSP                           PIC X(02).
             88 WSS-FS-RSP-OK                      VALUE '00'.
             88 WSS-FS-RSP-EOF                     VALUE '10'.

       01 CONSTANTES.
           05 WSC-MAX-EMITIDAS      PIC 9(04) VALUE 5000.
           05 WSC-MAX-SERIES        PIC 9(03) VALUE 300.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-EXPORTAR              VALUE 1.
           05 WST-EMI OCCURS 5000 TIMES
                             INDEXED BY WSI-EMI.
               10 WST-EMI-REGISTRO  PIC X(200).
      *    Vista de la clave del comprobante sobre la imagen: el
      *    numero al principio, la letra y el punto de venta despues
      *    de la fecha del CAE (posicion 167).
               10 WST-EMI-REG-R REDEFINES WST-EMI-REGISTRO.
                   15 WST-EMI-NUMERO PIC 9(08).
                   15 FILLER         PIC X(158).
                   15 WST-EMI-LETRA  PIC X(01).
                   15 WST-EMI-PTO-VTA PIC X(04).
                   15 FILLER         PIC X(29).

      *    El registro no entro completo en la tabla: el import no
      *    reescribe nada (una reescritura parcial perderia
       01 WSS-CTES-ABIERTO            PIC X VALUE 'N'.
           88 WSS-CTES-SI-ABIERTO     VALUE 'S'.

      *    La factura leida se exporta (sus renglones tambien).
       01 WSS-EXPORTAR                PIC X VALUE 'N'.
           88 WSS-SI-EXPORTAR         VALUE 'S'.

      *    Primer numero que queda en el registro de emitidas por
      *    letra y punto de venta: los renglones de FacturasDetalle
      *    anteriores a el son de facturas que PROG01-28-SA ya
      *    archivo (el detalle no se depura) y se saltean.
       01 TABLA-SERIES.
           05 WST-CANT-SER          PIC 9(03) VALUE 0.
           05 WST-SER OCCURS 300 TIMES
                             INDEXED BY WSI-SER.
               10 WST-SER-LETRA     PIC X(01).
               10 WST-SER-PTO-VTA   PIC 9(04).
               10 WST-SER-PRIMERO   PIC 9(08).

      *    Sin lugar para todas las series no se saltea ningun
      *    renglon de una serie que no este en la tabla.
       01 WSS-SER-DESBORDE            PIC X VALUE 'N'.
           88 WSS-SER-SI-DESBORDE     VALUE 'S'.

       01 WSS-HUERFANO                PIC X VALUE 'N'.
           88 WSS-SI-HUERFANO         VALUE 'S'.

       01 WSV-PERIODO-PROCESO       PIC 9(06).

       01 CONTADORES.
           05 WSCC-CONT-EXPORTADAS  PIC 9(05).
           05 WSCC-CONT-ITEMS       PIC 9(07).
           05 WSCC-CONT-HUERFANOS   PIC 9(07).
           05 WSCC-CONT-YA-AUTORIZ  PIC 9(05).
           05 WSCC-CONT-AUTORIZADAS PIC 9(05).
           05 WSCC-CONT-RECHAZADAS  PIC 9(05).
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-EMITIDAS               PIC X(80).
       01 WSV-ARCH-EXPORTE                PIC X(80).
       01 WSV-ARCH-FACDETALLE             PIC X(80).
       01 WSV-ARCH-EXPORTE-ITEMS          PIC X(80).
       01 WSV-ARCH-RESPUESTA              PIC X(80).
       01 WSV-ARCH-RECHAZADAS             PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).

       200000-EXPORTAR.

           PERFORM 205000-CARGAR-SERIES.

           OPEN INPUT EMITIDAS.
           IF WSS-FS-EMI-NOEXISTE
               DISPLAY 'NO EXISTE FacturasEmitidas.TXT'
             EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT EXPORTE-ITEMS.
           IF NOT WSS-FS-EXI-OK
             DISPLAY 'ERROR DE ARCHIVO DE ITEMS DE EXPORTE'
             DISPLAY 'FILE STATUS' WSS-FS-EXI
             CLOSE EMITIDAS
             CLOSE EXPORTE
             EXIT PARAGRAPH
           END-IF.

      *    Sin renglones (facturas anteriores al detalle) la
      *    solicitud sale sin items, solo con los totales.
           OPEN INPUT FACDETALLE.
           IF WSS-FS-FDE-NOEXISTE
               MOVE '10' TO WSS-FS-FDE
           ELSE
               PERFORM 250000-LEER-FACDETALLE
           END-IF.

           PERFORM UNTIL WSS-FS-EMI-EOF
               READ EMITIDAS
                  EVALUATE TRUE
                     WHEN WSS-FS-EMI-OK
                          IF WSF-EMI-PTO-VTA NOT NUMERIC
                              MOVE 0 TO WSF-EMI-PTO-VTA
                          END-IF
                          MOVE 'N' TO WSS-EXPORTAR
                          IF WSF-EMI-PERIODO = WSV-PERIODO-PROCESO
                              IF WSF-EMI-CAE = SPACES
                                  MOVE 'S' TO WSS-EXPORTAR
                                  PERFORM 210000-EXPORTAR-FACTURA
                              ELSE
                                  ADD 1 TO WSCC-CONT-YA-AUTORIZ
                              END-IF
                          END-IF
                          PERFORM 220000-PASAR-RENGLONES
                     WHEN WSS-FS-EMI-EOF
                          CONTINUE
                     WHEN OTHER

           CLOSE EMITIDAS.
           CLOSE EXPORTE.
           CLOSE EXPORTE-ITEMS.
           CLOSE FACDETALLE.
           IF WSS-CTES-SI-ABIERTO
               CLOSE CLIENTES
           END-IF.

           DISPLAY '********************************************'
           DISPLAY 'FACTURAS EXPORTADAS =' WSCC-CONT-EXPORTADAS
           DISPLAY 'ITEMS EXPORTADOS =' WSCC-CONT-ITEMS
           DISPLAY 'RENGLONES DE FACTURAS ARCHIVADAS (SALTEADOS) ='
                                          WSCC-CONT-HUERFANOS
           DISPLAY 'YA AUTORIZADAS (NO SE REENVIAN) ='
                                          WSCC-CONT-YA-AUTORIZ
           DISPLAY '********************************************'.

       205000-CARGAR-SERIES.

      *    Pasada previa por el registro de emitidas (los errores de
      *    apertura los informa 200000 al abrirlo de nuevo).
           OPEN INPUT EMITIDAS.
           IF NOT WSS-FS-EMI-OK
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-EMI-EOF
               READ EMITIDAS
                  EVALUATE TRUE
                     WHEN WSS-FS-EMI-OK
                          IF WSF-EMI-PTO-VTA NOT NUMERIC
                              MOVE 0 TO WSF-EMI-PTO-VTA
                          END-IF
                          PERFORM 207000-PRIMERO-DE-SERIE
                     WHEN WSS-FS-EMI-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-EMI
                          MOVE 'S' TO WSS-SER-DESBORDE
                          MOVE '10' TO WSS-FS-EMI
                  END-EVALUATE
           END-PERFORM

           CLOSE EMITIDAS.

       207000-PRIMERO-DE-SERIE.

           PERFORM VARYING WSI-SER FROM 1 BY 1
                   UNTIL WSI-SER > WST-CANT-SER
               IF WST-SER-LETRA (WSI-SER) = WSF-EMI-LETRA
                 AND WST-SER-PTO-VTA (WSI-SER) = WSF-EMI-PTO-VTA
                   IF WSF-EMI-NUMERO < WST-SER-PRIMERO (WSI-SER)
                       MOVE WSF-EMI-NUMERO TO WST-SER-PRIMERO (WSI-SER)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WST-CANT-SER >= WSC-MAX-SERIES
               MOVE 'S' TO WSS-SER-DESBORDE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-SER
           SET WSI-SER TO WST-CANT-SER
           MOVE WSF-EMI-LETRA   TO WST-SER-LETRA (WSI-SER)
           MOVE WSF-EMI-PTO-VTA TO WST-SER-PTO-VTA (WSI-SER)
           MOVE WSF-EMI-NUMERO  TO WST-SER-PRIMERO (WSI-SER).

       210000-EXPORTAR-FACTURA.

           ADD 1 TO WSCC-CONT-EXPORTADAS

           MOVE WSF-EMI-LETRA        TO WSF-EXP-LETRA
           MOVE WSF-EMI-PTO-VTA      TO WSF-EXP-PTO-VTA
           MOVE WSF-EMI-NUMERO       TO WSF-EXP-NUMERO
           MOVE WSF-EMI-PERIODO      TO WSF-EXP-PERIODO
           MOVE WSF-EMI-CTE          TO WSF-EXP-CTE
             STOP RUN
           END-IF.

       220000-PASAR-RENGLONES.

      *    Los renglones de la factura leida estan a continuacion en
      *    FACDETALLE (mismo orden de grabacion que las emitidas): se
      *    consumen todos y, si la factura se exporta, van a los
      *    items. Una factura sin renglones no consume nada. Antes
      *    se saltean los renglones de facturas ya archivadas.
           PERFORM 225000-VER-HUERFANO
           PERFORM UNTIL NOT WSS-SI-HUERFANO
               ADD 1 TO WSCC-CONT-HUERFANOS
               PERFORM 250000-LEER-FACDETALLE
               PERFORM 225000-VER-HUERFANO
           END-PERFORM

           PERFORM UNTIL WSS-FS-FDE-EOF
                      OR WSF-FDE-LETRA NOT = WSF-EMI-LETRA
                      OR WSF-FDE-PTO-VTA NOT = WSF-EMI-PTO-VTA
                      OR WSF-FDE-NUMERO NOT = WSF-EMI-NUMERO
               IF WSS-SI-EXPORTAR
                   MOVE WSF-FDE-LETRA    TO WSF-EXI-LETRA
                   MOVE WSF-FDE-PTO-VTA  TO WSF-EXI-PTO-VTA
                   MOVE WSF-FDE-NUMERO   TO WSF-EXI-NUMERO
                   MOVE WSF-FDE-RENGLON  TO WSF-EXI-RENGLON
                   MOVE WSF-FDE-CODSER   TO WSF-EXI-CODSER
                   MOVE WSF-FDE-DESC     TO WSF-EXI-DESC
                   MOVE WSF-FDE-CANTIDAD TO WSF-EXI-CANTIDAD
                   MOVE WSF-FDE-PRECIO   TO WSF-EXI-PRECIO
                   MOVE WSF-FDE-IMPORTE  TO WSF-EXI-IMPORTE
                   WRITE FD-EXPORTE-ITEMS
                   ADD 1 TO WSCC-CONT-ITEMS
               END-IF
               PERFORM 250000-LEER-FACDETALLE
           END-PERFORM.

       225000-VER-HUERFANO.

      *    El renglon leido es de una factura que ya no esta en el
      *    registro: numero anterior al primero que queda de su
      *    serie, o serie sin ninguna factura que quede.
           MOVE 'N' TO WSS-HUERFANO
           IF WSS-FS-FDE-EOF
               EXIT PARAGRAPH
           END-IF.
           IF WSF-FDE-PTO-VTA NOT NUMERIC
               MOVE 0 TO WSF-FDE-PTO-VTA
           END-IF.

           PERFORM VARYING WSI-SER FROM 1 BY 1
                   UNTIL WSI-SER > WST-CANT-SER
               IF WST-SER-LETRA (WSI-SER) = WSF-FDE-LETRA
                 AND WST-SER-PTO-VTA (WSI-SER) = WSF-FDE-PTO-VTA
                   IF WSF-FDE-NUMERO < WST-SER-PRIMERO (WSI-SER)
                       MOVE 'S' TO WSS-HUERFANO
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF NOT WSS-SER-SI-DESBORDE
               MOVE 'S' TO WSS-HUERFANO
           END-IF.

       250000-LEER-FACDETALLE.

           READ FACDETALLE
              EVALUATE TRUE
                 WHEN WSS-FS-FDE-OK
                      CONTINUE
                 WHEN WSS-FS-FDE-EOF
                      CONTINUE
                 WHEN OTHER
                      DISPLAY 'FILE STATUS' WSS-FS-FDE
                      MOVE '10' TO WSS-FS-FDE
              END-EVALUATE.

       400000-IMPORTAR.

           PERFORM 410000-CARGAR-EMITIDAS.

           PERFORM VARYING WSI-EMI FROM 1 BY 1
                   UNTIL WSI-EMI > WST-CANT-EMI
               IF WST-EMI-LETRA (WSI-EMI) = WSF-RSP-LETRA
                 AND WST-EMI-PTO-VTA (WSI-EMI) = WSF-RSP-PTO-VTA
                 AND WST-EMI-NUMERO (WSI-EMI) = WSF-RSP-NUMERO
                   MOVE 'S' TO WSS-NUMERO-HALLADO
                   EXIT PERFORM
               END-IF
           IF NOT WSS-SI-NUMERO-HALLADO
               ADD 1 TO WSCC-CONT-SIN-FACTURA
               DISPLAY 'RESPUESTA SIN FACTURA EN EL REGISTRO: '
                       WSF-RSP-LETRA ' ' WSF-RSP-PTO-VTA '-'
                       WSF-RSP-NUMERO
               EXIT PARAGRAPH
           END-IF.
               MOVE WSF-EMI-PERIODO  TO WSF-RCH-PERIODO
               MOVE WSF-RSP-FECHA    TO WSF-RCH-FECHA
               MOVE WSF-RSP-MOTIVO   TO WSF-RCH-MOTIVO
               MOVE WSF-RSP-LETRA    TO WSF-RCH-LETRA
               MOVE WSF-RSP-PTO-VTA  TO WSF-RCH-PTO-VTA
               WRITE FD-RECHAZADAS
           END-IF.

           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EXPORTE

           MOVE 'FacturasDetalle.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-FACDETALLE

           MOVE 'FacturasExportFEItems.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EXPORTE-ITEMS

           MOVE 'RespuestaFE.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESPUESTA
