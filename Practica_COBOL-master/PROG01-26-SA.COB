      * Date:
      * Purpose:     Libro IVA Ventas del periodo, directo desde el
      *              registro de facturas emitidas de PROG01-10-SA:
      *              una linea por factura identificada por letra,
      *              punto de venta y numero, en orden de emision
      *              (dentro de cada serie es el orden de numero; un
      *              numero fuera de orden se avisa por consola), con
      *              el CUIT y la condicion de IVA del maestro, el
      *              neto gravado a tasa general, los conceptos de
      *    puede entregarse legalmente.
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

       FD LIBRO.

      *    Con B, PROG01-08-SA rechaza los cargos nuevos del cliente
      *    (los pagos y las reversas pasan igual).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo en dias (0 contado / 15 /
      *    30 / 60) y descuento por pronto pago (ver
      *    PROG01-02-SA).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       WORKING-STORAGE SECTION.

           88 WSS-CTES-SI-ABIERTO     VALUE 'S'.

       01 WSV-PERIODO-LIBRO         PIC 9(06).

      *    Ultimo numero listado de cada serie (letra + punto de
      *    venta), para el control de orden dentro de la serie.
       01 TABLA-SERIES.
           05 WST-CANT-SER          PIC 9(03) VALUE 0.
           05 WST-SERIE OCCURS 300 TIMES
                             INDEXED BY WSI-SER.
               10 WST-SER-LETRA     PIC X(01).
               10 WST-SER-PTO-VTA   PIC 9(04).
               10 WST-SER-ULTIMO    PIC 9(08).

       01 WSS-SERIE-ENCONTRADA        PIC X VALUE 'N'.
           88 WSS-SERIE-SI-ENCONTRADA VALUE 'S'.

      *    Totales declarados (primera pasada) y listados (lo
      *    efectivamente volcado al libro): tienen que cerrar
       01 WSL-IMP-ED-3              PIC -----------,99.
       01 WSL-IMP-ED-4              PIC -----------,99.
       01 WSL-IMP-ED-5              PIC -----------,99.
      *    Comprobante en la forma impresa (ver PROG01-10-SA).
       01 WSL-COMPROBANTE.
           05 WSL-CMP-LETRA         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WSL-CMP-PTO-VTA       PIC 9(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WSL-CMP-NUMERO        PIC 9(08).


      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde

           PERFORM 210000-ENCABEZADO-PAGINA.

           MOVE 0 TO WST-CANT-SER.

           OPEN INPUT EMITIDAS.
           IF NOT WSS-FS-EMI-OK
           MOVE WSL-LINEA TO FD-LIBRO
           WRITE FD-LIBRO.

           STRING 'COMPROBANTE     CTE     CUIT          CI'
                                                   DELIMITED SIZE
                  '   NETO GRAVADO   CUOTAS C/IVA'  DELIMITED SIZE
                  '            IVA        PERCEP'   DELIMITED SIZE

       220000-LINEA-DEL-LIBRO.

      *    El registro se escribe en orden de emision, que dentro
      *    de cada serie es el orden de numero: un numero menor al
      *    anterior de su misma serie delata un registro tocado a
      *    mano y se avisa sin cortar el libro.
           IF WSF-EMI-PTO-VTA NOT NUMERIC
               MOVE 0 TO WSF-EMI-PTO-VTA
           END-IF
           PERFORM 230000-CONTROLAR-ORDEN

           MOVE WSF-EMI-LETRA   TO WSL-CMP-LETRA
           MOVE WSF-EMI-PTO-VTA TO WSL-CMP-PTO-VTA
           MOVE WSF-EMI-NUMERO  TO WSL-CMP-NUMERO

           PERFORM 225000-DATOS-FISCALES-RENGLON

           MOVE WSF-EMI-TOTAL  TO WSL-IMP-ED-4

           INITIALIZE WSL-LINEA
           STRING WSL-COMPROBANTE                  DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  WSF-EMI-CTE                      DELIMITED SIZE
                  ' '                              DELIMITED SIZE
               END-IF
           END-IF.

       230000-CONTROLAR-ORDEN.

           MOVE 'N' TO WSS-SERIE-ENCONTRADA

           PERFORM VARYING WSI-SER FROM 1 BY 1
                   UNTIL WSI-SER > WST-CANT-SER
               IF WST-SER-LETRA (WSI-SER) = WSF-EMI-LETRA
                 AND WST-SER-PTO-VTA (WSI-SER) = WSF-EMI-PTO-VTA
                   MOVE 'S' TO WSS-SERIE-ENCONTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WSS-SERIE-SI-ENCONTRADA
               IF WSF-EMI-NUMERO < WST-SER-ULTIMO (WSI-SER)
                   DISPLAY 'NUMERO FUERA DE ORDEN EN EL REGISTRO: '
                           WSF-EMI-LETRA ' ' WSF-EMI-PTO-VTA '-'
                           WSF-EMI-NUMERO
               END-IF
               MOVE WSF-EMI-NUMERO TO WST-SER-ULTIMO (WSI-SER)
           ELSE
               IF WST-CANT-SER < 300
                   ADD 1 TO WST-CANT-SER
                   SET WSI-SER TO WST-CANT-SER
                   MOVE WSF-EMI-LETRA   TO WST-SER-LETRA (WSI-SER)
                   MOVE WSF-EMI-PTO-VTA TO WST-SER-PTO-VTA (WSI-SER)
                   MOVE WSF-EMI-NUMERO  TO WST-SER-ULTIMO (WSI-SER)
               END-IF
           END-IF.

       240000-SUBTOTAL-PAGINA.

           MOVE WSA-PAG-NETO   TO WSL-IMP-ED-1
           MOVE WSA-PAG-TOTAL  TO WSL-IMP-ED-4

           INITIALIZE WSL-LINEA
           STRING 'SUBTOTAL PAGINA:                    '
                                                   DELIMITED SIZE
                  WSL-IMP-ED-1                     DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  WSL-IMP-ED-2                     DELIMITED SIZE
           MOVE WSA-LIS-TOTAL  TO WSL-IMP-ED-4

           INITIALIZE WSL-LINEA
           STRING 'TOTAL DEL LIBRO:                    '
                                                   DELIMITED SIZE
                  WSL-IMP-ED-1                     DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  WSL-IMP-ED-2                     DELIMITED SIZE
