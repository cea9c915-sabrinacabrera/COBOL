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
         05 WSF-REC-REGIMEN       PIC X(03).
      *    Tipo de recibo (ver PROG01-06-SA): en blanco comun / A
      *    anticipo / S aplicacion de anticipo.
         05 WSF-REC-TIPO          PIC X(01).

       FD NUMERACION.

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

      *        Un debito bancario no trae retencion.
               MOVE 0                  TO WSF-REC-RETENCION
               MOVE SPACES             TO WSF-REC-NRO-CERT
               MOVE SPACES             TO WSF-REC-DOCUMENTOS
               MOVE SPACES             TO WSF-REC-REGIMEN
               MOVE SPACE              TO WSF-REC-TIPO
               WRITE FD-RECIBOS
               IF NOT WSS-FS-REC-OK
                 DISPLAY 'ERROR DE ARCHIVO DE RECIBOS'
