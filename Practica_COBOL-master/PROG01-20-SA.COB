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

           88 WSS-SI-ASIGNADO         VALUE 'S'.

       01 WSV-CTE-ASIGNADO          PIC 9(07).
      *    Tipo del recibo a grabar: A si la transferencia es un
      *    anticipo (ver 217000-DETECTAR-ANTICIPO), en blanco si no.
       01 WSV-TIPO-RECIBO           PIC X(01).
       01 WSV-CANT-ANTICIPO         PIC 9(02).
       01 WSV-CANDIDATO-X           PIC X(07).
       01 WSV-CANDIDATO-N REDEFINES WSV-CANDIDATO-X
                                    PIC 9(07).
           05 WSCC-CONT-POR-REF     PIC 9(07).
           05 WSCC-CONT-POR-IMPORTE PIC 9(07).
           05 WSCC-CONT-SIN-ASIGNAR PIC 9(07).
           05 WSCC-CONT-ANTICIPOS   PIC 9(07).

       01 WSL-LINEA-NOA             PIC X(100).
       01 WSL-IMP-EDITADO           PIC ZZZZZZ9,99.

           MOVE 'N' TO WSS-CREDITO-ASIGNADO
           MOVE 0   TO WSV-CTE-ASIGNADO
           MOVE SPACE TO WSV-TIPO-RECIBO

           PERFORM 215000-BUSCAR-POR-REFERENCIA.

           IF WSS-SI-ASIGNADO
               PERFORM 217000-DETECTAR-ANTICIPO
           ELSE
               PERFORM 220000-BUSCAR-POR-IMPORTE
           END-IF.

               END-IF
           END-PERFORM.

       217000-DETECTAR-ANTICIPO.

      *    El cliente que paga antes de que se le facture (sena de
      *    un contrato nuevo, abono anual adelantado) identifica la
      *    transferencia con su codigo y la palabra ANTICIPO: el
      *    recibo sale tipo A y PROG01-06-SA lo lleva al registro de
      *    anticipos en lugar de aplicarlo a cargos. Solo con la
      *    asignacion por referencia: el calce por importe contra un
      *    cargo abierto es, por definicion, el pago de ese cargo.
           MOVE 0 TO WSV-CANT-ANTICIPO
           INSPECT WSF-EXT-REFERENCIA TALLYING WSV-CANT-ANTICIPO
                   FOR ALL 'ANTICIPO'

           IF WSV-CANT-ANTICIPO > 0
               MOVE 'A' TO WSV-TIPO-RECIBO
               ADD 1 TO WSCC-CONT-ANTICIPOS
           END-IF.

       220000-BUSCAR-POR-IMPORTE.

      *    Calce por importe exacto contra los cargos abiertos de la
      *    Una transferencia bancaria no trae retencion.
           MOVE 0                   TO WSF-REC-RETENCION
           MOVE SPACES              TO WSF-REC-NRO-CERT
           MOVE SPACES              TO WSF-REC-DOCUMENTOS
           MOVE SPACES              TO WSF-REC-REGIMEN
           MOVE WSV-TIPO-RECIBO     TO WSF-REC-TIPO

           WRITE FD-RECIBOS.
           IF NOT WSS-FS-REC-OK
           DISPLAY 'ASIGNADOS POR REFERENCIA =' WSCC-CONT-POR-REF
           DISPLAY 'ASIGNADOS POR IMPORTE =' WSCC-CONT-POR-IMPORTE
           DISPLAY 'SIN ASIGNAR (LISTADOS) =' WSCC-CONT-SIN-ASIGNAR
           DISPLAY 'ANTICIPOS (RECIBO TIPO A) =' WSCC-CONT-ANTICIPOS
           DISPLAY 'ULTIMO NRO DE RECIBO =' WSV-ULTIMO-NUMERO
           DISPLAY '********************************************'.

