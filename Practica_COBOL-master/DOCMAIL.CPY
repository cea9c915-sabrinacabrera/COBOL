      ******************************************************************
      * Copybook: DOCMAIL.CPY
      * Purpose:  Indice de los documentos impresos para el cliente
      *           (DocumentosMail.TXT), del que PROG01-55-SA arma la
      *           cola de envios por mail. Lo graban los programas que
      *           imprimen documentos: resumenes (PROG01-05-SA),
      *           facturas (PROG01-10-SA y las ventas de mostrador de
      *           PROG01-59-SA) y cartas de intimacion
      *           (PROG01-17-SA). Un registro por documento: tipo,
      *           cliente, moneda, periodo, referencia, archivo
      *           impreso (nombre base) y orden del documento dentro
      *           de ese archivo. Todos los documentos impresos cierran
      *           con un renglon de '=': el documento de orden N es el
      *           que termina en el N-esimo renglon de '=' del archivo.
      *
      *           El programa que invoca debe declarar el SELECT
      *           DOCUMENTOS-MAIL (FILE STATUS IS WSS-FS-DML, nombre en
      *           WSV-ARCH-DOCUMENTOS-MAIL) con el FD-DOCUMENTOS-MAIL de
      *           PROG01-55-SA, hacer PERFORM 993000-ABRIR-DOCUMENTOS-
      *           MAIL antes del primer documento con WSV-DML-ORDEN en
      *           la cantidad de documentos que el archivo impreso ya
      *           tiene (0 si lo abre OUTPUT), y despues de imprimir
      *           cada documento cargar WSV-DML-TIPO/CTE/MONEDA/PERIODO/
      *           REFERENCIA/ARCHIVO y hacer PERFORM 993500-REGISTRAR-
      *           DOCUMENTO-MAIL (copybook DOCMAILP.CPY). Al final
      *           PERFORM 994000-CERRAR-DOCUMENTOS-MAIL.
      *
      *           Si el indice no se puede abrir los documentos se
      *           imprimen igual: solo quedan fuera del envio por mail.
      ******************************************************************
       01 WSV-DML-DATOS.
      *    R resumen de cuenta / F factura / C carta de intimacion.
          05 WSV-DML-TIPO           PIC X(01).
          05 WSV-DML-CTE            PIC 9(07).
          05 WSV-DML-MONEDA         PIC X(03).
          05 WSV-DML-PERIODO        PIC 9(06).
          05 WSV-DML-REFERENCIA     PIC X(20).
          05 WSV-DML-ARCHIVO        PIC X(40).
          05 WSV-DML-ORDEN          PIC 9(07).
          05 WSV-DML-FECHA          PIC 9(08).

       01 WSS-DML-ABIERTO           PIC X(01) VALUE 'N'.
          88 WSS-DML-SI-ABIERTO              VALUE 'S'.

       01 WSS-FS-DML                PIC X(02).
          88 WSS-FS-DML-OK                   VALUE '00'.
          88 WSS-FS-DML-EOF                  VALUE '10'.
          88 WSS-FS-DML-NOEXISTE             VALUE '35'.
