      ******************************************************************
      * Copybook: DOCMAILP.CPY
      * Purpose:  Parrafos del indice de documentos impresos para el
      *           envio por mail (ver DOCMAIL.CPY para los datos y el
      *           contrato de invocacion).
      ******************************************************************
       993000-ABRIR-DOCUMENTOS-MAIL.

           ACCEPT WSV-DML-FECHA FROM DATE YYYYMMDD.
           MOVE 'N' TO WSS-DML-ABIERTO

           OPEN EXTEND DOCUMENTOS-MAIL.
           IF WSS-FS-DML-NOEXISTE
               OPEN OUTPUT DOCUMENTOS-MAIL
           END-IF.
           IF NOT WSS-FS-DML-OK
             DISPLAY 'ERROR DE ARCHIVO DE DOCUMENTOS PARA MAIL'
             DISPLAY 'FILE STATUS' WSS-FS-DML
             DISPLAY 'LOS DOCUMENTOS DE ESTA CORRIDA NO QUEDAN PARA '
                     'EL ENVIO POR MAIL'
           ELSE
             MOVE 'S' TO WSS-DML-ABIERTO
           END-IF.

       993500-REGISTRAR-DOCUMENTO-MAIL.

      *    El orden avanza con cada documento impreso, se registre o
      *    no: es la posicion del documento en el archivo impreso.
           ADD 1 TO WSV-DML-ORDEN

           IF NOT WSS-DML-SI-ABIERTO
               EXIT PARAGRAPH
           END-IF.

           MOVE WSV-DML-TIPO         TO WSF-DML-TIPO
           MOVE WSV-DML-CTE          TO WSF-DML-CTE
           MOVE WSV-DML-MONEDA       TO WSF-DML-MONEDA
           MOVE WSV-DML-PERIODO      TO WSF-DML-PERIODO
           MOVE WSV-DML-REFERENCIA   TO WSF-DML-REFERENCIA
           MOVE WSV-DML-ARCHIVO      TO WSF-DML-ARCHIVO
           MOVE WSV-DML-ORDEN        TO WSF-DML-ORDEN
           MOVE WSV-DML-FECHA        TO WSF-DML-FECHA
           WRITE FD-DOCUMENTOS-MAIL.
           IF NOT WSS-FS-DML-OK
             DISPLAY 'ERROR DE ARCHIVO DE DOCUMENTOS PARA MAIL'
             DISPLAY 'FILE STATUS' WSS-FS-DML
           END-IF.

       994000-CERRAR-DOCUMENTOS-MAIL.

           IF WSS-DML-SI-ABIERTO
               CLOSE DOCUMENTOS-MAIL
               MOVE 'N' TO WSS-DML-ABIERTO
           END-IF.
