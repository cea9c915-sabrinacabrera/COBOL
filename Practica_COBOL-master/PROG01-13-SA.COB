
       01 WSV-FECHA-SISTEMA         PIC 9(08).
       01 WSL-LINEA-AUD             PIC X(100).
       01 WSV-TEXTO-DISPO           PIC X(30).

           COPY OPERADOR.

                   MOVE WSF-EXC-DISPO TO WST-EXC-DISPO (WSI-EXC)
                   DISPLAY 'ITEM ' WSV-ITEM ' MARCADO '
                           WSF-EXC-DISPO
                   PERFORM 225000-AUDITAR-DISPOSICION
               END-IF
           END-IF.

       225000-AUDITAR-DISPOSICION.

      *    Cada anulacion o correccion queda en Auditoria.TXT con el
      *    operador que la firmo (EXTEND, OUTPUT si no existe, mismo
      *    idioma que AUDITORIA en PROG01-01-SA): antes el registro
      *    decia que cambio pero no quien. De aca toma la actividad
      *    de la mesa de excepciones la auditoria de operadores
      *    (PROG01-60-SA).
           IF WSF-EXC-DISPO = 'A'
               MOVE '  EXCEPCION ANULADA POR '   TO WSV-TEXTO-DISPO
           ELSE
               MOVE '  EXCEPCION CORREGIDA POR ' TO WSV-TEXTO-DISPO
           END-IF.
           OPEN EXTEND AUDITORIA.
           IF WSS-FS-AUD-NOEXISTE
               OPEN OUTPUT AUDITORIA
           ELSE
             INITIALIZE WSL-LINEA-AUD
             STRING WSV-FECHA-SISTEMA              DELIMITED SIZE
                    FUNCTION TRIM (WSV-TEXTO-DISPO TRAILING)
                                                    DELIMITED SIZE
                    ' '                             DELIMITED SIZE
                    WSO-OPER-ID                     DELIMITED SIZE
                    ' CLIENTE '                    DELIMITED SIZE
                    WST-EXC-CTE (WSI-EXC)           DELIMITED SIZE
             CLOSE REPROCESO
             DISPLAY 'EXCEPCIONES VOLCADAS A REPROCESO: '
                     WSCC-CONT-REPROCESO
             IF WSCC-CONT-REPROCESO > 0
                 PERFORM 235000-AUDITAR-REPROCESO
             END-IF
           END-IF.

       235000-AUDITAR-REPROCESO.

      *    El vuelco a reproceso tambien queda con su operador: el
      *    archivo de reproceso lleva el layout de TRANSAC y no tiene
      *    donde llevarlo (y PROG01-08-SA lo vacia al reinyectar).
           OPEN EXTEND AUDITORIA.
           IF WSS-FS-AUD-NOEXISTE
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF NOT WSS-FS-AUD-OK
             DISPLAY 'ERROR DE ARCHIVO DE AUDITORIA'
             DISPLAY 'FILE STATUS' WSS-FS-AUD
           ELSE
             INITIALIZE WSL-LINEA-AUD
             STRING WSV-FECHA-SISTEMA              DELIMITED SIZE
                    '  REPROCESO GENERADO POR '    DELIMITED SIZE
                    WSO-OPER-ID                     DELIMITED SIZE
                    ': '                           DELIMITED SIZE
                    WSCC-CONT-REPROCESO             DELIMITED SIZE
                    ' EXCEPCIONES CORREGIDAS'      DELIMITED SIZE
               INTO WSL-LINEA-AUD
             END-STRING
             MOVE WSL-LINEA-AUD TO FD-AUDITORIA
             WRITE FD-AUDITORIA
             CLOSE AUDITORIA
           END-IF.

       300000-FINAL.
