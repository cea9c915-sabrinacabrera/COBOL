      ******************************************************************
      * Copybook: RECLAMOP.CPY
      * Purpose:  Parrafos de exclusion de lo reclamado (ver
      *           RECLAMO.CPY para los datos y el contrato de
      *           invocacion).
      ******************************************************************
       975000-CARGAR-RECLAMOS.

           MOVE 0 TO WST-CANT-RCL
           MOVE 0 TO WSV-RCL-TOTAL-EXCLUIDO

      *    Sin Reclamos.TXT no hay nada que excluir.
           OPEN INPUT RECLAMOS.
           IF WSS-FS-RCL-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-RCL-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECLAMOS'
             DISPLAY 'FILE STATUS' WSS-FS-RCL
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-RCL-EOF
               READ RECLAMOS
                  EVALUATE TRUE
                     WHEN WSS-FS-RCL-OK
                          IF WSF-RCL-ESTADO = 'O'
                              PERFORM 975500-SUMAR-RECLAMO
                          END-IF
                     WHEN WSS-FS-RCL-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE RECLAMOS'
                          DISPLAY 'FILE STATUS' WSS-FS-RCL
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RECLAMOS.

       975500-SUMAR-RECLAMO.

           IF WST-CANT-RCL < 2000
               ADD 1 TO WST-CANT-RCL
               SET WSI-RCL TO WST-CANT-RCL
               MOVE WSF-RCL-CTE      TO WST-RCL-CTE (WSI-RCL)
               MOVE WSF-RCL-MONEDA   TO WST-RCL-MONEDA (WSI-RCL)
               MOVE WSF-RCL-PERIODO  TO WST-RCL-PERIODO (WSI-RCL)
               MOVE WSF-RCL-IMPORTE  TO WST-RCL-PENDIENTE (WSI-RCL)
           ELSE
               DISPLAY 'TABLA DE RECLAMOS LLENA, SE OMITE RECLAMO '
                       WSF-RCL-NRO
           END-IF.

       976000-DESCONTAR-RECLAMADO.

      *    Solo la deuda (saldo positivo) se descuenta; un credito no
      *    se agranda por un reclamo.
           IF WSV-RCL-SALDO <= 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-RCL FROM 1 BY 1
                   UNTIL WSI-RCL > WST-CANT-RCL
                      OR WSV-RCL-SALDO = 0
               IF WST-RCL-CTE (WSI-RCL) = WSV-RCL-CTE
                 AND WST-RCL-MONEDA (WSI-RCL) = WSV-RCL-MONEDA
                 AND WST-RCL-PERIODO (WSI-RCL) = WSV-RCL-PERIODO
                 AND WST-RCL-PENDIENTE (WSI-RCL) > 0
                   IF WST-RCL-PENDIENTE (WSI-RCL) < WSV-RCL-SALDO
                       MOVE WST-RCL-PENDIENTE (WSI-RCL)
                         TO WSV-RCL-APLICAR
                   ELSE
                       MOVE WSV-RCL-SALDO TO WSV-RCL-APLICAR
                   END-IF
                   SUBTRACT WSV-RCL-APLICAR FROM WSV-RCL-SALDO
                   SUBTRACT WSV-RCL-APLICAR
                       FROM WST-RCL-PENDIENTE (WSI-RCL)
                   ADD WSV-RCL-APLICAR TO WSV-RCL-TOTAL-EXCLUIDO
               END-IF
           END-PERFORM.
