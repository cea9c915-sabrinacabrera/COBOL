      ******************************************************************
      * Copybook: PARTIDASP.CPY
      * Purpose:  Parrafos de lectura y listado de las partidas
      *           abiertas por documento (ver PARTIDAS.CPY para los
      *           datos y el contrato de invocacion).
      ******************************************************************
       980000-CARGAR-PARTIDAS.

           MOVE 0   TO WST-CANT-PTA
           MOVE 'N' TO WSS-PTA-ARCHIVO-NUEVO
           MOVE 'N' TO WSS-PTA-DESBORDE

      *    Sin archivo no hay partidas: quien lo mantiene lo crea en
      *    su primera corrida.
           OPEN INPUT PARTIDAS.
           IF WSS-FS-PTA-NOEXISTE
               MOVE 'S' TO WSS-PTA-ARCHIVO-NUEVO
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-PTA-OK
               DISPLAY 'ERROR DE ARCHIVO DE PARTIDAS'
               DISPLAY 'FILE STATUS' WSS-FS-PTA
               STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-PTA-EOF
               READ PARTIDAS
                  EVALUATE TRUE
                     WHEN WSS-FS-PTA-OK
                          PERFORM 981000-SUMAR-PARTIDA
                     WHEN WSS-FS-PTA-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE PARTIDAS'
                          DISPLAY 'FILE STATUS' WSS-FS-PTA
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE PARTIDAS.

       981000-SUMAR-PARTIDA.

           IF WST-CANT-PTA < 5000
               ADD 1 TO WST-CANT-PTA
               SET WSI-PTA TO WST-CANT-PTA
               MOVE WSF-PTA-TIPO        TO WST-PTA-TIPO (WSI-PTA)
               MOVE WSF-PTA-LETRA       TO WST-PTA-LETRA (WSI-PTA)
               MOVE WSF-PTA-PTO-VTA     TO WST-PTA-PTO-VTA (WSI-PTA)
               MOVE WSF-PTA-NUMERO      TO WST-PTA-NUMERO (WSI-PTA)
               MOVE WSF-PTA-CTE         TO WST-PTA-CTE (WSI-PTA)
               MOVE WSF-PTA-MONEDA      TO WST-PTA-MONEDA (WSI-PTA)
               MOVE WSF-PTA-PERIODO     TO WST-PTA-PERIODO (WSI-PTA)
               MOVE WSF-PTA-FECHA       TO WST-PTA-FECHA (WSI-PTA)
               MOVE WSF-PTA-VENCIMIENTO
                                   TO WST-PTA-VENCIMIENTO (WSI-PTA)
               MOVE WSF-PTA-ORIGINAL    TO WST-PTA-ORIGINAL (WSI-PTA)
               MOVE WSF-PTA-APLICADO    TO WST-PTA-APLICADO (WSI-PTA)
               MOVE WSF-PTA-SALDO       TO WST-PTA-SALDO (WSI-PTA)
               MOVE 'N'                 TO WST-PTA-MARCA (WSI-PTA)
           ELSE
               MOVE 'S' TO WSS-PTA-DESBORDE
               DISPLAY 'TABLA DE PARTIDAS LLENA, SE OMITE DOCUMENTO '
                       WSF-PTA-NUMERO
           END-IF.

       985000-ARMAR-LINEA-PARTIDA.

           EVALUATE WST-PTA-TIPO (WSI-PTA)
               WHEN 'F'
                    MOVE 'FAC' TO WSL-PTA-TIPO-ED
               WHEN 'N'
                    MOVE 'N/C' TO WSL-PTA-TIPO-ED
               WHEN 'C'
                    MOVE 'CHR' TO WSL-PTA-TIPO-ED
               WHEN OTHER
                    MOVE 'REC' TO WSL-PTA-TIPO-ED
           END-EVALUATE

      *    Las notas, los recibos a cuenta y las facturas anteriores
      *    a la condicion de pago no tienen vencimiento.
           IF WST-PTA-VENCIMIENTO (WSI-PTA) = 0
               MOVE SPACES TO WSL-PTA-VTO-ED
           ELSE
               MOVE WST-PTA-VENCIMIENTO (WSI-PTA) TO WSL-PTA-VTO-ED
           END-IF

           MOVE WST-PTA-ORIGINAL (WSI-PTA) TO WSL-PTA-IMP-ORIGINAL
           MOVE WST-PTA-APLICADO (WSI-PTA) TO WSL-PTA-IMP-APLICADO
           MOVE WST-PTA-SALDO (WSI-PTA)    TO WSL-PTA-IMP-SALDO

           INITIALIZE WSL-PTA-LINEA
           STRING WSL-PTA-TIPO-ED                   DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WST-PTA-LETRA (WSI-PTA)           DELIMITED SIZE
                  ' '                               DELIMITED SIZE
                  WST-PTA-PTO-VTA (WSI-PTA)         DELIMITED SIZE
                  '-'                               DELIMITED SIZE
                  WST-PTA-NUMERO (WSI-PTA)          DELIMITED SIZE
                  '  '                              DELIMITED SIZE
                  WSL-PTA-VTO-ED                    DELIMITED SIZE
                  '  '                              DELIMITED SIZE
                  WSL-PTA-IMP-ORIGINAL              DELIMITED SIZE
                  '  '                              DELIMITED SIZE
                  WSL-PTA-IMP-APLICADO              DELIMITED SIZE
                  '  '                              DELIMITED SIZE
                  WSL-PTA-IMP-SALDO                 DELIMITED SIZE
             INTO WSL-PTA-LINEA
           END-STRING.
