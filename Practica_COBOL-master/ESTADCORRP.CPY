      ******************************************************************
      * Copybook: ESTADCORRP.CPY
      * Purpose:  Parrafos de la ventana de doce periodos por paso y
      *           sus alertas de demora (ver ESTADCORR.CPY para los
      *           datos y el contrato de invocacion).
      ******************************************************************
       990000-CARGAR-MAXIMOS.

           MOVE 0 TO WST-TMX-CANT

           OPEN INPUT TIEMPOS-MAXIMOS.
           IF WSS-FS-TMX-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-TMX-OK
             DISPLAY 'ERROR DE ARCHIVO DE TIEMPOS MAXIMOS'
             DISPLAY 'FILE STATUS' WSS-FS-TMX
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-TMX-EOF
               READ TIEMPOS-MAXIMOS
                  EVALUATE TRUE
                     WHEN WSS-FS-TMX-OK
                          IF WST-TMX-CANT < 30
                              ADD 1 TO WST-TMX-CANT
                              SET WSI-TMX TO WST-TMX-CANT
                              MOVE WSF-TMX-PASO
                                TO WST-TMX-PASO (WSI-TMX)
                              MOVE WSF-TMX-SEGUNDOS
                                TO WST-TMX-SEGUNDOS (WSI-TMX)
                          ELSE
                              DISPLAY 'TIEMPOS MAXIMOS: MAS DE 30 '
                                      'PASOS, SE OMITE EL '
                                      WSF-TMX-PASO
                          END-IF
                     WHEN WSS-FS-TMX-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-TMX
                          MOVE '10' TO WSS-FS-TMX
                  END-EVALUATE
           END-PERFORM

           CLOSE TIEMPOS-MAXIMOS.

       991000-CARGAR-ESTADISTICA-PASO.

      *    Arma la ventana hacia atras desde WSV-EST-PERIODO y la
      *    llena con la ultima corrida de cada periodo del paso
      *    WSV-EST-PASO en la sucursal WSV-EST-SUCURSAL.
           MOVE WSV-EST-PERIODO TO WSV-EST-PER-AUX
           PERFORM VARYING WSV-EST-SUB FROM 12 BY -1
                   UNTIL WSV-EST-SUB < 1
               MOVE WSV-EST-PER-AUX
                 TO WST-EST-PERIODO (WSV-EST-SUB)
               MOVE 'N' TO WST-EST-HAY (WSV-EST-SUB)
               MOVE 0   TO WST-EST-SEGUNDOS (WSV-EST-SUB)
               MOVE 0   TO WST-EST-LEIDOS (WSV-EST-SUB)
               MOVE 0   TO WST-EST-GRABADOS (WSV-EST-SUB)
               MOVE 0   TO WST-EST-RECHAZOS (WSV-EST-SUB)
               IF WSV-EST-AUX-MES = 1
                   MOVE 12 TO WSV-EST-AUX-MES
                   SUBTRACT 1 FROM WSV-EST-AUX-ANIO
               ELSE
                   SUBTRACT 1 FROM WSV-EST-AUX-MES
               END-IF
           END-PERFORM

           OPEN INPUT ESTAD-CORRIDA.
           IF WSS-FS-ESH-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-ESH-OK
             DISPLAY 'ERROR DE ARCHIVO DE ESTADISTICA DE CORRIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-ESH
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-ESH-EOF
               READ ESTAD-CORRIDA
                  EVALUATE TRUE
                     WHEN WSS-FS-ESH-OK
                          IF WSF-EST-PASO = WSV-EST-PASO
                            AND WSF-EST-SUCURSAL = WSV-EST-SUCURSAL
                              PERFORM 991500-UBICAR-EN-VENTANA
                          END-IF
                     WHEN WSS-FS-ESH-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-ESH
                          MOVE '10' TO WSS-FS-ESH
                  END-EVALUATE
           END-PERFORM

           CLOSE ESTAD-CORRIDA.

       991500-UBICAR-EN-VENTANA.

           SET WSI-EST-PER TO 1
           SEARCH WST-EST-PER
               AT END
                   CONTINUE
               WHEN WST-EST-PERIODO (WSI-EST-PER) = WSF-EST-PERIODO
                   MOVE 'S'              TO WST-EST-HAY (WSI-EST-PER)
                   MOVE WSF-EST-SEGUNDOS
                     TO WST-EST-SEGUNDOS (WSI-EST-PER)
                   MOVE WSF-EST-LEIDOS
                     TO WST-EST-LEIDOS (WSI-EST-PER)
                   MOVE WSF-EST-GRABADOS
                     TO WST-EST-GRABADOS (WSI-EST-PER)
                   MOVE WSF-EST-RECHAZOS
                     TO WST-EST-RECHAZOS (WSI-EST-PER)
           END-SEARCH.

       992000-EVALUAR-PASO.

      *    Promedio de los periodos anteriores con corrida, maximo
      *    configurado del paso y alertas del periodo evaluado.
           MOVE 0   TO WSV-EST-SUMA
           MOVE 0   TO WSV-EST-CANT-PREVIOS
           MOVE 0   TO WSV-EST-PROMEDIO
           MOVE 0   TO WSV-EST-TOPE-PROMEDIO
           MOVE 0   TO WSV-EST-MAXIMO
           MOVE 'N' TO WSV-EST-ALERTA-MAX
           MOVE 'N' TO WSV-EST-ALERTA-PROM

           PERFORM VARYING WSV-EST-SUB FROM 1 BY 1
                   UNTIL WSV-EST-SUB > 11
               IF WST-EST-SI-HAY (WSV-EST-SUB)
                   ADD 1 TO WSV-EST-CANT-PREVIOS
                   ADD WST-EST-SEGUNDOS (WSV-EST-SUB) TO WSV-EST-SUMA
               END-IF
           END-PERFORM

           IF WSV-EST-CANT-PREVIOS > 0
               COMPUTE WSV-EST-PROMEDIO ROUNDED =
                       WSV-EST-SUMA / WSV-EST-CANT-PREVIOS
               COMPUTE WSV-EST-TOPE-PROMEDIO ROUNDED =
                       WSV-EST-PROMEDIO * (100 + WSP-DESVIO-PASO) / 100
           END-IF

           SET WSI-TMX TO 1
           SEARCH WST-TMX
               AT END
                   CONTINUE
               WHEN WSI-TMX > WST-TMX-CANT
                   CONTINUE
               WHEN WST-TMX-PASO (WSI-TMX) = WSV-EST-PASO
                   MOVE WST-TMX-SEGUNDOS (WSI-TMX) TO WSV-EST-MAXIMO
           END-SEARCH

           IF NOT WST-EST-SI-HAY (12)
               EXIT PARAGRAPH
           END-IF.

           IF WSV-EST-MAXIMO > 0
             AND WST-EST-SEGUNDOS (12) > WSV-EST-MAXIMO
               MOVE 'S' TO WSV-EST-ALERTA-MAX
           END-IF.

      *    Un paso que termina en menos de un minuto no alerta por
      *    desvio: a esa escala el porcentaje es ruido.
           IF WSV-EST-CANT-PREVIOS > 0
             AND WST-EST-SEGUNDOS (12) > WSV-EST-TOPE-PROMEDIO
             AND WST-EST-SEGUNDOS (12) >= 60
               MOVE 'S' TO WSV-EST-ALERTA-PROM
           END-IF.
