      ******************************************************************
      * Copybook: VENCIMP.CPY
      * Purpose:  Parrafos de dias vencidos contra el vencimiento de
      *           la factura (ver VENCIM.CPY para los datos y el
      *           contrato de invocacion).
      ******************************************************************
       970000-CARGAR-VENCIMIENTOS.

      *    Corte: el dia anterior al primero del mes siguiente al
      *    periodo en proceso.
           MOVE WSP-PERIODO-PROCESO TO WSV-VTO-PROCESO
           COMPUTE WSV-VTO-CORTE = WSP-PERIODO-PROCESO * 100 + 1
           IF WSV-VTO-CORTE-MES = 12
               ADD 1 TO WSV-VTO-CORTE-ANIO
               MOVE 1 TO WSV-VTO-CORTE-MES
           ELSE
               ADD 1 TO WSV-VTO-CORTE-MES
           END-IF
           COMPUTE WSV-VTO-CORTE-INT =
                   FUNCTION INTEGER-OF-DATE (WSV-VTO-CORTE) - 1
           COMPUTE WSV-VTO-CORTE =
                   FUNCTION DATE-OF-INTEGER (WSV-VTO-CORTE-INT)

           MOVE 0 TO WST-CANT-VTO

      *    Sin registro de emitidas todos los saldos quedan con la
      *    regla por meses.
           OPEN INPUT EMITIDAS.
           IF WSS-FS-VTO-NOEXISTE
               DISPLAY 'SIN FacturasEmitidas.TXT: MORA CONTADA POR '
                       'PERIODO'
           ELSE
             IF NOT WSS-FS-VTO-OK
               DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
               DISPLAY 'FILE STATUS' WSS-FS-VTO
               STOP RUN
             ELSE
               PERFORM UNTIL WSS-FS-VTO-EOF
                   READ EMITIDAS
                      EVALUATE TRUE
                         WHEN WSS-FS-VTO-OK
                              PERFORM 971000-SUMAR-VENCIMIENTO
                         WHEN WSS-FS-VTO-EOF
                              CONTINUE
                         WHEN OTHER
                              DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
                              DISPLAY 'FILE STATUS' WSS-FS-VTO
                              STOP RUN
                      END-EVALUATE
               END-PERFORM
               CLOSE EMITIDAS
             END-IF
           END-IF.

       971000-SUMAR-VENCIMIENTO.

      *    La venta de mostrador se cobra en el acto: no entra a la
      *    tabla (mismo criterio que PROG01-29-SA).
           IF WSF-EMI-ORIGEN = 'M'
               EXIT PARAGRAPH
           END-IF.

      *    Las facturas anteriores a la condicion de pago no traen
      *    vencimiento: no entran a la tabla.
           IF WSF-EMI-VENCIMIENTO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WSF-EMI-VENCIMIENTO = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WSV-VTO-HALLADO

           PERFORM VARYING WSI-VTO FROM 1 BY 1
                   UNTIL WSI-VTO > WST-CANT-VTO
               IF WST-VTO-CTE (WSI-VTO) = WSF-EMI-CTE
                 AND WST-VTO-PERIODO (WSI-VTO) = WSF-EMI-PERIODO
                 AND WST-VTO-MONEDA (WSI-VTO) = WSF-EMI-MONEDA
                   MOVE WSF-EMI-VENCIMIENTO TO WST-VTO-FECHA (WSI-VTO)
                   MOVE 'S' TO WSV-VTO-HALLADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSV-VTO-SI-HALLADO
             IF WST-CANT-VTO < 5000
               ADD 1 TO WST-CANT-VTO
               SET WSI-VTO TO WST-CANT-VTO
               MOVE WSF-EMI-CTE         TO WST-VTO-CTE (WSI-VTO)
               MOVE WSF-EMI-PERIODO     TO WST-VTO-PERIODO (WSI-VTO)
               MOVE WSF-EMI-MONEDA      TO WST-VTO-MONEDA (WSI-VTO)
               MOVE WSF-EMI-VENCIMIENTO TO WST-VTO-FECHA (WSI-VTO)
             ELSE
               DISPLAY 'TABLA DE VENCIMIENTOS LLENA, SE OMITE FACTURA '
                       WSF-EMI-NUMERO
             END-IF
           END-IF.

       972000-DIAS-VENCIDOS.

           MOVE 0 TO WSV-VTO-FECHA

           PERFORM VARYING WSI-VTO FROM 1 BY 1
                   UNTIL WSI-VTO > WST-CANT-VTO
               IF WST-VTO-CTE (WSI-VTO) = WSV-VTO-CTE
                 AND WST-VTO-PERIODO (WSI-VTO) = WSV-VTO-PERIODO
                 AND WST-VTO-MONEDA (WSI-VTO) = WSV-VTO-MONEDA
                   MOVE WST-VTO-FECHA (WSI-VTO) TO WSV-VTO-FECHA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WSV-VTO-FECHA > 0
               COMPUTE WSV-VTO-DIAS = WSV-VTO-CORTE-INT -
                       FUNCTION INTEGER-OF-DATE (WSV-VTO-FECHA)
           ELSE
               COMPUTE WSV-VTO-DIAS =
                       ((WSV-VTO-PROC-ANIO * 12 + WSV-VTO-PROC-MES) -
                        (WSV-VTO-PER-ANIO * 12 + WSV-VTO-PER-MES)) * 30
           END-IF

           EVALUATE TRUE
               WHEN WSV-VTO-DIAS <= 0
                    MOVE 0 TO WSV-VTO-TRAMO
               WHEN WSV-VTO-DIAS <= 30
                    MOVE 1 TO WSV-VTO-TRAMO
               WHEN WSV-VTO-DIAS <= 60
                    MOVE 2 TO WSV-VTO-TRAMO
               WHEN OTHER
                    MOVE 3 TO WSV-VTO-TRAMO
           END-EVALUATE.
