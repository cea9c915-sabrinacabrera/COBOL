           MOVE 0             TO WSP-PROVISION-30
           MOVE 0             TO WSP-PROVISION-60
           MOVE 0             TO WSP-PROVISION-90
           MOVE 0             TO WSP-GASTO-CHEQUE
           MOVE 30            TO WSP-DIAS-RECLAMO
           MOVE 0             TO WSP-COMISION-AGENCIA
           MOVE 6             TO WSP-ANOM-MESES
           MOVE 100           TO WSP-ANOM-SUBA
           MOVE 50            TO WSP-ANOM-BAJA
           MOVE 0             TO WSP-ANOM-MINIMO
           MOVE 'N'           TO WSP-SIMULACION
           MOVE 50            TO WSP-DESVIO-PASO
           MOVE 'L'           TO WSP-IIBB-REGIMEN

           OPEN INPUT PARAMETROS.
           IF WSS-FS-PAR-NOEXISTE
               WHEN 'PROV-90'
                    COMPUTE WSP-PROVISION-90 =
                            FUNCTION NUMVAL (WSF-PAR-VALOR)
               WHEN 'GASTO-CHEQUE'
                    COMPUTE WSP-GASTO-CHEQUE =
                            FUNCTION NUMVAL (WSF-PAR-VALOR)
               WHEN 'DIAS-RECLAMO'
                    COMPUTE WSP-DIAS-RECLAMO =
                            FUNCTION NUMVAL (WSF-PAR-VALOR)
               WHEN 'COMIS-AGENC'
                    COMPUTE WSP-COMISION-AGENCIA =
                            FUNCTION NUMVAL (WSF-PAR-VALOR)
               WHEN 'ANOM-MESES'
                    COMPUTE WSP-ANOM-MESES =
                            FUNCTION NUMVAL (WSF-PAR-VALOR)
               WHEN 'ANOM-SUBA'
                    COMPUTE WSP-ANOM-SUBA =
                            FUNCTION NUMVAL (WSF-PAR-VALOR)
               WHEN 'ANOM-BAJA'
                    COMPUTE WSP-ANOM-BAJA =
                            FUNCTION NUMVAL (WSF-PAR-VALOR)
               WHEN 'DESVIO-PASO'
                    COMPUTE WSP-DESVIO-PASO =
                            FUNCTION NUMVAL (WSF-PAR-VALOR)
               WHEN 'ANOM-MINIMO'
                    COMPUTE WSP-ANOM-MINIMO =
                            FUNCTION NUMVAL (WSF-PAR-VALOR)
               WHEN 'SIMULACION'
                    MOVE WSF-PAR-VALOR (1:1) TO WSP-SIMULACION
               WHEN 'IIBB-REGIMEN'
                    MOVE WSF-PAR-VALOR (1:1) TO WSP-IIBB-REGIMEN
               WHEN SPACES
                    CONTINUE
               WHEN OTHER
