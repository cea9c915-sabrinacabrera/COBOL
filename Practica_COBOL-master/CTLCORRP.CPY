      *    mes siguiente sigue controlada bajo su propio periodo.
           MOVE WSP-PERIODO-PROCESO TO WSV-CTL-PERIODO

      *    Arranque del paso para EstadisticasCorridas.TXT.
           ACCEPT WSV-CTL-HORA-INICIO FROM TIME
           MOVE 0 TO WSV-CTL-LEIDOS
           MOVE 0 TO WSV-CTL-GRABADOS
           MOVE 0 TO WSV-CTL-RECHAZOS

           MOVE 'S' TO WSV-CTL-OK
           MOVE 'N' TO WSV-CTL-PREVIO-HECHO
           MOVE 'N' TO WSV-CTL-YA-HECHO
           MOVE 'N' TO WSV-CTL-VIOLACION
           MOVE 'N' TO WSV-CTL-OVERRIDE

           OPEN INPUT CONTROL-CORRIDA.
           IF WSS-FS-CTL-NOEXISTE
                              IF WSF-CTL-PERIODO = WSV-CTL-PERIODO
      *                         El paso previo habilita venga de la
      *                         sucursal que venga (el paso comun a
      *                         toda la cadena se estampa con 00),
      *                         salvo que el paso pida el previo de
      *                         su misma sucursal; la repeticion solo
      *                         se bloquea dentro de la MISMA
      *                         sucursal, para que la corrida de la
      *                         sucursal 2 no choque con la de la 1.
                                IF WSF-CTL-PASO = WSV-CTL-PASO-PREVIO
                                  AND (NOT WSV-CTL-SI-PREVIO-SUCURSAL
                                       OR WSF-CTL-SUCURSAL =
                                              WSV-CTL-SUCURSAL)
                                  MOVE 'S' TO WSV-CTL-PREVIO-HECHO
                                END-IF
                                IF WSF-CTL-PASO = WSV-CTL-PASO
           END-IF.

           IF WSV-CTL-SI-YA-HECHO
             AND NOT WSV-CTL-SI-REPETIBLE
               MOVE 'S' TO WSV-CTL-VIOLACION
               DISPLAY 'EL PASO ' WSV-CTL-PASO
                       ' YA SE CORRIO PARA EL PERIODO '
             MOVE WSV-CTL-SUCURSAL           TO WSF-CTL-SUCURSAL
             MOVE WSV-CTL-FECHA              TO WSF-CTL-FECHA
             MOVE WSV-CTL-HORA-COMPLETA (1:6) TO WSF-CTL-HORA
      *      Un paso que llego hasta aca con override lo autorizo el
      *      supervisor identificado en 930000: queda en la estampa
      *      para la auditoria de operadores (PROG01-60-SA).
             IF WSV-CTL-OVERRIDE = 'S'
                 MOVE 'S'                    TO WSF-CTL-OVERRIDE
                 MOVE WSO-OPER-ID            TO WSF-CTL-OPERADOR
             ELSE
                 MOVE 'N'                    TO WSF-CTL-OVERRIDE
                 MOVE SPACES                 TO WSF-CTL-OPERADOR
             END-IF
             WRITE FD-CONTROL-CORRIDA
             CLOSE CONTROL-CORRIDA
           END-IF.

           PERFORM 945000-GRABAR-ESTADISTICA.

       945000-GRABAR-ESTADISTICA.

      *    Tiempo transcurrido desde 930000 en segundos; un paso que
      *    cruza la medianoche suma el dia.
           COMPUTE WSV-CTL-SEGUNDOS =
                   (WSV-CTL-FIN-HH * 3600 + WSV-CTL-FIN-MM * 60
                                          + WSV-CTL-FIN-SS)
                 - (WSV-CTL-INI-HH * 3600 + WSV-CTL-INI-MM * 60
                                          + WSV-CTL-INI-SS)
           IF WSV-CTL-SEGUNDOS < 0
               ADD 86400 TO WSV-CTL-SEGUNDOS
           END-IF

           OPEN EXTEND ESTAD-CORRIDA.
           IF WSS-FS-EST-NOEXISTE
               OPEN OUTPUT ESTAD-CORRIDA
           END-IF.
           IF NOT WSS-FS-EST-OK
             DISPLAY 'ERROR DE ARCHIVO DE ESTADISTICA DE CORRIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-EST
           ELSE
             MOVE WSV-CTL-PERIODO             TO WSF-EST-PERIODO
             MOVE WSV-CTL-PASO                TO WSF-EST-PASO
             MOVE WSV-CTL-SUCURSAL            TO WSF-EST-SUCURSAL
             MOVE WSV-CTL-FECHA               TO WSF-EST-FECHA
             MOVE WSV-CTL-HORA-INICIO (1:6)   TO WSF-EST-HORA-INICIO
             MOVE WSV-CTL-HORA-COMPLETA (1:6) TO WSF-EST-HORA-FIN
             MOVE WSV-CTL-SEGUNDOS            TO WSF-EST-SEGUNDOS
             MOVE WSV-CTL-LEIDOS              TO WSF-EST-LEIDOS
             MOVE WSV-CTL-GRABADOS            TO WSF-EST-GRABADOS
             MOVE WSV-CTL-RECHAZOS            TO WSF-EST-RECHAZOS
             WRITE FD-ESTAD-CORRIDA
             CLOSE ESTAD-CORRIDA
           END-IF.
