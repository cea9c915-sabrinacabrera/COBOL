
      *    Reconstruye AsientosGL.TXT desde el trabajo y cierra con
      *    el registro de control recalculado (debe y haber sobre
      *    todas las partidas). Las partidas nuevas (las que siguen
      *    a las WSG-CANT-PREVIAS copiadas al abrir) se agregan al
      *    historial en la misma pasada; si el historial no se puede
      *    abrir no se toca la interfaz, para que no quede nada
      *    asentado sin historial. El trabajo se vacia al final.
           IF NOT WSG-SI-ABIERTO
               DISPLAY 'ASIENTOS NO RECONSTRUIDOS (APERTURA FALLIDA)'
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND MOVIMIENTOSGL.
           IF WSS-FS-MGL-NOEXISTE
               OPEN OUTPUT MOVIMIENTOSGL
           END-IF.
           IF NOT WSS-FS-MGL-OK
               DISPLAY 'ERROR DE ARCHIVO DE MOVIMIENTOS CONTABLES'
               DISPLAY 'FILE STATUS' WSS-FS-MGL
               CLOSE ASIENTOSGL-TRABAJO
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ASIENTOSGL.
           IF NOT WSS-FS-GL-OK
               DISPLAY 'ERROR DE ARCHIVO DE ASIENTOS'
               DISPLAY 'FILE STATUS' WSS-FS-GL
               CLOSE ASIENTOSGL-TRABAJO
               CLOSE MOVIMIENTOSGL
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WSG-CANT-COPIADAS
           ACCEPT WSG-FECHA-GRABACION FROM DATE YYYYMMDD

           PERFORM UNTIL WSS-FS-GLT-EOF
               READ ASIENTOSGL-TRABAJO
                  EVALUATE TRUE
                     WHEN WSS-FS-GLT-OK
                          ADD 1 TO WSG-CANT-COPIADAS
                          MOVE FD-ASIENTOSGL-TRABAJO
                            TO FD-ASIENTOSGL
                          WRITE FD-ASIENTOSGL
                          IF WSG-CANT-COPIADAS > WSG-CANT-PREVIAS
                              PERFORM 967000-GRABAR-MOVIMIENTO
                          END-IF
                     WHEN WSS-FS-GLT-EOF
                          CONTINUE
                     WHEN OTHER

           CLOSE ASIENTOSGL.
           CLOSE ASIENTOSGL-TRABAJO.
           CLOSE MOVIMIENTOSGL.

           OPEN OUTPUT ASIENTOSGL-TRABAJO.
           CLOSE ASIENTOSGL-TRABAJO.

           MOVE 'N' TO WSG-ABIERTO.

       967000-GRABAR-MOVIMIENTO.

      *    La partida del trabajo (ya pasada a la interfaz) al
      *    historial, con el importe en la columna de su signo.
           MOVE WSP-PERIODO-PROCESO  TO WSF-MGL-LOTE
           MOVE WSF-GLT-PERIODO      TO WSF-MGL-PERIODO
           MOVE WSF-GLT-CUENTA       TO WSF-MGL-CUENTA
           MOVE WSF-GLT-LEYENDA      TO WSF-MGL-LEYENDA
           IF WSF-GLT-TIPO = 'D'
               MOVE WSF-GLT-IMPORTE  TO WSF-MGL-DEBE
               MOVE 0                TO WSF-MGL-HABER
           ELSE
               MOVE 0                TO WSF-MGL-DEBE
               MOVE WSF-GLT-IMPORTE  TO WSF-MGL-HABER
           END-IF
           MOVE 1                    TO WSF-MGL-PARTIDAS
           MOVE WSG-FECHA-GRABACION  TO WSF-MGL-FECHA
           WRITE FD-MOVIMIENTOSGL.
