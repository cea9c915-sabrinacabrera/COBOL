      *              reanudar. Deja el resumen nocturno (inicio y fin
      *              por paso, resultado, rechazos y excepciones
      *              pendientes) para leer a la manana en lugar de
      *              scrollear seis consolas, con la demora de cada
      *              paso contra su maximo configurado y su propio
      *              promedio (EstadisticasCorridas.TXT) para alertar
      *              antes de que se pase la ventana. Los ejecutables
      *              de la cadena viven en el directorio de trabajo.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTL.

      *    Historico de estadisticas por paso (lo graba cada paso al
      *    estampar) y maximos configurados por paso (ver
      *    ESTADCORR.CPY).
           SELECT ESTAD-CORRIDA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ESTAD-CORRIDA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ESH.

           SELECT TIEMPOS-MAXIMOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-TIEMPOS-MAXIMOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TMX.

      *    Resumen nocturno de la corrida.
           SELECT RESUMEN
                                       ASSIGN DYNAMIC
         05 WSF-CTL-SUCURSAL     PIC 9(02).
         05 WSF-CTL-FECHA        PIC 9(08).
         05 WSF-CTL-HORA         PIC 9(06).
      *    Override de supervisor (S/N) y el supervisor que lo
      *    autorizo (en blanco sin override), ver CTLCORRP.CPY.
         05 WSF-CTL-OVERRIDE     PIC X(01).
         05 WSF-CTL-OPERADOR     PIC X(10).

       FD ESTAD-CORRIDA.

      *    Mismo layout en todos los pasos de la cadena (ver
      *    CTLCORR.CPY).
       01 FD-ESTAD-CORRIDA.
         05 WSF-EST-PERIODO      PIC 9(06).
         05 WSF-EST-PASO         PIC 9(02).
         05 WSF-EST-SUCURSAL     PIC 9(02).
         05 WSF-EST-FECHA        PIC 9(08).
         05 WSF-EST-HORA-INICIO  PIC 9(06).
         05 WSF-EST-HORA-FIN     PIC 9(06).
         05 WSF-EST-SEGUNDOS     PIC 9(06).
         05 WSF-EST-LEIDOS       PIC 9(09).
         05 WSF-EST-GRABADOS     PIC 9(09).
         05 WSF-EST-RECHAZOS     PIC 9(07).

       FD TIEMPOS-MAXIMOS.

       01 FD-TIEMPOS-MAXIMOS.
         05 WSF-TMX-PASO         PIC 9(02).
         05 WSF-TMX-SEGUNDOS     PIC 9(06).

       FD RESUMEN.

           05 WSCC-CONT-SALTEADOS   PIC 9(02).
           05 WSCC-CONT-RECHAZOS    PIC 9(07).
           05 WSCC-CONT-EXC-PEND    PIC 9(07).
           05 WSCC-CONT-ALERTAS     PIC 9(02).

       01 WSL-LINEA-RSM             PIC X(100).

       01 WSV-ARCH-RESUMEN                PIC X(80).
       01 WSV-ARCH-RECHAZADAS             PIC X(80).
       01 WSV-ARCH-EXCEPCIONES            PIC X(80).
       01 WSV-ARCH-ESTAD-CORRIDA          PIC X(80).
       01 WSV-ARCH-TIEMPOS-MAXIMOS        PIC X(80).

           COPY PARAMS.

           COPY ESTADCORR.

       PROCEDURE DIVISION.

       000000-CONTROL.

           INITIALIZE CONTADORES.

           PERFORM 990000-CARGAR-MAXIMOS.

           OPEN OUTPUT RESUMEN.
           IF NOT WSS-FS-RSM-OK
             DISPLAY 'ERROR DE ARCHIVO DE RESUMEN'
               END-STRING
               MOVE WSL-LINEA-RSM TO FD-RESUMEN
               WRITE FD-RESUMEN
               PERFORM 215000-CONTROLAR-DEMORA
               EXIT PARAGRAPH
           END-IF.

               END-STRING
               MOVE WSL-LINEA-RSM TO FD-RESUMEN
               WRITE FD-RESUMEN
               PERFORM 215000-CONTROLAR-DEMORA
           ELSE
               MOVE 'S' TO WSS-CORRIDA-CORTADA
               INITIALIZE WSL-LINEA-RSM
                       WST-PASO-PROGRAMA (WSI-PASO)
           END-IF.

       215000-CONTROLAR-DEMORA.

      *    Demora del paso en el periodo contra su maximo y contra su
      *    promedio de los periodos anteriores (ver ESTADCORR.CPY):
      *    las alertas quedan en el resumen y en la consola para el
      *    operador de guardia.
           MOVE WSV-PASO-BUSCADO    TO WSV-EST-PASO
           MOVE WSV-SUCURSAL-PASO   TO WSV-EST-SUCURSAL
           MOVE WSP-PERIODO-PROCESO TO WSV-EST-PERIODO
           PERFORM 991000-CARGAR-ESTADISTICA-PASO
           PERFORM 992000-EVALUAR-PASO

           IF NOT WST-EST-SI-HAY (12)
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WSL-LINEA-RSM
           STRING '     SEGUNDOS '                DELIMITED SIZE
                  WST-EST-SEGUNDOS (12)           DELIMITED SIZE
                  ' PROMEDIO '                    DELIMITED SIZE
                  WSV-EST-PROMEDIO                DELIMITED SIZE
                  ' MAXIMO '                      DELIMITED SIZE
                  WSV-EST-MAXIMO                  DELIMITED SIZE
                  ' LEIDOS '                      DELIMITED SIZE
                  WST-EST-LEIDOS (12)             DELIMITED SIZE
                  ' RECHAZOS '                    DELIMITED SIZE
                  WST-EST-RECHAZOS (12)           DELIMITED SIZE
             INTO WSL-LINEA-RSM
           END-STRING
           MOVE WSL-LINEA-RSM TO FD-RESUMEN
           WRITE FD-RESUMEN.

           IF WSV-EST-SI-ALERTA-MAX
               ADD 1 TO WSCC-CONT-ALERTAS
               INITIALIZE WSL-LINEA-RSM
               STRING '*** ALERTA: PASO '           DELIMITED SIZE
                      WST-PASO-NRO (WSI-PASO)       DELIMITED SIZE
                      ' SUPERO SU MAXIMO DE '       DELIMITED SIZE
                      WSV-EST-MAXIMO                DELIMITED SIZE
                      ' SEGUNDOS'                   DELIMITED SIZE
                 INTO WSL-LINEA-RSM
               END-STRING
               MOVE WSL-LINEA-RSM TO FD-RESUMEN
               WRITE FD-RESUMEN
               DISPLAY WSL-LINEA-RSM
           END-IF.

           IF WSV-EST-SI-ALERTA-PROM
               ADD 1 TO WSCC-CONT-ALERTAS
               INITIALIZE WSL-LINEA-RSM
               STRING '*** ALERTA: PASO '           DELIMITED SIZE
                      WST-PASO-NRO (WSI-PASO)       DELIMITED SIZE
                      ' SUPERO EN MAS DEL '         DELIMITED SIZE
                      WSP-DESVIO-PASO (1:3)         DELIMITED SIZE
                      '% SU PROMEDIO DE '           DELIMITED SIZE
                      WSV-EST-PROMEDIO              DELIMITED SIZE
                      ' SEGUNDOS'                   DELIMITED SIZE
                 INTO WSL-LINEA-RSM
               END-STRING
               MOVE WSL-LINEA-RSM TO FD-RESUMEN
               WRITE FD-RESUMEN
               DISPLAY WSL-LINEA-RSM
           END-IF.

       910000-BUSCAR-ESTAMPA.

      *    Busca la estampa del paso WSV-PASO-BUSCADO (con la
           MOVE WSL-LINEA-RSM TO FD-RESUMEN
           WRITE FD-RESUMEN.

           IF WSCC-CONT-ALERTAS > 0
               INITIALIZE WSL-LINEA-RSM
               STRING '*** ALERTAS DE DEMORA: '      DELIMITED SIZE
                      WSCC-CONT-ALERTAS              DELIMITED SIZE
                      ' (VER TENDENCIA EN PROG01-53-SA)'
                                                     DELIMITED SIZE
                 INTO WSL-LINEA-RSM
               END-STRING
               MOVE WSL-LINEA-RSM TO FD-RESUMEN
               WRITE FD-RESUMEN
           END-IF.

           IF NOT WSS-SI-CORTADA
               MOVE 'CADENA COMPLETA' TO FD-RESUMEN
               WRITE FD-RESUMEN
           MOVE 'Excepciones.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EXCEPCIONES

           MOVE 'EstadisticasCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTAD-CORRIDA

           MOVE 'TiemposMaximos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TIEMPOS-MAXIMOS
           CONTINUE.

           COPY PARAMSP.

           COPY ESTADCORRP.

       END PROGRAM PROG01-33-SA.
