      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Tendencia de la ventana batch de la cadena
      *              mensual: toma el historico de estadisticas que
      *              graba cada paso al estampar
      *              (EstadisticasCorridas.TXT) y arma, por paso y
      *              sucursal, los segundos, registros leidos,
      *              grabados y rechazos de los ultimos doce periodos
      *              hasta el periodo en proceso, con el promedio de
      *              los anteriores y la alerta cuando el periodo en
      *              proceso supera el maximo configurado del paso
      *              (TiemposMaximos.TXT) o su propio promedio en mas
      *              del desvio de Parametros.TXT (DESVIO-PASO). Es lo
      *              que se mira para saber si la cadena se esta
      *              poniendo lenta a medida que crecen los archivos.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-53-SA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Archivo central de parametros de corrida (ver PARAMS.CPY):
      *    el unico nombre fijo que queda; todos los demas se arman
      *    desde la ruta que trae.
           SELECT PARAMETROS          ASSIGN TO DISK
           'C:\Users\POSA-116\Desktop\Archivos\Parametros.TXT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAR.

      *    Historico de estadisticas por paso y maximos configurados
      *    por paso (ver ESTADCORR.CPY).
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

      *    Reporte de tendencia por paso.
           SELECT TENDENCIA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-TENDENCIA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TEN.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

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

       FD TENDENCIA.

       01 FD-TENDENCIA             PIC X(100).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-TEN                           PIC X(02).
             88 WSS-FS-TEN-OK                      VALUE '00'.

       01 CONSTANTES.
           05 WSC-MAX-PASOS         PIC 9(02) VALUE 30.

      *    Programa de cada paso, solo para el titulo del reporte.
       01 TABLA-PROGRAMAS-VALORES.
           05 FILLER  PIC X(14) VALUE '10PROG01-00-SA'.
           05 FILLER  PIC X(14) VALUE '12PROG01-22-SA'.
           05 FILLER  PIC X(14) VALUE '15PROG01-32-SA'.
           05 FILLER  PIC X(14) VALUE '20PROG01-03-SA'.
           05 FILLER  PIC X(14) VALUE '30PROG01-08-SA'.
           05 FILLER  PIC X(14) VALUE '40PROG01-01-SA'.
           05 FILLER  PIC X(14) VALUE '42PROG01-51-SA'.
           05 FILLER  PIC X(14) VALUE '45PROG01-27-SA'.
           05 FILLER  PIC X(14) VALUE '50PROG01-05-SA'.
           05 FILLER  PIC X(14) VALUE '55PROG01-29-SA'.
           05 FILLER  PIC X(14) VALUE '60PROG01-04-SA'.
       01 TABLA-PROGRAMAS REDEFINES TABLA-PROGRAMAS-VALORES.
           05 WST-PRG OCCURS 11 TIMES
                             INDEXED BY WSI-PRG.
               10 WST-PRG-PASO      PIC 9(02).
               10 WST-PRG-NOMBRE    PIC X(12).

      *    Pasos (y sucursal) presentes en el historico, ordenados.
       01 TABLA-PASOS.
           05 WST-CANT-PASOS        PIC 9(02) VALUE 0.
           05 WST-PAS OCCURS 30 TIMES
                             INDEXED BY WSI-PAS.
               10 WST-PAS-CLAVE.
                   15 WST-PAS-PASO      PIC 9(02).
                   15 WST-PAS-SUCURSAL  PIC 9(02).

       01 WSV-PAS-CLAVE.
           05 WSV-PAS-PASO          PIC 9(02).
           05 WSV-PAS-SUCURSAL      PIC 9(02).
       01 WSV-SUB-PAS               PIC 9(02).
       01 WSV-SUB-MES               PIC 9(02).
       01 WSV-PROGRAMA              PIC X(12).

       01 WSS-PAS-ENCONTRADO         PIC X VALUE 'N'.
           88 WSS-PAS-SI-ENCONTRADO  VALUE 'S'.

       01 CONTADORES.
           05 WSCC-CONT-LEIDAS      PIC 9(07).
           05 WSCC-CONT-ALERTAS     PIC 9(03).

       01 WSL-LINEA-TEN             PIC X(100).
       01 WSL-ALERTA                PIC X(10).

       01 WSV-ARCH-ESTAD-CORRIDA    PIC X(80).
       01 WSV-ARCH-TIEMPOS-MAXIMOS  PIC X(80).
       01 WSV-ARCH-TENDENCIA        PIC X(80).

           COPY PARAMS.

           COPY ESTADCORR.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.

           MOVE 'EstadisticasCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTAD-CORRIDA

           MOVE 'TiemposMaximos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TIEMPOS-MAXIMOS

           MOVE 'TendenciaPasos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TENDENCIA

           INITIALIZE CONTADORES.

           PERFORM 990000-CARGAR-MAXIMOS.
           PERFORM 100000-CARGAR-PASOS.
           PERFORM 200000-GENERAR-REPORTE.

           DISPLAY '********************************************'
           DISPLAY 'ESTADISTICAS LEIDAS =' WSCC-CONT-LEIDAS
           DISPLAY 'PASOS EN TENDENCIA =' WST-CANT-PASOS
           DISPLAY 'ALERTAS DE DEMORA =' WSCC-CONT-ALERTAS
           DISPLAY '********************************************'.

           STOP RUN.

       100000-CARGAR-PASOS.

           OPEN INPUT ESTAD-CORRIDA.
           IF WSS-FS-ESH-NOEXISTE
             DISPLAY 'SIN ESTADISTICAS DE CORRIDAS TODAVIA'
             STOP RUN
           END-IF.
           IF NOT WSS-FS-ESH-OK
             DISPLAY 'ERROR DE ARCHIVO DE ESTADISTICA DE CORRIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-ESH
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-ESH-EOF
               READ ESTAD-CORRIDA
                  EVALUATE TRUE
                     WHEN WSS-FS-ESH-OK
                          ADD 1 TO WSCC-CONT-LEIDAS
                          MOVE WSF-EST-PASO     TO WSV-PAS-PASO
                          MOVE WSF-EST-SUCURSAL TO WSV-PAS-SUCURSAL
                          PERFORM 110000-AGREGAR-PASO
                     WHEN WSS-FS-ESH-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-ESH
                          MOVE '10' TO WSS-FS-ESH
                  END-EVALUATE
           END-PERFORM

           CLOSE ESTAD-CORRIDA.

       110000-AGREGAR-PASO.

      *    Alta ordenada por paso y sucursal (insercion corriendo
      *    hacia abajo las claves mayores).
           MOVE 'N' TO WSS-PAS-ENCONTRADO

           PERFORM VARYING WSI-PAS FROM 1 BY 1
                   UNTIL WSI-PAS > WST-CANT-PASOS
               IF WST-PAS-CLAVE (WSI-PAS) = WSV-PAS-CLAVE
                   MOVE 'S' TO WSS-PAS-ENCONTRADO
                   EXIT PERFORM
               END-IF
               IF WST-PAS-CLAVE (WSI-PAS) > WSV-PAS-CLAVE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WSS-PAS-SI-ENCONTRADO
               EXIT PARAGRAPH
           END-IF.

           IF WST-CANT-PASOS >= WSC-MAX-PASOS
               DISPLAY 'TABLA DE PASOS LLENA, SE OMITE '
                       WSV-PAS-PASO ' ' WSV-PAS-SUCURSAL
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSV-SUB-PAS FROM WST-CANT-PASOS BY -1
                   UNTIL WSV-SUB-PAS < WSI-PAS
               MOVE WST-PAS (WSV-SUB-PAS) TO WST-PAS (WSV-SUB-PAS + 1)
           END-PERFORM

           MOVE WSV-PAS-CLAVE TO WST-PAS-CLAVE (WSI-PAS)
           ADD 1 TO WST-CANT-PASOS.

       200000-GENERAR-REPORTE.

           OPEN OUTPUT TENDENCIA.
           IF NOT WSS-FS-TEN-OK
             DISPLAY 'ERROR DE ARCHIVO DE TENDENCIA'
             DISPLAY 'FILE STATUS' WSS-FS-TEN
             STOP RUN
           END-IF.

           STRING 'TENDENCIA DE LA CADENA MENSUAL - ULTIMOS 12 '
                                                   DELIMITED SIZE
                  'PERIODOS HASTA '                DELIMITED SIZE
                  WSP-PERIODO-PROCESO              DELIMITED SIZE
             INTO FD-TENDENCIA
           END-STRING
           WRITE FD-TENDENCIA.

           INITIALIZE WSL-LINEA-TEN
           STRING 'ALERTA SI SUPERA EL MAXIMO DEL PASO O SU PROMEDIO '
                                                   DELIMITED SIZE
                  'EN MAS DEL '                    DELIMITED SIZE
                  WSP-DESVIO-PASO (1:3)            DELIMITED SIZE
                  '%'                              DELIMITED SIZE
             INTO WSL-LINEA-TEN
           END-STRING
           MOVE WSL-LINEA-TEN TO FD-TENDENCIA
           WRITE FD-TENDENCIA.

           PERFORM 210000-REPORTAR-PASO
               VARYING WSI-PAS FROM 1 BY 1
               UNTIL WSI-PAS > WST-CANT-PASOS.

           CLOSE TENDENCIA.

       210000-REPORTAR-PASO.

           MOVE WST-PAS-PASO (WSI-PAS)     TO WSV-EST-PASO
           MOVE WST-PAS-SUCURSAL (WSI-PAS) TO WSV-EST-SUCURSAL
           MOVE WSP-PERIODO-PROCESO        TO WSV-EST-PERIODO
           PERFORM 991000-CARGAR-ESTADISTICA-PASO
           PERFORM 992000-EVALUAR-PASO

           MOVE SPACES TO WSV-PROGRAMA
           SET WSI-PRG TO 1
           SEARCH WST-PRG
               AT END
                   CONTINUE
               WHEN WST-PRG-PASO (WSI-PRG) = WSV-EST-PASO
                   MOVE WST-PRG-NOMBRE (WSI-PRG) TO WSV-PROGRAMA
           END-SEARCH

           MOVE SPACES TO FD-TENDENCIA
           WRITE FD-TENDENCIA.

           INITIALIZE WSL-LINEA-TEN
           STRING 'PASO '                         DELIMITED SIZE
                  WSV-EST-PASO                    DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSV-PROGRAMA                    DELIMITED SIZE
                  ' SUCURSAL '                    DELIMITED SIZE
                  WSV-EST-SUCURSAL                DELIMITED SIZE
                  '   MAXIMO '                    DELIMITED SIZE
                  WSV-EST-MAXIMO                  DELIMITED SIZE
                  '   PROMEDIO ANTERIOR '         DELIMITED SIZE
                  WSV-EST-PROMEDIO                DELIMITED SIZE
             INTO WSL-LINEA-TEN
           END-STRING
           MOVE WSL-LINEA-TEN TO FD-TENDENCIA
           WRITE FD-TENDENCIA.

           MOVE '   PERIODO  SEGUNDOS     LEIDOS   GRABADOS RECHAZOS'
             TO FD-TENDENCIA
           WRITE FD-TENDENCIA.

           PERFORM 220000-REPORTAR-MES
               VARYING WSV-SUB-MES FROM 1 BY 1
               UNTIL WSV-SUB-MES > 12.

           IF WSV-EST-SI-ALERTA-MAX
               ADD 1 TO WSCC-CONT-ALERTAS
               MOVE '   *** ALERTA: EL PERIODO SUPERO EL MAXIMO'
                 TO FD-TENDENCIA
               WRITE FD-TENDENCIA
           END-IF.

           IF WSV-EST-SI-ALERTA-PROM
               ADD 1 TO WSCC-CONT-ALERTAS
               INITIALIZE WSL-LINEA-TEN
               STRING '   *** ALERTA: EL PERIODO SUPERO SU PROMEDIO '
                                                   DELIMITED SIZE
                      'EN MAS DEL '                DELIMITED SIZE
                      WSP-DESVIO-PASO (1:3)        DELIMITED SIZE
                      '% (TOPE '                   DELIMITED SIZE
                      WSV-EST-TOPE-PROMEDIO        DELIMITED SIZE
                      ' SEGUNDOS)'                 DELIMITED SIZE
                 INTO WSL-LINEA-TEN
               END-STRING
               MOVE WSL-LINEA-TEN TO FD-TENDENCIA
               WRITE FD-TENDENCIA
           END-IF.

       220000-REPORTAR-MES.

           IF NOT WST-EST-SI-HAY (WSV-SUB-MES)
               EXIT PARAGRAPH
           END-IF.

      *    El periodo en proceso se marca si alerto.
           MOVE SPACES TO WSL-ALERTA
           IF WSV-SUB-MES = 12
             AND (WSV-EST-SI-ALERTA-MAX OR WSV-EST-SI-ALERTA-PROM)
               MOVE ' <<<' TO WSL-ALERTA
           END-IF

           INITIALIZE WSL-LINEA-TEN
           STRING '   '                                DELIMITED SIZE
                  WST-EST-PERIODO (WSV-SUB-MES)        DELIMITED SIZE
                  '    '                               DELIMITED SIZE
                  WST-EST-SEGUNDOS (WSV-SUB-MES)       DELIMITED SIZE
                  ' '                                  DELIMITED SIZE
                  WST-EST-LEIDOS (WSV-SUB-MES)         DELIMITED SIZE
                  '  '                                 DELIMITED SIZE
                  WST-EST-GRABADOS (WSV-SUB-MES)       DELIMITED SIZE
                  '  '                                 DELIMITED SIZE
                  WST-EST-RECHAZOS (WSV-SUB-MES)       DELIMITED SIZE
                  WSL-ALERTA                           DELIMITED SIZE
             INTO WSL-LINEA-TEN
           END-STRING
           MOVE WSL-LINEA-TEN TO FD-TENDENCIA
           WRITE FD-TENDENCIA.

           COPY PARAMSP.

           COPY ESTADCORRP.

       END PROGRAM PROG01-53-SA.
