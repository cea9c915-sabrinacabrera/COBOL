      ******************************************************************
      * Copybook: ESTADCORR.CPY
      * Purpose:  Datos para medir la ventana de la cadena mensual
      *           desde el historico EstadisticasCorridas.TXT (un
      *           registro por paso estampado, ver CTLCORR.CPY): los
      *           ultimos doce periodos de un paso y sus alertas de
      *           demora. Lo usan el resumen nocturno (PROG01-33-SA)
      *           y el reporte de tendencia (PROG01-53-SA).
      *
      *           El programa que invoca debe declarar el SELECT
      *           ESTAD-CORRIDA (FILE STATUS IS WSS-FS-ESH, nombre en
      *           WSV-ARCH-ESTAD-CORRIDA) con el FD de CTLCORR.CPY y el
      *           SELECT TIEMPOS-MAXIMOS (FILE STATUS IS WSS-FS-TMX,
      *           nombre en WSV-ARCH-TIEMPOS-MAXIMOS, registros de paso
      *           9(02) y segundos maximos 9(06)), hacer PERFORM
      *           990000-CARGAR-MAXIMOS (copybook ESTADCORRP.CPY) una
      *           vez leidos los parametros y, por cada paso, cargar
      *           WSV-EST-PASO/SUCURSAL/PERIODO, hacer PERFORM
      *           991000-CARGAR-ESTADISTICA-PASO y PERFORM
      *           992000-EVALUAR-PASO, y consultar la tabla de periodos
      *           y los 88 de alerta.
      *
      *           El periodo evaluado es el ultimo de la ventana (el
      *           12); el promedio es el de los periodos anteriores de
      *           la ventana en que el paso corrio. Si un paso se
      *           corrio dos veces en el mismo periodo (override de
      *           supervisor) vale la ultima corrida. Sin
      *           TiemposMaximos.TXT, o sin renglon para el paso, no
      *           hay maximo configurado y solo rige el desvio sobre el
      *           promedio (WSP-DESVIO-PASO de Parametros.TXT).
      ******************************************************************
       01 WSV-EST-PARAMS.
          05 WSV-EST-PASO           PIC 9(02).
          05 WSV-EST-SUCURSAL       PIC 9(02).
          05 WSV-EST-PERIODO        PIC 9(06).
      *    Resultado de 992000-EVALUAR-PASO.
          05 WSV-EST-MAXIMO         PIC 9(06).
          05 WSV-EST-PROMEDIO       PIC 9(06).
          05 WSV-EST-TOPE-PROMEDIO  PIC 9(07).
          05 WSV-EST-CANT-PREVIOS   PIC 9(02).
          05 WSV-EST-ALERTA-MAX     PIC X(01).
             88 WSV-EST-SI-ALERTA-MAX        VALUE 'S'.
          05 WSV-EST-ALERTA-PROM    PIC X(01).
             88 WSV-EST-SI-ALERTA-PROM       VALUE 'S'.
      *    Auxiliares.
          05 WSV-EST-PER-AUX        PIC 9(06).
          05 WSV-EST-PER-AUX-R REDEFINES WSV-EST-PER-AUX.
             10 WSV-EST-AUX-ANIO    PIC 9(04).
             10 WSV-EST-AUX-MES     PIC 9(02).
          05 WSV-EST-SUMA           PIC 9(09).
          05 WSV-EST-SUB            PIC 9(02).

      *    Ventana de doce periodos del paso, del mas viejo (1) al
      *    evaluado (12).
       01 TABLA-EST-PERIODOS.
          05 WST-EST-PER OCCURS 12 TIMES
                            INDEXED BY WSI-EST-PER.
             10 WST-EST-PERIODO     PIC 9(06).
             10 WST-EST-HAY         PIC X(01).
                88 WST-EST-SI-HAY            VALUE 'S'.
             10 WST-EST-SEGUNDOS    PIC 9(06).
             10 WST-EST-LEIDOS      PIC 9(09).
             10 WST-EST-GRABADOS    PIC 9(09).
             10 WST-EST-RECHAZOS    PIC 9(07).

      *    Maximos configurados por paso (TiemposMaximos.TXT).
       01 TABLA-EST-MAXIMOS.
          05 WST-TMX-CANT           PIC 9(02) VALUE 0.
          05 WST-TMX OCCURS 30 TIMES
                            INDEXED BY WSI-TMX.
             10 WST-TMX-PASO        PIC 9(02).
             10 WST-TMX-SEGUNDOS    PIC 9(06).

       01 WSS-FS-ESH                PIC X(02).
          88 WSS-FS-ESH-OK                   VALUE '00'.
          88 WSS-FS-ESH-EOF                  VALUE '10'.
          88 WSS-FS-ESH-NOEXISTE             VALUE '35'.

       01 WSS-FS-TMX                PIC X(02).
          88 WSS-FS-TMX-OK                   VALUE '00'.
          88 WSS-FS-TMX-EOF                  VALUE '10'.
          88 WSS-FS-TMX-NOEXISTE             VALUE '35'.
