      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Revision de anomalias de facturacion, entre la
      *              corrida de PROG01-01-SA (paso 40) y la emision de
      *              facturas de PROG01-10-SA: compara lo facturado a
      *              cada cliente en el periodo de proceso, por
      *              servicio (ResultadosDetalle.TXT) y en total
      *              (Resultados.TXT), contra su propio promedio de
      *              los ANOM-MESES periodos anteriores (el detalle y
      *              los historicos con fecha ResultadosAAAAMM.TXT de
      *              PROG01-04-SA). Las subas y bajas que pasan los
      *              umbrales de Parametros y los servicios que el
      *              cliente nunca habia tenido van al listado de
      *              revision RevisionAnomalias.TXT (con la variacion
      *              del servicio en toda la cartera, de
      *              ServiciosHistoria.TXT, para distinguir un cambio
      *              general de precios de un error del cliente), y
      *              el cliente queda retenido para el periodo en
      *              ClientesRetenidos.TXT: PROG01-10-SA no lo factura
      *              hasta que un operador lo libera (PROG01-52-SA).
      *              Estampa el paso 42 en el control de corridas.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-51-SA.

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

      *    Resultado del periodo que grabo PROG01-01-SA (todavia sin
      *    archivar por el cierre de PROG01-04-SA).
           SELECT RESULTADO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RESULTADO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RES.

      *    Historico con fecha de un periodo cerrado (el nombre se
      *    arma para cada periodo, como en PROG01-11-SA).
           SELECT RESULTADO-HISTORICO ASSIGN DYNAMIC
                                       WSV-NOMBRE-HISTORICO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HIST.

      *    Detalle historico por cliente, periodo y servicio que
      *    graba PROG01-01-SA (se lee entero dos veces).
           SELECT RESDETALLE
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RESDETALLE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RDE.

      *    Facturado por servicio y periodo en toda la cartera (ver
      *    PROG01-16-SA). Opcional: solo da contexto al listado.
           SELECT SERVHISTORIA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-SERVHISTORIA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SHI.

      *    Retenciones por revision de anomalias: se lee completo
      *    para no duplicar ni volver a retener a un cliente ya
      *    liberado, y se agregan las nuevas (EXTEND).
           SELECT RETENIDOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RETENIDOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RET.

      *    Listado de revision, se reemplaza en cada corrida.
           SELECT LISTADO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-LISTADO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIS.

      *    Maestro de usuarios para el override de supervisor del
      *    control de corridas (ver OPERADOR.CPY).
           SELECT USUARIOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-USUARIOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USU.

      *    Control de secuencia de la cadena mensual (ver
      *    CTLCORR.CPY).
           SELECT CONTROL-CORRIDA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CONTROL-CORRIDA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTL.

      *    Estadistica acumulativa de corridas por paso y periodo
      *    (la graba 940000-ESTAMPAR-CONTROL-CORRIDA, ver CTLCORR.CPY).
           SELECT ESTAD-CORRIDA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ESTAD-CORRIDA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EST.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

       FD RESULTADO.

      *    Mismo layout que FD-RESULTADO en PROG01-01-SA.
       01 FD-RESULTADO.
         05 WSF-RES-CTE          PIC 9(07).
         05 WSF-RES-NYA          PIC X(60).
         05 WSF-RES-IMP-TOTALTR  PIC S9(07)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-RES-CANT-TRAN    PIC 9(03).
         05 WSF-RES-MONEDA       PIC X(03).
         05 WSF-RES-SOBRELIM     PIC X(01).
         05 WSF-RES-PERIODO      PIC 9(06).
         05 WSF-RES-SUCURSAL     PIC 9(02).
         05 WSF-RES-IMP-CUOTAS   PIC S9(07)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD RESULTADO-HISTORICO.

       01 FD-RESULTADO-HISTORICO.
         05 WSF-RESH-CTE         PIC 9(07).
         05 WSF-RESH-NYA         PIC X(60).
         05 WSF-RESH-IMP-TOTALTR PIC S9(07)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-RESH-CANT-TRAN   PIC 9(03).
         05 WSF-RESH-MONEDA      PIC X(03).
         05 WSF-RESH-SOBRELIM    PIC X(01).
         05 WSF-RESH-PERIODO     PIC 9(06).
         05 WSF-RESH-SUCURSAL    PIC 9(02).
         05 WSF-RESH-IMP-CUOTAS  PIC S9(07)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD RESDETALLE.

      *    Mismo layout que FD-RESDETALLE en PROG01-01-SA.
       01 FD-RESDETALLE.
         05 WSF-RDE-CTE          PIC 9(07).
         05 WSF-RDE-PERIODO      PIC 9(06).
         05 WSF-RDE-MONEDA       PIC X(03).
         05 WSF-RDE-SUCURSAL     PIC 9(02).
         05 WSF-RDE-CODSER       PIC X(03).
         05 WSF-RDE-DESC         PIC X(30).
         05 WSF-RDE-CANTIDAD     PIC 9(09).
         05 WSF-RDE-PRECIO       PIC 9(07)V99.
         05 WSF-RDE-IMPORTE      PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
      *    Regla de descuento si el renglon es un descuento; en
      *    blanco en los renglones de servicio, los unicos que se
      *    comparan aca.
         05 WSF-RDE-REGLA        PIC X(05).

       FD SERVHISTORIA.

      *    Mismo layout que FD-SERVHISTORIA en PROG01-01-SA.
       01 FD-SERVHISTORIA.
         05 WSF-SHI-PERIODO      PIC 9(06).
         05 WSF-SHI-COD          PIC X(03).
         05 WSF-SHI-IMPORTE      PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-SHI-CANT         PIC 9(07).

       FD RETENIDOS.

      *    Una retencion por cliente y periodo: R retenido / L
      *    liberado por un operador (PROG01-52-SA), con quien, cuando
      *    y por que.
       01 FD-RETENIDOS.
         05 WSF-RET-CTE           PIC 9(07).
         05 WSF-RET-PERIODO       PIC 9(06).
         05 WSF-RET-ESTADO        PIC X(01).
         05 WSF-RET-FECHA         PIC 9(08).
         05 WSF-RET-MOTIVO        PIC X(40).
         05 WSF-RET-OPER-LIB      PIC X(10).
         05 WSF-RET-FECHA-LIB     PIC 9(08).
         05 WSF-RET-MOTIVO-LIB    PIC X(40).

       FD LISTADO.

       01 FD-LISTADO               PIC X(132).

       FD USUARIOS.

      *    Mismo layout en todos los programas que identifican
      *    operador (ver OPERADOR.CPY).
       01 FD-USUARIOS.
         05 WSF-USU-ID           PIC X(10).
         05 WSF-USU-CLAVE        PIC X(10).
         05 WSF-USU-NIVEL        PIC 9(01).
         05 WSF-USU-ACTIVO       PIC X(01).

       FD CONTROL-CORRIDA.

      *    Mismo layout en todos los pasos de la cadena (ver
      *    CTLCORR.CPY).
       01 FD-CONTROL-CORRIDA.
         05 WSF-CTL-PERIODO      PIC 9(06).
         05 WSF-CTL-PASO         PIC 9(02).
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

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-RES                           PIC X(02).
             88 WSS-FS-RES-OK                      VALUE '00'.
             88 WSS-FS-RES-EOF                     VALUE '10'.
             88 WSS-FS-RES-NOEXISTE                VALUE '35'.
           05 WSS-FS-HIST                          PIC X(02).
             88 WSS-FS-HIST-OK                     VALUE '00'.
             88 WSS-FS-HIST-EOF                    VALUE '10'.
             88 WSS-FS-HIST-NOEXISTE               VALUE '35'.
           05 WSS-FS-RDE                           PIC X(02).
             88 WSS-FS-RDE-OK                      VALUE '00'.
             88 WSS-FS-RDE-EOF                     VALUE '10'.
             88 WSS-FS-RDE-NOEXISTE                VALUE '35'.
           05 WSS-FS-SHI                           PIC X(02).
             88 WSS-FS-SHI-OK                      VALUE '00'.
             88 WSS-FS-SHI-EOF                     VALUE '10'.
             88 WSS-FS-SHI-NOEXISTE                VALUE '35'.
           05 WSS-FS-RET                           PIC X(02).
             88 WSS-FS-RET-OK                      VALUE '00'.
             88 WSS-FS-RET-EOF                     VALUE '10'.
             88 WSS-FS-RET-NOEXISTE                VALUE '35'.
           05 WSS-FS-LIS                           PIC X(02).
             88 WSS-FS-LIS-OK                      VALUE '00'.

       01 CONSTANTES.
           05 WSC-MAX-SERVICIOS     PIC 9(04) VALUE 5000.
           05 WSC-MAX-CLIENTES      PIC 9(04) VALUE 3000.
           05 WSC-MAX-CODIGOS       PIC 9(04) VALUE 200.
           05 WSC-MAX-RETENIDOS     PIC 9(04) VALUE 2000.

      *    Lo facturado en el periodo por cliente, moneda y servicio,
      *    con lo de la ventana de periodos anteriores (total y
      *    cantidad de periodos en que se facturo) y si el cliente
      *    tuvo el servicio alguna vez antes.
       01 TABLA-SERVICIOS.
           05 WST-CANT-SER          PIC 9(04) VALUE 0.
           05 WST-SER OCCURS 5000 TIMES
                             INDEXED BY WSI-SER.
               10 WST-SER-CTE       PIC 9(07).
               10 WST-SER-MONEDA    PIC X(03).
               10 WST-SER-CODSER    PIC X(03).
               10 WST-SER-ACTUAL    PIC S9(11)V99.
               10 WST-SER-HIST      PIC S9(11)V99.
               10 WST-SER-PERIODOS  PIC 9(03).
               10 WST-SER-ULT-PER   PIC 9(06).
               10 WST-SER-ANTES     PIC X(01).

      *    Lo facturado en el periodo por cliente y moneda, con lo de
      *    los historicos con fecha de la ventana, y si el cliente
      *    tiene algun renglon de detalle anterior (sin historia, sus
      *    servicios no son "nuevos": todo el cliente lo es).
       01 TABLA-CLIENTES.
           05 WST-CANT-CLI          PIC 9(04) VALUE 0.
           05 WST-CLI OCCURS 3000 TIMES
                             INDEXED BY WSI-CLI.
               10 WST-CLI-CTE       PIC 9(07).
               10 WST-CLI-MONEDA    PIC X(03).
               10 WST-CLI-NYA       PIC X(60).
               10 WST-CLI-ACTUAL    PIC S9(11)V99.
               10 WST-CLI-HIST      PIC S9(11)V99.
               10 WST-CLI-PERIODOS  PIC 9(03).
               10 WST-CLI-CON-HIST  PIC X(01).
               10 WST-CLI-EN-PER    PIC X(01).

      *    Facturado por codigo de servicio en toda la cartera: el
      *    periodo y el promedio de la ventana.
       01 TABLA-CODIGOS.
           05 WST-CANT-COD          PIC 9(04) VALUE 0.
           05 WST-COD OCCURS 200 TIMES
                             INDEXED BY WSI-COD.
               10 WST-COD-CODSER    PIC X(03).
               10 WST-COD-ACTUAL    PIC S9(13)V99.
               10 WST-COD-HIST      PIC S9(13)V99.
               10 WST-COD-PERIODOS  PIC 9(03).
               10 WST-COD-ULT-PER   PIC 9(06).

      *    Clientes con retencion ya registrada para el periodo, en
      *    cualquier estado, y los que retiene esta corrida.
       01 TABLA-YA-RETENIDOS.
           05 WST-CANT-YAR          PIC 9(04) VALUE 0.
           05 WST-YAR OCCURS 2000 TIMES
                             INDEXED BY WSI-YAR.
               10 WST-YAR-CTE       PIC 9(07).

       01 TABLA-NUEVOS-RETENIDOS.
           05 WST-CANT-NUR          PIC 9(04) VALUE 0.
           05 WST-NUR OCCURS 2000 TIMES
                             INDEXED BY WSI-NUR.
               10 WST-NUR-CTE       PIC 9(07).
               10 WST-NUR-MOTIVO    PIC X(40).

       01 WSS-ENCONTRADO              PIC X VALUE 'N'.
           88 WSS-SI-ENCONTRADO       VALUE 'S'.

      *    Primer periodo de la ventana (proceso - ANOM-MESES) y
      *    periodo en curso al recorrer los historicos con fecha.
       01 WSV-DESDE-R.
           05 WSV-DESDE-ANIO        PIC 9(04).
           05 WSV-DESDE-MES         PIC 9(02).
       01 WSV-DESDE REDEFINES WSV-DESDE-R PIC 9(06).

       01 WSV-RECORRIDO-R.
           05 WSV-RECORRIDO-ANIO    PIC 9(04).
           05 WSV-RECORRIDO-MES     PIC 9(02).
       01 WSV-RECORRIDO REDEFINES WSV-RECORRIDO-R PIC 9(06).

       01 WSV-SUB-I                 PIC 9(03).
       01 WSV-PERIODOS-SIN-HIST     PIC 9(03) VALUE 0.

      *    Evaluacion del renglon en curso (servicio o total).
       01 WSV-ACTUAL                PIC S9(11)V99.
       01 WSV-PROMEDIO              PIC S9(11)V99.
       01 WSV-LIMITE-SUBA           PIC S9(13)V99.
       01 WSV-LIMITE-BAJA           PIC S9(13)V99.
       01 WSV-VARIACION             PIC S9(07)V99.
       01 WSV-VAR-SERVICIO          PIC S9(07)V99.
       01 WSV-TIPO                  PIC X(10).
       01 WSV-CODIGO                PIC X(03).
       01 WSV-CTE                   PIC 9(07).
       01 WSV-MONEDA                PIC X(03).
       01 WSV-NYA                   PIC X(60).
       01 WSV-MOTIVO                PIC X(40).

       01 WSS-CON-VAR-SERVICIO        PIC X VALUE 'N'.
           88 WSS-SI-VAR-SERVICIO     VALUE 'S'.

       01 WSV-FECHA-SISTEMA         PIC 9(08).
       01 WSV-NOMBRE-HISTORICO      PIC X(80).

       01 CONTADORES.
           05 WSCC-CONT-DETALLES    PIC 9(07).
           05 WSCC-CONT-RESULTADOS  PIC 9(07).
           05 WSCC-CONT-OBSERVADOS  PIC 9(05).
           05 WSCC-CONT-NUEVAS-RET  PIC 9(05).
           05 WSCC-CONT-YA-RETENIDOS PIC 9(05).

       01 WSL-LINEA-LIS             PIC X(132).
       01 WSL-IMP-EDITADO           PIC -----------,99.
       01 WSL-IMP-EDITADO-2         PIC -----------,99.
       01 WSL-PCT-EDITADO           PIC -------9,99.
       01 WSL-PCT-EDITADO-2         PIC -------9,99.
       01 WSL-PCT-SUBA              PIC ZZZ9,99.
       01 WSL-PCT-BAJA              PIC Z9,99.

           COPY CTLCORR.

           COPY OPERADOR.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-RESULTADO              PIC X(80).
       01 WSV-ARCH-RESDETALLE             PIC X(80).
       01 WSV-ARCH-SERVHISTORIA           PIC X(80).
       01 WSV-ARCH-RETENIDOS              PIC X(80).
       01 WSV-ARCH-LISTADO                PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).
       01 WSV-ARCH-CONTROL-CORRIDA        PIC X(80).
       01 WSV-ARCH-ESTAD-CORRIDA          PIC X(80).

           COPY PARAMS.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           PERFORM 100000-INICIO.
           PERFORM 200000-PROCESO.
           PERFORM 300000-FINAL.

       100000-INICIO.

      *    Paso 42: despues de la corrida de facturacion (paso 40) de
      *    la misma sucursal y antes de emitir; no se repite sin
      *    override (las retenciones ya registradas se respetan, pero
      *    el listado se reemplazaria).
           MOVE 42                  TO WSV-CTL-PASO
           MOVE 40                  TO WSV-CTL-PASO-PREVIO
           MOVE WSP-SUCURSAL-FILTRO TO WSV-CTL-SUCURSAL
           PERFORM 930000-VERIFICAR-CONTROL-CORRIDA
           IF NOT WSV-CTL-AUTORIZADA
               DISPLAY 'CORRIDA CANCELADA POR CONTROL DE PASOS'
               STOP RUN
           END-IF.

           INITIALIZE CONTADORES.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

           IF WSP-ANOM-MESES = 0
               MOVE 1 TO WSP-ANOM-MESES
           END-IF.

      *    Primer periodo de la ventana del promedio.
           MOVE WSP-PERIODO-PROCESO TO WSV-DESDE
           PERFORM VARYING WSV-SUB-I FROM 1 BY 1
                   UNTIL WSV-SUB-I > WSP-ANOM-MESES
               IF WSV-DESDE-MES = 1
                   SUBTRACT 1 FROM WSV-DESDE-ANIO
                   MOVE 12 TO WSV-DESDE-MES
               ELSE
                   SUBTRACT 1 FROM WSV-DESDE-MES
               END-IF
           END-PERFORM.

           PERFORM 110000-CARGAR-RETENIDOS.
           PERFORM 120000-CARGAR-RESULTADO.
           PERFORM 130000-CARGAR-HISTORICOS.
           PERFORM 140000-CARGAR-DETALLE-ACTUAL.
           PERFORM 150000-CARGAR-DETALLE-ANTERIOR.
           PERFORM 160000-CARGAR-SERVHISTORIA.

       110000-CARGAR-RETENIDOS.

      *    Un cliente con retencion ya registrada para el periodo
      *    (retenido o ya liberado) no se vuelve a retener: una
      *    segunda corrida no deshace lo que decidio el operador.
           OPEN INPUT RETENIDOS.
           IF WSS-FS-RET-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-RET-OK
             DISPLAY 'ERROR DE ARCHIVO DE RETENIDOS'
             DISPLAY 'FILE STATUS' WSS-FS-RET
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-RET-EOF
               READ RETENIDOS
                  EVALUATE TRUE
                     WHEN WSS-FS-RET-OK
                          IF WSF-RET-PERIODO = WSP-PERIODO-PROCESO
                              IF WST-CANT-YAR >= WSC-MAX-RETENIDOS
                                  DISPLAY 'TABLA DE RETENIDOS LLENA'
                                  STOP RUN
                              END-IF
                              ADD 1 TO WST-CANT-YAR
                              SET WSI-YAR TO WST-CANT-YAR
                              MOVE WSF-RET-CTE TO WST-YAR-CTE (WSI-YAR)
                          END-IF
                     WHEN WSS-FS-RET-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE RETENIDOS'
                          DISPLAY 'FILE STATUS' WSS-FS-RET
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RETENIDOS.

       120000-CARGAR-RESULTADO.

      *    Totales del periodo por cliente y moneda (de la sucursal
      *    de la corrida si hay filtro).
           OPEN INPUT RESULTADO.
           IF WSS-FS-RES-NOEXISTE
               DISPLAY 'NO EXISTE Resultados.TXT: CORRER DESPUES DE '
                       'PROG01-01-SA'
               STOP RUN
           END-IF.
           IF NOT WSS-FS-RES-OK
             DISPLAY 'ERROR DE ARCHIVO DE RESULTADOS'
             DISPLAY 'FILE STATUS' WSS-FS-RES
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-RES-EOF
               READ RESULTADO
                  EVALUATE TRUE
                     WHEN WSS-FS-RES-OK
                          IF WSF-RES-PERIODO = WSP-PERIODO-PROCESO
                            AND (WSP-SUCURSAL-FILTRO = 0 OR
                              WSF-RES-SUCURSAL = WSP-SUCURSAL-FILTRO)
                              ADD 1 TO WSCC-CONT-RESULTADOS
                              PERFORM 125000-ACUM-CLIENTE
                          END-IF
                     WHEN WSS-FS-RES-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE RESULTADOS'
                          DISPLAY 'FILE STATUS' WSS-FS-RES
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RESULTADO.

       125000-ACUM-CLIENTE.

           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANT-CLI
               IF WST-CLI-CTE (WSI-CLI) = WSF-RES-CTE
                 AND WST-CLI-MONEDA (WSI-CLI) = WSF-RES-MONEDA
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-SI-ENCONTRADO
               IF WST-CANT-CLI >= WSC-MAX-CLIENTES
                   DISPLAY 'MAS CLIENTES QUE LA TABLA DE REVISION ('
                           WSC-MAX-CLIENTES ')'
                   STOP RUN
               END-IF
               ADD 1 TO WST-CANT-CLI
               SET WSI-CLI TO WST-CANT-CLI
               MOVE WSF-RES-CTE    TO WST-CLI-CTE (WSI-CLI)
               MOVE WSF-RES-MONEDA TO WST-CLI-MONEDA (WSI-CLI)
               MOVE WSF-RES-NYA    TO WST-CLI-NYA (WSI-CLI)
               MOVE 0              TO WST-CLI-ACTUAL (WSI-CLI)
               MOVE 0              TO WST-CLI-HIST (WSI-CLI)
               MOVE 0              TO WST-CLI-PERIODOS (WSI-CLI)
               MOVE 'N'            TO WST-CLI-CON-HIST (WSI-CLI)
           END-IF

           ADD WSF-RES-IMP-TOTALTR TO WST-CLI-ACTUAL (WSI-CLI).

       130000-CARGAR-HISTORICOS.

      *    Un historico con fecha por periodo de la ventana (los
      *    archiva el cierre de PROG01-04-SA). El periodo que falta
      *    no cuenta para el promedio.
           MOVE WSV-DESDE TO WSV-RECORRIDO
           PERFORM UNTIL WSV-RECORRIDO >= WSP-PERIODO-PROCESO
               PERFORM 135000-LEER-HISTORICO
               IF WSV-RECORRIDO-MES = 12
                   ADD 1 TO WSV-RECORRIDO-ANIO
                   MOVE 1 TO WSV-RECORRIDO-MES
               ELSE
                   ADD 1 TO WSV-RECORRIDO-MES
               END-IF
           END-PERFORM.

       135000-LEER-HISTORICO.

           MOVE SPACES TO WSV-NOMBRE-HISTORICO
           STRING
               FUNCTION TRIM (WSP-RUTA)     DELIMITED BY SIZE
               'Resultados'                 DELIMITED BY SIZE
               WSV-RECORRIDO                DELIMITED BY SIZE
               '.TXT'                       DELIMITED BY SIZE
               INTO WSV-NOMBRE-HISTORICO.

           OPEN INPUT RESULTADO-HISTORICO.
           IF WSS-FS-HIST-NOEXISTE
               DISPLAY 'NO HAY HISTORICO DEL PERIODO ' WSV-RECORRIDO
               ADD 1 TO WSV-PERIODOS-SIN-HIST
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-HIST-OK
             DISPLAY 'ERROR DE ARCHIVO HISTORICO'
             DISPLAY 'FILE STATUS' WSS-FS-HIST
             STOP RUN
           END-IF.

      *    Cada cliente suma una vez por periodo a la cantidad de
      *    periodos facturados (puede tener varios renglones, uno
      *    por sucursal).
           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANT-CLI
               MOVE 'N' TO WST-CLI-EN-PER (WSI-CLI)
           END-PERFORM

           PERFORM UNTIL WSS-FS-HIST-EOF
               READ RESULTADO-HISTORICO
                  EVALUATE TRUE
                     WHEN WSS-FS-HIST-OK
                          PERFORM 137000-ACUM-HISTORICO
                     WHEN WSS-FS-HIST-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO HISTORICO'
                          DISPLAY 'FILE STATUS' WSS-FS-HIST
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RESULTADO-HISTORICO.

       137000-ACUM-HISTORICO.

           IF WSP-SUCURSAL-FILTRO NOT = 0
             AND WSF-RESH-SUCURSAL NOT = WSP-SUCURSAL-FILTRO
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANT-CLI
               IF WST-CLI-CTE (WSI-CLI) = WSF-RESH-CTE
                 AND WST-CLI-MONEDA (WSI-CLI) = WSF-RESH-MONEDA
                   ADD WSF-RESH-IMP-TOTALTR TO WST-CLI-HIST (WSI-CLI)
                   IF WST-CLI-EN-PER (WSI-CLI) = 'N'
                       ADD 1 TO WST-CLI-PERIODOS (WSI-CLI)
                       MOVE 'S' TO WST-CLI-EN-PER (WSI-CLI)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       140000-CARGAR-DETALLE-ACTUAL.

      *    Primera pasada del detalle: los renglones de servicio del
      *    periodo (los de descuento no se comparan: su regla puede
      *    empezar o terminar en cualquier mes).
           OPEN INPUT RESDETALLE.
           IF WSS-FS-RDE-NOEXISTE
               DISPLAY 'NO EXISTE ResultadosDetalle.TXT: SOLO SE '
                       'REVISAN LOS TOTALES'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-RDE-OK
             DISPLAY 'ERROR DE ARCHIVO DE DETALLE'
             DISPLAY 'FILE STATUS' WSS-FS-RDE
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-RDE-EOF
               READ RESDETALLE
                  EVALUATE TRUE
                     WHEN WSS-FS-RDE-OK
                          ADD 1 TO WSCC-CONT-DETALLES
                          IF WSF-RDE-PERIODO = WSP-PERIODO-PROCESO
                            AND WSF-RDE-REGLA = SPACES
                            AND (WSP-SUCURSAL-FILTRO = 0 OR
                              WSF-RDE-SUCURSAL = WSP-SUCURSAL-FILTRO)
                              PERFORM 145000-ACUM-SERVICIO
                          END-IF
                     WHEN WSS-FS-RDE-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE DETALLE'
                          DISPLAY 'FILE STATUS' WSS-FS-RDE
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RESDETALLE.

       145000-ACUM-SERVICIO.

           PERFORM 147000-BUSCAR-SERVICIO

           IF NOT WSS-SI-ENCONTRADO
               IF WST-CANT-SER >= WSC-MAX-SERVICIOS
                   DISPLAY 'MAS SERVICIOS QUE LA TABLA DE REVISION ('
                           WSC-MAX-SERVICIOS ')'
                   STOP RUN
               END-IF
               ADD 1 TO WST-CANT-SER
               SET WSI-SER TO WST-CANT-SER
               MOVE WSF-RDE-CTE    TO WST-SER-CTE (WSI-SER)
               MOVE WSF-RDE-MONEDA TO WST-SER-MONEDA (WSI-SER)
               MOVE WSF-RDE-CODSER TO WST-SER-CODSER (WSI-SER)
               MOVE 0              TO WST-SER-ACTUAL (WSI-SER)
               MOVE 0              TO WST-SER-HIST (WSI-SER)
               MOVE 0              TO WST-SER-PERIODOS (WSI-SER)
               MOVE 0              TO WST-SER-ULT-PER (WSI-SER)
               MOVE 'N'            TO WST-SER-ANTES (WSI-SER)
           END-IF

           ADD WSF-RDE-IMPORTE TO WST-SER-ACTUAL (WSI-SER).

       147000-BUSCAR-SERVICIO.

           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-SER FROM 1 BY 1
                   UNTIL WSI-SER > WST-CANT-SER
               IF WST-SER-CTE (WSI-SER) = WSF-RDE-CTE
                 AND WST-SER-MONEDA (WSI-SER) = WSF-RDE-MONEDA
                 AND WST-SER-CODSER (WSI-SER) = WSF-RDE-CODSER
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       150000-CARGAR-DETALLE-ANTERIOR.

      *    Segunda pasada: los renglones de servicio anteriores al
      *    periodo, de los clientes y servicios que se facturan
      *    ahora. Dentro de la ventana forman el promedio; cualquiera
      *    anterior dice que el servicio no es nuevo para el cliente.
           IF WST-CANT-SER = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE '00' TO WSS-FS-RDE
           OPEN INPUT RESDETALLE.
           IF NOT WSS-FS-RDE-OK
             DISPLAY 'ERROR DE ARCHIVO DE DETALLE'
             DISPLAY 'FILE STATUS' WSS-FS-RDE
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-RDE-EOF
               READ RESDETALLE
                  EVALUATE TRUE
                     WHEN WSS-FS-RDE-OK
                          IF WSF-RDE-PERIODO < WSP-PERIODO-PROCESO
                            AND WSF-RDE-REGLA = SPACES
                              PERFORM 155000-ACUM-ANTERIOR
                          END-IF
                     WHEN WSS-FS-RDE-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE DETALLE'
                          DISPLAY 'FILE STATUS' WSS-FS-RDE
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RESDETALLE.

       155000-ACUM-ANTERIOR.

      *    El cliente tiene historia aunque el servicio sea otro.
           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANT-CLI
               IF WST-CLI-CTE (WSI-CLI) = WSF-RDE-CTE
                   MOVE 'S' TO WST-CLI-CON-HIST (WSI-CLI)
               END-IF
           END-PERFORM

           PERFORM 147000-BUSCAR-SERVICIO
           IF NOT WSS-SI-ENCONTRADO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WST-SER-ANTES (WSI-SER)
           IF WSF-RDE-PERIODO >= WSV-DESDE
               ADD WSF-RDE-IMPORTE TO WST-SER-HIST (WSI-SER)
      *        El detalle se graba en orden de corrida: un periodo
      *        distinto del ultimo visto es un periodo mas facturado.
               IF WSF-RDE-PERIODO NOT = WST-SER-ULT-PER (WSI-SER)
                   ADD 1 TO WST-SER-PERIODOS (WSI-SER)
                   MOVE WSF-RDE-PERIODO TO WST-SER-ULT-PER (WSI-SER)
               END-IF
           END-IF.

       160000-CARGAR-SERVHISTORIA.

      *    Variacion de cada servicio en toda la cartera (importes en
      *    moneda base). Sin el archivo el listado sale sin ella.
           OPEN INPUT SERVHISTORIA.
           IF WSS-FS-SHI-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-SHI-OK
             DISPLAY 'ERROR DE ARCHIVO DE HISTORIA DE SERVICIOS'
             DISPLAY 'FILE STATUS' WSS-FS-SHI
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-SHI-EOF
               READ SERVHISTORIA
                  EVALUATE TRUE
                     WHEN WSS-FS-SHI-OK
                          IF WSF-SHI-PERIODO >= WSV-DESDE
                            AND WSF-SHI-PERIODO <= WSP-PERIODO-PROCESO
                              PERFORM 165000-ACUM-CODIGO
                          END-IF
                     WHEN WSS-FS-SHI-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE HISTORIA DE '
                                  'SERVICIOS'
                          DISPLAY 'FILE STATUS' WSS-FS-SHI
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE SERVHISTORIA.

       165000-ACUM-CODIGO.

           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-COD FROM 1 BY 1
                   UNTIL WSI-COD > WST-CANT-COD
               IF WST-COD-CODSER (WSI-COD) = WSF-SHI-COD
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-SI-ENCONTRADO
               IF WST-CANT-COD >= WSC-MAX-CODIGOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WST-CANT-COD
               SET WSI-COD TO WST-CANT-COD
               MOVE WSF-SHI-COD TO WST-COD-CODSER (WSI-COD)
               MOVE 0           TO WST-COD-ACTUAL (WSI-COD)
               MOVE 0           TO WST-COD-HIST (WSI-COD)
               MOVE 0           TO WST-COD-PERIODOS (WSI-COD)
               MOVE 0           TO WST-COD-ULT-PER (WSI-COD)
           END-IF

           IF WSF-SHI-PERIODO = WSP-PERIODO-PROCESO
               ADD WSF-SHI-IMPORTE TO WST-COD-ACTUAL (WSI-COD)
           ELSE
               ADD WSF-SHI-IMPORTE TO WST-COD-HIST (WSI-COD)
               IF WSF-SHI-PERIODO NOT = WST-COD-ULT-PER (WSI-COD)
                   ADD 1 TO WST-COD-PERIODOS (WSI-COD)
                   MOVE WSF-SHI-PERIODO TO WST-COD-ULT-PER (WSI-COD)
               END-IF
           END-IF.

       200000-PROCESO.

           OPEN OUTPUT LISTADO.
           IF NOT WSS-FS-LIS-OK
             DISPLAY 'ERROR DE ARCHIVO DE LISTADO'
             DISPLAY 'FILE STATUS' WSS-FS-LIS
             STOP RUN
           END-IF.

           MOVE WSP-ANOM-SUBA TO WSL-PCT-SUBA
           MOVE WSP-ANOM-BAJA TO WSL-PCT-BAJA
           MOVE WSP-ANOM-MINIMO TO WSL-IMP-EDITADO
           INITIALIZE WSL-LINEA-LIS
           STRING 'REVISION DE ANOMALIAS DE FACTURACION - PERIODO '
                                                  DELIMITED SIZE
                  WSP-PERIODO-PROCESO             DELIMITED SIZE
                  ' SUCURSAL '                    DELIMITED SIZE
                  WSP-SUCURSAL-FILTRO             DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           INITIALIZE WSL-LINEA-LIS
           STRING 'PROMEDIO DESDE '               DELIMITED SIZE
                  WSV-DESDE                       DELIMITED SIZE
                  ' - SUBA MAS DE '               DELIMITED SIZE
                  WSL-PCT-SUBA                    DELIMITED SIZE
                  '% - BAJA MAS DE '              DELIMITED SIZE
                  WSL-PCT-BAJA                    DELIMITED SIZE
                  '% - IMPORTE MINIMO '           DELIMITED SIZE
                  WSL-IMP-EDITADO                 DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE SPACES TO FD-LISTADO
           WRITE FD-LISTADO.

      *    Encabezado alineado con los campos de 250000.
           INITIALIZE WSL-LINEA-LIS
           MOVE 'CLIENTE'    TO WSL-LINEA-LIS (1:7)
           MOVE 'NOMBRE'     TO WSL-LINEA-LIS (9:6)
           MOVE 'MON'        TO WSL-LINEA-LIS (40:3)
           MOVE 'SRV'        TO WSL-LINEA-LIS (44:3)
           MOVE 'OBSERVADO'  TO WSL-LINEA-LIS (48:9)
           MOVE 'ACTUAL'     TO WSL-LINEA-LIS (67:6)
           MOVE 'PROMEDIO'   TO WSL-LINEA-LIS (80:8)
           MOVE 'VAR. %'     TO WSL-LINEA-LIS (93:6)
           MOVE 'VAR.SRV %'  TO WSL-LINEA-LIS (102:9)
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE ALL '-' TO FD-LISTADO
           WRITE FD-LISTADO.

           PERFORM 210000-REVISAR-SERVICIO
               VARYING WSI-SER FROM 1 BY 1
               UNTIL WSI-SER > WST-CANT-SER.

           PERFORM 220000-REVISAR-CLIENTE
               VARYING WSI-CLI FROM 1 BY 1
               UNTIL WSI-CLI > WST-CANT-CLI.

           IF WSCC-CONT-OBSERVADOS = 0
               MOVE '(SIN ANOMALIAS EN EL PERIODO)' TO FD-LISTADO
               WRITE FD-LISTADO
           END-IF.

           PERFORM 280000-GRABAR-RETENIDOS.

           CLOSE LISTADO.

       210000-REVISAR-SERVICIO.

           MOVE WST-SER-CTE (WSI-SER)    TO WSV-CTE
           MOVE WST-SER-MONEDA (WSI-SER) TO WSV-MONEDA
           MOVE WST-SER-CODSER (WSI-SER) TO WSV-CODIGO
           MOVE WST-SER-ACTUAL (WSI-SER) TO WSV-ACTUAL
           MOVE SPACES                   TO WSV-TIPO

           IF WST-SER-PERIODOS (WSI-SER) = 0
      *        Sin historia reciente: servicio nuevo si el cliente
      *        nunca lo tuvo (y no es un cliente nuevo); si lo tuvo
      *        hace mas de la ventana no hay contra que comparar.
               MOVE 0 TO WSV-PROMEDIO
               IF WST-SER-ANTES (WSI-SER) = 'N'
                 AND WSV-ACTUAL >= WSP-ANOM-MINIMO
                   PERFORM 215000-CLIENTE-CON-HISTORIA
                   IF WSS-SI-ENCONTRADO
                       MOVE 'NUEVO' TO WSV-TIPO
                   END-IF
               END-IF
           ELSE
               COMPUTE WSV-PROMEDIO ROUNDED =
                       WST-SER-HIST (WSI-SER) /
                       WST-SER-PERIODOS (WSI-SER)
               PERFORM 230000-COMPARAR
           END-IF

           IF WSV-TIPO NOT = SPACES
               PERFORM 240000-VARIACION-SERVICIO
               PERFORM 245000-NOMBRE-CLIENTE
               PERFORM 250000-LISTAR-OBSERVADO
           END-IF.

       215000-CLIENTE-CON-HISTORIA.

           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANT-CLI
               IF WST-CLI-CTE (WSI-CLI) = WSV-CTE
                 AND WST-CLI-CON-HIST (WSI-CLI) = 'S'
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       220000-REVISAR-CLIENTE.

      *    Total del cliente en la moneda contra el promedio de los
      *    periodos cerrados de la ventana en que facturo.
           MOVE WST-CLI-CTE (WSI-CLI)    TO WSV-CTE
           MOVE WST-CLI-MONEDA (WSI-CLI) TO WSV-MONEDA
           MOVE 'TOT'                    TO WSV-CODIGO
           MOVE WST-CLI-ACTUAL (WSI-CLI) TO WSV-ACTUAL
           MOVE WST-CLI-NYA (WSI-CLI)    TO WSV-NYA
           MOVE SPACES                   TO WSV-TIPO

           IF WST-CLI-PERIODOS (WSI-CLI) = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WSV-PROMEDIO ROUNDED =
                   WST-CLI-HIST (WSI-CLI) / WST-CLI-PERIODOS (WSI-CLI)
           PERFORM 230000-COMPARAR

           IF WSV-TIPO NOT = SPACES
               MOVE 'N' TO WSS-CON-VAR-SERVICIO
               PERFORM 250000-LISTAR-OBSERVADO
           END-IF.

       230000-COMPARAR.

      *    Suba: mas que el promedio aumentado en ANOM-SUBA por
      *    ciento. Baja: menos que el promedio reducido en ANOM-BAJA
      *    por ciento. Por debajo del importe minimo (en lo actual
      *    para la suba, en el promedio para la baja) no se observa.
           IF WSV-PROMEDIO <= 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WSV-LIMITE-SUBA =
                   WSV-PROMEDIO * (100 + WSP-ANOM-SUBA) / 100
           COMPUTE WSV-LIMITE-BAJA =
                   WSV-PROMEDIO * (100 - WSP-ANOM-BAJA) / 100

           IF WSV-ACTUAL > WSV-LIMITE-SUBA
             AND WSV-ACTUAL >= WSP-ANOM-MINIMO
               MOVE 'SUBA' TO WSV-TIPO
           END-IF.
           IF WSV-ACTUAL < WSV-LIMITE-BAJA
             AND WSV-PROMEDIO >= WSP-ANOM-MINIMO
               MOVE 'BAJA' TO WSV-TIPO
           END-IF.

       240000-VARIACION-SERVICIO.

      *    Variacion del servicio en toda la cartera: periodo contra
      *    el promedio de la ventana.
           MOVE 'N' TO WSS-CON-VAR-SERVICIO
           PERFORM VARYING WSI-COD FROM 1 BY 1
                   UNTIL WSI-COD > WST-CANT-COD
               IF WST-COD-CODSER (WSI-COD) = WSV-CODIGO
                 AND WST-COD-PERIODOS (WSI-COD) > 0
                 AND WST-COD-HIST (WSI-COD) > 0
                   COMPUTE WSV-VAR-SERVICIO ROUNDED =
                           (WST-COD-ACTUAL (WSI-COD) *
                            WST-COD-PERIODOS (WSI-COD) /
                            WST-COD-HIST (WSI-COD) - 1) * 100
                       ON SIZE ERROR
                           MOVE 9999999,99 TO WSV-VAR-SERVICIO
                   END-COMPUTE
                   MOVE 'S' TO WSS-CON-VAR-SERVICIO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       245000-NOMBRE-CLIENTE.

           MOVE SPACES TO WSV-NYA
           PERFORM VARYING WSI-CLI FROM 1 BY 1
                   UNTIL WSI-CLI > WST-CANT-CLI
               IF WST-CLI-CTE (WSI-CLI) = WSV-CTE
                   MOVE WST-CLI-NYA (WSI-CLI) TO WSV-NYA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       250000-LISTAR-OBSERVADO.

           ADD 1 TO WSCC-CONT-OBSERVADOS

           MOVE WSV-ACTUAL   TO WSL-IMP-EDITADO
           MOVE WSV-PROMEDIO TO WSL-IMP-EDITADO-2
           INITIALIZE WSL-LINEA-LIS
           MOVE WSV-CTE            TO WSL-LINEA-LIS (1:7)
           MOVE WSV-NYA            TO WSL-LINEA-LIS (9:30)
           MOVE WSV-MONEDA         TO WSL-LINEA-LIS (40:3)
           MOVE WSV-CODIGO         TO WSL-LINEA-LIS (44:3)
           MOVE WSV-TIPO           TO WSL-LINEA-LIS (48:10)
           MOVE WSL-IMP-EDITADO    TO WSL-LINEA-LIS (59:14)
           MOVE WSL-IMP-EDITADO-2  TO WSL-LINEA-LIS (74:14)
           IF WSV-PROMEDIO > 0
               COMPUTE WSV-VARIACION ROUNDED =
                       (WSV-ACTUAL / WSV-PROMEDIO - 1) * 100
                   ON SIZE ERROR
                       MOVE 9999999,99 TO WSV-VARIACION
               END-COMPUTE
               MOVE WSV-VARIACION  TO WSL-PCT-EDITADO
               MOVE WSL-PCT-EDITADO TO WSL-LINEA-LIS (88:11)
           END-IF
           IF WSS-SI-VAR-SERVICIO
               MOVE WSV-VAR-SERVICIO  TO WSL-PCT-EDITADO-2
               MOVE WSL-PCT-EDITADO-2 TO WSL-LINEA-LIS (100:11)
           END-IF
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

      *    Motivo de la retencion: la primera observacion del
      *    cliente.
           INITIALIZE WSV-MOTIVO
           STRING WSV-TIPO                DELIMITED SPACE
                  ' '                     DELIMITED SIZE
                  WSV-CODIGO              DELIMITED SIZE
                  ' '                     DELIMITED SIZE
                  WSV-MONEDA              DELIMITED SIZE
                  ' ACTUAL '              DELIMITED SIZE
                  FUNCTION TRIM (WSL-IMP-EDITADO) DELIMITED SIZE
             INTO WSV-MOTIVO
           END-STRING
           PERFORM 260000-RETENER-CLIENTE.

       260000-RETENER-CLIENTE.

           PERFORM VARYING WSI-NUR FROM 1 BY 1
                   UNTIL WSI-NUR > WST-CANT-NUR
               IF WST-NUR-CTE (WSI-NUR) = WSV-CTE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           PERFORM VARYING WSI-YAR FROM 1 BY 1
                   UNTIL WSI-YAR > WST-CANT-YAR
               IF WST-YAR-CTE (WSI-YAR) = WSV-CTE
                   ADD 1 TO WSCC-CONT-YA-RETENIDOS
      *            Se anota como visto para no contarlo dos veces.
                   IF WST-CANT-NUR < WSC-MAX-RETENIDOS
                       ADD 1 TO WST-CANT-NUR
                       SET WSI-NUR TO WST-CANT-NUR
                       MOVE WSV-CTE TO WST-NUR-CTE (WSI-NUR)
                       MOVE SPACES  TO WST-NUR-MOTIVO (WSI-NUR)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           IF WST-CANT-NUR >= WSC-MAX-RETENIDOS
               DISPLAY 'TABLA DE RETENIDOS LLENA'
               STOP RUN
           END-IF.
           ADD 1 TO WST-CANT-NUR
           SET WSI-NUR TO WST-CANT-NUR
           MOVE WSV-CTE    TO WST-NUR-CTE (WSI-NUR)
           MOVE WSV-MOTIVO TO WST-NUR-MOTIVO (WSI-NUR).

       280000-GRABAR-RETENIDOS.

      *    Solo los clientes sin retencion previa en el periodo (los
      *    de motivo en blanco ya la tenian).
           OPEN EXTEND RETENIDOS.
           IF WSS-FS-RET-NOEXISTE
               OPEN OUTPUT RETENIDOS
           END-IF.
           IF NOT WSS-FS-RET-OK
             DISPLAY 'ERROR DE ARCHIVO DE RETENIDOS'
             DISPLAY 'FILE STATUS' WSS-FS-RET
             STOP RUN
           END-IF.

           PERFORM VARYING WSI-NUR FROM 1 BY 1
                   UNTIL WSI-NUR > WST-CANT-NUR
               IF WST-NUR-MOTIVO (WSI-NUR) NOT = SPACES
                   INITIALIZE FD-RETENIDOS
                   MOVE WST-NUR-CTE (WSI-NUR)    TO WSF-RET-CTE
                   MOVE WSP-PERIODO-PROCESO      TO WSF-RET-PERIODO
                   MOVE 'R'                      TO WSF-RET-ESTADO
                   MOVE WSV-FECHA-SISTEMA        TO WSF-RET-FECHA
                   MOVE WST-NUR-MOTIVO (WSI-NUR) TO WSF-RET-MOTIVO
                   WRITE FD-RETENIDOS
                   ADD 1 TO WSCC-CONT-NUEVAS-RET
               END-IF
           END-PERFORM

           CLOSE RETENIDOS.

       300000-FINAL.

           MOVE WSCC-CONT-DETALLES   TO WSV-CTL-LEIDOS
           MOVE WSCC-CONT-OBSERVADOS TO WSV-CTL-GRABADOS
           PERFORM 940000-ESTAMPAR-CONTROL-CORRIDA.

           DISPLAY '********************************************'
           DISPLAY 'RENGLONES DE RESULTADO DEL PERIODO ='
                                          WSCC-CONT-RESULTADOS
           DISPLAY 'RENGLONES DE DETALLE LEIDOS =' WSCC-CONT-DETALLES
           DISPLAY 'PERIODOS SIN HISTORICO =' WSV-PERIODOS-SIN-HIST
           DISPLAY 'OBSERVACIONES EN EL LISTADO =' WSCC-CONT-OBSERVADOS
           DISPLAY 'CLIENTES RETENIDOS EN ESTA CORRIDA ='
                                          WSCC-CONT-NUEVAS-RET
           DISPLAY 'CLIENTES CON RETENCION PREVIA DEL PERIODO ='
                                          WSCC-CONT-YA-RETENIDOS
           DISPLAY '********************************************'.
           STOP RUN.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'Resultados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESULTADO

           MOVE 'ResultadosDetalle.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESDETALLE

           MOVE 'ServiciosHistoria.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SERVHISTORIA

           MOVE 'ClientesRetenidos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RETENIDOS

           MOVE 'RevisionAnomalias.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-LISTADO

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS

           MOVE 'ControlCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL-CORRIDA

           MOVE 'EstadisticasCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTAD-CORRIDA
           CONTINUE.

           COPY PARAMSP.

           COPY CTLCORRP.

           COPY OPERADORP.

       END PROGRAM PROG01-51-SA.
