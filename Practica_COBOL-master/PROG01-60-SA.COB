      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Auditoria mensual de actividad de operadores y de
      *              segregacion de funciones para auditoria interna.
      *              Junta en un solo informe lo que cada operador
      *              hizo en el periodo segun las estampas que dejan
      *              los programas: el journal de cambios del maestro
      *              de clientes (altas, modificaciones, bajas,
      *              fusiones de PROG01-37-SA y cambios manuales de
      *              estado crediticio de PROG01-02-SA), el registro de
      *              creditos otorgados de PROG01-01-SA con el operador
      *              que aprobo cada uno, Auditoria.TXT (mesa de
      *              excepciones de PROG01-13-SA, reaperturas de
      *              PROG01-38-SA, mantenimiento de maestros de
      *              PROG01-54-SA), Devoluciones.TXT (PROG01-34-SA) y
      *              los overrides de supervisor estampados en
      *              ControlCorridas.TXT. Marca los conflictos de
      *              segregacion: el operador que cambio los datos de
      *              un cliente y en el mismo periodo le aprobo un
      *              credito o una devolucion, los overrides del
      *              control de pasos y la actividad de usuarios dados
      *              de baja (o que no figuran) en Usuarios.TXT.
      *              Solo lectura: el informe queda en
      *              AuditoriaOperadores.TXT.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-60-SA.

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

      *    Maestro de usuarios: identifica al que emite el informe
      *    (ver OPERADOR.CPY) y da el estado de cada operador
      *    auditado.
           SELECT USUARIOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-USUARIOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USU.

      *    Journal de cambios del maestro de clientes (PROG01-02-SA,
      *    PROG01-12-SA, PROG01-30-SA, PROG01-37-SA y PROG01-59-SA).
           SELECT JOURNAL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-JOURNAL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-JRN.

      *    Historico de auditoria de texto libre: se toman las lineas
      *    que nombran a su operador ("... POR <operador>").
           SELECT AUDITORIA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-AUDITORIA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-AUD.

      *    Registro acumulativo de creditos otorgados de PROG01-01-SA,
      *    con el operador que aprobo cada uno ('(NO-REQ)' cuando el
      *    credito no superaba el umbral y no pidio aprobacion).
           SELECT CREDOTORGADOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CREDOTORGADOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CRE.

      *    Registro de devoluciones de PROG01-34-SA, con el operador
      *    que aprobo cada una.
           SELECT DEVOLUCIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DEVOLUCIONES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DEV.

      *    Corregidas de la mesa de excepciones que esperan la
      *    reinyeccion de PROG01-08-SA: no llevan operador (layout de
      *    TRANSAC), solo se informa cuantas quedan pendientes.
           SELECT REPROCESO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-REPROCESO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-REP.

      *    Control de pasos de la cadena: las estampas con override
      *    de supervisor (ver CTLCORR.CPY).
           SELECT CONTROL-CORRIDA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CONTROL-CORRIDA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTL.

           SELECT INFORME
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-INFORME
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INF.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

       FD USUARIOS.

      *    Mismo layout en todos los programas que identifican
      *    operador (ver OPERADOR.CPY).
       01 FD-USUARIOS.
         05 WSF-USU-ID           PIC X(10).
         05 WSF-USU-CLAVE        PIC X(10).
         05 WSF-USU-NIVEL        PIC 9(01).
         05 WSF-USU-ACTIVO       PIC X(01).

       FD JOURNAL.

      *    Mismo layout que FD-JOURNAL en PROG01-02-SA.
       01 FD-JOURNAL.
         05 WSF-JRN-FECHA        PIC 9(08).
         05 WSF-JRN-HORA         PIC 9(06).
         05 WSF-JRN-OPERADOR     PIC X(10).
      *    A alta / M modificacion / B baja / F fusion (PROG01-37-SA)
      *    / E cambio de estado crediticio (manual de PROG01-02-SA o
      *    automatico de PROG01-30-SA).
         05 WSF-JRN-ACCION       PIC X(01).
         05 WSF-JRN-ANTES        PIC X(220).
         05 WSF-JRN-DESPUES      PIC X(220).

       FD AUDITORIA.

       01 FD-AUDITORIA             PIC X(100).

       FD CREDOTORGADOS.

      *    Mismo layout que FD-CREDOTORGADOS en PROG01-01-SA.
       01 FD-CREDOTORGADOS.
         05 WSF-CRE-PERIODO      PIC 9(06).
         05 WSF-CRE-FECHA        PIC 9(08).
         05 WSF-CRE-CTE          PIC 9(07).
         05 WSF-CRE-CODSER       PIC X(03).
         05 WSF-CRE-IMPORT-T     PIC S9(07)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-CRE-MONEDA       PIC X(03).
         05 WSF-CRE-APROBADOR    PIC X(10).
         05 WSF-CRE-MOTIVO       PIC X(03).

       FD DEVOLUCIONES.

      *    Mismo layout que FD-DEVOLUCIONES en PROG01-34-SA.
       01 FD-DEVOLUCIONES.
         05 WSF-DEV-NRO           PIC 9(08).
         05 WSF-DEV-CTE           PIC 9(07).
         05 WSF-DEV-MONEDA        PIC X(03).
         05 WSF-DEV-IMPORTE       PIC 9(09)V99.
         05 WSF-DEV-FECHA         PIC 9(08).
         05 WSF-DEV-OPERADOR      PIC X(10).

       FD REPROCESO.

      *    Mismo layout que FD-REPROCESO en PROG01-08-SA.
       01 FD-REPROCESO            PIC X(33).

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

       FD INFORME.

       01 FD-INFORME               PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-JRN                           PIC X(02).
             88 WSS-FS-JRN-OK                      VALUE '00'.
             88 WSS-FS-JRN-EOF                     VALUE '10'.
             88 WSS-FS-JRN-NOEXISTE                VALUE '35'.
           05 WSS-FS-AUD                           PIC X(02).
             88 WSS-FS-AUD-OK                      VALUE '00'.
             88 WSS-FS-AUD-EOF                     VALUE '10'.
             88 WSS-FS-AUD-NOEXISTE                VALUE '35'.
           05 WSS-FS-CRE                           PIC X(02).
             88 WSS-FS-CRE-OK                      VALUE '00'.
             88 WSS-FS-CRE-EOF                     VALUE '10'.
             88 WSS-FS-CRE-NOEXISTE                VALUE '35'.
           05 WSS-FS-DEV                           PIC X(02).
             88 WSS-FS-DEV-OK                      VALUE '00'.
             88 WSS-FS-DEV-EOF                     VALUE '10'.
             88 WSS-FS-DEV-NOEXISTE                VALUE '35'.
           05 WSS-FS-REP                           PIC X(02).
             88 WSS-FS-REP-OK                      VALUE '00'.
             88 WSS-FS-REP-EOF                     VALUE '10'.
             88 WSS-FS-REP-NOEXISTE                VALUE '35'.
           05 WSS-FS-CTL                           PIC X(02).
             88 WSS-FS-CTL-OK                      VALUE '00'.
             88 WSS-FS-CTL-EOF                     VALUE '10'.
             88 WSS-FS-CTL-NOEXISTE                VALUE '35'.
           05 WSS-FS-INF                           PIC X(02).
             88 WSS-FS-INF-OK                      VALUE '00'.

       01 WSS-DESBORDE                PIC X VALUE 'N'.
           88 WSS-SI-DESBORDE         VALUE 'S'.

      *    Sin Usuarios.TXT no hay estado de operador que controlar.
       01 WSS-HAY-USUARIOS            PIC X VALUE 'N'.
           88 WSS-SI-HAY-USUARIOS     VALUE 'S'.

       01 CONSTANTES.
           05 WSC-RAZON-SOCIAL
              PIC X(40) VALUE 'SISTEMAS ACTIVOS S.R.L.'.
      *    Operador con que PROG01-30-SA firma sus cambios de estado
      *    crediticio: no es una persona y no se audita.
           05 WSC-OPERADOR-AUTO     PIC X(10) VALUE 'AUTOMATICO'.
      *    Marca de PROG01-01-SA para los creditos bajo el umbral,
      *    que nadie aprobo.
           05 WSC-SIN-APROBACION    PIC X(10) VALUE '(NO-REQ)'.
           05 WSC-MAX-EVENTOS       PIC 9(04) VALUE 5000.
           05 WSC-MAX-OPERADORES    PIC 9(03) VALUE 200.
           05 WSC-MAX-USUARIOS      PIC 9(03) VALUE 200.

      *    Periodo auditado (AAAAMM): por defecto el de proceso.
       01 WSV-PERIODO               PIC 9(06).
       01 WSV-FECHA-SISTEMA         PIC 9(08).

      *    Usuarios del maestro con su estado.
       01 TABLA-USUARIOS.
           05 WST-CANT-USU          PIC 9(03) VALUE 0.
           05 WST-USU OCCURS 200 TIMES
                             INDEXED BY WSI-USU.
               10 WST-USU-ID        PIC X(10).
               10 WST-USU-ACTIVO    PIC X(01).

      *    Actividad del periodo, una entrada por estampa. Tipos:
      *    JA alta / JM modificacion / JB baja / JF fusion / JE
      *    cambio de estado crediticio / CR credito aprobado
      *    (CreditosOtorgados.TXT) / DV devolucion / XA excepcion
      *    anulada / XC excepcion corregida / XR reproceso generado
      *    / RP reapertura / MT mantenimiento de maestros / AO otra
      *    actividad auditada / OV override del control de pasos.
       01 TABLA-EVENTOS.
           05 WST-CANT-EVE          PIC 9(04) VALUE 0.
           05 WST-EVE OCCURS 5000 TIMES
                             INDEXED BY WSI-EVE WSI-EVE2.
               10 WST-EVE-OPER      PIC X(10).
               10 WST-EVE-FECHA     PIC 9(08).
               10 WST-EVE-HORA      PIC 9(06).
               10 WST-EVE-ORIGEN    PIC X(03).
               10 WST-EVE-TIPO      PIC X(02).
               10 WST-EVE-CTE       PIC 9(07).
               10 WST-EVE-DETALLE   PIC X(50).
      *        S: aprobacion en conflicto de segregacion.
               10 WST-EVE-CONFLICTO PIC X(01).

      *    Operadores con actividad, en orden alfabetico, con sus
      *    cantidades por clase de actividad.
       01 TABLA-OPERADORES.
           05 WST-CANT-OPE          PIC 9(03) VALUE 0.
           05 WST-OPE OCCURS 201 TIMES
                             INDEXED BY WSI-OPE.
               10 WST-OPE-ID        PIC X(10).
      *        A activo / I dado de baja / N no figura en Usuarios.TXT
      *        / en blanco sin maestro de usuarios.
               10 WST-OPE-ESTADO    PIC X(01).
               10 WST-OPE-CAMBIOS   PIC 9(05).
               10 WST-OPE-CREDITO   PIC 9(05).
               10 WST-OPE-DEVOL     PIC 9(05).
               10 WST-OPE-EXCEP     PIC 9(05).
               10 WST-OPE-REAPERT   PIC 9(05).
               10 WST-OPE-OVERRIDE  PIC 9(05).
               10 WST-OPE-OTROS     PIC 9(05).
               10 WST-OPE-CONFLICTOS PIC 9(05).

       01 WSV-POS-OPE               PIC 9(03).
       01 WSV-POS-INS               PIC 9(03).

      *    Estampa en armado, antes de pasar a la tabla.
       01 WSV-EVENTO.
           05 WSV-EVE-OPER          PIC X(10).
           05 WSV-EVE-FECHA         PIC 9(08).
           05 WSV-EVE-HORA          PIC 9(06).
           05 WSV-EVE-ORIGEN        PIC X(03).
           05 WSV-EVE-TIPO          PIC X(02).
           05 WSV-EVE-CTE           PIC 9(07).
           05 WSV-EVE-DETALLE       PIC X(50).
           05 WSV-EVE-CONFLICTO     PIC X(01).

      *    Imagen de FD-CLIENTES de PROG01-02-SA tal como viaja en el
      *    journal: codigo, nombre y estado crediticio, y el motivo
      *    que el cambio manual de estado anexa despues del registro.
       01 WSV-IMAGEN.
           05 WSV-IMG-CTE           PIC X(07).
           05 WSV-IMG-NYA           PIC X(60).
           05 FILLER                PIC X(120).
           05 WSV-IMG-ESTADO-CRED   PIC X(01).
           05 FILLER                PIC X(10).
           05 FILLER                PIC X(01).
           05 WSV-IMG-MOTIVO        PIC X(21).

       01 WSV-ESTADO-ANTES          PIC X(01).

      *    Analisis de una linea de Auditoria.TXT.
       01 WSV-LINEA-AUD.
           05 WSV-AUD-FECHA         PIC X(08).
           05 WSV-AUD-FECHA-N REDEFINES WSV-AUD-FECHA PIC 9(08).
           05 WSV-AUD-TEXTO         PIC X(92).
       01 WSV-POS-POR               PIC 9(03).
       01 WSV-POS-CTE               PIC 9(03).
       01 WSV-CUENTA                PIC 9(03).

       01 WSV-DESC-TIPO             PIC X(30).
       01 WSV-DESC-ESTADO           PIC X(13).

       01 CONTADORES.
           05 WSCC-CONT-JOURNAL     PIC 9(07).
           05 WSCC-CONT-AUDITORIA   PIC 9(07).
           05 WSCC-CONT-CREDITOS    PIC 9(07).
           05 WSCC-CONT-SIN-APROB   PIC 9(07).
           05 WSCC-CONT-DEVOLUCIONES PIC 9(07).
           05 WSCC-CONT-CONTROL     PIC 9(07).
           05 WSCC-CONT-AUTOMATICOS PIC 9(07).
           05 WSCC-CONT-SIN-OPER    PIC 9(07).
           05 WSCC-CONT-REPROCESO   PIC 9(07).
           05 WSCC-CONT-CONFLICTOS  PIC 9(05).
           05 WSCC-CONT-OVERRIDES   PIC 9(05).
           05 WSCC-CONT-INACTIVOS   PIC 9(05).
           05 WSCC-CONT-NO-REGISTRADOS PIC 9(05).

       01 WSL-LINEA                 PIC X(132).
       01 WSL-CTE-EDITADO           PIC Z(06)9.
       01 WSL-CANT-EDITADA          PIC ZZZZ9.
       01 WSL-IMP-EDITADO           PIC ---------,99.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-USUARIOS               PIC X(80).
       01 WSV-ARCH-JOURNAL                PIC X(80).
       01 WSV-ARCH-AUDITORIA              PIC X(80).
       01 WSV-ARCH-CREDOTORGADOS          PIC X(80).
       01 WSV-ARCH-DEVOLUCIONES           PIC X(80).
       01 WSV-ARCH-REPROCESO              PIC X(80).
       01 WSV-ARCH-CONTROL-CORRIDA        PIC X(80).
       01 WSV-ARCH-INFORME                PIC X(80).

           COPY OPERADOR.

           COPY PARAMS.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           PERFORM 100000-INICIO.

           PERFORM 110000-CARGAR-USUARIOS.
           PERFORM 120000-LEER-JOURNAL.
           PERFORM 130000-LEER-AUDITORIA.
           PERFORM 137000-LEER-CREDITOS.
           PERFORM 140000-LEER-DEVOLUCIONES.
           PERFORM 150000-LEER-CONTROL-CORRIDAS.
           PERFORM 155000-CONTAR-REPROCESO.

           PERFORM 160000-ARMAR-OPERADORES.
           PERFORM 170000-DETECTAR-CONFLICTOS.

           PERFORM 200000-INFORME.

           DISPLAY '********************************************'
           DISPLAY 'PERIODO AUDITADO =' WSV-PERIODO
           DISPLAY 'CAMBIOS DEL JOURNAL =' WSCC-CONT-JOURNAL
           DISPLAY 'LINEAS DE AUDITORIA CON OPERADOR ='
                                          WSCC-CONT-AUDITORIA
           DISPLAY 'CREDITOS APROBADOS =' WSCC-CONT-CREDITOS
           DISPLAY 'CREDITOS SIN APROBACION (BAJO UMBRAL) ='
                                          WSCC-CONT-SIN-APROB
           DISPLAY 'DEVOLUCIONES =' WSCC-CONT-DEVOLUCIONES
           DISPLAY 'OVERRIDES DE SUPERVISOR =' WSCC-CONT-OVERRIDES
           DISPLAY 'CAMBIOS AUTOMATICOS (NO AUDITADOS) ='
                                          WSCC-CONT-AUTOMATICOS
           DISPLAY 'OPERADORES CON ACTIVIDAD =' WST-CANT-OPE
           DISPLAY 'CONFLICTOS DE SEGREGACION =' WSCC-CONT-CONFLICTOS
           DISPLAY 'OPERADORES DADOS DE BAJA CON ACTIVIDAD ='
                                          WSCC-CONT-INACTIVOS
           DISPLAY 'OPERADORES QUE NO FIGURAN EN USUARIOS ='
                                          WSCC-CONT-NO-REGISTRADOS
           IF WSS-SI-DESBORDE
               DISPLAY 'INFORME INCOMPLETO: TABLA LLENA'
           END-IF
           DISPLAY '********************************************'.

           STOP RUN.

       100000-INICIO.

           INITIALIZE CONTADORES.

      *    El informe expone la actividad de todos los operadores:
      *    mismo nivel que las devoluciones y la fusion de clientes.
           MOVE 5 TO WSO-NIVEL-REQUERIDO
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF.

           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

           DISPLAY 'PERIODO A AUDITAR (AAAAMM, 0 = PERIODO DE '
                   'PROCESO): '
           MOVE 0 TO WSV-PERIODO
           ACCEPT WSV-PERIODO.
           IF WSV-PERIODO = 0
               MOVE WSP-PERIODO-PROCESO TO WSV-PERIODO
           END-IF.
           IF WSV-PERIODO (5:2) < '01' OR WSV-PERIODO (5:2) > '12'
               DISPLAY 'PERIODO INVALIDO'
               STOP RUN
           END-IF.
           DISPLAY 'PERIODO AUDITADO: ' WSV-PERIODO.

       110000-CARGAR-USUARIOS.

           OPEN INPUT USUARIOS.
           IF WSS-FS-USU-NOEXISTE
               DISPLAY 'SIN Usuarios.TXT: NO SE CONTROLA EL ESTADO DE '
                       'LOS OPERADORES'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-USU-OK
             DISPLAY 'ERROR DE ARCHIVO DE USUARIOS'
             DISPLAY 'FILE STATUS' WSS-FS-USU
             STOP RUN
           END-IF.

           MOVE 'S' TO WSS-HAY-USUARIOS
           PERFORM UNTIL WSS-FS-USU-EOF
               READ USUARIOS
                  EVALUATE TRUE
                     WHEN WSS-FS-USU-OK
                          IF WST-CANT-USU < WSC-MAX-USUARIOS
                            ADD 1 TO WST-CANT-USU
                            SET WSI-USU TO WST-CANT-USU
                            MOVE WSF-USU-ID
                              TO WST-USU-ID (WSI-USU)
                            MOVE WSF-USU-ACTIVO
                              TO WST-USU-ACTIVO (WSI-USU)
                          ELSE
                            DISPLAY 'TABLA DE USUARIOS LLENA'
                            MOVE 'S' TO WSS-DESBORDE
                          END-IF
                     WHEN WSS-FS-USU-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-USU
                          MOVE '10' TO WSS-FS-USU
                  END-EVALUATE
           END-PERFORM

           CLOSE USUARIOS.

       120000-LEER-JOURNAL.

           OPEN INPUT JOURNAL.
           IF WSS-FS-JRN-NOEXISTE
               DISPLAY 'SIN ClientesJournal.TXT'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-JRN-OK
             DISPLAY 'ERROR DE ARCHIVO DE JOURNAL'
             DISPLAY 'FILE STATUS' WSS-FS-JRN
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-JRN-EOF
               READ JOURNAL
                  EVALUATE TRUE
                     WHEN WSS-FS-JRN-OK
                          IF WSF-JRN-FECHA (1:6) = WSV-PERIODO
                              PERFORM 125000-EVENTO-JOURNAL
                          END-IF
                     WHEN WSS-FS-JRN-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-JRN
                          MOVE '10' TO WSS-FS-JRN
                  END-EVALUATE
           END-PERFORM

           CLOSE JOURNAL.

       125000-EVENTO-JOURNAL.

           IF WSF-JRN-OPERADOR = WSC-OPERADOR-AUTO
               ADD 1 TO WSCC-CONT-AUTOMATICOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WSCC-CONT-JOURNAL

      *    El cliente sale de la imagen despues (en el alta la de
      *    antes esta en blanco), como en el listado de cambios de
      *    PROG01-02-SA.
           MOVE WSF-JRN-ANTES (188:1) TO WSV-ESTADO-ANTES
           MOVE WSF-JRN-DESPUES       TO WSV-IMAGEN
           IF WSV-IMG-CTE NOT NUMERIC
               MOVE WSF-JRN-ANTES TO WSV-IMAGEN
           END-IF

           INITIALIZE WSV-EVENTO
           MOVE WSF-JRN-OPERADOR TO WSV-EVE-OPER
           MOVE WSF-JRN-FECHA    TO WSV-EVE-FECHA
           MOVE WSF-JRN-HORA     TO WSV-EVE-HORA
           MOVE 'JRN'            TO WSV-EVE-ORIGEN
           IF WSV-IMG-CTE NUMERIC
               MOVE WSV-IMG-CTE  TO WSV-EVE-CTE
           END-IF
           MOVE WSV-IMG-NYA      TO WSV-EVE-DETALLE

           EVALUATE WSF-JRN-ACCION
               WHEN 'A'
                    MOVE 'JA' TO WSV-EVE-TIPO
               WHEN 'M'
                    MOVE 'JM' TO WSV-EVE-TIPO
               WHEN 'B'
                    MOVE 'JB' TO WSV-EVE-TIPO
               WHEN 'F'
                    MOVE 'JF' TO WSV-EVE-TIPO
               WHEN 'E'
                    MOVE 'JE' TO WSV-EVE-TIPO
                    INITIALIZE WSV-EVE-DETALLE
                    STRING 'ESTADO '              DELIMITED SIZE
                           WSV-ESTADO-ANTES        DELIMITED SIZE
                           ' A '                  DELIMITED SIZE
                           WSV-IMG-ESTADO-CRED     DELIMITED SIZE
                           ': '                   DELIMITED SIZE
                           WSF-JRN-DESPUES (200:21)
                                                   DELIMITED SIZE
                      INTO WSV-EVE-DETALLE
                    END-STRING
               WHEN OTHER
                    MOVE 'AO' TO WSV-EVE-TIPO
           END-EVALUATE

           PERFORM 190000-AGREGAR-EVENTO.

       130000-LEER-AUDITORIA.

           OPEN INPUT AUDITORIA.
           IF WSS-FS-AUD-NOEXISTE
               DISPLAY 'SIN Auditoria.TXT'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-AUD-OK
             DISPLAY 'ERROR DE ARCHIVO DE AUDITORIA'
             DISPLAY 'FILE STATUS' WSS-FS-AUD
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-AUD-EOF
               READ AUDITORIA
                  EVALUATE TRUE
                     WHEN WSS-FS-AUD-OK
                          MOVE FD-AUDITORIA TO WSV-LINEA-AUD
                          IF WSV-AUD-FECHA IS NUMERIC
                            AND WSV-AUD-FECHA (1:6) = WSV-PERIODO
                              PERFORM 135000-EVENTO-AUDITORIA
                          END-IF
                     WHEN WSS-FS-AUD-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-AUD
                          MOVE '10' TO WSS-FS-AUD
                  END-EVALUATE
           END-PERFORM

           CLOSE AUDITORIA.

       135000-EVENTO-AUDITORIA.

      *    Las lineas que firma un operador dicen "... POR <operador>"
      *    (PROG01-13-SA, PROG01-38-SA, PROG01-54-SA); las demas son
      *    avisos de los pasos batch y no son actividad de nadie.
           MOVE 0 TO WSV-POS-POR
           INSPECT WSV-AUD-TEXTO TALLYING WSV-POS-POR
                   FOR CHARACTERS BEFORE INITIAL ' POR '
           IF WSV-POS-POR > 80
               ADD 1 TO WSCC-CONT-SIN-OPER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WSCC-CONT-AUDITORIA

           INITIALIZE WSV-EVENTO
           UNSTRING WSV-AUD-TEXTO (WSV-POS-POR + 6:)
                    DELIMITED BY ' ' OR ':'
               INTO WSV-EVE-OPER
           END-UNSTRING
           MOVE WSV-AUD-FECHA-N  TO WSV-EVE-FECHA
           MOVE 'AUD'            TO WSV-EVE-ORIGEN
           MOVE FUNCTION TRIM (WSV-AUD-TEXTO) TO WSV-EVE-DETALLE

      *    Cliente, si la linea lo nombra (excepciones).
           MOVE 0 TO WSV-POS-CTE
           INSPECT WSV-AUD-TEXTO TALLYING WSV-POS-CTE
                   FOR CHARACTERS BEFORE INITIAL ' CLIENTE '
           IF WSV-POS-CTE < 76
             AND WSV-AUD-TEXTO (WSV-POS-CTE + 10:7) IS NUMERIC
               MOVE WSV-AUD-TEXTO (WSV-POS-CTE + 10:7)
                 TO WSV-EVE-CTE
           END-IF

           MOVE 'AO' TO WSV-EVE-TIPO
           MOVE 0 TO WSV-CUENTA
           INSPECT WSV-AUD-TEXTO TALLYING WSV-CUENTA
                   FOR ALL 'EXCEPCION ANULADA'
           IF WSV-CUENTA > 0
               MOVE 'XA' TO WSV-EVE-TIPO
           END-IF
           MOVE 0 TO WSV-CUENTA
           INSPECT WSV-AUD-TEXTO TALLYING WSV-CUENTA
                   FOR ALL 'EXCEPCION CORREGIDA'
           IF WSV-CUENTA > 0
               MOVE 'XC' TO WSV-EVE-TIPO
           END-IF
           MOVE 0 TO WSV-CUENTA
           INSPECT WSV-AUD-TEXTO TALLYING WSV-CUENTA
                   FOR ALL 'REPROCESO GENERADO'
           IF WSV-CUENTA > 0
               MOVE 'XR' TO WSV-EVE-TIPO
           END-IF
           MOVE 0 TO WSV-CUENTA
           INSPECT WSV-AUD-TEXTO TALLYING WSV-CUENTA
                   FOR ALL ' REABIERTO POR '
           IF WSV-CUENTA > 0
               MOVE 'RP' TO WSV-EVE-TIPO
           END-IF
           MOVE 0 TO WSV-CUENTA
           INSPECT WSV-AUD-TEXTO TALLYING WSV-CUENTA
                   FOR ALL 'VERIFICACION ' ALL 'REORGANIZACION '
           IF WSV-CUENTA > 0
               MOVE 'MT' TO WSV-EVE-TIPO
           END-IF
      *    Emision de PROG01-10-SA sin la revision del paso 42: el
      *    override no se estampa en ControlCorridas.TXT y solo queda
      *    aqui.
           MOVE 0 TO WSV-CUENTA
           INSPECT WSV-AUD-TEXTO TALLYING WSV-CUENTA
                   FOR ALL 'OVERRIDE PASO '
           IF WSV-CUENTA > 0
               MOVE 'OV' TO WSV-EVE-TIPO
           END-IF

           PERFORM 190000-AGREGAR-EVENTO.

       137000-LEER-CREDITOS.

      *    Creditos otorgados en el periodo por la corrida de
      *    PROG01-01-SA; los que no superaban el umbral no tienen
      *    aprobador y solo se cuentan.
           OPEN INPUT CREDOTORGADOS.
           IF WSS-FS-CRE-NOEXISTE
               DISPLAY 'SIN CreditosOtorgados.TXT'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-CRE-OK
             DISPLAY 'ERROR DE ARCHIVO DE CREDITOS'
             DISPLAY 'FILE STATUS' WSS-FS-CRE
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-CRE-EOF
               READ CREDOTORGADOS
                  EVALUATE TRUE
                     WHEN WSS-FS-CRE-OK
                          IF WSF-CRE-PERIODO = WSV-PERIODO
                              PERFORM 138000-EVENTO-CREDITO
                          END-IF
                     WHEN WSS-FS-CRE-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-CRE
                          MOVE '10' TO WSS-FS-CRE
                  END-EVALUATE
           END-PERFORM

           CLOSE CREDOTORGADOS.

       138000-EVENTO-CREDITO.

           IF WSF-CRE-APROBADOR = WSC-SIN-APROBACION
               ADD 1 TO WSCC-CONT-SIN-APROB
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WSCC-CONT-CREDITOS

           INITIALIZE WSV-EVENTO
           MOVE WSF-CRE-APROBADOR TO WSV-EVE-OPER
           MOVE WSF-CRE-FECHA     TO WSV-EVE-FECHA
           MOVE 'CRE'             TO WSV-EVE-ORIGEN
           MOVE 'CR'              TO WSV-EVE-TIPO
           MOVE WSF-CRE-CTE       TO WSV-EVE-CTE
           MOVE WSF-CRE-IMPORT-T  TO WSL-IMP-EDITADO
           STRING 'SERVICIO '                     DELIMITED SIZE
                  WSF-CRE-CODSER                   DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  WSF-CRE-MONEDA                   DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  FUNCTION TRIM (WSL-IMP-EDITADO)  DELIMITED SIZE
                  ' MOTIVO '                       DELIMITED SIZE
                  WSF-CRE-MOTIVO                   DELIMITED SIZE
             INTO WSV-EVE-DETALLE
           END-STRING

           PERFORM 190000-AGREGAR-EVENTO.

       140000-LEER-DEVOLUCIONES.

           OPEN INPUT DEVOLUCIONES.
           IF WSS-FS-DEV-NOEXISTE
               DISPLAY 'SIN Devoluciones.TXT'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-DEV-OK
             DISPLAY 'ERROR DE ARCHIVO DE DEVOLUCIONES'
             DISPLAY 'FILE STATUS' WSS-FS-DEV
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-DEV-EOF
               READ DEVOLUCIONES
                  EVALUATE TRUE
                     WHEN WSS-FS-DEV-OK
                          IF WSF-DEV-FECHA (1:6) = WSV-PERIODO
                              PERFORM 145000-EVENTO-DEVOLUCION
                          END-IF
                     WHEN WSS-FS-DEV-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-DEV
                          MOVE '10' TO WSS-FS-DEV
                  END-EVALUATE
           END-PERFORM

           CLOSE DEVOLUCIONES.

       145000-EVENTO-DEVOLUCION.

           ADD 1 TO WSCC-CONT-DEVOLUCIONES

           INITIALIZE WSV-EVENTO
           MOVE WSF-DEV-OPERADOR TO WSV-EVE-OPER
           MOVE WSF-DEV-FECHA    TO WSV-EVE-FECHA
           MOVE 'DEV'            TO WSV-EVE-ORIGEN
           MOVE 'DV'             TO WSV-EVE-TIPO
           MOVE WSF-DEV-CTE      TO WSV-EVE-CTE
           MOVE WSF-DEV-IMPORTE  TO WSL-IMP-EDITADO
           STRING 'ORDEN '                        DELIMITED SIZE
                  WSF-DEV-NRO                      DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  WSF-DEV-MONEDA                   DELIMITED SIZE
                  ' '                              DELIMITED SIZE
                  FUNCTION TRIM (WSL-IMP-EDITADO)  DELIMITED SIZE
             INTO WSV-EVE-DETALLE
           END-STRING

           PERFORM 190000-AGREGAR-EVENTO.

       150000-LEER-CONTROL-CORRIDAS.

      *    Las estampas anteriores a la marca de override la traen en
      *    blanco: no cuentan como override.
           OPEN INPUT CONTROL-CORRIDA.
           IF WSS-FS-CTL-NOEXISTE
               DISPLAY 'SIN ControlCorridas.TXT'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-CTL-OK
             DISPLAY 'ERROR DE ARCHIVO DE CONTROL DE CORRIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-CTL
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-CTL-EOF
               READ CONTROL-CORRIDA
                  EVALUATE TRUE
                     WHEN WSS-FS-CTL-OK
                          IF WSF-CTL-FECHA (1:6) = WSV-PERIODO
                            AND WSF-CTL-OVERRIDE = 'S'
                              PERFORM 152000-EVENTO-OVERRIDE
                          END-IF
                     WHEN WSS-FS-CTL-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-CTL
                          MOVE '10' TO WSS-FS-CTL
                  END-EVALUATE
           END-PERFORM

           CLOSE CONTROL-CORRIDA.

       152000-EVENTO-OVERRIDE.

           ADD 1 TO WSCC-CONT-CONTROL

           INITIALIZE WSV-EVENTO
           MOVE WSF-CTL-OPERADOR TO WSV-EVE-OPER
           MOVE WSF-CTL-FECHA    TO WSV-EVE-FECHA
           MOVE WSF-CTL-HORA     TO WSV-EVE-HORA
           MOVE 'CTL'            TO WSV-EVE-ORIGEN
           MOVE 'OV'             TO WSV-EVE-TIPO
           STRING 'PASO '                         DELIMITED SIZE
                  WSF-CTL-PASO                     DELIMITED SIZE
                  ' PERIODO '                      DELIMITED SIZE
                  WSF-CTL-PERIODO                  DELIMITED SIZE
                  ' SUCURSAL '                     DELIMITED SIZE
                  WSF-CTL-SUCURSAL                 DELIMITED SIZE
             INTO WSV-EVE-DETALLE
           END-STRING

           PERFORM 190000-AGREGAR-EVENTO.

       155000-CONTAR-REPROCESO.

           OPEN INPUT REPROCESO.
           IF WSS-FS-REP-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-REP-OK
             DISPLAY 'ERROR DE ARCHIVO DE REPROCESO'
             DISPLAY 'FILE STATUS' WSS-FS-REP
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-REP-EOF
               READ REPROCESO
                  EVALUATE TRUE
                     WHEN WSS-FS-REP-OK
                          ADD 1 TO WSCC-CONT-REPROCESO
                     WHEN WSS-FS-REP-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-REP
                          MOVE '10' TO WSS-FS-REP
                  END-EVALUATE
           END-PERFORM

           CLOSE REPROCESO.

       160000-ARMAR-OPERADORES.

      *    Un renglon por operador con actividad, con su estado en
      *    el maestro de usuarios y la actividad contada por clase.
           PERFORM VARYING WSI-EVE FROM 1 BY 1
                   UNTIL WSI-EVE > WST-CANT-EVE
               PERFORM 165000-UBICAR-OPERADOR
               IF WSV-POS-OPE > 0
                   SET WSI-OPE TO WSV-POS-OPE
                   EVALUATE WST-EVE-TIPO (WSI-EVE)
                       WHEN 'JA'
                       WHEN 'JM'
                       WHEN 'JB'
                       WHEN 'JF'
                       WHEN 'JE'
                            ADD 1 TO WST-OPE-CAMBIOS (WSI-OPE)
                       WHEN 'CR'
                            ADD 1 TO WST-OPE-CREDITO (WSI-OPE)
                       WHEN 'DV'
                            ADD 1 TO WST-OPE-DEVOL (WSI-OPE)
                       WHEN 'XA'
                       WHEN 'XC'
                       WHEN 'XR'
                            ADD 1 TO WST-OPE-EXCEP (WSI-OPE)
                       WHEN 'RP'
                            ADD 1 TO WST-OPE-REAPERT (WSI-OPE)
                       WHEN 'OV'
                            ADD 1 TO WST-OPE-OVERRIDE (WSI-OPE)
                       WHEN OTHER
                            ADD 1 TO WST-OPE-OTROS (WSI-OPE)
                   END-EVALUATE
               END-IF
           END-PERFORM

           PERFORM VARYING WSI-OPE FROM 1 BY 1
                   UNTIL WSI-OPE > WST-CANT-OPE
               PERFORM 167000-ESTADO-OPERADOR
           END-PERFORM.

       165000-UBICAR-OPERADOR.

      *    Deja en WSV-POS-OPE la posicion del operador del evento
      *    WSI-EVE; si es nuevo lo inserta en orden alfabetico.
           MOVE 0 TO WSV-POS-OPE
           MOVE 0 TO WSV-POS-INS
           PERFORM VARYING WSI-OPE FROM 1 BY 1
                   UNTIL WSI-OPE > WST-CANT-OPE
               IF WST-OPE-ID (WSI-OPE) = WST-EVE-OPER (WSI-EVE)
                   SET WSV-POS-OPE TO WSI-OPE
                   EXIT PERFORM
               END-IF
               IF WST-OPE-ID (WSI-OPE) > WST-EVE-OPER (WSI-EVE)
                 AND WSV-POS-INS = 0
                   SET WSV-POS-INS TO WSI-OPE
               END-IF
           END-PERFORM

           IF WSV-POS-OPE > 0
               EXIT PARAGRAPH
           END-IF.

           IF WST-CANT-OPE >= WSC-MAX-OPERADORES
               DISPLAY 'TABLA DE OPERADORES LLENA'
               MOVE 'S' TO WSS-DESBORDE
               EXIT PARAGRAPH
           END-IF.

           IF WSV-POS-INS = 0
               COMPUTE WSV-POS-INS = WST-CANT-OPE + 1
           ELSE
               PERFORM VARYING WSI-OPE FROM WST-CANT-OPE BY -1
                       UNTIL WSI-OPE < WSV-POS-INS
                   MOVE WST-OPE (WSI-OPE) TO WST-OPE (WSI-OPE + 1)
               END-PERFORM
           END-IF
           ADD 1 TO WST-CANT-OPE

           SET WSI-OPE TO WSV-POS-INS
           INITIALIZE WST-OPE (WSI-OPE)
           MOVE WST-EVE-OPER (WSI-EVE) TO WST-OPE-ID (WSI-OPE)
           MOVE WSV-POS-INS TO WSV-POS-OPE.

       167000-ESTADO-OPERADOR.

           MOVE SPACE TO WST-OPE-ESTADO (WSI-OPE)
           IF NOT WSS-SI-HAY-USUARIOS
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WST-OPE-ESTADO (WSI-OPE)
           PERFORM VARYING WSI-USU FROM 1 BY 1
                   UNTIL WSI-USU > WST-CANT-USU
               IF WST-USU-ID (WSI-USU) = WST-OPE-ID (WSI-OPE)
                   IF WST-USU-ACTIVO (WSI-USU) = 'S'
                       MOVE 'A' TO WST-OPE-ESTADO (WSI-OPE)
                   ELSE
                       MOVE 'I' TO WST-OPE-ESTADO (WSI-OPE)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE WST-OPE-ESTADO (WSI-OPE)
               WHEN 'I'
                    ADD 1 TO WSCC-CONT-INACTIVOS
               WHEN 'N'
                    ADD 1 TO WSCC-CONT-NO-REGISTRADOS
           END-EVALUATE.

       170000-DETECTAR-CONFLICTOS.

      *    Conflicto de segregacion: un credito aprobado o una
      *    devolucion a un cliente cuyos datos el mismo operador
      *    cambio (alta, modificacion, fusion o estado crediticio)
      *    en el periodo. Se cuenta una vez por aprobacion.
           PERFORM VARYING WSI-EVE FROM 1 BY 1
                   UNTIL WSI-EVE > WST-CANT-EVE
               IF (WST-EVE-TIPO (WSI-EVE) = 'CR' OR 'DV')
                 AND WST-EVE-CTE (WSI-EVE) NOT = 0
                   PERFORM 175000-BUSCAR-CAMBIO-PROPIO
               END-IF
               IF WST-EVE-TIPO (WSI-EVE) = 'OV'
                   ADD 1 TO WSCC-CONT-OVERRIDES
               END-IF
           END-PERFORM.

       175000-BUSCAR-CAMBIO-PROPIO.

           PERFORM VARYING WSI-EVE2 FROM 1 BY 1
                   UNTIL WSI-EVE2 > WST-CANT-EVE
               IF WST-EVE-OPER (WSI-EVE2) = WST-EVE-OPER (WSI-EVE)
                 AND WST-EVE-CTE (WSI-EVE2) = WST-EVE-CTE (WSI-EVE)
                 AND (WST-EVE-TIPO (WSI-EVE2) = 'JA' OR 'JM' OR 'JF'
                                             OR 'JE')
                   ADD 1 TO WSCC-CONT-CONFLICTOS
                   PERFORM 165000-UBICAR-OPERADOR
                   IF WSV-POS-OPE > 0
                       SET WSI-OPE TO WSV-POS-OPE
                       ADD 1 TO WST-OPE-CONFLICTOS (WSI-OPE)
                   END-IF
                   MOVE 'S' TO WST-EVE-CONFLICTO (WSI-EVE)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       190000-AGREGAR-EVENTO.

           IF WSV-EVE-OPER = SPACES
               ADD 1 TO WSCC-CONT-SIN-OPER
               EXIT PARAGRAPH
           END-IF.

           IF WST-CANT-EVE >= WSC-MAX-EVENTOS
               IF NOT WSS-SI-DESBORDE
                   DISPLAY 'TABLA DE ACTIVIDAD LLENA'
               END-IF
               MOVE 'S' TO WSS-DESBORDE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-EVE
           SET WSI-EVE TO WST-CANT-EVE
           MOVE WSV-EVENTO TO WST-EVE (WSI-EVE).

       200000-INFORME.

           OPEN OUTPUT INFORME.
           IF NOT WSS-FS-INF-OK
             DISPLAY 'ERROR DE ARCHIVO DE INFORME'
             DISPLAY 'FILE STATUS' WSS-FS-INF
             STOP RUN
           END-IF.

           MOVE WSC-RAZON-SOCIAL TO FD-INFORME
           WRITE FD-INFORME.
           INITIALIZE WSL-LINEA
           STRING 'AUDITORIA DE ACTIVIDAD DE OPERADORES - PERIODO '
                                                    DELIMITED SIZE
                  WSV-PERIODO                       DELIMITED SIZE
                  ' - EMITIDO '                     DELIMITED SIZE
                  WSV-FECHA-SISTEMA                 DELIMITED SIZE
                  ' - OPERADOR '                    DELIMITED SIZE
                  WSO-OPER-ID                       DELIMITED SIZE
             INTO WSL-LINEA
           END-STRING
           MOVE WSL-LINEA TO FD-INFORME
           WRITE FD-INFORME.
           IF NOT WSS-SI-HAY-USUARIOS
               MOVE 'SIN Usuarios.TXT: NO SE CONTROLA EL ESTADO DE LOS '
                 TO WSL-LINEA
               MOVE 'OPERADORES.' TO WSL-LINEA (52:)
               MOVE WSL-LINEA TO FD-INFORME
               WRITE FD-INFORME
           END-IF.
           IF WSS-SI-DESBORDE
               MOVE 'INFORME INCOMPLETO: TABLA LLENA, VER LOS AVISOS '
                 TO WSL-LINEA
               MOVE 'DE LA CORRIDA.' TO WSL-LINEA (49:)
               MOVE WSL-LINEA TO FD-INFORME
               WRITE FD-INFORME
           END-IF.
           MOVE ALL '-' TO FD-INFORME
           WRITE FD-INFORME.

           PERFORM 210000-RESUMEN.
           PERFORM 220000-CONFLICTOS.
           PERFORM 230000-DETALLE.

           CLOSE INFORME.

       210000-RESUMEN.

           MOVE SPACES TO FD-INFORME
           WRITE FD-INFORME.
           MOVE 'RESUMEN POR OPERADOR' TO FD-INFORME
           WRITE FD-INFORME.
           MOVE 'OPERADOR   ESTADO        CAMBIOS CREDITO  DEVOL. '
             TO WSL-LINEA
           MOVE 'EXCEP. REAPER. OVERR.  OTROS CONFL.' TO WSL-LINEA (51:)
           MOVE WSL-LINEA TO FD-INFORME
           WRITE FD-INFORME.

           PERFORM VARYING WSI-OPE FROM 1 BY 1
                   UNTIL WSI-OPE > WST-CANT-OPE
               PERFORM 215000-DESCRIBIR-ESTADO
               INITIALIZE WSL-LINEA
               MOVE WST-OPE-ID (WSI-OPE)          TO WSL-LINEA (1:10)
               MOVE WSV-DESC-ESTADO               TO WSL-LINEA (12:13)
               MOVE WST-OPE-CAMBIOS (WSI-OPE)     TO WSL-CANT-EDITADA
               MOVE WSL-CANT-EDITADA              TO WSL-LINEA (28:5)
               MOVE WST-OPE-CREDITO (WSI-OPE)     TO WSL-CANT-EDITADA
               MOVE WSL-CANT-EDITADA              TO WSL-LINEA (36:5)
               MOVE WST-OPE-DEVOL (WSI-OPE)       TO WSL-CANT-EDITADA
               MOVE WSL-CANT-EDITADA              TO WSL-LINEA (44:5)
               MOVE WST-OPE-EXCEP (WSI-OPE)       TO WSL-CANT-EDITADA
               MOVE WSL-CANT-EDITADA              TO WSL-LINEA (51:5)
               MOVE WST-OPE-REAPERT (WSI-OPE)     TO WSL-CANT-EDITADA
               MOVE WSL-CANT-EDITADA              TO WSL-LINEA (58:5)
               MOVE WST-OPE-OVERRIDE (WSI-OPE)    TO WSL-CANT-EDITADA
               MOVE WSL-CANT-EDITADA              TO WSL-LINEA (65:5)
               MOVE WST-OPE-OTROS (WSI-OPE)       TO WSL-CANT-EDITADA
               MOVE WSL-CANT-EDITADA              TO WSL-LINEA (72:5)
               MOVE WST-OPE-CONFLICTOS (WSI-OPE)  TO WSL-CANT-EDITADA
               MOVE WSL-CANT-EDITADA              TO WSL-LINEA (79:5)
               MOVE WSL-LINEA TO FD-INFORME
               WRITE FD-INFORME
           END-PERFORM

           IF WST-CANT-OPE = 0
               MOVE 'SIN ACTIVIDAD DE OPERADORES EN EL PERIODO'
                 TO FD-INFORME
               WRITE FD-INFORME
           END-IF.

       215000-DESCRIBIR-ESTADO.

           EVALUATE WST-OPE-ESTADO (WSI-OPE)
               WHEN 'A'
                    MOVE 'ACTIVO'        TO WSV-DESC-ESTADO
               WHEN 'I'
                    MOVE 'DADO DE BAJA'  TO WSV-DESC-ESTADO
               WHEN 'N'
                    MOVE 'NO REGISTRADO' TO WSV-DESC-ESTADO
               WHEN OTHER
                    MOVE SPACES          TO WSV-DESC-ESTADO
           END-EVALUATE.

       220000-CONFLICTOS.

      *    Hallazgos para auditoria: aprobaciones sobre clientes que
      *    el mismo operador modifico, overrides del control de pasos
      *    y actividad de usuarios dados de baja o no registrados.
           MOVE SPACES TO FD-INFORME
           WRITE FD-INFORME.
           MOVE 'CONFLICTOS DE SEGREGACION DE FUNCIONES' TO FD-INFORME
           WRITE FD-INFORME.

           PERFORM VARYING WSI-EVE FROM 1 BY 1
                   UNTIL WSI-EVE > WST-CANT-EVE
               IF WST-EVE-CONFLICTO (WSI-EVE) = 'S'
                 OR WST-EVE-TIPO (WSI-EVE) = 'OV'
                   PERFORM 235000-DESCRIBIR-TIPO
                   INITIALIZE WSL-LINEA
                   IF WST-EVE-TIPO (WSI-EVE) = 'OV'
                       MOVE 'OVERRIDE DE SUPERVISOR'
                         TO WSL-LINEA (1:40)
                   ELSE
                       STRING 'CAMBIO DATOS DEL CLIENTE Y '
                                                  DELIMITED SIZE
                              WSV-DESC-TIPO       DELIMITED SIZE
                         INTO WSL-LINEA (1:40)
                       END-STRING
                   END-IF
                   PERFORM 225000-LINEA-EVENTO
               END-IF
           END-PERFORM

           PERFORM VARYING WSI-OPE FROM 1 BY 1
                   UNTIL WSI-OPE > WST-CANT-OPE
               IF WST-OPE-ESTADO (WSI-OPE) = 'I' OR 'N'
                   PERFORM 215000-DESCRIBIR-ESTADO
                   COMPUTE WSL-CANT-EDITADA =
                           WST-OPE-CAMBIOS (WSI-OPE)
                         + WST-OPE-CREDITO (WSI-OPE)
                         + WST-OPE-DEVOL (WSI-OPE)
                         + WST-OPE-EXCEP (WSI-OPE)
                         + WST-OPE-REAPERT (WSI-OPE)
                         + WST-OPE-OVERRIDE (WSI-OPE)
                         + WST-OPE-OTROS (WSI-OPE)
                   INITIALIZE WSL-LINEA
                   STRING 'ACTIVIDAD DE USUARIO '   DELIMITED SIZE
                          FUNCTION TRIM (WSV-DESC-ESTADO)
                                                    DELIMITED SIZE
                          ': '                      DELIMITED SIZE
                          WST-OPE-ID (WSI-OPE)      DELIMITED SIZE
                          ' - '                     DELIMITED SIZE
                          WSL-CANT-EDITADA          DELIMITED SIZE
                          ' REGISTROS EN EL PERIODO' DELIMITED SIZE
                     INTO WSL-LINEA
                   END-STRING
                   MOVE WSL-LINEA TO FD-INFORME
                   WRITE FD-INFORME
               END-IF
           END-PERFORM

           IF WSCC-CONT-CONFLICTOS = 0
             AND WSCC-CONT-OVERRIDES = 0
             AND WSCC-CONT-INACTIVOS = 0
             AND WSCC-CONT-NO-REGISTRADOS = 0
               MOVE 'SIN CONFLICTOS EN EL PERIODO' TO FD-INFORME
               WRITE FD-INFORME
           END-IF.

       225000-LINEA-EVENTO.

      *    Columnas a partir de la 42: operador, fecha, hora,
      *    cliente y detalle del evento WSI-EVE.
           MOVE WST-EVE-OPER (WSI-EVE)    TO WSL-LINEA (42:10)
           MOVE WST-EVE-FECHA (WSI-EVE)   TO WSL-LINEA (53:8)
           MOVE WST-EVE-HORA (WSI-EVE)    TO WSL-LINEA (62:6)
           IF WST-EVE-CTE (WSI-EVE) NOT = 0
               MOVE WST-EVE-CTE (WSI-EVE) TO WSL-CTE-EDITADO
               MOVE WSL-CTE-EDITADO       TO WSL-LINEA (69:7)
           END-IF
           MOVE WST-EVE-DETALLE (WSI-EVE) TO WSL-LINEA (77:50)
           MOVE WSL-LINEA TO FD-INFORME
           WRITE FD-INFORME.

       230000-DETALLE.

      *    Toda la actividad de cada operador, fuente por fuente
      *    (journal, auditoria, creditos, devoluciones, control de
      *    pasos) y en el orden de cada archivo. La C al margen
      *    marca los eventos en conflicto.
           MOVE SPACES TO FD-INFORME
           WRITE FD-INFORME.
           MOVE 'DETALLE DE ACTIVIDAD POR OPERADOR' TO FD-INFORME
           WRITE FD-INFORME.
           MOVE '  ACTIVIDAD                      ORIGEN' TO WSL-LINEA
           MOVE 'OPERADOR   FECHA    HORA   CLIENTE DETALLE'
             TO WSL-LINEA (42:)
           MOVE WSL-LINEA TO FD-INFORME
           WRITE FD-INFORME.

           PERFORM VARYING WSI-OPE FROM 1 BY 1
                   UNTIL WSI-OPE > WST-CANT-OPE
               MOVE SPACES TO FD-INFORME
               WRITE FD-INFORME
               PERFORM VARYING WSI-EVE FROM 1 BY 1
                       UNTIL WSI-EVE > WST-CANT-EVE
                   IF WST-EVE-OPER (WSI-EVE) = WST-OPE-ID (WSI-OPE)
                       PERFORM 235000-DESCRIBIR-TIPO
                       INITIALIZE WSL-LINEA
                       IF WST-EVE-CONFLICTO (WSI-EVE) = 'S'
                           MOVE 'C' TO WSL-LINEA (1:1)
                       END-IF
                       MOVE WSV-DESC-TIPO TO WSL-LINEA (3:30)
                       MOVE WST-EVE-ORIGEN (WSI-EVE)
                         TO WSL-LINEA (34:3)
                       PERFORM 225000-LINEA-EVENTO
                   END-IF
               END-PERFORM
           END-PERFORM.

       235000-DESCRIBIR-TIPO.

           EVALUATE WST-EVE-TIPO (WSI-EVE)
               WHEN 'JA'
                    MOVE 'ALTA DE CLIENTE'          TO WSV-DESC-TIPO
               WHEN 'JM'
                    MOVE 'MODIFICACION DE CLIENTE'  TO WSV-DESC-TIPO
               WHEN 'JB'
                    MOVE 'BAJA DE CLIENTE'          TO WSV-DESC-TIPO
               WHEN 'JF'
                    MOVE 'FUSION DE CLIENTES'       TO WSV-DESC-TIPO
               WHEN 'JE'
                    MOVE 'CAMBIO DE ESTADO CREDITICIO'
                                                    TO WSV-DESC-TIPO
               WHEN 'CR'
                    MOVE 'APROBACION DE CREDITO'    TO WSV-DESC-TIPO
               WHEN 'DV'
                    MOVE 'DEVOLUCION APROBADA'      TO WSV-DESC-TIPO
               WHEN 'XA'
                    MOVE 'EXCEPCION ANULADA'        TO WSV-DESC-TIPO
               WHEN 'XC'
                    MOVE 'EXCEPCION CORREGIDA'      TO WSV-DESC-TIPO
               WHEN 'XR'
                    MOVE 'REPROCESO DE EXCEPCIONES' TO WSV-DESC-TIPO
               WHEN 'RP'
                    MOVE 'REAPERTURA DE PERIODO'    TO WSV-DESC-TIPO
               WHEN 'MT'
                    MOVE 'MANTENIMIENTO DE MAESTROS'
                                                    TO WSV-DESC-TIPO
               WHEN 'OV'
                    MOVE 'OVERRIDE DE CONTROL DE PASOS'
                                                    TO WSV-DESC-TIPO
               WHEN OTHER
                    MOVE 'OTRA ACTIVIDAD AUDITADA'  TO WSV-DESC-TIPO
           END-EVALUATE.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS

           MOVE 'ClientesJournal.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-JOURNAL

           MOVE 'Auditoria.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-AUDITORIA

           MOVE 'CreditosOtorgados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CREDOTORGADOS

           MOVE 'Devoluciones.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DEVOLUCIONES

           MOVE 'ExcepcionesReproceso.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-REPROCESO

           MOVE 'ControlCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL-CORRIDA

           MOVE 'AuditoriaOperadores.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-INFORME
           CONTINUE.

           COPY PARAMSP.

           COPY OPERADORP.

       END PROGRAM PROG01-60-SA.
