      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Ajuste masivo de precios por indice. Cada tarifa
      *              (Tarifas.TXT, PROG01-09-SA) y cada suscripcion
      *              (Suscripciones.TXT, PROG01-31-SA) que tiene un
      *              indice y ya cumplio su frecuencia de ajuste se
      *              lleva al valor del indice del periodo pedido: la
      *              tarifa recibe un renglon nuevo con vigencia desde
      *              el periodo de los precios nuevos y la suscripcion
      *              se corta el mes anterior y sigue con el importe
      *              nuevo. Listado antes/despues con operador y
      *              motivo (AjustePrecios.TXT) y modo de
      *              previsualizacion, que no modifica nada, para que
      *              comercial apruebe antes de aplicar. Lo aplicado
      *              queda en HistorialAjustes.TXT.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-50-SA.

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

      *    Valores mensuales de los indices (PROG01-49-SA).
           SELECT INDICES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-INDICES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-IND.

      *    Tarifario de PROG01-09-SA: se lee entero y, al aplicar,
      *    se le agregan (EXTEND) las tarifas ajustadas.
           SELECT TARIFAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-TARIFAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TAR.

      *    Maestro de suscripciones de PROG01-31-SA: se lee entero y,
      *    al aplicar, se reescribe entero (idioma de recarga).
           SELECT SUSCRIPCIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-SUSCRIPCIONES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SUS.

      *    Listado antes/despues (renglon de texto libre), se
      *    reemplaza en cada corrida.
           SELECT LISTADO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-LISTADO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIS.

      *    Historico acumulativo (EXTEND) de cada precio ajustado.
           SELECT HISTORIAL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-HISTORIAL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HAJ.

      *    Maestro de usuarios para la identificacion del operador
      *    (ver OPERADOR.CPY).
           SELECT USUARIOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-USUARIOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-USU.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

       FD INDICES.

      *    Mismo layout que FD-INDICES en PROG01-49-SA.
       01 FD-INDICES.
         05 WSF-IND-COD          PIC X(05).
         05 WSF-IND-PERIODO      PIC 9(06).
         05 WSF-IND-VALOR        PIC 9(07)V9(04).

       FD TARIFAS.

      *    Mismo layout que FD-TARIFAS en PROG01-09-SA.
       01 FD-TARIFAS.
         05 WSF-TAR-CODSER       PIC X(03).
         05 WSF-TAR-DESDE        PIC 9(06).
         05 WSF-TAR-MONEDA       PIC X(03).
         05 WSF-TAR-PRECIO       PIC 9(07)V99.
         05 WSF-TAR-INDICE       PIC X(05).
         05 WSF-TAR-FRECUENCIA   PIC 9(02).
         05 WSF-TAR-BASE         PIC 9(06).

       FD SUSCRIPCIONES.

      *    Mismo layout que FD-SUSCRIPCIONES en PROG01-31-SA.
       01 FD-SUSCRIPCIONES.
         05 WSF-SUS-CTE          PIC 9(07).
         05 WSF-SUS-CODSER       PIC X(03).
         05 WSF-SUS-IMPORTE      PIC 9(07)V99.
         05 WSF-SUS-MONEDA       PIC X(03).
         05 WSF-SUS-DESDE        PIC 9(06).
         05 WSF-SUS-HASTA        PIC 9(06).
         05 WSF-SUS-INDICE       PIC X(05).
         05 WSF-SUS-FRECUENCIA   PIC 9(02).
         05 WSF-SUS-BASE         PIC 9(06).

       FD LISTADO.

       01 FD-LISTADO               PIC X(132).

       FD HISTORIAL.

      *    Un registro por precio ajustado: T tarifa (cliente en
      *    cero) / S suscripcion.
       01 FD-HISTORIAL.
         05 WSF-HAJ-FECHA        PIC 9(08).
         05 WSF-HAJ-OPERADOR     PIC X(10).
         05 WSF-HAJ-MOTIVO       PIC X(40).
         05 WSF-HAJ-TIPO         PIC X(01).
         05 WSF-HAJ-CODSER       PIC X(03).
         05 WSF-HAJ-CTE          PIC 9(07).
         05 WSF-HAJ-MONEDA       PIC X(03).
         05 WSF-HAJ-INDICE       PIC X(05).
         05 WSF-HAJ-BASE         PIC 9(06).
         05 WSF-HAJ-PERIODO-IND  PIC 9(06).
         05 WSF-HAJ-DESDE        PIC 9(06).
         05 WSF-HAJ-ANTERIOR     PIC 9(07)V99.
         05 WSF-HAJ-NUEVO        PIC 9(07)V99.

       FD USUARIOS.

      *    Mismo layout en todos los programas que identifican
      *    operador (ver OPERADOR.CPY).
       01 FD-USUARIOS.
         05 WSF-USU-ID           PIC X(10).
         05 WSF-USU-CLAVE        PIC X(10).
         05 WSF-USU-NIVEL        PIC 9(01).
         05 WSF-USU-ACTIVO       PIC X(01).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-IND                           PIC X(02).
             88 WSS-FS-IND-OK                      VALUE '00'.
             88 WSS-FS-IND-EOF                     VALUE '10'.
             88 WSS-FS-IND-NOEXISTE                VALUE '35'.
           05 WSS-FS-TAR                           PIC X(02).
             88 WSS-FS-TAR-OK                      VALUE '00'.
             88 WSS-FS-TAR-EOF                     VALUE '10'.
             88 WSS-FS-TAR-NOEXISTE                VALUE '35'.
           05 WSS-FS-SUS                           PIC X(02).
             88 WSS-FS-SUS-OK                      VALUE '00'.
             88 WSS-FS-SUS-EOF                     VALUE '10'.
             88 WSS-FS-SUS-NOEXISTE                VALUE '35'.
           05 WSS-FS-LIS                           PIC X(02).
             88 WSS-FS-LIS-OK                      VALUE '00'.
           05 WSS-FS-HAJ                           PIC X(02).
             88 WSS-FS-HAJ-OK                      VALUE '00'.
             88 WSS-FS-HAJ-NOEXISTE                VALUE '35'.

      *    P previsualizacion (no modifica nada) / A aplicar.
       01 WSV-MODO                  PIC X(01).
           88 WSV-MODO-PREVIO               VALUE 'P'.
           88 WSV-MODO-APLICAR              VALUE 'A'.

       01 WSV-CONFIRMA              PIC X(01).
       01 WSV-MOTIVO                PIC X(40).

      *    Periodo desde el que rigen los precios nuevos, y su mes
      *    anterior (ultimo periodo de la suscripcion vieja).
       01 WSV-NUEVO-R.
           05 WSV-NUEVO-ANIO        PIC 9(04).
           05 WSV-NUEVO-MES         PIC 9(02).
       01 WSV-NUEVO REDEFINES WSV-NUEVO-R PIC 9(06).
       01 WSV-ANTERIOR-R.
           05 WSV-ANTERIOR-ANIO     PIC 9(04).
           05 WSV-ANTERIOR-MES      PIC 9(02).
       01 WSV-ANTERIOR REDEFINES WSV-ANTERIOR-R PIC 9(06).

      *    Periodo del indice al que se llevan los precios (el ultimo
      *    publicado, normalmente).
       01 WSV-OBJETIVO-R.
           05 WSV-OBJETIVO-ANIO     PIC 9(04).
           05 WSV-OBJETIVO-MES      PIC 9(02).
       01 WSV-OBJETIVO REDEFINES WSV-OBJETIVO-R PIC 9(06).

       01 WSV-BASE-R.
           05 WSV-BASE-ANIO         PIC 9(04).
           05 WSV-BASE-MES          PIC 9(02).
       01 WSV-BASE REDEFINES WSV-BASE-R PIC 9(06).

       01 WSV-MESES                 PIC S9(05).
       01 WSV-FECHA-SISTEMA         PIC 9(08).

       01 CONSTANTES.
           05 WSC-MAX-VALORES       PIC 9(04) VALUE 3000.
           05 WSC-MAX-TARIFAS       PIC 9(04) VALUE 500.
           05 WSC-MAX-SUSCRIP       PIC 9(04) VALUE 1000.

       01 TABLA-INDICES.
           05 WST-CANT-IND          PIC 9(04) VALUE 0.
           05 WST-IND OCCURS 3000 TIMES
                             INDEXED BY WSI-IND.
               10 WST-IND-COD       PIC X(05).
               10 WST-IND-PERIODO   PIC 9(06).
               10 WST-IND-VALOR     PIC 9(07)V9(04).

       01 TABLA-TARIFAS.
           05 WST-CANT-TAR          PIC 9(04) VALUE 0.
           05 WST-TARIFA OCCURS 500 TIMES
                             INDEXED BY WSI-TAR WSI-TAR2.
               10 WST-TAR-CODSER    PIC X(03).
               10 WST-TAR-DESDE     PIC 9(06).
               10 WST-TAR-MONEDA    PIC X(03).
               10 WST-TAR-PRECIO    PIC 9(07)V99.
               10 WST-TAR-INDICE    PIC X(05).
               10 WST-TAR-FRECUENCIA PIC 9(02).
               10 WST-TAR-BASE      PIC 9(06).

       01 TABLA-SUSCRIP.
           05 WST-CANT-SUS          PIC 9(04) VALUE 0.
           05 WST-SUSCRIP OCCURS 1000 TIMES
                             INDEXED BY WSI-SUS WSI-SUS2.
               10 WST-SUS-CTE       PIC 9(07).
               10 WST-SUS-CODSER    PIC X(03).
               10 WST-SUS-IMPORTE   PIC 9(07)V99.
               10 WST-SUS-MONEDA    PIC X(03).
               10 WST-SUS-DESDE     PIC 9(06).
               10 WST-SUS-HASTA     PIC 9(06).
               10 WST-SUS-INDICE    PIC X(05).
               10 WST-SUS-FRECUENCIA PIC 9(02).
               10 WST-SUS-BASE      PIC 9(06).

      *    Las tablas no entraron completas: no se ajusta lo que no
      *    se pudo leer entero.
       01 WSS-TAR-DESBORDE            PIC X VALUE 'N'.
           88 WSS-TAR-SI-DESBORDE     VALUE 'S'.
       01 WSS-SUS-DESBORDE            PIC X VALUE 'N'.
           88 WSS-SUS-SI-DESBORDE     VALUE 'S'.

       01 WSS-TAR-PRIMERA             PIC X VALUE 'N'.
           88 WSS-TAR-SI-PRIMERA      VALUE 'S'.
       01 WSS-TAR-FUTURA              PIC X VALUE 'N'.
           88 WSS-TAR-SI-FUTURA       VALUE 'S'.
       01 WSV-POS-TARIFA            PIC 9(04).
       01 WSV-MEJOR-DESDE           PIC 9(06).
       01 WSV-CANT-SUS-INICIAL      PIC 9(04).

      *    Datos del precio que se esta ajustando (tarifa o
      *    suscripcion), comunes al calculo y al listado.
       01 WSV-AJUSTE.
           05 WSV-AJU-TIPO          PIC X(01).
           05 WSV-AJU-CODSER        PIC X(03).
           05 WSV-AJU-CTE           PIC 9(07).
           05 WSV-AJU-MONEDA        PIC X(03).
           05 WSV-AJU-INDICE        PIC X(05).
           05 WSV-AJU-FRECUENCIA    PIC 9(02).
           05 WSV-AJU-BASE          PIC 9(06).
           05 WSV-AJU-ANTERIOR      PIC 9(07)V99.
           05 WSV-AJU-NUEVO         PIC 9(07)V99.
           05 WSV-AJU-VALOR-BASE    PIC 9(07)V9(04).
           05 WSV-AJU-VALOR-OBJ     PIC 9(07)V9(04).
           05 WSV-AJU-VARIACION     PIC S9(05)V99.
           05 WSV-AJU-OBSERVACION   PIC X(30).

      *    Resultado del calculo: S ajusta / N no corresponde todavia
      *    / E no se puede ajustar (se lista con la observacion).
       01 WSV-AJU-RESULTADO         PIC X(01).
           88 WSV-AJU-SI-AJUSTA             VALUE 'S'.
           88 WSV-AJU-NO-CORRESPONDE        VALUE 'N'.
           88 WSV-AJU-CON-ERROR             VALUE 'E'.

       01 CONTADORES.
           05 WSCC-CONT-TAR-AJUSTADAS  PIC 9(05).
           05 WSCC-CONT-TAR-PENDIENTES PIC 9(05).
           05 WSCC-CONT-SUS-AJUSTADAS  PIC 9(05).
           05 WSCC-CONT-SUS-PENDIENTES PIC 9(05).
           05 WSCC-CONT-OBSERVADAS     PIC 9(05).

       01 WSL-LINEA-LIS             PIC X(132).
       01 WSL-IMP-EDITADO           PIC ZZZZZZ9,99.
       01 WSL-IMP-EDITADO-2         PIC ZZZZZZ9,99.
       01 WSL-PCT-EDITADO           PIC ----9,99.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-INDICES                PIC X(80).
       01 WSV-ARCH-TARIFAS                PIC X(80).
       01 WSV-ARCH-SUSCRIPCIONES          PIC X(80).
       01 WSV-ARCH-LISTADO                PIC X(80).
       01 WSV-ARCH-HISTORIAL              PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).

           COPY OPERADOR.

           COPY PARAMS.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           PERFORM 100000-INICIO.
           PERFORM 200000-PROCESO.
           PERFORM 300000-FINAL.

       100000-INICIO.

           INITIALIZE CONTADORES.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

           DISPLAY 'MODO (P = PREVISUALIZAR, A = APLICAR): '
           ACCEPT WSV-MODO
           IF NOT WSV-MODO-PREVIO AND NOT WSV-MODO-APLICAR
               DISPLAY 'MODO INVALIDO'
               STOP RUN
           END-IF.

      *    Previsualizar es una consulta (nivel 1, lo corre comercial
      *    para aprobar); aplicar cambia precios (nivel 3, como el
      *    mantenimiento de tarifas).
           IF WSV-MODO-APLICAR
               MOVE 3 TO WSO-NIVEL-REQUERIDO
           ELSE
               MOVE 1 TO WSO-NIVEL-REQUERIDO
           END-IF
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF.

           DISPLAY 'PERIODO DESDE EL QUE RIGEN LOS PRECIOS NUEVOS '
                   '(AAAAMM): '
           ACCEPT WSV-NUEVO
           DISPLAY 'PERIODO DEL INDICE A APLICAR (AAAAMM): '
           ACCEPT WSV-OBJETIVO
           DISPLAY 'MOTIVO DEL AJUSTE: '
           ACCEPT WSV-MOTIVO

           IF WSV-NUEVO-MES < 1 OR WSV-NUEVO-MES > 12
               DISPLAY 'PERIODO DE LOS PRECIOS NUEVOS INVALIDO'
               STOP RUN
           END-IF.
           IF WSV-OBJETIVO-MES < 1 OR WSV-OBJETIVO-MES > 12
               DISPLAY 'PERIODO DEL INDICE INVALIDO'
               STOP RUN
           END-IF.
           IF WSV-MOTIVO = SPACES
               DISPLAY 'FALTA EL MOTIVO DEL AJUSTE'
               STOP RUN
           END-IF.

           MOVE WSV-NUEVO TO WSV-ANTERIOR
           IF WSV-ANTERIOR-MES = 1
               SUBTRACT 1 FROM WSV-ANTERIOR-ANIO
               MOVE 12 TO WSV-ANTERIOR-MES
           ELSE
               SUBTRACT 1 FROM WSV-ANTERIOR-MES
           END-IF.

           IF WSV-MODO-APLICAR
               DISPLAY 'SE VAN A MODIFICAR TARIFAS Y SUSCRIPCIONES. '
                       'CONFIRMA (S/N): '
               ACCEPT WSV-CONFIRMA
               IF WSV-CONFIRMA NOT = 'S'
                   DISPLAY 'AJUSTE CANCELADO'
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 110000-CARGAR-INDICES.
           PERFORM 120000-CARGAR-TARIFAS.
           PERFORM 130000-CARGAR-SUSCRIPCIONES.

           OPEN OUTPUT LISTADO.
           IF NOT WSS-FS-LIS-OK
             DISPLAY 'ERROR DE ARCHIVO DE LISTADO'
             DISPLAY 'FILE STATUS' WSS-FS-LIS
             STOP RUN
           END-IF.

           IF WSV-MODO-APLICAR
               OPEN EXTEND HISTORIAL
               IF WSS-FS-HAJ-NOEXISTE
                   OPEN OUTPUT HISTORIAL
               END-IF
               IF NOT WSS-FS-HAJ-OK
                 DISPLAY 'ERROR DE ARCHIVO DE HISTORIAL DE AJUSTES'
                 DISPLAY 'FILE STATUS' WSS-FS-HAJ
                 STOP RUN
               END-IF
           END-IF.

       110000-CARGAR-INDICES.

           OPEN INPUT INDICES.
           IF NOT WSS-FS-IND-OK
               DISPLAY 'SIN VALORES DE INDICES (Indices.TXT): NADA '
                       'QUE AJUSTAR'
               STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-IND-EOF
               READ INDICES
                  EVALUATE TRUE
                     WHEN WSS-FS-IND-OK
                          IF WST-CANT-IND < WSC-MAX-VALORES
                            ADD 1 TO WST-CANT-IND
                            SET WSI-IND TO WST-CANT-IND
                            MOVE WSF-IND-COD
                              TO WST-IND-COD (WSI-IND)
                            MOVE WSF-IND-PERIODO
                              TO WST-IND-PERIODO (WSI-IND)
                            MOVE WSF-IND-VALOR
                              TO WST-IND-VALOR (WSI-IND)
                          ELSE
                            DISPLAY 'TABLA DE INDICES LLENA'
                            STOP RUN
                          END-IF
                     WHEN WSS-FS-IND-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE INDICES'
                          DISPLAY 'FILE STATUS' WSS-FS-IND
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE INDICES.

       120000-CARGAR-TARIFAS.

           OPEN INPUT TARIFAS.
           IF WSS-FS-TAR-NOEXISTE
               DISPLAY 'SIN TARIFAS CARGADAS'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-TAR-OK
             DISPLAY 'ERROR DE ARCHIVO DE TARIFAS'
             DISPLAY 'FILE STATUS' WSS-FS-TAR
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-TAR-EOF
               READ TARIFAS
                  EVALUATE TRUE
                     WHEN WSS-FS-TAR-OK
                          IF WST-CANT-TAR < WSC-MAX-TARIFAS
                            ADD 1 TO WST-CANT-TAR
                            SET WSI-TAR TO WST-CANT-TAR
                            MOVE WSF-TAR-CODSER
                              TO WST-TAR-CODSER (WSI-TAR)
                            MOVE WSF-TAR-DESDE
                              TO WST-TAR-DESDE (WSI-TAR)
                            MOVE WSF-TAR-MONEDA
                              TO WST-TAR-MONEDA (WSI-TAR)
                            MOVE WSF-TAR-PRECIO
                              TO WST-TAR-PRECIO (WSI-TAR)
                            MOVE WSF-TAR-INDICE
                              TO WST-TAR-INDICE (WSI-TAR)
                            MOVE WSF-TAR-FRECUENCIA
                              TO WST-TAR-FRECUENCIA (WSI-TAR)
                            MOVE WSF-TAR-BASE
                              TO WST-TAR-BASE (WSI-TAR)
                          ELSE
                            MOVE 'S' TO WSS-TAR-DESBORDE
                          END-IF
                     WHEN WSS-FS-TAR-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE TARIFAS'
                          DISPLAY 'FILE STATUS' WSS-FS-TAR
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE TARIFAS.

           IF WSS-TAR-SI-DESBORDE
               DISPLAY 'TABLA DE TARIFAS LLENA: LAS TARIFAS NO SE '
                       'AJUSTAN'
           END-IF.

       130000-CARGAR-SUSCRIPCIONES.

           OPEN INPUT SUSCRIPCIONES.
           IF WSS-FS-SUS-NOEXISTE
               DISPLAY 'SIN SUSCRIPCIONES CARGADAS'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-SUS-OK
             DISPLAY 'ERROR DE ARCHIVO DE SUSCRIPCIONES'
             DISPLAY 'FILE STATUS' WSS-FS-SUS
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-SUS-EOF
               READ SUSCRIPCIONES
                  EVALUATE TRUE
                     WHEN WSS-FS-SUS-OK
                          IF WST-CANT-SUS < WSC-MAX-SUSCRIP
                            ADD 1 TO WST-CANT-SUS
                            SET WSI-SUS TO WST-CANT-SUS
                            MOVE WSF-SUS-CTE
                              TO WST-SUS-CTE (WSI-SUS)
                            MOVE WSF-SUS-CODSER
                              TO WST-SUS-CODSER (WSI-SUS)
                            MOVE WSF-SUS-IMPORTE
                              TO WST-SUS-IMPORTE (WSI-SUS)
                            MOVE WSF-SUS-MONEDA
                              TO WST-SUS-MONEDA (WSI-SUS)
                            MOVE WSF-SUS-DESDE
                              TO WST-SUS-DESDE (WSI-SUS)
                            MOVE WSF-SUS-HASTA
                              TO WST-SUS-HASTA (WSI-SUS)
                            MOVE WSF-SUS-INDICE
                              TO WST-SUS-INDICE (WSI-SUS)
                            MOVE WSF-SUS-FRECUENCIA
                              TO WST-SUS-FRECUENCIA (WSI-SUS)
                            MOVE WSF-SUS-BASE
                              TO WST-SUS-BASE (WSI-SUS)
                          ELSE
                            MOVE 'S' TO WSS-SUS-DESBORDE
                          END-IF
                     WHEN WSS-FS-SUS-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE SUSCRIPCIONES'
                          DISPLAY 'FILE STATUS' WSS-FS-SUS
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE SUSCRIPCIONES.

           IF WSS-SUS-SI-DESBORDE
               DISPLAY 'TABLA DE SUSCRIPCIONES LLENA: LAS '
                       'SUSCRIPCIONES NO SE AJUSTAN'
           END-IF.

       200000-PROCESO.

           PERFORM 205000-ENCABEZADO.

           IF NOT WSS-TAR-SI-DESBORDE AND WST-CANT-TAR > 0
               PERFORM 210000-AJUSTAR-TARIFAS
           END-IF.

           IF NOT WSS-SUS-SI-DESBORDE AND WST-CANT-SUS > 0
               PERFORM 220000-AJUSTAR-SUSCRIPCIONES
           END-IF.

           PERFORM 250000-PIE.

       205000-ENCABEZADO.

           INITIALIZE WSL-LINEA-LIS
           IF WSV-MODO-APLICAR
               STRING 'AJUSTE DE PRECIOS POR INDICE - APLICADO '
                                                  DELIMITED SIZE
                      WSV-FECHA-SISTEMA           DELIMITED SIZE
                 INTO WSL-LINEA-LIS
               END-STRING
           ELSE
               STRING 'AJUSTE DE PRECIOS POR INDICE - PREVISUALIZACION'
                      ' (NO SE MODIFICO NADA) '   DELIMITED SIZE
                      WSV-FECHA-SISTEMA           DELIMITED SIZE
                 INTO WSL-LINEA-LIS
               END-STRING
           END-IF
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

           INITIALIZE WSL-LINEA-LIS
           STRING 'OPERADOR: '                    DELIMITED SIZE
                  WSO-OPER-ID                     DELIMITED SIZE
                  '  MOTIVO: '                    DELIMITED SIZE
                  WSV-MOTIVO                      DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

           INITIALIZE WSL-LINEA-LIS
           STRING 'PRECIOS NUEVOS DESDE '         DELIMITED SIZE
                  WSV-NUEVO                       DELIMITED SIZE
                  '  INDICE AL PERIODO '          DELIMITED SIZE
                  WSV-OBJETIVO                    DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE SPACES TO FD-LISTADO
           WRITE FD-LISTADO.

      *    Encabezado alineado con los campos de 240000.
           INITIALIZE WSL-LINEA-LIS
           MOVE 'T'           TO WSL-LINEA-LIS (1:1)
           MOVE 'SRV'         TO WSL-LINEA-LIS (3:3)
           MOVE 'CLIENTE'     TO WSL-LINEA-LIS (7:7)
           MOVE 'MON'         TO WSL-LINEA-LIS (15:3)
           MOVE 'INDIC'       TO WSL-LINEA-LIS (19:5)
           MOVE 'BASE'        TO WSL-LINEA-LIS (25:4)
           MOVE 'ANTERIOR'    TO WSL-LINEA-LIS (34:8)
           MOVE 'NUEVO'       TO WSL-LINEA-LIS (48:5)
           MOVE 'VAR.%'       TO WSL-LINEA-LIS (56:5)
           MOVE 'OBSERVACION' TO WSL-LINEA-LIS (62:11)
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE ALL '-' TO FD-LISTADO
           WRITE FD-LISTADO.

       210000-AJUSTAR-TARIFAS.

      *    Por cada servicio se ajusta la tarifa vigente el mes
      *    anterior a los precios nuevos (la de mayor desde, igual
      *    que tarifa PROG01-08-SA). Si el servicio ya tiene una
      *    tarifa desde ese periodo o posterior (ajuste ya aplicado o
      *    cambio de precio cargado a mano) no se toca: correr dos
      *    veces el mismo ajuste no ajusta dos veces.
           IF WSV-MODO-APLICAR
               OPEN EXTEND TARIFAS
               IF NOT WSS-FS-TAR-OK
                 DISPLAY 'ERROR DE ARCHIVO DE TARIFAS'
                 DISPLAY 'FILE STATUS' WSS-FS-TAR
                 EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM VARYING WSI-TAR FROM 1 BY 1
                   UNTIL WSI-TAR > WST-CANT-TAR
               MOVE 'S' TO WSS-TAR-PRIMERA
               MOVE 'N' TO WSS-TAR-FUTURA
               MOVE 0   TO WSV-POS-TARIFA
               MOVE 0   TO WSV-MEJOR-DESDE
               PERFORM VARYING WSI-TAR2 FROM 1 BY 1
                       UNTIL WSI-TAR2 > WST-CANT-TAR
                   IF WST-TAR-CODSER (WSI-TAR2) =
                                       WST-TAR-CODSER (WSI-TAR)
                       IF WSI-TAR2 < WSI-TAR
                           MOVE 'N' TO WSS-TAR-PRIMERA
                       END-IF
                       IF WST-TAR-DESDE (WSI-TAR2) >= WSV-NUEVO
                           MOVE 'S' TO WSS-TAR-FUTURA
                       ELSE
                           IF WST-TAR-DESDE (WSI-TAR2) >=
                                                   WSV-MEJOR-DESDE
                               MOVE WST-TAR-DESDE (WSI-TAR2)
                                 TO WSV-MEJOR-DESDE
                               SET WSV-POS-TARIFA TO WSI-TAR2
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WSS-TAR-SI-PRIMERA AND WSV-POS-TARIFA > 0
                   PERFORM 215000-AJUSTAR-TARIFA
               END-IF
           END-PERFORM

           IF WSV-MODO-APLICAR
               CLOSE TARIFAS
           END-IF.

       215000-AJUSTAR-TARIFA.

           SET WSI-TAR2 TO WSV-POS-TARIFA
           IF WST-TAR-INDICE (WSI-TAR2) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'T'                          TO WSV-AJU-TIPO
           MOVE WST-TAR-CODSER (WSI-TAR2)    TO WSV-AJU-CODSER
           MOVE 0                            TO WSV-AJU-CTE
           MOVE WST-TAR-MONEDA (WSI-TAR2)    TO WSV-AJU-MONEDA
           MOVE WST-TAR-INDICE (WSI-TAR2)    TO WSV-AJU-INDICE
           MOVE WST-TAR-FRECUENCIA (WSI-TAR2) TO WSV-AJU-FRECUENCIA
           MOVE WST-TAR-BASE (WSI-TAR2)      TO WSV-AJU-BASE
           MOVE WST-TAR-PRECIO (WSI-TAR2)    TO WSV-AJU-ANTERIOR

           IF WSS-TAR-SI-FUTURA
               MOVE 'E' TO WSV-AJU-RESULTADO
               MOVE 'YA TIENE TARIFA DESDE ESE MES' TO
                                              WSV-AJU-OBSERVACION
           ELSE
               PERFORM 230000-CALCULAR
           END-IF.

           EVALUATE TRUE
               WHEN WSV-AJU-NO-CORRESPONDE
                    ADD 1 TO WSCC-CONT-TAR-PENDIENTES
               WHEN WSV-AJU-CON-ERROR
                    ADD 1 TO WSCC-CONT-OBSERVADAS
                    PERFORM 240000-LISTAR-AJUSTE
               WHEN WSV-AJU-SI-AJUSTA
                    ADD 1 TO WSCC-CONT-TAR-AJUSTADAS
                    PERFORM 240000-LISTAR-AJUSTE
                    IF WSV-MODO-APLICAR
                        MOVE WST-TAR-CODSER (WSI-TAR2) TO WSF-TAR-CODSER
                        MOVE WSV-NUEVO                TO WSF-TAR-DESDE
                        MOVE WST-TAR-MONEDA (WSI-TAR2) TO WSF-TAR-MONEDA
                        MOVE WSV-AJU-NUEVO            TO WSF-TAR-PRECIO
                        MOVE WSV-AJU-INDICE           TO WSF-TAR-INDICE
                        MOVE WSV-AJU-FRECUENCIA   TO WSF-TAR-FRECUENCIA
                        MOVE WSV-OBJETIVO             TO WSF-TAR-BASE
                        WRITE FD-TARIFAS
                        PERFORM 245000-GRABAR-HISTORIAL
                    END-IF
           END-EVALUATE.

       220000-AJUSTAR-SUSCRIPCIONES.

      *    Suscripciones vigentes en el periodo de los precios nuevos
      *    que arrancaron antes: se cortan el mes anterior y se
      *    agrega la misma suscripcion con el importe ajustado desde
      *    el periodo nuevo (la historia de lo ya generado por
      *    PROG01-32-SA no se toca). La suscripcion agregada ya no
      *    vuelve a entrar en un segundo ajuste con el mismo periodo.
           MOVE WST-CANT-SUS TO WSV-CANT-SUS-INICIAL

           PERFORM VARYING WSI-SUS FROM 1 BY 1
                   UNTIL WSI-SUS > WSV-CANT-SUS-INICIAL
               IF WST-SUS-INDICE (WSI-SUS) NOT = SPACES
                 AND WST-SUS-DESDE (WSI-SUS) < WSV-NUEVO
                 AND WST-SUS-HASTA (WSI-SUS) >= WSV-NUEVO
                   PERFORM 225000-AJUSTAR-SUSCRIPCION
               END-IF
           END-PERFORM

           IF WSV-MODO-APLICAR AND WSCC-CONT-SUS-AJUSTADAS > 0
               PERFORM 228000-REESCRIBIR-SUSCRIPCIONES
           END-IF.

       225000-AJUSTAR-SUSCRIPCION.

           MOVE 'S'                          TO WSV-AJU-TIPO
           MOVE WST-SUS-CODSER (WSI-SUS)     TO WSV-AJU-CODSER
           MOVE WST-SUS-CTE (WSI-SUS)        TO WSV-AJU-CTE
           MOVE WST-SUS-MONEDA (WSI-SUS)     TO WSV-AJU-MONEDA
           MOVE WST-SUS-INDICE (WSI-SUS)     TO WSV-AJU-INDICE
           MOVE WST-SUS-FRECUENCIA (WSI-SUS) TO WSV-AJU-FRECUENCIA
           MOVE WST-SUS-BASE (WSI-SUS)       TO WSV-AJU-BASE
           MOVE WST-SUS-IMPORTE (WSI-SUS)    TO WSV-AJU-ANTERIOR

           PERFORM 230000-CALCULAR

           IF WSV-AJU-SI-AJUSTA AND WST-CANT-SUS >= WSC-MAX-SUSCRIP
               MOVE 'E' TO WSV-AJU-RESULTADO
               MOVE 'TABLA DE SUSCRIPCIONES LLENA' TO
                                              WSV-AJU-OBSERVACION
           END-IF.

           EVALUATE TRUE
               WHEN WSV-AJU-NO-CORRESPONDE
                    ADD 1 TO WSCC-CONT-SUS-PENDIENTES
               WHEN WSV-AJU-CON-ERROR
                    ADD 1 TO WSCC-CONT-OBSERVADAS
                    PERFORM 240000-LISTAR-AJUSTE
               WHEN WSV-AJU-SI-AJUSTA
                    ADD 1 TO WSCC-CONT-SUS-AJUSTADAS
                    PERFORM 240000-LISTAR-AJUSTE
                    IF WSV-MODO-APLICAR
                        ADD 1 TO WST-CANT-SUS
                        SET WSI-SUS2 TO WST-CANT-SUS
                        MOVE WST-SUSCRIP (WSI-SUS)
                          TO WST-SUSCRIP (WSI-SUS2)
                        MOVE WSV-NUEVO     TO WST-SUS-DESDE (WSI-SUS2)
                        MOVE WSV-AJU-NUEVO TO WST-SUS-IMPORTE (WSI-SUS2)
                        MOVE WSV-OBJETIVO  TO WST-SUS-BASE (WSI-SUS2)
                        MOVE WSV-ANTERIOR  TO WST-SUS-HASTA (WSI-SUS)
                        PERFORM 245000-GRABAR-HISTORIAL
                    END-IF
           END-EVALUATE.

       228000-REESCRIBIR-SUSCRIPCIONES.

      *    Mismo formato de reescritura que PROG01-31-SA.
           OPEN OUTPUT SUSCRIPCIONES.
           IF NOT WSS-FS-SUS-OK
             DISPLAY 'ERROR DE ARCHIVO DE SUSCRIPCIONES'
             DISPLAY 'FILE STATUS' WSS-FS-SUS
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-SUS FROM 1 BY 1
                   UNTIL WSI-SUS > WST-CANT-SUS
               MOVE WST-SUS-CTE (WSI-SUS)     TO WSF-SUS-CTE
               MOVE WST-SUS-CODSER (WSI-SUS)  TO WSF-SUS-CODSER
               MOVE WST-SUS-IMPORTE (WSI-SUS) TO WSF-SUS-IMPORTE
               MOVE WST-SUS-MONEDA (WSI-SUS)  TO WSF-SUS-MONEDA
               MOVE WST-SUS-DESDE (WSI-SUS)   TO WSF-SUS-DESDE
               MOVE WST-SUS-HASTA (WSI-SUS)   TO WSF-SUS-HASTA
               MOVE WST-SUS-INDICE (WSI-SUS)  TO WSF-SUS-INDICE
               MOVE WST-SUS-FRECUENCIA (WSI-SUS)
                                              TO WSF-SUS-FRECUENCIA
               MOVE WST-SUS-BASE (WSI-SUS)    TO WSF-SUS-BASE
               WRITE FD-SUSCRIPCIONES
           END-PERFORM

           CLOSE SUSCRIPCIONES.

       230000-CALCULAR.

      *    Corresponde ajustar cuando desde el periodo base del
      *    precio hasta el periodo del indice pedido pasaron al menos
      *    los meses de la frecuencia. Precio nuevo = precio anterior
      *    por valor del indice pedido sobre valor del indice base.
           MOVE 'S' TO WSV-AJU-RESULTADO
           MOVE SPACES TO WSV-AJU-OBSERVACION
           MOVE 0 TO WSV-AJU-NUEVO
           MOVE 0 TO WSV-AJU-VARIACION

           MOVE WSV-AJU-BASE TO WSV-BASE
           COMPUTE WSV-MESES =
                   (WSV-OBJETIVO-ANIO * 12 + WSV-OBJETIVO-MES) -
                   (WSV-BASE-ANIO * 12 + WSV-BASE-MES)

           IF WSV-AJU-FRECUENCIA = 0 OR WSV-MESES < WSV-AJU-FRECUENCIA
               MOVE 'N' TO WSV-AJU-RESULTADO
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WSV-AJU-VALOR-BASE
           MOVE 0 TO WSV-AJU-VALOR-OBJ
           PERFORM VARYING WSI-IND FROM 1 BY 1
                   UNTIL WSI-IND > WST-CANT-IND
               IF WST-IND-COD (WSI-IND) = WSV-AJU-INDICE
                   IF WST-IND-PERIODO (WSI-IND) = WSV-AJU-BASE
                       MOVE WST-IND-VALOR (WSI-IND)
                         TO WSV-AJU-VALOR-BASE
                   END-IF
                   IF WST-IND-PERIODO (WSI-IND) = WSV-OBJETIVO
                       MOVE WST-IND-VALOR (WSI-IND)
                         TO WSV-AJU-VALOR-OBJ
                   END-IF
               END-IF
           END-PERFORM

           IF WSV-AJU-VALOR-BASE = 0 OR WSV-AJU-VALOR-OBJ = 0
               MOVE 'E' TO WSV-AJU-RESULTADO
               MOVE 'SIN VALOR DEL INDICE' TO WSV-AJU-OBSERVACION
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WSV-AJU-NUEVO ROUNDED =
                   WSV-AJU-ANTERIOR * WSV-AJU-VALOR-OBJ /
                   WSV-AJU-VALOR-BASE
             ON SIZE ERROR
                MOVE 'E' TO WSV-AJU-RESULTADO
                MOVE 'PRECIO NUEVO DESBORDA' TO WSV-AJU-OBSERVACION
                MOVE 0 TO WSV-AJU-NUEVO
                EXIT PARAGRAPH
           END-COMPUTE

           COMPUTE WSV-AJU-VARIACION ROUNDED =
                   (WSV-AJU-VALOR-OBJ / WSV-AJU-VALOR-BASE - 1) * 100
             ON SIZE ERROR
                MOVE 0 TO WSV-AJU-VARIACION
           END-COMPUTE.

       240000-LISTAR-AJUSTE.

           MOVE WSV-AJU-ANTERIOR  TO WSL-IMP-EDITADO
           MOVE WSV-AJU-NUEVO     TO WSL-IMP-EDITADO-2
           MOVE WSV-AJU-VARIACION TO WSL-PCT-EDITADO
           INITIALIZE WSL-LINEA-LIS
           STRING WSV-AJU-TIPO                    DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSV-AJU-CODSER                  DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSV-AJU-CTE                     DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSV-AJU-MONEDA                  DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSV-AJU-INDICE                  DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSV-AJU-BASE                    DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSL-IMP-EDITADO                 DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSL-IMP-EDITADO-2               DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSL-PCT-EDITADO                 DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSV-AJU-OBSERVACION             DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

       245000-GRABAR-HISTORIAL.

           MOVE WSV-FECHA-SISTEMA  TO WSF-HAJ-FECHA
           MOVE WSO-OPER-ID        TO WSF-HAJ-OPERADOR
           MOVE WSV-MOTIVO         TO WSF-HAJ-MOTIVO
           MOVE WSV-AJU-TIPO       TO WSF-HAJ-TIPO
           MOVE WSV-AJU-CODSER     TO WSF-HAJ-CODSER
           MOVE WSV-AJU-CTE        TO WSF-HAJ-CTE
           MOVE WSV-AJU-MONEDA     TO WSF-HAJ-MONEDA
           MOVE WSV-AJU-INDICE     TO WSF-HAJ-INDICE
           MOVE WSV-AJU-BASE       TO WSF-HAJ-BASE
           MOVE WSV-OBJETIVO       TO WSF-HAJ-PERIODO-IND
           MOVE WSV-NUEVO          TO WSF-HAJ-DESDE
           MOVE WSV-AJU-ANTERIOR   TO WSF-HAJ-ANTERIOR
           MOVE WSV-AJU-NUEVO      TO WSF-HAJ-NUEVO
           WRITE FD-HISTORIAL.

       250000-PIE.

           MOVE ALL '=' TO FD-LISTADO
           WRITE FD-LISTADO.

           INITIALIZE WSL-LINEA-LIS
           STRING 'TARIFAS AJUSTADAS: '           DELIMITED SIZE
                  WSCC-CONT-TAR-AJUSTADAS         DELIMITED SIZE
                  '  SUSCRIPCIONES AJUSTADAS: '   DELIMITED SIZE
                  WSCC-CONT-SUS-AJUSTADAS         DELIMITED SIZE
                  '  OBSERVADAS: '                DELIMITED SIZE
                  WSCC-CONT-OBSERVADAS            DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

           INITIALIZE WSL-LINEA-LIS
           STRING 'CON INDICE SIN CUMPLIR LA FRECUENCIA: TARIFAS '
                                                  DELIMITED SIZE
                  WSCC-CONT-TAR-PENDIENTES        DELIMITED SIZE
                  '  SUSCRIPCIONES '              DELIMITED SIZE
                  WSCC-CONT-SUS-PENDIENTES        DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

       300000-FINAL.

           CLOSE LISTADO.
           IF WSV-MODO-APLICAR
               CLOSE HISTORIAL
           END-IF.

           DISPLAY '********************************************'
           IF WSV-MODO-APLICAR
               DISPLAY 'AJUSTE APLICADO'
           ELSE
               DISPLAY 'PREVISUALIZACION: NO SE MODIFICO NADA'
           END-IF
           DISPLAY 'TARIFAS AJUSTADAS =' WSCC-CONT-TAR-AJUSTADAS
           DISPLAY 'SUSCRIPCIONES AJUSTADAS =' WSCC-CONT-SUS-AJUSTADAS
           DISPLAY 'OBSERVADAS (VER LISTADO) =' WSCC-CONT-OBSERVADAS
           DISPLAY '********************************************'.
           STOP RUN.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'Indices.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-INDICES

           MOVE 'Tarifas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TARIFAS

           MOVE 'Suscripciones.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SUSCRIPCIONES

           MOVE 'AjustePrecios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-LISTADO

           MOVE 'HistorialAjustes.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-HISTORIAL

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
           CONTINUE.

           COPY PARAMSP.

           COPY OPERADORP.

       END PROGRAM PROG01-50-SA.
