      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Liberacion de los clientes retenidos por la
      *              revision de anomalias de facturacion
      *              (PROG01-51-SA): lista las retenciones de un
      *              periodo con su motivo y, una vez revisado el
      *              listado RevisionAnomalias.TXT, libera al cliente
      *              dejando operador, fecha y motivo de la
      *              liberacion, para que PROG01-10-SA lo facture en
      *              su proxima corrida. Misma recarga completa del
      *              archivo que PROG01-31-SA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-52-SA.

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

      *    Retenciones por revision de anomalias: se leen enteras al
      *    entrar y se reescriben enteras al salir (idioma de
      *    recarga de PROG01-04-SA).
           SELECT RETENIDOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RETENIDOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RET.

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

       FD RETENIDOS.

      *    Mismo layout que FD-RETENIDOS en PROG01-51-SA.
       01 FD-RETENIDOS.
         05 WSF-RET-CTE           PIC 9(07).
         05 WSF-RET-PERIODO       PIC 9(06).
         05 WSF-RET-ESTADO        PIC X(01).
         05 WSF-RET-FECHA         PIC 9(08).
         05 WSF-RET-MOTIVO        PIC X(40).
         05 WSF-RET-OPER-LIB      PIC X(10).
         05 WSF-RET-FECHA-LIB     PIC 9(08).
         05 WSF-RET-MOTIVO-LIB    PIC X(40).

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
           05 WSS-FS-RET                           PIC X(02).
             88 WSS-FS-RET-OK                      VALUE '00'.
             88 WSS-FS-RET-EOF                     VALUE '10'.
             88 WSS-FS-RET-NOEXISTE                VALUE '35'.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-LISTAR                VALUE 1.
           88 WSV-OPC-LIBERAR               VALUE 2.
           88 WSV-OPC-SALIR                 VALUE 3.

       01 CONSTANTES.
           05 WSC-MAX-RETENIDOS     PIC 9(04) VALUE 3000.

       01 TABLA-RETENIDOS.
           05 WST-CANT-RET          PIC 9(04) VALUE 0.
           05 WST-RET OCCURS 3000 TIMES
                             INDEXED BY WSI-RET.
               10 WST-RET-CTE       PIC 9(07).
               10 WST-RET-PERIODO   PIC 9(06).
               10 WST-RET-ESTADO    PIC X(01).
               10 WST-RET-FECHA     PIC 9(08).
               10 WST-RET-MOTIVO    PIC X(40).
               10 WST-RET-OPER-LIB  PIC X(10).
               10 WST-RET-FECHA-LIB PIC 9(08).
               10 WST-RET-MOTIVO-LIB PIC X(40).

      *    La tabla no entro completa: sesion de solo lectura, al
      *    salir no se reescribe.
       01 WSS-RET-DESBORDE            PIC X VALUE 'N'.
           88 WSS-RET-SI-DESBORDE     VALUE 'S'.

       01 WSS-RET-ENCONTRADO          PIC X VALUE 'N'.
           88 WSS-RET-SI-ENCONTRADO   VALUE 'S'.

       01 WSS-HUBO-CAMBIOS            PIC X VALUE 'N'.
           88 WSS-SI-HUBO-CAMBIOS     VALUE 'S'.

       01 WSV-CTE-BUSCADO           PIC 9(07).
       01 WSV-PERIODO-BUSCADO       PIC 9(06).
       01 WSV-MOTIVO-LIB            PIC X(40).
       01 WSV-FECHA-SISTEMA         PIC 9(08).
       01 WSV-ESTADO-LEYENDA        PIC X(09).

       01 WSCC-CONT-LISTADOS        PIC 9(04).

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-RETENIDOS              PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).

           COPY OPERADOR.

           COPY PARAMS.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           PERFORM 100000-INICIO.
           PERFORM 200000-PROCESO UNTIL WSV-OPC-SALIR.
           PERFORM 300000-FINAL.

       100000-INICIO.

      *    Liberar es autorizar una factura que la revision freno:
      *    mismo nivel 3 que el resto de los mantenimientos que
      *    afectan lo que se factura.
           MOVE 3 TO WSO-NIVEL-REQUERIDO
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF.

           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 110000-CARGAR-RETENIDOS.

           IF WSS-RET-SI-DESBORDE
               DISPLAY 'TABLA DE RETENIDOS LLENA: SESION DE'
                       ' SOLO LECTURA, LOS CAMBIOS NO SE GRABARAN.'
           END-IF.

       110000-CARGAR-RETENIDOS.

           OPEN INPUT RETENIDOS.
           IF WSS-FS-RET-NOEXISTE
               DISPLAY 'SIN CLIENTES RETENIDOS (NO SE CORRIO LA '
                       'REVISION DE ANOMALIAS)'
           ELSE
             IF NOT WSS-FS-RET-OK
               DISPLAY 'ERROR DE ARCHIVO DE RETENIDOS'
               DISPLAY 'FILE STATUS' WSS-FS-RET
               MOVE 'S' TO WSS-RET-DESBORDE
               MOVE 3 TO WSV-OPCION
             ELSE
               PERFORM UNTIL WSS-FS-RET-EOF
                   READ RETENIDOS
                      EVALUATE TRUE
                         WHEN WSS-FS-RET-OK
                              IF WST-CANT-RET < WSC-MAX-RETENIDOS
                                ADD 1 TO WST-CANT-RET
                                SET WSI-RET TO WST-CANT-RET
                                MOVE WSF-RET-CTE
                                  TO WST-RET-CTE (WSI-RET)
                                MOVE WSF-RET-PERIODO
                                  TO WST-RET-PERIODO (WSI-RET)
                                MOVE WSF-RET-ESTADO
                                  TO WST-RET-ESTADO (WSI-RET)
                                MOVE WSF-RET-FECHA
                                  TO WST-RET-FECHA (WSI-RET)
                                MOVE WSF-RET-MOTIVO
                                  TO WST-RET-MOTIVO (WSI-RET)
                                MOVE WSF-RET-OPER-LIB
                                  TO WST-RET-OPER-LIB (WSI-RET)
                                MOVE WSF-RET-FECHA-LIB
                                  TO WST-RET-FECHA-LIB (WSI-RET)
                                MOVE WSF-RET-MOTIVO-LIB
                                  TO WST-RET-MOTIVO-LIB (WSI-RET)
                              ELSE
                                MOVE 'S' TO WSS-RET-DESBORDE
                              END-IF
                         WHEN WSS-FS-RET-EOF
                              CONTINUE
                         WHEN OTHER
                              DISPLAY 'FILE STATUS' WSS-FS-RET
                              MOVE 'S' TO WSS-RET-DESBORDE
                              MOVE '10' TO WSS-FS-RET
                      END-EVALUATE
               END-PERFORM
               CLOSE RETENIDOS
             END-IF
           END-IF.

       200000-PROCESO.

           DISPLAY ' '
           DISPLAY '1 - LISTAR RETENIDOS DE UN PERIODO'
           DISPLAY '2 - LIBERAR UN CLIENTE'
           DISPLAY '3 - SALIR'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-OPCION.

           EVALUATE TRUE
               WHEN WSV-OPC-LISTAR
                    PERFORM 210000-LISTAR
               WHEN WSV-OPC-LIBERAR
                    PERFORM 230000-LIBERAR
               WHEN WSV-OPC-SALIR
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       210000-LISTAR.

      *    Las retenciones del periodo, las liberadas con quien y
      *    por que.
           PERFORM 250000-PEDIR-PERIODO.

           MOVE 0 TO WSCC-CONT-LISTADOS

           PERFORM VARYING WSI-RET FROM 1 BY 1
                   UNTIL WSI-RET > WST-CANT-RET
               IF WST-RET-PERIODO (WSI-RET) = WSV-PERIODO-BUSCADO
                   ADD 1 TO WSCC-CONT-LISTADOS
                   IF WST-RET-ESTADO (WSI-RET) = 'R'
                       MOVE 'RETENIDO'  TO WSV-ESTADO-LEYENDA
                   ELSE
                       MOVE 'LIBERADO'  TO WSV-ESTADO-LEYENDA
                   END-IF
                   DISPLAY '  ' WST-RET-CTE (WSI-RET)
                           '  ' WSV-ESTADO-LEYENDA
                           '  ' WST-RET-FECHA (WSI-RET)
                           '  ' WST-RET-MOTIVO (WSI-RET)
                   IF WST-RET-ESTADO (WSI-RET) = 'L'
                       DISPLAY '           LIBERO '
                               WST-RET-OPER-LIB (WSI-RET)
                               ' EL ' WST-RET-FECHA-LIB (WSI-RET)
                               ': ' WST-RET-MOTIVO-LIB (WSI-RET)
                   END-IF
               END-IF
           END-PERFORM

           IF WSCC-CONT-LISTADOS = 0
               DISPLAY 'SIN RETENCIONES EN EL PERIODO '
                       WSV-PERIODO-BUSCADO
           END-IF.

       230000-LIBERAR.

      *    Solo una retencion vigente (R); el motivo de la
      *    liberacion es obligatorio.
           PERFORM 250000-PEDIR-PERIODO.
           DISPLAY 'CLIENTE A LIBERAR: '
           ACCEPT WSV-CTE-BUSCADO.

           MOVE 'N' TO WSS-RET-ENCONTRADO
           PERFORM VARYING WSI-RET FROM 1 BY 1
                   UNTIL WSI-RET > WST-CANT-RET
               IF WST-RET-CTE (WSI-RET) = WSV-CTE-BUSCADO
                 AND WST-RET-PERIODO (WSI-RET) = WSV-PERIODO-BUSCADO
                   MOVE 'S' TO WSS-RET-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-RET-SI-ENCONTRADO
               DISPLAY 'EL CLIENTE NO ESTA RETENIDO EN EL PERIODO'
               EXIT PARAGRAPH
           END-IF.
           IF WST-RET-ESTADO (WSI-RET) NOT = 'R'
               DISPLAY 'YA LIBERADO POR ' WST-RET-OPER-LIB (WSI-RET)
                       ' EL ' WST-RET-FECHA-LIB (WSI-RET)
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'RETENIDO POR: ' WST-RET-MOTIVO (WSI-RET)
           DISPLAY 'MOTIVO DE LA LIBERACION: '
           ACCEPT WSV-MOTIVO-LIB
           IF WSV-MOTIVO-LIB = SPACES
               DISPLAY 'FALTA EL MOTIVO, NO SE LIBERA'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'L'               TO WST-RET-ESTADO (WSI-RET)
           MOVE WSO-OPER-ID       TO WST-RET-OPER-LIB (WSI-RET)
           MOVE WSV-FECHA-SISTEMA TO WST-RET-FECHA-LIB (WSI-RET)
           MOVE WSV-MOTIVO-LIB    TO WST-RET-MOTIVO-LIB (WSI-RET)
           MOVE 'S' TO WSS-HUBO-CAMBIOS
           DISPLAY 'CLIENTE LIBERADO: SE FACTURA EN LA PROXIMA '
                   'EMISION'.

       250000-PEDIR-PERIODO.

           DISPLAY 'PERIODO (AAAAMM, 0 = PERIODO DE PROCESO): '
           ACCEPT WSV-PERIODO-BUSCADO
           IF WSV-PERIODO-BUSCADO = 0
               MOVE WSP-PERIODO-PROCESO TO WSV-PERIODO-BUSCADO
           END-IF.

       300000-FINAL.

           PERFORM 330000-REESCRIBIR-RETENIDOS.
           STOP RUN.

       330000-REESCRIBIR-RETENIDOS.

      *    El archivo se reescribe entero (OPEN OUTPUT, idioma de
      *    recarga de PROG01-04-SA) solo si hubo liberaciones; con
      *    desborde o carga a medias queda intacto.
           IF WSS-RET-SI-DESBORDE
               DISPLAY 'ClientesRetenidos.TXT NO REESCRITO (TABLA '
                       'LLENA)'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-SI-HUBO-CAMBIOS
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT RETENIDOS.
           IF NOT WSS-FS-RET-OK
             DISPLAY 'ERROR DE ARCHIVO DE RETENIDOS'
             DISPLAY 'FILE STATUS' WSS-FS-RET
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-RET FROM 1 BY 1
                   UNTIL WSI-RET > WST-CANT-RET
               MOVE WST-RET-CTE (WSI-RET)        TO WSF-RET-CTE
               MOVE WST-RET-PERIODO (WSI-RET)    TO WSF-RET-PERIODO
               MOVE WST-RET-ESTADO (WSI-RET)     TO WSF-RET-ESTADO
               MOVE WST-RET-FECHA (WSI-RET)      TO WSF-RET-FECHA
               MOVE WST-RET-MOTIVO (WSI-RET)     TO WSF-RET-MOTIVO
               MOVE WST-RET-OPER-LIB (WSI-RET)   TO WSF-RET-OPER-LIB
               MOVE WST-RET-FECHA-LIB (WSI-RET)  TO WSF-RET-FECHA-LIB
               MOVE WST-RET-MOTIVO-LIB (WSI-RET) TO WSF-RET-MOTIVO-LIB
               WRITE FD-RETENIDOS
           END-PERFORM

           CLOSE RETENIDOS.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'ClientesRetenidos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RETENIDOS

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
           CONTINUE.

           COPY PARAMSP.

           COPY OPERADORP.

       END PROGRAM PROG01-52-SA.
