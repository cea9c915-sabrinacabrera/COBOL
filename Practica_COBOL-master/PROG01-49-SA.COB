      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Mantenimiento de los valores mensuales de los
      *              INDICES DE PRECIOS (Indices.TXT: codigo de indice,
      *              periodo AAAAMM y valor, p.ej. IPC o salarios) con
      *              los que PROG01-50-SA ajusta tarifas y
      *              suscripciones. Carga o correccion de un valor y
      *              listado de un indice, con la recarga completa de
      *              PROG01-31-SA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-49-SA.

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

      *    Valores de indices: se leen enteros al entrar y se
      *    reescriben enteros al salir (idioma de recarga de
      *    PROG01-04-SA), ordenados por indice y periodo.
           SELECT INDICES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-INDICES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-IND.

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

      *    Mismo layout en PROG01-09-SA y PROG01-31-SA, que validan
      *    el indice al cargar, y en PROG01-50-SA, que ajusta con esto.
       01 FD-INDICES.
         05 WSF-IND-COD          PIC X(05).
         05 WSF-IND-PERIODO      PIC 9(06).
         05 WSF-IND-VALOR        PIC 9(07)V9(04).

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

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-CARGA                 VALUE 1.
           88 WSV-OPC-LISTAR                VALUE 2.
           88 WSV-OPC-SALIR                 VALUE 3.

       01 CONSTANTES.
           05 WSC-MAX-VALORES       PIC 9(04) VALUE 3000.

       01 TABLA-INDICES.
           05 WST-CANT-IND          PIC 9(04) VALUE 0.
           05 WST-IND OCCURS 3000 TIMES
                             INDEXED BY WSI-IND.
               10 WST-IND-CLAVE.
                   15 WST-IND-COD       PIC X(05).
                   15 WST-IND-PERIODO   PIC 9(06).
               10 WST-IND-VALOR         PIC 9(07)V9(04).

       01 WSV-IND-AUX               PIC X(22).

      *    La tabla no entro completa: sesion de solo lectura, al
      *    salir no se reescribe.
       01 WSS-IND-DESBORDE            PIC X VALUE 'N'.
           88 WSS-IND-SI-DESBORDE     VALUE 'S'.

       01 WSS-IND-ENCONTRADO          PIC X VALUE 'N'.
           88 WSS-IND-SI-ENCONTRADO   VALUE 'S'.

       01 WSS-HUBO-CAMBIOS            PIC X VALUE 'N'.
           88 WSS-SI-HUBO-CAMBIOS     VALUE 'S'.

       01 WSV-COD-BUSCADO           PIC X(05).
       01 WSV-PERIODO-R.
           05 WSV-PERIODO-ANIO      PIC 9(04).
           05 WSV-PERIODO-MES       PIC 9(02).
       01 WSV-PERIODO REDEFINES WSV-PERIODO-R PIC 9(06).
       01 WSV-VALOR                 PIC 9(07)V9(04).

       01 WSV-SUB-I                 PIC 9(04).
       01 WSV-SUB-J                 PIC 9(04).
       01 WSV-SUB-K                 PIC 9(04).
       01 WSV-LIMITE                PIC 9(04).

       01 WSCC-CONT-LISTADOS        PIC 9(04).
       01 WSL-VALOR-EDITADO         PIC Z.ZZZ.ZZ9,9999.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-INDICES                PIC X(80).
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

      *    Los indices mueven precios: mismo nivel 3 que el
      *    mantenimiento de servicios y tarifas.
           MOVE 3 TO WSO-NIVEL-REQUERIDO
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF.

           PERFORM 110000-CARGAR-INDICES.

           IF WSS-IND-SI-DESBORDE
               DISPLAY 'TABLA DE INDICES LLENA: SESION DE'
                       ' SOLO LECTURA, LOS CAMBIOS NO SE GRABARAN.'
           END-IF.

       110000-CARGAR-INDICES.

           OPEN INPUT INDICES.
           IF WSS-FS-IND-NOEXISTE
               DISPLAY 'PRIMER ARRANQUE: SIN VALORES DE INDICES'
           ELSE
             IF NOT WSS-FS-IND-OK
               DISPLAY 'ERROR DE ARCHIVO DE INDICES'
               DISPLAY 'FILE STATUS' WSS-FS-IND
               MOVE 'S' TO WSS-IND-DESBORDE
               MOVE 3 TO WSV-OPCION
             ELSE
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
                                MOVE 'S' TO WSS-IND-DESBORDE
                              END-IF
                         WHEN WSS-FS-IND-EOF
                              CONTINUE
                         WHEN OTHER
                              DISPLAY 'FILE STATUS' WSS-FS-IND
                              MOVE 'S' TO WSS-IND-DESBORDE
                              MOVE '10' TO WSS-FS-IND
                      END-EVALUATE
               END-PERFORM
               CLOSE INDICES
             END-IF
           END-IF.

       200000-PROCESO.

           DISPLAY ' '
           DISPLAY '1 - CARGA O CORRECCION DE UN VALOR'
           DISPLAY '2 - LISTAR VALORES DE UN INDICE'
           DISPLAY '3 - SALIR'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-OPCION.

           EVALUATE TRUE
               WHEN WSV-OPC-CARGA
                    PERFORM 210000-CARGA
               WHEN WSV-OPC-LISTAR
                    PERFORM 230000-LISTAR
               WHEN WSV-OPC-SALIR
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       210000-CARGA.

      *    Un indice y periodo que ya estan cargados se corrigen en
      *    el lugar; si no, se agregan. Corregir un valor ya usado
      *    por un ajuste no rehace ese ajuste.
           DISPLAY 'COD. DE INDICE: '
           ACCEPT WSV-COD-BUSCADO
           DISPLAY 'PERIODO (AAAAMM): '
           ACCEPT WSV-PERIODO
           DISPLAY 'VALOR DEL INDICE: '
           ACCEPT WSV-VALOR

           IF WSV-COD-BUSCADO = SPACES
               DISPLAY 'CODIGO EN BLANCO, NO SE CARGA'
               EXIT PARAGRAPH
           END-IF.
           IF WSV-PERIODO-MES < 1 OR WSV-PERIODO-MES > 12
               DISPLAY 'PERIODO INVALIDO'
               EXIT PARAGRAPH
           END-IF.
           IF WSV-VALOR = 0
               DISPLAY 'VALOR EN CERO, NO SE CARGA'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WSS-IND-ENCONTRADO
           PERFORM VARYING WSI-IND FROM 1 BY 1
                   UNTIL WSI-IND > WST-CANT-IND
               IF WST-IND-COD (WSI-IND) = WSV-COD-BUSCADO
                 AND WST-IND-PERIODO (WSI-IND) = WSV-PERIODO
                   MOVE 'S' TO WSS-IND-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WSS-IND-SI-ENCONTRADO
               MOVE WST-IND-VALOR (WSI-IND) TO WSL-VALOR-EDITADO
               DISPLAY 'VALOR ANTERIOR ' WSL-VALOR-EDITADO
               MOVE WSV-VALOR TO WST-IND-VALOR (WSI-IND)
               MOVE 'S' TO WSS-HUBO-CAMBIOS
               DISPLAY 'VALOR CORREGIDO'
               EXIT PARAGRAPH
           END-IF.

           IF WST-CANT-IND >= WSC-MAX-VALORES
               DISPLAY 'TABLA DE INDICES LLENA'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-IND
           SET WSI-IND TO WST-CANT-IND
           MOVE WSV-COD-BUSCADO TO WST-IND-COD (WSI-IND)
           MOVE WSV-PERIODO     TO WST-IND-PERIODO (WSI-IND)
           MOVE WSV-VALOR       TO WST-IND-VALOR (WSI-IND)
           MOVE 'S' TO WSS-HUBO-CAMBIOS
           DISPLAY 'VALOR CARGADO'.

       230000-LISTAR.

           DISPLAY 'COD. DE INDICE: '
           ACCEPT WSV-COD-BUSCADO.

           PERFORM 320000-ORDENAR.

           MOVE 0 TO WSCC-CONT-LISTADOS

           PERFORM VARYING WSI-IND FROM 1 BY 1
                   UNTIL WSI-IND > WST-CANT-IND
               IF WST-IND-COD (WSI-IND) = WSV-COD-BUSCADO
                   ADD 1 TO WSCC-CONT-LISTADOS
                   MOVE WST-IND-VALOR (WSI-IND) TO WSL-VALOR-EDITADO
                   DISPLAY '  ' WST-IND-PERIODO (WSI-IND)
                           '  ' WSL-VALOR-EDITADO
               END-IF
           END-PERFORM

           IF WSCC-CONT-LISTADOS = 0
               DISPLAY 'SIN VALORES DEL INDICE ' WSV-COD-BUSCADO
           END-IF.

       300000-FINAL.

           PERFORM 330000-REESCRIBIR-INDICES.
           STOP RUN.

       320000-ORDENAR.

      *    Orden por indice y periodo (burbuja sobre la tabla, igual
      *    que el listado de anticipos de PROG01-46-SA).
           IF WST-CANT-IND > 1
             PERFORM VARYING WSV-SUB-I FROM 1 BY 1
                     UNTIL WSV-SUB-I >= WST-CANT-IND
               COMPUTE WSV-LIMITE = WST-CANT-IND - WSV-SUB-I
               PERFORM VARYING WSV-SUB-J FROM 1 BY 1
                       UNTIL WSV-SUB-J > WSV-LIMITE
                   COMPUTE WSV-SUB-K = WSV-SUB-J + 1
                   IF WST-IND-CLAVE (WSV-SUB-J) >
                                     WST-IND-CLAVE (WSV-SUB-K)
                       MOVE WST-IND (WSV-SUB-J) TO WSV-IND-AUX
                       MOVE WST-IND (WSV-SUB-K) TO WST-IND (WSV-SUB-J)
                       MOVE WSV-IND-AUX         TO WST-IND (WSV-SUB-K)
                   END-IF
               END-PERFORM
             END-PERFORM
           END-IF.

       330000-REESCRIBIR-INDICES.

      *    El archivo se reescribe entero (OPEN OUTPUT, idioma de
      *    recarga de PROG01-04-SA) solo si hubo cargas; con desborde
      *    o carga a medias queda intacto.
           IF WSS-IND-SI-DESBORDE
               DISPLAY 'Indices.TXT NO REESCRITO (TABLA LLENA)'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-SI-HUBO-CAMBIOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM 320000-ORDENAR.

           OPEN OUTPUT INDICES.
           IF NOT WSS-FS-IND-OK
             DISPLAY 'ERROR DE ARCHIVO DE INDICES'
             DISPLAY 'FILE STATUS' WSS-FS-IND
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-IND FROM 1 BY 1
                   UNTIL WSI-IND > WST-CANT-IND
               MOVE WST-IND-COD (WSI-IND)     TO WSF-IND-COD
               MOVE WST-IND-PERIODO (WSI-IND) TO WSF-IND-PERIODO
               MOVE WST-IND-VALOR (WSI-IND)   TO WSF-IND-VALOR
               WRITE FD-INDICES
           END-PERFORM

           CLOSE INDICES.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'Indices.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-INDICES

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
           CONTINUE.

           COPY PARAMSP.

           COPY OPERADORP.

       END PROGRAM PROG01-49-SA.
