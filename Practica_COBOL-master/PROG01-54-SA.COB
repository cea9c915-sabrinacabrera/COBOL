      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Verificacion de integridad y reorganizacion de
      *              los maestros indexados (ClientesMaster.IDX,
      *              ServiciosMaster.IDX y CuotasImpagas.IDX), que el
      *              mantenimiento, la fusion de PROG01-37-SA y los
      *              REWRITE de PROG01-19-SA reescriben todo el
      *              tiempo. La verificacion lee cada maestro por su
      *              clave primaria (y CLIENTES ademas por la alterna
      *              WSF-CTE-NYA) e informa errores de lectura, claves
      *              duplicadas o fuera de secuencia y diferencias de
      *              cantidad o de total de control de claves entre
      *              los dos caminos. La reorganizacion (supervisor)
      *              descarga el maestro elegido a una imagen
      *              secuencial (.REO), lo recrea limpio desde ella y
      *              lo vuelve a leer: la cantidad de registros y el
      *              total hash de la descarga y de la relectura
      *              tienen que coincidir. Todo queda en
      *              IntegridadMaestros.TXT y en Auditoria.TXT.
      *              Antes de esto la unica salida era restaurar el
      *              maestro entero desde PROG01-15-SA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-54-SA.

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

      *    Los tres maestros indexados, con las mismas claves que en
      *    sus programas de mantenimiento (PROG01-02-SA, PROG01-09-SA
      *    y PROG01-19-SA).
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

           SELECT SERVICIOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-SERVICIOS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-SRVM-COD
                                       FILE STATUS IS WSS-FS-SRVM.

           SELECT IMPAGAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-IMPAGAS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-IMP-CLAVE
                                       FILE STATUS IS WSS-FS-IMP.

      *    Imagen secuencial de la reorganizacion (el nombre se carga
      *    segun el maestro elegido, mismo idioma que la imagen de
      *    resguardo de PROG01-15-SA). Queda en disco despues de la
      *    reorganizacion como respaldo de lo que se recargo.
           SELECT IMAGEN
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-IMAGEN
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-IMG.

      *    Informe de la verificacion y de la reorganizacion.
           SELECT INTEGRIDAD
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-INTEGRIDAD
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-INT.

      *    Mismo historico de auditoria que PROG01-01-SA (EXTEND).
           SELECT AUDITORIA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-AUDITORIA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-AUD.

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

       FD CLIENTES.

      *    Mismo layout que FD-CLIENTES en PROG01-02-SA.
       01 FD-CLIENTES.
         05 WSF-CTE-CTE          PIC 9(07).
         05 WSF-CTE-NYA          PIC X(60).
         05 WSF-CTE-IMPORT-C     PIC 9(07)V99.
         05 WSF-CTE-ACTIVO       PIC X(01).
         05 WSF-CTE-MONEDA       PIC X(03).
         05 WSF-CTE-ABONO-MIN    PIC 9(07)V99.
         05 WSF-CTE-SUCURSAL     PIC 9(02).
         05 WSF-CTE-DOMICILIO    PIC X(40).
         05 WSF-CTE-CUIT         PIC X(13).
         05 WSF-CTE-COND-IVA     PIC X(02).
         05 WSF-CTE-EMAIL        PIC X(40).
         05 WSF-CTE-FORMA-PAGO   PIC X(01).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD SERVICIOS.

      *    Mismo layout que FD-SERVICIOS en PROG01-09-SA.
       01 FD-SERVICIOS.
         05 WSF-SRVM-COD         PIC X(03).
         05 WSF-SRVM-DESC        PIC X(30).
         05 WSF-SRVM-ACTIVO      PIC X(01).

       FD IMPAGAS.

      *    Mismo layout que FD-IMPAGAS en PROG01-00-SA.
       01 FD-IMPAGAS.
         05 WSF-IMP-CLAVE.
           10 WSF-IMP-CTE         PIC 9(07).
           10 WSF-IMP-VENCIMIENTO PIC 9(08).
           10 WSF-IMP-SECUENCIA   PIC 9(03).
         05 WSF-IMP-NYA           PIC X(40).
         05 WSF-IMP-IMPORTE       PIC 9(04)V9(02).
         05 WSF-IMP-CATEGORIA     PIC X(01).
         05 WSF-IMP-SUCURSAL      PIC 9(02).
         05 WSF-IMP-ESTADO        PIC X(01).

       FD IMAGEN.

       01 FD-IMAGEN                PIC X(512).

       FD INTEGRIDAD.

       01 FD-INTEGRIDAD            PIC X(100).

       FD AUDITORIA.

       01 FD-AUDITORIA             PIC X(100).

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
      *    02 = hay otro registro con la misma clave alterna: en la
      *    lectura por WSF-CTE-NYA es una lectura buena.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00' '02'.
             88 WSS-FS-CTE-EOF                     VALUE '10'.
             88 WSS-FS-CTE-NOEXISTE                VALUE '35'.
           05 WSS-FS-SRVM                          PIC X(02).
             88 WSS-FS-SRVM-OK                     VALUE '00'.
             88 WSS-FS-SRVM-EOF                    VALUE '10'.
             88 WSS-FS-SRVM-NOEXISTE               VALUE '35'.
           05 WSS-FS-IMP                           PIC X(02).
             88 WSS-FS-IMP-OK                      VALUE '00'.
             88 WSS-FS-IMP-EOF                     VALUE '10'.
             88 WSS-FS-IMP-NOEXISTE                VALUE '35'.
           05 WSS-FS-IMG                           PIC X(02).
             88 WSS-FS-IMG-OK                      VALUE '00'.
             88 WSS-FS-IMG-EOF                     VALUE '10'.
           05 WSS-FS-INT                           PIC X(02).
             88 WSS-FS-INT-OK                      VALUE '00'.
           05 WSS-FS-AUD                           PIC X(02).
             88 WSS-FS-AUD-OK                      VALUE '00'.
             88 WSS-FS-AUD-NOEXISTE                VALUE '35'.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-VERIFICAR             VALUE 1.
           88 WSV-OPC-REORGANIZAR           VALUE 2.
           88 WSV-OPC-SALIR                 VALUE 3.

       01 WSV-MAESTRO-ELEGIDO       PIC 9 VALUE 0.
           88 WSV-MAE-CLIENTES              VALUE 1.
           88 WSV-MAE-SERVICIOS             VALUE 2.
           88 WSV-MAE-IMPAGAS               VALUE 3.

       01 WSV-CONFIRMA              PIC X(01).
       01 WSV-FECHA-SISTEMA         PIC 9(08).
       01 WSV-NOMBRE-MAESTRO        PIC X(20).

      *    Resultado de la verificacion de un maestro: la lectura por
      *    clave primaria y (solo CLIENTES) por la alterna.
       01 WSV-VERIFICACION.
           05 WSV-VER-LEIDOS        PIC 9(07).
           05 WSV-VER-ERRORES       PIC 9(05).
           05 WSV-VER-FUERA-SEC     PIC 9(05).
           05 WSV-VER-TOTAL-CLAVES  PIC 9(15).
           05 WSV-VER-ALT-LEIDOS    PIC 9(07).
           05 WSV-VER-ALT-ERRORES   PIC 9(05).
           05 WSV-VER-ALT-FUERA-SEC PIC 9(05).
           05 WSV-VER-ALT-TOTAL     PIC 9(15).

       01 WSV-CLAVE-ANTERIOR        PIC X(60).
       01 WSV-CLAVE-ACTUAL          PIC X(60).
       01 WSS-PRIMERA-LECTURA         PIC X VALUE 'S'.
           88 WSS-SI-PRIMERA-LECTURA  VALUE 'S'.

       01 WSS-VERIFICACION-OK         PIC X VALUE 'S'.
           88 WSS-SI-VERIFICACION-OK  VALUE 'S'.

      *    Reorganizacion: cantidad y total hash (suma del codigo de
      *    cada byte del registro) de la descarga, de la recarga y de
      *    la relectura del maestro recreado.
       01 WSV-REORGANIZACION.
           05 WSV-REO-DESCARGADOS   PIC 9(07).
           05 WSV-REO-HASH-DESCARGA PIC 9(15).
           05 WSV-REO-RECARGADOS    PIC 9(07).
           05 WSV-REO-RECHAZADOS    PIC 9(05).
           05 WSV-REO-RELEIDOS      PIC 9(07).
           05 WSV-REO-HASH-RELECTURA PIC 9(15).
           05 WSV-REO-ERRORES       PIC 9(05).

       01 WSS-REO-CONFORME            PIC X VALUE 'N'.
           88 WSS-SI-REO-CONFORME     VALUE 'S'.

      *    Registro a totalizar en 290000-SUMAR-HASH.
       01 WSV-REG-HASH              PIC X(512).
       01 WSV-REG-LARGO             PIC 9(03).
       01 WSV-POS-HASH              PIC 9(03).
       01 WSV-HASH                  PIC 9(15).

       01 WSL-LINEA-INT             PIC X(100).
       01 WSL-LINEA-AUD             PIC X(100).
       01 WSL-RESULTADO             PIC X(30).

           COPY OPERADOR.


      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-SERVICIOS              PIC X(80).
       01 WSV-ARCH-IMPAGAS                PIC X(80).
       01 WSV-ARCH-IMAGEN                 PIC X(80).
       01 WSV-ARCH-INTEGRIDAD             PIC X(80).
       01 WSV-ARCH-AUDITORIA              PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).

           COPY PARAMS.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           PERFORM 100000-INICIO.
           PERFORM 200000-PROCESO UNTIL WSV-OPC-SALIR.
           PERFORM 300000-FINAL.

       100000-INICIO.

      *    Verificar es de consulta (nivel 1); reorganizar, que
      *    recrea el maestro, se vuelve a pedir como supervisor.
           MOVE 1 TO WSO-NIVEL-REQUERIDO
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF.

           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

           OPEN OUTPUT INTEGRIDAD.
           IF NOT WSS-FS-INT-OK
             DISPLAY 'ERROR DE ARCHIVO DE INTEGRIDAD'
             DISPLAY 'FILE STATUS' WSS-FS-INT
             STOP RUN
           END-IF.

           INITIALIZE WSL-LINEA-INT
           STRING 'INTEGRIDAD DE MAESTROS INDEXADOS - '
                                                  DELIMITED SIZE
                  WSV-FECHA-SISTEMA               DELIMITED SIZE
                  ' - OPERADOR '                  DELIMITED SIZE
                  WSO-OPER-ID                     DELIMITED SIZE
             INTO WSL-LINEA-INT
           END-STRING
           MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.

       200000-PROCESO.

           DISPLAY ' '
           DISPLAY '1 - VERIFICAR LOS MAESTROS INDEXADOS'
           DISPLAY '2 - REORGANIZAR UN MAESTRO'
           DISPLAY '3 - SALIR'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-OPCION.

           EVALUATE TRUE
               WHEN WSV-OPC-VERIFICAR
                    PERFORM 210000-VERIFICAR-TODO
               WHEN WSV-OPC-REORGANIZAR
                    PERFORM 250000-REORGANIZAR
               WHEN WSV-OPC-SALIR
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       210000-VERIFICAR-TODO.

           PERFORM 220000-VERIFICAR-CLIENTES.
           PERFORM 230000-VERIFICAR-SERVICIOS.
           PERFORM 240000-VERIFICAR-IMPAGAS.

       220000-VERIFICAR-CLIENTES.

           MOVE 'ClientesMaster.IDX' TO WSV-NOMBRE-MAESTRO
           INITIALIZE WSV-VERIFICACION

           OPEN INPUT CLIENTES.
           IF WSS-FS-CTE-NOEXISTE
               PERFORM 285000-INFORMAR-INEXISTENTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-CTE-OK
               MOVE WSS-FS-CTE TO WSL-RESULTADO
               PERFORM 286000-INFORMAR-NO-ABRE
               EXIT PARAGRAPH
           END-IF.

      *    Camino 1: clave primaria, estrictamente creciente.
           MOVE 'S' TO WSS-PRIMERA-LECTURA
           PERFORM UNTIL WSS-FS-CTE-EOF
               READ CLIENTES NEXT
                  AT END CONTINUE
               END-READ
               EVALUATE TRUE
                  WHEN WSS-FS-CTE-OK
                       ADD 1 TO WSV-VER-LEIDOS
                       ADD WSF-CTE-CTE TO WSV-VER-TOTAL-CLAVES
                       MOVE WSF-CTE-CTE TO WSV-CLAVE-ACTUAL
                       PERFORM 280000-CONTROLAR-SECUENCIA
                  WHEN WSS-FS-CTE-EOF
                       CONTINUE
                  WHEN OTHER
                       PERFORM 282000-ERROR-DE-LECTURA
                       IF WSV-VER-ERRORES > 99
                           MOVE '10' TO WSS-FS-CTE
                       END-IF
               END-EVALUATE
           END-PERFORM

      *    Camino 2: clave alterna por nombre (con duplicados, asi que
      *    alcanza con que no decrezca).
           MOVE LOW-VALUES TO WSF-CTE-NYA
           START CLIENTES KEY IS NOT LESS THAN WSF-CTE-NYA
               INVALID KEY CONTINUE
           END-START
           IF WSS-FS-CTE-OK
               MOVE 'S' TO WSS-PRIMERA-LECTURA
               PERFORM UNTIL WSS-FS-CTE-EOF
                   READ CLIENTES NEXT
                      AT END CONTINUE
                   END-READ
                   EVALUATE TRUE
                      WHEN WSS-FS-CTE-OK
                           ADD 1 TO WSV-VER-ALT-LEIDOS
                           ADD WSF-CTE-CTE TO WSV-VER-ALT-TOTAL
                           IF NOT WSS-SI-PRIMERA-LECTURA
                             AND WSF-CTE-NYA < WSV-CLAVE-ANTERIOR
                               ADD 1 TO WSV-VER-ALT-FUERA-SEC
                           END-IF
                           MOVE 'N' TO WSS-PRIMERA-LECTURA
                           MOVE WSF-CTE-NYA TO WSV-CLAVE-ANTERIOR
                      WHEN WSS-FS-CTE-EOF
                           CONTINUE
                      WHEN OTHER
                           ADD 1 TO WSV-VER-ALT-ERRORES
                           DISPLAY 'ERROR POR CLAVE ALTERNA, FILE '
                                   'STATUS ' WSS-FS-CTE
                           IF WSV-VER-ALT-ERRORES > 99
                               MOVE '10' TO WSS-FS-CTE
                           END-IF
                   END-EVALUATE
               END-PERFORM
           ELSE
               IF WSV-VER-LEIDOS > 0
                   ADD 1 TO WSV-VER-ALT-ERRORES
                   DISPLAY 'NO SE PUDO POSICIONAR POR CLAVE ALTERNA, '
                           'FILE STATUS ' WSS-FS-CTE
               END-IF
           END-IF

           CLOSE CLIENTES.

           PERFORM 270000-INFORMAR-VERIFICACION.
           PERFORM 275000-INFORMAR-ALTERNA.
           PERFORM 295000-AUDITAR-VERIFICACION.

       230000-VERIFICAR-SERVICIOS.

           MOVE 'ServiciosMaster.IDX' TO WSV-NOMBRE-MAESTRO
           INITIALIZE WSV-VERIFICACION

           OPEN INPUT SERVICIOS.
           IF WSS-FS-SRVM-NOEXISTE
               PERFORM 285000-INFORMAR-INEXISTENTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-SRVM-OK
               MOVE WSS-FS-SRVM TO WSL-RESULTADO
               PERFORM 286000-INFORMAR-NO-ABRE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WSS-PRIMERA-LECTURA
           PERFORM UNTIL WSS-FS-SRVM-EOF
               READ SERVICIOS NEXT
                  AT END CONTINUE
               END-READ
               EVALUATE TRUE
                  WHEN WSS-FS-SRVM-OK
                       ADD 1 TO WSV-VER-LEIDOS
                       MOVE WSF-SRVM-COD TO WSV-CLAVE-ACTUAL
                       PERFORM 280000-CONTROLAR-SECUENCIA
                  WHEN WSS-FS-SRVM-EOF
                       CONTINUE
                  WHEN OTHER
                       MOVE WSS-FS-SRVM TO WSS-FS-CTE
                       PERFORM 282000-ERROR-DE-LECTURA
                       IF WSV-VER-ERRORES > 99
                           MOVE '10' TO WSS-FS-SRVM
                       END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE SERVICIOS.

           PERFORM 270000-INFORMAR-VERIFICACION.
           PERFORM 295000-AUDITAR-VERIFICACION.

       240000-VERIFICAR-IMPAGAS.

           MOVE 'CuotasImpagas.IDX' TO WSV-NOMBRE-MAESTRO
           INITIALIZE WSV-VERIFICACION

           OPEN INPUT IMPAGAS.
           IF WSS-FS-IMP-NOEXISTE
               PERFORM 285000-INFORMAR-INEXISTENTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-IMP-OK
               MOVE WSS-FS-IMP TO WSL-RESULTADO
               PERFORM 286000-INFORMAR-NO-ABRE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WSS-PRIMERA-LECTURA
           PERFORM UNTIL WSS-FS-IMP-EOF
               READ IMPAGAS NEXT
                  AT END CONTINUE
               END-READ
               EVALUATE TRUE
                  WHEN WSS-FS-IMP-OK
                       ADD 1 TO WSV-VER-LEIDOS
                       ADD WSF-IMP-CTE TO WSV-VER-TOTAL-CLAVES
                       MOVE WSF-IMP-CLAVE TO WSV-CLAVE-ACTUAL
                       PERFORM 280000-CONTROLAR-SECUENCIA
                  WHEN WSS-FS-IMP-EOF
                       CONTINUE
                  WHEN OTHER
                       MOVE WSS-FS-IMP TO WSS-FS-CTE
                       PERFORM 282000-ERROR-DE-LECTURA
                       IF WSV-VER-ERRORES > 99
                           MOVE '10' TO WSS-FS-IMP
                       END-IF
               END-EVALUATE
           END-PERFORM

           CLOSE IMPAGAS.

           PERFORM 270000-INFORMAR-VERIFICACION.
           PERFORM 295000-AUDITAR-VERIFICACION.

       250000-REORGANIZAR.

           DISPLAY 'MAESTRO A REORGANIZAR:'
           DISPLAY '1 - ClientesMaster.IDX'
           DISPLAY '2 - ServiciosMaster.IDX'
           DISPLAY '3 - CuotasImpagas.IDX'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-MAESTRO-ELEGIDO.

           EVALUATE TRUE
               WHEN WSV-MAE-CLIENTES
                    MOVE 'ClientesMaster.IDX' TO WSV-NOMBRE-MAESTRO
                    MOVE 'ClientesMaster.REO' TO WSP-NOMBRE-BASE
               WHEN WSV-MAE-SERVICIOS
                    MOVE 'ServiciosMaster.IDX' TO WSV-NOMBRE-MAESTRO
                    MOVE 'ServiciosMaster.REO' TO WSP-NOMBRE-BASE
               WHEN WSV-MAE-IMPAGAS
                    MOVE 'CuotasImpagas.IDX' TO WSV-NOMBRE-MAESTRO
                    MOVE 'CuotasImpagas.REO' TO WSP-NOMBRE-BASE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
                    EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-IMAGEN

      *    Recrear un maestro es cosa de supervisor, y nadie mas
      *    tiene que estar usandolo mientras tanto.
           MOVE 9 TO WSO-NIVEL-REQUERIDO
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'REORGANIZACION DENEGADA'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CONFIRMA REORGANIZAR ' WSV-NOMBRE-MAESTRO
                   ' (NADIE DEBE ESTAR USANDOLO) (S/N): '
           ACCEPT WSV-CONFIRMA.
           IF WSV-CONFIRMA NOT = 'S'
               DISPLAY 'REORGANIZACION CANCELADA'
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WSV-REORGANIZACION
           MOVE 'N' TO WSS-REO-CONFORME

           EVALUATE TRUE
               WHEN WSV-MAE-CLIENTES
                    PERFORM 255000-DESCARGAR-CLIENTES
               WHEN WSV-MAE-SERVICIOS
                    PERFORM 256000-DESCARGAR-SERVICIOS
               WHEN WSV-MAE-IMPAGAS
                    PERFORM 257000-DESCARGAR-IMPAGAS
           END-EVALUATE

      *    Si la descarga no fue limpia el maestro no se toca: la
      *    imagen podria estar incompleta.
           IF WSV-REO-ERRORES > 0
             OR WSV-REO-DESCARGADOS = 0
               MOVE 'ABORTADA EN LA DESCARGA' TO WSL-RESULTADO
               PERFORM 265000-INFORMAR-REORGANIZACION
               PERFORM 296000-AUDITAR-REORGANIZACION
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WSV-MAE-CLIENTES
                    PERFORM 258000-RECARGAR-CLIENTES
               WHEN WSV-MAE-SERVICIOS
                    PERFORM 259000-RECARGAR-SERVICIOS
               WHEN WSV-MAE-IMPAGAS
                    PERFORM 260000-RECARGAR-IMPAGAS
           END-EVALUATE

           IF WSV-REO-RELEIDOS = WSV-REO-DESCARGADOS
             AND WSV-REO-HASH-RELECTURA = WSV-REO-HASH-DESCARGA
             AND WSV-REO-RECHAZADOS = 0
             AND WSV-REO-ERRORES = 0
               MOVE 'S' TO WSS-REO-CONFORME
               MOVE 'CONFORME' TO WSL-RESULTADO
           ELSE
               MOVE 'CON DIFERENCIAS: VER IMAGEN' TO WSL-RESULTADO
               DISPLAY '*** LA REORGANIZACION NO CUADRA: EL MAESTRO '
                       'SE PUEDE RECARGAR DESDE ' WSV-ARCH-IMAGEN
           END-IF

           PERFORM 265000-INFORMAR-REORGANIZACION.
           PERFORM 296000-AUDITAR-REORGANIZACION.

       255000-DESCARGAR-CLIENTES.

           OPEN INPUT CLIENTES.
           IF NOT WSS-FS-CTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS' WSS-FS-CTE
             ADD 1 TO WSV-REO-ERRORES
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT IMAGEN.
           IF NOT WSS-FS-IMG-OK
             DISPLAY 'ERROR DE ARCHIVO DE IMAGEN'
             DISPLAY 'FILE STATUS' WSS-FS-IMG
             ADD 1 TO WSV-REO-ERRORES
             CLOSE CLIENTES
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-CTE-EOF
               READ CLIENTES NEXT
                  AT END CONTINUE
               END-READ
               EVALUATE TRUE
                  WHEN WSS-FS-CTE-OK
                       ADD 1 TO WSV-REO-DESCARGADOS
                       MOVE SPACES TO FD-IMAGEN
                       MOVE FD-CLIENTES TO FD-IMAGEN
                       WRITE FD-IMAGEN
                       MOVE FD-IMAGEN TO WSV-REG-HASH
                       MOVE LENGTH OF FD-CLIENTES TO WSV-REG-LARGO
                       PERFORM 290000-SUMAR-HASH
                       ADD WSV-HASH TO WSV-REO-HASH-DESCARGA
                  WHEN WSS-FS-CTE-EOF
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR DE LECTURA, FILE STATUS '
                               WSS-FS-CTE
                       ADD 1 TO WSV-REO-ERRORES
                       MOVE '10' TO WSS-FS-CTE
               END-EVALUATE
           END-PERFORM

           CLOSE IMAGEN.
           CLOSE CLIENTES.

       256000-DESCARGAR-SERVICIOS.

           OPEN INPUT SERVICIOS.
           IF NOT WSS-FS-SRVM-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS' WSS-FS-SRVM
             ADD 1 TO WSV-REO-ERRORES
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT IMAGEN.
           IF NOT WSS-FS-IMG-OK
             DISPLAY 'ERROR DE ARCHIVO DE IMAGEN'
             DISPLAY 'FILE STATUS' WSS-FS-IMG
             ADD 1 TO WSV-REO-ERRORES
             CLOSE SERVICIOS
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-SRVM-EOF
               READ SERVICIOS NEXT
                  AT END CONTINUE
               END-READ
               EVALUATE TRUE
                  WHEN WSS-FS-SRVM-OK
                       ADD 1 TO WSV-REO-DESCARGADOS
                       MOVE SPACES TO FD-IMAGEN
                       MOVE FD-SERVICIOS TO FD-IMAGEN
                       WRITE FD-IMAGEN
                       MOVE FD-IMAGEN TO WSV-REG-HASH
                       MOVE LENGTH OF FD-SERVICIOS TO WSV-REG-LARGO
                       PERFORM 290000-SUMAR-HASH
                       ADD WSV-HASH TO WSV-REO-HASH-DESCARGA
                  WHEN WSS-FS-SRVM-EOF
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR DE LECTURA, FILE STATUS '
                               WSS-FS-SRVM
                       ADD 1 TO WSV-REO-ERRORES
                       MOVE '10' TO WSS-FS-SRVM
               END-EVALUATE
           END-PERFORM

           CLOSE IMAGEN.
           CLOSE SERVICIOS.

       257000-DESCARGAR-IMPAGAS.

           OPEN INPUT IMPAGAS.
           IF NOT WSS-FS-IMP-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUOTAS IMPAGAS'
             DISPLAY 'FILE STATUS' WSS-FS-IMP
             ADD 1 TO WSV-REO-ERRORES
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT IMAGEN.
           IF NOT WSS-FS-IMG-OK
             DISPLAY 'ERROR DE ARCHIVO DE IMAGEN'
             DISPLAY 'FILE STATUS' WSS-FS-IMG
             ADD 1 TO WSV-REO-ERRORES
             CLOSE IMPAGAS
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-IMP-EOF
               READ IMPAGAS NEXT
                  AT END CONTINUE
               END-READ
               EVALUATE TRUE
                  WHEN WSS-FS-IMP-OK
                       ADD 1 TO WSV-REO-DESCARGADOS
                       MOVE SPACES TO FD-IMAGEN
                       MOVE FD-IMPAGAS TO FD-IMAGEN
                       WRITE FD-IMAGEN
                       MOVE FD-IMAGEN TO WSV-REG-HASH
                       MOVE LENGTH OF FD-IMPAGAS TO WSV-REG-LARGO
                       PERFORM 290000-SUMAR-HASH
                       ADD WSV-HASH TO WSV-REO-HASH-DESCARGA
                  WHEN WSS-FS-IMP-EOF
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR DE LECTURA, FILE STATUS '
                               WSS-FS-IMP
                       ADD 1 TO WSV-REO-ERRORES
                       MOVE '10' TO WSS-FS-IMP
               END-EVALUATE
           END-PERFORM

           CLOSE IMAGEN.
           CLOSE IMPAGAS.

       258000-RECARGAR-CLIENTES.

      *    OPEN OUTPUT recrea el maestro con sus dos claves; la imagen
      *    viene en orden de clave primaria. Despues se relee entero
      *    por clave primaria para el total hash de control.
           OPEN INPUT IMAGEN.
           OPEN OUTPUT CLIENTES.
           IF NOT WSS-FS-CTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS' WSS-FS-CTE
             ADD 1 TO WSV-REO-ERRORES
             CLOSE IMAGEN
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-IMG-EOF
               MOVE SPACES TO FD-IMAGEN
               READ IMAGEN
               IF WSS-FS-IMG-OK
                   MOVE FD-IMAGEN (1:LENGTH OF FD-CLIENTES)
                     TO FD-CLIENTES
                   WRITE FD-CLIENTES
                       INVALID KEY
                           ADD 1 TO WSV-REO-RECHAZADOS
                           DISPLAY 'RECHAZADO AL RECARGAR: '
                                   WSF-CTE-CTE ' FILE STATUS '
                                   WSS-FS-CTE
                       NOT INVALID KEY
                           ADD 1 TO WSV-REO-RECARGADOS
                   END-WRITE
               END-IF
           END-PERFORM

           CLOSE CLIENTES.
           CLOSE IMAGEN.

           OPEN INPUT CLIENTES.
           PERFORM UNTIL WSS-FS-CTE-EOF
               READ CLIENTES NEXT
                  AT END CONTINUE
               END-READ
               EVALUATE TRUE
                  WHEN WSS-FS-CTE-OK
                       ADD 1 TO WSV-REO-RELEIDOS
                       MOVE SPACES TO WSV-REG-HASH
                       MOVE FD-CLIENTES TO WSV-REG-HASH
                       MOVE LENGTH OF FD-CLIENTES TO WSV-REG-LARGO
                       PERFORM 290000-SUMAR-HASH
                       ADD WSV-HASH TO WSV-REO-HASH-RELECTURA
                  WHEN WSS-FS-CTE-EOF
                       CONTINUE
                  WHEN OTHER
                       ADD 1 TO WSV-REO-ERRORES
                       MOVE '10' TO WSS-FS-CTE
               END-EVALUATE
           END-PERFORM
           CLOSE CLIENTES.

       259000-RECARGAR-SERVICIOS.

           OPEN INPUT IMAGEN.
           OPEN OUTPUT SERVICIOS.
           IF NOT WSS-FS-SRVM-OK
             DISPLAY 'ERROR DE ARCHIVO DE SERVICIOS'
             DISPLAY 'FILE STATUS' WSS-FS-SRVM
             ADD 1 TO WSV-REO-ERRORES
             CLOSE IMAGEN
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-IMG-EOF
               MOVE SPACES TO FD-IMAGEN
               READ IMAGEN
               IF WSS-FS-IMG-OK
                   MOVE FD-IMAGEN (1:LENGTH OF FD-SERVICIOS)
                     TO FD-SERVICIOS
                   WRITE FD-SERVICIOS
                       INVALID KEY
                           ADD 1 TO WSV-REO-RECHAZADOS
                           DISPLAY 'RECHAZADO AL RECARGAR: '
                                   WSF-SRVM-COD ' FILE STATUS '
                                   WSS-FS-SRVM
                       NOT INVALID KEY
                           ADD 1 TO WSV-REO-RECARGADOS
                   END-WRITE
               END-IF
           END-PERFORM

           CLOSE SERVICIOS.
           CLOSE IMAGEN.

           OPEN INPUT SERVICIOS.
           PERFORM UNTIL WSS-FS-SRVM-EOF
               READ SERVICIOS NEXT
                  AT END CONTINUE
               END-READ
               EVALUATE TRUE
                  WHEN WSS-FS-SRVM-OK
                       ADD 1 TO WSV-REO-RELEIDOS
                       MOVE SPACES TO WSV-REG-HASH
                       MOVE FD-SERVICIOS TO WSV-REG-HASH
                       MOVE LENGTH OF FD-SERVICIOS TO WSV-REG-LARGO
                       PERFORM 290000-SUMAR-HASH
                       ADD WSV-HASH TO WSV-REO-HASH-RELECTURA
                  WHEN WSS-FS-SRVM-EOF
                       CONTINUE
                  WHEN OTHER
                       ADD 1 TO WSV-REO-ERRORES
                       MOVE '10' TO WSS-FS-SRVM
               END-EVALUATE
           END-PERFORM
           CLOSE SERVICIOS.

       260000-RECARGAR-IMPAGAS.

           OPEN INPUT IMAGEN.
           OPEN OUTPUT IMPAGAS.
           IF NOT WSS-FS-IMP-OK
             DISPLAY 'ERROR DE ARCHIVO DE CUOTAS IMPAGAS'
             DISPLAY 'FILE STATUS' WSS-FS-IMP
             ADD 1 TO WSV-REO-ERRORES
             CLOSE IMAGEN
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-IMG-EOF
               MOVE SPACES TO FD-IMAGEN
               READ IMAGEN
               IF WSS-FS-IMG-OK
                   MOVE FD-IMAGEN (1:LENGTH OF FD-IMPAGAS)
                     TO FD-IMPAGAS
                   WRITE FD-IMPAGAS
                       INVALID KEY
                           ADD 1 TO WSV-REO-RECHAZADOS
                           DISPLAY 'RECHAZADO AL RECARGAR: '
                                   WSF-IMP-CLAVE ' FILE STATUS '
                                   WSS-FS-IMP
                       NOT INVALID KEY
                           ADD 1 TO WSV-REO-RECARGADOS
                   END-WRITE
               END-IF
           END-PERFORM

           CLOSE IMPAGAS.
           CLOSE IMAGEN.

           OPEN INPUT IMPAGAS.
           PERFORM UNTIL WSS-FS-IMP-EOF
               READ IMPAGAS NEXT
                  AT END CONTINUE
               END-READ
               EVALUATE TRUE
                  WHEN WSS-FS-IMP-OK
                       ADD 1 TO WSV-REO-RELEIDOS
                       MOVE SPACES TO WSV-REG-HASH
                       MOVE FD-IMPAGAS TO WSV-REG-HASH
                       MOVE LENGTH OF FD-IMPAGAS TO WSV-REG-LARGO
                       PERFORM 290000-SUMAR-HASH
                       ADD WSV-HASH TO WSV-REO-HASH-RELECTURA
                  WHEN WSS-FS-IMP-EOF
                       CONTINUE
                  WHEN OTHER
                       ADD 1 TO WSV-REO-ERRORES
                       MOVE '10' TO WSS-FS-IMP
               END-EVALUATE
           END-PERFORM
           CLOSE IMPAGAS.

       265000-INFORMAR-REORGANIZACION.

           MOVE SPACES TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.
           INITIALIZE WSL-LINEA-INT
           STRING 'REORGANIZACION DE '            DELIMITED SIZE
                  WSV-NOMBRE-MAESTRO              DELIMITED SIZE
                  ': '                            DELIMITED SIZE
                  WSL-RESULTADO                   DELIMITED SIZE
             INTO WSL-LINEA-INT
           END-STRING
           MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.

           INITIALIZE WSL-LINEA-INT
           STRING '   DESCARGADOS '               DELIMITED SIZE
                  WSV-REO-DESCARGADOS             DELIMITED SIZE
                  ' HASH '                        DELIMITED SIZE
                  WSV-REO-HASH-DESCARGA           DELIMITED SIZE
                  ' ERRORES '                     DELIMITED SIZE
                  WSV-REO-ERRORES                 DELIMITED SIZE
             INTO WSL-LINEA-INT
           END-STRING
           MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.

           INITIALIZE WSL-LINEA-INT
           STRING '   RECARGADOS  '               DELIMITED SIZE
                  WSV-REO-RECARGADOS              DELIMITED SIZE
                  ' RECHAZADOS '                  DELIMITED SIZE
                  WSV-REO-RECHAZADOS              DELIMITED SIZE
             INTO WSL-LINEA-INT
           END-STRING
           MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.

           INITIALIZE WSL-LINEA-INT
           STRING '   RELEIDOS    '               DELIMITED SIZE
                  WSV-REO-RELEIDOS                DELIMITED SIZE
                  ' HASH '                        DELIMITED SIZE
                  WSV-REO-HASH-RELECTURA          DELIMITED SIZE
             INTO WSL-LINEA-INT
           END-STRING
           MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.

           DISPLAY 'REORGANIZACION DE ' WSV-NOMBRE-MAESTRO ': '
                   WSL-RESULTADO.

       270000-INFORMAR-VERIFICACION.

           IF WSV-VER-ERRORES = 0
             AND WSV-VER-FUERA-SEC = 0
             AND WSV-VER-ALT-ERRORES = 0
             AND WSV-VER-ALT-FUERA-SEC = 0
               MOVE 'S' TO WSS-VERIFICACION-OK
           ELSE
               MOVE 'N' TO WSS-VERIFICACION-OK
           END-IF.

      *    Para CLIENTES los dos caminos tienen que ver los mismos
      *    registros: misma cantidad y misma suma de codigos.
           IF WSV-NOMBRE-MAESTRO = 'ClientesMaster.IDX'
             AND (WSV-VER-ALT-LEIDOS NOT = WSV-VER-LEIDOS
              OR WSV-VER-ALT-TOTAL NOT = WSV-VER-TOTAL-CLAVES)
               MOVE 'N' TO WSS-VERIFICACION-OK
           END-IF.

           IF WSS-SI-VERIFICACION-OK
               MOVE 'SIN ERRORES' TO WSL-RESULTADO
           ELSE
               MOVE '*** CON ERRORES: REORGANIZAR' TO WSL-RESULTADO
           END-IF.

           MOVE SPACES TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.
           INITIALIZE WSL-LINEA-INT
           STRING 'VERIFICACION DE '              DELIMITED SIZE
                  WSV-NOMBRE-MAESTRO              DELIMITED SIZE
                  ': '                            DELIMITED SIZE
                  WSL-RESULTADO                   DELIMITED SIZE
             INTO WSL-LINEA-INT
           END-STRING
           MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.

           INITIALIZE WSL-LINEA-INT
           STRING '   CLAVE PRIMARIA: LEIDOS '    DELIMITED SIZE
                  WSV-VER-LEIDOS                  DELIMITED SIZE
                  ' ERRORES '                     DELIMITED SIZE
                  WSV-VER-ERRORES                 DELIMITED SIZE
                  ' DUPLIC/FUERA SEC '            DELIMITED SIZE
                  WSV-VER-FUERA-SEC               DELIMITED SIZE
             INTO WSL-LINEA-INT
           END-STRING
           MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.

           DISPLAY 'VERIFICACION DE ' WSV-NOMBRE-MAESTRO ': '
                   WSL-RESULTADO.

       275000-INFORMAR-ALTERNA.

           INITIALIZE WSL-LINEA-INT
           STRING '   CLAVE ALTERNA:  LEIDOS '    DELIMITED SIZE
                  WSV-VER-ALT-LEIDOS              DELIMITED SIZE
                  ' ERRORES '                     DELIMITED SIZE
                  WSV-VER-ALT-ERRORES             DELIMITED SIZE
                  ' FUERA SEC '                   DELIMITED SIZE
                  WSV-VER-ALT-FUERA-SEC           DELIMITED SIZE
             INTO WSL-LINEA-INT
           END-STRING
           MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.

           IF WSV-VER-ALT-LEIDOS NOT = WSV-VER-LEIDOS
             OR WSV-VER-ALT-TOTAL NOT = WSV-VER-TOTAL-CLAVES
               INITIALIZE WSL-LINEA-INT
               STRING '   *** LOS CAMINOS NO COINCIDEN: TOTAL CODIGOS '
                                                  DELIMITED SIZE
                      WSV-VER-TOTAL-CLAVES        DELIMITED SIZE
                      ' / '                       DELIMITED SIZE
                      WSV-VER-ALT-TOTAL           DELIMITED SIZE
                 INTO WSL-LINEA-INT
               END-STRING
               MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
               WRITE FD-INTEGRIDAD
           END-IF.

       280000-CONTROLAR-SECUENCIA.

      *    Por clave primaria cada clave tiene que ser mayor que la
      *    anterior: igual es un duplicado, menor un indice roto.
           IF NOT WSS-SI-PRIMERA-LECTURA
             AND WSV-CLAVE-ACTUAL NOT > WSV-CLAVE-ANTERIOR
               ADD 1 TO WSV-VER-FUERA-SEC
               INITIALIZE WSL-LINEA-INT
               STRING '   CLAVE DUPLICADA O FUERA DE SECUENCIA: '
                                                  DELIMITED SIZE
                      WSV-CLAVE-ACTUAL (1:18)     DELIMITED SIZE
                      ' DESPUES DE '              DELIMITED SIZE
                      WSV-CLAVE-ANTERIOR (1:18)   DELIMITED SIZE
                 INTO WSL-LINEA-INT
               END-STRING
               MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
               WRITE FD-INTEGRIDAD
           END-IF.
           MOVE 'N' TO WSS-PRIMERA-LECTURA
           MOVE WSV-CLAVE-ACTUAL TO WSV-CLAVE-ANTERIOR.

       282000-ERROR-DE-LECTURA.

      *    El FILE STATUS del maestro en curso llega en WSS-FS-CTE.
           ADD 1 TO WSV-VER-ERRORES
           INITIALIZE WSL-LINEA-INT
           STRING '   ERROR DE LECTURA, FILE STATUS '
                                                  DELIMITED SIZE
                  WSS-FS-CTE                      DELIMITED SIZE
                  ' DESPUES DE LA CLAVE '         DELIMITED SIZE
                  WSV-CLAVE-ANTERIOR (1:18)       DELIMITED SIZE
             INTO WSL-LINEA-INT
           END-STRING
           MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.

       285000-INFORMAR-INEXISTENTE.

           MOVE SPACES TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.
           INITIALIZE WSL-LINEA-INT
           STRING 'VERIFICACION DE '              DELIMITED SIZE
                  WSV-NOMBRE-MAESTRO              DELIMITED SIZE
                  ': NO EXISTE'                   DELIMITED SIZE
             INTO WSL-LINEA-INT
           END-STRING
           MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.
           DISPLAY 'SIN ' WSV-NOMBRE-MAESTRO ' PARA VERIFICAR'.

       286000-INFORMAR-NO-ABRE.

      *    El FILE STATUS de la apertura llega en WSL-RESULTADO.
           MOVE SPACES TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.
           INITIALIZE WSL-LINEA-INT
           STRING 'VERIFICACION DE '              DELIMITED SIZE
                  WSV-NOMBRE-MAESTRO              DELIMITED SIZE
                  ': *** NO ABRE, FILE STATUS '   DELIMITED SIZE
                  WSL-RESULTADO (1:2)             DELIMITED SIZE
             INTO WSL-LINEA-INT
           END-STRING
           MOVE WSL-LINEA-INT TO FD-INTEGRIDAD
           WRITE FD-INTEGRIDAD.
           DISPLAY 'ERROR AL ABRIR ' WSV-NOMBRE-MAESTRO
                   ' FILE STATUS ' WSL-RESULTADO (1:2).
           MOVE '*** NO ABRE' TO WSL-RESULTADO
           INITIALIZE WSV-VERIFICACION
           PERFORM 295000-AUDITAR-VERIFICACION.

       290000-SUMAR-HASH.

      *    Total hash del registro: suma del codigo de cada byte de
      *    los primeros WSV-REG-LARGO de WSV-REG-HASH.
           MOVE 0 TO WSV-HASH
           PERFORM VARYING WSV-POS-HASH FROM 1 BY 1
                   UNTIL WSV-POS-HASH > WSV-REG-LARGO
               ADD FUNCTION ORD (WSV-REG-HASH (WSV-POS-HASH:1))
                   TO WSV-HASH
           END-PERFORM.

       295000-AUDITAR-VERIFICACION.

           INITIALIZE WSL-LINEA-AUD
           STRING WSV-FECHA-SISTEMA              DELIMITED SIZE
                  '  VERIFICACION '              DELIMITED SIZE
                  WSV-NOMBRE-MAESTRO             DELIMITED SIZE
                  ' POR '                        DELIMITED SIZE
                  WSO-OPER-ID                    DELIMITED SIZE
                  ': '                           DELIMITED SIZE
                  WSV-VER-LEIDOS                 DELIMITED SIZE
                  ' REG '                        DELIMITED SIZE
                  WSL-RESULTADO                  DELIMITED SIZE
             INTO WSL-LINEA-AUD
           END-STRING
           PERFORM 298000-GRABAR-AUDITORIA.

       296000-AUDITAR-REORGANIZACION.

           INITIALIZE WSL-LINEA-AUD
           STRING WSV-FECHA-SISTEMA              DELIMITED SIZE
                  '  REORGANIZACION '            DELIMITED SIZE
                  WSV-NOMBRE-MAESTRO             DELIMITED SIZE
                  ' POR '                        DELIMITED SIZE
                  WSO-OPER-ID                    DELIMITED SIZE
                  ': '                           DELIMITED SIZE
                  WSV-REO-DESCARGADOS            DELIMITED SIZE
                  '/'                            DELIMITED SIZE
                  WSV-REO-RELEIDOS               DELIMITED SIZE
                  ' REG '                        DELIMITED SIZE
                  WSL-RESULTADO                  DELIMITED SIZE
             INTO WSL-LINEA-AUD
           END-STRING
           PERFORM 298000-GRABAR-AUDITORIA.

       298000-GRABAR-AUDITORIA.

      *    EXTEND, OUTPUT si no existe (mismo idioma que AUDITORIA en
      *    PROG01-01-SA).
           OPEN EXTEND AUDITORIA.
           IF WSS-FS-AUD-NOEXISTE
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF NOT WSS-FS-AUD-OK
             DISPLAY 'ERROR DE ARCHIVO DE AUDITORIA'
             DISPLAY 'FILE STATUS' WSS-FS-AUD
           ELSE
             MOVE WSL-LINEA-AUD TO FD-AUDITORIA
             WRITE FD-AUDITORIA
             CLOSE AUDITORIA
           END-IF.

       300000-FINAL.

           CLOSE INTEGRIDAD.
           STOP RUN.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'ServiciosMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SERVICIOS

           MOVE 'CuotasImpagas.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-IMPAGAS

           MOVE 'IntegridadMaestros.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-INTEGRIDAD

           MOVE 'Auditoria.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-AUDITORIA

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
           CONTINUE.

           COPY PARAMSP.

           COPY OPERADORP.

       END PROGRAM PROG01-54-SA.
