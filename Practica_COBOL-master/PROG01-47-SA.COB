      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Mantenimiento del maestro de REGLAS DE DESCUENTO
      *              (alta, modificacion, baja y listado), igual que
      *              PROG01-09-SA para SERVICIOS: cada regla dice a
      *              que cargos aplica (servicio, cliente, sucursal y
      *              moneda, en blanco/cero = todos), desde que tramo
      *              (cantidad tarifada o importe acumulados en el
      *              periodo por el cliente en el servicio), con que
      *              porcentaje y en que periodos. PROG01-08-SA las
      *              aplica al tarifar y la factura muestra el
      *              descuento en su propio renglon.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-47-SA.

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

      *    Maestro indexado de reglas, mismo esquema que el
      *    ServiciosMaster.IDX de PROG01-09-SA: este programa es el
      *    unico que lo modifica.
           SELECT DESCUENTOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DESCUENTOS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-DSC-COD
                                       FILE STATUS IS WSS-FS-DSC.

      *    Maestro de servicios de PROG01-09-SA, abierto INPUT: el
      *    servicio de una regla tiene que existir y estar activo.
           SELECT SERVICIOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-SERVICIOS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-SRVM-COD
                                       FILE STATUS IS WSS-FS-SRVM.

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

       FD DESCUENTOS.

      *    Mismo layout en PROG01-08-SA, que descuenta con esto, y en
      *    PROG01-48-SA, que informa lo descontado.
       01 FD-DESCUENTOS.
         05 WSF-DSC-COD           PIC X(05).
         05 WSF-DSC-DESC          PIC X(30).
         05 WSF-DSC-ACTIVO        PIC X(01).
      *    Alcance: en blanco / cero vale para todos.
         05 WSF-DSC-CODSER        PIC X(03).
         05 WSF-DSC-CTE           PIC 9(07).
         05 WSF-DSC-SUCURSAL      PIC 9(02).
         05 WSF-DSC-MONEDA        PIC X(03).
      *    Tramo: C cantidad tarifada / I importe bruto (en su
      *    moneda), acumulados en el periodo por el cliente en el
      *    servicio (ver 208000 en PROG01-08-SA); aplica desde el
      *    minimo inclusive a cada cargo de ese acumulado.
         05 WSF-DSC-TRAMO         PIC X(01).
         05 WSF-DSC-MINIMO        PIC 9(09)V99.
         05 WSF-DSC-PCT           PIC 9(02)V99.
      *    Vigencia por periodo (AAAAMM) de la transaccion; hasta en
      *    cero = sin fin.
         05 WSF-DSC-DESDE         PIC 9(06).
         05 WSF-DSC-HASTA         PIC 9(06).

       FD SERVICIOS.

      *    Mismo layout que FD-SERVICIOS en PROG01-09-SA.
       01 FD-SERVICIOS.
         05 WSF-SRVM-COD         PIC X(03).
         05 WSF-SRVM-DESC        PIC X(30).
         05 WSF-SRVM-ACTIVO      PIC X(01).

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
           05 WSS-FS-DSC                           PIC X(02).
             88 WSS-FS-DSC-OK                      VALUE '00'.
             88 WSS-FS-DSC-EOF                     VALUE '10'.
             88 WSS-FS-DSC-DUPLICADA               VALUE '22'.
             88 WSS-FS-DSC-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-DSC-NOEXISTE                VALUE '35'.
           05 WSS-FS-SRVM                          PIC X(02).
             88 WSS-FS-SRVM-OK                     VALUE '00'.
             88 WSS-FS-SRVM-NOENCONTRADA           VALUE '23'.
             88 WSS-FS-SRVM-NOEXISTE               VALUE '35'.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-ALTA                  VALUE 1.
           88 WSV-OPC-MODIFICACION          VALUE 2.
           88 WSV-OPC-BAJA                  VALUE 3.
           88 WSV-OPC-SALIR                 VALUE 4.
           88 WSV-OPC-LISTAR                VALUE 5.

       01 WSV-COD-BUSCADO           PIC X(05).

      *    Datos de la regla tal como se ingresan, validados antes de
      *    grabar (alta) o reescribir (modificacion).
       01 WSV-REGLA-INGRESADA.
           05 WSV-ING-DESC          PIC X(30).
           05 WSV-ING-CODSER        PIC X(03).
           05 WSV-ING-CTE           PIC 9(07).
           05 WSV-ING-SUCURSAL      PIC 9(02).
           05 WSV-ING-MONEDA        PIC X(03).
           05 WSV-ING-TRAMO         PIC X(01).
           05 WSV-ING-MINIMO        PIC 9(09)V99.
           05 WSV-ING-PCT           PIC 9(02)V99.
           05 WSV-ING-DESDE         PIC 9(06).
           05 WSV-ING-DESDE-R REDEFINES WSV-ING-DESDE.
               10 WSV-ING-DESDE-ANIO PIC 9(04).
               10 WSV-ING-DESDE-MES  PIC 9(02).
           05 WSV-ING-HASTA         PIC 9(06).
           05 WSV-ING-HASTA-R REDEFINES WSV-ING-HASTA.
               10 WSV-ING-HASTA-ANIO PIC 9(04).
               10 WSV-ING-HASTA-MES  PIC 9(02).

       01 WSS-REGLA-VALIDA            PIC X VALUE 'N'.
           88 WSS-REGLA-SI-VALIDA     VALUE 'S'.

       01 WSS-SRV-ABIERTO             PIC X VALUE 'N'.
           88 WSS-SRV-SI-ABIERTO      VALUE 'S'.

       01 WSCC-CONT-REGLAS          PIC 9(04).
       01 WSL-PCT-EDITADO           PIC Z9,99.
       01 WSL-MIN-EDITADO           PIC ZZZZZZZZ9,99.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-DESCUENTOS             PIC X(80).
       01 WSV-ARCH-SERVICIOS              PIC X(80).
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

      *    Las reglas de descuento mueven precios: mismo nivel 3 que
      *    el mantenimiento de servicios y tarifas.
           MOVE 3 TO WSO-NIVEL-REQUERIDO
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF.

      *    Si el maestro todavia no existe se crea vacio antes de
      *    abrirlo I-O, igual que en PROG01-09-SA.
           OPEN I-O DESCUENTOS.
           IF WSS-FS-DSC-NOEXISTE
               OPEN OUTPUT DESCUENTOS
               CLOSE DESCUENTOS
               OPEN I-O DESCUENTOS
           END-IF.

           IF NOT WSS-FS-DSC-OK
             DISPLAY 'ERROR DE ARCHIVO DE DESCUENTOS'
             DISPLAY 'FILE STATUS' WSS-FS-DSC
             PERFORM 300000-FINAL
           END-IF.

           OPEN INPUT SERVICIOS.
           IF WSS-FS-SRVM-OK
               MOVE 'S' TO WSS-SRV-ABIERTO
           ELSE
               DISPLAY 'SIN MAESTRO DE SERVICIOS: SOLO REGLAS PARA '
                       'TODOS LOS SERVICIOS'
           END-IF.

       200000-PROCESO.

           DISPLAY ' '
           DISPLAY '1 - ALTA DE REGLA DE DESCUENTO'
           DISPLAY '2 - MODIFICACION DE REGLA'
           DISPLAY '3 - BAJA DE REGLA'
           DISPLAY '4 - SALIR'
           DISPLAY '5 - LISTADO DE REGLAS'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-OPCION.

           EVALUATE TRUE
               WHEN WSV-OPC-ALTA
                    PERFORM 210000-ALTA
               WHEN WSV-OPC-MODIFICACION
                    PERFORM 220000-MODIFICACION
               WHEN WSV-OPC-BAJA
                    PERFORM 230000-BAJA
               WHEN WSV-OPC-SALIR
                    CONTINUE
               WHEN WSV-OPC-LISTAR
                    PERFORM 250000-LISTAR
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       210000-ALTA.

           DISPLAY 'COD. DE REGLA: '
           ACCEPT WSF-DSC-COD.
           IF WSF-DSC-COD = SPACES
               DISPLAY 'CODIGO EN BLANCO, NO SE CARGA'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 240000-INGRESAR-REGLA.
           IF NOT WSS-REGLA-SI-VALIDA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 245000-MOVER-REGLA.
           MOVE 'S' TO WSF-DSC-ACTIVO.

           WRITE FD-DESCUENTOS.

           EVALUATE TRUE
               WHEN WSS-FS-DSC-OK
                    DISPLAY 'REGLA DADA DE ALTA'
               WHEN WSS-FS-DSC-DUPLICADA
                    DISPLAY 'YA EXISTE UNA REGLA CON ESE CODIGO'
               WHEN OTHER
                    DISPLAY 'ERROR DE ARCHIVO DE DESCUENTOS'
                    DISPLAY 'FILE STATUS' WSS-FS-DSC
           END-EVALUATE.

       220000-MODIFICACION.

      *    Se reingresa la regla completa: alcance, tramo, porcentaje
      *    y vigencia. Para cortar una promocion alcanza con cargarle
      *    el periodo hasta.
           DISPLAY 'COD. DE REGLA A MODIFICAR: '
           ACCEPT WSV-COD-BUSCADO.
           MOVE WSV-COD-BUSCADO TO WSF-DSC-COD.

           READ DESCUENTOS KEY IS WSF-DSC-COD
               INVALID KEY CONTINUE
           END-READ.

           IF WSS-FS-DSC-NOENCONTRADA
               DISPLAY 'NO EXISTE UNA REGLA CON ESE CODIGO'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-DSC-OK
               DISPLAY 'ERROR DE ARCHIVO DE DESCUENTOS'
               DISPLAY 'FILE STATUS' WSS-FS-DSC
               EXIT PARAGRAPH
           END-IF.

           PERFORM 260000-MOSTRAR-REGLA.

           PERFORM 240000-INGRESAR-REGLA.
           IF NOT WSS-REGLA-SI-VALIDA
               EXIT PARAGRAPH
           END-IF.

      *    El READ de la validacion del servicio no toca el registro
      *    de descuentos, pero se relee igual para reescribir sobre
      *    la clave buscada.
           MOVE WSV-COD-BUSCADO TO WSF-DSC-COD.
           READ DESCUENTOS KEY IS WSF-DSC-COD
               INVALID KEY CONTINUE
           END-READ.
           IF NOT WSS-FS-DSC-OK
               DISPLAY 'ERROR DE ARCHIVO DE DESCUENTOS'
               DISPLAY 'FILE STATUS' WSS-FS-DSC
               EXIT PARAGRAPH
           END-IF.

           PERFORM 245000-MOVER-REGLA.

           REWRITE FD-DESCUENTOS.

           IF WSS-FS-DSC-OK
               DISPLAY 'REGLA MODIFICADA'
           ELSE
               DISPLAY 'ERROR DE ARCHIVO DE DESCUENTOS'
               DISPLAY 'FILE STATUS' WSS-FS-DSC
           END-IF.

       230000-BAJA.

           DISPLAY 'COD. DE REGLA A DAR DE BAJA: '
           ACCEPT WSV-COD-BUSCADO.
           MOVE WSV-COD-BUSCADO TO WSF-DSC-COD.

           READ DESCUENTOS KEY IS WSF-DSC-COD
               INVALID KEY CONTINUE
           END-READ.

           IF WSS-FS-DSC-NOENCONTRADA
               DISPLAY 'NO EXISTE UNA REGLA CON ESE CODIGO'
           ELSE
               IF NOT WSS-FS-DSC-OK
                   DISPLAY 'ERROR DE ARCHIVO DE DESCUENTOS'
                   DISPLAY 'FILE STATUS' WSS-FS-DSC
               ELSE
      *            Baja logica (no DELETE), igual que los servicios:
      *            el codigo queda para el informe de lo descontado
      *            en periodos anteriores.
                   MOVE 'N' TO WSF-DSC-ACTIVO

                   REWRITE FD-DESCUENTOS

                   IF WSS-FS-DSC-OK
                       DISPLAY 'REGLA DADA DE BAJA'
                   ELSE
                       DISPLAY 'ERROR DE ARCHIVO DE DESCUENTOS'
                       DISPLAY 'FILE STATUS' WSS-FS-DSC
                   END-IF
               END-IF
           END-IF.

       240000-INGRESAR-REGLA.

           MOVE 'N' TO WSS-REGLA-VALIDA
           INITIALIZE WSV-REGLA-INGRESADA

           DISPLAY 'DESCRIPCION (SALE EN LA FACTURA): '
           ACCEPT WSV-ING-DESC
           DISPLAY 'COD. DE SERVICIO (EN BLANCO = TODOS): '
           ACCEPT WSV-ING-CODSER
           DISPLAY 'CLIENTE (0 = TODOS): '
           ACCEPT WSV-ING-CTE
           DISPLAY 'SUCURSAL (0 = TODAS): '
           ACCEPT WSV-ING-SUCURSAL
           DISPLAY 'MONEDA (ARS/USD, EN BLANCO = TODAS): '
           ACCEPT WSV-ING-MONEDA
           DISPLAY 'TRAMO POR (C)ANTIDAD O POR (I)MPORTE: '
           ACCEPT WSV-ING-TRAMO
           DISPLAY 'DESDE QUE CANTIDAD / IMPORTE (INCLUSIVE): '
           ACCEPT WSV-ING-MINIMO
           DISPLAY 'PORCENTAJE DE DESCUENTO: '
           ACCEPT WSV-ING-PCT
           DISPLAY 'VIGENTE DESDE PERIODO (AAAAMM): '
           ACCEPT WSV-ING-DESDE
           DISPLAY 'HASTA PERIODO (AAAAMM, 0 = SIN FIN): '
           ACCEPT WSV-ING-HASTA

           IF WSV-ING-DESC = SPACES
               DISPLAY 'DESCRIPCION EN BLANCO, NO SE CARGA'
               EXIT PARAGRAPH
           END-IF.
           IF WSV-ING-TRAMO NOT = 'C' AND WSV-ING-TRAMO NOT = 'I'
               DISPLAY 'TRAMO INVALIDO (C/I)'
               EXIT PARAGRAPH
           END-IF.
           IF WSV-ING-PCT = 0
               DISPLAY 'PORCENTAJE EN CERO, NO SE CARGA'
               EXIT PARAGRAPH
           END-IF.
           IF WSV-ING-MONEDA NOT = SPACES
             AND WSV-ING-MONEDA NOT = 'ARS'
             AND WSV-ING-MONEDA NOT = 'USD'
               DISPLAY 'MONEDA DESCONOCIDA'
               EXIT PARAGRAPH
           END-IF.
           IF WSV-ING-DESDE-MES < 1 OR WSV-ING-DESDE-MES > 12
               DISPLAY 'PERIODO DESDE INVALIDO'
               EXIT PARAGRAPH
           END-IF.
           IF WSV-ING-HASTA NOT = 0
             IF WSV-ING-HASTA-MES < 1 OR WSV-ING-HASTA-MES > 12
               OR WSV-ING-HASTA < WSV-ING-DESDE
                 DISPLAY 'PERIODO HASTA INVALIDO'
                 EXIT PARAGRAPH
             END-IF
           END-IF.

      *    Una regla de un servicio inexistente o dado de baja no
      *    descontaria nada y quedaria dando vueltas (mismo control
      *    que el alta de tarifas de PROG01-09-SA).
           IF WSV-ING-CODSER NOT = SPACES
             IF NOT WSS-SRV-SI-ABIERTO
               DISPLAY 'SIN MAESTRO DE SERVICIOS NO SE PUEDE CARGAR '
                       'UNA REGLA POR SERVICIO'
               EXIT PARAGRAPH
             END-IF
             MOVE WSV-ING-CODSER TO WSF-SRVM-COD
             READ SERVICIOS KEY IS WSF-SRVM-COD
                 INVALID KEY CONTINUE
             END-READ
             IF NOT WSS-FS-SRVM-OK
               DISPLAY 'NO EXISTE UN SERVICIO CON ESE CODIGO'
               EXIT PARAGRAPH
             END-IF
             IF WSF-SRVM-ACTIVO NOT = 'S'
               DISPLAY 'EL SERVICIO ESTA DADO DE BAJA'
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE 'S' TO WSS-REGLA-VALIDA.

       245000-MOVER-REGLA.

           MOVE WSV-ING-DESC       TO WSF-DSC-DESC
           MOVE WSV-ING-CODSER     TO WSF-DSC-CODSER
           MOVE WSV-ING-CTE        TO WSF-DSC-CTE
           MOVE WSV-ING-SUCURSAL   TO WSF-DSC-SUCURSAL
           MOVE WSV-ING-MONEDA     TO WSF-DSC-MONEDA
           MOVE WSV-ING-TRAMO      TO WSF-DSC-TRAMO
           MOVE WSV-ING-MINIMO     TO WSF-DSC-MINIMO
           MOVE WSV-ING-PCT        TO WSF-DSC-PCT
           MOVE WSV-ING-DESDE      TO WSF-DSC-DESDE
           MOVE WSV-ING-HASTA      TO WSF-DSC-HASTA.

       250000-LISTAR.

      *    Todas las reglas del maestro, activas y dadas de baja, en
      *    orden de codigo.
           MOVE 0 TO WSCC-CONT-REGLAS.
           MOVE LOW-VALUES TO WSF-DSC-COD.

           START DESCUENTOS KEY IS NOT LESS THAN WSF-DSC-COD
               INVALID KEY
                   DISPLAY 'SIN REGLAS CARGADAS TODAVIA'
                   EXIT PARAGRAPH
           END-START.

           PERFORM UNTIL WSS-FS-DSC-EOF
               READ DESCUENTOS NEXT RECORD
                  EVALUATE TRUE
                     WHEN WSS-FS-DSC-OK
                          ADD 1 TO WSCC-CONT-REGLAS
                          PERFORM 260000-MOSTRAR-REGLA
                     WHEN WSS-FS-DSC-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-DSC
                          MOVE '10' TO WSS-FS-DSC
                  END-EVALUATE
           END-PERFORM

           DISPLAY 'REGLAS LISTADAS =' WSCC-CONT-REGLAS.

       260000-MOSTRAR-REGLA.

           MOVE WSF-DSC-PCT    TO WSL-PCT-EDITADO
           MOVE WSF-DSC-MINIMO TO WSL-MIN-EDITADO
           DISPLAY WSF-DSC-COD ' ' WSF-DSC-DESC
                   ' ACTIVA=' WSF-DSC-ACTIVO
           DISPLAY '   SERVICIO=' WSF-DSC-CODSER
                   ' CLIENTE=' WSF-DSC-CTE
                   ' SUCURSAL=' WSF-DSC-SUCURSAL
                   ' MONEDA=' WSF-DSC-MONEDA
           DISPLAY '   TRAMO=' WSF-DSC-TRAMO
                   ' DESDE ' WSL-MIN-EDITADO
                   '  ' WSL-PCT-EDITADO '%'
                   '  VIGENCIA ' WSF-DSC-DESDE ' A ' WSF-DSC-HASTA.

       300000-FINAL.

           CLOSE DESCUENTOS.
           IF WSS-SRV-SI-ABIERTO
               CLOSE SERVICIOS
           END-IF.
           STOP RUN.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'DescuentosMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DESCUENTOS

           MOVE 'ServiciosMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SERVICIOS

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
           CONTINUE.

           COPY PARAMSP.

           COPY OPERADORP.

       END PROGRAM PROG01-47-SA.
