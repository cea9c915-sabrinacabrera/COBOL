      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Mantenimiento de la tabla de INGRESOS BRUTOS con
      *              la que PROG01-62-SA liquida el impuesto del mes:
      *              las jurisdicciones (JurisdiccionesIIBB.TXT:
      *              codigo, nombre, sucursales radicadas en ella y
      *              coeficiente unificado del convenio multilateral)
      *              y las alicuotas (AlicuotasIIBB.TXT: jurisdiccion,
      *              codigo de servicio o actividad, periodo desde el
      *              que rige y alicuota en por ciento; el servicio en
      *              blanco es la alicuota general de la jurisdiccion).
      *              Carga o correccion, baja y listado, con la
      *              recarga completa de PROG01-49-SA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-61-SA.

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

      *    Jurisdicciones y alicuotas: se leen enteras al entrar y se
      *    reescriben enteras al salir (idioma de recarga de
      *    PROG01-04-SA), ordenadas por su clave.
           SELECT JURISDICCIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-JURISDICCIONES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-JUR.

           SELECT ALICUOTAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ALICUOTAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ALI.

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

       FD JURISDICCIONES.

      *    Mismo layout en PROG01-62-SA, que liquida con esto.
       01 FD-JURISDICCIONES.
      *    Codigo de jurisdiccion del convenio multilateral (901
      *    Capital Federal, 902 Buenos Aires, ...).
         05 WSF-JUR-COD          PIC 9(03).
         05 WSF-JUR-NOMBRE       PIC X(30).
      *    Coeficiente unificado del convenio (0,0000 a 1,0000); en
      *    regimen local no se usa.
         05 WSF-JUR-COEF         PIC 9V9(04).
      *    Sucursales radicadas en la jurisdiccion (00 = libre): la
      *    base de los clientes de esas sucursales va a esta
      *    jurisdiccion en regimen local.
         05 WSF-JUR-SUCURSAL     PIC 9(02) OCCURS 5 TIMES.

       FD ALICUOTAS.

      *    Mismo layout en PROG01-62-SA.
       01 FD-ALICUOTAS.
         05 WSF-ALI-JUR          PIC 9(03).
      *    Servicio o actividad (CUO las cuotas); en blanco la
      *    alicuota general de la jurisdiccion.
         05 WSF-ALI-CODSER       PIC X(03).
      *    Periodo (AAAAMM) desde el que rige: la liquidacion toma la
      *    ultima vigente al periodo liquidado.
         05 WSF-ALI-DESDE        PIC 9(06).
         05 WSF-ALI-TASA         PIC 9(02)V9(02).

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
           05 WSS-FS-JUR                           PIC X(02).
             88 WSS-FS-JUR-OK                      VALUE '00'.
             88 WSS-FS-JUR-EOF                     VALUE '10'.
             88 WSS-FS-JUR-NOEXISTE                VALUE '35'.
           05 WSS-FS-ALI                           PIC X(02).
             88 WSS-FS-ALI-OK                      VALUE '00'.
             88 WSS-FS-ALI-EOF                     VALUE '10'.
             88 WSS-FS-ALI-NOEXISTE                VALUE '35'.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-JURISDICCION          VALUE 1.
           88 WSV-OPC-BAJA-JUR              VALUE 2.
           88 WSV-OPC-ALICUOTA              VALUE 3.
           88 WSV-OPC-BAJA-ALI              VALUE 4.
           88 WSV-OPC-LISTAR                VALUE 5.
           88 WSV-OPC-SALIR                 VALUE 6.

       01 CONSTANTES.
           05 WSC-MAX-JURISDICCIONES PIC 9(02) VALUE 30.
           05 WSC-MAX-ALICUOTAS      PIC 9(04) VALUE 1000.

       01 TABLA-JURISDICCIONES.
           05 WST-CANT-JUR          PIC 9(02) VALUE 0.
           05 WST-JUR OCCURS 30 TIMES
                             INDEXED BY WSI-JUR WSI-JUR2.
               10 WST-JUR-COD       PIC 9(03).
               10 WST-JUR-NOMBRE    PIC X(30).
               10 WST-JUR-COEF      PIC 9V9(04).
               10 WST-JUR-SUCURSAL  PIC 9(02) OCCURS 5 TIMES.

       01 TABLA-ALICUOTAS.
           05 WST-CANT-ALI          PIC 9(04) VALUE 0.
           05 WST-ALI OCCURS 1000 TIMES
                             INDEXED BY WSI-ALI.
               10 WST-ALI-CLAVE.
                   15 WST-ALI-JUR       PIC 9(03).
                   15 WST-ALI-CODSER    PIC X(03).
                   15 WST-ALI-DESDE     PIC 9(06).
               10 WST-ALI-TASA          PIC 9(02)V9(02).

       01 WSV-JUR-AUX               PIC X(48).
       01 WSV-ALI-AUX               PIC X(16).

      *    Alguna tabla no entro completa: sesion de solo lectura, al
      *    salir no se reescribe.
       01 WSS-DESBORDE                PIC X VALUE 'N'.
           88 WSS-SI-DESBORDE         VALUE 'S'.

       01 WSS-ENCONTRADO              PIC X VALUE 'N'.
           88 WSS-SI-ENCONTRADO       VALUE 'S'.

       01 WSS-HUBO-CAMBIOS            PIC X VALUE 'N'.
           88 WSS-SI-HUBO-CAMBIOS     VALUE 'S'.

       01 WSV-JUR-BUSCADA           PIC 9(03).
       01 WSV-NOMBRE                PIC X(30).
       01 WSV-COEF                  PIC 9V9(04).
       01 WSV-SUCURSALES.
           05 WSV-SUCURSAL          PIC 9(02) OCCURS 5 TIMES.
       01 WSV-CODSER                PIC X(03).
       01 WSV-DESDE-R.
           05 WSV-DESDE-ANIO        PIC 9(04).
           05 WSV-DESDE-MES         PIC 9(02).
       01 WSV-DESDE REDEFINES WSV-DESDE-R PIC 9(06).
       01 WSV-TASA                  PIC 9(02)V9(02).
       01 WSV-SUMA-COEF             PIC 9(03)V9(04).

       01 WSV-SUB-I                 PIC 9(04).
       01 WSV-SUB-J                 PIC 9(04).
       01 WSV-SUB-K                 PIC 9(04).
       01 WSV-SUB-S                 PIC 9(02).
       01 WSV-SUB-T                 PIC 9(02).
       01 WSV-LIMITE                PIC 9(04).

       01 WSCC-CONT-BORRADAS        PIC 9(04).
       01 WSL-COEF-EDITADO          PIC 9,9999.
       01 WSL-SUMA-EDITADA          PIC ZZ9,9999.
       01 WSL-TASA-EDITADA          PIC Z9,99.
       01 WSL-LINEA                 PIC X(80).

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-JURISDICCIONES         PIC X(80).
       01 WSV-ARCH-ALICUOTAS              PIC X(80).
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

      *    Las alicuotas fijan el impuesto que se declara: mismo
      *    nivel 5 que las devoluciones y la fusion de clientes.
           MOVE 5 TO WSO-NIVEL-REQUERIDO
           PERFORM 950000-IDENTIFICAR-OPERADOR
           IF NOT WSO-OPER-SI-VALIDO
               DISPLAY 'ACCESO DENEGADO'
               STOP RUN
           END-IF.

           PERFORM 110000-CARGAR-JURISDICCIONES.
           PERFORM 120000-CARGAR-ALICUOTAS.

           IF WSS-SI-DESBORDE
               DISPLAY 'TABLA DE INGRESOS BRUTOS LLENA: SESION DE'
                       ' SOLO LECTURA, LOS CAMBIOS NO SE GRABARAN.'
           END-IF.

       110000-CARGAR-JURISDICCIONES.

           OPEN INPUT JURISDICCIONES.
           IF WSS-FS-JUR-NOEXISTE
               DISPLAY 'PRIMER ARRANQUE: SIN JURISDICCIONES'
           ELSE
             IF NOT WSS-FS-JUR-OK
               DISPLAY 'ERROR DE ARCHIVO DE JURISDICCIONES'
               DISPLAY 'FILE STATUS' WSS-FS-JUR
               MOVE 'S' TO WSS-DESBORDE
               MOVE 6 TO WSV-OPCION
             ELSE
               PERFORM UNTIL WSS-FS-JUR-EOF
                   READ JURISDICCIONES
                      EVALUATE TRUE
                         WHEN WSS-FS-JUR-OK
                              IF WST-CANT-JUR < WSC-MAX-JURISDICCIONES
                                ADD 1 TO WST-CANT-JUR
                                SET WSI-JUR TO WST-CANT-JUR
                                MOVE FD-JURISDICCIONES
                                  TO WST-JUR (WSI-JUR)
                              ELSE
                                MOVE 'S' TO WSS-DESBORDE
                              END-IF
                         WHEN WSS-FS-JUR-EOF
                              CONTINUE
                         WHEN OTHER
                              DISPLAY 'FILE STATUS' WSS-FS-JUR
                              MOVE 'S' TO WSS-DESBORDE
                              MOVE '10' TO WSS-FS-JUR
                      END-EVALUATE
               END-PERFORM
               CLOSE JURISDICCIONES
             END-IF
           END-IF.

       120000-CARGAR-ALICUOTAS.

           OPEN INPUT ALICUOTAS.
           IF WSS-FS-ALI-NOEXISTE
               DISPLAY 'PRIMER ARRANQUE: SIN ALICUOTAS'
           ELSE
             IF NOT WSS-FS-ALI-OK
               DISPLAY 'ERROR DE ARCHIVO DE ALICUOTAS'
               DISPLAY 'FILE STATUS' WSS-FS-ALI
               MOVE 'S' TO WSS-DESBORDE
               MOVE 6 TO WSV-OPCION
             ELSE
               PERFORM UNTIL WSS-FS-ALI-EOF
                   READ ALICUOTAS
                      EVALUATE TRUE
                         WHEN WSS-FS-ALI-OK
                              IF WST-CANT-ALI < WSC-MAX-ALICUOTAS
                                ADD 1 TO WST-CANT-ALI
                                SET WSI-ALI TO WST-CANT-ALI
                                MOVE WSF-ALI-JUR
                                  TO WST-ALI-JUR (WSI-ALI)
                                MOVE WSF-ALI-CODSER
                                  TO WST-ALI-CODSER (WSI-ALI)
                                MOVE WSF-ALI-DESDE
                                  TO WST-ALI-DESDE (WSI-ALI)
                                MOVE WSF-ALI-TASA
                                  TO WST-ALI-TASA (WSI-ALI)
                              ELSE
                                MOVE 'S' TO WSS-DESBORDE
                              END-IF
                         WHEN WSS-FS-ALI-EOF
                              CONTINUE
                         WHEN OTHER
                              DISPLAY 'FILE STATUS' WSS-FS-ALI
                              MOVE 'S' TO WSS-DESBORDE
                              MOVE '10' TO WSS-FS-ALI
                      END-EVALUATE
               END-PERFORM
               CLOSE ALICUOTAS
             END-IF
           END-IF.

       200000-PROCESO.

           DISPLAY ' '
           DISPLAY '1 - ALTA O CORRECCION DE JURISDICCION'
           DISPLAY '2 - BAJA DE JURISDICCION'
           DISPLAY '3 - CARGA O CORRECCION DE ALICUOTA'
           DISPLAY '4 - BAJA DE ALICUOTA'
           DISPLAY '5 - LISTAR LA TABLA'
           DISPLAY '6 - SALIR'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-OPCION.

           EVALUATE TRUE
               WHEN WSV-OPC-JURISDICCION
                    PERFORM 210000-JURISDICCION
               WHEN WSV-OPC-BAJA-JUR
                    PERFORM 220000-BAJA-JURISDICCION
               WHEN WSV-OPC-ALICUOTA
                    PERFORM 230000-ALICUOTA
               WHEN WSV-OPC-BAJA-ALI
                    PERFORM 240000-BAJA-ALICUOTA
               WHEN WSV-OPC-LISTAR
                    PERFORM 250000-LISTAR
               WHEN WSV-OPC-SALIR
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       210000-JURISDICCION.

      *    Una jurisdiccion que ya esta cargada se corrige en el
      *    lugar (nombre, coeficiente y sucursales); si no, se
      *    agrega. Una sucursal radica en una sola jurisdiccion.
           DISPLAY 'COD. DE JURISDICCION (901-924): '
           ACCEPT WSV-JUR-BUSCADA
           IF WSV-JUR-BUSCADA = 0
               DISPLAY 'CODIGO EN CERO, NO SE CARGA'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 915000-BUSCAR-JURISDICCION

           IF WSS-SI-ENCONTRADO
               MOVE WST-JUR-COEF (WSI-JUR) TO WSL-COEF-EDITADO
               DISPLAY 'ACTUAL: ' WST-JUR-NOMBRE (WSI-JUR)
                       ' COEF. ' WSL-COEF-EDITADO
           END-IF.

           DISPLAY 'NOMBRE: '
           ACCEPT WSV-NOMBRE
           DISPLAY 'COEFICIENTE UNIFICADO DEL CONVENIO (0 SI NO '
                   'CORRESPONDE): '
           ACCEPT WSV-COEF
           INITIALIZE WSV-SUCURSALES
           PERFORM VARYING WSV-SUB-S FROM 1 BY 1 UNTIL WSV-SUB-S > 5
               DISPLAY 'SUCURSAL RADICADA ' WSV-SUB-S
                       ' (00 = NINGUNA MAS): '
               ACCEPT WSV-SUCURSAL (WSV-SUB-S)
               IF WSV-SUCURSAL (WSV-SUB-S) = 0
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WSV-NOMBRE = SPACES
               DISPLAY 'NOMBRE EN BLANCO, NO SE CARGA'
               EXIT PARAGRAPH
           END-IF.
           IF WSV-COEF > 1
               DISPLAY 'COEFICIENTE MAYOR A 1, NO SE CARGA'
               EXIT PARAGRAPH
           END-IF.

      *    Ninguna de las sucursales puede estar radicada en otra
      *    jurisdiccion.
           PERFORM VARYING WSI-JUR2 FROM 1 BY 1
                   UNTIL WSI-JUR2 > WST-CANT-JUR
               IF WST-JUR-COD (WSI-JUR2) NOT = WSV-JUR-BUSCADA
                 PERFORM VARYING WSV-SUB-S FROM 1 BY 1
                         UNTIL WSV-SUB-S > 5
                   PERFORM VARYING WSV-SUB-T FROM 1 BY 1
                           UNTIL WSV-SUB-T > 5
                     IF WSV-SUCURSAL (WSV-SUB-S) NOT = 0
                       AND WSV-SUCURSAL (WSV-SUB-S) =
                           WST-JUR-SUCURSAL (WSI-JUR2, WSV-SUB-T)
                         DISPLAY 'SUCURSAL ' WSV-SUCURSAL (WSV-SUB-S)
                                 ' YA RADICADA EN LA JURISDICCION '
                                 WST-JUR-COD (WSI-JUR2)
                                 ', NO SE CARGA'
                         EXIT PARAGRAPH
                     END-IF
                   END-PERFORM
                 END-PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-SI-ENCONTRADO
               IF WST-CANT-JUR >= WSC-MAX-JURISDICCIONES
                   DISPLAY 'TABLA DE JURISDICCIONES LLENA'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WST-CANT-JUR
               SET WSI-JUR TO WST-CANT-JUR
               MOVE WSV-JUR-BUSCADA TO WST-JUR-COD (WSI-JUR)
           END-IF.

           MOVE WSV-NOMBRE TO WST-JUR-NOMBRE (WSI-JUR)
           MOVE WSV-COEF   TO WST-JUR-COEF (WSI-JUR)
           PERFORM VARYING WSV-SUB-S FROM 1 BY 1 UNTIL WSV-SUB-S > 5
               MOVE WSV-SUCURSAL (WSV-SUB-S)
                 TO WST-JUR-SUCURSAL (WSI-JUR, WSV-SUB-S)
           END-PERFORM
           MOVE 'S' TO WSS-HUBO-CAMBIOS

           IF WSS-SI-ENCONTRADO
               DISPLAY 'JURISDICCION CORREGIDA'
           ELSE
               DISPLAY 'JURISDICCION CARGADA'
           END-IF.

       220000-BAJA-JURISDICCION.

      *    La baja se lleva las alicuotas de la jurisdiccion: sin
      *    jurisdiccion no tienen a quien aplicarse.
           DISPLAY 'COD. DE JURISDICCION: '
           ACCEPT WSV-JUR-BUSCADA

           PERFORM 915000-BUSCAR-JURISDICCION
           IF NOT WSS-SI-ENCONTRADO
               DISPLAY 'JURISDICCION INEXISTENTE'
               EXIT PARAGRAPH
           END-IF.

           SET WSV-SUB-I TO WSI-JUR
           PERFORM VARYING WSV-SUB-I FROM WSV-SUB-I BY 1
                   UNTIL WSV-SUB-I >= WST-CANT-JUR
               COMPUTE WSV-SUB-K = WSV-SUB-I + 1
               MOVE WST-JUR (WSV-SUB-K) TO WST-JUR (WSV-SUB-I)
           END-PERFORM
           SUBTRACT 1 FROM WST-CANT-JUR

           MOVE 0 TO WSCC-CONT-BORRADAS
           MOVE 0 TO WSV-SUB-J
           PERFORM VARYING WSV-SUB-I FROM 1 BY 1
                   UNTIL WSV-SUB-I > WST-CANT-ALI
               IF WST-ALI-JUR (WSV-SUB-I) = WSV-JUR-BUSCADA
                   ADD 1 TO WSCC-CONT-BORRADAS
               ELSE
                   ADD 1 TO WSV-SUB-J
                   MOVE WST-ALI (WSV-SUB-I) TO WST-ALI (WSV-SUB-J)
               END-IF
           END-PERFORM
           MOVE WSV-SUB-J TO WST-CANT-ALI

           MOVE 'S' TO WSS-HUBO-CAMBIOS
           DISPLAY 'JURISDICCION DADA DE BAJA CON '
                   WSCC-CONT-BORRADAS ' ALICUOTAS'.

       230000-ALICUOTA.

      *    Una jurisdiccion, servicio y periodo desde que ya estan
      *    cargados se corrigen en el lugar; si no, se agregan. Un
      *    cambio de alicuota se carga con su nuevo periodo desde,
      *    sin tocar la anterior (las liquidaciones pasadas no se
      *    rehacen).
           DISPLAY 'COD. DE JURISDICCION: '
           ACCEPT WSV-JUR-BUSCADA
           PERFORM 915000-BUSCAR-JURISDICCION
           IF NOT WSS-SI-ENCONTRADO
               DISPLAY 'JURISDICCION INEXISTENTE, CARGARLA PRIMERO'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'COD. DE SERVICIO (EN BLANCO = GENERAL, CUO = '
                   'CUOTAS): '
           MOVE SPACES TO WSV-CODSER
           ACCEPT WSV-CODSER
           DISPLAY 'RIGE DESDE EL PERIODO (AAAAMM): '
           ACCEPT WSV-DESDE
           DISPLAY 'ALICUOTA EN POR CIENTO: '
           ACCEPT WSV-TASA

           IF WSV-DESDE-MES < 1 OR WSV-DESDE-MES > 12
               DISPLAY 'PERIODO INVALIDO'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 916000-BUSCAR-ALICUOTA

           IF WSS-SI-ENCONTRADO
               MOVE WST-ALI-TASA (WSI-ALI) TO WSL-TASA-EDITADA
               DISPLAY 'ALICUOTA ANTERIOR ' WSL-TASA-EDITADA
               MOVE WSV-TASA TO WST-ALI-TASA (WSI-ALI)
               MOVE 'S' TO WSS-HUBO-CAMBIOS
               DISPLAY 'ALICUOTA CORREGIDA'
               EXIT PARAGRAPH
           END-IF.

           IF WST-CANT-ALI >= WSC-MAX-ALICUOTAS
               DISPLAY 'TABLA DE ALICUOTAS LLENA'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-ALI
           SET WSI-ALI TO WST-CANT-ALI
           MOVE WSV-JUR-BUSCADA TO WST-ALI-JUR (WSI-ALI)
           MOVE WSV-CODSER      TO WST-ALI-CODSER (WSI-ALI)
           MOVE WSV-DESDE       TO WST-ALI-DESDE (WSI-ALI)
           MOVE WSV-TASA        TO WST-ALI-TASA (WSI-ALI)
           MOVE 'S' TO WSS-HUBO-CAMBIOS
           DISPLAY 'ALICUOTA CARGADA'.

       240000-BAJA-ALICUOTA.

           DISPLAY 'COD. DE JURISDICCION: '
           ACCEPT WSV-JUR-BUSCADA
           DISPLAY 'COD. DE SERVICIO (EN BLANCO = GENERAL): '
           MOVE SPACES TO WSV-CODSER
           ACCEPT WSV-CODSER
           DISPLAY 'RIGE DESDE EL PERIODO (AAAAMM): '
           ACCEPT WSV-DESDE

           PERFORM 916000-BUSCAR-ALICUOTA
           IF NOT WSS-SI-ENCONTRADO
               DISPLAY 'ALICUOTA INEXISTENTE'
               EXIT PARAGRAPH
           END-IF.

           SET WSV-SUB-I TO WSI-ALI
           PERFORM VARYING WSV-SUB-I FROM WSV-SUB-I BY 1
                   UNTIL WSV-SUB-I >= WST-CANT-ALI
               COMPUTE WSV-SUB-K = WSV-SUB-I + 1
               MOVE WST-ALI (WSV-SUB-K) TO WST-ALI (WSV-SUB-I)
           END-PERFORM
           SUBTRACT 1 FROM WST-CANT-ALI

           MOVE 'S' TO WSS-HUBO-CAMBIOS
           DISPLAY 'ALICUOTA DADA DE BAJA'.

       250000-LISTAR.

      *    Cada jurisdiccion con sus sucursales y coeficiente, y
      *    debajo sus alicuotas por servicio y periodo desde. Cierra
      *    con la suma de coeficientes, que en convenio multilateral
      *    tiene que dar 1.
           PERFORM 320000-ORDENAR.

           MOVE 0 TO WSV-SUMA-COEF

           PERFORM VARYING WSI-JUR FROM 1 BY 1
                   UNTIL WSI-JUR > WST-CANT-JUR
               ADD WST-JUR-COEF (WSI-JUR) TO WSV-SUMA-COEF
               MOVE WST-JUR-COEF (WSI-JUR) TO WSL-COEF-EDITADO
               INITIALIZE WSL-LINEA
               STRING WST-JUR-COD (WSI-JUR)         DELIMITED SIZE
                      ' '                           DELIMITED SIZE
                      WST-JUR-NOMBRE (WSI-JUR)      DELIMITED SIZE
                      ' COEF. '                     DELIMITED SIZE
                      WSL-COEF-EDITADO              DELIMITED SIZE
                      ' SUC.'                       DELIMITED SIZE
                 INTO WSL-LINEA
               END-STRING
               PERFORM VARYING WSV-SUB-S FROM 1 BY 1
                       UNTIL WSV-SUB-S > 5
                   IF WST-JUR-SUCURSAL (WSI-JUR, WSV-SUB-S) NOT = 0
                       COMPUTE WSV-SUB-T = 48 + (WSV-SUB-S * 3)
                       MOVE WST-JUR-SUCURSAL (WSI-JUR, WSV-SUB-S)
                         TO WSL-LINEA (WSV-SUB-T:2)
                   END-IF
               END-PERFORM
               DISPLAY WSL-LINEA

               PERFORM VARYING WSI-ALI FROM 1 BY 1
                       UNTIL WSI-ALI > WST-CANT-ALI
                   IF WST-ALI-JUR (WSI-ALI) = WST-JUR-COD (WSI-JUR)
                       MOVE WST-ALI-TASA (WSI-ALI) TO WSL-TASA-EDITADA
                       IF WST-ALI-CODSER (WSI-ALI) = SPACES
                           DISPLAY '      GENERAL  DESDE '
                                   WST-ALI-DESDE (WSI-ALI)
                                   '  ' WSL-TASA-EDITADA ' %'
                       ELSE
                           DISPLAY '      SERV '
                                   WST-ALI-CODSER (WSI-ALI)
                                   '  DESDE '
                                   WST-ALI-DESDE (WSI-ALI)
                                   '  ' WSL-TASA-EDITADA ' %'
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WST-CANT-JUR = 0
               DISPLAY 'SIN JURISDICCIONES CARGADAS'
               EXIT PARAGRAPH
           END-IF.

           MOVE WSV-SUMA-COEF TO WSL-SUMA-EDITADA
           DISPLAY 'SUMA DE COEFICIENTES: ' WSL-SUMA-EDITADA
           IF WSV-SUMA-COEF NOT = 0 AND WSV-SUMA-COEF NOT = 1
               DISPLAY '*** LOS COEFICIENTES NO SUMAN 1: REVISAR '
                       'ANTES DE LIQUIDAR EN CONVENIO'
           END-IF.

       300000-FINAL.

           PERFORM 330000-REESCRIBIR-TABLAS.
           STOP RUN.

       320000-ORDENAR.

      *    Jurisdicciones por codigo y alicuotas por jurisdiccion,
      *    servicio y periodo desde (burbuja sobre la tabla, igual
      *    que PROG01-49-SA).
           IF WST-CANT-JUR > 1
             PERFORM VARYING WSV-SUB-I FROM 1 BY 1
                     UNTIL WSV-SUB-I >= WST-CANT-JUR
               COMPUTE WSV-LIMITE = WST-CANT-JUR - WSV-SUB-I
               PERFORM VARYING WSV-SUB-J FROM 1 BY 1
                       UNTIL WSV-SUB-J > WSV-LIMITE
                   COMPUTE WSV-SUB-K = WSV-SUB-J + 1
                   IF WST-JUR-COD (WSV-SUB-J) >
                                     WST-JUR-COD (WSV-SUB-K)
                       MOVE WST-JUR (WSV-SUB-J) TO WSV-JUR-AUX
                       MOVE WST-JUR (WSV-SUB-K) TO WST-JUR (WSV-SUB-J)
                       MOVE WSV-JUR-AUX         TO WST-JUR (WSV-SUB-K)
                   END-IF
               END-PERFORM
             END-PERFORM
           END-IF.

           IF WST-CANT-ALI > 1
             PERFORM VARYING WSV-SUB-I FROM 1 BY 1
                     UNTIL WSV-SUB-I >= WST-CANT-ALI
               COMPUTE WSV-LIMITE = WST-CANT-ALI - WSV-SUB-I
               PERFORM VARYING WSV-SUB-J FROM 1 BY 1
                       UNTIL WSV-SUB-J > WSV-LIMITE
                   COMPUTE WSV-SUB-K = WSV-SUB-J + 1
                   IF WST-ALI-CLAVE (WSV-SUB-J) >
                                     WST-ALI-CLAVE (WSV-SUB-K)
                       MOVE WST-ALI (WSV-SUB-J) TO WSV-ALI-AUX
                       MOVE WST-ALI (WSV-SUB-K) TO WST-ALI (WSV-SUB-J)
                       MOVE WSV-ALI-AUX         TO WST-ALI (WSV-SUB-K)
                   END-IF
               END-PERFORM
             END-PERFORM
           END-IF.

       330000-REESCRIBIR-TABLAS.

      *    Los archivos se reescriben enteros (OPEN OUTPUT, idioma de
      *    recarga de PROG01-04-SA) solo si hubo cambios; con
      *    desborde quedan intactos.
           IF WSS-SI-DESBORDE
               DISPLAY 'TABLA DE INGRESOS BRUTOS NO REESCRITA '
                       '(TABLA LLENA)'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-SI-HUBO-CAMBIOS
               EXIT PARAGRAPH
           END-IF.

           PERFORM 320000-ORDENAR.

           OPEN OUTPUT JURISDICCIONES.
           IF NOT WSS-FS-JUR-OK
             DISPLAY 'ERROR DE ARCHIVO DE JURISDICCIONES'
             DISPLAY 'FILE STATUS' WSS-FS-JUR
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-JUR FROM 1 BY 1
                   UNTIL WSI-JUR > WST-CANT-JUR
               MOVE WST-JUR (WSI-JUR) TO FD-JURISDICCIONES
               WRITE FD-JURISDICCIONES
           END-PERFORM

           CLOSE JURISDICCIONES.

           OPEN OUTPUT ALICUOTAS.
           IF NOT WSS-FS-ALI-OK
             DISPLAY 'ERROR DE ARCHIVO DE ALICUOTAS'
             DISPLAY 'FILE STATUS' WSS-FS-ALI
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-ALI FROM 1 BY 1
                   UNTIL WSI-ALI > WST-CANT-ALI
               MOVE WST-ALI-JUR (WSI-ALI)    TO WSF-ALI-JUR
               MOVE WST-ALI-CODSER (WSI-ALI) TO WSF-ALI-CODSER
               MOVE WST-ALI-DESDE (WSI-ALI)  TO WSF-ALI-DESDE
               MOVE WST-ALI-TASA (WSI-ALI)   TO WSF-ALI-TASA
               WRITE FD-ALICUOTAS
           END-PERFORM

           CLOSE ALICUOTAS.

       915000-BUSCAR-JURISDICCION.

      *    Busca WSV-JUR-BUSCADA; deja WSI-JUR en ella.
           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-JUR FROM 1 BY 1
                   UNTIL WSI-JUR > WST-CANT-JUR
               IF WST-JUR-COD (WSI-JUR) = WSV-JUR-BUSCADA
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       916000-BUSCAR-ALICUOTA.

      *    Busca jurisdiccion, servicio y periodo desde; deja WSI-ALI
      *    en la alicuota.
           MOVE 'N' TO WSS-ENCONTRADO
           PERFORM VARYING WSI-ALI FROM 1 BY 1
                   UNTIL WSI-ALI > WST-CANT-ALI
               IF WST-ALI-JUR (WSI-ALI) = WSV-JUR-BUSCADA
                 AND WST-ALI-CODSER (WSI-ALI) = WSV-CODSER
                 AND WST-ALI-DESDE (WSI-ALI) = WSV-DESDE
                   MOVE 'S' TO WSS-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'JurisdiccionesIIBB.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-JURISDICCIONES

           MOVE 'AlicuotasIIBB.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ALICUOTAS

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
           CONTINUE.

           COPY PARAMSP.

           COPY OPERADORP.

       END PROGRAM PROG01-61-SA.
