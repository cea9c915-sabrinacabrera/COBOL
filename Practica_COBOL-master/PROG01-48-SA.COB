      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Informe mensual de lo descontado por cada regla
      *              de descuento: toma los renglones de descuento del
      *              periodo de proceso en ResultadosDetalle.TXT (ver
      *              PROG01-01-SA), los agrupa por regla y moneda
      *              (cargos descontados e importe resignado) y cierra
      *              con el total por moneda y su equivalente en
      *              moneda base, para medir el costo de cada promocion
      *              (reglas en DescuentosMaster.IDX, PROG01-47-SA).
      *              Los cargos son los descontados: con el tramo
      *              medido sobre lo acumulado del periodo por cliente
      *              y servicio (PROG01-08-SA), una regla alcanzada
      *              descuenta todos los cargos de ese acumulado.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-48-SA.

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

      *    Detalle historico por cliente, periodo y servicio que
      *    graba PROG01-01-SA (se lee entero, se filtra el periodo).
           SELECT RESDETALLE
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RESDETALLE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RDE.

      *    Maestro de reglas de PROG01-47-SA, abierto INPUT: solo
      *    para descripcion, porcentaje y estado de cada regla.
      *    Opcional.
           SELECT DESCUENTOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DESCUENTOS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-DSC-COD
                                       FILE STATUS IS WSS-FS-DSC.

      *    Informe por regla (renglon de texto libre), se reemplaza
      *    en cada corrida.
           SELECT LISTADO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-LISTADO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIS.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

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
      *    Regla de descuento si el renglon es un descuento (ver
      *    PROG01-01-SA); en blanco en los renglones de servicio.
         05 WSF-RDE-REGLA        PIC X(05).

       FD DESCUENTOS.

      *    Mismo layout que FD-DESCUENTOS en PROG01-47-SA.
       01 FD-DESCUENTOS.
         05 WSF-DSC-COD           PIC X(05).
         05 WSF-DSC-DESC          PIC X(30).
         05 WSF-DSC-ACTIVO        PIC X(01).
         05 WSF-DSC-CODSER        PIC X(03).
         05 WSF-DSC-CTE           PIC 9(07).
         05 WSF-DSC-SUCURSAL      PIC 9(02).
         05 WSF-DSC-MONEDA        PIC X(03).
      *    C cantidad / I importe acumulados en el periodo por el
      *    cliente en el servicio (ver 208000 en PROG01-08-SA).
         05 WSF-DSC-TRAMO         PIC X(01).
         05 WSF-DSC-MINIMO        PIC 9(09)V99.
         05 WSF-DSC-PCT           PIC 9(02)V99.
         05 WSF-DSC-DESDE         PIC 9(06).
         05 WSF-DSC-HASTA         PIC 9(06).

       FD LISTADO.

       01 FD-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-RDE                           PIC X(02).
             88 WSS-FS-RDE-OK                      VALUE '00'.
             88 WSS-FS-RDE-EOF                     VALUE '10'.
             88 WSS-FS-RDE-NOEXISTE                VALUE '35'.
           05 WSS-FS-DSC                           PIC X(02).
             88 WSS-FS-DSC-OK                      VALUE '00'.
             88 WSS-FS-DSC-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-DSC-NOEXISTE                VALUE '35'.
           05 WSS-FS-LIS                           PIC X(02).
             88 WSS-FS-LIS-OK                      VALUE '00'.

      *    Sin maestro de reglas el informe sale con la descripcion
      *    que quedo en el propio renglon de descuento.
       01 WSS-DSC-ABIERTO             PIC X VALUE 'N'.
           88 WSS-DSC-SI-ABIERTO      VALUE 'S'.

       01 CONSTANTES.
           05 WSC-MAX-REGLAS        PIC 9(04) VALUE 1000.
           05 WSC-MAX-MONEDAS       PIC 9(02) VALUE 10.
           05 WSC-MONEDA-BASE       PIC X(03) VALUE 'ARS'.

      *    Descontado del periodo por regla y moneda. Se ordena por
      *    regla y moneda.
       01 TABLA-REGLAS.
           05 WST-CANT-RGL          PIC 9(04) VALUE 0.
           05 WST-RGL OCCURS 1000 TIMES
                             INDEXED BY WSI-RGL.
               10 WST-RGL-CLAVE.
                   15 WST-RGL-REGLA     PIC X(05).
                   15 WST-RGL-MONEDA    PIC X(03).
               10 WST-RGL-DESC          PIC X(30).
               10 WST-RGL-CARGOS        PIC 9(09).
               10 WST-RGL-DESCONTADO    PIC S9(11)V99.

       01 WSV-RGL-AUX               PIC X(60).

       01 WSS-RGL-ENCONTRADA          PIC X VALUE 'N'.
           88 WSS-RGL-SI-ENCONTRADA   VALUE 'S'.

       01 WSV-SUB-I                 PIC 9(04).
       01 WSV-SUB-J                 PIC 9(04).
       01 WSV-SUB-K                 PIC 9(04).
       01 WSV-LIMITE                PIC 9(04).

      *    Totales descontados por moneda.
       01 TABLA-MONEDAS.
           05 WST-CANT-MON          PIC 9(02) VALUE 0.
           05 WST-MON OCCURS 10 TIMES
                             INDEXED BY WSI-MON.
               10 WST-MON-MONEDA    PIC X(03).
               10 WST-MON-CARGOS    PIC 9(09).
               10 WST-MON-DESCONTADO PIC S9(11)V99.

       01 WSS-MON-ENCONTRADA          PIC X VALUE 'N'.
           88 WSS-MON-SI-ENCONTRADA   VALUE 'S'.

       01 WSV-DESCONTADO            PIC S9(11)V99.
       01 WSV-DESCONTADO-BASE       PIC S9(11)V99.
       01 WSV-TOT-BASE              PIC S9(11)V99 VALUE 0.

       01 WSV-DESC                  PIC X(30).
       01 WSV-ESTADO                PIC X(08).

       01 CONTADORES.
           05 WSCC-CONT-DETALLES    PIC 9(07).
           05 WSCC-CONT-DESCUENTOS  PIC 9(07).

       01 WSL-LINEA-LIS             PIC X(132).
       01 WSL-PCT-EDITADO           PIC Z9,99.
       01 WSL-CANT-EDITADO          PIC ZZZ.ZZZ.ZZ9.
       01 WSL-IMP-EDITADO           PIC ----------,99.
       01 WSL-IMP-EDITADO-2         PIC ----------,99.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-RESDETALLE             PIC X(80).
       01 WSV-ARCH-DESCUENTOS             PIC X(80).
       01 WSV-ARCH-LISTADO                PIC X(80).

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

           PERFORM 110000-CARGAR-DESCUENTOS.
           PERFORM 150000-ORDENAR.

           OPEN INPUT DESCUENTOS.
           IF WSS-FS-DSC-NOEXISTE
               DISPLAY 'SIN MAESTRO DE DESCUENTOS: INFORME SIN '
                       'PORCENTAJES'
           ELSE
             IF NOT WSS-FS-DSC-OK
               DISPLAY 'ERROR DE ARCHIVO DE DESCUENTOS'
               DISPLAY 'FILE STATUS' WSS-FS-DSC
               STOP RUN
             ELSE
               MOVE 'S' TO WSS-DSC-ABIERTO
             END-IF
           END-IF.

       110000-CARGAR-DESCUENTOS.

           OPEN INPUT RESDETALLE.
           IF WSS-FS-RDE-NOEXISTE
               DISPLAY 'NO EXISTE ResultadosDetalle.TXT: SIN '
                       'DESCUENTOS'
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
                            AND WSF-RDE-REGLA NOT = SPACES
                              PERFORM 115000-ACUM-DESCUENTO
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

       115000-ACUM-DESCUENTO.

      *    El renglon de descuento trae el importe en negativo y en
      *    la cantidad los cargos descontados (ver 215800 en
      *    PROG01-01-SA); aca se informa en positivo, lo resignado.
           ADD 1 TO WSCC-CONT-DESCUENTOS
           COMPUTE WSV-DESCONTADO = 0 - WSF-RDE-IMPORTE

           MOVE 'N' TO WSS-RGL-ENCONTRADA
           PERFORM VARYING WSI-RGL FROM 1 BY 1
                   UNTIL WSI-RGL > WST-CANT-RGL
               IF WST-RGL-REGLA (WSI-RGL) = WSF-RDE-REGLA
                 AND WST-RGL-MONEDA (WSI-RGL) = WSF-RDE-MONEDA
                   MOVE 'S' TO WSS-RGL-ENCONTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-RGL-SI-ENCONTRADA
               IF WST-CANT-RGL >= WSC-MAX-REGLAS
                   DISPLAY 'MAS REGLAS QUE LA TABLA DEL INFORME ('
                           WSC-MAX-REGLAS ')'
                   STOP RUN
               END-IF
               ADD 1 TO WST-CANT-RGL
               SET WSI-RGL TO WST-CANT-RGL
               MOVE WSF-RDE-REGLA   TO WST-RGL-REGLA (WSI-RGL)
               MOVE WSF-RDE-MONEDA  TO WST-RGL-MONEDA (WSI-RGL)
      *        El renglon trae 'DTO. ' delante de la descripcion.
               MOVE WSF-RDE-DESC (6:25) TO WST-RGL-DESC (WSI-RGL)
               MOVE 0               TO WST-RGL-CARGOS (WSI-RGL)
               MOVE 0               TO WST-RGL-DESCONTADO (WSI-RGL)
           END-IF

           ADD WSF-RDE-CANTIDAD TO WST-RGL-CARGOS (WSI-RGL)
           ADD WSV-DESCONTADO   TO WST-RGL-DESCONTADO (WSI-RGL).

       150000-ORDENAR.

      *    Orden por regla y moneda (burbuja sobre la tabla, igual
      *    que el listado de anticipos de PROG01-46-SA).
           IF WST-CANT-RGL > 1
             PERFORM VARYING WSV-SUB-I FROM 1 BY 1
                     UNTIL WSV-SUB-I >= WST-CANT-RGL
               COMPUTE WSV-LIMITE = WST-CANT-RGL - WSV-SUB-I
               PERFORM VARYING WSV-SUB-J FROM 1 BY 1
                       UNTIL WSV-SUB-J > WSV-LIMITE
                   COMPUTE WSV-SUB-K = WSV-SUB-J + 1
                   IF WST-RGL-CLAVE (WSV-SUB-J) >
                                     WST-RGL-CLAVE (WSV-SUB-K)
                       MOVE WST-RGL (WSV-SUB-J) TO WSV-RGL-AUX
                       MOVE WST-RGL (WSV-SUB-K) TO WST-RGL (WSV-SUB-J)
                       MOVE WSV-RGL-AUX         TO WST-RGL (WSV-SUB-K)
                   END-IF
               END-PERFORM
             END-PERFORM
           END-IF.

       200000-PROCESO.

           OPEN OUTPUT LISTADO.
           IF NOT WSS-FS-LIS-OK
             DISPLAY 'ERROR DE ARCHIVO DE LISTADO'
             DISPLAY 'FILE STATUS' WSS-FS-LIS
             STOP RUN
           END-IF.

           INITIALIZE WSL-LINEA-LIS
           STRING 'DESCUENTOS OTORGADOS POR REGLA - PERIODO '
                                                  DELIMITED SIZE
                  WSP-PERIODO-PROCESO             DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE SPACES TO FD-LISTADO
           WRITE FD-LISTADO.

      *    Encabezado alineado con los campos de 210000.
           INITIALIZE WSL-LINEA-LIS
           MOVE 'REGLA'      TO WSL-LINEA-LIS (1:5)
           MOVE 'DESCRIPCION' TO WSL-LINEA-LIS (7:11)
           MOVE '%'          TO WSL-LINEA-LIS (42:1)
           MOVE 'ESTADO'     TO WSL-LINEA-LIS (44:6)
           MOVE 'MON'        TO WSL-LINEA-LIS (53:3)
           MOVE 'CARGOS'     TO WSL-LINEA-LIS (63:6)
           MOVE 'DESCONTADO' TO WSL-LINEA-LIS (73:10)
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE ALL '-' TO FD-LISTADO
           WRITE FD-LISTADO.

           PERFORM 210000-LISTAR-REGLA
               VARYING WSI-RGL FROM 1 BY 1
               UNTIL WSI-RGL > WST-CANT-RGL.

           PERFORM 240000-TOTALES-MONEDA.

           CLOSE LISTADO.

       210000-LISTAR-REGLA.

           PERFORM 220000-BUSCAR-REGLA
           PERFORM 245000-SUMAR-MONEDA

           MOVE WST-RGL-CARGOS (WSI-RGL)     TO WSL-CANT-EDITADO
           MOVE WST-RGL-DESCONTADO (WSI-RGL) TO WSL-IMP-EDITADO
           INITIALIZE WSL-LINEA-LIS
           STRING WST-RGL-REGLA (WSI-RGL)         DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSV-DESC                        DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSL-PCT-EDITADO                 DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSV-ESTADO                      DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-RGL-MONEDA (WSI-RGL)        DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSL-CANT-EDITADO                DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSL-IMP-EDITADO                 DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

       220000-BUSCAR-REGLA.

           MOVE WST-RGL-DESC (WSI-RGL) TO WSV-DESC
           MOVE 0      TO WSL-PCT-EDITADO
           MOVE SPACES TO WSV-ESTADO

           IF NOT WSS-DSC-SI-ABIERTO
               EXIT PARAGRAPH
           END-IF.

           MOVE WST-RGL-REGLA (WSI-RGL) TO WSF-DSC-COD
           READ DESCUENTOS KEY IS WSF-DSC-COD
               INVALID KEY CONTINUE
           END-READ
           IF WSS-FS-DSC-OK
               MOVE WSF-DSC-DESC TO WSV-DESC
               MOVE WSF-DSC-PCT  TO WSL-PCT-EDITADO
               IF WSF-DSC-ACTIVO = 'S'
                   MOVE 'VIGENTE'  TO WSV-ESTADO
               ELSE
                   MOVE 'DE BAJA'  TO WSV-ESTADO
               END-IF
           ELSE
               MOVE 'NO ESTA' TO WSV-ESTADO
           END-IF.

       240000-TOTALES-MONEDA.

      *    Total descontado por moneda y su equivalente en moneda
      *    base (a la tasa de Parametros, igual que el listado de
      *    anticipos de PROG01-46-SA).
           MOVE ALL '=' TO FD-LISTADO
           WRITE FD-LISTADO.

           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               IF WST-MON-MONEDA (WSI-MON) = WSC-MONEDA-BASE
                   MOVE WST-MON-DESCONTADO (WSI-MON)
                                             TO WSV-DESCONTADO-BASE
               ELSE
                   COMPUTE WSV-DESCONTADO-BASE ROUNDED =
                           WST-MON-DESCONTADO (WSI-MON) * WSP-TASA-USD
               END-IF
               ADD WSV-DESCONTADO-BASE TO WSV-TOT-BASE
               MOVE WST-MON-CARGOS (WSI-MON)     TO WSL-CANT-EDITADO
               MOVE WST-MON-DESCONTADO (WSI-MON) TO WSL-IMP-EDITADO
               MOVE WSV-DESCONTADO-BASE          TO WSL-IMP-EDITADO-2
               INITIALIZE WSL-LINEA-LIS
               STRING 'TOTAL DESCONTADO EN '      DELIMITED SIZE
                      WST-MON-MONEDA (WSI-MON)    DELIMITED SIZE
                      ' ('                        DELIMITED SIZE
                      WSL-CANT-EDITADO            DELIMITED SIZE
                      ' CARGOS): '                DELIMITED SIZE
                      WSL-IMP-EDITADO             DELIMITED SIZE
                      '   EN '                    DELIMITED SIZE
                      WSC-MONEDA-BASE             DELIMITED SIZE
                      ': '                        DELIMITED SIZE
                      WSL-IMP-EDITADO-2           DELIMITED SIZE
                 INTO WSL-LINEA-LIS
               END-STRING
               MOVE WSL-LINEA-LIS TO FD-LISTADO
               WRITE FD-LISTADO
           END-PERFORM

           MOVE WSV-TOT-BASE TO WSL-IMP-EDITADO
           INITIALIZE WSL-LINEA-LIS
           STRING 'TOTAL DESCUENTOS DEL PERIODO ('  DELIMITED SIZE
                  WSC-MONEDA-BASE                 DELIMITED SIZE
                  '):           '                 DELIMITED SIZE
                  WSL-IMP-EDITADO                 DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

       245000-SUMAR-MONEDA.

           MOVE 'N' TO WSS-MON-ENCONTRADA
           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               IF WST-MON-MONEDA (WSI-MON) = WST-RGL-MONEDA (WSI-RGL)
                   ADD WST-RGL-CARGOS (WSI-RGL)
                                     TO WST-MON-CARGOS (WSI-MON)
                   ADD WST-RGL-DESCONTADO (WSI-RGL)
                                     TO WST-MON-DESCONTADO (WSI-MON)
                   MOVE 'S' TO WSS-MON-ENCONTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-MON-SI-ENCONTRADA
             IF WST-CANT-MON < WSC-MAX-MONEDAS
               ADD 1 TO WST-CANT-MON
               SET WSI-MON TO WST-CANT-MON
               MOVE WST-RGL-MONEDA (WSI-RGL) TO WST-MON-MONEDA (WSI-MON)
               MOVE WST-RGL-CARGOS (WSI-RGL) TO WST-MON-CARGOS (WSI-MON)
               MOVE WST-RGL-DESCONTADO (WSI-RGL)
                                     TO WST-MON-DESCONTADO (WSI-MON)
             ELSE
               DISPLAY 'TABLA DE MONEDAS LLENA, SE OMITE '
                       WST-RGL-MONEDA (WSI-RGL)
             END-IF
           END-IF.

       300000-FINAL.

           IF WSS-DSC-SI-ABIERTO
               CLOSE DESCUENTOS
           END-IF.

           MOVE WSV-TOT-BASE TO WSL-IMP-EDITADO.

           DISPLAY '********************************************'
           DISPLAY 'RENGLONES DE DETALLE LEIDOS =' WSCC-CONT-DETALLES
           DISPLAY 'RENGLONES DE DESCUENTO DEL PERIODO ='
                                          WSCC-CONT-DESCUENTOS
           DISPLAY 'REGLAS/MONEDA INFORMADAS =' WST-CANT-RGL
           DISPLAY 'TOTAL DESCONTADO EN MONEDA BASE =' WSL-IMP-EDITADO
           DISPLAY '********************************************'.
           STOP RUN.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'ResultadosDetalle.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RESDETALLE

           MOVE 'DescuentosMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DESCUENTOS

           MOVE 'DescuentosPorRegla.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-LISTADO
           CONTINUE.

           COPY PARAMSP.

       END PROGRAM PROG01-48-SA.
