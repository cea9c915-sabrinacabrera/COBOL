      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Listado de cierre de mes de los anticipos de
      *              clientes sin aplicar: por cada anticipo recibido
      *              (Anticipos.TXT, ver PROG01-06-SA) lo aplicado a
      *              facturas por PROG01-10-SA hasta el ultimo dia del
      *              periodo de proceso y el saldo pendiente, agrupado
      *              por cliente y moneda, con el total por moneda y
      *              su equivalente en moneda base para conciliar la
      *              cuenta de pasivo del balance.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-46-SA.

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

      *    Registro acumulativo de anticipos (recibidos y aplicados).
           SELECT ANTICIPOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ANTICIPOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ANT.

      *    Mismo maestro indexado que mantiene PROG01-02-SA, abierto
      *    INPUT: solo para el nombre del cliente. Opcional.
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Listado de anticipos pendientes (renglon de texto libre),
      *    se reemplaza en cada corrida.
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

       FD ANTICIPOS.

      *    Mismo layout que FD-ANTICIPOS en PROG01-06-SA.
       01 FD-ANTICIPOS.
         05 WSF-ANT-CTE           PIC 9(07).
         05 WSF-ANT-MONEDA        PIC X(03).
         05 WSF-ANT-FECHA         PIC 9(08).
      *    R anticipo recibido / A anticipo aplicado a una factura.
         05 WSF-ANT-TIPO          PIC X(01).
         05 WSF-ANT-IMPORTE       PIC 9(09)V99.
         05 WSF-ANT-NRO-RECIBO    PIC 9(08).
         05 WSF-ANT-FAC-LETRA     PIC X(01).
         05 WSF-ANT-FAC-PTO-VTA   PIC 9(04).
         05 WSF-ANT-FACTURA       PIC 9(08).
         05 WSF-ANT-PERIODO       PIC 9(06).

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
      *    Bloque fiscal y de contacto (ver PROG01-02-SA).
         05 WSF-CTE-DOMICILIO    PIC X(40).
         05 WSF-CTE-CUIT         PIC X(13).
         05 WSF-CTE-COND-IVA     PIC X(02).
         05 WSF-CTE-EMAIL        PIC X(40).
      *    Forma de pago: F factura / D debito automatico.
         05 WSF-CTE-FORMA-PAGO   PIC X(01).
      *    Estado crediticio: N normal / V vigilancia / B bloqueado.
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo y descuento por pronto pago.
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD LISTADO.

       01 FD-LISTADO               PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-ANT                           PIC X(02).
             88 WSS-FS-ANT-OK                      VALUE '00'.
             88 WSS-FS-ANT-EOF                     VALUE '10'.
             88 WSS-FS-ANT-NOEXISTE                VALUE '35'.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-CTE-NOEXISTE                VALUE '35'.
           05 WSS-FS-LIS                           PIC X(02).
             88 WSS-FS-LIS-OK                      VALUE '00'.

      *    Sin maestro de clientes el listado sale sin nombres.
       01 WSS-CTES-ABIERTO            PIC X VALUE 'N'.
           88 WSS-CTES-SI-ABIERTO     VALUE 'S'.

       01 CONSTANTES.
           05 WSC-MAX-ANTICIPOS     PIC 9(04) VALUE 5000.
           05 WSC-MAX-MONEDAS       PIC 9(02) VALUE 10.
           05 WSC-MONEDA-BASE       PIC X(03) VALUE 'ARS'.

      *    Ultimo dia del periodo de proceso: los movimientos
      *    posteriores no entran en el saldo del cierre.
       01 WSV-CORTE                 PIC 9(08).
       01 WSV-CORTE-R REDEFINES WSV-CORTE.
           05 WSV-CORTE-ANIO        PIC 9(04).
           05 WSV-CORTE-MES         PIC 9(02).
           05 WSV-CORTE-DIA         PIC 9(02).
       01 WSV-CORTE-INT             PIC 9(07).

      *    Anticipos recibidos hasta el corte, con lo aplicado hasta
      *    el corte. Se ordena por cliente, moneda y recibo.
       01 TABLA-ANTICIPOS.
           05 WST-CANT-ANT          PIC 9(04) VALUE 0.
           05 WST-ANT OCCURS 5000 TIMES
                             INDEXED BY WSI-ANT.
               10 WST-ANT-CLAVE.
                   15 WST-ANT-CTE       PIC 9(07).
                   15 WST-ANT-MONEDA    PIC X(03).
                   15 WST-ANT-NRO       PIC 9(08).
               10 WST-ANT-FECHA         PIC 9(08).
               10 WST-ANT-RECIBIDO      PIC S9(09)V99.
               10 WST-ANT-APLICADO      PIC S9(09)V99.

       01 WSV-ANT-AUX               PIC X(48).

       01 WSV-SUB-I                 PIC 9(04).
       01 WSV-SUB-J                 PIC 9(04).
       01 WSV-SUB-K                 PIC 9(04).
       01 WSV-LIMITE                PIC 9(04).

      *    Totales pendientes por moneda.
       01 TABLA-MONEDAS.
           05 WST-CANT-MON          PIC 9(02) VALUE 0.
           05 WST-MON OCCURS 10 TIMES
                             INDEXED BY WSI-MON.
               10 WST-MON-MONEDA    PIC X(03).
               10 WST-MON-SALDO     PIC S9(11)V99.

       01 WSS-MON-ENCONTRADA          PIC X VALUE 'N'.
           88 WSS-MON-SI-ENCONTRADA   VALUE 'S'.

       01 WSV-SALDO                 PIC S9(09)V99.
       01 WSV-SALDO-BASE            PIC S9(11)V99.
       01 WSV-TOT-BASE              PIC S9(11)V99 VALUE 0.

      *    Corte de control por cliente y moneda.
       01 WSV-CTE-ANT               PIC 9(07) VALUE 0.
       01 WSV-MONEDA-ANT            PIC X(03) VALUE SPACES.
       01 WSV-SUBTOTAL              PIC S9(11)V99 VALUE 0.
       01 WSV-NYA                   PIC X(30).

       01 CONTADORES.
           05 WSCC-CONT-MOVIMIENTOS PIC 9(07).
           05 WSCC-CONT-POSTERIORES PIC 9(07).
           05 WSCC-CONT-PENDIENTES  PIC 9(05).
           05 WSCC-CONT-CLIENTES    PIC 9(05).

       01 WSL-LINEA-LIS             PIC X(132).
       01 WSL-IMP-EDITADO           PIC ----------,99.
       01 WSL-IMP-EDITADO-2         PIC ----------,99.
       01 WSL-IMP-EDITADO-3         PIC ----------,99.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-ANTICIPOS              PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
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

      *    Corte: primer dia del mes siguiente al periodo menos uno.
           COMPUTE WSV-CORTE = WSP-PERIODO-PROCESO * 100 + 1
           IF WSV-CORTE-MES = 12
               ADD 1 TO WSV-CORTE-ANIO
               MOVE 1 TO WSV-CORTE-MES
           ELSE
               ADD 1 TO WSV-CORTE-MES
           END-IF
           COMPUTE WSV-CORTE-INT =
                   FUNCTION INTEGER-OF-DATE (WSV-CORTE) - 1
           COMPUTE WSV-CORTE =
                   FUNCTION DATE-OF-INTEGER (WSV-CORTE-INT).

           PERFORM 110000-CARGAR-ANTICIPOS.
           PERFORM 150000-ORDENAR.

           OPEN INPUT CLIENTES.
           IF WSS-FS-CTE-NOEXISTE
               DISPLAY 'SIN MAESTRO DE CLIENTES: LISTADO SIN NOMBRES'
           ELSE
             IF NOT WSS-FS-CTE-OK
               DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
               DISPLAY 'FILE STATUS' WSS-FS-CTE
               STOP RUN
             ELSE
               MOVE 'S' TO WSS-CTES-ABIERTO
             END-IF
           END-IF.

       110000-CARGAR-ANTICIPOS.

           OPEN INPUT ANTICIPOS.
           IF WSS-FS-ANT-NOEXISTE
               DISPLAY 'NO EXISTE Anticipos.TXT: SIN ANTICIPOS'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-ANT-OK
             DISPLAY 'ERROR DE ARCHIVO DE ANTICIPOS'
             DISPLAY 'FILE STATUS' WSS-FS-ANT
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-ANT-EOF
               READ ANTICIPOS
                  EVALUATE TRUE
                     WHEN WSS-FS-ANT-OK
                          ADD 1 TO WSCC-CONT-MOVIMIENTOS
                          IF WSF-ANT-FECHA > WSV-CORTE
                              ADD 1 TO WSCC-CONT-POSTERIORES
                          ELSE
                              PERFORM 115000-ACUM-MOVIMIENTO
                          END-IF
                     WHEN WSS-FS-ANT-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE ANTICIPOS'
                          DISPLAY 'FILE STATUS' WSS-FS-ANT
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE ANTICIPOS.

       115000-ACUM-MOVIMIENTO.

           IF WSF-ANT-TIPO = 'R'
               IF WST-CANT-ANT >= WSC-MAX-ANTICIPOS
                   DISPLAY 'MAS ANTICIPOS QUE LA TABLA DEL LISTADO ('
                           WSC-MAX-ANTICIPOS ')'
                   STOP RUN
               END-IF
               ADD 1 TO WST-CANT-ANT
               SET WSI-ANT TO WST-CANT-ANT
               MOVE WSF-ANT-CTE        TO WST-ANT-CTE (WSI-ANT)
               MOVE WSF-ANT-MONEDA     TO WST-ANT-MONEDA (WSI-ANT)
               MOVE WSF-ANT-NRO-RECIBO TO WST-ANT-NRO (WSI-ANT)
               MOVE WSF-ANT-FECHA      TO WST-ANT-FECHA (WSI-ANT)
               MOVE WSF-ANT-IMPORTE    TO WST-ANT-RECIBIDO (WSI-ANT)
               MOVE 0                  TO WST-ANT-APLICADO (WSI-ANT)
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSI-ANT FROM 1 BY 1
                   UNTIL WSI-ANT > WST-CANT-ANT
               IF WST-ANT-CTE (WSI-ANT) = WSF-ANT-CTE
                 AND WST-ANT-MONEDA (WSI-ANT) = WSF-ANT-MONEDA
                 AND WST-ANT-NRO (WSI-ANT) = WSF-ANT-NRO-RECIBO
                   ADD WSF-ANT-IMPORTE TO WST-ANT-APLICADO (WSI-ANT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       150000-ORDENAR.

      *    Orden por cliente, moneda y recibo (burbuja sobre la
      *    tabla, igual que el libro de retenciones de PROG01-42-SA).
           IF WST-CANT-ANT > 1
             PERFORM VARYING WSV-SUB-I FROM 1 BY 1
                     UNTIL WSV-SUB-I >= WST-CANT-ANT
               COMPUTE WSV-LIMITE = WST-CANT-ANT - WSV-SUB-I
               PERFORM VARYING WSV-SUB-J FROM 1 BY 1
                       UNTIL WSV-SUB-J > WSV-LIMITE
                   COMPUTE WSV-SUB-K = WSV-SUB-J + 1
                   IF WST-ANT-CLAVE (WSV-SUB-J) >
                                     WST-ANT-CLAVE (WSV-SUB-K)
                       MOVE WST-ANT (WSV-SUB-J) TO WSV-ANT-AUX
                       MOVE WST-ANT (WSV-SUB-K) TO WST-ANT (WSV-SUB-J)
                       MOVE WSV-ANT-AUX         TO WST-ANT (WSV-SUB-K)
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
           STRING 'ANTICIPOS DE CLIENTES SIN APLICAR AL '
                                                  DELIMITED SIZE
                  WSV-CORTE                       DELIMITED SIZE
                  ' (PERIODO '                    DELIMITED SIZE
                  WSP-PERIODO-PROCESO             DELIMITED SIZE
                  ')'                             DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE SPACES TO FD-LISTADO
           WRITE FD-LISTADO.

      *    Encabezado alineado con los campos de 210000.
           INITIALIZE WSL-LINEA-LIS
           MOVE 'CTE'      TO WSL-LINEA-LIS (1:3)
           MOVE 'NOMBRE'   TO WSL-LINEA-LIS (9:6)
           MOVE 'MON'      TO WSL-LINEA-LIS (40:3)
           MOVE 'RECIBO'   TO WSL-LINEA-LIS (44:6)
           MOVE 'FECHA'    TO WSL-LINEA-LIS (53:5)
           MOVE 'RECIBIDO' TO WSL-LINEA-LIS (67:8)
           MOVE 'APLICADO' TO WSL-LINEA-LIS (81:8)
           MOVE 'SALDO'    TO WSL-LINEA-LIS (98:5)
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE ALL '-' TO FD-LISTADO
           WRITE FD-LISTADO.

           PERFORM 210000-LISTAR-ANTICIPO
               VARYING WSI-ANT FROM 1 BY 1
               UNTIL WSI-ANT > WST-CANT-ANT.

           PERFORM 230000-SUBTOTAL-CLIENTE.

           PERFORM 240000-TOTALES-MONEDA.

           CLOSE LISTADO.

       210000-LISTAR-ANTICIPO.

           COMPUTE WSV-SALDO = WST-ANT-RECIBIDO (WSI-ANT) -
                               WST-ANT-APLICADO (WSI-ANT)
           IF WSV-SALDO <= 0
               EXIT PARAGRAPH
           END-IF.

           IF WST-ANT-CTE (WSI-ANT) NOT = WSV-CTE-ANT
             OR WST-ANT-MONEDA (WSI-ANT) NOT = WSV-MONEDA-ANT
               PERFORM 230000-SUBTOTAL-CLIENTE
               MOVE WST-ANT-CTE (WSI-ANT)    TO WSV-CTE-ANT
               MOVE WST-ANT-MONEDA (WSI-ANT) TO WSV-MONEDA-ANT
               ADD 1 TO WSCC-CONT-CLIENTES
               PERFORM 220000-BUSCAR-NOMBRE
           END-IF.

           ADD 1 TO WSCC-CONT-PENDIENTES
           ADD WSV-SALDO TO WSV-SUBTOTAL
           PERFORM 245000-SUMAR-MONEDA

           MOVE WST-ANT-RECIBIDO (WSI-ANT) TO WSL-IMP-EDITADO
           MOVE WST-ANT-APLICADO (WSI-ANT) TO WSL-IMP-EDITADO-2
           MOVE WSV-SALDO                  TO WSL-IMP-EDITADO-3
           INITIALIZE WSL-LINEA-LIS
           STRING WST-ANT-CTE (WSI-ANT)           DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSV-NYA                         DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-ANT-MONEDA (WSI-ANT)        DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-ANT-NRO (WSI-ANT)           DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WST-ANT-FECHA (WSI-ANT)         DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSL-IMP-EDITADO                 DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSL-IMP-EDITADO-2               DELIMITED SIZE
                  ' '                             DELIMITED SIZE
                  WSL-IMP-EDITADO-3               DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

       220000-BUSCAR-NOMBRE.

           MOVE SPACES TO WSV-NYA

           IF NOT WSS-CTES-SI-ABIERTO
               EXIT PARAGRAPH
           END-IF.

           MOVE WSV-CTE-ANT TO WSF-CTE-CTE
           READ CLIENTES KEY IS WSF-CTE-CTE
               INVALID KEY CONTINUE
           END-READ
           IF WSS-FS-CTE-OK
               MOVE WSF-CTE-NYA TO WSV-NYA
           ELSE
               MOVE '*** NO ESTA EN EL MAESTRO ***' TO WSV-NYA
           END-IF.

       230000-SUBTOTAL-CLIENTE.

      *    Cierra el cliente/moneda anterior (nada que cerrar al
      *    empezar).
           IF WSV-CTE-ANT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WSV-SUBTOTAL TO WSL-IMP-EDITADO-3
           INITIALIZE WSL-LINEA-LIS
           MOVE 'SALDO DEL CLIENTE EN ' TO WSL-LINEA-LIS
           MOVE WSV-MONEDA-ANT          TO WSL-LINEA-LIS (22:3)
           MOVE WSL-IMP-EDITADO-3       TO WSL-LINEA-LIS (90:13)
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE SPACES TO FD-LISTADO
           WRITE FD-LISTADO.

           MOVE 0 TO WSV-SUBTOTAL
           MOVE 0 TO WSV-CTE-ANT.

       240000-TOTALES-MONEDA.

      *    Total pendiente por moneda y su equivalente en moneda
      *    base (a la tasa de Parametros, igual que la prevision de
      *    PROG01-39-SA): es el saldo de la cuenta de anticipos.
           MOVE ALL '=' TO FD-LISTADO
           WRITE FD-LISTADO.

           PERFORM VARYING WSI-MON FROM 1 BY 1
                   UNTIL WSI-MON > WST-CANT-MON
               IF WST-MON-MONEDA (WSI-MON) = WSC-MONEDA-BASE
                   MOVE WST-MON-SALDO (WSI-MON) TO WSV-SALDO-BASE
               ELSE
                   COMPUTE WSV-SALDO-BASE ROUNDED =
                           WST-MON-SALDO (WSI-MON) * WSP-TASA-USD
               END-IF
               ADD WSV-SALDO-BASE TO WSV-TOT-BASE
               MOVE WST-MON-SALDO (WSI-MON) TO WSL-IMP-EDITADO
               MOVE WSV-SALDO-BASE          TO WSL-IMP-EDITADO-2
               INITIALIZE WSL-LINEA-LIS
               STRING 'TOTAL SIN APLICAR EN '     DELIMITED SIZE
                      WST-MON-MONEDA (WSI-MON)    DELIMITED SIZE
                      ': '                        DELIMITED SIZE
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
           STRING 'TOTAL ANTICIPOS DE CLIENTES ('  DELIMITED SIZE
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
               IF WST-MON-MONEDA (WSI-MON) = WST-ANT-MONEDA (WSI-ANT)
                   ADD WSV-SALDO TO WST-MON-SALDO (WSI-MON)
                   MOVE 'S' TO WSS-MON-ENCONTRADA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT WSS-MON-SI-ENCONTRADA
             IF WST-CANT-MON < WSC-MAX-MONEDAS
               ADD 1 TO WST-CANT-MON
               SET WSI-MON TO WST-CANT-MON
               MOVE WST-ANT-MONEDA (WSI-ANT) TO WST-MON-MONEDA (WSI-MON)
               MOVE WSV-SALDO                TO WST-MON-SALDO (WSI-MON)
             ELSE
               DISPLAY 'TABLA DE MONEDAS LLENA, SE OMITE '
                       WST-ANT-MONEDA (WSI-ANT)
             END-IF
           END-IF.

       300000-FINAL.

           IF WSS-CTES-SI-ABIERTO
               CLOSE CLIENTES
           END-IF.

           MOVE WSV-TOT-BASE TO WSL-IMP-EDITADO.

           DISPLAY '********************************************'
           DISPLAY 'MOVIMIENTOS DE ANTICIPOS LEIDOS ='
                                          WSCC-CONT-MOVIMIENTOS
           DISPLAY 'POSTERIORES AL CORTE (NO LISTADOS) ='
                                          WSCC-CONT-POSTERIORES
           DISPLAY 'ANTICIPOS CON SALDO PENDIENTE ='
                                          WSCC-CONT-PENDIENTES
           DISPLAY 'CLIENTES/MONEDA CON ANTICIPOS =' WSCC-CONT-CLIENTES
           DISPLAY 'TOTAL SIN APLICAR EN MONEDA BASE =' WSL-IMP-EDITADO
           DISPLAY '********************************************'.
           STOP RUN.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'Anticipos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ANTICIPOS

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'AnticiposPendientes.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-LISTADO
           CONTINUE.

           COPY PARAMSP.

       END PROGRAM PROG01-46-SA.
