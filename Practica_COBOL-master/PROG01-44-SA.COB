      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Reclamos de clientes sobre lo facturado: alta del
      *              reclamo (cliente, factura o periodo, importe en
      *              disputa, motivo y operador), resolucion (aceptado
      *              o rechazado) y listado de los reclamos que siguen
      *              abiertos despues de DIAS-RECLAMO dias. Mientras
      *              el reclamo esta abierto, el importe reclamado no
      *              cuenta para intimaciones, intereses, estado
      *              crediticio ni prevision (ver RECLAMO.CPY). Un
      *              reclamo aceptado se convierte en un pedido de
      *              nota de credito en AjustesNotaCredito.TXT, la
      *              cola de ajustes manuales de PROG01-18-SA.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-44-SA.

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

      *    Registro de reclamos, uno por renglon; los resueltos se
      *    conservan con su estado.
           SELECT RECLAMOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RECLAMOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RCL.

      *    Registro de facturas emitidas de PROG01-10-SA: valida la
      *    factura reclamada y da su periodo, moneda y letra.
           SELECT EMITIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EMITIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EMI.

      *    Cola de ajustes manuales que emite PROG01-18-SA (EXTEND).
           SELECT AJUSTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-AJUSTES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-AJU.

      *    Listado de reclamos demorados (renglon de texto libre).
           SELECT LISTADO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-LISTADO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIS.

      *    Mismo maestro indexado que mantiene PROG01-02-SA.
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Maestro de usuarios de PROG01-23-SA (ver OPERADOR.CPY).
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

       FD RECLAMOS.

       01 FD-RECLAMOS.
         05 WSF-RCL-NRO           PIC 9(06).
         05 WSF-RCL-CTE           PIC 9(07).
         05 WSF-RCL-MONEDA        PIC X(03).
         05 WSF-RCL-PERIODO       PIC 9(06).
      *    Factura reclamada (numero 0 = reclamo sobre el periodo).
         05 WSF-RCL-FAC-LETRA     PIC X(01).
         05 WSF-RCL-FAC-PTO-VTA   PIC 9(04).
         05 WSF-RCL-FACTURA       PIC 9(08).
      *    Importe en disputa, con impuestos (como figura en el
      *    saldo del cliente).
         05 WSF-RCL-IMPORTE       PIC 9(09)V99.
         05 WSF-RCL-MOTIVO        PIC X(40).
         05 WSF-RCL-OPERADOR      PIC X(10).
         05 WSF-RCL-FECHA-ALTA    PIC 9(08).
      *    O abierto / A aceptado / R rechazado.
         05 WSF-RCL-ESTADO        PIC X(01).
         05 WSF-RCL-FECHA-RESOL   PIC 9(08).
         05 WSF-RCL-OPER-RESOL    PIC X(10).

       FD EMITIDAS.

      *    Mismo layout que FD-EMITIDAS en PROG01-10-SA.
       01 FD-EMITIDAS.
         05 WSF-EMI-NUMERO        PIC 9(08).
         05 WSF-EMI-CTE           PIC 9(07).
         05 WSF-EMI-NYA           PIC X(60).
         05 WSF-EMI-PERIODO       PIC 9(06).
         05 WSF-EMI-MONEDA        PIC X(03).
         05 WSF-EMI-NETO          PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-EMI-CUOTAS        PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-EMI-IVA           PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-EMI-TOTAL         PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-EMI-PERCEPCIONES PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-EMI-CAE           PIC X(14).
         05 WSF-EMI-CAE-FECHA     PIC 9(08).
         05 WSF-EMI-LETRA         PIC X(01).
         05 WSF-EMI-PTO-VTA       PIC 9(04).
         05 WSF-EMI-FECHA-EMISION PIC 9(08).
         05 WSF-EMI-VENCIMIENTO   PIC 9(08).
         05 WSF-EMI-DTO-PCT       PIC 9(02)V99.
         05 WSF-EMI-DTO-VENCE     PIC 9(08).
      *    Origen: en blanco facturacion mensual / M venta de
      *    mostrador (ver PROG01-10-SA).
         05 WSF-EMI-ORIGEN        PIC X(01).

       FD AJUSTES.

      *    Mismo layout que FD-AJUSTES en PROG01-18-SA.
       01 FD-AJUSTES.
         05 WSF-AJU-CTE           PIC 9(07).
         05 WSF-AJU-PERIODO       PIC 9(06).
         05 WSF-AJU-MONEDA        PIC X(03).
         05 WSF-AJU-IMPORTE       PIC 9(07)V99.
         05 WSF-AJU-FACTURA       PIC 9(08).
         05 WSF-AJU-FAC-LETRA     PIC X(01).
         05 WSF-AJU-FAC-PTO-VTA   PIC 9(04).
         05 WSF-AJU-RECLAMO       PIC 9(06).

       FD LISTADO.

       01 FD-LISTADO               PIC X(132).

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
           05 WSS-FS-RCL                           PIC X(02).
             88 WSS-FS-RCL-OK                      VALUE '00'.
             88 WSS-FS-RCL-EOF                     VALUE '10'.
             88 WSS-FS-RCL-NOEXISTE                VALUE '35'.
           05 WSS-FS-EMI                           PIC X(02).
             88 WSS-FS-EMI-OK                      VALUE '00'.
             88 WSS-FS-EMI-EOF                     VALUE '10'.
             88 WSS-FS-EMI-NOEXISTE                VALUE '35'.
           05 WSS-FS-AJU                           PIC X(02).
             88 WSS-FS-AJU-OK                      VALUE '00'.
             88 WSS-FS-AJU-NOEXISTE                VALUE '35'.
           05 WSS-FS-LIS                           PIC X(02).
             88 WSS-FS-LIS-OK                      VALUE '00'.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-NOENCONTRADA            VALUE '23'.

       01 CONSTANTES.
           05 WSC-MAX-RECLAMOS      PIC 9(04) VALUE 3000.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-ALTA                  VALUE 1.
           88 WSV-OPC-RESOLVER              VALUE 2.
           88 WSV-OPC-DEMORADOS             VALUE 3.

      *    Todos los reclamos en memoria, en el orden del archivo:
      *    la resolucion reescribe el archivo entero desde aca.
       01 TABLA-RECLAMOS.
           05 WST-CANT-REC          PIC 9(04) VALUE 0.
           05 WST-REC OCCURS 3000 TIMES
                             INDEXED BY WSI-REC.
               10 WST-REC-NRO           PIC 9(06).
               10 WST-REC-CTE           PIC 9(07).
               10 WST-REC-MONEDA        PIC X(03).
               10 WST-REC-PERIODO       PIC 9(06).
               10 WST-REC-FAC-LETRA     PIC X(01).
               10 WST-REC-FAC-PTO-VTA   PIC 9(04).
               10 WST-REC-FACTURA       PIC 9(08).
               10 WST-REC-IMPORTE       PIC 9(09)V99.
               10 WST-REC-MOTIVO        PIC X(40).
               10 WST-REC-OPERADOR      PIC X(10).
               10 WST-REC-FECHA-ALTA    PIC 9(08).
               10 WST-REC-ESTADO        PIC X(01).
               10 WST-REC-FECHA-RESOL   PIC 9(08).
               10 WST-REC-OPER-RESOL    PIC X(10).

       01 WSV-ULTIMO-NRO            PIC 9(06).

      *    Datos del reclamo en curso.
       01 WSV-CTE                   PIC 9(07).
       01 WSV-FACTURA               PIC 9(08).
       01 WSV-FAC-LETRA             PIC X(01).
       01 WSV-FAC-PTO-VTA           PIC 9(04).
       01 WSV-PERIODO               PIC 9(06).
       01 WSV-MONEDA                PIC X(03).
       01 WSV-IMPORTE               PIC 9(09)V99.
       01 WSV-MOTIVO                PIC X(40).
       01 WSV-NRO-BUSCADO           PIC 9(06).
       01 WSV-RESOLUCION            PIC X(01).
       01 WSV-LETRA-NC              PIC X(01).
       01 WSV-TOTAL-FACTURA         PIC S9(09)V99.
       01 WSV-NETO-NC               PIC 9(07)V99.

       01 WSS-FACTURA-ENCONTRADA      PIC X VALUE 'N'.
           88 WSS-FACTURA-SI-ENCONTRADA VALUE 'S'.

       01 WSV-FECHA-SISTEMA         PIC 9(08).
       01 WSV-DIAS-ABIERTO          PIC 9(05).

       01 CONTADORES.
           05 WSCC-CONT-DEMORADOS   PIC 9(05).
           05 WSCC-CONT-ABIERTOS    PIC 9(05).

       01 WSV-TOT-DEMORADO          PIC 9(11)V99.

       01 WSL-LINEA-LIS             PIC X(132).
       01 WSL-IMP-EDITADO           PIC ---------,99.

           COPY OPERADOR.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-RECLAMOS               PIC X(80).
       01 WSV-ARCH-EMITIDAS               PIC X(80).
       01 WSV-ARCH-AJUSTES                PIC X(80).
       01 WSV-ARCH-LISTADO                PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).

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

           DISPLAY '1 - ALTA DE RECLAMO'
           DISPLAY '2 - RESOLVER RECLAMO (ACEPTAR / RECHAZAR)'
           DISPLAY '3 - LISTADO DE RECLAMOS DEMORADOS'
           DISPLAY 'INGRESE OPCION: '
           ACCEPT WSV-OPCION.

           IF NOT WSV-OPC-ALTA AND NOT WSV-OPC-RESOLVER
             AND NOT WSV-OPC-DEMORADOS
               DISPLAY 'OPCION INVALIDA'
               STOP RUN
           END-IF.

      *    El alta es mantenimiento (nivel 3); aceptar un reclamo
      *    genera una nota de credito, como una anulacion (nivel 5).
           IF NOT WSV-OPC-DEMORADOS
               IF WSV-OPC-RESOLVER
                   MOVE 5 TO WSO-NIVEL-REQUERIDO
               ELSE
                   MOVE 3 TO WSO-NIVEL-REQUERIDO
               END-IF
               PERFORM 950000-IDENTIFICAR-OPERADOR
               IF NOT WSO-OPER-SI-VALIDO
                   DISPLAY 'ACCESO DENEGADO'
                   STOP RUN
               END-IF
           END-IF.

           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 110000-CARGAR-RECLAMOS.

       110000-CARGAR-RECLAMOS.

           MOVE 0 TO WSV-ULTIMO-NRO

           OPEN INPUT RECLAMOS.
           IF WSS-FS-RCL-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-RCL-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECLAMOS'
             DISPLAY 'FILE STATUS' WSS-FS-RCL
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-RCL-EOF
               READ RECLAMOS
                  EVALUATE TRUE
                     WHEN WSS-FS-RCL-OK
                          IF WST-CANT-REC < WSC-MAX-RECLAMOS
                              ADD 1 TO WST-CANT-REC
                              SET WSI-REC TO WST-CANT-REC
                              MOVE FD-RECLAMOS TO WST-REC (WSI-REC)
                          ELSE
                              DISPLAY 'TABLA DE RECLAMOS LLENA'
                              STOP RUN
                          END-IF
                          IF WSF-RCL-NRO > WSV-ULTIMO-NRO
                              MOVE WSF-RCL-NRO TO WSV-ULTIMO-NRO
                          END-IF
                     WHEN WSS-FS-RCL-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE RECLAMOS'
                          DISPLAY 'FILE STATUS' WSS-FS-RCL
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RECLAMOS.

       200000-PROCESO.

           EVALUATE TRUE
               WHEN WSV-OPC-ALTA
                    PERFORM 210000-ALTA
               WHEN WSV-OPC-RESOLVER
                    PERFORM 220000-RESOLVER
               WHEN WSV-OPC-DEMORADOS
                    PERFORM 230000-LISTAR-DEMORADOS
           END-EVALUATE.

       210000-ALTA.

           OPEN INPUT CLIENTES.
           IF NOT WSS-FS-CTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS' WSS-FS-CTE
             STOP RUN
           END-IF.

           DISPLAY 'COD. DE CLIENTE: '
           ACCEPT WSV-CTE.
           MOVE WSV-CTE TO WSF-CTE-CTE
           READ CLIENTES KEY IS WSF-CTE-CTE
               INVALID KEY CONTINUE
           END-READ.
           IF NOT WSS-FS-CTE-OK
               DISPLAY 'NO EXISTE UN CLIENTE CON ESE CODIGO'
               CLOSE CLIENTES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'CLIENTE: ' FUNCTION TRIM (WSF-CTE-NYA)
           CLOSE CLIENTES.

           DISPLAY 'NRO DE FACTURA RECLAMADA (0 = RECLAMO SOBRE UN '
                   'PERIODO): '
           ACCEPT WSV-FACTURA.

           IF WSV-FACTURA > 0
               DISPLAY 'LETRA DE LA FACTURA (A/B/E): '
               ACCEPT WSV-FAC-LETRA
               DISPLAY 'PUNTO DE VENTA: '
               ACCEPT WSV-FAC-PTO-VTA
               PERFORM 215000-BUSCAR-FACTURA
               IF NOT WSS-FACTURA-SI-ENCONTRADA
                   DISPLAY 'LA FACTURA NO ESTA EMITIDA A ESE CLIENTE'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACE TO WSV-FAC-LETRA
               MOVE 0     TO WSV-FAC-PTO-VTA
               DISPLAY 'PERIODO RECLAMADO (AAAAMM): '
               ACCEPT WSV-PERIODO
               DISPLAY 'MONEDA (ARS/USD): '
               ACCEPT WSV-MONEDA
               MOVE 0 TO WSV-TOTAL-FACTURA
           END-IF.

           DISPLAY 'IMPORTE EN DISPUTA (CON IMPUESTOS): '
           ACCEPT WSV-IMPORTE.
           IF WSV-IMPORTE = 0
               DISPLAY 'IMPORTE EN CERO, ALTA CANCELADA'
               EXIT PARAGRAPH
           END-IF.
           IF WSV-FACTURA > 0
             AND WSV-IMPORTE > WSV-TOTAL-FACTURA
               DISPLAY 'EL IMPORTE SUPERA EL TOTAL DE LA FACTURA, '
                       'ALTA CANCELADA'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'MOTIVO DEL RECLAMO: '
           ACCEPT WSV-MOTIVO.
           IF WSV-MOTIVO = SPACES
               DISPLAY 'EL RECLAMO NECESITA UN MOTIVO, ALTA CANCELADA'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSV-ULTIMO-NRO
           MOVE WSV-ULTIMO-NRO    TO WSF-RCL-NRO
           MOVE WSV-CTE           TO WSF-RCL-CTE
           MOVE WSV-MONEDA        TO WSF-RCL-MONEDA
           MOVE WSV-PERIODO       TO WSF-RCL-PERIODO
           MOVE WSV-FAC-LETRA     TO WSF-RCL-FAC-LETRA
           MOVE WSV-FAC-PTO-VTA   TO WSF-RCL-FAC-PTO-VTA
           MOVE WSV-FACTURA       TO WSF-RCL-FACTURA
           MOVE WSV-IMPORTE       TO WSF-RCL-IMPORTE
           MOVE WSV-MOTIVO        TO WSF-RCL-MOTIVO
           MOVE WSO-OPER-ID       TO WSF-RCL-OPERADOR
           MOVE WSV-FECHA-SISTEMA TO WSF-RCL-FECHA-ALTA
           MOVE 'O'               TO WSF-RCL-ESTADO
           MOVE 0                 TO WSF-RCL-FECHA-RESOL
           MOVE SPACES            TO WSF-RCL-OPER-RESOL

           OPEN EXTEND RECLAMOS.
           IF WSS-FS-RCL-NOEXISTE
               OPEN OUTPUT RECLAMOS
           END-IF.
           IF NOT WSS-FS-RCL-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECLAMOS'
             DISPLAY 'FILE STATUS' WSS-FS-RCL
             STOP RUN
           END-IF.
           WRITE FD-RECLAMOS.
           CLOSE RECLAMOS.

           DISPLAY 'RECLAMO ' WSF-RCL-NRO ' DADO DE ALTA'.

       215000-BUSCAR-FACTURA.

      *    La factura tiene que estar emitida al cliente; de ella
      *    salen el periodo, la moneda y el tope del reclamo (la
      *    ultima emision de ese comprobante es la que vale).
           MOVE 'N' TO WSS-FACTURA-ENCONTRADA

           OPEN INPUT EMITIDAS.
           IF WSS-FS-EMI-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-EMI-OK
             DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-EMI
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-EMI-EOF
               READ EMITIDAS
                  EVALUATE TRUE
                     WHEN WSS-FS-EMI-OK
                          IF WSF-EMI-CTE = WSV-CTE
                            AND WSF-EMI-NUMERO = WSV-FACTURA
                            AND WSF-EMI-LETRA = WSV-FAC-LETRA
                            AND WSF-EMI-PTO-VTA = WSV-FAC-PTO-VTA
                              MOVE 'S'             TO
                                   WSS-FACTURA-ENCONTRADA
                              MOVE WSF-EMI-PERIODO TO WSV-PERIODO
                              MOVE WSF-EMI-MONEDA  TO WSV-MONEDA
                              MOVE WSF-EMI-TOTAL   TO
                                   WSV-TOTAL-FACTURA
                          END-IF
                     WHEN WSS-FS-EMI-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
                          DISPLAY 'FILE STATUS' WSS-FS-EMI
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE EMITIDAS.

       220000-RESOLVER.

           DISPLAY 'NRO DE RECLAMO: '
           ACCEPT WSV-NRO-BUSCADO.

           SET WSI-REC TO 1
           SEARCH WST-REC
               AT END
                    DISPLAY 'NO EXISTE ESE RECLAMO'
                    EXIT PARAGRAPH
               WHEN WST-REC-NRO (WSI-REC) = WSV-NRO-BUSCADO
                    CONTINUE
           END-SEARCH.
           IF WSI-REC > WST-CANT-REC
               DISPLAY 'NO EXISTE ESE RECLAMO'
               EXIT PARAGRAPH
           END-IF.

           IF WST-REC-ESTADO (WSI-REC) NOT = 'O'
               DISPLAY 'EL RECLAMO YA ESTA RESUELTO ('
                       WST-REC-ESTADO (WSI-REC) ')'
               EXIT PARAGRAPH
           END-IF.

           MOVE WST-REC-IMPORTE (WSI-REC) TO WSL-IMP-EDITADO
           DISPLAY 'CLIENTE ' WST-REC-CTE (WSI-REC)
                   ' PERIODO ' WST-REC-PERIODO (WSI-REC)
                   ' ' WST-REC-MONEDA (WSI-REC)
                   ' IMPORTE ' WSL-IMP-EDITADO
           DISPLAY 'MOTIVO: ' WST-REC-MOTIVO (WSI-REC)
           DISPLAY 'A ACEPTAR / R RECHAZAR: '
           ACCEPT WSV-RESOLUCION.

           IF WSV-RESOLUCION NOT = 'A' AND NOT = 'R'
               DISPLAY 'RESOLUCION INVALIDA, NO SE MODIFICA'
               EXIT PARAGRAPH
           END-IF.

           IF WSV-RESOLUCION = 'A'
               PERFORM 225000-PEDIR-NOTA-CREDITO
           END-IF.

           MOVE WSV-RESOLUCION    TO WST-REC-ESTADO (WSI-REC)
           MOVE WSV-FECHA-SISTEMA TO WST-REC-FECHA-RESOL (WSI-REC)
           MOVE WSO-OPER-ID       TO WST-REC-OPER-RESOL (WSI-REC)

           PERFORM 228000-REESCRIBIR-RECLAMOS.

           IF WSV-RESOLUCION = 'A'
               DISPLAY 'RECLAMO ACEPTADO: NOTA DE CREDITO PEDIDA'
           ELSE
               DISPLAY 'RECLAMO RECHAZADO'
           END-IF.

       225000-PEDIR-NOTA-CREDITO.

      *    El ajuste de PROG01-18-SA es neto sin IVA (la nota le
      *    suma el IVA de su letra): el reclamo, que es con
      *    impuestos, se lleva a neto con la tasa general salvo en
      *    exportacion (letra E, sin IVA). Sin factura indicada la
      *    letra se toma de la ultima factura del periodo.
           MOVE WST-REC-FAC-LETRA (WSI-REC) TO WSV-LETRA-NC
           IF WST-REC-FACTURA (WSI-REC) = 0
               PERFORM 226000-LETRA-DEL-PERIODO
           END-IF.

           IF WSV-LETRA-NC = 'E'
               MOVE WST-REC-IMPORTE (WSI-REC) TO WSV-NETO-NC
           ELSE
               COMPUTE WSV-NETO-NC ROUNDED =
                       WST-REC-IMPORTE (WSI-REC) * 100 /
                       (100 + WSP-IVA-GENERAL)
           END-IF.

           MOVE WST-REC-CTE (WSI-REC)         TO WSF-AJU-CTE
           MOVE WST-REC-PERIODO (WSI-REC)     TO WSF-AJU-PERIODO
           MOVE WST-REC-MONEDA (WSI-REC)      TO WSF-AJU-MONEDA
           MOVE WSV-NETO-NC                   TO WSF-AJU-IMPORTE
           MOVE WST-REC-FACTURA (WSI-REC)     TO WSF-AJU-FACTURA
           MOVE WST-REC-FAC-LETRA (WSI-REC)   TO WSF-AJU-FAC-LETRA
           MOVE WST-REC-FAC-PTO-VTA (WSI-REC) TO WSF-AJU-FAC-PTO-VTA
           MOVE WST-REC-NRO (WSI-REC)         TO WSF-AJU-RECLAMO

           OPEN EXTEND AJUSTES.
           IF WSS-FS-AJU-NOEXISTE
               OPEN OUTPUT AJUSTES
           END-IF.
           IF NOT WSS-FS-AJU-OK
             DISPLAY 'ERROR DE ARCHIVO DE AJUSTES'
             DISPLAY 'FILE STATUS' WSS-FS-AJU
             STOP RUN
           END-IF.
           WRITE FD-AJUSTES.
           CLOSE AJUSTES.

       226000-LETRA-DEL-PERIODO.

           MOVE SPACE TO WSV-LETRA-NC

           OPEN INPUT EMITIDAS.
           IF WSS-FS-EMI-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-EMI-OK
             DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
             DISPLAY 'FILE STATUS' WSS-FS-EMI
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-EMI-EOF
               READ EMITIDAS
                  EVALUATE TRUE
                     WHEN WSS-FS-EMI-OK
                          IF WSF-EMI-CTE = WST-REC-CTE (WSI-REC)
                            AND WSF-EMI-PERIODO =
                                WST-REC-PERIODO (WSI-REC)
                            AND WSF-EMI-MONEDA =
                                WST-REC-MONEDA (WSI-REC)
                              MOVE WSF-EMI-LETRA TO WSV-LETRA-NC
                          END-IF
                     WHEN WSS-FS-EMI-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE EMITIDAS'
                          DISPLAY 'FILE STATUS' WSS-FS-EMI
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE EMITIDAS.

       228000-REESCRIBIR-RECLAMOS.

           OPEN OUTPUT RECLAMOS.
           IF NOT WSS-FS-RCL-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECLAMOS'
             DISPLAY 'FILE STATUS' WSS-FS-RCL
             STOP RUN
           END-IF.

           PERFORM VARYING WSI-REC FROM 1 BY 1
                   UNTIL WSI-REC > WST-CANT-REC
               MOVE WST-REC (WSI-REC) TO FD-RECLAMOS
               WRITE FD-RECLAMOS
           END-PERFORM

           CLOSE RECLAMOS.

       230000-LISTAR-DEMORADOS.

           MOVE 0 TO WSV-TOT-DEMORADO

           OPEN OUTPUT LISTADO.
           IF NOT WSS-FS-LIS-OK
             DISPLAY 'ERROR DE ARCHIVO DE LISTADO'
             DISPLAY 'FILE STATUS' WSS-FS-LIS
             STOP RUN
           END-IF.

           INITIALIZE WSL-LINEA-LIS
           STRING 'RECLAMOS ABIERTOS HACE MAS DE '    DELIMITED SIZE
                  WSP-DIAS-RECLAMO                   DELIMITED SIZE
                  ' DIAS - FECHA '                   DELIMITED SIZE
                  WSV-FECHA-SISTEMA                  DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE 'NRO    CLIENTE PERIODO MON FACTURA           IMPORTE'
             TO FD-LISTADO
           MOVE '  DIAS ALTA     OPERADOR   MOTIVO'
             TO FD-LISTADO (56:34)
           WRITE FD-LISTADO.

           PERFORM 235000-EVALUAR-DEMORA
               VARYING WSI-REC FROM 1 BY 1
               UNTIL WSI-REC > WST-CANT-REC.

           MOVE WSV-TOT-DEMORADO TO WSL-IMP-EDITADO
           INITIALIZE WSL-LINEA-LIS
           STRING 'RECLAMOS DEMORADOS: '             DELIMITED SIZE
                  WSCC-CONT-DEMORADOS                DELIMITED SIZE
                  ' DE '                             DELIMITED SIZE
                  WSCC-CONT-ABIERTOS                 DELIMITED SIZE
                  ' ABIERTOS   IMPORTE EN DISPUTA: ' DELIMITED SIZE
                  WSL-IMP-EDITADO                    DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE SPACES TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

           CLOSE LISTADO.

       235000-EVALUAR-DEMORA.

           IF WST-REC-ESTADO (WSI-REC) NOT = 'O'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WSCC-CONT-ABIERTOS

           COMPUTE WSV-DIAS-ABIERTO =
                   FUNCTION INTEGER-OF-DATE (WSV-FECHA-SISTEMA) -
                   FUNCTION INTEGER-OF-DATE
                           (WST-REC-FECHA-ALTA (WSI-REC))
           IF WSV-DIAS-ABIERTO <= WSP-DIAS-RECLAMO
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-DEMORADOS
           ADD WST-REC-IMPORTE (WSI-REC) TO WSV-TOT-DEMORADO

           MOVE WST-REC-IMPORTE (WSI-REC) TO WSL-IMP-EDITADO
           INITIALIZE WSL-LINEA-LIS
           STRING WST-REC-NRO (WSI-REC)              DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WST-REC-CTE (WSI-REC)              DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WST-REC-PERIODO (WSI-REC)          DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WST-REC-MONEDA (WSI-REC)           DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WST-REC-FAC-LETRA (WSI-REC)        DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WST-REC-FAC-PTO-VTA (WSI-REC)      DELIMITED SIZE
                  '-'                                DELIMITED SIZE
                  WST-REC-FACTURA (WSI-REC)          DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WSL-IMP-EDITADO                    DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WSV-DIAS-ABIERTO                   DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WST-REC-FECHA-ALTA (WSI-REC)       DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WST-REC-OPERADOR (WSI-REC)         DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WST-REC-MOTIVO (WSI-REC)           DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

       300000-FINAL.

           IF WSV-OPC-DEMORADOS
               DISPLAY '********************************************'
               DISPLAY 'RECLAMOS ABIERTOS =' WSCC-CONT-ABIERTOS
               DISPLAY 'DEMORADOS (MAS DE ' WSP-DIAS-RECLAMO
                       ' DIAS) =' WSCC-CONT-DEMORADOS
               DISPLAY '********************************************'
           END-IF.
           STOP RUN.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'Reclamos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECLAMOS

           MOVE 'FacturasEmitidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EMITIDAS

           MOVE 'AjustesNotaCredito.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-AJUSTES

           MOVE 'ReclamosDemorados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-LISTADO

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
           CONTINUE.

           COPY PARAMSP.

           COPY OPERADORP.

       END PROGRAM PROG01-44-SA.
