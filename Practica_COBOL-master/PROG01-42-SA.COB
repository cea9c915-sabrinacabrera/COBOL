      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Libro de retenciones sufridas del periodo: lee
      *              los certificados que PROG01-06-SA deja en
      *              RetencionesRecibidas.TXT, los agrupa por regimen
      *              y por CUIT del agente de retencion (el cliente),
      *              marca los certificados duplicados (mismo
      *              cliente, regimen y numero, en el periodo o en
      *              uno anterior: no se computan) y cierra con el
      *              total que debe coincidir con la cuenta contable
      *              RETENCIONES-SUF. Arma el archivo de importacion
      *              del aplicativo fiscal y asienta el credito del
      *              periodo en AsientosGL.TXT via ASIENGL/ASIENGLP
      *              (una sola vez por periodo, controlado con
      *              RetencionesAsentadas.TXT).
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-42-SA.

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

      *    Registro acumulativo de certificados que graba
      *    225000-REGISTRAR-RETENCION en PROG01-06-SA.
           SELECT RETENCIONES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RETENCIONES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RET.

      *    Libro de retenciones del periodo (renglon de texto libre).
           SELECT LIBRO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-LIBRO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIB.

      *    Archivo de importacion del aplicativo fiscal: un registro
      *    por certificado computable del periodo.
           SELECT EXPORTE
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-EXPORTE
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EXP.

      *    Periodos ya asentados en el libro contable (EXTEND): un
      *    reproceso del periodo vuelve a emitir libro y exporte
      *    pero no duplica el asiento.
           SELECT ASENTADAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ASENTADAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-ASE.

      *    Mismo maestro indexado que mantiene PROG01-02-SA: CUIT y
      *    nombre del agente de retencion.
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Interfaz contable y su archivo de trabajo (ver
      *    ASIENGL.CPY).
           SELECT ASIENTOSGL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ASIENTOSGL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GL.

           SELECT ASIENTOSGL-TRABAJO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ASIENTOSGL-TRAB
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GLT.

      *    Historial contable acumulado (ver ASIENGL.CPY).
           SELECT MOVIMIENTOSGL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-MOVIMIENTOSGL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MGL.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

       FD RETENCIONES.

      *    Mismo layout que FD-RETENCIONES en PROG01-06-SA.
       01 FD-RETENCIONES.
         05 WSF-RET-CTE           PIC 9(07).
         05 WSF-RET-FECHA         PIC 9(08).
         05 WSF-RET-NRO-CERT      PIC X(12).
         05 WSF-RET-IMPORTE       PIC 9(07)V99.
         05 WSF-RET-MONEDA        PIC X(03).
         05 WSF-RET-REGIMEN       PIC X(03).
         05 WSF-RET-NRO-RECIBO    PIC 9(08).

       FD LIBRO.

       01 FD-LIBRO                 PIC X(132).

       FD EXPORTE.

      *    Registro de importacion de retenciones sufridas: regimen,
      *    CUIT del agente sin guiones, fecha DD/MM/AAAA, numero de
      *    certificado e importe en pesos con coma decimal.
       01 FD-EXPORTE.
         05 WSF-EXP-REGIMEN       PIC X(03).
         05 WSF-EXP-CUIT          PIC X(11).
         05 WSF-EXP-FECHA         PIC X(10).
         05 WSF-EXP-NRO-CERT      PIC X(16).
         05 WSF-EXP-IMPORTE       PIC 9(13),99.

       FD ASENTADAS.

       01 FD-ASENTADAS.
         05 WSF-ASE-PERIODO       PIC 9(06).
         05 WSF-ASE-IMPORTE       PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-ASE-FECHA         PIC 9(08).

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

       FD ASIENTOSGL.

      *    Mismo layout que en PROG01-01-SA (ver ASIENGL.CPY).
       01 FD-ASIENTOSGL.
         05 WSF-GL-TIPO          PIC X(01).
         05 WSF-GL-CUENTA        PIC X(16).
         05 WSF-GL-IMPORTE       PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-GL-LEYENDA       PIC X(30).
         05 WSF-GL-PERIODO       PIC 9(06).

       01 FD-ASIENTOSGL-CONTROL.
         05 WSF-GLC-TIPO         PIC X(01).
         05 WSF-GLC-TOTAL-DEBE   PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-GLC-TOTAL-HABER  PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD ASIENTOSGL-TRABAJO.

       01 FD-ASIENTOSGL-TRABAJO.
         05 WSF-GLT-TIPO         PIC X(01).
         05 WSF-GLT-CUENTA       PIC X(16).
         05 WSF-GLT-IMPORTE      PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-GLT-LEYENDA      PIC X(30).
         05 WSF-GLT-PERIODO      PIC 9(06).

       FD MOVIMIENTOSGL.

      *    Mismo layout que FD-MOVIMIENTOSGL en PROG01-01-SA.
       01 FD-MOVIMIENTOSGL.
         05 WSF-MGL-LOTE          PIC 9(06).
         05 WSF-MGL-PERIODO       PIC 9(06).
         05 WSF-MGL-CUENTA        PIC X(16).
         05 WSF-MGL-LEYENDA       PIC X(30).
         05 WSF-MGL-DEBE          PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-MGL-HABER         PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-MGL-PARTIDAS      PIC 9(05).
         05 WSF-MGL-FECHA         PIC 9(08).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-RET                           PIC X(02).
             88 WSS-FS-RET-OK                      VALUE '00'.
             88 WSS-FS-RET-EOF                     VALUE '10'.
             88 WSS-FS-RET-NOEXISTE                VALUE '35'.
           05 WSS-FS-LIB                           PIC X(02).
             88 WSS-FS-LIB-OK                      VALUE '00'.
           05 WSS-FS-EXP                           PIC X(02).
             88 WSS-FS-EXP-OK                      VALUE '00'.
           05 WSS-FS-ASE                           PIC X(02).
             88 WSS-FS-ASE-OK                      VALUE '00'.
             88 WSS-FS-ASE-EOF                     VALUE '10'.
             88 WSS-FS-ASE-NOEXISTE                VALUE '35'.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-CTE-NOEXISTE                VALUE '35'.

       01 CONSTANTES.
           05 WSC-MAX-CERTIFICADOS  PIC 9(04) VALUE 3000.
           05 WSC-MONEDA-BASE       PIC X(03) VALUE 'ARS'.
      *    Cuenta del credito fiscal por retenciones sufridas y
      *    cuenta de deudores que la retencion cancelo.
           05 WSC-CTA-RETENCIONES   PIC X(16) VALUE 'RETENCIONES-SUF'.
           05 WSC-CTA-DEUDORES      PIC X(16) VALUE 'DEUDORES-VENTAS'.

       01 WSV-PERIODO-PROCESO       PIC 9(06).

      *    Certificados del periodo. La clave de orden agrupa por
      *    regimen y CUIT; a igual cliente, regimen y numero de
      *    certificado quedan juntos los duplicados.
       01 TABLA-CERTIFICADOS.
           05 WST-CANT-CER          PIC 9(04) VALUE 0.
           05 WST-CER OCCURS 3000 TIMES.
               10 WST-CER-CLAVE.
                   15 WST-CER-REGIMEN   PIC X(03).
                   15 WST-CER-CUIT      PIC X(13).
                   15 WST-CER-CTE       PIC 9(07).
                   15 WST-CER-NRO-CERT  PIC X(12).
               10 WST-CER-FECHA         PIC 9(08).
               10 WST-CER-NRO-RECIBO    PIC 9(08).
               10 WST-CER-MONEDA        PIC X(03).
               10 WST-CER-IMPORTE       PIC 9(07)V99.
               10 WST-CER-IMPORTE-BASE  PIC S9(11)V99.
               10 WST-CER-NYA           PIC X(30).
      *        Blanco computable / D duplicado (no se computa) /
      *        C sin numero de certificado / S sin CUIT valido (se
      *        computan pero no van al aplicativo).
               10 WST-CER-MARCA         PIC X(01).

       01 WSV-CER-AUX.
           05 WSV-AUX-CLAVE             PIC X(35).
           05 WSV-AUX-RESTO             PIC X(72).

      *    Los certificados del periodo no entraron completos: el
      *    libro sale marcado y no hay exporte ni asiento.
       01 WSS-CER-DESBORDE            PIC X VALUE 'N'.
           88 WSS-CER-SI-DESBORDE     VALUE 'S'.

       01 WSS-PERIODO-ASENTADO        PIC X VALUE 'N'.
           88 WSS-PERIODO-SI-ASENTADO VALUE 'S'.

       01 WSV-SUB-I                 PIC 9(04).
       01 WSV-SUB-J                 PIC 9(04).
       01 WSV-SUB-K                 PIC 9(04).
       01 WSV-SUB-C                 PIC 9(02).
       01 WSV-LIMITE                PIC 9(04).

      *    Cortes de control del libro.
       01 WSV-REGIMEN-ANT           PIC X(03).
       01 WSV-CUIT-ANT              PIC X(13).
       01 WSV-TOT-CUIT              PIC S9(11)V99.
       01 WSV-TOT-REGIMEN           PIC S9(11)V99.
       01 WSV-TOT-GENERAL           PIC S9(11)V99.
       01 WSV-TOT-DUPLICADOS        PIC S9(11)V99.

      *    Totales por regimen para el asiento (hasta 10 regimenes).
       01 TABLA-REGIMENES.
           05 WST-CANT-REG          PIC 9(02) VALUE 0.
           05 WST-REG OCCURS 10 TIMES.
               10 WST-REG-COD       PIC X(03).
               10 WST-REG-TOTAL     PIC S9(11)V99.

       01 WSV-CUIT-DIGITOS          PIC X(11).
       01 WSV-CANT-DIGITOS          PIC 9(02).
       01 WSV-FECHA-R.
           05 WSV-FR-ANIO           PIC 9(04).
           05 WSV-FR-MES            PIC 9(02).
           05 WSV-FR-DIA            PIC 9(02).
       01 WSV-FECHA-SISTEMA         PIC 9(08).

       01 CONTADORES.
           05 WSCC-CONT-LEIDOS      PIC 9(07).
           05 WSCC-CONT-PERIODO     PIC 9(07).
           05 WSCC-CONT-DUPLICADOS  PIC 9(07).
           05 WSCC-CONT-SIN-CERT    PIC 9(07).
           05 WSCC-CONT-SIN-CUIT    PIC 9(07).
           05 WSCC-CONT-EXPORTADOS  PIC 9(07).
           05 WSCC-CONT-PARTIDAS    PIC 9(05).

       01 WSL-LINEA-LIB             PIC X(132).
       01 WSL-IMP-ED-1              PIC -----------,99.
       01 WSL-IMP-ED-2              PIC -----------,99.

           COPY ASIENGL.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-RETENCIONES            PIC X(80).
       01 WSV-ARCH-LIBRO                  PIC X(80).
       01 WSV-ARCH-EXPORTE                PIC X(80).
       01 WSV-ARCH-ASENTADAS              PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-ASIENTOSGL             PIC X(80).
       01 WSV-ARCH-ASIENTOSGL-TRAB        PIC X(80).
       01 WSV-ARCH-MOVIMIENTOSGL          PIC X(80).

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

           MOVE WSP-PERIODO-PROCESO TO WSV-PERIODO-PROCESO.
           DISPLAY 'RETENCIONES SUFRIDAS DEL PERIODO '
                   WSV-PERIODO-PROCESO.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

           OPEN INPUT CLIENTES.
           IF NOT WSS-FS-CTE-OK
               DISPLAY 'SIN MAESTRO DE CLIENTES: LOS CERTIFICADOS '
                       'SALEN SIN CUIT'
           END-IF.

           PERFORM 110000-CARGAR-PERIODO.
           PERFORM 130000-DUPLICADOS-ANTERIORES.
           PERFORM 150000-ORDENAR.
           PERFORM 160000-DUPLICADOS-DEL-PERIODO.
           PERFORM 170000-LEER-ASENTADAS.

           OPEN OUTPUT LIBRO.
           IF NOT WSS-FS-LIB-OK
             DISPLAY 'ERROR DE ARCHIVO DE LIBRO'
             DISPLAY 'FILE STATUS' WSS-FS-LIB
             STOP RUN
           END-IF.

           INITIALIZE WSL-LINEA-LIB
           STRING 'LIBRO DE RETENCIONES SUFRIDAS - PERIODO '
                                                  DELIMITED SIZE
                  WSV-PERIODO-PROCESO             DELIMITED SIZE
             INTO WSL-LINEA-LIB
           END-STRING
           MOVE WSL-LINEA-LIB TO FD-LIBRO
           WRITE FD-LIBRO.

           IF WSS-CER-SI-DESBORDE
               MOVE '*** LIBRO INCOMPLETO: MAS CERTIFICADOS QUE LA '
                 TO WSL-LINEA-LIB
               MOVE 'TABLA, NO SE EXPORTA NI SE ASIENTA ***'
                 TO WSL-LINEA-LIB (48:38)
               MOVE WSL-LINEA-LIB TO FD-LIBRO
               WRITE FD-LIBRO
           END-IF.

       110000-CARGAR-PERIODO.

           OPEN INPUT RETENCIONES.
           IF WSS-FS-RET-NOEXISTE
               DISPLAY 'NO EXISTE RetencionesRecibidas.TXT'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-RET-OK
             DISPLAY 'ERROR DE ARCHIVO DE RETENCIONES'
             DISPLAY 'FILE STATUS' WSS-FS-RET
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-RET-EOF
               READ RETENCIONES
                  EVALUATE TRUE
                     WHEN WSS-FS-RET-OK
                          ADD 1 TO WSCC-CONT-LEIDOS
                          IF WSF-RET-FECHA (1:6) = WSV-PERIODO-PROCESO
                              PERFORM 115000-SUMAR-CERTIFICADO
                          END-IF
                     WHEN WSS-FS-RET-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE RETENCIONES'
                          DISPLAY 'FILE STATUS' WSS-FS-RET
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RETENCIONES.

       115000-SUMAR-CERTIFICADO.

           IF WST-CANT-CER >= WSC-MAX-CERTIFICADOS
               MOVE 'S' TO WSS-CER-DESBORDE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-PERIODO
           ADD 1 TO WST-CANT-CER
           MOVE WST-CANT-CER TO WSV-SUB-I

           MOVE WSF-RET-REGIMEN    TO WST-CER-REGIMEN (WSV-SUB-I)
           MOVE WSF-RET-CTE        TO WST-CER-CTE (WSV-SUB-I)
           MOVE WSF-RET-NRO-CERT   TO WST-CER-NRO-CERT (WSV-SUB-I)
           MOVE WSF-RET-FECHA      TO WST-CER-FECHA (WSV-SUB-I)
           MOVE WSF-RET-NRO-RECIBO TO WST-CER-NRO-RECIBO (WSV-SUB-I)
           MOVE WSF-RET-MONEDA     TO WST-CER-MONEDA (WSV-SUB-I)
           MOVE WSF-RET-IMPORTE    TO WST-CER-IMPORTE (WSV-SUB-I)
           MOVE SPACE              TO WST-CER-MARCA (WSV-SUB-I)
           IF WST-CER-NRO-RECIBO (WSV-SUB-I) NOT NUMERIC
               MOVE 0 TO WST-CER-NRO-RECIBO (WSV-SUB-I)
           END-IF

      *    Retenciones en moneda extranjera a la TASA-USD de
      *    parametros (mismo criterio que la prevision de
      *    PROG01-39-SA).
           IF WSF-RET-MONEDA = WSC-MONEDA-BASE
             OR WSF-RET-MONEDA = SPACES
               MOVE WSF-RET-IMPORTE TO WST-CER-IMPORTE-BASE (WSV-SUB-I)
           ELSE
               COMPUTE WST-CER-IMPORTE-BASE (WSV-SUB-I) ROUNDED =
                       WSF-RET-IMPORTE * WSP-TASA-USD
           END-IF

           MOVE SPACES TO WST-CER-CUIT (WSV-SUB-I)
           MOVE SPACES TO WST-CER-NYA (WSV-SUB-I)
           IF WSS-FS-CTE-OK OR WSS-FS-CTE-NOENCONTRADA
               MOVE WSF-RET-CTE TO WSF-CTE-CTE
               READ CLIENTES KEY IS WSF-CTE-CTE
                   INVALID KEY CONTINUE
               END-READ
               IF WSS-FS-CTE-OK
                   MOVE WSF-CTE-CUIT TO WST-CER-CUIT (WSV-SUB-I)
                   MOVE WSF-CTE-NYA  TO WST-CER-NYA (WSV-SUB-I)
               END-IF
           END-IF.

       130000-DUPLICADOS-ANTERIORES.

      *    Segunda pasada: un certificado del periodo que ya figura
      *    en un periodo anterior (mismo cliente, regimen y numero)
      *    ya se computo entonces.
           IF WST-CANT-CER = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT RETENCIONES.
           IF NOT WSS-FS-RET-OK
             DISPLAY 'ERROR DE ARCHIVO DE RETENCIONES'
             DISPLAY 'FILE STATUS' WSS-FS-RET
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-RET-EOF
               READ RETENCIONES
                  EVALUATE TRUE
                     WHEN WSS-FS-RET-OK
                          IF WSF-RET-FECHA (1:6) < WSV-PERIODO-PROCESO
                            AND WSF-RET-NRO-CERT NOT = SPACES
                              PERFORM 135000-MARCAR-ANTERIOR
                          END-IF
                     WHEN WSS-FS-RET-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE RETENCIONES'
                          DISPLAY 'FILE STATUS' WSS-FS-RET
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE RETENCIONES.

       135000-MARCAR-ANTERIOR.

           PERFORM VARYING WSV-SUB-I FROM 1 BY 1
                   UNTIL WSV-SUB-I > WST-CANT-CER
               IF WST-CER-CTE (WSV-SUB-I) = WSF-RET-CTE
                 AND WST-CER-REGIMEN (WSV-SUB-I) = WSF-RET-REGIMEN
                 AND WST-CER-NRO-CERT (WSV-SUB-I) = WSF-RET-NRO-CERT
                   MOVE 'D' TO WST-CER-MARCA (WSV-SUB-I)
               END-IF
           END-PERFORM.

       150000-ORDENAR.

      *    Orden por regimen, CUIT, cliente y certificado (burbuja
      *    sobre la tabla: pocos miles de renglones por mes).
           IF WST-CANT-CER < 2
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WSV-SUB-I FROM 1 BY 1
                   UNTIL WSV-SUB-I >= WST-CANT-CER
               COMPUTE WSV-LIMITE = WST-CANT-CER - WSV-SUB-I
               PERFORM VARYING WSV-SUB-J FROM 1 BY 1
                       UNTIL WSV-SUB-J > WSV-LIMITE
                   COMPUTE WSV-SUB-K = WSV-SUB-J + 1
                   IF WST-CER-CLAVE (WSV-SUB-J) >
                                     WST-CER-CLAVE (WSV-SUB-K)
                       MOVE WST-CER (WSV-SUB-J) TO WSV-CER-AUX
                       MOVE WST-CER (WSV-SUB-K) TO WST-CER (WSV-SUB-J)
                       MOVE WSV-CER-AUX         TO WST-CER (WSV-SUB-K)
                   END-IF
               END-PERFORM
           END-PERFORM.

       160000-DUPLICADOS-DEL-PERIODO.

      *    Con la tabla ordenada, el segundo y siguientes de un
      *    mismo cliente/regimen/certificado son duplicados; los
      *    restantes se clasifican por lo que les falta.
           PERFORM VARYING WSV-SUB-I FROM 1 BY 1
                   UNTIL WSV-SUB-I > WST-CANT-CER
               IF WSV-SUB-I > 1
                 AND WST-CER-NRO-CERT (WSV-SUB-I) NOT = SPACES
                   COMPUTE WSV-SUB-K = WSV-SUB-I - 1
                   IF WST-CER-CTE (WSV-SUB-I) = WST-CER-CTE (WSV-SUB-K)
                     AND WST-CER-REGIMEN (WSV-SUB-I) =
                                         WST-CER-REGIMEN (WSV-SUB-K)
                     AND WST-CER-NRO-CERT (WSV-SUB-I) =
                                         WST-CER-NRO-CERT (WSV-SUB-K)
                       MOVE 'D' TO WST-CER-MARCA (WSV-SUB-I)
                   END-IF
               END-IF
               IF WST-CER-MARCA (WSV-SUB-I) = SPACE
                   PERFORM 165000-CLASIFICAR
               END-IF
           END-PERFORM.

       165000-CLASIFICAR.

           IF WST-CER-NRO-CERT (WSV-SUB-I) = SPACES
               MOVE 'C' TO WST-CER-MARCA (WSV-SUB-I)
               EXIT PARAGRAPH
           END-IF.

           MOVE WST-CER-CUIT (WSV-SUB-I) TO WSF-CTE-CUIT
           PERFORM 245000-CUIT-SIN-GUIONES.
           IF WSV-CANT-DIGITOS NOT = 11
               MOVE 'S' TO WST-CER-MARCA (WSV-SUB-I)
           END-IF.

       170000-LEER-ASENTADAS.

           MOVE 'N' TO WSS-PERIODO-ASENTADO

           OPEN INPUT ASENTADAS.
           IF WSS-FS-ASE-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-ASE-OK
             DISPLAY 'ERROR DE ARCHIVO DE PERIODOS ASENTADOS'
             DISPLAY 'FILE STATUS' WSS-FS-ASE
             STOP RUN
           END-IF.

           PERFORM UNTIL WSS-FS-ASE-EOF
               READ ASENTADAS
                  EVALUATE TRUE
                     WHEN WSS-FS-ASE-OK
                          IF WSF-ASE-PERIODO = WSV-PERIODO-PROCESO
                              MOVE 'S' TO WSS-PERIODO-ASENTADO
                          END-IF
                     WHEN WSS-FS-ASE-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-ASE
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE ASENTADAS.

       200000-PROCESO.

           MOVE 0      TO WSV-TOT-GENERAL
           MOVE 0      TO WSV-TOT-DUPLICADOS
           MOVE 0      TO WSV-TOT-REGIMEN
           MOVE 0      TO WSV-TOT-CUIT
           MOVE SPACES TO WSV-REGIMEN-ANT
           MOVE SPACES TO WSV-CUIT-ANT

           IF NOT WSS-CER-SI-DESBORDE
               OPEN OUTPUT EXPORTE
               IF NOT WSS-FS-EXP-OK
                 DISPLAY 'ERROR DE ARCHIVO DE EXPORTE'
                 DISPLAY 'FILE STATUS' WSS-FS-EXP
                 STOP RUN
               END-IF
           END-IF.

           PERFORM 210000-LISTAR-CERTIFICADO
               VARYING WSV-SUB-I FROM 1 BY 1
               UNTIL WSV-SUB-I > WST-CANT-CER.

           IF WST-CANT-CER > 0
               PERFORM 225000-CORTE-CUIT
               PERFORM 230000-CORTE-REGIMEN
           END-IF.

           PERFORM 235000-TOTAL-GENERAL.

           IF NOT WSS-CER-SI-DESBORDE
               CLOSE EXPORTE
               PERFORM 250000-ASENTAR
           END-IF.

       210000-LISTAR-CERTIFICADO.

           IF WSV-SUB-I > 1
             AND (WST-CER-REGIMEN (WSV-SUB-I) NOT = WSV-REGIMEN-ANT
               OR WST-CER-CUIT (WSV-SUB-I) NOT = WSV-CUIT-ANT)
               PERFORM 225000-CORTE-CUIT
           END-IF.
           IF WSV-SUB-I > 1
             AND WST-CER-REGIMEN (WSV-SUB-I) NOT = WSV-REGIMEN-ANT
               PERFORM 230000-CORTE-REGIMEN
           END-IF.

           IF WSV-SUB-I = 1
             OR WST-CER-REGIMEN (WSV-SUB-I) NOT = WSV-REGIMEN-ANT
               PERFORM 220000-TITULO-REGIMEN
           END-IF.
           IF WSV-SUB-I = 1
             OR WST-CER-REGIMEN (WSV-SUB-I) NOT = WSV-REGIMEN-ANT
             OR WST-CER-CUIT (WSV-SUB-I) NOT = WSV-CUIT-ANT
               INITIALIZE WSL-LINEA-LIB
               STRING '  CUIT '                      DELIMITED SIZE
                      WST-CER-CUIT (WSV-SUB-I)       DELIMITED SIZE
                      '  '                           DELIMITED SIZE
                      WST-CER-NYA (WSV-SUB-I)        DELIMITED SIZE
                 INTO WSL-LINEA-LIB
               END-STRING
               MOVE WSL-LINEA-LIB TO FD-LIBRO
               WRITE FD-LIBRO
           END-IF.

           MOVE WST-CER-REGIMEN (WSV-SUB-I) TO WSV-REGIMEN-ANT
           MOVE WST-CER-CUIT (WSV-SUB-I)    TO WSV-CUIT-ANT

           MOVE WST-CER-IMPORTE-BASE (WSV-SUB-I) TO WSL-IMP-ED-1
           INITIALIZE WSL-LINEA-LIB
           STRING '    CERT '                        DELIMITED SIZE
                  WST-CER-NRO-CERT (WSV-SUB-I)       DELIMITED SIZE
                  '  FECHA '                         DELIMITED SIZE
                  WST-CER-FECHA (WSV-SUB-I)          DELIMITED SIZE
                  '  CTE '                           DELIMITED SIZE
                  WST-CER-CTE (WSV-SUB-I)            DELIMITED SIZE
                  '  RECIBO '                        DELIMITED SIZE
                  WST-CER-NRO-RECIBO (WSV-SUB-I)     DELIMITED SIZE
                  '  '                               DELIMITED SIZE
                  WST-CER-MONEDA (WSV-SUB-I)         DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WSL-IMP-ED-1                       DELIMITED SIZE
             INTO WSL-LINEA-LIB
           END-STRING
           EVALUATE WST-CER-MARCA (WSV-SUB-I)
               WHEN 'D'
                    MOVE '** DUPLICADO, NO SE COMPUTA'
                      TO WSL-LINEA-LIB (100:27)
               WHEN 'C'
                    MOVE '** SIN NRO DE CERTIFICADO'
                      TO WSL-LINEA-LIB (100:25)
               WHEN 'S'
                    MOVE '** SIN CUIT VALIDO'
                      TO WSL-LINEA-LIB (100:18)
           END-EVALUATE
           MOVE WSL-LINEA-LIB TO FD-LIBRO
           WRITE FD-LIBRO.

           EVALUATE WST-CER-MARCA (WSV-SUB-I)
               WHEN 'D'
                    ADD 1 TO WSCC-CONT-DUPLICADOS
                    ADD WST-CER-IMPORTE-BASE (WSV-SUB-I)
                        TO WSV-TOT-DUPLICADOS
                    EXIT PARAGRAPH
               WHEN 'C'
                    ADD 1 TO WSCC-CONT-SIN-CERT
               WHEN 'S'
                    ADD 1 TO WSCC-CONT-SIN-CUIT
           END-EVALUATE.

           ADD WST-CER-IMPORTE-BASE (WSV-SUB-I) TO WSV-TOT-CUIT
           ADD WST-CER-IMPORTE-BASE (WSV-SUB-I) TO WSV-TOT-REGIMEN
           ADD WST-CER-IMPORTE-BASE (WSV-SUB-I) TO WSV-TOT-GENERAL

           IF WST-CER-MARCA (WSV-SUB-I) = SPACE
             AND NOT WSS-CER-SI-DESBORDE
               PERFORM 240000-EXPORTAR
           END-IF.

       220000-TITULO-REGIMEN.

           MOVE SPACES TO FD-LIBRO
           WRITE FD-LIBRO.
           INITIALIZE WSL-LINEA-LIB
           EVALUATE WST-CER-REGIMEN (WSV-SUB-I)
               WHEN 'IVA'
                    MOVE 'REGIMEN IVA - RETENCIONES DE IVA'
                      TO WSL-LINEA-LIB
               WHEN 'GAN'
                    MOVE 'REGIMEN GAN - RETENCIONES DE GANANCIAS'
                      TO WSL-LINEA-LIB
               WHEN 'IIB'
                    MOVE 'REGIMEN IIB - RETENCIONES DE INGRESOS BRUTOS'
                      TO WSL-LINEA-LIB
               WHEN 'SUS'
                    MOVE 'REGIMEN SUS - RETENCIONES DE SEGURIDAD SOCIAL'
                      TO WSL-LINEA-LIB
               WHEN SPACES
                    MOVE 'SIN REGIMEN INFORMADO EN EL RECIBO'
                      TO WSL-LINEA-LIB
               WHEN OTHER
                    STRING 'REGIMEN '                DELIMITED SIZE
                           WST-CER-REGIMEN (WSV-SUB-I)
                                                     DELIMITED SIZE
                      INTO WSL-LINEA-LIB
                    END-STRING
           END-EVALUATE
           MOVE WSL-LINEA-LIB TO FD-LIBRO
           WRITE FD-LIBRO.

       225000-CORTE-CUIT.

           MOVE WSV-TOT-CUIT TO WSL-IMP-ED-1
           INITIALIZE WSL-LINEA-LIB
           STRING '  TOTAL CUIT '                    DELIMITED SIZE
                  WSV-CUIT-ANT                       DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WSL-IMP-ED-1                       DELIMITED SIZE
             INTO WSL-LINEA-LIB
           END-STRING
           MOVE WSL-LINEA-LIB TO FD-LIBRO
           WRITE FD-LIBRO.
           MOVE 0 TO WSV-TOT-CUIT.

       230000-CORTE-REGIMEN.

           MOVE WSV-TOT-REGIMEN TO WSL-IMP-ED-1
           INITIALIZE WSL-LINEA-LIB
           STRING 'TOTAL REGIMEN '                   DELIMITED SIZE
                  WSV-REGIMEN-ANT                    DELIMITED SIZE
                  ' '                                DELIMITED SIZE
                  WSL-IMP-ED-1                       DELIMITED SIZE
             INTO WSL-LINEA-LIB
           END-STRING
           MOVE WSL-LINEA-LIB TO FD-LIBRO
           WRITE FD-LIBRO.

      *    Total del regimen para su partida del asiento.
           IF WSV-TOT-REGIMEN NOT = 0
             IF WST-CANT-REG < 10
               ADD 1 TO WST-CANT-REG
               MOVE WSV-REGIMEN-ANT TO WST-REG-COD (WST-CANT-REG)
               MOVE WSV-TOT-REGIMEN TO WST-REG-TOTAL (WST-CANT-REG)
             ELSE
               ADD WSV-TOT-REGIMEN TO WST-REG-TOTAL (10)
             END-IF
           END-IF.
           MOVE 0 TO WSV-TOT-REGIMEN.

       235000-TOTAL-GENERAL.

           MOVE SPACES TO FD-LIBRO
           WRITE FD-LIBRO.

           MOVE WSV-TOT-DUPLICADOS TO WSL-IMP-ED-1
           INITIALIZE WSL-LINEA-LIB
           STRING 'CERTIFICADOS DUPLICADOS (NO COMPUTADOS): '
                                                     DELIMITED SIZE
                  WSCC-CONT-DUPLICADOS               DELIMITED SIZE
                  ' POR '                            DELIMITED SIZE
                  WSL-IMP-ED-1                       DELIMITED SIZE
             INTO WSL-LINEA-LIB
           END-STRING
           MOVE WSL-LINEA-LIB TO FD-LIBRO
           WRITE FD-LIBRO.

           INITIALIZE WSL-LINEA-LIB
           STRING 'SIN NRO DE CERTIFICADO: '         DELIMITED SIZE
                  WSCC-CONT-SIN-CERT                 DELIMITED SIZE
                  '   SIN CUIT VALIDO: '             DELIMITED SIZE
                  WSCC-CONT-SIN-CUIT                 DELIMITED SIZE
                  '   (COMPUTADOS, FUERA DEL APLICATIVO)'
                                                     DELIMITED SIZE
             INTO WSL-LINEA-LIB
           END-STRING
           MOVE WSL-LINEA-LIB TO FD-LIBRO
           WRITE FD-LIBRO.

           MOVE WSV-TOT-GENERAL TO WSL-IMP-ED-1
           INITIALIZE WSL-LINEA-LIB
           STRING 'TOTAL A CONCILIAR CON LA CUENTA '  DELIMITED SIZE
                  WSC-CTA-RETENCIONES                DELIMITED SIZE
                  ' (PESOS): '                       DELIMITED SIZE
                  WSL-IMP-ED-1                       DELIMITED SIZE
             INTO WSL-LINEA-LIB
           END-STRING
           MOVE WSL-LINEA-LIB TO FD-LIBRO
           WRITE FD-LIBRO.

       240000-EXPORTAR.

           MOVE WST-CER-CUIT (WSV-SUB-I) TO WSF-CTE-CUIT
           PERFORM 245000-CUIT-SIN-GUIONES.

           MOVE WST-CER-FECHA (WSV-SUB-I) TO WSV-FECHA-R

           MOVE WST-CER-REGIMEN (WSV-SUB-I)  TO WSF-EXP-REGIMEN
           MOVE WSV-CUIT-DIGITOS             TO WSF-EXP-CUIT
           MOVE SPACES                       TO WSF-EXP-FECHA
           STRING WSV-FR-DIA                         DELIMITED SIZE
                  '/'                                DELIMITED SIZE
                  WSV-FR-MES                         DELIMITED SIZE
                  '/'                                DELIMITED SIZE
                  WSV-FR-ANIO                        DELIMITED SIZE
             INTO WSF-EXP-FECHA
           END-STRING
           MOVE WST-CER-NRO-CERT (WSV-SUB-I) TO WSF-EXP-NRO-CERT
           MOVE WST-CER-IMPORTE-BASE (WSV-SUB-I) TO WSF-EXP-IMPORTE
           WRITE FD-EXPORTE.
           ADD 1 TO WSCC-CONT-EXPORTADOS.

       245000-CUIT-SIN-GUIONES.

      *    CUIT del maestro (con o sin guiones) reducido a sus once
      *    digitos.
           MOVE SPACES TO WSV-CUIT-DIGITOS
           MOVE 0      TO WSV-CANT-DIGITOS

           PERFORM VARYING WSV-SUB-C FROM 1 BY 1
                   UNTIL WSV-SUB-C > 13
               IF WSF-CTE-CUIT (WSV-SUB-C:1) IS NUMERIC
                   ADD 1 TO WSV-CANT-DIGITOS
                   IF WSV-CANT-DIGITOS <= 11
                       MOVE WSF-CTE-CUIT (WSV-SUB-C:1)
                         TO WSV-CUIT-DIGITOS (WSV-CANT-DIGITOS:1)
                   END-IF
               END-IF
           END-PERFORM.

       250000-ASENTAR.

      *    El credito fiscal del periodo va al debe de
      *    RETENCIONES-SUF (una partida por regimen) contra
      *    DEUDORES-VENTAS, que la retencion cancelo al aplicar el
      *    recibo. Un periodo ya asentado no se vuelve a asentar.
           IF WSV-TOT-GENERAL = 0
               DISPLAY 'SIN RETENCIONES QUE ASENTAR'
               EXIT PARAGRAPH
           END-IF.
           IF WSS-PERIODO-SI-ASENTADO
               DISPLAY 'PERIODO YA ASENTADO: NO SE REPITE EL ASIENTO'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 960000-ABRIR-ASIENTOS.

           PERFORM VARYING WSV-SUB-K FROM 1 BY 1
                   UNTIL WSV-SUB-K > WST-CANT-REG
               MOVE 'D'                   TO WSG-GL-TIPO
               MOVE WSC-CTA-RETENCIONES   TO WSG-GL-CUENTA
               MOVE WST-REG-TOTAL (WSV-SUB-K) TO WSG-GL-IMPORTE
               INITIALIZE WSG-GL-LEYENDA
               STRING 'RETENCIONES SUFRIDAS '     DELIMITED SIZE
                      WST-REG-COD (WSV-SUB-K)     DELIMITED SIZE
                 INTO WSG-GL-LEYENDA
               END-STRING
               MOVE WSV-PERIODO-PROCESO   TO WSG-GL-PERIODO
               PERFORM 962000-GRABAR-PARTIDA
               ADD 1 TO WSCC-CONT-PARTIDAS
           END-PERFORM

           MOVE 'H'                   TO WSG-GL-TIPO
           MOVE WSC-CTA-DEUDORES      TO WSG-GL-CUENTA
           MOVE WSV-TOT-GENERAL       TO WSG-GL-IMPORTE
           MOVE 'RETENCIONES SUFRIDAS' TO WSG-GL-LEYENDA
           MOVE WSV-PERIODO-PROCESO   TO WSG-GL-PERIODO
           PERFORM 962000-GRABAR-PARTIDA
           ADD 1 TO WSCC-CONT-PARTIDAS

           PERFORM 965000-CERRAR-ASIENTOS.

           OPEN EXTEND ASENTADAS.
           IF WSS-FS-ASE-NOEXISTE
               OPEN OUTPUT ASENTADAS
           END-IF.
           IF NOT WSS-FS-ASE-OK
             DISPLAY 'ERROR DE ARCHIVO DE PERIODOS ASENTADOS'
             DISPLAY 'FILE STATUS' WSS-FS-ASE
           ELSE
             MOVE WSV-PERIODO-PROCESO TO WSF-ASE-PERIODO
             MOVE WSV-TOT-GENERAL     TO WSF-ASE-IMPORTE
             MOVE WSV-FECHA-SISTEMA   TO WSF-ASE-FECHA
             WRITE FD-ASENTADAS
             CLOSE ASENTADAS
           END-IF.

       300000-FINAL.

           CLOSE LIBRO.
           IF WSS-FS-CTE-OK OR WSS-FS-CTE-NOENCONTRADA
               CLOSE CLIENTES
           END-IF.

           DISPLAY '********************************************'
           DISPLAY 'CERTIFICADOS LEIDOS =' WSCC-CONT-LEIDOS
           DISPLAY 'CERTIFICADOS DEL PERIODO =' WSCC-CONT-PERIODO
           DISPLAY 'DUPLICADOS =' WSCC-CONT-DUPLICADOS
           DISPLAY 'SIN CERTIFICADO =' WSCC-CONT-SIN-CERT
           DISPLAY 'SIN CUIT VALIDO =' WSCC-CONT-SIN-CUIT
           DISPLAY 'EXPORTADOS AL APLICATIVO =' WSCC-CONT-EXPORTADOS
           DISPLAY 'PARTIDAS ASENTADAS =' WSCC-CONT-PARTIDAS
           DISPLAY '********************************************'.
           STOP RUN.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'RetencionesRecibidas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RETENCIONES

           MOVE 'LibroRetenciones.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-LIBRO

           MOVE 'RetencionesExport.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EXPORTE

           MOVE 'RetencionesAsentadas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASENTADAS

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'AsientosGL.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASIENTOSGL

           MOVE 'AsientosGLTrabajo.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASIENTOSGL-TRAB

           MOVE 'MovimientosGL.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-MOVIMIENTOSGL
           CONTINUE.

           COPY PARAMSP.

           COPY ASIENGLP.

       END PROGRAM PROG01-42-SA.
