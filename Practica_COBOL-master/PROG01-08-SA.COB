      *              una moneda desconocida (que PROG01-01-SA converte
      *              a tasa 1,0000 sin avisar) o un servicio en blanco
      *              entraban derecho a los totales.
      *              Aplica ademas los descuentos y promociones del
      *              maestro de reglas de PROG01-47-SA: cada cargo
      *              aceptado pasa a VALIDADAS ya neto de descuento y
      *              el descuento queda en TransacDescuentos.TXT para
      *              que PROG01-01-SA lo muestre como renglon propio.
      *              El tramo de la regla se mide contra lo acumulado
      *              en el periodo por el cliente en ese servicio y
      *              moneda (una primera pasada por Transac.TXT), y
      *              el porcentaje alcanzado se aplica a cada cargo.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-VAL.

      *    Cantidad y precio unitario de cada registro de cantidad
      *    que se tarifo y paso a VALIDADAS (el registro de 33 bytes
      *    solo conserva el importe calculado): PROG01-01-SA los
      *    levanta para armar el detalle por servicio de la factura.
      *    Se regenera entero en cada corrida, igual que VALIDADAS.
           SELECT TARIFADAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-TARIFADAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TDA.

      *    Registros rechazados: el registro original tal cual llego
      *    mas codigo y leyenda de motivo, para devolver al sistema
      *    origen.
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TAR.

      *    Reglas de descuento que mantiene PROG01-47-SA (por
      *    servicio, cliente o sucursal, por tramo de cantidad o de
      *    importe y con vigencia por periodos). Opcional: sin el
      *    maestro no se descuenta nada.
           SELECT DESCUENTOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DESCUENTOS
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS SEQUENTIAL
                                       RECORD KEY IS WSF-DSC-COD
                                       FILE STATUS IS WSS-FS-DSC.

      *    Un registro por cada cargo aceptado al que se le aplico
      *    una regla: el importe neto con que paso a VALIDADAS (la
      *    clave con que PROG01-01-SA lo reconoce), la regla, el
      *    bruto y el descuento. Se regenera entero en cada corrida,
      *    igual que TARIFADAS.
           SELECT DESCONTADAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-DESCONTADAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-DTA.

      *    Mismo maestro indexado que mantiene PROG01-02-SA, abierto
      *    INPUT: de aca sale el estado crediticio con el que se
      *    rechazan los cargos nuevos de un cliente bloqueado.
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CTL.

      *    Estadistica acumulativa de corridas por paso y periodo
      *    (la graba 940000-ESTAMPAR-CONTROL-CORRIDA, ver CTLCORR.CPY).
           SELECT ESTAD-CORRIDA
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-ESTAD-CORRIDA
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EST.

       DATA DIVISION.

       FILE SECTION.

       01 FD-VALIDADAS            PIC X(33).

       FD TARIFADAS.

      *    Mismo layout que FD-TARIFADAS en PROG01-01-SA.
       01 FD-TARIFADAS.
         05 WSF-TDA-CTE           PIC 9(07).
         05 WSF-TDA-CODSER        PIC X(03).
         05 WSF-TDA-MONEDA        PIC X(03).
         05 WSF-TDA-FECHA         PIC 9(08).
         05 WSF-TDA-CANTIDAD      PIC 9(09).
         05 WSF-TDA-PRECIO        PIC 9(07)V99.
      *    Importe con que el registro paso a VALIDADAS (neto del
      *    descuento, si se le aplico alguno).
         05 WSF-TDA-IMPORTE       PIC 9(07)V99.

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
         05 WSF-DSC-TRAMO         PIC X(01).
         05 WSF-DSC-MINIMO        PIC 9(09)V99.
         05 WSF-DSC-PCT           PIC 9(02)V99.
         05 WSF-DSC-DESDE         PIC 9(06).
         05 WSF-DSC-HASTA         PIC 9(06).

       FD DESCONTADAS.

      *    Mismo layout que FD-DESCONTADAS en PROG01-01-SA.
       01 FD-DESCONTADAS.
         05 WSF-DTA-CTE           PIC 9(07).
         05 WSF-DTA-CODSER        PIC X(03).
         05 WSF-DTA-MONEDA        PIC X(03).
         05 WSF-DTA-FECHA         PIC 9(08).
         05 WSF-DTA-IMPORTE       PIC 9(07)V99.
         05 WSF-DTA-REGLA         PIC X(05).
         05 WSF-DTA-DESC          PIC X(30).
         05 WSF-DTA-BRUTO         PIC 9(07)V99.
         05 WSF-DTA-DESCUENTO     PIC 9(07)V99.

       FD RECHAZADAS.

       01 FD-RECHAZADAS.
         05 WSF-TAR-DESDE        PIC 9(06).
         05 WSF-TAR-MONEDA       PIC X(03).
         05 WSF-TAR-PRECIO       PIC 9(07)V99.
      *    Datos del ajuste por indice (PROG01-50-SA); aca no se usan.
         05 WSF-TAR-INDICE       PIC X(05).
         05 WSF-TAR-FRECUENCIA   PIC 9(02).
         05 WSF-TAR-BASE         PIC 9(06).

       FD CLIENTES.

      *    Estado crediticio: N normal / V vigilancia / B bloqueado
      *    (lo escala PROG01-30-SA).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo en dias (0 contado / 15 /
      *    30 / 60) y descuento por pronto pago (ver
      *    PROG01-02-SA).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD USUARIOS.

         05 WSF-CTL-SUCURSAL     PIC 9(02).
         05 WSF-CTL-FECHA        PIC 9(08).
         05 WSF-CTL-HORA         PIC 9(06).
      *    Override de supervisor (S/N) y el supervisor que lo
      *    autorizo (en blanco sin override), ver CTLCORRP.CPY.
         05 WSF-CTL-OVERRIDE     PIC X(01).
         05 WSF-CTL-OPERADOR     PIC X(10).

       FD ESTAD-CORRIDA.

      *    Mismo layout en todos los pasos de la cadena (ver
      *    CTLCORR.CPY).
       01 FD-ESTAD-CORRIDA.
         05 WSF-EST-PERIODO      PIC 9(06).
         05 WSF-EST-PASO         PIC 9(02).
         05 WSF-EST-SUCURSAL     PIC 9(02).
         05 WSF-EST-FECHA        PIC 9(08).
         05 WSF-EST-HORA-INICIO  PIC 9(06).
         05 WSF-EST-HORA-FIN     PIC 9(06).
         05 WSF-EST-SEGUNDOS     PIC 9(06).
         05 WSF-EST-LEIDOS       PIC 9(09).
         05 WSF-EST-GRABADOS     PIC 9(09).
         05 WSF-EST-RECHAZOS     PIC 9(07).


       WORKING-STORAGE SECTION.
             88 WSS-FS-TRANE-NOEXISTE              VALUE '35'.
           05 WSS-FS-VAL                           PIC X(02).
             88 WSS-FS-VAL-OK                      VALUE '00'.
           05 WSS-FS-TDA                           PIC X(02).
             88 WSS-FS-TDA-OK                      VALUE '00'.
           05 WSS-FS-DTA                           PIC X(02).
             88 WSS-FS-DTA-OK                      VALUE '00'.
           05 WSS-FS-DSC                           PIC X(02).
             88 WSS-FS-DSC-OK                      VALUE '00'.
             88 WSS-FS-DSC-EOF                     VALUE '10'.
             88 WSS-FS-DSC-NOEXISTE                VALUE '35'.
           05 WSS-FS-RCH                           PIC X(02).
             88 WSS-FS-RCH-OK                      VALUE '00'.
           05 WSS-FS-AUD                           PIC X(02).
           88 WSS-SI-ERA-CANTIDAD      VALUE 'S'.

      *    Tarifario cargado al inicio (tabla vacia = los registros
      *    de cantidad se rechazan por falta de tarifa). El ajuste
      *    por indice de PROG01-50-SA suma un renglon por servicio
      *    en cada ajuste: misma capacidad que su tabla.
       01 TABLA-TARIFAS.
           05 WST-CANT-TAR          PIC 9(03) VALUE 0.
           05 WST-TARIFA OCCURS 500 TIMES
                             INDEXED BY WSI-TAR.
               10 WST-TAR-CODSER    PIC X(03).
               10 WST-TAR-DESDE     PIC 9(06).
       01 WSV-MEJOR-DESDE           PIC 9(06).
       01 WSV-POS-TARIFA            PIC 9(03).
       01 WSV-IMPORTE-TARIFADO      PIC 9(07)V99.
       01 WSV-PRECIO-TARIFADO       PIC 9(07)V99.

       01 WSCC-CONT-TARIFADAS       PIC 9(09) VALUE 0.

      *    Reglas de descuento activas, cargadas al inicio (tabla
      *    vacia = no se descuenta nada).
       01 TABLA-DESCUENTOS.
           05 WST-CANT-DSC          PIC 9(03) VALUE 0.
           05 WST-DSC OCCURS 200 TIMES
                             INDEXED BY WSI-DSC.
               10 WST-DSC-COD       PIC X(05).
               10 WST-DSC-DESC      PIC X(30).
               10 WST-DSC-CODSER    PIC X(03).
               10 WST-DSC-CTE       PIC 9(07).
               10 WST-DSC-SUCURSAL  PIC 9(02).
               10 WST-DSC-MONEDA    PIC X(03).
               10 WST-DSC-TRAMO     PIC X(01).
               10 WST-DSC-MINIMO    PIC 9(09)V99.
               10 WST-DSC-PCT       PIC 9(02)V99.
               10 WST-DSC-DESDE     PIC 9(06).
               10 WST-DSC-HASTA     PIC 9(06).

       01 WSC-MAX-DESCUENTOS        PIC 9(03) VALUE 200.

      *    Las liquidaciones de cuotas (IVA ya incluido, ver
      *    PROG01-01-SA) no se descuentan nunca.
       01 WSC-CODSER-CUOTA          PIC X(03) VALUE 'CUO'.

      *    Insumos y resultado de la busqueda de la regla del cargo
      *    en curso: entre las que aplican gana el mayor porcentaje
      *    (las reglas no se acumulan).
       01 WSV-DSC-CTE               PIC 9(07).
       01 WSV-DSC-CANTIDAD          PIC 9(09).
       01 WSV-DSC-BRUTO             PIC 9(07)V99.
       01 WSV-DSC-IMPORTE           PIC 9(07)V99.
       01 WSV-DSC-MEJOR-PCT         PIC 9(02)V99.
       01 WSV-DSC-POS               PIC 9(03).

       01 WSCC-CONT-DESCONTADAS     PIC 9(09) VALUE 0.

      *    Lo acumulado en el periodo de la transaccion por cliente,
      *    servicio y moneda sobre los cargos aceptados (cantidad
      *    tarifada, 1 por cargo con precio, e importe bruto): contra
      *    esto se miden los tramos C e I de las reglas. Lo arma
      *    109800-ACUMULAR-TRAMOS antes de la pasada principal.
       01 TABLA-ACUMULADOS.
           05 WST-CANT-ACU          PIC 9(04) VALUE 0.
           05 WST-ACU OCCURS 3000 TIMES
                             INDEXED BY WSI-ACU.
               10 WST-ACU-CTE       PIC 9(07).
               10 WST-ACU-CODSER    PIC X(03).
               10 WST-ACU-MONEDA    PIC X(03).
               10 WST-ACU-PERIODO   PIC 9(06).
               10 WST-ACU-CANTIDAD  PIC 9(11).
               10 WST-ACU-BRUTO     PIC 9(11)V99.

       01 WSC-MAX-ACUMULADOS        PIC 9(04) VALUE 3000.

       01 WSS-ACU-ENCONTRADO          PIC X VALUE 'N'.
           88 WSS-ACU-SI-ENCONTRADO   VALUE 'S'.

      *    Base del tramo del cargo en curso: lo acumulado del
      *    periodo, o el propio cargo si no entro en la tabla.
       01 WSV-DSC-BASE-CANT         PIC 9(11).
       01 WSV-DSC-BASE-BRUTO        PIC 9(11)V99.
       01 WSV-TARIFADAS-AUX         PIC 9(09).

      *    Codigo y leyenda del primer error detectado en el registro
      *    en curso (se informa un motivo por registro, el primero que
      *    aparece recorriendo los campos en orden).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-TARIFAS                PIC X(80).
       01 WSV-ARCH-VALIDADAS              PIC X(80).
       01 WSV-ARCH-TARIFADAS              PIC X(80).
       01 WSV-ARCH-DESCUENTOS             PIC X(80).
       01 WSV-ARCH-DESCONTADAS            PIC X(80).
       01 WSV-ARCH-RECHAZADAS             PIC X(80).
       01 WSV-ARCH-AUDITORIA              PIC X(80).
       01 WSV-ARCH-REPROCESO              PIC X(80).
       01 WSV-ARCH-SUSPENSO               PIC X(80).
       01 WSV-ARCH-DIFERIDAS              PIC X(80).
       01 WSV-ARCH-CONTROL-CORRIDA        PIC X(80).
       01 WSV-ARCH-ESTAD-CORRIDA          PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).

           COPY PARAMS.

           PERFORM 109500-CARGAR-TARIFAS.

           PERFORM 109600-CARGAR-DESCUENTOS.

           OPEN INPUT CLIENTES.
           IF WSS-FS-CTE-NOEXISTE
               DISPLAY 'SIN MAESTRO DE CLIENTES: NO SE CONTROLA EL '
             END-IF
           END-IF.

           PERFORM 109800-ACUMULAR-TRAMOS.

           OPEN INPUT TRANSAC-ENTRADA.
           IF WSS-FS-TRANE-NOEXISTE
             DISPLAY 'NO EXISTE TRANSAC.TXT PARA VALIDAR'
             PERFORM 300000-FINAL
           END-IF.

           OPEN OUTPUT TARIFADAS.
           IF NOT WSS-FS-TDA-OK
             DISPLAY 'ERROR DE ARCHIVO DE TARIFADAS'
             DISPLAY 'FILE STATUS' WSS-FS-TDA
             PERFORM 300000-FINAL
           END-IF.

           OPEN OUTPUT DESCONTADAS.
           IF NOT WSS-FS-DTA-OK
             DISPLAY 'ERROR DE ARCHIVO DE DESCONTADAS'
             DISPLAY 'FILE STATUS' WSS-FS-DTA
             PERFORM 300000-FINAL
           END-IF.

           OPEN OUTPUT RECHAZADAS.
           IF NOT WSS-FS-RCH-OK
             DISPLAY 'ERROR DE ARCHIVO DE RECHAZADAS'
                   READ TARIFAS
                      EVALUATE TRUE
                         WHEN WSS-FS-TAR-OK
                              IF WST-CANT-TAR < 500
                                ADD 1 TO WST-CANT-TAR
                                SET WSI-TAR TO WST-CANT-TAR
                                MOVE WSF-TAR-CODSER
             END-IF
           END-IF.

       109600-CARGAR-DESCUENTOS.

      *    Solo las reglas activas: una dada de baja en PROG01-47-SA
      *    deja de aplicarse aunque su vigencia siga abierta.
           OPEN INPUT DESCUENTOS.
           IF WSS-FS-DSC-NOEXISTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-DSC-OK
             DISPLAY 'ERROR DE ARCHIVO DE DESCUENTOS'
             DISPLAY 'FILE STATUS' WSS-FS-DSC
             PERFORM 300000-FINAL
           END-IF.

           PERFORM UNTIL WSS-FS-DSC-EOF
               READ DESCUENTOS
                  EVALUATE TRUE
                     WHEN WSS-FS-DSC-OK
                          IF WSF-DSC-ACTIVO = 'S'
                              PERFORM 109700-AGREGAR-DESCUENTO
                          END-IF
                     WHEN WSS-FS-DSC-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-DSC
                          MOVE '10' TO WSS-FS-DSC
                  END-EVALUATE
           END-PERFORM

           CLOSE DESCUENTOS.

       109700-AGREGAR-DESCUENTO.

           IF WST-CANT-DSC >= WSC-MAX-DESCUENTOS
               DISPLAY 'TABLA DE DESCUENTOS LLENA, SE OMITE '
                       WSF-DSC-COD
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WST-CANT-DSC
           SET WSI-DSC TO WST-CANT-DSC
           MOVE WSF-DSC-COD        TO WST-DSC-COD (WSI-DSC)
           MOVE WSF-DSC-DESC       TO WST-DSC-DESC (WSI-DSC)
           MOVE WSF-DSC-CODSER     TO WST-DSC-CODSER (WSI-DSC)
           MOVE WSF-DSC-CTE        TO WST-DSC-CTE (WSI-DSC)
           MOVE WSF-DSC-SUCURSAL   TO WST-DSC-SUCURSAL (WSI-DSC)
           MOVE WSF-DSC-MONEDA     TO WST-DSC-MONEDA (WSI-DSC)
           MOVE WSF-DSC-TRAMO      TO WST-DSC-TRAMO (WSI-DSC)
           MOVE WSF-DSC-MINIMO     TO WST-DSC-MINIMO (WSI-DSC)
           MOVE WSF-DSC-PCT        TO WST-DSC-PCT (WSI-DSC)
           MOVE WSF-DSC-DESDE      TO WST-DSC-DESDE (WSI-DSC)
           MOVE WSF-DSC-HASTA      TO WST-DSC-HASTA (WSI-DSC).

       109800-ACUMULAR-TRAMOS.

      *    Primera pasada por Transac.TXT, solo si hay reglas: cada
      *    detalle pasa por la misma validacion (y tarifacion) que en
      *    la pasada principal, y los cargos que se aceptarian suman
      *    a lo acumulado de su cliente, servicio, moneda y periodo.
      *    Las cuotas y los creditos no suman, como no se descuentan.
      *    El archivo se cierra y la pasada principal lo reabre; la
      *    tarifacion no se cuenta dos veces.
           IF WST-CANT-DSC = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TRANSAC-ENTRADA.
           IF NOT WSS-FS-TRANE-OK
      *        La apertura de la pasada principal informa el error.
               EXIT PARAGRAPH
           END-IF.

           MOVE WSCC-CONT-TARIFADAS TO WSV-TARIFADAS-AUX

           PERFORM UNTIL WSS-FS-TRANE-EOF
               READ TRANSAC-ENTRADA
                  EVALUATE TRUE
                     WHEN WSS-FS-TRANE-OK
                          IF FD-TRANSAC-ENTRADA (1:10)
                                          NOT = WSC-MARCA-TRAILER
                              PERFORM 210000-VALIDAR-REGISTRO
                              IF WSS-REG-SI-VALIDO
                                  PERFORM 109900-SUMAR-ACUMULADO
                              END-IF
                          END-IF
                     WHEN WSS-FS-TRANE-EOF
                          CONTINUE
                     WHEN OTHER
      *                   Con lo acumulado a medias los tramos
      *                   saldrian mal: no se valida nada.
                          DISPLAY 'ERROR DE ARCHIVO DE ENTRADA'
                          DISPLAY 'FILE STATUS' WSS-FS-TRANE
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE TRANSAC-ENTRADA.

           MOVE WSV-TARIFADAS-AUX TO WSCC-CONT-TARIFADAS.

       109900-SUMAR-ACUMULADO.

           IF WSF-TRANE-IMPORT-N <= 0
             OR WSF-TRANE-CODSER = WSC-CODSER-CUOTA
               EXIT PARAGRAPH
           END-IF.

           MOVE WSF-TRANE-FECHA-X (1:6) TO WSV-PERIODO-TRAN-X
           PERFORM 209000-BUSCAR-ACUMULADO

           IF NOT WSS-ACU-SI-ENCONTRADO
               IF WST-CANT-ACU >= WSC-MAX-ACUMULADOS
                   DISPLAY 'TABLA DE ACUMULADOS LLENA, TRAMO POR '
                           'CARGO PARA ' WSF-TRANE-CTE-X ' '
                           WSF-TRANE-CODSER
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WST-CANT-ACU
               SET WSI-ACU TO WST-CANT-ACU
               MOVE WSF-TRANE-CTE-X    TO WST-ACU-CTE (WSI-ACU)
               MOVE WSF-TRANE-CODSER   TO WST-ACU-CODSER (WSI-ACU)
               MOVE WSF-TRANE-MONEDA   TO WST-ACU-MONEDA (WSI-ACU)
               MOVE WSV-PERIODO-TRAN   TO WST-ACU-PERIODO (WSI-ACU)
               MOVE 0                  TO WST-ACU-CANTIDAD (WSI-ACU)
               MOVE 0                  TO WST-ACU-BRUTO (WSI-ACU)
           END-IF

           IF WSS-SI-ERA-CANTIDAD
               ADD WSV-CANTIDAD TO WST-ACU-CANTIDAD (WSI-ACU)
           ELSE
               ADD 1            TO WST-ACU-CANTIDAD (WSI-ACU)
           END-IF
           ADD WSF-TRANE-IMPORT-N TO WST-ACU-BRUTO (WSI-ACU).

       200000-PROCESO.

      *    El trailer de control (ultimo registro, marca 9999999TRL)

           IF WSS-REG-SI-VALIDO
               ADD 1 TO WSCC-CONT-ACEPTADAS
      *        El descuento se aplica recien aca, con el control ya
      *        acumulado sobre el importe tal como lo mando el origen.
               PERFORM 208000-APLICAR-DESCUENTO
               MOVE FD-TRANSAC-ENTRADA TO FD-VALIDADAS
               WRITE FD-VALIDADAS
               IF NOT WSS-FS-VAL-OK
                 DISPLAY 'FILE STATUS' WSS-FS-VAL
                 PERFORM 300000-FINAL
               END-IF
               IF WSS-SI-ERA-CANTIDAD
                   PERFORM 207000-GRABAR-TARIFADA
               END-IF
           ELSE
               ADD 1 TO WSCC-CONT-RECHAZADAS
               PERFORM 220000-GRABAR-RECHAZO

           PERFORM 250000-LEER-TRANSAC.

       207000-GRABAR-TARIFADA.

      *    Registro de cantidad aceptado: se deja la cantidad y el
      *    precio con que se tarifo, con la misma clave con que el
      *    registro llega a PROG01-01-SA (cliente, servicio, moneda,
      *    fecha e importe ya calculado).
           MOVE WSF-TRANE-CTE-X       TO WSF-TDA-CTE
           MOVE WSF-TRANE-CODSER      TO WSF-TDA-CODSER
           MOVE WSF-TRANE-MONEDA      TO WSF-TDA-MONEDA
           MOVE WSF-TRANE-FECHA-X     TO WSF-TDA-FECHA
           MOVE WSV-CANTIDAD          TO WSF-TDA-CANTIDAD
           MOVE WSV-PRECIO-TARIFADO   TO WSF-TDA-PRECIO
           MOVE WSF-TRANE-IMPORT-N    TO WSF-TDA-IMPORTE
           WRITE FD-TARIFADAS.
           IF NOT WSS-FS-TDA-OK
             DISPLAY 'ERROR DE ARCHIVO DE TARIFADAS'
             DISPLAY 'FILE STATUS' WSS-FS-TDA
             PERFORM 300000-FINAL
           END-IF.

       208000-APLICAR-DESCUENTO.

      *    Busca la regla que aplica al cargo: servicio, cliente,
      *    sucursal y moneda de la regla en blanco/cero valen para
      *    todos; el periodo de la transaccion tiene que caer en la
      *    vigencia (hasta en cero = sin fin) y lo acumulado en el
      *    periodo por el cliente en el servicio y moneda del cargo
      *    alcanzar el tramo (C cantidad tarifada, 1 por cargo que ya
      *    vino con precio / I importe bruto, ver 109800). El
      *    porcentaje se aplica al bruto de cada cargo. Los creditos
      *    y las cuotas no se descuentan.
           IF WST-CANT-DSC = 0
               EXIT PARAGRAPH
           END-IF.
           IF WSF-TRANE-IMPORT-N <= 0
             OR WSF-TRANE-CODSER = WSC-CODSER-CUOTA
               EXIT PARAGRAPH
           END-IF.

           MOVE WSF-TRANE-CTE-X          TO WSV-DSC-CTE
           MOVE WSF-TRANE-FECHA-X (1:6)  TO WSV-PERIODO-TRAN-X
           MOVE WSF-TRANE-IMPORT-N       TO WSV-DSC-BRUTO
           IF WSS-SI-ERA-CANTIDAD
               MOVE WSV-CANTIDAD TO WSV-DSC-CANTIDAD
           ELSE
               MOVE 1            TO WSV-DSC-CANTIDAD
           END-IF

           PERFORM 209000-BUSCAR-ACUMULADO
           IF WSS-ACU-SI-ENCONTRADO
               MOVE WST-ACU-CANTIDAD (WSI-ACU) TO WSV-DSC-BASE-CANT
               MOVE WST-ACU-BRUTO (WSI-ACU)    TO WSV-DSC-BASE-BRUTO
           ELSE
               MOVE WSV-DSC-CANTIDAD           TO WSV-DSC-BASE-CANT
               MOVE WSV-DSC-BRUTO              TO WSV-DSC-BASE-BRUTO
           END-IF

           MOVE 0 TO WSV-DSC-MEJOR-PCT
           MOVE 0 TO WSV-DSC-POS
           PERFORM VARYING WSI-DSC FROM 1 BY 1
                   UNTIL WSI-DSC > WST-CANT-DSC
               IF (WST-DSC-CODSER (WSI-DSC) = SPACES
                   OR WST-DSC-CODSER (WSI-DSC) = WSF-TRANE-CODSER)
                 AND (WST-DSC-CTE (WSI-DSC) = 0
                   OR WST-DSC-CTE (WSI-DSC) = WSV-DSC-CTE)
                 AND (WST-DSC-SUCURSAL (WSI-DSC) = 0
                   OR WST-DSC-SUCURSAL (WSI-DSC) =
                                          WSF-TRANE-SUCURSAL-N)
                 AND (WST-DSC-MONEDA (WSI-DSC) = SPACES
                   OR WST-DSC-MONEDA (WSI-DSC) = WSF-TRANE-MONEDA)
                 AND WST-DSC-DESDE (WSI-DSC) <= WSV-PERIODO-TRAN
                 AND (WST-DSC-HASTA (WSI-DSC) = 0
                   OR WST-DSC-HASTA (WSI-DSC) >= WSV-PERIODO-TRAN)
                 AND WST-DSC-PCT (WSI-DSC) > WSV-DSC-MEJOR-PCT
                   IF (WST-DSC-TRAMO (WSI-DSC) = 'C'
                       AND WSV-DSC-BASE-CANT >=
                                        WST-DSC-MINIMO (WSI-DSC))
                     OR (WST-DSC-TRAMO (WSI-DSC) = 'I'
                       AND WSV-DSC-BASE-BRUTO >=
                                        WST-DSC-MINIMO (WSI-DSC))
                       MOVE WST-DSC-PCT (WSI-DSC) TO WSV-DSC-MEJOR-PCT
                       SET WSV-DSC-POS TO WSI-DSC
                   END-IF
               END-IF
           END-PERFORM

           IF WSV-DSC-POS = 0
               EXIT PARAGRAPH
           END-IF.

           SET WSI-DSC TO WSV-DSC-POS
           COMPUTE WSV-DSC-IMPORTE ROUNDED =
                   WSV-DSC-BRUTO * WST-DSC-PCT (WSI-DSC) / 100
           IF WSV-DSC-IMPORTE = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-DESCONTADAS
           COMPUTE WSF-TRANE-IMPORT-N = WSV-DSC-BRUTO - WSV-DSC-IMPORTE

           MOVE WSF-TRANE-CTE-X          TO WSF-DTA-CTE
           MOVE WSF-TRANE-CODSER         TO WSF-DTA-CODSER
           MOVE WSF-TRANE-MONEDA         TO WSF-DTA-MONEDA
           MOVE WSF-TRANE-FECHA-X        TO WSF-DTA-FECHA
           MOVE WSF-TRANE-IMPORT-N       TO WSF-DTA-IMPORTE
           MOVE WST-DSC-COD (WSI-DSC)    TO WSF-DTA-REGLA
           MOVE WST-DSC-DESC (WSI-DSC)   TO WSF-DTA-DESC
           MOVE WSV-DSC-BRUTO            TO WSF-DTA-BRUTO
           MOVE WSV-DSC-IMPORTE          TO WSF-DTA-DESCUENTO
           WRITE FD-DESCONTADAS.
           IF NOT WSS-FS-DTA-OK
             DISPLAY 'ERROR DE ARCHIVO DE DESCONTADAS'
             DISPLAY 'FILE STATUS' WSS-FS-DTA
             PERFORM 300000-FINAL
           END-IF.

       209000-BUSCAR-ACUMULADO.

      *    Busca lo acumulado del cliente, servicio y moneda del
      *    registro en curso para el periodo en WSV-PERIODO-TRAN.
           MOVE 'N' TO WSS-ACU-ENCONTRADO
           PERFORM VARYING WSI-ACU FROM 1 BY 1
                   UNTIL WSI-ACU > WST-CANT-ACU
               IF WST-ACU-CTE (WSI-ACU)     = WSF-TRANE-CTE-X
                 AND WST-ACU-CODSER (WSI-ACU)  = WSF-TRANE-CODSER
                 AND WST-ACU-MONEDA (WSI-ACU)  = WSF-TRANE-MONEDA
                 AND WST-ACU-PERIODO (WSI-ACU) = WSV-PERIODO-TRAN
                   MOVE 'S' TO WSS-ACU-ENCONTRADO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       210000-VALIDAR-REGISTRO.

      *    Valida los campos en el orden del registro y se queda con
               ADD 1 TO WSCC-CONT-TARIFADAS
               MOVE WSV-IMPORTE-TARIFADO TO WSF-TRANE-IMPORT-N
               MOVE WST-TAR-MONEDA (WSI-TAR) TO WSF-TRANE-MONEDA
               MOVE WST-TAR-PRECIO (WSI-TAR) TO WSV-PRECIO-TARIFADO
           END-IF.

       216000-ACUM-CONTROL.
               PERFORM 294000-REINYECTAR-DIFERIDAS
               PERFORM 294500-REINYECTAR-REPROCESO
               PERFORM 295000-PROCESAR-SUSPENSO
               MOVE WSCC-CONT-LEIDAS      TO WSV-CTL-LEIDOS
               MOVE WSCC-CONT-ACEPTADAS   TO WSV-CTL-GRABADOS
               MOVE WSCC-CONT-RECHAZADAS  TO WSV-CTL-RECHAZOS
               PERFORM 940000-ESTAMPAR-CONTROL-CORRIDA
           END-IF.

               PERFORM 292000-GRABAR-AUDITORIA
               OPEN OUTPUT VALIDADAS
               CLOSE VALIDADAS
               OPEN OUTPUT TARIFADAS
               CLOSE TARIFADAS
               OPEN OUTPUT DESCONTADAS
               CLOSE DESCONTADAS
           END-IF.

       291000-COMPARAR-MONEDAS.
           DISPLAY 'TRANSACCIONES RECHAZADAS =' WSCC-CONT-RECHAZADAS
           DISPLAY 'TRANSACCIONES TARIFADAS POR CANTIDAD ='
                                          WSCC-CONT-TARIFADAS
           DISPLAY 'CARGOS CON DESCUENTO APLICADO ='
                                          WSCC-CONT-DESCONTADAS
           DISPLAY '********************************************'.

       320000-CERRAR-SALIDA.
            DISPLAY 'FILE STATUS' WSS-FS-VAL
           END-IF.

           CLOSE TARIFADAS.
           IF NOT WSS-FS-TDA-OK
              DISPLAY 'ERROR DE ARCHIVO DE TARIFADAS'
            DISPLAY 'FILE STATUS' WSS-FS-TDA
           END-IF.

           CLOSE DESCONTADAS.
           IF NOT WSS-FS-DTA-OK
              DISPLAY 'ERROR DE ARCHIVO DE DESCONTADAS'
            DISPLAY 'FILE STATUS' WSS-FS-DTA
           END-IF.

           CLOSE RECHAZADAS.
           IF NOT WSS-FS-RCH-OK
              DISPLAY 'ERROR DE ARCHIVO DE RECHAZADAS'
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-VALIDADAS

           MOVE 'TransacTarifadas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TARIFADAS

           MOVE 'DescuentosMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DESCUENTOS

           MOVE 'TransacDescuentos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-DESCONTADAS

           MOVE 'TransacRechazadas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECHAZADAS
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL-CORRIDA

           MOVE 'EstadisticasCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTAD-CORRIDA

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
