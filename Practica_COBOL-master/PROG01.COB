      *    TABLA-IMPAGAS de 3000 entradas ya rozaba el tope con los
      *    planes de 60 cuotas, y su desborde obligaba al
      *    procedimiento de emergencia de depurar y reliquidar. La
      *    capacidad dejo de ser una constante del fuente. Las cuotas
      *    cobradas las cancela PROG01-58-SA con los pagos aplicados;
      *    cobranzas marca a mano (estado C) via PROG01-19-SA.
           SELECT IMPAGAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-IMPAGAS
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
         05 WSF-IMP-IMPORTE       PIC 9(04)V9(02).
         05 WSF-IMP-CATEGORIA     PIC X(01).
         05 WSF-IMP-SUCURSAL      PIC 9(02).
      *    P pendiente / C cancelada (la marca PROG01-58-SA con los
      *    pagos aplicados, o PROG01-19-SA cuando el cliente
      *    refinancia o cobranzas la cancela a mano; las canceladas
      *    las depura PROG01-28-SA). Una cuota pagada en parte sigue
      *    P con WSF-IMP-IMPORTE rebajado a lo que falta (el detalle
      *    de cada aplicacion queda en CuotasLiquidadas.TXT).
         05 WSF-IMP-ESTADO        PIC X(01).

       FD IMPAGAS-VIEJO.
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

       01 WSV-ARCH-IMPAGAS-VIEJO          PIC X(80).
       01 WSV-ARCH-IMPLISTADO             PIC X(80).
       01 WSV-ARCH-CONTROL-CORRIDA        PIC X(80).
       01 WSV-ARCH-ESTAD-CORRIDA          PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).

           COPY PARAMS.

       219000-SUMAR-UNA-IMPAGA.

      *    El importe es lo que le falta a la cuota: si PROG01-58-SA
      *    aplico un pago parcial, la mora corre solo sobre el resto.
           ADD 1 TO WSCC-CONT-IMPAGAS

           COMPUTE WSV-INT-VENCIMIENTO =
           IF WSS-FS-CUO-EOF
               PERFORM 305000-LIQUIDAR-IMPAGOS-RESTANTES
               PERFORM 340000-LISTAR-IMPAGAS
               MOVE WSCC-CONT-CTES TO WSV-CTL-LEIDOS
               MOVE WSCC-CONT-CTES TO WSV-CTL-GRABADOS
               PERFORM 940000-ESTAMPAR-CONTROL-CORRIDA
               MOVE 'S' TO WSS-CUOTAS-CONSUMIDAS
           END-IF.
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL-CORRIDA

           MOVE 'EstadisticasCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTAD-CORRIDA

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
