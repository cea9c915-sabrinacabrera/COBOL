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
      *    puede entregarse legalmente.
         05 WSF-EMI-CAE           PIC X(14).
         05 WSF-EMI-CAE-FECHA     PIC 9(08).
      *    Letra y punto de venta del comprobante.
         05 WSF-EMI-LETRA         PIC X(01).
         05 WSF-EMI-PTO-VTA       PIC 9(04).
      *    Emision, vencimiento y descuento por pronto pago (ver
      *    PROG01-10-SA).
         05 WSF-EMI-FECHA-EMISION PIC 9(08).
         05 WSF-EMI-VENCIMIENTO   PIC 9(08).
         05 WSF-EMI-DTO-PCT       PIC 9(02)V99.
         05 WSF-EMI-DTO-VENCE     PIC 9(08).
      *    Origen: en blanco facturacion mensual / M venta de
      *    mostrador (ver PROG01-10-SA).
         05 WSF-EMI-ORIGEN        PIC X(01).

       FD NCEMITIDAS.

                                              SEPARATE CHARACTER.
         05 WSF-NCE-TOTAL         PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
      *    Letra y punto de venta de la nota y de la factura que
      *    corrige.
         05 WSF-NCE-LETRA         PIC X(01).
         05 WSF-NCE-PTO-VTA       PIC 9(04).
         05 WSF-NCE-FAC-LETRA     PIC X(01).
         05 WSF-NCE-FAC-PTO-VTA   PIC 9(04).
      *    Motivo: D descuento por pronto pago (ver PROG01-18-SA);
      *    C reclamo aceptado (PROG01-44-SA).
         05 WSF-NCE-MOTIVO        PIC X(01).
      *    Periodo en proceso de la corrida de PROG01-18-SA que
      *    emitio la nota; en blanco en las notas anteriores.
         05 WSF-NCE-PERIODO-EMI   PIC 9(06).

       FD SALDOS.

         05 WSF-PAGE-IMPORTE      PIC 9(07)V99.
         05 WSF-PAGE-MONEDA       PIC X(03).
         05 WSF-PAGE-NRO-RECIBO   PIC 9(08).
         05 WSF-PAGE-DOCUMENTOS   PIC X(65).

       FD EXCEPCIONES.

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

       01 WSV-ARCH-EXCEPCIONES            PIC X(80).
       01 WSV-ARCH-CRUCE                  PIC X(80).
       01 WSV-ARCH-CONTROL-CORRIDA        PIC X(80).
       01 WSV-ARCH-ESTAD-CORRIDA          PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).

           COPY PARAMS.
               READ EMITIDAS
                  EVALUATE TRUE
                     WHEN WSS-FS-EMI-OK
      *                   La venta de mostrador no factura renglones
      *                   de Resultados.TXT.
                          IF WSF-EMI-PERIODO = WSV-PERIODO-PROCESO
                            AND WSF-EMI-ORIGEN NOT = 'M'
                              PERFORM VARYING WSI-CRU FROM 1 BY 1
                                      UNTIL WSI-CRU > WST-CANT-CRU
                                  IF WST-CRU-CTE (WSI-CRU) =
           IF WSS-SI-LIMPIA
               MOVE 'VEREDICTO: CADENA LIMPIA' TO FD-CRUCE
               WRITE FD-CRUCE
               MOVE WSCC-CONT-RENGLONES TO WSV-CTL-LEIDOS
               PERFORM 940000-ESTAMPAR-CONTROL-CORRIDA
               DISPLAY 'VEREDICTO: CADENA LIMPIA, PASO 55 ESTAMPADO'
           ELSE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL-CORRIDA

           MOVE 'EstadisticasCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTAD-CORRIDA

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
