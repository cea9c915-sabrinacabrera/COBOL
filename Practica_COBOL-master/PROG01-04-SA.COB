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

       01 WSV-ARCH-RESULTADO-ENTRADA      PIC X(80).
       01 WSV-ARCH-PENDIENTES             PIC X(80).
       01 WSV-ARCH-CONTROL-CORRIDA        PIC X(80).
       01 WSV-ARCH-ESTAD-CORRIDA          PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).

           COPY PARAMS.
      *    no habia nada para cerrar). Se decide aca, antes de que
      *    los CLOSE/OPEN de 320000 pisen el FILE STATUS.
           IF WSS-FS-RES-EOF
               COMPUTE WSV-CTL-LEIDOS = WSCC-CONT-ARCHIVADOS
                                      + WSCC-CONT-PENDIENTES
               MOVE WSCC-CONT-ARCHIVADOS TO WSV-CTL-GRABADOS
               PERFORM 940000-ESTAMPAR-CONTROL-CORRIDA
           END-IF.
           PERFORM 310000-TOTALES-DE-CONTROL.
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CONTROL-CORRIDA

           MOVE 'EstadisticasCorridas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ESTAD-CORRIDA

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
