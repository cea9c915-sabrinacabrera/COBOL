      ******************************************************************
      * Copybook: RECLAMO.CPY
      * Purpose:  Reclamos abiertos de clientes (Reclamos.TXT, lo
      *           mantiene PROG01-44-SA): mientras un reclamo esta
      *           abierto, el importe reclamado sale de la deuda que
      *           miran las intimaciones (PROG01-17-SA), el interes
      *           de financiacion (PROG01-22-SA), el estado
      *           crediticio (PROG01-30-SA) y la prevision por
      *           incobrabilidad (PROG01-39-SA).
      *
      *           El programa que invoca debe declarar el SELECT
      *           RECLAMOS (FILE STATUS IS WSS-FS-RCL, nombre en
      *           WSV-ARCH-RECLAMOS) y su FD con el layout de
      *           FD-RECLAMOS de PROG01-44-SA, hacer PERFORM
      *           975000-CARGAR-RECLAMOS (copybook RECLAMOP.CPY) una
      *           vez leidos los parametros y, por cada saldo, cargar
      *           WSV-RCL-CTE/MONEDA/PERIODO y WSV-RCL-SALDO, hacer
      *           PERFORM 976000-DESCONTAR-RECLAMADO y tomar el saldo
      *           que queda en WSV-RCL-SALDO.
      *
      *           Cada reclamo se descuenta una sola vez: lo que ya
      *           se desconto de un saldo no vuelve a descontarse de
      *           otro renglon de la misma clave.
      ******************************************************************
       01 WSV-RCL-PARAMS.
          05 WSV-RCL-CTE            PIC 9(07).
          05 WSV-RCL-MONEDA         PIC X(03).
          05 WSV-RCL-PERIODO        PIC 9(06).
          05 WSV-RCL-SALDO          PIC S9(09)V99.
          05 WSV-RCL-APLICAR        PIC S9(09)V99.
      *    Total excluido en la corrida, para los totales de
      *    control del programa que invoca.
          05 WSV-RCL-TOTAL-EXCLUIDO PIC S9(11)V99.

      *    Reclamos abiertos: clave del saldo reclamado y lo que
      *    todavia queda por descontar.
       01 TABLA-RECLAMOS.
          05 WST-CANT-RCL           PIC 9(04) VALUE 0.
          05 WST-RCL OCCURS 2000 TIMES
                            INDEXED BY WSI-RCL.
             10 WST-RCL-CTE         PIC 9(07).
             10 WST-RCL-MONEDA      PIC X(03).
             10 WST-RCL-PERIODO     PIC 9(06).
             10 WST-RCL-PENDIENTE   PIC S9(09)V99.

       01 WSS-FS-RCL                PIC X(02).
          88 WSS-FS-RCL-OK                   VALUE '00'.
          88 WSS-FS-RCL-EOF                  VALUE '10'.
          88 WSS-FS-RCL-NOEXISTE             VALUE '35'.
