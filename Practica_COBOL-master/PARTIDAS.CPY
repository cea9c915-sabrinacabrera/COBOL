      ******************************************************************
      * Copybook: PARTIDAS.CPY
      * Purpose:  Partidas abiertas por documento
      *           (PartidasAbiertas.TXT, lo mantiene PROG01-07-SA):
      *           cada factura, nota de credito y recibo a cuenta con
      *           su importe original, lo aplicado y el saldo que
      *           queda pendiente. Lo leen el resumen de cuenta
      *           (PROG01-05-SA), la consulta de cliente
      *           (PROG01-11-SA) y las intimaciones (PROG01-17-SA)
      *           para mostrar que documentos siguen abiertos.
      *
      *           El programa que invoca debe declarar el SELECT
      *           PARTIDAS (FILE STATUS IS WSS-FS-PTA, nombre en
      *           WSV-ARCH-PARTIDAS) y su FD con el layout de
      *           FD-PARTIDAS de PROG01-07-SA, hacer PERFORM
      *           980000-CARGAR-PARTIDAS (copybook PARTIDASP.CPY) y,
      *           para listar, posicionar WSI-PTA y hacer PERFORM
      *           985000-ARMAR-LINEA-PARTIDA: el renglon queda en
      *           WSL-PTA-LINEA, alineado con WSL-PTA-TITULO.
      *
      *           Importes con signo: las facturas y los cheques
      *           rechazados en positivo, las notas de credito y los
      *           recibos a cuenta en negativo. Saldo = original -
      *           aplicado; las partidas canceladas quedan con saldo
      *           cero (se conservan para no volver a incorporar el
      *           documento).
      ******************************************************************
       01 TABLA-PARTIDAS.
          05 WST-CANT-PTA           PIC 9(04) VALUE 0.
          05 WST-PTA OCCURS 5000 TIMES
                            INDEXED BY WSI-PTA.
      *    F factura / N nota de credito / R recibo a cuenta
      *    (sobrante de un pago sin facturas abiertas) / C cheque
      *    rechazado (deuda repuesta por PROG01-40-SA: punto de
      *    venta = banco, numero = numero de cheque).
             10 WST-PTA-TIPO        PIC X(01).
             10 WST-PTA-LETRA       PIC X(01).
             10 WST-PTA-PTO-VTA     PIC 9(04).
             10 WST-PTA-NUMERO      PIC 9(08).
             10 WST-PTA-CTE         PIC 9(07).
             10 WST-PTA-MONEDA      PIC X(03).
             10 WST-PTA-PERIODO     PIC 9(06).
             10 WST-PTA-FECHA       PIC 9(08).
             10 WST-PTA-VENCIMIENTO PIC 9(08).
             10 WST-PTA-ORIGINAL    PIC S9(09)V99.
             10 WST-PTA-APLICADO    PIC S9(09)V99.
             10 WST-PTA-SALDO       PIC S9(09)V99.
      *    Marca libre para el programa que lista (ya impreso).
             10 WST-PTA-MARCA       PIC X(01).

       01 WSS-FS-PTA                PIC X(02).
          88 WSS-FS-PTA-OK                   VALUE '00'.
          88 WSS-FS-PTA-EOF                  VALUE '10'.
          88 WSS-FS-PTA-NOEXISTE             VALUE '35'.

      *    PartidasAbiertas.TXT todavia no existia (primera corrida
      *    con partidas).
       01 WSS-PTA-ARCHIVO-NUEVO       PIC X VALUE 'N'.
           88 WSS-PTA-SI-ARCHIVO-NUEVO VALUE 'S'.

      *    Las partidas no entraron completas en la tabla.
       01 WSS-PTA-DESBORDE            PIC X VALUE 'N'.
           88 WSS-PTA-SI-DESBORDE     VALUE 'S'.

       01 WSL-PTA-TITULO.
          05 FILLER                 PIC X(28)
             VALUE 'DOC     COMPROBANTE  VENCIM.'.
          05 FILLER                 PIC X(44)
             VALUE '       ORIGINAL      APLICADO         SALDO '.
       01 WSL-PTA-LINEA             PIC X(80).
       01 WSL-PTA-TIPO-ED           PIC X(03).
       01 WSL-PTA-VTO-ED            PIC X(08).
       01 WSL-PTA-IMP-ORIGINAL      PIC ---------,99.
       01 WSL-PTA-IMP-APLICADO      PIC ---------,99.
       01 WSL-PTA-IMP-SALDO         PIC ---------,99.
