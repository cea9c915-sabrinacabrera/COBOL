      ******************************************************************
      * Copybook: VENCIM.CPY
      * Purpose:  Datos para medir la mora en dias contra el
      *           vencimiento de cada factura (condicion de pago del
      *           cliente estampada por PROG01-10-SA en
      *           FacturasEmitidas.TXT) en lugar de contar meses desde
      *           el periodo facturado. Lo usan la antiguedad de
      *           saldos (PROG01-07-SA), las intimaciones
      *           (PROG01-17-SA) y los intereses de financiacion
      *           (PROG01-22-SA).
      *
      *           El programa que invoca debe declarar el SELECT
      *           EMITIDAS (FILE STATUS IS WSS-FS-VTO, nombre en
      *           WSV-ARCH-EMITIDAS) y su FD con el layout de
      *           FD-EMITIDAS de PROG01-10-SA (incluido
      *           WSF-EMI-ORIGEN), hacer PERFORM
      *           970000-CARGAR-VENCIMIENTOS (copybook VENCIMP.CPY)
      *           una vez leidos los parametros y, por cada saldo,
      *           cargar WSV-VTO-CTE/MONEDA/PERIODO, hacer PERFORM
      *           972000-DIAS-VENCIDOS y consultar WSV-VTO-DIAS y
      *           WSV-VTO-TRAMO.
      *
      *           La fecha de corte es el ultimo dia del periodo en
      *           proceso. Un saldo sin factura con vencimiento
      *           (facturas anteriores a la condicion de pago, o
      *           cargos todavia no facturados) conserva la regla
      *           anterior: 30 dias por cada mes de antiguedad del
      *           periodo.
      ******************************************************************
       01 WSV-VTO-PARAMS.
          05 WSV-VTO-CTE            PIC 9(07).
          05 WSV-VTO-MONEDA         PIC X(03).
          05 WSV-VTO-PERIODO        PIC 9(06).
          05 WSV-VTO-PERIODO-R REDEFINES WSV-VTO-PERIODO.
             10 WSV-VTO-PER-ANIO    PIC 9(04).
             10 WSV-VTO-PER-MES     PIC 9(02).
      *    Resultado: vencimiento hallado (0 = sin factura con
      *    vencimiento), dias vencidos a la fecha de corte (negativo
      *    = todavia no vence) y tramo de mora: 0 corriente, 1 hasta
      *    30 dias, 2 hasta 60, 3 mas de 60.
          05 WSV-VTO-FECHA          PIC 9(08).
          05 WSV-VTO-DIAS           PIC S9(05).
          05 WSV-VTO-TRAMO          PIC 9(01).
      *    Fecha de corte (ultimo dia del periodo en proceso: su
      *    dia es la cantidad de dias del mes) y el periodo en
      *    proceso partido en anio/mes.
          05 WSV-VTO-CORTE          PIC 9(08).
          05 WSV-VTO-CORTE-R REDEFINES WSV-VTO-CORTE.
             10 WSV-VTO-CORTE-ANIO  PIC 9(04).
             10 WSV-VTO-CORTE-MES   PIC 9(02).
             10 WSV-VTO-CORTE-DIA   PIC 9(02).
          05 WSV-VTO-CORTE-INT      PIC 9(07).
          05 WSV-VTO-PROCESO        PIC 9(06).
          05 WSV-VTO-PROCESO-R REDEFINES WSV-VTO-PROCESO.
             10 WSV-VTO-PROC-ANIO   PIC 9(04).
             10 WSV-VTO-PROC-MES    PIC 9(02).
          05 WSV-VTO-HALLADO        PIC X(01).
             88 WSV-VTO-SI-HALLADO           VALUE 'S'.

      *    Vencimiento vigente por cliente, periodo y moneda: el
      *    registro de emitidas esta en orden de emision y la ultima
      *    factura de la clave (la reemision mas reciente) es la que
      *    vale.
       01 TABLA-VENCIMIENTOS.
          05 WST-CANT-VTO           PIC 9(04) VALUE 0.
          05 WST-VTO OCCURS 5000 TIMES
                            INDEXED BY WSI-VTO.
             10 WST-VTO-CTE         PIC 9(07).
             10 WST-VTO-PERIODO     PIC 9(06).
             10 WST-VTO-MONEDA      PIC X(03).
             10 WST-VTO-FECHA       PIC 9(08).

       01 WSS-FS-VTO                PIC X(02).
          88 WSS-FS-VTO-OK                   VALUE '00'.
          88 WSS-FS-VTO-EOF                  VALUE '10'.
          88 WSS-FS-VTO-NOEXISTE             VALUE '35'.
