      *           13): RUTA, PERIODO, TASA-MORA, IVA-GENERAL,
      *           IVA-REDUCIDO, TASA-USD, UMBRAL-CRED, GENERACIONES,
      *           SUCURSAL, MESES-INTIM, TASA-FINANC, MESES-VIGIL,
      *           MESES-BLOQ, PROV-30, PROV-60, PROV-90,
      *           GASTO-CHEQUE, DIAS-RECLAMO, COMIS-AGENC, ANOM-MESES,
      *           ANOM-SUBA, ANOM-BAJA, ANOM-MINIMO, SIMULACION,
      *           DESVIO-PASO, IIBB-REGIMEN.
      ******************************************************************
       01 WSP-PARAMETROS.
          05 WSP-RUTA               PIC X(60).
      *    clientes de otras sucursales se saltean y sus
      *    transacciones se difieren a la corrida propia.
          05 WSP-SUCURSAL-FILTRO    PIC 9(02).
      *    Antiguedad minima (tramo de mora, como los buckets de
      *    PROG01-07-SA: 1 = hasta 30 dias vencidos, 2 = hasta 60,
      *    3 = mas de 60; ver VENCIM.CPY) a partir de la cual la
      *    corrida de intimaciones de PROG01-17-SA genera carta al
      *    cliente.
          05 WSP-MESES-INTIMACION   PIC 9(02).
      *    Tasa mensual (en por ciento) del interes de financiacion
      *    que PROG01-22-SA aplica a los saldos con antiguedad de 30
          05 WSP-PROVISION-30       PIC 9(02)V9(02).
          05 WSP-PROVISION-60       PIC 9(02)V9(02).
          05 WSP-PROVISION-90       PIC 9(02)V9(02).
      *    Gasto (en pesos) que PROG01-40-SA le carga al cliente por
      *    cada cheque rechazado (0 = no se carga gasto).
          05 WSP-GASTO-CHEQUE       PIC 9(07)V9(02).
      *    Dias que un reclamo de cliente puede seguir abierto antes
      *    de salir en el listado de reclamos demorados de
      *    PROG01-44-SA.
          05 WSP-DIAS-RECLAMO       PIC 9(03).
      *    Comision contratada (en por ciento de lo recuperado) de la
      *    agencia de cobranza externa; PROG01-45-SA la asienta como
      *    deuda con la agencia (0 = sin comision).
          05 WSP-COMISION-AGENCIA   PIC 9(02)V9(02).
      *    Revision de anomalias de facturacion de PROG01-51-SA:
      *    periodos anteriores que forman el promedio del cliente,
      *    suba y baja (en por ciento contra ese promedio) a partir de
      *    las que el cargo va a revision, e importe minimo para
      *    revisar (por debajo no se retiene a nadie).
          05 WSP-ANOM-MESES         PIC 9(02).
          05 WSP-ANOM-SUBA          PIC 9(04)V9(02).
          05 WSP-ANOM-BAJA          PIC 9(02)V9(02).
          05 WSP-ANOM-MINIMO        PIC 9(07)V9(02).
      *    S = la corrida de facturacion de PROG01-01-SA es una
      *    simulacion: graba solo archivos Sim* y no consume ni
      *    agrega nada a los archivos reales (N = corrida real).
          05 WSP-SIMULACION         PIC X(01).
             88 WSP-SI-SIMULACION             VALUE 'S'.
      *    Porcentaje en que el tiempo de un paso de la cadena puede
      *    superar su propio promedio de los periodos anteriores
      *    antes de alertar (ver ESTADCORR.CPY).
          05 WSP-DESVIO-PASO        PIC 9(03)V9(02).
      *    Regimen de ingresos brutos con que PROG01-62-SA liquida:
      *    L local (la base va a la jurisdiccion de la sucursal del
      *    cliente) / C convenio multilateral (la base total se
      *    distribuye por los coeficientes de cada jurisdiccion).
          05 WSP-IIBB-REGIMEN       PIC X(01).
             88 WSP-IIBB-CONVENIO             VALUE 'C'.

       01 WSP-ARMADO-NOMBRE.
          05 WSP-NOMBRE-BASE        PIC X(40).
