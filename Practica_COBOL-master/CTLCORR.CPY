      *           sueltos 12 de PROG01-22-SA (intereses de
      *           financiacion) y 15 de PROG01-32-SA (abonos por
      *           suscripcion), que inyectan a Transac.TXT antes de
      *           la validacion, 45 de PROG01-27-SA (comisiones
      *           sobre cobranza), que asienta en AsientosGL.TXT, y
      *           46 de PROG01-58-SA (cancelacion de cuotas con los
      *           pagos aplicados), que marca CuotasImpagas.IDX:
      *           ninguno se repite por periodo, salvo el 46, que
      *           se corre en cada ciclo de cobranzas del periodo y
      *           descarta por su cuenta los recibos que ya liquido,
      *           WSV-CTL-REPETIBLE en 'S'). El paso 42 de
      *           PROG01-51-SA (revision de anomalias antes de la
      *           emision de PROG01-10-SA) exige el 40 de su
      *           sucursal. La emision de facturas de PROG01-10-SA
      *           (paso 44) exige el 42 de su MISMA sucursal
      *           (WSV-CTL-PREVIO-SUCURSAL en 'S') y no se estampa: se
      *           repite en el periodo para emitir los cargos que se
      *           liberan despues. Cada programa
      *           estampa su paso en ControlCorridas.TXT al terminar
      *           bien y verifica al arrancar que el paso previo este
      *           completo y que el propio no se haya corrido ya para
      *           el mismo periodo, salvo override de supervisor
      *           (la estampa de un paso corrido con override lleva la
      *           marca y el supervisor que lo autorizo).
      *
      *           El programa que invoca debe cargar WSV-CTL-PASO,
      *           WSV-CTL-PASO-PREVIO (0 = sin paso previo) y
      *           (mismo layout en todos los programas de la cadena)
      *           y, por el override de supervisor, los copybooks
      *           OPERADOR/OPERADORP y el SELECT/FD de USUARIOS.
      *
      *           La estampa deja ademas un registro en
      *           EstadisticasCorridas.TXT (SELECT/FD ESTAD-CORRIDA,
      *           mismo layout en todos los pasos): periodo, paso,
      *           sucursal, horas de inicio (tomada en 930000) y fin,
      *           segundos transcurridos y los contadores que el
      *           programa cargue en WSV-CTL-LEIDOS, WSV-CTL-GRABADOS
      *           y WSV-CTL-RECHAZOS antes de estampar (quedan en 0
      *           si no carga ninguno). El historico nunca se vacia:
      *           de el salen la tendencia de PROG01-53-SA y las
      *           alertas del resumen nocturno de PROG01-33-SA.
      ******************************************************************
       01 WSV-CTL-PARAMS.
          05 WSV-CTL-PERIODO        PIC 9(06).
      *    WSP-SUCURSAL-FILTRO) cada sucursal estampa su propio paso
      *    y no bloquea a la otra en el mismo periodo.
          05 WSV-CTL-SUCURSAL       PIC 9(02).
      *    'S' = el paso previo tiene que estar estampado por la misma
      *    sucursal de la corrida (por omision vale el de cualquiera).
          05 WSV-CTL-PREVIO-SUCURSAL PIC X(01) VALUE 'N'.
             88 WSV-CTL-SI-PREVIO-SUCURSAL   VALUE 'S'.
      *    'S' = el paso se puede correr mas de una vez en el periodo
      *    (el programa controla por su cuenta lo ya procesado).
          05 WSV-CTL-REPETIBLE      PIC X(01) VALUE 'N'.
             88 WSV-CTL-SI-REPETIBLE         VALUE 'S'.
          05 WSV-CTL-FECHA          PIC 9(08).
          05 WSV-CTL-FECHA-R REDEFINES WSV-CTL-FECHA.
             10 WSV-CTL-FECHA-AAAAMM PIC 9(06).
             10 WSV-CTL-FECHA-DIA    PIC 9(02).
          05 WSV-CTL-HORA-COMPLETA  PIC 9(08).
          05 WSV-CTL-HORA-COMPLETA-R REDEFINES WSV-CTL-HORA-COMPLETA.
             10 WSV-CTL-FIN-HH      PIC 9(02).
             10 WSV-CTL-FIN-MM      PIC 9(02).
             10 WSV-CTL-FIN-SS      PIC 9(02).
             10 FILLER              PIC 9(02).
          05 WSV-CTL-HORA-INICIO    PIC 9(08).
          05 WSV-CTL-HORA-INICIO-R REDEFINES WSV-CTL-HORA-INICIO.
             10 WSV-CTL-INI-HH      PIC 9(02).
             10 WSV-CTL-INI-MM      PIC 9(02).
             10 WSV-CTL-INI-SS      PIC 9(02).
             10 FILLER              PIC 9(02).
          05 WSV-CTL-SEGUNDOS       PIC S9(06).
          05 WSV-CTL-LEIDOS         PIC 9(09).
          05 WSV-CTL-GRABADOS       PIC 9(09).
          05 WSV-CTL-RECHAZOS       PIC 9(07).
          05 WSV-CTL-OVERRIDE       PIC X(01).
          05 WSV-CTL-OK             PIC X(01).
             88 WSV-CTL-AUTORIZADA           VALUE 'S'.
          88 WSS-FS-CTL-OK                   VALUE '00'.
          88 WSS-FS-CTL-EOF                  VALUE '10'.
          88 WSS-FS-CTL-NOEXISTE             VALUE '35'.

       01 WSS-FS-EST                PIC X(02).
          88 WSS-FS-EST-OK                   VALUE '00'.
          88 WSS-FS-EST-NOEXISTE             VALUE '35'.
