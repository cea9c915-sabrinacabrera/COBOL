      *           PROG01-25-SA, comisiones de PROG01-27-SA, prevision
      *           de PROG01-39-SA).
      *
      *           Como AsientosGL.TXT lo vuelve a arrancar la proxima
      *           facturacion, cada partida nueva se agrega ademas al
      *           historial contable MovimientosGL.TXT en el mismo
      *           cierre que la pasa a la interfaz (una linea por
      *           partida, con el lote = periodo en proceso y la
      *           fecha de grabacion): de ahi sale la cuenta de
      *           control que concilia PROG01-64-SA. PROG01-01-SA
      *           agrega sus propias partidas al historial igual.
      *
      *           El programa que invoca necesita el SELECT/FD de
      *           ASIENTOSGL (layout de PROG01-01-SA: FD-ASIENTOSGL
      *           con WSF-GL-* y FD-ASIENTOSGL-CONTROL con WSF-GLC-*)
      *           y de ASIENTOSGL-TRABAJO (FD-ASIENTOSGL-TRABAJO con
      *           WSF-GLT-*, mismo layout) y de MOVIMIENTOSGL
      *           (FD-MOVIMIENTOSGL con WSF-MGL-*, FILE STATUS
      *           WSS-FS-MGL, layout de PROG01-01-SA), mas los
      *           parrafos de
      *           ASIENGLP.CPY: PERFORM 960000-ABRIR-ASIENTOS al
      *           empezar, cargar WSG-GL-* y PERFORM
      *           962000-GRABAR-PARTIDA por cada partida, y PERFORM
          05 WSG-TOTAL-HABER        PIC S9(11)V99.
          05 WSG-CANT-PREVIAS       PIC 9(05).
          05 WSG-CANT-NUEVAS        PIC 9(05).
          05 WSG-CANT-COPIADAS      PIC 9(05).
          05 WSG-FECHA-GRABACION    PIC 9(08).
          05 WSG-ABIERTO            PIC X(01).
             88 WSG-SI-ABIERTO               VALUE 'S'.

       01 WSS-FS-GLT                PIC X(02).
          88 WSS-FS-GLT-OK                   VALUE '00'.
          88 WSS-FS-GLT-EOF                  VALUE '10'.

       01 WSS-FS-MGL                PIC X(02).
          88 WSS-FS-MGL-OK                   VALUE '00'.
          88 WSS-FS-MGL-NOEXISTE             VALUE '35'.
