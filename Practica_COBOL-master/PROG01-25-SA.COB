                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-GLT.

      *    Historial contable acumulado (ver ASIENGL.CPY).
           SELECT MOVIMIENTOSGL
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-MOVIMIENTOSGL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MGL.

       DATA DIVISION.

       FILE SECTION.
         05 WSF-GLT-LEYENDA      PIC X(30).
         05 WSF-GLT-PERIODO      PIC 9(06).

       FD MOVIMIENTOSGL.

      *    Mismo layout que FD-MOVIMIENTOSGL en PROG01-01-SA.
       01 FD-MOVIMIENTOSGL.
         05 WSF-MGL-LOTE          PIC 9(06).
         05 WSF-MGL-PERIODO       PIC 9(06).
         05 WSF-MGL-CUENTA        PIC X(16).
         05 WSF-MGL-LEYENDA       PIC X(30).
         05 WSF-MGL-DEBE          PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-MGL-HABER         PIC S9(11)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-MGL-PARTIDAS      PIC 9(05).
         05 WSF-MGL-FECHA         PIC 9(08).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
       01 WSV-ARCH-REVALUACION            PIC X(80).
       01 WSV-ARCH-ASIENTOSGL             PIC X(80).
       01 WSV-ARCH-ASIENTOSGL-TRAB        PIC X(80).
       01 WSV-ARCH-MOVIMIENTOSGL          PIC X(80).

           COPY PARAMS.

           MOVE 'AsientosGLTrabajo.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASIENTOSGL-TRAB

           MOVE 'MovimientosGL.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-MOVIMIENTOSGL
           CONTINUE.

           COPY PARAMSP.
