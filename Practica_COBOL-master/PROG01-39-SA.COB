                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SAL.

      *    Reclamos de clientes de PROG01-44-SA: lo reclamado en un
      *    reclamo abierto no cuenta como deuda (ver RECLAMO.CPY).
           SELECT RECLAMOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-RECLAMOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-RCL.

      *    Prevision total registrada por la ultima corrida: contra
      *    esto se calcula el delta del periodo. Se reescribe al
      *    terminar.
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
         05 WSF-SAL-IMPORTE       PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       FD RECLAMOS.

      *    Mismo layout que FD-RECLAMOS en PROG01-44-SA.
       01 FD-RECLAMOS.
         05 WSF-RCL-NRO           PIC 9(06).
         05 WSF-RCL-CTE           PIC 9(07).
         05 WSF-RCL-MONEDA        PIC X(03).
         05 WSF-RCL-PERIODO       PIC 9(06).
         05 WSF-RCL-FAC-LETRA     PIC X(01).
         05 WSF-RCL-FAC-PTO-VTA   PIC 9(04).
         05 WSF-RCL-FACTURA       PIC 9(08).
         05 WSF-RCL-IMPORTE       PIC 9(09)V99.
         05 WSF-RCL-MOTIVO        PIC X(40).
         05 WSF-RCL-OPERADOR      PIC X(10).
         05 WSF-RCL-FECHA-ALTA    PIC 9(08).
         05 WSF-RCL-ESTADO        PIC X(01).
         05 WSF-RCL-FECHA-RESOL   PIC 9(08).
         05 WSF-RCL-OPER-RESOL    PIC X(10).

       FD REGISTRO.

       01 FD-REGISTRO.
         05 WSF-CTE-FORMA-PAGO   PIC X(01).
      *    Estado crediticio: N normal / V vigilancia / B bloqueado.
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo y descuento por pronto pago.
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD ASIENTOSGL.

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
      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-SALDOS                 PIC X(80).
       01 WSV-ARCH-RECLAMOS               PIC X(80).
       01 WSV-ARCH-REGISTRO               PIC X(80).
       01 WSV-ARCH-PROVISION              PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-ASIENTOSGL             PIC X(80).
       01 WSV-ARCH-ASIENTOSGL-TRAB        PIC X(80).
       01 WSV-ARCH-MOVIMIENTOSGL          PIC X(80).

           COPY PARAMS.
           COPY RECLAMO.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF.

           PERFORM 975000-CARGAR-RECLAMOS.
           PERFORM 110000-CARGAR-DEUDA.

           PERFORM 120000-LEER-PROVISION-ANTERIOR.
               READ SALDOS
                  EVALUATE TRUE
                     WHEN WSS-FS-SAL-OK
                          PERFORM 118000-EXCLUIR-RECLAMOS
                          IF WSF-SAL-IMPORTE > 0
                              PERFORM 115000-ACUM-DEUDOR
                          END-IF
                    ADD WSV-IMPORTE-BASE TO WST-DEU-90 (WSI-DEU)
           END-EVALUATE.

       118000-EXCLUIR-RECLAMOS.

      *    El saldo del renglon queda sin lo que el cliente tiene en
      *    reclamo abierto para el mismo periodo y moneda.
           MOVE WSF-SAL-CTE     TO WSV-RCL-CTE
           MOVE WSF-SAL-MONEDA  TO WSV-RCL-MONEDA
           MOVE WSF-SAL-PERIODO TO WSV-RCL-PERIODO
           MOVE WSF-SAL-IMPORTE TO WSV-RCL-SALDO
           PERFORM 976000-DESCONTAR-RECLAMADO
           MOVE WSV-RCL-SALDO   TO WSF-SAL-IMPORTE.

       120000-LEER-PROVISION-ANTERIOR.

           MOVE 0 TO WSV-PROV-ANTERIOR.
           DISPLAY '********************************************'
           DISPLAY 'CLIENTES PREVISIONADOS =' WSCC-CONT-CLIENTES
           DISPLAY 'PARTIDAS ASENTADAS =' WSCC-CONT-PARTIDAS
           DISPLAY 'RECLAMADO EXCLUIDO =' WSV-RCL-TOTAL-EXCLUIDO
           DISPLAY '********************************************'.
           STOP RUN.

           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SALDOS

           MOVE 'Reclamos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECLAMOS

           MOVE 'ProvisionRegistro.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-REGISTRO
           MOVE 'AsientosGLTrabajo.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-ASIENTOSGL-TRAB

           MOVE 'MovimientosGL.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-MOVIMIENTOSGL
           CONTINUE.

           COPY PARAMSP.
           COPY RECLAMOP.

           COPY ASIENGLP.

