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

      *    Mismo maestro indexado que mantiene PROG01-02-SA, abierto
      *    I-O: este paso actualiza el estado crediticio.
           SELECT CLIENTES
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

       FD CLIENTES.

      *    Mismo layout que FD-CLIENTES en PROG01-02-SA.
         05 WSF-CTE-FORMA-PAGO   PIC X(01).
      *    Estado crediticio: N normal / V vigilancia / B bloqueado.
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo y descuento por pronto pago.
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD JOURNAL.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-SALDOS                 PIC X(80).
       01 WSV-ARCH-RECLAMOS               PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-JOURNAL                PIC X(80).

           COPY PARAMS.
           COPY RECLAMO.

       PROCEDURE DIVISION.

           DISPLAY 'UMBRALES: VIGILANCIA ' WSP-MESES-VIGILANCIA
                   ' MESES, BLOQUEO ' WSP-MESES-BLOQUEO ' MESES'.

           PERFORM 975000-CARGAR-RECLAMOS.
           PERFORM 110000-CARGAR-EDADES.

           IF WST-CANT-DEU = 0
               READ SALDOS
                  EVALUATE TRUE
                     WHEN WSS-FS-SAL-OK
                          PERFORM 118000-EXCLUIR-RECLAMOS
                          IF WSF-SAL-IMPORTE > 0
                              PERFORM 115000-ACUM-EDAD
                          END-IF
             END-IF
           END-IF.

       118000-EXCLUIR-RECLAMOS.

      *    El saldo del renglon queda sin lo que el cliente tiene en
      *    reclamo abierto para el mismo periodo y moneda.
           MOVE WSF-SAL-CTE     TO WSV-RCL-CTE
           MOVE WSF-SAL-MONEDA  TO WSV-RCL-MONEDA
           MOVE WSF-SAL-PERIODO TO WSV-RCL-PERIODO
           MOVE WSF-SAL-IMPORTE TO WSV-RCL-SALDO
           PERFORM 976000-DESCONTAR-RECLAMADO
           MOVE WSV-RCL-SALDO   TO WSF-SAL-IMPORTE.

       200000-PROCESO.

           PERFORM 210000-ESCALAR-CLIENTE
           DISPLAY 'BLOQUEADOS =' WSCC-CONT-BLOQUEADOS
           DISPLAY 'SIN CAMBIO =' WSCC-CONT-SIN-CAMBIO
           DISPLAY 'DEUDORES SIN MAESTRO =' WSCC-CONT-SIN-CLIENTE
           DISPLAY 'RECLAMADO EXCLUIDO =' WSV-RCL-TOTAL-EXCLUIDO
           DISPLAY '********************************************'.
           STOP RUN.

           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-SALDOS

           MOVE 'Reclamos.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-RECLAMOS

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES
           CONTINUE.

           COPY PARAMSP.
           COPY RECLAMOP.

       END PROGRAM PROG01-30-SA.
