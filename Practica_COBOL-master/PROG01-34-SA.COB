         05 WSF-CTE-FORMA-PAGO   PIC X(01).
      *    Estado crediticio: N normal / V vigilancia / B bloqueado.
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo y descuento por pronto pago.
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD USUARIOS.

