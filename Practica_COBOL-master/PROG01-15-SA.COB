      *    Con B, PROG01-08-SA rechaza los cargos nuevos del cliente
      *    (los pagos y las reversas pasan igual).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo en dias (0 contado / 15 /
      *    30 / 60) y descuento por pronto pago (ver
      *    PROG01-02-SA).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       WORKING-STORAGE SECTION.

                        EVALUATE TRUE
                           WHEN WSS-FS-CPE-OK
                                ADD 1 TO WSCC-CONT-REGISTROS
                                MOVE FD-COPIA-ENTRADA (1:198)
                                  TO FD-CLIENTES
                                WRITE FD-CLIENTES
                                IF NOT WSS-FS-CTE-OK
