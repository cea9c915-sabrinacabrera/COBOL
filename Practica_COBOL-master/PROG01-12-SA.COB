         05 WSF-LOT-SUCURSAL-N REDEFINES WSF-LOT-SUCURSAL-X
                                  PIC 9(02).
      *    Bloque fiscal y de contacto del maestro (ver
      *    FD-CLIENTES). El CUIT y la condicion de IVA se validan
      *    igual que en el ABM (VALCUITP.CPY); el resto es texto
      *    libre.
         05 WSF-LOT-DOMICILIO     PIC X(40).
         05 WSF-LOT-CUIT          PIC X(13).
         05 WSF-LOT-COND-IVA      PIC X(02).
         05 WSF-LOT-EMAIL         PIC X(40).
      *    Forma de pago F/D; cualquier otra cosa se normaliza a F.
         05 WSF-LOT-FORMA-PAGO    PIC X(01).
      *    Condicion de pago (ver FD-CLIENTES): plazo 0/15/30/60 y
      *    descuento por pronto pago. En blanco (lotes con el
      *    formato anterior) se toma contado sin descuento.
         05 WSF-LOT-PLAZO-X       PIC X(03).
         05 WSF-LOT-PLAZO-N REDEFINES WSF-LOT-PLAZO-X
                                  PIC 9(03).
         05 WSF-LOT-DTO-PCT-X     PIC X(04).
         05 WSF-LOT-DTO-PCT-N REDEFINES WSF-LOT-DTO-PCT-X
                                  PIC 9(02)V99.
         05 WSF-LOT-DTO-DIAS-X    PIC X(03).
         05 WSF-LOT-DTO-DIAS-N REDEFINES WSF-LOT-DTO-DIAS-X
                                  PIC 9(03).

       FD CLIENTES.

      *    Con B, PROG01-08-SA rechaza los cargos nuevos del cliente
      *    (los pagos y las reversas pasan igual).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo en dias (0 contado / 15 /
      *    30 / 60) y descuento por pronto pago (ver
      *    PROG01-02-SA).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD USUARIOS.


       01 WSV-SUC-BUSCADA           PIC 9(02).

      *    Condicion de pago de la novedad, ya normalizada por
      *    216000-VALIDAR-CONDICION-LOTE.
       01 WSS-CONDICION-OK            PIC X VALUE 'N'.
           88 WSS-CONDICION-SI-OK     VALUE 'S'.
       01 WSV-PLAZO-LOTE            PIC 9(03).
       01 WSV-DTO-PCT-LOTE          PIC 9(02)V99.
       01 WSV-DTO-DIAS-LOTE         PIC 9(03).



      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde

           COPY OPERADOR.

           COPY VALCUIT.

           COPY PARAMS.

       PROCEDURE DIVISION.
               MOVE 'IMPORTE NO NUMERICO' TO WSV-MOTIVO-RECHAZO
           ELSE
             PERFORM 214000-VALIDAR-SUCURSAL-LOTE
             PERFORM 216000-VALIDAR-CONDICION-LOTE
             PERFORM 217000-VALIDAR-FISCAL-LOTE
             IF NOT WSS-SUC-SI-ENCONTRADA
               MOVE 'SUCURSAL INEXISTENTE' TO WSV-MOTIVO-RECHAZO
             ELSE
             IF NOT WSS-CONDICION-SI-OK
               MOVE 'CONDICION DE PAGO INVALIDA'
                                       TO WSV-MOTIVO-RECHAZO
             ELSE
             IF NOT WSV-VALCUIT-VALIDO
               MOVE WSV-VALCUIT-MOTIVO TO WSV-MOTIVO-RECHAZO
             ELSE
               MOVE WSF-LOT-CTE-N    TO WSF-CTE-CTE
               MOVE WSF-LOT-NYA      TO WSF-CTE-NYA
               MOVE WSF-LOT-ABONO-N  TO WSF-CTE-ABONO-MIN
               MOVE WSF-LOT-SUCURSAL-N TO WSF-CTE-SUCURSAL
               MOVE WSF-LOT-DOMICILIO TO WSF-CTE-DOMICILIO
               MOVE WSV-VALCUIT-FORMATEADO TO WSF-CTE-CUIT
               MOVE WSF-LOT-COND-IVA TO WSF-CTE-COND-IVA
               MOVE WSF-LOT-EMAIL    TO WSF-CTE-EMAIL
               IF WSF-LOT-FORMA-PAGO = 'D'
               ELSE
                   MOVE 'F' TO WSF-CTE-FORMA-PAGO
               END-IF
               MOVE WSV-PLAZO-LOTE   TO WSF-CTE-PLAZO-DIAS
               MOVE WSV-DTO-PCT-LOTE TO WSF-CTE-DTO-PCT
               MOVE WSV-DTO-DIAS-LOTE TO WSF-CTE-DTO-DIAS
               MOVE 'N'              TO WSF-CTE-ESTADO-CRED
               MOVE 'S'              TO WSF-CTE-ACTIVO

                                          TO WSV-MOTIVO-RECHAZO
               END-EVALUATE
             END-IF
             END-IF
             END-IF
           END-IF.

       214000-VALIDAR-SUCURSAL-LOTE.
               PERFORM 915000-BUSCAR-SUCURSAL
           END-IF.

       216000-VALIDAR-CONDICION-LOTE.

      *    Mismas reglas que 217000-VALIDAR-CONDICION-PAGO de
      *    PROG01-02-SA; los campos en blanco valen cero.
           MOVE 'S' TO WSS-CONDICION-OK
           MOVE 0   TO WSV-PLAZO-LOTE WSV-DTO-PCT-LOTE
                       WSV-DTO-DIAS-LOTE

           IF WSF-LOT-PLAZO-X NOT = SPACES
               IF WSF-LOT-PLAZO-X NUMERIC
                   MOVE WSF-LOT-PLAZO-N TO WSV-PLAZO-LOTE
               ELSE
                   MOVE 'N' TO WSS-CONDICION-OK
               END-IF
           END-IF
           IF WSF-LOT-DTO-PCT-X NOT = SPACES
               IF WSF-LOT-DTO-PCT-X NUMERIC
                   MOVE WSF-LOT-DTO-PCT-N TO WSV-DTO-PCT-LOTE
               ELSE
                   MOVE 'N' TO WSS-CONDICION-OK
               END-IF
           END-IF
           IF WSF-LOT-DTO-DIAS-X NOT = SPACES
               IF WSF-LOT-DTO-DIAS-X NUMERIC
                   MOVE WSF-LOT-DTO-DIAS-N TO WSV-DTO-DIAS-LOTE
               ELSE
                   MOVE 'N' TO WSS-CONDICION-OK
               END-IF
           END-IF

           IF WSV-PLAZO-LOTE NOT = 0 AND NOT = 15
             AND NOT = 30 AND NOT = 60
               MOVE 'N' TO WSS-CONDICION-OK
           END-IF

           IF WSV-DTO-PCT-LOTE > 0
               IF WSV-PLAZO-LOTE = 0
                 OR WSV-DTO-PCT-LOTE > 50
                 OR WSV-DTO-DIAS-LOTE = 0
                 OR WSV-DTO-DIAS-LOTE > WSV-PLAZO-LOTE
                   MOVE 'N' TO WSS-CONDICION-OK
               END-IF
           ELSE
               MOVE 0 TO WSV-DTO-DIAS-LOTE
           END-IF.

       217000-VALIDAR-FISCAL-LOTE.

      *    Mismas reglas que el ABM (ver VALCUITP.CPY): CUIT por
      *    digito verificador y condicion de IVA habilitada.
           MOVE WSF-LOT-CUIT     TO WSV-VALCUIT-CUIT
           MOVE WSF-LOT-COND-IVA TO WSV-VALCUIT-COND-IVA
           PERFORM 900200-VALIDAR-DATOS-FISCALES.

       212000-MODIFICACION-LOTE.

           IF WSF-LOT-IMPORT-X NOT NUMERIC
               MOVE 'IMPORTE NO NUMERICO' TO WSV-MOTIVO-RECHAZO
           ELSE
             PERFORM 214000-VALIDAR-SUCURSAL-LOTE
             PERFORM 216000-VALIDAR-CONDICION-LOTE
             PERFORM 217000-VALIDAR-FISCAL-LOTE
             IF NOT WSS-SUC-SI-ENCONTRADA
               MOVE 'SUCURSAL INEXISTENTE' TO WSV-MOTIVO-RECHAZO
             ELSE
             IF NOT WSS-CONDICION-SI-OK
               MOVE 'CONDICION DE PAGO INVALIDA'
                                       TO WSV-MOTIVO-RECHAZO
             ELSE
             IF NOT WSV-VALCUIT-VALIDO
               MOVE WSV-VALCUIT-MOTIVO TO WSV-MOTIVO-RECHAZO
             ELSE
               MOVE WSF-LOT-CTE-N TO WSF-CTE-CTE

                   MOVE WSF-LOT-ABONO-N  TO WSF-CTE-ABONO-MIN
                   MOVE WSF-LOT-SUCURSAL-N TO WSF-CTE-SUCURSAL
                   MOVE WSF-LOT-DOMICILIO TO WSF-CTE-DOMICILIO
                   MOVE WSV-VALCUIT-FORMATEADO TO WSF-CTE-CUIT
                   MOVE WSF-LOT-COND-IVA TO WSF-CTE-COND-IVA
                   MOVE WSF-LOT-EMAIL    TO WSF-CTE-EMAIL
                   IF WSF-LOT-FORMA-PAGO = 'D'
                   ELSE
                       MOVE 'F' TO WSF-CTE-FORMA-PAGO
                   END-IF
                   MOVE WSV-PLAZO-LOTE   TO WSF-CTE-PLAZO-DIAS
                   MOVE WSV-DTO-PCT-LOTE TO WSF-CTE-DTO-PCT
                   MOVE WSV-DTO-DIAS-LOTE TO WSF-CTE-DTO-DIAS

                   REWRITE FD-CLIENTES

                 END-IF
               END-IF
             END-IF
             END-IF
             END-IF
           END-IF.

       213000-BAJA-LOTE.

           COPY OPERADORP.

           COPY VALCUITP.

       END PROGRAM PROG01-12-SA.
