         05 WSF-CTE-SUCURSAL     PIC 9(02).
      *    Bloque fiscal y de contacto: domicilio, CUIT, condicion
      *    frente al IVA (RI responsable inscripto / MO monotributo /
      *    EX exento / CF consumidor final / EE cliente del exterior)
      *    y mail. La condicion define la letra de las facturas
      *    (RI A, EE E, el resto B). Lo imprimen
      *    PROG01-05-SA y PROG01-10-SA en el encabezado de resumenes
      *    y facturas: un documento fiscal solo con el nombre no le
      *    sirve al contador.
      *    Con B, PROG01-08-SA rechaza los cargos nuevos del cliente
      *    (los pagos y las reversas pasan igual).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo en dias desde la emision de
      *    la factura (0 contado / 15 / 30 / 60; PROG01-10-SA
      *    estampa el vencimiento) y descuento opcional por
      *    pronto pago: porcentaje sobre el neto y dias desde la
      *    emision en los que rige (0 = sin descuento; la nota
      *    de credito la genera PROG01-18-SA al llegar el
      *    recibo dentro del plazo). Los registros anteriores
      *    a la condicion de pago la traen en blanco: se toman
      *    como contado sin descuento.
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD USUARIOS.

       01 WSV-COND-IVA-NUEVA        PIC X(02).
       01 WSV-EMAIL-NUEVO           PIC X(40).
       01 WSV-FORMA-PAGO-NUEVA      PIC X(01).
       01 WSV-PLAZO-NUEVO           PIC 9(03).
       01 WSV-DTO-PCT-NUEVO         PIC 9(02)V99.
       01 WSV-DTO-DIAS-NUEVO        PIC 9(03).

      *    Resultado de 217000-VALIDAR-CONDICION-PAGO.
       01 WSS-CONDICION-OK            PIC X VALUE 'N'.
           88 WSS-CONDICION-SI-OK     VALUE 'S'.
       01 WSV-ESTADO-NUEVO          PIC X(01).
       01 WSV-MOTIVO-ESTADO         PIC X(30).


           COPY OPERADOR.

           COPY VALCUIT.

           COPY PARAMS.

       PROCEDURE DIVISION.
           ACCEPT WSF-CTE-DOMICILIO.
           DISPLAY 'CUIT (99-99999999-9): '
           ACCEPT WSF-CTE-CUIT.
           DISPLAY 'CONDICION IVA (RI/MO/EX/CF/EE): '
           ACCEPT WSF-CTE-COND-IVA.
           DISPLAY 'EMAIL: '
           ACCEPT WSF-CTE-EMAIL.
           IF WSF-CTE-FORMA-PAGO NOT = 'D'
               MOVE 'F' TO WSF-CTE-FORMA-PAGO
           END-IF.
           PERFORM 216000-PEDIR-CONDICION-PAGO.
           MOVE WSV-PLAZO-NUEVO    TO WSF-CTE-PLAZO-DIAS.
           MOVE WSV-DTO-PCT-NUEVO  TO WSF-CTE-DTO-PCT.
           MOVE WSV-DTO-DIAS-NUEVO TO WSF-CTE-DTO-DIAS.
           MOVE 'N' TO WSF-CTE-ESTADO-CRED.
           MOVE 'S' TO WSF-CTE-ACTIVO.

      *    CUIT por digito verificador y condicion de IVA dentro de
      *    las habilitadas (ver VALCUITP.CPY); el CUIT se graba con
      *    guiones.
           MOVE WSF-CTE-CUIT     TO WSV-VALCUIT-CUIT
           MOVE WSF-CTE-COND-IVA TO WSV-VALCUIT-COND-IVA
           PERFORM 900200-VALIDAR-DATOS-FISCALES
           MOVE WSV-VALCUIT-FORMATEADO TO WSF-CTE-CUIT

      *    La sucursal se valida contra la tabla antes de grabar.
           MOVE WSF-CTE-SUCURSAL TO WSV-SUC-BUSCADA
           PERFORM 915000-BUSCAR-SUCURSAL
           IF NOT WSS-SUC-SI-ENCONTRADA
               DISPLAY 'SUCURSAL INEXISTENTE, ALTA CANCELADA'
           ELSE
             IF NOT WSS-CONDICION-SI-OK
               DISPLAY 'CONDICION DE PAGO INVALIDA, ALTA CANCELADA'
             ELSE
              IF NOT WSV-VALCUIT-VALIDO
               DISPLAY WSV-VALCUIT-MOTIVO ', ALTA CANCELADA'
              ELSE
               PERFORM 215000-GRABAR-ALTA
              END-IF
             END-IF
           END-IF.

       215000-GRABAR-ALTA.
                    DISPLAY 'FILE STATUS' WSS-FS-CTE
           END-EVALUATE.

       216000-PEDIR-CONDICION-PAGO.

           DISPLAY 'PLAZO DE PAGO EN DIAS (0 CONTADO/15/30/60): '
           ACCEPT WSV-PLAZO-NUEVO.
           DISPLAY 'DESCUENTO PRONTO PAGO % (0 = SIN DESCUENTO): '
           ACCEPT WSV-DTO-PCT-NUEVO.
           MOVE 0 TO WSV-DTO-DIAS-NUEVO.
           IF WSV-DTO-PCT-NUEVO > 0
               DISPLAY 'DIAS DESDE LA EMISION CON DESCUENTO: '
               ACCEPT WSV-DTO-DIAS-NUEVO
           END-IF.

           PERFORM 217000-VALIDAR-CONDICION-PAGO.

       217000-VALIDAR-CONDICION-PAGO.

      *    Plazos habilitados: contado, 15, 30 y 60 dias. El
      *    descuento por pronto pago solo tiene sentido con plazo, y
      *    su ventana no puede pasar del vencimiento de la factura.
           MOVE 'S' TO WSS-CONDICION-OK

           IF WSV-PLAZO-NUEVO NOT = 0 AND NOT = 15
             AND NOT = 30 AND NOT = 60
               DISPLAY 'PLAZO NO HABILITADO (0/15/30/60)'
               MOVE 'N' TO WSS-CONDICION-OK
           END-IF

           IF WSV-DTO-PCT-NUEVO > 0
               IF WSV-PLAZO-NUEVO = 0
                   DISPLAY 'EL DESCUENTO REQUIERE PLAZO DE PAGO'
                   MOVE 'N' TO WSS-CONDICION-OK
               END-IF
               IF WSV-DTO-PCT-NUEVO > 50
                   DISPLAY 'PORCENTAJE DE DESCUENTO FUERA DE RANGO'
                   MOVE 'N' TO WSS-CONDICION-OK
               END-IF
               IF WSV-DTO-DIAS-NUEVO = 0
                 OR WSV-DTO-DIAS-NUEVO > WSV-PLAZO-NUEVO
                   DISPLAY 'DIAS DE DESCUENTO FUERA DEL PLAZO'
                   MOVE 'N' TO WSS-CONDICION-OK
               END-IF
           END-IF.

       220000-MODIFICACION.

           DISPLAY 'COD. DE CLIENTE A MODIFICAR: '
                   ACCEPT WSV-DOMICILIO-NUEVO
                   DISPLAY 'CUIT (99-99999999-9): '
                   ACCEPT WSV-CUIT-NUEVO
                   DISPLAY 'CONDICION IVA (RI/MO/EX/CF/EE): '
                   ACCEPT WSV-COND-IVA-NUEVA
                   DISPLAY 'EMAIL: '
                   ACCEPT WSV-EMAIL-NUEVO
                   IF WSV-FORMA-PAGO-NUEVA NOT = 'D'
                       MOVE 'F' TO WSV-FORMA-PAGO-NUEVA
                   END-IF
                   PERFORM 216000-PEDIR-CONDICION-PAGO

                   MOVE WSV-CUIT-NUEVO     TO WSV-VALCUIT-CUIT
                   MOVE WSV-COND-IVA-NUEVA TO WSV-VALCUIT-COND-IVA
                   PERFORM 900200-VALIDAR-DATOS-FISCALES

                   MOVE WSV-SUCURSAL-NUEVA TO WSV-SUC-BUSCADA
                   PERFORM 915000-BUSCAR-SUCURSAL
                   IF NOT WSS-SUC-SI-ENCONTRADA
                     DISPLAY 'SUCURSAL INEXISTENTE, NO SE MODIFICA'
                   ELSE
                    IF NOT WSS-CONDICION-SI-OK
                     DISPLAY 'CONDICION DE PAGO INVALIDA, NO SE '
                             'MODIFICA'
                    ELSE
                    IF NOT WSV-VALCUIT-VALIDO
                     DISPLAY WSV-VALCUIT-MOTIVO ', NO SE MODIFICA'
                    ELSE
                     MOVE WSV-NYA-NUEVO     TO WSF-CTE-NYA
                     MOVE WSV-IMPORTE-NUEVO TO WSF-CTE-IMPORT-C
                     MOVE WSV-MONEDA-NUEVA  TO WSF-CTE-MONEDA
                     MOVE WSV-ABONO-NUEVO   TO WSF-CTE-ABONO-MIN
                     MOVE WSV-SUCURSAL-NUEVA TO WSF-CTE-SUCURSAL
                     MOVE WSV-DOMICILIO-NUEVO TO WSF-CTE-DOMICILIO
                     MOVE WSV-VALCUIT-FORMATEADO
                                            TO WSF-CTE-CUIT
                     MOVE WSV-COND-IVA-NUEVA TO WSF-CTE-COND-IVA
                     MOVE WSV-EMAIL-NUEVO   TO WSF-CTE-EMAIL
                     MOVE WSV-FORMA-PAGO-NUEVA
                                            TO WSF-CTE-FORMA-PAGO
                     MOVE WSV-PLAZO-NUEVO   TO WSF-CTE-PLAZO-DIAS
                     MOVE WSV-DTO-PCT-NUEVO TO WSF-CTE-DTO-PCT
                     MOVE WSV-DTO-DIAS-NUEVO TO WSF-CTE-DTO-DIAS

                     REWRITE FD-CLIENTES

                         DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
                         DISPLAY 'FILE STATUS' WSS-FS-CTE
                     END-IF
                    END-IF
                    END-IF
                   END-IF
               END-IF
           END-IF.

           COPY OPERADORP.

           COPY VALCUITP.

       END PROGRAM PROG01-02-SA.
