      *              una transaccion por suscripcion vigente en cada
      *              periodo. Alta, baja (por corte de vigencia, no se
      *              borra nada) y listado, con la recarga completa de
      *              PROG01-04-SA. Una suscripcion puede llevar un
      *              indice de precios y una frecuencia de ajuste: el
      *              ajuste masivo de PROG01-50-SA corta su vigencia y
      *              agrega la suscripcion con el importe nuevo.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Valores mensuales de los indices de precios (mantenidos
      *    por PROG01-49-SA): el alta valida el indice.
           SELECT INDICES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-INDICES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-IND.

       DATA DIVISION.

       FILE SECTION.
      *    vencimiento.
         05 WSF-SUS-DESDE        PIC 9(06).
         05 WSF-SUS-HASTA        PIC 9(06).
      *    Ajuste por indice: codigo del indice (en blanco = importe
      *    fijo), cada cuantos meses se ajusta y periodo del indice al
      *    que esta expresado el importe (ver PROG01-50-SA).
         05 WSF-SUS-INDICE       PIC X(05).
         05 WSF-SUS-FRECUENCIA   PIC 9(02).
         05 WSF-SUS-BASE         PIC 9(06).

       FD CLIENTES.

         05 WSF-CTE-FORMA-PAGO   PIC X(01).
      *    Estado crediticio: N normal / V vigilancia / B bloqueado.
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo y descuento por pronto pago.
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD INDICES.

      *    Mismo layout que FD-INDICES en PROG01-49-SA.
       01 FD-INDICES.
         05 WSF-IND-COD          PIC X(05).
         05 WSF-IND-PERIODO      PIC 9(06).
         05 WSF-IND-VALOR        PIC 9(07)V9(04).

       WORKING-STORAGE SECTION.

             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-NOENCONTRADA            VALUE '23'.
             88 WSS-FS-CTE-NOEXISTE                VALUE '35'.
           05 WSS-FS-IND                           PIC X(02).
             88 WSS-FS-IND-OK                      VALUE '00'.
             88 WSS-FS-IND-EOF                     VALUE '10'.
             88 WSS-FS-IND-NOEXISTE                VALUE '35'.

       01 WSV-OPCION                PIC 9 VALUE 0.
           88 WSV-OPC-ALTA                  VALUE 1.
               10 WST-SUS-MONEDA    PIC X(03).
               10 WST-SUS-DESDE     PIC 9(06).
               10 WST-SUS-HASTA     PIC 9(06).
               10 WST-SUS-INDICE    PIC X(05).
               10 WST-SUS-FRECUENCIA PIC 9(02).
               10 WST-SUS-BASE      PIC 9(06).

      *    El maestro no entro completo en la tabla: sesion de solo
      *    lectura, al salir no se reescribe.
       01 WSV-CTE-BUSCADO           PIC 9(07).
       01 WSV-CODSER-BUSCADO        PIC X(03).
       01 WSV-PERIODO-CORTE         PIC 9(06).

       01 WSS-IND-ENCONTRADO          PIC X VALUE 'N'.
           88 WSS-IND-SI-ENCONTRADO   VALUE 'S'.

       01 WSV-INDICE                PIC X(05).
       01 WSV-FRECUENCIA            PIC 9(02).
       01 WSV-BASE-R.
           05 WSV-BASE-ANIO          PIC 9(04).
           05 WSV-BASE-MES           PIC 9(02).
       01 WSV-BASE REDEFINES WSV-BASE-R PIC 9(06).
       01 WSCC-CONT-LISTADAS        PIC 9(04).
       01 WSL-IMP-EDITADO           PIC ZZZZZZ9,99.

      *    la ruta del archivo de parametros.
       01 WSV-ARCH-SUSCRIPCIONES          PIC X(80).
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-INDICES                PIC X(80).

           COPY PARAMS.

                                  TO WST-SUS-DESDE (WSI-SUS)
                                MOVE WSF-SUS-HASTA
                                  TO WST-SUS-HASTA (WSI-SUS)
                                MOVE WSF-SUS-INDICE
                                  TO WST-SUS-INDICE (WSI-SUS)
                                MOVE WSF-SUS-FRECUENCIA
                                  TO WST-SUS-FRECUENCIA (WSI-SUS)
                                MOVE WSF-SUS-BASE
                                  TO WST-SUS-BASE (WSI-SUS)
                              ELSE
                                MOVE 'S' TO WSS-SUS-DESBORDE
                              END-IF
               END-IF
           END-IF.

      *    Indice opcional: se valida antes de ocupar el renglon de
      *    la tabla, para no dejar un alta a medias.
           MOVE 0 TO WSV-FRECUENCIA
           MOVE 0 TO WSV-BASE
           DISPLAY 'INDICE DE AJUSTE (EN BLANCO = IMPORTE FIJO): '
           ACCEPT WSV-INDICE
           IF WSV-INDICE NOT = SPACES
               PERFORM 215000-VALIDAR-INDICE
               IF NOT WSS-IND-SI-ENCONTRADO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WST-CANT-SUS
           SET WSI-SUS TO WST-CANT-SUS
           MOVE WSV-CTE-BUSCADO TO WST-SUS-CTE (WSI-SUS)
           MOVE WSV-INDICE      TO WST-SUS-INDICE (WSI-SUS)
           MOVE WSV-FRECUENCIA  TO WST-SUS-FRECUENCIA (WSI-SUS)
           MOVE WSV-BASE        TO WST-SUS-BASE (WSI-SUS)

           DISPLAY 'COD. DE SERVICIO: '
           ACCEPT WST-SUS-CODSER (WSI-SUS)

           DISPLAY 'SUSCRIPCION DADA DE ALTA'.

       215000-VALIDAR-INDICE.

      *    Frecuencia y periodo base del importe, y el indice tiene
      *    que tener cargado el valor de ese periodo base (mismo
      *    control que el alta de tarifas de PROG01-09-SA).
           MOVE 'N' TO WSS-IND-ENCONTRADO
           DISPLAY 'FRECUENCIA DE AJUSTE EN MESES: '
           ACCEPT WSV-FRECUENCIA
           DISPLAY 'PERIODO DEL INDICE DEL IMPORTE (AAAAMM): '
           ACCEPT WSV-BASE

           IF WSV-FRECUENCIA = 0
               DISPLAY 'FRECUENCIA EN CERO, NO SE CARGA'
               EXIT PARAGRAPH
           END-IF.
           IF WSV-BASE-MES < 1 OR WSV-BASE-MES > 12
               DISPLAY 'PERIODO BASE INVALIDO'
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT INDICES.
           IF NOT WSS-FS-IND-OK
               DISPLAY 'SIN VALORES DE INDICES CARGADOS (PROG01-49-SA)'
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WSS-FS-IND-EOF
               READ INDICES
                  EVALUATE TRUE
                     WHEN WSS-FS-IND-OK
                          IF WSF-IND-COD = WSV-INDICE
                            AND WSF-IND-PERIODO = WSV-BASE
                              MOVE 'S' TO WSS-IND-ENCONTRADO
                              MOVE '10' TO WSS-FS-IND
                          END-IF
                     WHEN WSS-FS-IND-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'FILE STATUS' WSS-FS-IND
                          MOVE '10' TO WSS-FS-IND
                  END-EVALUATE
           END-PERFORM

           CLOSE INDICES.

           IF NOT WSS-IND-SI-ENCONTRADO
               DISPLAY 'EL INDICE NO TIENE VALOR PARA ESE PERIODO'
           END-IF.

       220000-BAJA.

      *    La baja corta la vigencia al periodo indicado: la historia
                           ' ' WST-SUS-MONEDA (WSI-SUS)
                           '  DESDE ' WST-SUS-DESDE (WSI-SUS)
                           ' HASTA ' WST-SUS-HASTA (WSI-SUS)
                           '  ' WST-SUS-INDICE (WSI-SUS)
                           ' ' WST-SUS-FRECUENCIA (WSI-SUS)
                           ' ' WST-SUS-BASE (WSI-SUS)
               END-IF
           END-PERFORM

               MOVE WST-SUS-MONEDA (WSI-SUS)  TO WSF-SUS-MONEDA
               MOVE WST-SUS-DESDE (WSI-SUS)   TO WSF-SUS-DESDE
               MOVE WST-SUS-HASTA (WSI-SUS)   TO WSF-SUS-HASTA
               MOVE WST-SUS-INDICE (WSI-SUS)  TO WSF-SUS-INDICE
               MOVE WST-SUS-FRECUENCIA (WSI-SUS)
                                              TO WSF-SUS-FRECUENCIA
               MOVE WST-SUS-BASE (WSI-SUS)    TO WSF-SUS-BASE
               WRITE FD-SUSCRIPCIONES
           END-PERFORM

           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'Indices.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-INDICES
           CONTINUE.

           COPY PARAMSP.
