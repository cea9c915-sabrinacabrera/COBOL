      *              pasan a validarse contra este maestro en la
      *              corrida de PROG01-01-SA, que ademas toma de aca
      *              la descripcion para ResumenServicios.TXT.
      *              Cada tarifa puede llevar un indice de precios y
      *              una frecuencia de ajuste: el ajuste masivo de
      *              PROG01-50-SA le agrega la tarifa nueva.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TAR.

      *    Valores mensuales de los indices de precios (mantenidos
      *    por PROG01-49-SA): el alta de tarifa valida el indice.
           SELECT INDICES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-INDICES
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-IND.

      *    Maestro de usuarios para la identificacion del operador
      *    (ver OPERADOR.CPY).
           SELECT USUARIOS
         05 WSF-TAR-DESDE        PIC 9(06).
         05 WSF-TAR-MONEDA       PIC X(03).
         05 WSF-TAR-PRECIO       PIC 9(07)V99.
      *    Ajuste por indice: codigo del indice (en blanco = precio
      *    fijo), cada cuantos meses se ajusta y periodo del indice al
      *    que esta expresado el precio (ver PROG01-50-SA).
         05 WSF-TAR-INDICE       PIC X(05).
         05 WSF-TAR-FRECUENCIA   PIC 9(02).
         05 WSF-TAR-BASE         PIC 9(06).

       FD INDICES.

      *    Mismo layout que FD-INDICES en PROG01-49-SA.
       01 FD-INDICES.
         05 WSF-IND-COD          PIC X(05).
         05 WSF-IND-PERIODO      PIC 9(06).
         05 WSF-IND-VALOR        PIC 9(07)V9(04).

       FD USUARIOS.

             88 WSS-FS-TAR-EOF                     VALUE '10'.
             88 WSS-FS-TAR-NOEXISTE                VALUE '35'.

       01 SWITCHES-INDICES.
           05 WSS-FS-IND                           PIC X(02).
             88 WSS-FS-IND-OK                      VALUE '00'.
             88 WSS-FS-IND-EOF                     VALUE '10'.
             88 WSS-FS-IND-NOEXISTE                VALUE '35'.

       01 WSS-IND-ENCONTRADO          PIC X VALUE 'N'.
           88 WSS-IND-SI-ENCONTRADO   VALUE 'S'.

       01 WSV-BASE-R.
           05 WSV-BASE-ANIO          PIC 9(04).
           05 WSV-BASE-MES           PIC 9(02).
       01 WSV-BASE REDEFINES WSV-BASE-R PIC 9(06).

       01 WSCC-CONT-TARIFAS         PIC 9(04).
       01 WSL-PRECIO-EDITADO        PIC ZZZZZZ9,99.

      *    la ruta del archivo de parametros.
       01 WSV-ARCH-SERVICIOS              PIC X(80).
       01 WSV-ARCH-TARIFAS                PIC X(80).
       01 WSV-ARCH-INDICES                PIC X(80).
       01 WSV-ARCH-USUARIOS               PIC X(80).

           COPY OPERADOR.
               EXIT PARAGRAPH
           END-IF

      *    Indice opcional: sin indice la tarifa es de precio fijo y
      *    el ajuste masivo no la toca.
           MOVE 0 TO WSF-TAR-FRECUENCIA
           MOVE 0 TO WSF-TAR-BASE
           DISPLAY 'INDICE DE AJUSTE (EN BLANCO = PRECIO FIJO): '
           ACCEPT WSF-TAR-INDICE
           IF WSF-TAR-INDICE NOT = SPACES
               PERFORM 245000-VALIDAR-INDICE
               IF NOT WSS-IND-SI-ENCONTRADO
                   EXIT PARAGRAPH
               END-IF
               MOVE WSV-BASE TO WSF-TAR-BASE
           END-IF

           OPEN EXTEND TARIFAS.
           IF WSS-FS-TAR-NOEXISTE
               OPEN OUTPUT TARIFAS
           CLOSE TARIFAS.
           DISPLAY 'TARIFA CARGADA'.

       245000-VALIDAR-INDICE.

      *    Frecuencia y periodo base del precio, y el indice tiene que
      *    tener cargado el valor de ese periodo base: sin el, el
      *    ajuste no tendria contra que comparar.
           MOVE 'N' TO WSS-IND-ENCONTRADO
           DISPLAY 'FRECUENCIA DE AJUSTE EN MESES: '
           ACCEPT WSF-TAR-FRECUENCIA
           DISPLAY 'PERIODO DEL INDICE AL QUE ESTA EL PRECIO (AAAAMM): '
           ACCEPT WSV-BASE

           IF WSF-TAR-FRECUENCIA = 0
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
                          IF WSF-IND-COD = WSF-TAR-INDICE
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

       250000-LISTAR-TARIFAS.

           DISPLAY 'COD. DE SERVICIO A LISTAR: '
                              DISPLAY '  DESDE ' WSF-TAR-DESDE
                                      '  ' WSF-TAR-MONEDA
                                      '  ' WSL-PRECIO-EDITADO
                                      '  ' WSF-TAR-INDICE
                                      ' ' WSF-TAR-FRECUENCIA
                                      ' ' WSF-TAR-BASE
                          END-IF
                     WHEN WSS-FS-TAR-EOF
                          CONTINUE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-TARIFAS

           MOVE 'Indices.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-INDICES

           MOVE 'Usuarios.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-USUARIOS
