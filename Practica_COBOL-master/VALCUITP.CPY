      ******************************************************************
      * Copybook: VALCUITP.CPY
      * Purpose:  Parrafos de validacion de CUIT y de datos fiscales
      *           (ver VALCUIT.CPY para los datos). El programa que
      *           invoca debe cargar WSV-VALCUIT-CUIT (y
      *           WSV-VALCUIT-COND-IVA para 900200) antes del PERFORM.
      ******************************************************************
       900100-VALIDAR-CUIT.

           MOVE 'N'    TO WSV-VALCUIT-OK
           MOVE SPACES TO WSV-VALCUIT-DIGITOS
           MOVE SPACES TO WSV-VALCUIT-FORMATEADO
           MOVE SPACES TO WSV-VALCUIT-MOTIVO
           MOVE 0      TO WSV-VALCUIT-CANT

      *    Se aceptan los once digitos corridos o con guiones; otro
      *    caracter que no sea guion o blanco invalida el CUIT.
           PERFORM VARYING WSV-VALCUIT-POS FROM 1 BY 1
                   UNTIL WSV-VALCUIT-POS > 13
               EVALUATE TRUE
                   WHEN WSV-VALCUIT-CANT = 99
                        CONTINUE
                   WHEN WSV-VALCUIT-CUIT (WSV-VALCUIT-POS:1) NUMERIC
                        ADD 1 TO WSV-VALCUIT-CANT
                        IF WSV-VALCUIT-CANT <= 11
                            MOVE WSV-VALCUIT-CUIT (WSV-VALCUIT-POS:1)
                              TO WSV-VALCUIT-DIGITOS
                                 (WSV-VALCUIT-CANT:1)
                        END-IF
                   WHEN WSV-VALCUIT-CUIT (WSV-VALCUIT-POS:1) = '-'
                     OR WSV-VALCUIT-CUIT (WSV-VALCUIT-POS:1) = SPACE
                        CONTINUE
                   WHEN OTHER
                        MOVE 99 TO WSV-VALCUIT-CANT
               END-EVALUATE
           END-PERFORM

           IF WSV-VALCUIT-CUIT = SPACES
               MOVE 'CUIT EN BLANCO' TO WSV-VALCUIT-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WSV-VALCUIT-CANT NOT = 11
               MOVE 'CUIT SIN ONCE DIGITOS' TO WSV-VALCUIT-MOTIVO
               EXIT PARAGRAPH
           END-IF.

      *    Modulo 11: 11 menos el resto de la suma ponderada; 11 vale
      *    0 y 10 no es un digito posible.
           MOVE 0 TO WSV-VALCUIT-SUMA
           PERFORM VARYING WSV-VALCUIT-POS FROM 1 BY 1
                   UNTIL WSV-VALCUIT-POS > 10
               COMPUTE WSV-VALCUIT-SUMA = WSV-VALCUIT-SUMA +
                       WSV-VALCUIT-DIG (WSV-VALCUIT-POS) *
                       WST-VALCUIT-PESO (WSV-VALCUIT-POS)
           END-PERFORM
           COMPUTE WSV-VALCUIT-DV =
                   11 - FUNCTION MOD (WSV-VALCUIT-SUMA, 11)
           IF WSV-VALCUIT-DV = 11
               MOVE 0 TO WSV-VALCUIT-DV
           END-IF

           IF WSV-VALCUIT-DV = 10
             OR WSV-VALCUIT-DV NOT = WSV-VALCUIT-DIG (11)
               MOVE 'DIGITO VERIFICADOR DEL CUIT' TO WSV-VALCUIT-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           STRING WSV-VALCUIT-DIGITOS (1:2)          DELIMITED SIZE
                  '-'                                DELIMITED SIZE
                  WSV-VALCUIT-DIGITOS (3:8)          DELIMITED SIZE
                  '-'                                DELIMITED SIZE
                  WSV-VALCUIT-DIGITOS (11:1)         DELIMITED SIZE
             INTO WSV-VALCUIT-FORMATEADO
           END-STRING
           MOVE 'S' TO WSV-VALCUIT-OK.

       900200-VALIDAR-DATOS-FISCALES.

      *    Condicion de IVA dentro de las habilitadas. El consumidor
      *    final puede no tener CUIT; el resto lo necesita valido.
           MOVE 'N' TO WSV-VALCUIT-OK

           IF WSV-VALCUIT-COND-IVA NOT = 'RI' AND NOT = 'MO'
             AND NOT = 'EX' AND NOT = 'CF' AND NOT = 'EE'
               MOVE 'CONDICION DE IVA INVALIDA' TO WSV-VALCUIT-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           IF WSV-VALCUIT-CUIT = SPACES
             AND WSV-VALCUIT-COND-IVA = 'CF'
               MOVE SPACES TO WSV-VALCUIT-DIGITOS
               MOVE SPACES TO WSV-VALCUIT-FORMATEADO
               MOVE SPACES TO WSV-VALCUIT-MOTIVO
               MOVE 'S'    TO WSV-VALCUIT-OK
               EXIT PARAGRAPH
           END-IF.

           PERFORM 900100-VALIDAR-CUIT.
