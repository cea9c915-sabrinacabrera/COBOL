      ******************************************************************
      * Copybook: VALCUIT.CPY
      * Purpose:  Datos para validar un CUIT por su digito verificador
      *           (modulo 11) y, junto con la condicion de IVA, los
      *           datos fiscales de un cliente. Lo usan el ABM de
      *           clientes (PROG01-02-SA), la carga por lotes
      *           (PROG01-12-SA), la facturacion (PROG01-10-SA), el
      *           control contra el padron (PROG01-43-SA) y el alta
      *           rapida de la venta de mostrador (PROG01-59-SA).
      *
      *           El programa que invoca carga WSV-VALCUIT-CUIT (con o
      *           sin guiones) antes de hacer PERFORM
      *           900100-VALIDAR-CUIT (copybook VALCUITP.CPY) y
      *           consulta el 88 WSV-VALCUIT-VALIDO. Para validar el
      *           bloque fiscal completo carga ademas
      *           WSV-VALCUIT-COND-IVA y hace PERFORM
      *           900200-VALIDAR-DATOS-FISCALES. El CUIT queda en
      *           WSV-VALCUIT-DIGITOS (once digitos) y en
      *           WSV-VALCUIT-FORMATEADO (99-99999999-9), y el motivo
      *           del rechazo en WSV-VALCUIT-MOTIVO.
      ******************************************************************
       01 WSV-VALCUIT-PARAMS.
          05 WSV-VALCUIT-CUIT       PIC X(13).
          05 WSV-VALCUIT-COND-IVA   PIC X(02).
          05 WSV-VALCUIT-DIGITOS    PIC X(11).
          05 WSV-VALCUIT-DIGITOS-N REDEFINES WSV-VALCUIT-DIGITOS.
             10 WSV-VALCUIT-DIG     PIC 9      OCCURS 11 TIMES.
          05 WSV-VALCUIT-FORMATEADO PIC X(13).
          05 WSV-VALCUIT-MOTIVO     PIC X(30).
          05 WSV-VALCUIT-CANT       PIC 99.
          05 WSV-VALCUIT-POS        PIC 99.
          05 WSV-VALCUIT-SUMA       PIC 9(04).
          05 WSV-VALCUIT-DV         PIC 99.
          05 WSV-VALCUIT-OK         PIC X(01).
             88 WSV-VALCUIT-VALIDO           VALUE 'S'.
             88 WSV-VALCUIT-INVALIDO         VALUE 'N'.

      *    Pesos del modulo 11 para los diez primeros digitos.
       01 WST-VALCUIT-PESOS-VALORES PIC X(10) VALUE '5432765432'.
       01 WST-VALCUIT-PESOS REDEFINES WST-VALCUIT-PESOS-VALORES.
          05 WST-VALCUIT-PESO       PIC 9      OCCURS 10 TIMES.
