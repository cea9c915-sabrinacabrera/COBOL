      *              periodo en curso de Resultados.TXT por moneda,
      *              los periodos anteriores desde los historicos con
      *              fecha que genera PROG01-04-SA, y lo que el
      *              cliente tenga en Excepciones.TXT, y los
      *              documentos que tiene pendientes de pago
      *              (PartidasAbiertas.TXT). Nada de esto
      *              toca los datos, a diferencia de PROG01-02-SA.
      * Tectonics:   cobc
      *****************************************************************
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EXC.

      *    Partidas abiertas por documento que mantiene
      *    PROG01-07-SA (ver PARTIDAS.CPY).
           SELECT PARTIDAS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PARTIDAS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PTA.

       DATA DIVISION.

       FILE SECTION.
      *    Con B, PROG01-08-SA rechaza los cargos nuevos del cliente
      *    (los pagos y las reversas pasan igual).
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo en dias (0 contado / 15 /
      *    30 / 60) y descuento por pronto pago (ver
      *    PROG01-02-SA).
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD RESULTADO-ENTRADA.

         05 WSF-EXC-MOTIVO       PIC X(30).
         05 WSF-EXC-DISPO        PIC X(01).

       FD PARTIDAS.

      *    Mismo layout que FD-PARTIDAS en PROG01-07-SA.
       01 FD-PARTIDAS.
         05 WSF-PTA-TIPO          PIC X(01).
         05 WSF-PTA-LETRA         PIC X(01).
         05 WSF-PTA-PTO-VTA       PIC 9(04).
         05 WSF-PTA-NUMERO        PIC 9(08).
         05 WSF-PTA-CTE           PIC 9(07).
         05 WSF-PTA-MONEDA        PIC X(03).
         05 WSF-PTA-PERIODO       PIC 9(06).
         05 WSF-PTA-FECHA         PIC 9(08).
         05 WSF-PTA-VENCIMIENTO   PIC 9(08).
         05 WSF-PTA-ORIGINAL      PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-PTA-APLICADO      PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
         05 WSF-PTA-SALDO         PIC S9(09)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.

       WORKING-STORAGE SECTION.

       01 SWITCHES.
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-RESULTADO-ENTRADA      PIC X(80).
       01 WSV-ARCH-EXCEPCIONES            PIC X(80).
       01 WSV-ARCH-PARTIDAS               PIC X(80).

           COPY PARAMS.
           COPY PARTIDAS.

       PROCEDURE DIVISION.


           IF WSS-FS-CTE-OK
               PERFORM 220000-MOSTRAR-PERIODO-ACTUAL
               PERFORM 225000-MOSTRAR-PARTIDAS
               PERFORM 230000-MOSTRAR-HISTORICO
               PERFORM 240000-MOSTRAR-EXCEPCIONES
           END-IF.
             END-IF
           END-IF.

       225000-MOSTRAR-PARTIDAS.

      *    Documentos del cliente con saldo, en todas sus monedas;
      *    se relee el archivo en cada consulta para ver lo ultimo
      *    que aplico PROG01-07-SA.
           INITIALIZE CONTADORES.

           PERFORM 980000-CARGAR-PARTIDAS.

           DISPLAY 'DOCUMENTOS PENDIENTES:'

           PERFORM VARYING WSI-PTA FROM 1 BY 1
                   UNTIL WSI-PTA > WST-CANT-PTA
               IF WST-PTA-CTE (WSI-PTA) = WSV-CTE-BUSCADO
                 AND WST-PTA-SALDO (WSI-PTA) NOT = 0
                   IF WSCC-CONT-RENGLONES = 0
                       DISPLAY '  ' WSL-PTA-TITULO '  MON'
                   END-IF
                   ADD 1 TO WSCC-CONT-RENGLONES
                   PERFORM 985000-ARMAR-LINEA-PARTIDA
                   DISPLAY '  ' WSL-PTA-LINEA (1:72)
                           '  ' WST-PTA-MONEDA (WSI-PTA)
               END-IF
           END-PERFORM

           IF WSCC-CONT-RENGLONES = 0
               DISPLAY '  (SIN DOCUMENTOS PENDIENTES)'
           END-IF.

       230000-MOSTRAR-HISTORICO.

      *    Periodos cerrados: se piden de a uno y se leen del
           MOVE 'Excepciones.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-EXCEPCIONES

           MOVE 'PartidasAbiertas.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PARTIDAS
           CONTINUE.

           COPY PARAMSP.
           COPY PARTIDASP.

       END PROGRAM PROG01-11-SA.
