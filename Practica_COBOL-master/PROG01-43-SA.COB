      *****************************************************************
      * Author:      FABRICA DE SOFTWARE - SISTEMAS ACTIVOS S.R.L.
      * Date:
      * Purpose:     Control periodico del maestro de clientes contra
      *              el padron de contribuyentes del organismo fiscal
      *              (PadronContribuyentes.TXT, ordenado por CUIT).
      *              Lista los CUIT invalidos por digito verificador,
      *              los que no figuran en el padron y los clientes
      *              cuya condicion de IVA difiere de la del padron.
      *              Los invalidos y los no encontrados quedan en
      *              CuitObservados.TXT, que PROG01-10-SA consulta
      *              para no facturar a esos clientes hasta que se
      *              corrija el registro.
      * Tectonics:   cobc
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROG01-43-SA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Archivo central de parametros de corrida (ver PARAMS.CPY):
      *    el unico nombre fijo que queda; todos los demas se arman
      *    desde la ruta que trae.
           SELECT PARAMETROS          ASSIGN TO DISK
           'C:\Users\POSA-116\Desktop\Archivos\Parametros.TXT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAR.

      *    Mismo maestro indexado que mantiene PROG01-02-SA, leido
      *    completo por la clave de cliente.
           SELECT CLIENTES
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-CLIENTES
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS WSF-CTE-CTE
                                       ALTERNATE RECORD KEY IS
                                           WSF-CTE-NYA WITH DUPLICATES
                                       FILE STATUS IS WSS-FS-CTE.

      *    Padron de contribuyentes tal como lo publica el
      *    organismo, ordenado por CUIT.
           SELECT PADRON
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-PADRON
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PAD.

      *    Listado del control (renglon de texto libre).
           SELECT LISTADO
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-LISTADO
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-LIS.

      *    Clientes observados por el ultimo control: se reemplaza
      *    completo en cada corrida.
           SELECT OBSERVADOS
                                       ASSIGN DYNAMIC
                                       WSV-ARCH-OBSERVADOS
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       ACCESS MODE IS SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OBS.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.

      *    Mismo layout en todos los programas (ver PARAMS.CPY).
       01 FD-PARAMETROS.
         05 WSF-PAR-CLAVE        PIC X(12).
         05 WSF-PAR-VALOR        PIC X(68).

       FD CLIENTES.

      *    Mismo layout que FD-CLIENTES en PROG01-02-SA.
       01 FD-CLIENTES.
         05 WSF-CTE-CTE          PIC 9(07).
         05 WSF-CTE-NYA          PIC X(60).
         05 WSF-CTE-IMPORT-C     PIC 9(07)V99.
         05 WSF-CTE-ACTIVO       PIC X(01).
         05 WSF-CTE-MONEDA       PIC X(03).
         05 WSF-CTE-ABONO-MIN    PIC 9(07)V99.
         05 WSF-CTE-SUCURSAL     PIC 9(02).
      *    Bloque fiscal y de contacto (ver PROG01-02-SA).
         05 WSF-CTE-DOMICILIO    PIC X(40).
         05 WSF-CTE-CUIT         PIC X(13).
         05 WSF-CTE-COND-IVA     PIC X(02).
         05 WSF-CTE-EMAIL        PIC X(40).
      *    Forma de pago: F factura / D debito automatico.
         05 WSF-CTE-FORMA-PAGO   PIC X(01).
      *    Estado crediticio: N normal / V vigilancia / B bloqueado.
         05 WSF-CTE-ESTADO-CRED  PIC X(01).
      *    Condicion de pago: plazo y descuento por pronto pago.
         05 WSF-CTE-PLAZO-DIAS   PIC 9(03).
         05 WSF-CTE-DTO-PCT      PIC 9(02)V99.
         05 WSF-CTE-DTO-DIAS     PIC 9(03).

       FD PADRON.

      *    Registro del padron: CUIT, denominacion y situacion en
      *    cada impuesto (IVA: AC activo / AN activo no alcanzado /
      *    EX exento / XN exento no alcanzado / NA no alcanzado / NI
      *    no inscripto; monotributo: NI o la categoria).
       01 FD-PADRON.
         05 WSF-PAD-CUIT          PIC X(11).
         05 WSF-PAD-DENOMINACION  PIC X(30).
         05 WSF-PAD-IMP-GANANCIAS PIC X(02).
         05 WSF-PAD-IMP-IVA       PIC X(02).
         05 WSF-PAD-MONOTRIBUTO   PIC X(02).
         05 WSF-PAD-INTEGRANTE    PIC X(01).
         05 WSF-PAD-EMPLEADOR     PIC X(01).
         05 WSF-PAD-ACT-MONOTRIB  PIC X(02).

       FD LISTADO.

       01 FD-LISTADO               PIC X(132).

       FD OBSERVADOS.

      *    Motivo: I CUIT invalido / N CUIT no encontrado en el
      *    padron. El CUIT es el del maestro al momento del control:
      *    si el registro se corrige, deja de coincidir y el cliente
      *    vuelve a facturarse.
       01 FD-OBSERVADOS.
         05 WSF-OBS-CTE           PIC 9(07).
         05 WSF-OBS-CUIT          PIC X(13).
         05 WSF-OBS-MOTIVO        PIC X(01).
         05 WSF-OBS-FECHA         PIC 9(08).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WSS-FS-CTE                           PIC X(02).
             88 WSS-FS-CTE-OK                      VALUE '00'.
             88 WSS-FS-CTE-EOF                     VALUE '10'.
             88 WSS-FS-CTE-NOENCONTRADA            VALUE '23'.
           05 WSS-FS-PAD                           PIC X(02).
             88 WSS-FS-PAD-OK                      VALUE '00'.
             88 WSS-FS-PAD-EOF                     VALUE '10'.
             88 WSS-FS-PAD-NOEXISTE                VALUE '35'.
           05 WSS-FS-LIS                           PIC X(02).
             88 WSS-FS-LIS-OK                      VALUE '00'.
           05 WSS-FS-OBS                           PIC X(02).
             88 WSS-FS-OBS-OK                      VALUE '00'.

       01 CONSTANTES.
           05 WSC-MAX-CLIENTES      PIC 9(04) VALUE 5000.

      *    Sin padron solo se controla el digito verificador: no se
      *    marca a nadie como no encontrado.
       01 WSS-PADRON-LEIDO            PIC X VALUE 'N'.
           88 WSS-PADRON-SI-LEIDO     VALUE 'S'.

      *    Clientes activos a controlar, ordenados por CUIT para
      *    aparearlos con el padron. Un renglon de mas queda como
      *    centinela con HIGH-VALUES al final.
       01 TABLA-CLIENTES.
           05 WST-CANT-CLI          PIC 9(04) VALUE 0.
           05 WST-CLI OCCURS 5001 TIMES.
               10 WST-CLI-DIGITOS       PIC X(11).
               10 WST-CLI-CTE           PIC 9(07).
               10 WST-CLI-CUIT          PIC X(13).
               10 WST-CLI-NYA           PIC X(30).
               10 WST-CLI-COND-IVA      PIC X(02).
               10 WST-CLI-COND-PADRON   PIC X(02).
      *        Blanco sin controlar / I CUIT invalido / E encontrado
      *        en el padron.
               10 WST-CLI-ESTADO        PIC X(01).
               10 WST-CLI-MOTIVO        PIC X(30).

       01 WSV-CLI-AUX               PIC X(96).

       01 WSV-SUB-I                 PIC 9(04).
       01 WSV-SUB-J                 PIC 9(04).
       01 WSV-SUB-K                 PIC 9(04).
       01 WSV-LIMITE                PIC 9(04).

       01 WSV-CUIT-PADRON-ANT       PIC X(11).
       01 WSV-COND-PADRON           PIC X(02).
       01 WSV-FECHA-SISTEMA         PIC 9(08).

       01 CONTADORES.
           05 WSCC-CONT-CLIENTES    PIC 9(05).
           05 WSCC-CONT-SIN-CONTROL PIC 9(05).
           05 WSCC-CONT-PADRON      PIC 9(09).
           05 WSCC-CONT-INVALIDOS   PIC 9(05).
           05 WSCC-CONT-NO-ENCONT   PIC 9(05).
           05 WSCC-CONT-DIFIEREN    PIC 9(05).
           05 WSCC-CONT-OBSERVADOS  PIC 9(05).

       01 WSL-LINEA-LIS             PIC X(132).

           COPY VALCUIT.

      *    Nombres de archivo armados en 926000-ARMAR-NOMBRES desde
      *    la ruta del archivo de parametros.
       01 WSV-ARCH-CLIENTES               PIC X(80).
       01 WSV-ARCH-PADRON                 PIC X(80).
       01 WSV-ARCH-LISTADO                PIC X(80).
       01 WSV-ARCH-OBSERVADOS             PIC X(80).

           COPY PARAMS.

       PROCEDURE DIVISION.

       000000-CONTROL.

           PERFORM 920000-LEER-PARAMETROS.
           PERFORM 926000-ARMAR-NOMBRES.

           PERFORM 100000-INICIO.
           PERFORM 200000-PROCESO.
           PERFORM 300000-FINAL.

       100000-INICIO.

           INITIALIZE CONTADORES.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD.

           OPEN INPUT CLIENTES.
           IF NOT WSS-FS-CTE-OK
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS' WSS-FS-CTE
             STOP RUN
           END-IF.

           PERFORM 110000-CARGAR-CLIENTES.
           CLOSE CLIENTES.

           PERFORM 150000-ORDENAR.

       110000-CARGAR-CLIENTES.

           MOVE 0 TO WSF-CTE-CTE
           START CLIENTES KEY IS NOT LESS THAN WSF-CTE-CTE
               INVALID KEY CONTINUE
           END-START.

           PERFORM UNTIL NOT WSS-FS-CTE-OK
               READ CLIENTES NEXT
                   AT END CONTINUE
               END-READ
               IF WSS-FS-CTE-OK
                 AND WSF-CTE-ACTIVO = 'S'
                   PERFORM 115000-SUMAR-CLIENTE
               END-IF
           END-PERFORM.

           IF NOT WSS-FS-CTE-EOF AND NOT WSS-FS-CTE-NOENCONTRADA
             DISPLAY 'ERROR DE ARCHIVO DE CLIENTES'
             DISPLAY 'FILE STATUS' WSS-FS-CTE
             STOP RUN
           END-IF.

       115000-SUMAR-CLIENTE.

           ADD 1 TO WSCC-CONT-CLIENTES

      *    Los clientes del exterior no figuran en el padron local y
      *    el consumidor final sin CUIT no tiene nada que controlar.
           IF WSF-CTE-COND-IVA = 'EE'
             OR (WSF-CTE-COND-IVA = 'CF' AND WSF-CTE-CUIT = SPACES)
               ADD 1 TO WSCC-CONT-SIN-CONTROL
               EXIT PARAGRAPH
           END-IF.

           IF WST-CANT-CLI >= WSC-MAX-CLIENTES
               DISPLAY 'MAS CLIENTES QUE LA TABLA DEL CONTROL ('
                       WSC-MAX-CLIENTES ')'
               STOP RUN
           END-IF.

           ADD 1 TO WST-CANT-CLI
           MOVE WST-CANT-CLI TO WSV-SUB-I

           MOVE WSF-CTE-CTE      TO WST-CLI-CTE (WSV-SUB-I)
           MOVE WSF-CTE-CUIT     TO WST-CLI-CUIT (WSV-SUB-I)
           MOVE WSF-CTE-NYA      TO WST-CLI-NYA (WSV-SUB-I)
           MOVE WSF-CTE-COND-IVA TO WST-CLI-COND-IVA (WSV-SUB-I)
           MOVE SPACES           TO WST-CLI-COND-PADRON (WSV-SUB-I)
           MOVE SPACES           TO WST-CLI-MOTIVO (WSV-SUB-I)

           MOVE WSF-CTE-CUIT     TO WSV-VALCUIT-CUIT
           PERFORM 900100-VALIDAR-CUIT
           IF WSV-VALCUIT-VALIDO
               MOVE WSV-VALCUIT-DIGITOS TO WST-CLI-DIGITOS (WSV-SUB-I)
               MOVE SPACE               TO WST-CLI-ESTADO (WSV-SUB-I)
           ELSE
      *        Al final del orden: no entran en el apareo.
               MOVE HIGH-VALUES        TO WST-CLI-DIGITOS (WSV-SUB-I)
               MOVE 'I'                TO WST-CLI-ESTADO (WSV-SUB-I)
               MOVE WSV-VALCUIT-MOTIVO TO WST-CLI-MOTIVO (WSV-SUB-I)
           END-IF.

       150000-ORDENAR.

      *    Orden por CUIT (burbuja sobre la tabla, igual que el
      *    libro de retenciones de PROG01-42-SA).
           IF WST-CANT-CLI > 1
             PERFORM VARYING WSV-SUB-I FROM 1 BY 1
                     UNTIL WSV-SUB-I >= WST-CANT-CLI
               COMPUTE WSV-LIMITE = WST-CANT-CLI - WSV-SUB-I
               PERFORM VARYING WSV-SUB-J FROM 1 BY 1
                       UNTIL WSV-SUB-J > WSV-LIMITE
                   COMPUTE WSV-SUB-K = WSV-SUB-J + 1
                   IF WST-CLI-DIGITOS (WSV-SUB-J) >
                                     WST-CLI-DIGITOS (WSV-SUB-K)
                       MOVE WST-CLI (WSV-SUB-J) TO WSV-CLI-AUX
                       MOVE WST-CLI (WSV-SUB-K) TO WST-CLI (WSV-SUB-J)
                       MOVE WSV-CLI-AUX         TO WST-CLI (WSV-SUB-K)
                   END-IF
               END-PERFORM
             END-PERFORM
           END-IF.

           COMPUTE WSV-SUB-K = WST-CANT-CLI + 1
           MOVE HIGH-VALUES TO WST-CLI-DIGITOS (WSV-SUB-K).

       200000-PROCESO.

           PERFORM 210000-APAREAR-PADRON.

           OPEN OUTPUT LISTADO.
           IF NOT WSS-FS-LIS-OK
             DISPLAY 'ERROR DE ARCHIVO DE LISTADO'
             DISPLAY 'FILE STATUS' WSS-FS-LIS
             STOP RUN
           END-IF.

           OPEN OUTPUT OBSERVADOS.
           IF NOT WSS-FS-OBS-OK
             DISPLAY 'ERROR DE ARCHIVO DE OBSERVADOS'
             DISPLAY 'FILE STATUS' WSS-FS-OBS
             STOP RUN
           END-IF.

           INITIALIZE WSL-LINEA-LIS
           STRING 'CONTROL DE CUIT CONTRA EL PADRON - FECHA '
                                                  DELIMITED SIZE
                  WSV-FECHA-SISTEMA               DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           IF NOT WSS-PADRON-SI-LEIDO
               MOVE '*** SIN PADRON: SOLO SE CONTROLA EL DIGITO '
                 TO WSL-LINEA-LIS
               MOVE 'VERIFICADOR ***' TO WSL-LINEA-LIS (45:15)
               MOVE WSL-LINEA-LIS TO FD-LISTADO
               WRITE FD-LISTADO
           END-IF.

           MOVE 'CUIT INVALIDOS' TO WSL-LINEA-LIS
           PERFORM 240000-TITULO
           PERFORM 250000-LISTAR-INVALIDO
               VARYING WSV-SUB-I FROM 1 BY 1
               UNTIL WSV-SUB-I > WST-CANT-CLI.

           IF WSS-PADRON-SI-LEIDO
               MOVE 'CUIT NO ENCONTRADOS EN EL PADRON'
                 TO WSL-LINEA-LIS
               PERFORM 240000-TITULO
               PERFORM 260000-LISTAR-NO-ENCONTRADO
                   VARYING WSV-SUB-I FROM 1 BY 1
                   UNTIL WSV-SUB-I > WST-CANT-CLI
               MOVE 'CONDICION DE IVA DISTINTA DE LA DEL PADRON'
                 TO WSL-LINEA-LIS
               PERFORM 240000-TITULO
               PERFORM 270000-LISTAR-DIFERENCIA
                   VARYING WSV-SUB-I FROM 1 BY 1
                   UNTIL WSV-SUB-I > WST-CANT-CLI
           END-IF.

           CLOSE OBSERVADOS.

       210000-APAREAR-PADRON.

           OPEN INPUT PADRON.
           IF WSS-FS-PAD-NOEXISTE
               DISPLAY 'NO EXISTE PadronContribuyentes.TXT'
               EXIT PARAGRAPH
           END-IF.
           IF NOT WSS-FS-PAD-OK
             DISPLAY 'ERROR DE ARCHIVO DE PADRON'
             DISPLAY 'FILE STATUS' WSS-FS-PAD
             STOP RUN
           END-IF.

           MOVE 'S'    TO WSS-PADRON-LEIDO
           MOVE 1      TO WSV-SUB-I
           MOVE SPACES TO WSV-CUIT-PADRON-ANT

           PERFORM UNTIL WSS-FS-PAD-EOF
               READ PADRON
                  EVALUATE TRUE
                     WHEN WSS-FS-PAD-OK
                          ADD 1 TO WSCC-CONT-PADRON
                          PERFORM 220000-APAREAR-CUIT
                     WHEN WSS-FS-PAD-EOF
                          CONTINUE
                     WHEN OTHER
                          DISPLAY 'ERROR DE ARCHIVO DE PADRON'
                          DISPLAY 'FILE STATUS' WSS-FS-PAD
                          STOP RUN
                  END-EVALUATE
           END-PERFORM

           CLOSE PADRON.

       220000-APAREAR-CUIT.

      *    El apareo exige el padron ordenado: fuera de orden se
      *    cancela antes de reemplazar la lista de observados.
           IF WSF-PAD-CUIT < WSV-CUIT-PADRON-ANT
               DISPLAY 'PADRON FUERA DE ORDEN EN EL CUIT '
                       WSF-PAD-CUIT
               STOP RUN
           END-IF.
           MOVE WSF-PAD-CUIT TO WSV-CUIT-PADRON-ANT

           PERFORM UNTIL WST-CLI-DIGITOS (WSV-SUB-I) >= WSF-PAD-CUIT
               ADD 1 TO WSV-SUB-I
           END-PERFORM

           IF WST-CLI-DIGITOS (WSV-SUB-I) = WSF-PAD-CUIT
               PERFORM 230000-CONDICION-PADRON
               PERFORM UNTIL WST-CLI-DIGITOS (WSV-SUB-I)
                                           NOT = WSF-PAD-CUIT
                   MOVE 'E' TO WST-CLI-ESTADO (WSV-SUB-I)
                   MOVE WSV-COND-PADRON
                     TO WST-CLI-COND-PADRON (WSV-SUB-I)
                   ADD 1 TO WSV-SUB-I
               END-PERFORM
           END-IF.

       230000-CONDICION-PADRON.

      *    Condicion de IVA equivalente a la situacion del padron:
      *    el monotributo manda; despues IVA activo es responsable
      *    inscripto, exento o no alcanzado es exento, y no inscripto
      *    es consumidor final.
           EVALUATE TRUE
               WHEN WSF-PAD-MONOTRIBUTO NOT = 'NI'
                AND WSF-PAD-MONOTRIBUTO NOT = SPACES
                    MOVE 'MO' TO WSV-COND-PADRON
               WHEN WSF-PAD-IMP-IVA = 'AC' OR 'AN'
                    MOVE 'RI' TO WSV-COND-PADRON
               WHEN WSF-PAD-IMP-IVA = 'EX' OR 'XN' OR 'NA'
                    MOVE 'EX' TO WSV-COND-PADRON
               WHEN OTHER
                    MOVE 'CF' TO WSV-COND-PADRON
           END-EVALUATE.

       240000-TITULO.

           MOVE SPACES TO FD-LISTADO
           WRITE FD-LISTADO.
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.
           INITIALIZE WSL-LINEA-LIS.

       250000-LISTAR-INVALIDO.

           IF WST-CLI-ESTADO (WSV-SUB-I) NOT = 'I'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-INVALIDOS
           PERFORM 280000-LINEA-CLIENTE
           MOVE WST-CLI-MOTIVO (WSV-SUB-I) TO WSL-LINEA-LIS (70:30)
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

           MOVE 'I' TO WSF-OBS-MOTIVO
           PERFORM 290000-GRABAR-OBSERVADO.

       260000-LISTAR-NO-ENCONTRADO.

           IF WST-CLI-ESTADO (WSV-SUB-I) NOT = SPACE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-NO-ENCONT
           PERFORM 280000-LINEA-CLIENTE
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

           MOVE 'N' TO WSF-OBS-MOTIVO
           PERFORM 290000-GRABAR-OBSERVADO.

       270000-LISTAR-DIFERENCIA.

           IF WST-CLI-ESTADO (WSV-SUB-I) NOT = 'E'
             OR WST-CLI-COND-IVA (WSV-SUB-I) =
                WST-CLI-COND-PADRON (WSV-SUB-I)
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WSCC-CONT-DIFIEREN
           PERFORM 280000-LINEA-CLIENTE
           STRING 'MAESTRO '                         DELIMITED SIZE
                  WST-CLI-COND-IVA (WSV-SUB-I)       DELIMITED SIZE
                  ' PADRON '                         DELIMITED SIZE
                  WST-CLI-COND-PADRON (WSV-SUB-I)    DELIMITED SIZE
             INTO WSL-LINEA-LIS (70:20)
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

       280000-LINEA-CLIENTE.

           INITIALIZE WSL-LINEA-LIS
           STRING '  CTE '                           DELIMITED SIZE
                  WST-CLI-CTE (WSV-SUB-I)            DELIMITED SIZE
                  '  '                               DELIMITED SIZE
                  WST-CLI-NYA (WSV-SUB-I)            DELIMITED SIZE
                  '  CUIT '                          DELIMITED SIZE
                  WST-CLI-CUIT (WSV-SUB-I)           DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING.

       290000-GRABAR-OBSERVADO.

           MOVE WST-CLI-CTE (WSV-SUB-I)  TO WSF-OBS-CTE
           MOVE WST-CLI-CUIT (WSV-SUB-I) TO WSF-OBS-CUIT
           MOVE WSV-FECHA-SISTEMA        TO WSF-OBS-FECHA
           WRITE FD-OBSERVADOS.
           ADD 1 TO WSCC-CONT-OBSERVADOS.

       300000-FINAL.

           MOVE SPACES TO FD-LISTADO
           WRITE FD-LISTADO.
           INITIALIZE WSL-LINEA-LIS
           STRING 'INVALIDOS: '                      DELIMITED SIZE
                  WSCC-CONT-INVALIDOS                DELIMITED SIZE
                  '   NO ENCONTRADOS: '              DELIMITED SIZE
                  WSCC-CONT-NO-ENCONT                DELIMITED SIZE
                  '   CONDICION DISTINTA: '          DELIMITED SIZE
                  WSCC-CONT-DIFIEREN                 DELIMITED SIZE
             INTO WSL-LINEA-LIS
           END-STRING
           MOVE WSL-LINEA-LIS TO FD-LISTADO
           WRITE FD-LISTADO.

           CLOSE LISTADO.

           DISPLAY '********************************************'
           DISPLAY 'CLIENTES ACTIVOS LEIDOS =' WSCC-CONT-CLIENTES
           DISPLAY 'SIN CONTROL (EXTERIOR / CF SIN CUIT) ='
                                          WSCC-CONT-SIN-CONTROL
           DISPLAY 'REGISTROS DEL PADRON =' WSCC-CONT-PADRON
           DISPLAY 'CUIT INVALIDOS =' WSCC-CONT-INVALIDOS
           DISPLAY 'CUIT NO ENCONTRADOS =' WSCC-CONT-NO-ENCONT
           DISPLAY 'CONDICION DE IVA DISTINTA =' WSCC-CONT-DIFIEREN
           DISPLAY 'CLIENTES OBSERVADOS (SIN FACTURAR) ='
                                          WSCC-CONT-OBSERVADOS
           DISPLAY '********************************************'.
           STOP RUN.

       926000-ARMAR-NOMBRES.

      *    Cada archivo del programa, armado como ruta + nombre base
      *    (ver 925000-ARMAR-NOMBRE en PARAMSP.CPY).
           MOVE 'ClientesMaster.IDX' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-CLIENTES

           MOVE 'PadronContribuyentes.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-PADRON

           MOVE 'ControlPadron.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-LISTADO

           MOVE 'CuitObservados.TXT' TO WSP-NOMBRE-BASE
           PERFORM 925000-ARMAR-NOMBRE
           MOVE WSP-NOMBRE-ARMADO TO WSV-ARCH-OBSERVADOS
           CONTINUE.

           COPY PARAMSP.

           COPY VALCUITP.

       END PROGRAM PROG01-43-SA.
