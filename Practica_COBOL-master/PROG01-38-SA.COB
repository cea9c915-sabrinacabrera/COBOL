         05 WSF-CTL-SUCURSAL     PIC 9(02).
         05 WSF-CTL-FECHA        PIC 9(08).
         05 WSF-CTL-HORA         PIC 9(06).
      *    Override de supervisor (S/N) y el supervisor que lo
      *    autorizo (en blanco sin override), ver CTLCORRP.CPY.
         05 WSF-CTL-OVERRIDE     PIC X(01).
         05 WSF-CTL-OPERADOR     PIC X(10).

       FD TRABAJO.

         05 WSF-TRAB-SUCURSAL    PIC 9(02).
         05 WSF-TRAB-FECHA       PIC 9(08).
         05 WSF-TRAB-HORA        PIC 9(06).
         05 WSF-TRAB-OVERRIDE    PIC X(01).
         05 WSF-TRAB-OPERADOR    PIC X(10).

       FD AUDITORIA.

