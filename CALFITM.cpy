        05 IMM-HORA-APERTURA      PIC 9(06).
        05 IMM-FECHA-CIERRE       PIC 9(08).
        05 IMM-HORA-CIERRE        PIC 9(06).
        05 IMM-SW-PAUSA           PIC X(01).
            88 IMM-SUSPENDIDO         VALUE 'S'.
        05 IMM-FECHA-PAUSA        PIC 9(08).
        05 IMM-HORA-PAUSA         PIC 9(06).
        05 IMM-SEG-PAUSA          PIC 9(10).
        05 IMM-SEG-PAUSA-HAB      PIC 9(10).
