    01 REG-ESCALA-M.
        05 ESC-CLAVE.
            10 ESC-ID             PIC X(10).
        05 ESC-NIVEL              PIC 9(01).
            88 ESC-NIVEL-AVISO        VALUE 1.
            88 ESC-NIVEL-VENCIDO      VALUE 2.
        05 ESC-FECHA-NOTIF        PIC 9(08).
        05 ESC-HORA-NOTIF         PIC 9(06).
