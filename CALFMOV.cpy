    01 REG-MOVIMIENTO.
        05 MOV-FECHA               PIC 9(08).
        05 FILLER                  PIC X(01).
        05 MOV-HORA                PIC 9(06).
        05 FILLER                  PIC X(01).
        05 MOV-APERTURAS           PIC 9(08).
        05 FILLER                  PIC X(01).
        05 MOV-CIERRES             PIC 9(08).
        05 FILLER                  PIC X(01).
        05 MOV-RECHAZADOS          PIC 9(08).
        05 FILLER                  PIC X(01).
        05 MOV-MAESTRO-NVO         PIC 9(08).
        05 FILLER                  PIC X(29).
