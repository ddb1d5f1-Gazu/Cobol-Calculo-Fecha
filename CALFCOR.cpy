    01 REG-CORRECCION-DET.
        05 COR-MARCA               PIC X(01) VALUE 'C'.
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-RUN-ID              PIC X(08).
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-FECHA-CORRIDA       PIC 9(08).
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-SECUENCIA           PIC 9(08).
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-ENT-TIPO            PIC X(01).
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-ESTADO-ANT          PIC X(01).
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-ESTADO-NUEVO        PIC X(01).
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-SEG-ANT             PIC S9(18) SIGN IS LEADING SEPARATE.
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-SEG-NUEVO           PIC S9(18) SIGN IS LEADING SEPARATE.
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-SEG-DIF             PIC S9(18) SIGN IS LEADING SEPARATE.
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-HAB-ANT             PIC 9(10).
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-HAB-NUEVO           PIC 9(10).
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-HAB-DIF             PIC S9(10) SIGN IS LEADING SEPARATE.
    01 REG-CORRECCION-TRL.
        05 COR-TRL-MARCA           PIC X(01) VALUE 'T'.
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-TRL-CANTIDAD        PIC 9(08).
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-TRL-HASH-SEG        PIC S9(18) SIGN IS LEADING SEPARATE.
        05 FILLER                  PIC X(01) VALUE ';'.
        05 COR-TRL-HASH-HAB        PIC S9(10) SIGN IS LEADING SEPARATE.
