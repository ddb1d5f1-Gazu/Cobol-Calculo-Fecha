    01 REG-ACUSE.
        05 ACK-MARCA               PIC X(01).
            88 ACK-ES-DETALLE          VALUE 'D'.
            88 ACK-ES-TRAILER          VALUE 'T'.
        05 FILLER                  PIC X(01).
        05 ACK-RUN-ID              PIC X(08).
        05 FILLER                  PIC X(01).
        05 ACK-FECHA               PIC X(08).
        05 FILLER                  PIC X(01).
        05 ACK-RESTO               PIC X(60).
        05 ACK-DETALLE REDEFINES ACK-RESTO.
            10 ACK-DET-SECUENCIA   PIC X(08).
            10 FILLER              PIC X(01).
            10 ACK-DET-ESTADO      PIC X(01).
                88 ACK-DET-ACEPTADO    VALUE 'A'.
                88 ACK-DET-RECHAZADO   VALUE 'R'.
            10 FILLER              PIC X(01).
            10 ACK-DET-MOTIVO      PIC X(04).
            10 FILLER              PIC X(45).
        05 ACK-TRAILER REDEFINES ACK-RESTO.
            10 ACK-TRL-ACEPTADOS   PIC 9(08).
            10 FILLER              PIC X(01).
            10 ACK-TRL-RECHAZADOS  PIC 9(08).
            10 FILLER              PIC X(01).
            10 ACK-TRL-TOTAL       PIC 9(08).
            10 FILLER              PIC X(01).
            10 ACK-TRL-HASH        PIC S9(18) SIGN IS LEADING SEPARATE.
            10 FILLER              PIC X(14).
