    01 REG-INTERFAZ-HIST.
        05 IFH-RUN-ID              PIC X(08).
        05 IFH-FECHA               PIC 9(08).
        05 IFH-REGISTRO            PIC X(160).
        05 IFH-DETALLE REDEFINES IFH-REGISTRO.
            10 IFH-DET-MARCA       PIC X(01).
            10 FILLER              PIC X(01).
            10 IFH-DET-ESTADO      PIC X(01).
            10 FILLER              PIC X(01).
            10 IFH-DET-ENT-TIPO    PIC X(01).
            10 FILLER              PIC X(01).
            10 IFH-DET-ENT-DATOS   PIC X(79).
            10 FILLER              PIC X(01).
            10 IFH-DET-SEGUNDOS    PIC S9(18) SIGN IS LEADING SEPARATE.
            10 FILLER              PIC X(01).
            10 IFH-DET-DD          PIC S9(10) SIGN IS LEADING SEPARATE.
            10 FILLER              PIC X(01).
            10 IFH-DET-HH          PIC S9(04) SIGN IS LEADING SEPARATE.
            10 FILLER              PIC X(01).
            10 IFH-DET-MM          PIC S9(04) SIGN IS LEADING SEPARATE.
            10 FILLER              PIC X(01).
            10 IFH-DET-SS          PIC S9(04) SIGN IS LEADING SEPARATE.
            10 FILLER              PIC X(01).
            10 IFH-DET-HABILES     PIC 9(10).
            10 FILLER              PIC X(01).
            10 IFH-DET-SECUENCIA   PIC X(08).
            10 FILLER              PIC X(05).
        05 IFH-TRAILER REDEFINES IFH-REGISTRO.
            10 IFH-TRL-MARCA       PIC X(01).
            10 FILLER              PIC X(01).
            10 IFH-TRL-PROCESADOS  PIC 9(08).
            10 FILLER              PIC X(01).
            10 IFH-TRL-RECHAZADOS  PIC 9(08).
            10 FILLER              PIC X(01).
            10 IFH-TRL-TOTAL       PIC 9(08).
            10 FILLER              PIC X(01).
            10 IFH-TRL-HASH        PIC S9(18) SIGN IS LEADING SEPARATE.
            10 FILLER              PIC X(01).
            10 IFH-TRL-RUN-ID      PIC X(08).
            10 FILLER              PIC X(01).
            10 IFH-TRL-FECHA       PIC X(08).
            10 FILLER              PIC X(94).
