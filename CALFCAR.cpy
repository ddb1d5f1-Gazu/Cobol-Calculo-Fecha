    01 REG-CARTERA.
        05 CAR-FECHA               PIC 9(08).
        05 FILLER                  PIC X(01).
        05 CAR-HORA                PIC 9(06).
        05 FILLER                  PIC X(01).
        05 CAR-ORIGEN              PIC X(01).
            88 CAR-DE-ANTIGUEDAD       VALUE 'A'.
            88 CAR-DE-SLA              VALUE 'V'.
        05 FILLER                  PIC X(01).
        05 CAR-MARCA               PIC X(01).
            88 CAR-ES-RESUMEN          VALUE 'R'.
            88 CAR-ES-BANDA            VALUE 'B'.
            88 CAR-ES-CLASE            VALUE 'C'.
            88 CAR-ES-TIPO             VALUE 'T'.
            88 CAR-ES-PROXIMO          VALUE 'P'.
        05 FILLER                  PIC X(01).
        05 CAR-RESTO               PIC X(80).
        05 CAR-RESUMEN REDEFINES CAR-RESTO.
            10 CAR-RES-MOV-FECHA   PIC 9(08).
            10 FILLER              PIC X(01).
            10 CAR-RES-APERTURAS   PIC 9(08).
            10 FILLER              PIC X(01).
            10 CAR-RES-CIERRES     PIC 9(08).
            10 FILLER              PIC X(01).
            10 CAR-RES-ABIERTOS    PIC 9(08).
            10 FILLER              PIC X(01).
            10 CAR-RES-INVALIDOS   PIC 9(08).
            10 FILLER              PIC X(01).
            10 CAR-RES-SIN-SLA     PIC 9(08).
            10 FILLER              PIC X(27).
        05 CAR-BANDA REDEFINES CAR-RESTO.
            10 CAR-BAN-NUMERO      PIC 9(01).
            10 FILLER              PIC X(01).
            10 CAR-BAN-LIMITE      PIC 9(09).
            10 FILLER              PIC X(01).
            10 CAR-BAN-DESC        PIC X(20).
            10 FILLER              PIC X(01).
            10 CAR-BAN-CANTIDAD    PIC 9(08).
            10 FILLER              PIC X(39).
        05 CAR-CLASE REDEFINES CAR-RESTO.
            10 CAR-CLA-NUMERO      PIC 9(01).
                88 CAR-CLA-VENCIDO     VALUE 1.
                88 CAR-CLA-AVISO       VALUE 2.
                88 CAR-CLA-EN-PLAZO    VALUE 3.
                88 CAR-CLA-SUSPENDIDO  VALUE 4.
            10 FILLER              PIC X(01).
            10 CAR-CLA-CANTIDAD    PIC 9(08).
            10 FILLER              PIC X(70).
        05 CAR-TIPO REDEFINES CAR-RESTO.
            10 CAR-TIP-TIPO        PIC X(03).
            10 FILLER              PIC X(01).
            10 CAR-TIP-ABIERTOS    PIC 9(08).
            10 CAR-TIP-CLASE-ENT   OCCURS 4 TIMES.
                15 FILLER          PIC X(01).
                15 CAR-TIP-CLASE   PIC 9(08).
            10 FILLER              PIC X(32).
        05 CAR-PROXIMO REDEFINES CAR-RESTO.
            10 CAR-PRX-ID          PIC X(10).
            10 FILLER              PIC X(01).
            10 CAR-PRX-CLASE       PIC 9(01).
            10 FILLER              PIC X(01).
            10 CAR-PRX-MARGEN      PIC 9(10).
            10 FILLER              PIC X(01).
            10 CAR-PRX-FECHA-APE   PIC 9(08).
            10 FILLER              PIC X(01).
            10 CAR-PRX-HORA-APE    PIC 9(06).
            10 FILLER              PIC X(01).
            10 CAR-PRX-VENCE-FECHA PIC 9(08).
            10 FILLER              PIC X(01).
            10 CAR-PRX-VENCE-HORA  PIC 9(06).
            10 FILLER              PIC X(25).
