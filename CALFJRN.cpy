    01 REG-JORNAL-MAESTRO.
        05 JRN-FECHA              PIC 9(08).
        05 JRN-HORA               PIC 9(06).
        05 JRN-MAESTRO            PIC X(01).
            88 JRN-MAE-FERIADOS       VALUE 'F'.
            88 JRN-MAE-ZONAS          VALUE 'Z'.
        05 JRN-ACCION             PIC X(01).
            88 JRN-ALTA               VALUE 'A'.
            88 JRN-MODIFICACION       VALUE 'M'.
            88 JRN-BAJA               VALUE 'B'.
        05 JRN-TERMINAL           PIC X(04).
        05 JRN-USUARIO            PIC X(08).
        05 JRN-TRANSACCION        PIC X(04).
        05 JRN-IMAGEN-ANTES       PIC X(75).
        05 JRN-IMAGEN-DESPUES     PIC X(75).
