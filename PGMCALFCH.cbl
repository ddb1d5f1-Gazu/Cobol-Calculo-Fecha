    01 WS-FS-PARAMETROS           PIC X(02) VALUE SPACES.
    01 WS-RUN-ID                  PIC X(08) VALUE SPACES.
    01 WS-MAX-REGISTROS           PIC 9(08) VALUE ZEROES.
    01 WS-SECUENCIA-BASE          PIC 9(08) VALUE ZEROES.
    01 WS-PRM-CLAVE               PIC X(20) VALUE SPACES.
    01 WS-PRM-VALOR               PIC X(40) VALUE SPACES.
    01 WS-PRM-NUMERO              PIC 9(08) VALUE ZEROES.
        05 WS-IFZ-DET-SS          PIC S9(04) SIGN IS LEADING SEPARATE.
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-IFZ-DET-HABILES     PIC 9(10).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-IFZ-DET-SECUENCIA   PIC 9(08).
    01 WS-IFZ-TRAILER.
        05 WS-IFZ-TRL-MARCA       PIC X(01) VALUE 'T'.
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-IFZ-TRL-TOTAL       PIC 9(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-IFZ-TRL-HASH        PIC S9(18) SIGN IS LEADING SEPARATE.
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-IFZ-TRL-RUN-ID      PIC X(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-IFZ-TRL-FECHA       PIC 9(08).
    01 WS-TIMESTAMP-INICIO.
        05 WS-FECHA-INICIO        PIC 9(08).
        05 WS-HORA-INICIO.
                PERFORM 16300-ERROR-PARAMETRO
            END-IF
        ELSE
         IF WS-PRM-CLAVE = "SECUENCIA-BASE"
            PERFORM 16400-VALIDAR-NUMERICO
            IF NOT PARAMETRO-INVALIDO
                MOVE WS-PRM-NUMERO TO WS-SECUENCIA-BASE
            ELSE
                PERFORM 16300-ERROR-PARAMETRO
            END-IF
         ELSE
            PERFORM 16300-ERROR-PARAMETRO
         END-IF
        END-IF
       END-IF
      END-IF
    MOVE WS-MOTIVO-RECHAZO   TO WS-LINERR-MOTIVO
    WRITE REG-REPORTE        FROM WS-LINEA-ERROR
    MOVE SPACES              TO REG-RECHAZO
    COMPUTE RCH-SECUENCIA =
        WS-SECUENCIA-BASE + WS-CONT-REGISTROS + 1
    MOVE WS-MOTIVO-RECHAZO   TO RCH-MOTIVO
    MOVE REG-ENTRADA         TO RCH-REGISTRO
    WRITE REG-RECHAZO
                                WS-IFZ-DET-MM
                                WS-IFZ-DET-SS
                                WS-IFZ-DET-HABILES
    MOVE RCH-SECUENCIA       TO WS-IFZ-DET-SECUENCIA
    WRITE REG-INTERFAZ       FROM WS-IFZ-DETALLE
    .
4270-ESCRIBIR-DETALLE.
    ELSE
        MOVE ZEROES          TO WS-IFZ-DET-HABILES
    END-IF
    COMPUTE WS-IFZ-DET-SECUENCIA =
        WS-SECUENCIA-BASE + WS-CONT-REGISTROS + 1
    WRITE REG-INTERFAZ       FROM WS-IFZ-DETALLE
    PERFORM 10-AUDITORIA
    .
    MOVE WS-CONT-TIPO-ERR    TO WS-IFZ-TRL-RECHAZADOS
    MOVE WS-CONT-REGISTROS   TO WS-IFZ-TRL-TOTAL
    MOVE WS-TOTAL-SEGUNDOS   TO WS-IFZ-TRL-HASH
    MOVE WS-RUN-ID           TO WS-IFZ-TRL-RUN-ID
    MOVE WS-HIS-FECHA-INICIO TO WS-IFZ-TRL-FECHA
    WRITE REG-INTERFAZ       FROM WS-IFZ-TRAILER
    PERFORM 4250-ESCRIBIR-CHECKPOINT
    .
