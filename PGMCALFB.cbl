    SELECT ARCH-RECHAZOS      ASSIGN "ARCRCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-RECHAZOS.
    SELECT ARCH-PARAMETROS    ASSIGN "ARCPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-PARAMETROS.
DATA DIVISION.
FILE SECTION.
FD  ARCH-ENTRADA.
    01 REG-INTERFAZ           PIC X(160).
FD  ARCH-RECHAZOS.
    01 REG-RECHAZO            PIC X(92).
FD  ARCH-PARAMETROS.
    01 REG-PARAMETRO          PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-AUD-PARSE.
        05 AUD-ENT-FECHA          PIC X(08).
            88 IFZ-TRAILER-VISTO         VALUE 'S'.
        05 WS-SW-FIN-RECHAZOS     PIC X(01) VALUE 'N'.
            88 FIN-ARCH-RECHAZOS         VALUE 'S'.
        05 WS-SW-FIN-PARAMETROS   PIC X(01) VALUE 'N'.
            88 FIN-ARCH-PARAMETROS       VALUE 'S'.
    01 WS-FS-AUDITORIA            PIC X(02) VALUE SPACES.
    01 WS-FS-CHECKPOINT           PIC X(02) VALUE SPACES.
    01 WS-FS-INTERFAZ             PIC X(02) VALUE SPACES.
    01 WS-FS-RECHAZOS             PIC X(02) VALUE SPACES.
    01 WS-FS-PARAMETROS           PIC X(02) VALUE SPACES.
    01 WS-PRM-CLAVE               PIC X(20) VALUE SPACES.
    01 WS-PRM-VALOR               PIC X(40) VALUE SPACES.
    01 WS-SECUENCIA-BASE          PIC 9(08) VALUE ZEROES.
    01 WS-IFZ-SECUENCIA           PIC 9(08) VALUE ZEROES.
    01 WS-IFZ-PARSE.
        05 IFZ-ENT-MARCA          PIC X(01).
        05 FILLER                 PIC X(01).
        05 WS-IFZ-TOTAL           PIC 9(08) VALUE ZEROES.
        05 WS-IFZ-HASH            PIC S9(18) VALUE ZEROES.
        05 WS-CONT-RECHAZOS       PIC 9(08) VALUE ZEROES.
        05 WS-IFZ-SEC-PRIMERA     PIC 9(08) VALUE ZEROES.
        05 WS-IFZ-SEC-ULTIMA      PIC 9(08) VALUE ZEROES.
        05 WS-IFZ-SEC-SALTOS      PIC 9(08) VALUE ZEROES.
        05 WS-SEC-ESPERADA        PIC 9(08) VALUE ZEROES.
    01 WS-SW-TRAILER-VISTO        PIC X(01) VALUE 'N'.
        88 TRAILER-VISTO              VALUE 'S'.
    01 WS-LINEA-TITULO            PIC X(50) VALUE
    IF WS-RUNID-FILTRO = LOW-VALUES
        MOVE SPACES TO WS-RUNID-FILTRO
    END-IF
    PERFORM 1100-LEER-PARAMETROS
    OPEN OUTPUT ARCH-BALANCE
    .
1100-LEER-PARAMETROS.
    OPEN INPUT ARCH-PARAMETROS
    IF WS-FS-PARAMETROS = "00"
        PERFORM 1110-LEER-PARM
        PERFORM 1120-PROCESAR-PARM
            UNTIL FIN-ARCH-PARAMETROS
        CLOSE ARCH-PARAMETROS
    END-IF
    .
1110-LEER-PARM.
    READ ARCH-PARAMETROS
        AT END SET FIN-ARCH-PARAMETROS TO TRUE
    END-READ
    .
1120-PROCESAR-PARM.
    IF REG-PARAMETRO NOT = SPACES AND REG-PARAMETRO (1:1) NOT = '*'
        MOVE SPACES TO WS-PRM-CLAVE
                       WS-PRM-VALOR
        UNSTRING REG-PARAMETRO DELIMITED BY '='
            INTO WS-PRM-CLAVE
                 WS-PRM-VALOR
        END-UNSTRING
        IF WS-PRM-CLAVE = "SECUENCIA-BASE"
            IF WS-PRM-VALOR (1:8) IS NUMERIC
                    AND WS-PRM-VALOR (9:32) = SPACES
                MOVE WS-PRM-VALOR (1:8) TO WS-SECUENCIA-BASE
            ELSE
                DISPLAY " *** ERROR: TARJETA DE CONTROL INVALIDA: '"
                        REG-PARAMETRO (1:40) "' ***"
                CLOSE ARCH-PARAMETROS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
    END-IF
    PERFORM 1110-LEER-PARM
    .
2-CONTAR-ENTRADA.
    OPEN INPUT ARCH-ENTRADA
    PERFORM 2100-LEER-ENTRADA
    MOVE REG-INTERFAZ TO WS-IFZ-PARSE
    IF IFZ-ENT-MARCA = 'D'
        ADD 1 TO WS-IFZ-DETALLES
        PERFORM 8300-CONTROLAR-SECUENCIA
    END-IF
    IF IFZ-ENT-MARCA = 'T'
        SET IFZ-TRAILER-VISTO TO TRUE
    END-IF
    PERFORM 8100-LEER-INTERFAZ
    .
8300-CONTROLAR-SECUENCIA.
    IF REG-INTERFAZ (148:8) IS NUMERIC
        MOVE REG-INTERFAZ (148:8) TO WS-IFZ-SECUENCIA
    ELSE
        MOVE ZEROES TO WS-IFZ-SECUENCIA
    END-IF
    IF WS-IFZ-DETALLES = 1
        MOVE WS-IFZ-SECUENCIA TO WS-IFZ-SEC-PRIMERA
    ELSE
        COMPUTE WS-SEC-ESPERADA = WS-IFZ-SEC-ULTIMA + 1
        IF WS-IFZ-SECUENCIA NOT = WS-SEC-ESPERADA
            ADD 1 TO WS-IFZ-SEC-SALTOS
        END-IF
    END-IF
    MOVE WS-IFZ-SECUENCIA TO WS-IFZ-SEC-ULTIMA
    .
9-CONTAR-RECHAZOS.
    OPEN INPUT ARCH-RECHAZOS
    IF WS-FS-RECHAZOS = "00"
    MOVE "REGISTROS EN ARCRCH.........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-RECHAZOS                 TO WS-LINFTE-VALOR
    WRITE REG-BALANCE FROM WS-LINEA-FUENTE
    IF WS-SECUENCIA-BASE > ZEROES
        MOVE "SECUENCIA BASE (ARCPRM).....: " TO WS-LINFTE-DESC
        MOVE WS-SECUENCIA-BASE                TO WS-LINFTE-VALOR
        WRITE REG-BALANCE FROM WS-LINEA-FUENTE
    END-IF
    MOVE "PRIMERA SECUENCIA INTERFAZ..: " TO WS-LINFTE-DESC
    MOVE WS-IFZ-SEC-PRIMERA               TO WS-LINFTE-VALOR
    WRITE REG-BALANCE FROM WS-LINEA-FUENTE
    MOVE "ULTIMA SECUENCIA INTERFAZ...: " TO WS-LINFTE-DESC
    MOVE WS-IFZ-SEC-ULTIMA                TO WS-LINFTE-VALOR
    WRITE REG-BALANCE FROM WS-LINEA-FUENTE
    MOVE "SALTOS DE SECUENCIA.........: " TO WS-LINFTE-DESC
    MOVE WS-IFZ-SEC-SALTOS                TO WS-LINFTE-VALOR
    WRITE REG-BALANCE FROM WS-LINEA-FUENTE
    IF NOT TRAILER-VISTO
        SET HAY-DESBALANCE TO TRUE
        MOVE "*** EL REPORTE NO TIENE TRAILER - CORRIDA INCOMPLETA"
        TO WS-LINCMP-DESC
    PERFORM 6800-COMPARAR-RECHAZOS
    WRITE REG-BALANCE FROM WS-LINEA-COMPARA
    MOVE "SECUENCIA INTERFAZ CONTRA ARCENT........: "
        TO WS-LINCMP-DESC
    PERFORM 6900-COMPARAR-SECUENCIA
    WRITE REG-BALANCE FROM WS-LINEA-COMPARA
    IF HAY-DESBALANCE
        MOVE "*** RESULTADO: DESBALANCE DETECTADO - REVISAR ***"
            TO WS-LINEA-FINAL
        SET HAY-DESBALANCE TO TRUE
    END-IF
    .
6900-COMPARAR-SECUENCIA.
    IF WS-IFZ-SEC-SALTOS = ZEROES
            AND (WS-IFZ-DETALLES = ZEROES
                 OR (WS-IFZ-SEC-PRIMERA = WS-SECUENCIA-BASE + 1
                     AND WS-IFZ-SEC-ULTIMA =
                         WS-SECUENCIA-BASE + WS-CONT-ENTRADA))
        MOVE "OK"        TO WS-LINCMP-RESULTADO
    ELSE
        MOVE "DIFERENCIA"  TO WS-LINCMP-RESULTADO
        SET HAY-DESBALANCE TO TRUE
    END-IF
    .
7-FIN.
    CLOSE ARCH-BALANCE
    IF HAY-DESBALANCE
