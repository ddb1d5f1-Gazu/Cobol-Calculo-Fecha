IDENTIFICATION DIVISION.
PROGRAM-ID. PGMCALFK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-PARAMETROS    ASSIGN "ARCPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-PARAMETROS.
    SELECT ARCH-INTERFAZ-HIST ASSIGN "ARCIFH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-INTERFAZ.
    SELECT ARCH-ACUSES        ASSIGN "ARCACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-ACUSES.
    SELECT ARCH-REPORTE       ASSIGN "ARCCON"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-PENDIENTES    ASSIGN "ARCPEN"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  ARCH-PARAMETROS.
    01 REG-PARAMETRO          PIC X(80).
FD  ARCH-INTERFAZ-HIST.
    COPY CALFIFH.
FD  ARCH-ACUSES.
    COPY CALFACK.
FD  ARCH-REPORTE.
    01 REG-REPORTE            PIC X(120).
FD  ARCH-PENDIENTES.
    01 REG-PENDIENTE          PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-SWITCHES.
        05 WS-SW-FIN-PARAMETROS   PIC X(01) VALUE 'N'.
            88 FIN-ARCH-PARAMETROS       VALUE 'S'.
        05 WS-SW-FIN-INTERFAZ     PIC X(01) VALUE 'N'.
            88 FIN-ARCH-INTERFAZ         VALUE 'S'.
        05 WS-SW-FIN-ACUSES       PIC X(01) VALUE 'N'.
            88 FIN-ARCH-ACUSES           VALUE 'S'.
        05 WS-SW-CON-INTERFAZ     PIC X(01) VALUE 'N'.
            88 INTERFAZ-PRESENTE         VALUE 'S'.
        05 WS-SW-CON-ACUSE        PIC X(01) VALUE 'N'.
            88 ACUSE-PRESENTE            VALUE 'S'.
        05 WS-SW-SIN-SECUENCIA    PIC X(01) VALUE 'N'.
            88 CORRIDA-SIN-SECUENCIA     VALUE 'S'.
        05 WS-SW-TRL-ACK-INVALIDO PIC X(01) VALUE 'N'.
            88 TRAILER-ACUSE-INVALIDO    VALUE 'S'.
        05 WS-SW-NO-CONCILIA      PIC X(01) VALUE 'N'.
            88 CORRIDA-NO-CONCILIA       VALUE 'S'.
        05 WS-SW-CABECERA         PIC X(01) VALUE 'N'.
            88 CABECERA-ESCRITA          VALUE 'S'.
    01 WS-FS-PARAMETROS           PIC X(02) VALUE SPACES.
    01 WS-FS-INTERFAZ             PIC X(02) VALUE SPACES.
    01 WS-FS-ACUSES               PIC X(02) VALUE SPACES.
    01 WS-PRM-CLAVE               PIC X(20) VALUE SPACES.
    01 WS-PRM-VALOR               PIC X(40) VALUE SPACES.
    01 WS-DIAS-ESPERA             PIC 9(03) VALUE 3.
    01 WS-FECHA-PROCESO           PIC 9(08) VALUE ZEROES.
    01 WS-FECHA-CORRIDA           PIC 9(08) VALUE ZEROES.
    01 WS-DIAS-SIN-ACUSE          PIC S9(05) VALUE ZEROES.
    01 WS-CLAVE-IFZ               PIC X(16) VALUE SPACES.
    01 WS-CLAVE-ACK               PIC X(16) VALUE SPACES.
    01 WS-CLAVE-CORRIDA           PIC X(16) VALUE SPACES.
    01 FILLER REDEFINES WS-CLAVE-CORRIDA.
        05 WS-CORR-RUN-ID         PIC X(08).
        05 WS-CORR-FECHA          PIC X(08).
    01 WS-SEC-IFZ                 PIC X(08) VALUE SPACES.
    01 WS-SEC-ACK                 PIC X(08) VALUE SPACES.
    01 WS-ULT-SEC-ACK             PIC X(08) VALUE LOW-VALUES.
    01 WS-CORRIDA.
        05 WS-CORR-DETALLES       PIC 9(08) VALUE ZEROES.
        05 WS-CORR-LINEAS-ACK     PIC 9(08) VALUE ZEROES.
        05 WS-CORR-ACEPTADOS      PIC 9(08) VALUE ZEROES.
        05 WS-CORR-RECHAZADOS     PIC 9(08) VALUE ZEROES.
        05 WS-CORR-FALTANTES      PIC 9(08) VALUE ZEROES.
        05 WS-CORR-SIN-DETALLE    PIC 9(08) VALUE ZEROES.
        05 WS-CORR-DUPLICADOS     PIC 9(08) VALUE ZEROES.
        05 WS-CORR-INVALIDOS      PIC 9(08) VALUE ZEROES.
        05 WS-CORR-LIN-ACEPT      PIC 9(08) VALUE ZEROES.
        05 WS-CORR-LIN-RECH       PIC 9(08) VALUE ZEROES.
        05 WS-CORR-TRL-IFZ        PIC 9(04) VALUE ZEROES.
        05 WS-CORR-TOTAL-IFZ      PIC 9(08) VALUE ZEROES.
        05 WS-CORR-HASH-IFZ       PIC S9(18) VALUE ZEROES.
        05 WS-CORR-TRL-ACK        PIC 9(04) VALUE ZEROES.
        05 WS-CORR-ACK-ACEPT      PIC 9(08) VALUE ZEROES.
        05 WS-CORR-ACK-RECH       PIC 9(08) VALUE ZEROES.
        05 WS-CORR-ACK-TOTAL      PIC 9(08) VALUE ZEROES.
        05 WS-CORR-ACK-HASH       PIC S9(18) VALUE ZEROES.
    01 WS-CONTADORES.
        05 WS-CONT-LEIDOS-IFZ     PIC 9(08) VALUE ZEROES.
        05 WS-CONT-LEIDOS-ACK     PIC 9(08) VALUE ZEROES.
        05 WS-CONT-CORRIDAS       PIC 9(08) VALUE ZEROES.
        05 WS-CONT-CONCILIADAS    PIC 9(08) VALUE ZEROES.
        05 WS-CONT-CON-RECHAZOS   PIC 9(08) VALUE ZEROES.
        05 WS-CONT-NO-CONCILIAN   PIC 9(08) VALUE ZEROES.
        05 WS-CONT-EN-PLAZO       PIC 9(08) VALUE ZEROES.
        05 WS-CONT-VENCIDAS       PIC 9(08) VALUE ZEROES.
        05 WS-CONT-SIN-SECUENCIA  PIC 9(08) VALUE ZEROES.
        05 WS-CONT-SIN-INTERFAZ   PIC 9(08) VALUE ZEROES.
        05 WS-CONT-DETALLES       PIC 9(08) VALUE ZEROES.
        05 WS-CONT-ACEPTADOS      PIC 9(08) VALUE ZEROES.
        05 WS-CONT-RECHAZADOS     PIC 9(08) VALUE ZEROES.
        05 WS-CONT-FALTANTES      PIC 9(08) VALUE ZEROES.
        05 WS-CONT-SIN-DETALLE    PIC 9(08) VALUE ZEROES.
    01 WS-REG-PENDIENTE.
        05 WS-PEN-RUN-ID          PIC X(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-PEN-FECHA           PIC X(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-PEN-DIAS            PIC 9(05).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-PEN-DETALLES        PIC 9(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-PEN-HASH            PIC S9(18) SIGN IS LEADING SEPARATE.
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-PEN-FECHA-PROCESO   PIC 9(08).
    01 WS-LINEA-TITULO.
        05 FILLER                 PIC X(56) VALUE
            "CONCILIACION DE ACUSES DE FACTURACION (ARCIFZ) - FECHA: ".
        05 WS-TIT-FECHA           PIC 9(08).
    01 WS-LINEA-SUBTIT            PIC X(80) VALUE SPACES.
    01 WS-LINEA-CORRIDA.
        05 FILLER                 PIC X(09) VALUE "CORRIDA: ".
        05 WS-LINCOR-RUN-ID       PIC X(08).
        05 FILLER                 PIC X(09) VALUE "  FECHA: ".
        05 WS-LINCOR-FECHA        PIC X(08).
    01 WS-LINEA-DETALLE.
        05 FILLER                 PIC X(07) VALUE "  SEC: ".
        05 WS-LINDET-SECUENCIA    PIC X(08).
        05 FILLER                 PIC X(08) VALUE "  TIPO: ".
        05 WS-LINDET-TIPO         PIC X(01).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-LINDET-MARCA        PIC X(27).
        05 FILLER                 PIC X(10) VALUE "  MOTIVO: ".
        05 WS-LINDET-MOTIVO       PIC X(04).
        05 FILLER                 PIC X(10) VALUE "  DATOS: '".
        05 WS-LINDET-DATOS        PIC X(34).
        05 FILLER                 PIC X(01) VALUE "'".
    01 WS-LINEA-OBSERVACION.
        05 FILLER                 PIC X(06) VALUE "  *** ".
        05 WS-LINOBS-TEXTO        PIC X(60).
    01 WS-LINEA-RESULTADO.
        05 FILLER                 PIC X(30) VALUE
            "  RESULTADO.................: ".
        05 WS-LINRES-TEXTO        PIC X(40).
    01 WS-LINEA-FUENTE.
        05 WS-LINFTE-DESC         PIC X(30).
        05 WS-LINFTE-VALOR        PIC Z(07)9.
PROCEDURE DIVISION.
    PERFORM 1-INICIO
    PERFORM 2-CONCILIAR-CORRIDA
        UNTIL FIN-ARCH-INTERFAZ AND FIN-ARCH-ACUSES
    PERFORM 3-ESCRIBIR-TOTALES
    PERFORM 4-FIN
    STOP RUN
    .
1-INICIO.
    PERFORM 1100-LEER-PARAMETROS
    IF WS-FECHA-PROCESO = ZEROES
        ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
    END-IF
    OPEN INPUT ARCH-INTERFAZ-HIST
    IF WS-FS-INTERFAZ NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR LA INTERFAZ RETENIDA"
                " (ARCIFH) - FS=" WS-FS-INTERFAZ " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ARCH-ACUSES
    IF WS-FS-ACUSES NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR LOS ACUSES DE FACTURACION"
                " (ARCACK) - FS=" WS-FS-ACUSES " ***"
        CLOSE ARCH-INTERFAZ-HIST
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ARCH-REPORTE
    OPEN OUTPUT ARCH-PENDIENTES
    MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
    WRITE REG-REPORTE FROM WS-LINEA-TITULO
    MOVE "PLAZO DE ACUSE EN DIAS......: " TO WS-LINFTE-DESC
    MOVE WS-DIAS-ESPERA                   TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    PERFORM 2100-LEER-INTERFAZ
    PERFORM 2150-LEER-ACUSE
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
    IF REG-PARAMETRO = SPACES OR REG-PARAMETRO (1:1) = '*'
        CONTINUE
    ELSE
        MOVE SPACES TO WS-PRM-CLAVE
                       WS-PRM-VALOR
        UNSTRING REG-PARAMETRO DELIMITED BY '='
            INTO WS-PRM-CLAVE
                 WS-PRM-VALOR
        END-UNSTRING
        PERFORM 1150-APLICAR-PARM
    END-IF
    PERFORM 1110-LEER-PARM
    .
1150-APLICAR-PARM.
    IF WS-PRM-CLAVE = "DIAS-ESPERA"
            AND WS-PRM-VALOR (1:3) IS NUMERIC
        MOVE WS-PRM-VALOR (1:3) TO WS-DIAS-ESPERA
    ELSE
     IF WS-PRM-CLAVE = "FECHA-PROCESO"
            AND WS-PRM-VALOR (1:8) IS NUMERIC
        MOVE WS-PRM-VALOR (1:8) TO WS-FECHA-PROCESO
     ELSE
        DISPLAY " *** ERROR: TARJETA DE CONTROL INVALIDA: '"
                REG-PARAMETRO (1:40) "' ***"
        CLOSE ARCH-PARAMETROS
        MOVE 16 TO RETURN-CODE
        STOP RUN
     END-IF
    END-IF
    .
2-CONCILIAR-CORRIDA.
    IF WS-CLAVE-IFZ <= WS-CLAVE-ACK
        MOVE WS-CLAVE-IFZ TO WS-CLAVE-CORRIDA
    ELSE
        MOVE WS-CLAVE-ACK TO WS-CLAVE-CORRIDA
    END-IF
    PERFORM 2050-INICIAR-CORRIDA
    PERFORM 2200-CONCILIAR-REGISTRO
        UNTIL WS-CLAVE-IFZ NOT = WS-CLAVE-CORRIDA
          AND WS-CLAVE-ACK NOT = WS-CLAVE-CORRIDA
    PERFORM 2800-CERRAR-CORRIDA
    .
2050-INICIAR-CORRIDA.
    MOVE 'N'        TO WS-SW-CON-INTERFAZ
                       WS-SW-CON-ACUSE
                       WS-SW-SIN-SECUENCIA
                       WS-SW-TRL-ACK-INVALIDO
                       WS-SW-NO-CONCILIA
                       WS-SW-CABECERA
    MOVE ZEROES     TO WS-CORRIDA
    MOVE LOW-VALUES TO WS-ULT-SEC-ACK
    IF WS-CLAVE-IFZ = WS-CLAVE-CORRIDA
        SET INTERFAZ-PRESENTE TO TRUE
    END-IF
    IF WS-CLAVE-ACK = WS-CLAVE-CORRIDA
        SET ACUSE-PRESENTE TO TRUE
    END-IF
    .
2100-LEER-INTERFAZ.
    READ ARCH-INTERFAZ-HIST
        AT END SET FIN-ARCH-INTERFAZ TO TRUE
    END-READ
    IF FIN-ARCH-INTERFAZ
        MOVE HIGH-VALUES TO WS-CLAVE-IFZ
    ELSE
        ADD 1 TO WS-CONT-LEIDOS-IFZ
        MOVE IFH-RUN-ID TO WS-CLAVE-IFZ (1:8)
        MOVE IFH-FECHA  TO WS-CLAVE-IFZ (9:8)
    END-IF
    .
2150-LEER-ACUSE.
    READ ARCH-ACUSES
        AT END SET FIN-ARCH-ACUSES TO TRUE
    END-READ
    IF FIN-ARCH-ACUSES
        MOVE HIGH-VALUES TO WS-CLAVE-ACK
    ELSE
        ADD 1 TO WS-CONT-LEIDOS-ACK
        MOVE ACK-RUN-ID TO WS-CLAVE-ACK (1:8)
        MOVE ACK-FECHA  TO WS-CLAVE-ACK (9:8)
    END-IF
    .
2200-CONCILIAR-REGISTRO.
    MOVE HIGH-VALUES TO WS-SEC-IFZ
                        WS-SEC-ACK
    IF WS-CLAVE-IFZ = WS-CLAVE-CORRIDA
        MOVE IFH-DET-SECUENCIA TO WS-SEC-IFZ
    END-IF
    IF WS-CLAVE-ACK = WS-CLAVE-CORRIDA
        MOVE ACK-DET-SECUENCIA TO WS-SEC-ACK
    END-IF
    IF WS-CLAVE-IFZ = WS-CLAVE-CORRIDA AND IFH-TRL-MARCA = 'T'
        PERFORM 2300-TRAILER-INTERFAZ
    ELSE
     IF WS-CLAVE-ACK = WS-CLAVE-CORRIDA AND ACK-ES-TRAILER
        PERFORM 2400-TRAILER-ACUSE
     ELSE
      IF WS-CLAVE-IFZ = WS-CLAVE-CORRIDA
              AND (IFH-DET-MARCA NOT = 'D'
                   OR IFH-DET-SECUENCIA IS NOT NUMERIC)
        PERFORM 2350-DETALLE-SIN-SECUENCIA
      ELSE
       IF WS-CLAVE-ACK = WS-CLAVE-CORRIDA
               AND (NOT ACK-ES-DETALLE
                    OR ACK-DET-SECUENCIA = WS-ULT-SEC-ACK)
        PERFORM 2450-ACUSE-DESCARTADO
       ELSE
        IF WS-SEC-IFZ = WS-SEC-ACK
            PERFORM 2500-DETALLE-ACUSADO
        ELSE
         IF WS-SEC-IFZ < WS-SEC-ACK
            PERFORM 2600-DETALLE-FALTANTE
         ELSE
            PERFORM 2700-ACUSE-SIN-DETALLE
         END-IF
        END-IF
       END-IF
      END-IF
     END-IF
    END-IF
    .
2300-TRAILER-INTERFAZ.
    ADD 1            TO WS-CORR-TRL-IFZ
    ADD IFH-TRL-TOTAL TO WS-CORR-TOTAL-IFZ
    ADD IFH-TRL-HASH  TO WS-CORR-HASH-IFZ
    PERFORM 2100-LEER-INTERFAZ
    .
2350-DETALLE-SIN-SECUENCIA.
    IF IFH-DET-MARCA = 'D'
        SET CORRIDA-SIN-SECUENCIA TO TRUE
        ADD 1 TO WS-CORR-DETALLES
    END-IF
    PERFORM 2100-LEER-INTERFAZ
    .
2400-TRAILER-ACUSE.
    ADD 1 TO WS-CORR-TRL-ACK
    IF WS-CORR-TRL-ACK = 1
        IF ACK-TRL-ACEPTADOS IS NUMERIC
                AND ACK-TRL-RECHAZADOS IS NUMERIC
                AND ACK-TRL-TOTAL IS NUMERIC
                AND ACK-TRL-HASH IS NUMERIC
            MOVE ACK-TRL-ACEPTADOS  TO WS-CORR-ACK-ACEPT
            MOVE ACK-TRL-RECHAZADOS TO WS-CORR-ACK-RECH
            MOVE ACK-TRL-TOTAL      TO WS-CORR-ACK-TOTAL
            MOVE ACK-TRL-HASH       TO WS-CORR-ACK-HASH
        ELSE
            SET TRAILER-ACUSE-INVALIDO TO TRUE
        END-IF
    END-IF
    PERFORM 2150-LEER-ACUSE
    .
2450-ACUSE-DESCARTADO.
    IF ACK-ES-DETALLE
        ADD 1 TO WS-CORR-DUPLICADOS
    ELSE
        ADD 1 TO WS-CORR-INVALIDOS
        MOVE ACK-DET-SECUENCIA         TO WS-LINDET-SECUENCIA
        MOVE SPACES                    TO WS-LINDET-TIPO
                                          WS-LINDET-MOTIVO
                                          WS-LINDET-DATOS
        MOVE "LINEA DE ACUSE INVALIDA" TO WS-LINDET-MARCA
        PERFORM 2750-ESCRIBIR-DETALLE
    END-IF
    PERFORM 2150-LEER-ACUSE
    .
2500-DETALLE-ACUSADO.
    ADD 1 TO WS-CORR-DETALLES
    ADD 1 TO WS-CORR-LINEAS-ACK
    MOVE ACK-DET-SECUENCIA TO WS-ULT-SEC-ACK
    PERFORM 2550-CONTAR-LINEA-ACUSE
    IF ACK-DET-ACEPTADO
        ADD 1 TO WS-CORR-ACEPTADOS
    ELSE
        IF ACK-DET-RECHAZADO
            ADD 1 TO WS-CORR-RECHAZADOS
            MOVE "RECHAZADO"                   TO WS-LINDET-MARCA
        ELSE
            ADD 1 TO WS-CORR-INVALIDOS
            MOVE "ESTADO INVALIDO EN EL ACUSE" TO WS-LINDET-MARCA
        END-IF
        MOVE IFH-DET-SECUENCIA TO WS-LINDET-SECUENCIA
        MOVE IFH-DET-ENT-TIPO  TO WS-LINDET-TIPO
        MOVE ACK-DET-MOTIVO    TO WS-LINDET-MOTIVO
        MOVE IFH-DET-ENT-DATOS TO WS-LINDET-DATOS
        PERFORM 2750-ESCRIBIR-DETALLE
    END-IF
    PERFORM 2100-LEER-INTERFAZ
    PERFORM 2150-LEER-ACUSE
    .
2550-CONTAR-LINEA-ACUSE.
    IF ACK-DET-ACEPTADO
        ADD 1 TO WS-CORR-LIN-ACEPT
    ELSE
        IF ACK-DET-RECHAZADO
            ADD 1 TO WS-CORR-LIN-RECH
        END-IF
    END-IF
    .
2600-DETALLE-FALTANTE.
    ADD 1 TO WS-CORR-DETALLES
    ADD 1 TO WS-CORR-FALTANTES
    IF ACUSE-PRESENTE
        MOVE IFH-DET-SECUENCIA   TO WS-LINDET-SECUENCIA
        MOVE IFH-DET-ENT-TIPO    TO WS-LINDET-TIPO
        MOVE "FALTA EN EL ACUSE" TO WS-LINDET-MARCA
        MOVE SPACES              TO WS-LINDET-MOTIVO
        MOVE IFH-DET-ENT-DATOS   TO WS-LINDET-DATOS
        PERFORM 2750-ESCRIBIR-DETALLE
    END-IF
    PERFORM 2100-LEER-INTERFAZ
    .
2700-ACUSE-SIN-DETALLE.
    ADD 1 TO WS-CORR-LINEAS-ACK
    ADD 1 TO WS-CORR-SIN-DETALLE
    MOVE ACK-DET-SECUENCIA TO WS-ULT-SEC-ACK
    PERFORM 2550-CONTAR-LINEA-ACUSE
    IF INTERFAZ-PRESENTE AND NOT CORRIDA-SIN-SECUENCIA
        MOVE ACK-DET-SECUENCIA             TO WS-LINDET-SECUENCIA
        MOVE SPACES                        TO WS-LINDET-TIPO
                                              WS-LINDET-DATOS
        MOVE "ACUSADO SIN DETALLE ENVIADO" TO WS-LINDET-MARCA
        MOVE ACK-DET-MOTIVO                TO WS-LINDET-MOTIVO
        PERFORM 2750-ESCRIBIR-DETALLE
    END-IF
    PERFORM 2150-LEER-ACUSE
    .
2750-ESCRIBIR-DETALLE.
    PERFORM 2760-ESCRIBIR-CABECERA
    WRITE REG-REPORTE FROM WS-LINEA-DETALLE
    .
2760-ESCRIBIR-CABECERA.
    IF NOT CABECERA-ESCRITA
        MOVE SPACES         TO WS-LINEA-SUBTIT
        WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
        MOVE WS-CORR-RUN-ID TO WS-LINCOR-RUN-ID
        MOVE WS-CORR-FECHA  TO WS-LINCOR-FECHA
        WRITE REG-REPORTE FROM WS-LINEA-CORRIDA
        SET CABECERA-ESCRITA TO TRUE
    END-IF
    .
2800-CERRAR-CORRIDA.
    ADD 1 TO WS-CONT-CORRIDAS
    PERFORM 2760-ESCRIBIR-CABECERA
    IF NOT INTERFAZ-PRESENTE
        ADD 1 TO WS-CONT-SIN-INTERFAZ
        MOVE "ACUSE SIN INTERFAZ RETENIDA"  TO WS-LINRES-TEXTO
        MOVE "  LINEAS DEL ACUSE..........: " TO WS-LINFTE-DESC
        MOVE WS-CORR-LINEAS-ACK               TO WS-LINFTE-VALOR
        WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    ELSE
     IF CORRIDA-SIN-SECUENCIA
        ADD 1 TO WS-CONT-SIN-SECUENCIA
        MOVE "SIN SECUENCIA DE ENTRADA, NO SE CONTROLA"
                                            TO WS-LINRES-TEXTO
     ELSE
      IF NOT ACUSE-PRESENTE
        PERFORM 2850-EVALUAR-ESPERA
      ELSE
        PERFORM 2900-VERIFICAR-ACUSE
      END-IF
     END-IF
    END-IF
    WRITE REG-REPORTE FROM WS-LINEA-RESULTADO
    ADD WS-CORR-DETALLES    TO WS-CONT-DETALLES
    ADD WS-CORR-ACEPTADOS   TO WS-CONT-ACEPTADOS
    ADD WS-CORR-RECHAZADOS  TO WS-CONT-RECHAZADOS
    IF ACUSE-PRESENTE AND INTERFAZ-PRESENTE
            AND NOT CORRIDA-SIN-SECUENCIA
        ADD WS-CORR-FALTANTES   TO WS-CONT-FALTANTES
        ADD WS-CORR-SIN-DETALLE TO WS-CONT-SIN-DETALLE
    END-IF
    .
2850-EVALUAR-ESPERA.
    MOVE ZEROES TO WS-DIAS-SIN-ACUSE
    IF WS-CORR-FECHA IS NUMERIC
        MOVE WS-CORR-FECHA TO WS-FECHA-CORRIDA
        COMPUTE WS-DIAS-SIN-ACUSE =
            FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
          - FUNCTION INTEGER-OF-DATE(WS-FECHA-CORRIDA)
    END-IF
    MOVE "  DETALLES ENVIADOS.........: " TO WS-LINFTE-DESC
    MOVE WS-CORR-DETALLES                 TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "  DIAS SIN ACUSE............: " TO WS-LINFTE-DESC
    MOVE WS-DIAS-SIN-ACUSE                TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    IF WS-DIAS-SIN-ACUSE > WS-DIAS-ESPERA
        ADD 1 TO WS-CONT-VENCIDAS
        MOVE "*** SIN ACUSE, PLAZO VENCIDO" TO WS-LINRES-TEXTO
        MOVE WS-CORR-RUN-ID     TO WS-PEN-RUN-ID
        MOVE WS-CORR-FECHA      TO WS-PEN-FECHA
        MOVE WS-DIAS-SIN-ACUSE  TO WS-PEN-DIAS
        MOVE WS-CORR-TOTAL-IFZ  TO WS-PEN-DETALLES
        MOVE WS-CORR-HASH-IFZ   TO WS-PEN-HASH
        MOVE WS-FECHA-PROCESO   TO WS-PEN-FECHA-PROCESO
        WRITE REG-PENDIENTE FROM WS-REG-PENDIENTE
    ELSE
        ADD 1 TO WS-CONT-EN-PLAZO
        MOVE "SIN ACUSE, DENTRO DEL PLAZO"  TO WS-LINRES-TEXTO
    END-IF
    .
2900-VERIFICAR-ACUSE.
    MOVE "  DETALLES ENVIADOS.........: " TO WS-LINFTE-DESC
    MOVE WS-CORR-DETALLES                 TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "  LINEAS DEL ACUSE..........: " TO WS-LINFTE-DESC
    MOVE WS-CORR-LINEAS-ACK               TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "  ACEPTADOS.................: " TO WS-LINFTE-DESC
    MOVE WS-CORR-ACEPTADOS                TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "  RECHAZADOS................: " TO WS-LINFTE-DESC
    MOVE WS-CORR-RECHAZADOS               TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "  FALTANTES EN EL ACUSE.....: " TO WS-LINFTE-DESC
    MOVE WS-CORR-FALTANTES                TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "  ACUSADOS SIN DETALLE......: " TO WS-LINFTE-DESC
    MOVE WS-CORR-SIN-DETALLE              TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    IF WS-CORR-DUPLICADOS > ZEROES
        MOVE "  DUPLICADOS IGNORADOS......: " TO WS-LINFTE-DESC
        MOVE WS-CORR-DUPLICADOS               TO WS-LINFTE-VALOR
        WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    END-IF
    IF WS-CORR-FALTANTES > ZEROES
            OR WS-CORR-SIN-DETALLE > ZEROES
            OR WS-CORR-INVALIDOS > ZEROES
        SET CORRIDA-NO-CONCILIA TO TRUE
    END-IF
    IF WS-CORR-TRL-IFZ = ZEROES
        MOVE "LA INTERFAZ RETENIDA NO TIENE TRAILER" TO WS-LINOBS-TEXTO
        PERFORM 2950-OBSERVAR
    END-IF
    IF WS-CORR-TRL-IFZ > 1
        MOVE "MAS DE UNA INTERFAZ RETENIDA CON ESTE RUN-ID Y FECHA"
                                                 TO WS-LINOBS-TEXTO
        PERFORM 2950-OBSERVAR
    END-IF
    IF WS-CORR-TRL-ACK = ZEROES
        MOVE "EL ACUSE NO TIENE TRAILER"             TO WS-LINOBS-TEXTO
        PERFORM 2950-OBSERVAR
    ELSE
     IF TRAILER-ACUSE-INVALIDO
        MOVE "EL TRAILER DEL ACUSE ES INVALIDO"      TO WS-LINOBS-TEXTO
        PERFORM 2950-OBSERVAR
     ELSE
        PERFORM 2920-VERIFICAR-TRAILER
     END-IF
    END-IF
    IF CORRIDA-NO-CONCILIA
        ADD 1 TO WS-CONT-NO-CONCILIAN
        MOVE "*** NO CONCILIA"              TO WS-LINRES-TEXTO
    ELSE
     IF WS-CORR-RECHAZADOS > ZEROES
        ADD 1 TO WS-CONT-CON-RECHAZOS
        MOVE "CONCILIADA CON RECHAZOS"      TO WS-LINRES-TEXTO
     ELSE
        ADD 1 TO WS-CONT-CONCILIADAS
        MOVE "CONCILIADA"                   TO WS-LINRES-TEXTO
     END-IF
    END-IF
    .
2920-VERIFICAR-TRAILER.
    IF WS-CORR-TRL-IFZ > ZEROES
        IF WS-CORR-ACK-TOTAL NOT = WS-CORR-TOTAL-IFZ
            MOVE "TOTAL DEL TRAILER DEL ACUSE DISTINTO DEL ENVIADO"
                                                 TO WS-LINOBS-TEXTO
            PERFORM 2950-OBSERVAR
        END-IF
        IF WS-CORR-ACK-HASH NOT = WS-CORR-HASH-IFZ
            MOVE "HASH DEL TRAILER DEL ACUSE DISTINTO DEL ENVIADO"
                                                 TO WS-LINOBS-TEXTO
            PERFORM 2950-OBSERVAR
        END-IF
    END-IF
    IF WS-CORR-ACK-ACEPT NOT = WS-CORR-LIN-ACEPT
            OR WS-CORR-ACK-RECH NOT = WS-CORR-LIN-RECH
            OR WS-CORR-ACK-TOTAL NOT = WS-CORR-ACK-ACEPT + WS-CORR-ACK-RECH
        MOVE "EL TRAILER DEL ACUSE NO CUADRA CON SUS LINEAS"
                                                 TO WS-LINOBS-TEXTO
        PERFORM 2950-OBSERVAR
    END-IF
    .
2950-OBSERVAR.
    SET CORRIDA-NO-CONCILIA TO TRUE
    WRITE REG-REPORTE FROM WS-LINEA-OBSERVACION
    .
3-ESCRIBIR-TOTALES.
    MOVE SPACES TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    MOVE "TOTALES" TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    MOVE "REGISTROS DE INTERFAZ LEIDOS: " TO WS-LINFTE-DESC
    MOVE WS-CONT-LEIDOS-IFZ               TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "LINEAS DE ACUSE LEIDAS......: " TO WS-LINFTE-DESC
    MOVE WS-CONT-LEIDOS-ACK               TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "CORRIDAS REVISADAS..........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-CORRIDAS                 TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "CONCILIADAS.................: " TO WS-LINFTE-DESC
    MOVE WS-CONT-CONCILIADAS              TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "CONCILIADAS CON RECHAZOS....: " TO WS-LINFTE-DESC
    MOVE WS-CONT-CON-RECHAZOS             TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "NO CONCILIAN................: " TO WS-LINFTE-DESC
    MOVE WS-CONT-NO-CONCILIAN             TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "SIN ACUSE DENTRO DEL PLAZO..: " TO WS-LINFTE-DESC
    MOVE WS-CONT-EN-PLAZO                 TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "SIN ACUSE CON PLAZO VENCIDO.: " TO WS-LINFTE-DESC
    MOVE WS-CONT-VENCIDAS                 TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "SIN SECUENCIA (NO CONTROL.).: " TO WS-LINFTE-DESC
    MOVE WS-CONT-SIN-SECUENCIA            TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "ACUSES SIN INTERFAZ.........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-SIN-INTERFAZ             TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "DETALLES ENVIADOS...........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-DETALLES                 TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "DETALLES ACEPTADOS..........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-ACEPTADOS                TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "DETALLES RECHAZADOS.........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-RECHAZADOS               TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "FALTANTES EN LOS ACUSES.....: " TO WS-LINFTE-DESC
    MOVE WS-CONT-FALTANTES                TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "ACUSADOS SIN DETALLE........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-SIN-DETALLE              TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    .
4-FIN.
    CLOSE ARCH-INTERFAZ-HIST
    CLOSE ARCH-ACUSES
    CLOSE ARCH-REPORTE
    CLOSE ARCH-PENDIENTES
    IF WS-CONT-NO-CONCILIAN > ZEROES
            OR WS-CONT-VENCIDAS > ZEROES
            OR WS-CONT-SIN-INTERFAZ > ZEROES
        DISPLAY " *** AVISO: " WS-CONT-NO-CONCILIAN
                " CORRIDA(S) NO CONCILIAN, " WS-CONT-VENCIDAS
                " SIN ACUSE VENCIDA(S) Y " WS-CONT-SIN-INTERFAZ
                " ACUSE(S) SIN INTERFAZ ***"
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-CONT-RECHAZADOS > ZEROES
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    .
