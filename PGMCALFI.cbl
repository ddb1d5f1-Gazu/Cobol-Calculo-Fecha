        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-REPORTE       ASSIGN "ARCITR"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-MOVIMIENTO    ASSIGN "ARCMOV"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-SLA           ASSIGN "ARCSLA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-SLA.
    SELECT ARCH-FERIADOS      ASSIGN "ARCFER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-FERIADOS.
DATA DIVISION.
FILE SECTION.
FD  ARCH-MAESTRO-ANT.
        05 EVT-TIPO               PIC X(01).
            88 EVT-APERTURA           VALUE 'A'.
            88 EVT-CIERRE             VALUE 'C'.
            88 EVT-SUSPENSION         VALUE 'S'.
            88 EVT-REANUDACION        VALUE 'R'.
        05 EVT-FECHA              PIC 9(08).
        05 EVT-HORA               PIC 9(06).
FD  ARCH-MAESTRO-NVO.
    01 REG-ITEM-NVO           PIC X(74).
FD  ARCH-REPORTE.
    01 REG-REPORTE            PIC X(120).
FD  ARCH-MOVIMIENTO.
    COPY CALFMOV.
FD  ARCH-SLA.
    COPY CALFSLA.
FD  ARCH-FERIADOS.
    COPY CALFFER.
WORKING-STORAGE SECTION.
    COPY CALFCWS.
    COPY CALFLNK.
            88 FIN-ARCH-EVENTOS          VALUE 'S'.
        05 WS-SW-ITEM-EXISTE      PIC X(01) VALUE 'N'.
            88 ITEM-EXISTE               VALUE 'S'.
        05 WS-SW-FIN-SLA          PIC X(01) VALUE 'N'.
            88 FIN-ARCH-SLA              VALUE 'S'.
        05 WS-SW-FIN-FERIADOS     PIC X(01) VALUE 'N'.
            88 FIN-ARCH-FERIADOS         VALUE 'S'.
        05 WS-SW-SLA-HALLADO      PIC X(01) VALUE 'N'.
            88 SLA-HALLADO               VALUE 'S'.
    01 WS-FS-MAESTRO              PIC X(02) VALUE SPACES.
    01 WS-FS-EVENTOS              PIC X(02) VALUE SPACES.
    01 WS-FS-SLA                  PIC X(02) VALUE SPACES.
    01 WS-FS-FERIADOS             PIC X(02) VALUE SPACES.
    01 WS-ID-GRUPO                PIC X(10) VALUE HIGH-VALUES.
    01 WS-FECHA-CORRIDA           PIC 9(08) VALUE ZEROES.
    01 WS-HORA-CORRIDA-LARGA      PIC 9(08) VALUE ZEROES.
    01 WS-ITEM-ACTUAL.
        05 ACT-ID                 PIC X(10).
        05 ACT-ESTADO             PIC X(01).
        05 ACT-HORA-APERTURA      PIC 9(06).
        05 ACT-FECHA-CIERRE       PIC 9(08).
        05 ACT-HORA-CIERRE        PIC 9(06).
        05 ACT-SW-PAUSA           PIC X(01).
            88 ACT-SUSPENDIDO         VALUE 'S'.
        05 ACT-FECHA-PAUSA        PIC 9(08).
        05 ACT-HORA-PAUSA         PIC 9(06).
        05 ACT-SEG-PAUSA          PIC 9(10).
        05 ACT-SEG-PAUSA-HAB      PIC 9(10).
    01 WS-CONTADORES.
        05 WS-CONT-MAESTRO-ANT    PIC 9(08) VALUE ZEROES.
        05 WS-CONT-MAESTRO-NVO    PIC 9(08) VALUE ZEROES.
        05 WS-CONT-EVENTOS        PIC 9(08) VALUE ZEROES.
        05 WS-CONT-APLICADOS      PIC 9(08) VALUE ZEROES.
        05 WS-CONT-RECHAZADOS     PIC 9(08) VALUE ZEROES.
        05 WS-CONT-SUSPENDIDOS    PIC 9(08) VALUE ZEROES.
        05 WS-CONT-APERTURAS      PIC 9(08) VALUE ZEROES.
        05 WS-CONT-CIERRES        PIC 9(08) VALUE ZEROES.
    01 WS-SEG-RESOLUCION          PIC S9(18) VALUE ZEROES.
    01 WS-SEG-TRAMO-PAUSA         PIC S9(18) VALUE ZEROES.
    01 WS-DIAS-INT-INICIO         PIC S9(09) VALUE ZEROES.
    01 WS-DIAS-INT-FIN            PIC S9(09) VALUE ZEROES.
    01 WS-DIAS-INT-TRABAJO        PIC S9(09) VALUE ZEROES.
    01 WS-FECHA-TRABAJO           PIC 9(08) VALUE ZEROES.
    01 WS-DIA-SEMANA              PIC 9(01) VALUE ZEROES.
    01 WS-SW-ES-FERIADO           PIC X(01) VALUE 'N'.
        88 ES-FERIADO                 VALUE 'S'.
    01 WS-CONT-SLA                PIC 9(03) VALUE ZEROES.
    01 WS-SLA-OMITIDOS            PIC 9(04) VALUE ZEROES.
    01 WS-FER-OMITIDOS            PIC 9(04) VALUE ZEROES.
    01 WS-TAB-SLA.
        05 WS-SLA-ENT OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-CONT-SLA
                  INDEXED BY WS-IDX-SLA.
            10 WS-SLA-TIPO        PIC X(03).
            10 WS-SLA-CALENDARIO  PIC X(03).
    01 WS-CONT-FERIADOS           PIC 9(04) VALUE ZEROES.
    01 WS-TAB-FERIADOS.
        05 WS-FER-ENT OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WS-CONT-FERIADOS
                  INDEXED BY WS-IDX-FER.
            10 WS-FER-CALENDARIO  PIC X(03).
            10 WS-FER-FECHA       PIC 9(08).
    01 WS-CONT-DIAS               PIC 9(03) VALUE ZEROES.
    01 WS-DIAS-OMITIDOS           PIC 9(04) VALUE ZEROES.
    01 WS-IDX-DIA                 PIC 9(03) VALUE ZEROES.
    STOP RUN
    .
1-INICIO.
    ACCEPT WS-FECHA-CORRIDA      FROM DATE YYYYMMDD
    ACCEPT WS-HORA-CORRIDA-LARGA FROM TIME
    PERFORM 1100-CARGAR-SLA
    PERFORM 1200-CARGAR-FERIADOS
    OPEN OUTPUT ARCH-MAESTRO-NVO
    OPEN OUTPUT ARCH-REPORTE
    OPEN OUTPUT ARCH-MOVIMIENTO
    WRITE REG-REPORTE FROM WS-LINEA-TITULO
    OPEN INPUT ARCH-MAESTRO-ANT
    IF WS-FS-MAESTRO = "00"
        SET FIN-ARCH-EVENTOS TO TRUE
    END-IF
    .
1100-CARGAR-SLA.
    OPEN INPUT ARCH-SLA
    IF WS-FS-SLA NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR EL MAESTRO SLA"
                " (ARCSLA) - FS=" WS-FS-SLA " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1110-LEER-SLA
    PERFORM 1120-CARGAR-UN-SLA
        UNTIL FIN-ARCH-SLA
    CLOSE ARCH-SLA
    IF WS-SLA-OMITIDOS > ZEROES
        DISPLAY " *** AVISO: " WS-SLA-OMITIDOS
                " REGISTROS SLA INVALIDOS O SOBRE EL TOPE DE"
                " 100 OMITIDOS (ARCSLA) ***"
    END-IF
    IF WS-CONT-SLA = ZEROES
        DISPLAY " *** ERROR: EL MAESTRO SLA (ARCSLA) ESTA VACIO ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    .
1110-LEER-SLA.
    READ ARCH-SLA
        AT END SET FIN-ARCH-SLA TO TRUE
    END-READ
    .
1120-CARGAR-UN-SLA.
    IF SLA-TIPO-ITEM NOT = SPACES
            AND SLA-OBJETIVO-SEG IS NUMERIC
            AND SLA-UMBRAL-AVISO IS NUMERIC
            AND WS-CONT-SLA < 100
        ADD 1 TO WS-CONT-SLA
        MOVE SLA-TIPO-ITEM    TO WS-SLA-TIPO (WS-CONT-SLA)
        MOVE SLA-CALENDARIO   TO WS-SLA-CALENDARIO (WS-CONT-SLA)
    ELSE
        ADD 1 TO WS-SLA-OMITIDOS
    END-IF
    PERFORM 1110-LEER-SLA
    .
1200-CARGAR-FERIADOS.
    OPEN INPUT ARCH-FERIADOS
    IF WS-FS-FERIADOS = "00"
        PERFORM 1210-LEER-FERIADO
        PERFORM 1220-CARGAR-UN-FERIADO
            UNTIL FIN-ARCH-FERIADOS
        CLOSE ARCH-FERIADOS
    END-IF
    IF WS-FER-OMITIDOS > ZEROES
        DISPLAY " *** AVISO: " WS-FER-OMITIDOS
                " FERIADOS INVALIDOS O SOBRE EL TOPE DE"
                " 1000 OMITIDOS (ARCFER) ***"
    END-IF
    .
1210-LEER-FERIADO.
    READ ARCH-FERIADOS
        AT END SET FIN-ARCH-FERIADOS TO TRUE
    END-READ
    .
1220-CARGAR-UN-FERIADO.
    IF FER-FECHA IS NUMERIC
            AND WS-CONT-FERIADOS < 1000
        ADD 1 TO WS-CONT-FERIADOS
        MOVE FER-CALENDARIO TO WS-FER-CALENDARIO (WS-CONT-FERIADOS)
        MOVE FER-FECHA      TO WS-FER-FECHA (WS-CONT-FERIADOS)
    ELSE
        ADD 1 TO WS-FER-OMITIDOS
    END-IF
    PERFORM 1210-LEER-FERIADO
    .
2100-LEER-MAESTRO.
    READ ARCH-MAESTRO-ANT
        AT END SET FIN-ARCH-MAESTRO TO TRUE
    MOVE 'N' TO WS-SW-ITEM-EXISTE
    IF NOT FIN-ARCH-MAESTRO AND IMM-ID = WS-ID-GRUPO
        MOVE REG-ITEM-M TO WS-ITEM-ACTUAL
        IF ACT-SEG-PAUSA IS NOT NUMERIC
            PERFORM 2550-INICIAR-PAUSA
        END-IF
        IF ACT-SEG-PAUSA-HAB IS NOT NUMERIC
            MOVE ACT-SEG-PAUSA TO ACT-SEG-PAUSA-HAB
        END-IF
        SET ITEM-EXISTE TO TRUE
        PERFORM 2100-LEER-MAESTRO
    END-IF
        OR EVT-ID NOT = WS-ID-GRUPO
    IF ITEM-EXISTE
        ADD 1 TO WS-CONT-MAESTRO-NVO
        IF ACT-ABIERTO AND ACT-SUSPENDIDO
            ADD 1 TO WS-CONT-SUSPENDIDOS
        END-IF
        WRITE REG-ITEM-NVO FROM WS-ITEM-ACTUAL
    END-IF
    .
    .
2400-APLICAR-EVENTO.
    IF EVT-FECHA IS NUMERIC AND EVT-HORA IS NUMERIC
            AND (EVT-APERTURA OR EVT-CIERRE
                 OR EVT-SUSPENSION OR EVT-REANUDACION)
        IF EVT-APERTURA
            PERFORM 2500-APLICAR-APERTURA
        ELSE
            IF EVT-CIERRE
                PERFORM 2600-APLICAR-CIERRE
            ELSE
                IF EVT-SUSPENSION
                    PERFORM 2800-APLICAR-SUSPENSION
                ELSE
                    PERFORM 2900-APLICAR-REANUDACION
                END-IF
            END-IF
        END-IF
    ELSE
        MOVE "TIPO O FECHA/HORA DE EVENTO INVALIDOS"
        MOVE EVT-HORA  TO ACT-HORA-APERTURA
        MOVE ZEROES    TO ACT-FECHA-CIERRE
        MOVE ZEROES    TO ACT-HORA-CIERRE
        PERFORM 2550-INICIAR-PAUSA
        SET ITEM-EXISTE TO TRUE
        ADD 1 TO WS-CONT-APLICADOS
        ADD 1 TO WS-CONT-APERTURAS
    END-IF
    .
2550-INICIAR-PAUSA.
    MOVE 'N'       TO ACT-SW-PAUSA
    MOVE ZEROES    TO ACT-FECHA-PAUSA
    MOVE ZEROES    TO ACT-HORA-PAUSA
    MOVE ZEROES    TO ACT-SEG-PAUSA
    MOVE ZEROES    TO ACT-SEG-PAUSA-HAB
    .
2600-APLICAR-CIERRE.
    IF NOT ITEM-EXISTE
        MOVE "CIERRE SIN APERTURA PREVIA"
                TO WS-LINRCH-MOTIVO
            PERFORM 2700-RECHAZAR-EVENTO
        ELSE
            IF ACT-SUSPENDIDO
                PERFORM 2950-CERRAR-PAUSA
            END-IF
            MOVE 'C'       TO ACT-ESTADO
            MOVE EVT-FECHA TO ACT-FECHA-CIERRE
            MOVE EVT-HORA  TO ACT-HORA-CIERRE
            ADD 1 TO WS-CONT-APLICADOS
            ADD 1 TO WS-CONT-CIERRES
            PERFORM 2650-ACUMULAR-RESOLUCION
        END-IF
    END-IF
    MOVE SPACES               TO CALF-ENT-ZONA-INI
    MOVE SPACES               TO CALF-ENT-ZONA-FIN
    CALL 'PGMCALFS' USING CALF-PARAMETROS
    COMPUTE WS-SEG-RESOLUCION = CALF-SAL-SEGUNDOS - ACT-SEG-PAUSA
    IF WS-SEG-RESOLUCION < ZEROES
        MOVE ZEROES TO WS-SEG-RESOLUCION
    END-IF
    SET WS-IDX-EST TO 1
    SEARCH WS-EST-ENT
        AT END
    MOVE EVT-ID TO WS-LINRCH-ID
    WRITE REG-REPORTE FROM WS-LINEA-RECHAZO
    .
2800-APLICAR-SUSPENSION.
    IF NOT ITEM-EXISTE
        MOVE "SUSPENSION SIN APERTURA PREVIA"
            TO WS-LINRCH-MOTIVO
        PERFORM 2700-RECHAZAR-EVENTO
    ELSE
        IF ACT-CERRADO
            MOVE "EL ITEM YA ESTA CERRADO"
                TO WS-LINRCH-MOTIVO
            PERFORM 2700-RECHAZAR-EVENTO
        ELSE
            IF ACT-SUSPENDIDO
                MOVE "EL ITEM YA ESTA SUSPENDIDO"
                    TO WS-LINRCH-MOTIVO
                PERFORM 2700-RECHAZAR-EVENTO
            ELSE
                MOVE 'S'       TO ACT-SW-PAUSA
                MOVE EVT-FECHA TO ACT-FECHA-PAUSA
                MOVE EVT-HORA  TO ACT-HORA-PAUSA
                ADD 1 TO WS-CONT-APLICADOS
            END-IF
        END-IF
    END-IF
    .
2900-APLICAR-REANUDACION.
    IF NOT ITEM-EXISTE
        MOVE "REANUDACION SIN APERTURA PREVIA"
            TO WS-LINRCH-MOTIVO
        PERFORM 2700-RECHAZAR-EVENTO
    ELSE
        IF ACT-CERRADO
            MOVE "EL ITEM YA ESTA CERRADO"
                TO WS-LINRCH-MOTIVO
            PERFORM 2700-RECHAZAR-EVENTO
        ELSE
            IF NOT ACT-SUSPENDIDO
                MOVE "REANUDACION SIN SUSPENSION PREVIA"
                    TO WS-LINRCH-MOTIVO
                PERFORM 2700-RECHAZAR-EVENTO
            ELSE
                PERFORM 2950-CERRAR-PAUSA
                ADD 1 TO WS-CONT-APLICADOS
            END-IF
        END-IF
    END-IF
    .
2950-CERRAR-PAUSA.
    MOVE '2'                  TO CALF-FUNCION
    MOVE ACT-FECHA-PAUSA      TO CALF-ENT-FECHA-INI
    MOVE ACT-HORA-PAUSA       TO CALF-ENT-HORA-INI
    MOVE EVT-FECHA            TO CALF-ENT-FECHA-FIN
    MOVE EVT-HORA             TO CALF-ENT-HORA-FIN
    MOVE SPACES               TO CALF-ENT-ZONA-INI
    MOVE SPACES               TO CALF-ENT-ZONA-FIN
    CALL 'PGMCALFS' USING CALF-PARAMETROS
    MOVE CALF-SAL-SEGUNDOS    TO WS-SEG-TRAMO-PAUSA
    IF WS-SEG-TRAMO-PAUSA > ZEROES
        ADD WS-SEG-TRAMO-PAUSA TO ACT-SEG-PAUSA
        PERFORM 2960-DESCONTAR-NO-HABILES
        ADD WS-SEG-TRAMO-PAUSA TO ACT-SEG-PAUSA-HAB
    END-IF
    MOVE 'N'                  TO ACT-SW-PAUSA
    MOVE ZEROES               TO ACT-FECHA-PAUSA
    MOVE ZEROES               TO ACT-HORA-PAUSA
    .
2960-DESCONTAR-NO-HABILES.
    MOVE 'N' TO WS-SW-SLA-HALLADO
    SET WS-IDX-SLA TO 1
    SEARCH WS-SLA-ENT
        AT END
            CONTINUE
        WHEN WS-SLA-TIPO (WS-IDX-SLA) = ACT-ID (1:3)
            SET SLA-HALLADO TO TRUE
    END-SEARCH
    IF SLA-HALLADO
            AND WS-SLA-CALENDARIO (WS-IDX-SLA) NOT = SPACES
        COMPUTE WS-DIAS-INT-INICIO =
            FUNCTION INTEGER-OF-DATE(ACT-FECHA-PAUSA)
        COMPUTE WS-DIAS-INT-FIN =
            FUNCTION INTEGER-OF-DATE(EVT-FECHA)
        IF WS-DIAS-INT-INICIO > ZEROES
            PERFORM 2970-EVALUAR-DIA
                VARYING WS-DIAS-INT-TRABAJO
                FROM WS-DIAS-INT-INICIO BY 1
                UNTIL WS-DIAS-INT-TRABAJO >= WS-DIAS-INT-FIN - 1
        END-IF
        IF WS-SEG-TRAMO-PAUSA < ZEROES
            MOVE ZEROES TO WS-SEG-TRAMO-PAUSA
        END-IF
    END-IF
    .
2970-EVALUAR-DIA.
    COMPUTE WS-FECHA-TRABAJO =
        FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-TRABAJO + 1)
    COMPUTE WS-DIA-SEMANA =
        FUNCTION MOD(WS-DIAS-INT-TRABAJO + 1, 7)
    PERFORM 2980-BUSCAR-FERIADO
    IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6 OR ES-FERIADO
        SUBTRACT CT-SEG-DD FROM WS-SEG-TRAMO-PAUSA
    END-IF
    .
2980-BUSCAR-FERIADO.
    MOVE 'N' TO WS-SW-ES-FERIADO
    SET WS-IDX-FER TO 1
    SEARCH WS-FER-ENT
        AT END
            CONTINUE
        WHEN WS-FER-CALENDARIO (WS-IDX-FER) =
                    WS-SLA-CALENDARIO (WS-IDX-SLA)
                AND WS-FER-FECHA (WS-IDX-FER) = WS-FECHA-TRABAJO
            SET ES-FERIADO TO TRUE
    END-SEARCH
    .
3-ESCRIBIR-ESTADISTICAS.
    MOVE "TIEMPO DE RESOLUCION DE ITEMS CERRADOS (SEGUNDOS)"
        TO WS-LINEA-SUBTIT
    MOVE "ITEMS EN MAESTRO NUEVO......: " TO WS-LINFTE-DESC
    MOVE WS-CONT-MAESTRO-NVO              TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "ITEMS ABIERTOS SUSPENDIDOS..: " TO WS-LINFTE-DESC
    MOVE WS-CONT-SUSPENDIDOS              TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "APERTURAS APLICADAS.........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-APERTURAS                TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "CIERRES APLICADOS...........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-CIERRES                  TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    PERFORM 4100-GRABAR-MOVIMIENTO
    .
4100-GRABAR-MOVIMIENTO.
    MOVE SPACES                       TO REG-MOVIMIENTO
    MOVE WS-FECHA-CORRIDA             TO MOV-FECHA
    MOVE WS-HORA-CORRIDA-LARGA (1:6)  TO MOV-HORA
    MOVE WS-CONT-APERTURAS            TO MOV-APERTURAS
    MOVE WS-CONT-CIERRES              TO MOV-CIERRES
    MOVE WS-CONT-RECHAZADOS           TO MOV-RECHAZADOS
    MOVE WS-CONT-MAESTRO-NVO          TO MOV-MAESTRO-NVO
    WRITE REG-MOVIMIENTO
    .
5-FIN.
    CLOSE ARCH-MAESTRO-NVO
    CLOSE ARCH-REPORTE
    CLOSE ARCH-MOVIMIENTO
    IF WS-FS-MAESTRO = "00"
        CLOSE ARCH-MAESTRO-ANT
    END-IF
