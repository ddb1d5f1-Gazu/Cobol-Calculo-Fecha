IDENTIFICATION DIVISION.
PROGRAM-ID. PGMCALFT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-ITEMS         ASSIGN "ARCITM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-ITEMS.
    SELECT ARCH-SLA           ASSIGN "ARCSLA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-SLA.
    SELECT ARCH-FERIADOS      ASSIGN "ARCFER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-FERIADOS.
    SELECT ARCH-REPORTE       ASSIGN "ARCCUM"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  ARCH-ITEMS.
    COPY CALFITM.
FD  ARCH-SLA.
    COPY CALFSLA.
FD  ARCH-FERIADOS.
    COPY CALFFER.
FD  ARCH-REPORTE.
    01 REG-REPORTE            PIC X(120).
WORKING-STORAGE SECTION.
    COPY CALFCWS.
    COPY CALFLNK.
    01 WS-SWITCHES.
        05 WS-SW-FIN-ITEMS        PIC X(01) VALUE 'N'.
            88 FIN-ARCH-ITEMS            VALUE 'S'.
        05 WS-SW-FIN-SLA          PIC X(01) VALUE 'N'.
            88 FIN-ARCH-SLA              VALUE 'S'.
        05 WS-SW-FIN-FERIADOS     PIC X(01) VALUE 'N'.
            88 FIN-ARCH-FERIADOS         VALUE 'S'.
        05 WS-SW-SLA-HALLADO      PIC X(01) VALUE 'N'.
            88 SLA-HALLADO               VALUE 'S'.
    01 WS-FS-ITEMS                PIC X(02) VALUE SPACES.
    01 WS-FS-SLA                  PIC X(02) VALUE SPACES.
    01 WS-FS-FERIADOS             PIC X(02) VALUE SPACES.
    01 WS-PERIODO-ALFA            PIC X(06) VALUE SPACES.
    01 WS-PERIODO                 PIC 9(06) VALUE ZEROES.
    01 FILLER REDEFINES WS-PERIODO.
        05 WS-PERIODO-AAAA        PIC 9(04).
        05 WS-PERIODO-MM          PIC 9(02).
    01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
    01 FILLER REDEFINES WS-FECHA-HOY.
        05 WS-HOY-AAAA            PIC 9(04).
        05 WS-HOY-MM              PIC 9(02).
        05 WS-HOY-DD              PIC 9(02).
    01 WS-CONTADORES.
        05 WS-CONT-LEIDOS         PIC 9(08) VALUE ZEROES.
        05 WS-CONT-PERIODO        PIC 9(08) VALUE ZEROES.
        05 WS-CONT-SIN-SLA        PIC 9(08) VALUE ZEROES.
        05 WS-CONT-INVALIDOS      PIC 9(08) VALUE ZEROES.
    01 WS-TOTALES.
        05 WS-TOT-CERRADOS        PIC 9(08) VALUE ZEROES.
        05 WS-TOT-CUMPLIDOS       PIC 9(08) VALUE ZEROES.
        05 WS-TOT-INCUMPLIDOS     PIC 9(08) VALUE ZEROES.
        05 WS-TOT-PEOR-EXCESO     PIC S9(18) VALUE ZEROES.
    01 WS-SEG-RESOLUCION          PIC S9(18) VALUE ZEROES.
    01 WS-SEG-EXCESO              PIC S9(18) VALUE ZEROES.
    01 WS-CALC-CERRADOS           PIC 9(08) VALUE ZEROES.
    01 WS-CALC-CUMPLIDOS          PIC 9(08) VALUE ZEROES.
    01 WS-PORCENTAJE              PIC 9(03)V9(01) VALUE ZEROES.
    01 WS-DIAS-INT-INICIO         PIC S9(09) VALUE ZEROES.
    01 WS-DIAS-INT-CIERRE         PIC S9(09) VALUE ZEROES.
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
            10 WS-SLA-OBJETIVO    PIC 9(09).
            10 WS-SLA-CALENDARIO  PIC X(03).
            10 WS-SLA-DESC        PIC X(30).
            10 WS-SLA-CERRADOS    PIC 9(08).
            10 WS-SLA-CUMPLIDOS   PIC 9(08).
            10 WS-SLA-INCUMPLIDOS PIC 9(08).
            10 WS-SLA-PEOR-EXCESO PIC S9(18).
    01 WS-CONT-FERIADOS           PIC 9(04) VALUE ZEROES.
    01 WS-TAB-FERIADOS.
        05 WS-FER-ENT OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WS-CONT-FERIADOS
                  INDEXED BY WS-IDX-FER.
            10 WS-FER-CALENDARIO  PIC X(03).
            10 WS-FER-FECHA       PIC 9(08).
    01 WS-CONT-CAL                PIC 9(03) VALUE ZEROES.
    01 WS-TAB-CALENDARIOS.
        05 WS-CAL-ENT OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-CONT-CAL
                  INDEXED BY WS-IDX-CAL.
            10 WS-CAL-CODIGO      PIC X(03).
            10 WS-CAL-CERRADOS    PIC 9(08).
            10 WS-CAL-CUMPLIDOS   PIC 9(08).
            10 WS-CAL-INCUMPLIDOS PIC 9(08).
            10 WS-CAL-PEOR-EXCESO PIC S9(18).
    01 WS-IDX-TRABAJO             PIC 9(03) VALUE ZEROES.
    01 WS-LINEA-TITULO.
        05 FILLER                 PIC X(43) VALUE
            "REPORTE MENSUAL DE CUMPLIMIENTO SLA - MES: ".
        05 WS-TIT-PERIODO         PIC 9(06).
    01 WS-LINEA-SECCION.
        05 FILLER                 PIC X(10) VALUE "SECCION - ".
        05 WS-LINSEC-DESC         PIC X(40).
    01 WS-LINEA-DETALLE.
        05 WS-LINDET-ROTULO       PIC X(20).
        05 FILLER                 PIC X(06) VALUE "CERR: ".
        05 WS-LINDET-CERRADOS     PIC Z(07)9.
        05 FILLER                 PIC X(08) VALUE "  CUMP: ".
        05 WS-LINDET-CUMPLIDOS    PIC Z(07)9.
        05 FILLER                 PIC X(10) VALUE "  INCUMP: ".
        05 WS-LINDET-INCUMPLIDOS  PIC Z(07)9.
        05 FILLER                 PIC X(08) VALUE "  PORC: ".
        05 WS-LINDET-PORC         PIC ZZ9.9.
        05 FILLER                 PIC X(02) VALUE " %".
        05 FILLER                 PIC X(15) VALUE "  PEOR EXCESO: ".
        05 WS-LINDET-EXCESO       PIC Z(11)9.
    01 WS-LINEA-DESC-SLA.
        05 FILLER                 PIC X(06) VALUE SPACES.
        05 WS-LINDSC-DESC         PIC X(30).
        05 FILLER                 PIC X(12) VALUE "  OBJETIVO: ".
        05 WS-LINDSC-OBJETIVO     PIC Z(08)9.
    01 WS-LINEA-FUENTE.
        05 WS-LINFTE-DESC         PIC X(30).
        05 WS-LINFTE-VALOR        PIC Z(07)9.
PROCEDURE DIVISION.
    PERFORM 1-INICIO
    PERFORM 2-PROCESAR-ITEMS
    PERFORM 3-ESCRIBIR-REPORTE
    PERFORM 4-FIN
    STOP RUN
    .
1-INICIO.
    ACCEPT WS-PERIODO-ALFA
    IF WS-PERIODO-ALFA IS NUMERIC AND WS-PERIODO-ALFA NOT = ZEROES
        MOVE WS-PERIODO-ALFA TO WS-PERIODO
    ELSE
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        IF WS-HOY-MM = 1
            COMPUTE WS-PERIODO-AAAA = WS-HOY-AAAA - 1
            MOVE 12 TO WS-PERIODO-MM
        ELSE
            MOVE WS-HOY-AAAA TO WS-PERIODO-AAAA
            COMPUTE WS-PERIODO-MM = WS-HOY-MM - 1
        END-IF
    END-IF
    IF WS-PERIODO-MM < 1 OR WS-PERIODO-MM > 12
        DISPLAY " *** ERROR: PERIODO INVALIDO EN SYSIN: '"
                WS-PERIODO-ALFA "' (AAAAMM) ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-PERIODO TO WS-PERIODO-ALFA
    PERFORM 1100-CARGAR-SLA
    PERFORM 1200-CARGAR-FERIADOS
    OPEN OUTPUT ARCH-REPORTE
    MOVE WS-PERIODO TO WS-TIT-PERIODO
    WRITE REG-REPORTE FROM WS-LINEA-TITULO
    .
1100-CARGAR-SLA.
    MOVE ZEROES TO WS-CONT-SLA
    MOVE 'N'    TO WS-SW-FIN-SLA
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
            AND WS-CONT-SLA < 100
        ADD 1 TO WS-CONT-SLA
        MOVE SLA-TIPO-ITEM    TO WS-SLA-TIPO (WS-CONT-SLA)
        MOVE SLA-OBJETIVO-SEG TO WS-SLA-OBJETIVO (WS-CONT-SLA)
        MOVE SLA-CALENDARIO   TO WS-SLA-CALENDARIO (WS-CONT-SLA)
        MOVE SLA-DESCRIPCION  TO WS-SLA-DESC (WS-CONT-SLA)
        MOVE ZEROES           TO WS-SLA-CERRADOS (WS-CONT-SLA)
        MOVE ZEROES           TO WS-SLA-CUMPLIDOS (WS-CONT-SLA)
        MOVE ZEROES           TO WS-SLA-INCUMPLIDOS (WS-CONT-SLA)
        MOVE ZEROES           TO WS-SLA-PEOR-EXCESO (WS-CONT-SLA)
        PERFORM 1130-REGISTRAR-CALENDARIO
    ELSE
        ADD 1 TO WS-SLA-OMITIDOS
    END-IF
    PERFORM 1110-LEER-SLA
    .
1130-REGISTRAR-CALENDARIO.
    SET WS-IDX-CAL TO 1
    SEARCH WS-CAL-ENT
        AT END
            ADD 1 TO WS-CONT-CAL
            SET WS-IDX-CAL TO WS-CONT-CAL
            MOVE SLA-CALENDARIO TO WS-CAL-CODIGO (WS-IDX-CAL)
            MOVE ZEROES TO WS-CAL-CERRADOS (WS-IDX-CAL)
            MOVE ZEROES TO WS-CAL-CUMPLIDOS (WS-IDX-CAL)
            MOVE ZEROES TO WS-CAL-INCUMPLIDOS (WS-IDX-CAL)
            MOVE ZEROES TO WS-CAL-PEOR-EXCESO (WS-IDX-CAL)
        WHEN WS-CAL-CODIGO (WS-IDX-CAL) = SLA-CALENDARIO
            CONTINUE
    END-SEARCH
    .
1200-CARGAR-FERIADOS.
    MOVE ZEROES TO WS-CONT-FERIADOS
    MOVE 'N'    TO WS-SW-FIN-FERIADOS
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
2-PROCESAR-ITEMS.
    OPEN INPUT ARCH-ITEMS
    IF WS-FS-ITEMS NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR EL MAESTRO DE ITEMS"
                " (ARCITM) - FS=" WS-FS-ITEMS " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2110-LEER-ITEM
    PERFORM 2200-EVALUAR-ITEM
        UNTIL FIN-ARCH-ITEMS
    CLOSE ARCH-ITEMS
    .
2110-LEER-ITEM.
    READ ARCH-ITEMS
        AT END SET FIN-ARCH-ITEMS TO TRUE
    END-READ
    IF NOT FIN-ARCH-ITEMS
        ADD 1 TO WS-CONT-LEIDOS
    END-IF
    .
2200-EVALUAR-ITEM.
    IF IMM-CERRADO
            AND IMM-FECHA-CIERRE IS NUMERIC
            AND IMM-FECHA-CIERRE (1:6) = WS-PERIODO-ALFA
        ADD 1 TO WS-CONT-PERIODO
        IF IMM-FECHA-APERTURA IS NUMERIC
                AND IMM-HORA-APERTURA IS NUMERIC
                AND IMM-HORA-CIERRE IS NUMERIC
            PERFORM 2250-PROCESAR-ITEM-VALIDO
        ELSE
            ADD 1 TO WS-CONT-INVALIDOS
        END-IF
    END-IF
    PERFORM 2110-LEER-ITEM
    .
2250-PROCESAR-ITEM-VALIDO.
    MOVE 'N' TO WS-SW-SLA-HALLADO
    SET WS-IDX-SLA TO 1
    SEARCH WS-SLA-ENT
        AT END
            CONTINUE
        WHEN WS-SLA-TIPO (WS-IDX-SLA) = IMM-ID (1:3)
            SET SLA-HALLADO TO TRUE
    END-SEARCH
    IF SLA-HALLADO
        PERFORM 2300-CALCULAR-RESOLUCION
        PERFORM 2400-ACUMULAR-ITEM
    ELSE
        ADD 1 TO WS-CONT-SIN-SLA
    END-IF
    .
2300-CALCULAR-RESOLUCION.
    MOVE '2'                TO CALF-FUNCION
    MOVE IMM-FECHA-APERTURA TO CALF-ENT-FECHA-INI
    MOVE IMM-HORA-APERTURA  TO CALF-ENT-HORA-INI
    MOVE IMM-FECHA-CIERRE   TO CALF-ENT-FECHA-FIN
    MOVE IMM-HORA-CIERRE    TO CALF-ENT-HORA-FIN
    MOVE SPACES             TO CALF-ENT-ZONA-INI
    MOVE SPACES             TO CALF-ENT-ZONA-FIN
    CALL 'PGMCALFS' USING CALF-PARAMETROS
    MOVE CALF-SAL-SEGUNDOS TO WS-SEG-RESOLUCION
    IF WS-SLA-CALENDARIO (WS-IDX-SLA) NOT = SPACES
        PERFORM 2350-DESCONTAR-NO-HABILES
    END-IF
    IF WS-SLA-CALENDARIO (WS-IDX-SLA) NOT = SPACES
            AND IMM-SEG-PAUSA-HAB IS NUMERIC
        SUBTRACT IMM-SEG-PAUSA-HAB FROM WS-SEG-RESOLUCION
    ELSE
        IF IMM-SEG-PAUSA IS NUMERIC
            SUBTRACT IMM-SEG-PAUSA FROM WS-SEG-RESOLUCION
        END-IF
    END-IF
    IF WS-SEG-RESOLUCION < ZEROES
        MOVE ZEROES TO WS-SEG-RESOLUCION
    END-IF
    .
2350-DESCONTAR-NO-HABILES.
    COMPUTE WS-DIAS-INT-INICIO =
        FUNCTION INTEGER-OF-DATE(IMM-FECHA-APERTURA)
    COMPUTE WS-DIAS-INT-CIERRE =
        FUNCTION INTEGER-OF-DATE(IMM-FECHA-CIERRE)
    PERFORM 2360-EVALUAR-DIA
        VARYING WS-DIAS-INT-TRABAJO
        FROM WS-DIAS-INT-INICIO BY 1
        UNTIL WS-DIAS-INT-TRABAJO >= WS-DIAS-INT-CIERRE - 1
    .
2360-EVALUAR-DIA.
    COMPUTE WS-FECHA-TRABAJO =
        FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-TRABAJO + 1)
    COMPUTE WS-DIA-SEMANA =
        FUNCTION MOD(WS-DIAS-INT-TRABAJO + 1, 7)
    PERFORM 2370-BUSCAR-FERIADO
    IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6 OR ES-FERIADO
        SUBTRACT CT-SEG-DD FROM WS-SEG-RESOLUCION
    END-IF
    .
2370-BUSCAR-FERIADO.
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
2400-ACUMULAR-ITEM.
    COMPUTE WS-SEG-EXCESO =
        WS-SEG-RESOLUCION - WS-SLA-OBJETIVO (WS-IDX-SLA)
    SET WS-IDX-CAL TO 1
    SEARCH WS-CAL-ENT
        AT END
            CONTINUE
        WHEN WS-CAL-CODIGO (WS-IDX-CAL) =
                    WS-SLA-CALENDARIO (WS-IDX-SLA)
            CONTINUE
    END-SEARCH
    ADD 1 TO WS-SLA-CERRADOS (WS-IDX-SLA)
    ADD 1 TO WS-CAL-CERRADOS (WS-IDX-CAL)
    ADD 1 TO WS-TOT-CERRADOS
    IF WS-SEG-EXCESO > ZEROES
        ADD 1 TO WS-SLA-INCUMPLIDOS (WS-IDX-SLA)
        ADD 1 TO WS-CAL-INCUMPLIDOS (WS-IDX-CAL)
        ADD 1 TO WS-TOT-INCUMPLIDOS
        IF WS-SEG-EXCESO > WS-SLA-PEOR-EXCESO (WS-IDX-SLA)
            MOVE WS-SEG-EXCESO TO WS-SLA-PEOR-EXCESO (WS-IDX-SLA)
        END-IF
        IF WS-SEG-EXCESO > WS-CAL-PEOR-EXCESO (WS-IDX-CAL)
            MOVE WS-SEG-EXCESO TO WS-CAL-PEOR-EXCESO (WS-IDX-CAL)
        END-IF
        IF WS-SEG-EXCESO > WS-TOT-PEOR-EXCESO
            MOVE WS-SEG-EXCESO TO WS-TOT-PEOR-EXCESO
        END-IF
    ELSE
        ADD 1 TO WS-SLA-CUMPLIDOS (WS-IDX-SLA)
        ADD 1 TO WS-CAL-CUMPLIDOS (WS-IDX-CAL)
        ADD 1 TO WS-TOT-CUMPLIDOS
    END-IF
    .
3-ESCRIBIR-REPORTE.
    MOVE "CUMPLIMIENTO POR TIPO DE SLA" TO WS-LINSEC-DESC
    WRITE REG-REPORTE FROM WS-LINEA-SECCION
    PERFORM 3100-ESCRIBIR-UN-SLA
        VARYING WS-IDX-TRABAJO FROM 1 BY 1
        UNTIL WS-IDX-TRABAJO > WS-CONT-SLA
    MOVE "CUMPLIMIENTO POR CALENDARIO" TO WS-LINSEC-DESC
    WRITE REG-REPORTE FROM WS-LINEA-SECCION
    PERFORM 3200-ESCRIBIR-UN-CALENDARIO
        VARYING WS-IDX-TRABAJO FROM 1 BY 1
        UNTIL WS-IDX-TRABAJO > WS-CONT-CAL
    MOVE "TOTAL GENERAL" TO WS-LINSEC-DESC
    WRITE REG-REPORTE FROM WS-LINEA-SECCION
    MOVE "TODOS LOS TIPOS"        TO WS-LINDET-ROTULO
    MOVE WS-TOT-CERRADOS          TO WS-CALC-CERRADOS
    MOVE WS-TOT-CUMPLIDOS         TO WS-CALC-CUMPLIDOS
    MOVE WS-TOT-INCUMPLIDOS       TO WS-LINDET-INCUMPLIDOS
    MOVE WS-TOT-PEOR-EXCESO       TO WS-LINDET-EXCESO
    PERFORM 3300-CALCULAR-PORCENTAJE
    WRITE REG-REPORTE FROM WS-LINEA-DETALLE
    MOVE "ITEMS LEIDOS DEL MAESTRO....: " TO WS-LINFTE-DESC
    MOVE WS-CONT-LEIDOS                   TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "ITEMS CERRADOS EN EL MES....: " TO WS-LINFTE-DESC
    MOVE WS-CONT-PERIODO                  TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "ITEMS SIN SLA...............: " TO WS-LINFTE-DESC
    MOVE WS-CONT-SIN-SLA                  TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "REGISTROS INVALIDOS.........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-INVALIDOS                TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    .
3100-ESCRIBIR-UN-SLA.
    MOVE SPACES TO WS-LINDET-ROTULO
    STRING "TIPO: "                         DELIMITED BY SIZE
           WS-SLA-TIPO (WS-IDX-TRABAJO)     DELIMITED BY SIZE
           "  CAL: "                        DELIMITED BY SIZE
           WS-SLA-CALENDARIO (WS-IDX-TRABAJO) DELIMITED BY SIZE
        INTO WS-LINDET-ROTULO
    END-STRING
    MOVE WS-SLA-CERRADOS (WS-IDX-TRABAJO)       TO WS-CALC-CERRADOS
    MOVE WS-SLA-CUMPLIDOS (WS-IDX-TRABAJO)      TO WS-CALC-CUMPLIDOS
    MOVE WS-SLA-INCUMPLIDOS (WS-IDX-TRABAJO)    TO WS-LINDET-INCUMPLIDOS
    MOVE WS-SLA-PEOR-EXCESO (WS-IDX-TRABAJO)    TO WS-LINDET-EXCESO
    PERFORM 3300-CALCULAR-PORCENTAJE
    WRITE REG-REPORTE FROM WS-LINEA-DETALLE
    MOVE WS-SLA-DESC (WS-IDX-TRABAJO)           TO WS-LINDSC-DESC
    MOVE WS-SLA-OBJETIVO (WS-IDX-TRABAJO)       TO WS-LINDSC-OBJETIVO
    WRITE REG-REPORTE FROM WS-LINEA-DESC-SLA
    .
3200-ESCRIBIR-UN-CALENDARIO.
    IF WS-CAL-CODIGO (WS-IDX-TRABAJO) = SPACES
        MOVE "SIN CALENDARIO"                   TO WS-LINDET-ROTULO
    ELSE
        MOVE SPACES TO WS-LINDET-ROTULO
        STRING "CALENDARIO: "                   DELIMITED BY SIZE
               WS-CAL-CODIGO (WS-IDX-TRABAJO)   DELIMITED BY SIZE
            INTO WS-LINDET-ROTULO
        END-STRING
    END-IF
    MOVE WS-CAL-CERRADOS (WS-IDX-TRABAJO)       TO WS-CALC-CERRADOS
    MOVE WS-CAL-CUMPLIDOS (WS-IDX-TRABAJO)      TO WS-CALC-CUMPLIDOS
    MOVE WS-CAL-INCUMPLIDOS (WS-IDX-TRABAJO)    TO WS-LINDET-INCUMPLIDOS
    MOVE WS-CAL-PEOR-EXCESO (WS-IDX-TRABAJO)    TO WS-LINDET-EXCESO
    PERFORM 3300-CALCULAR-PORCENTAJE
    WRITE REG-REPORTE FROM WS-LINEA-DETALLE
    .
3300-CALCULAR-PORCENTAJE.
    MOVE WS-CALC-CERRADOS  TO WS-LINDET-CERRADOS
    MOVE WS-CALC-CUMPLIDOS TO WS-LINDET-CUMPLIDOS
    IF WS-CALC-CERRADOS > ZEROES
        COMPUTE WS-PORCENTAJE ROUNDED =
            WS-CALC-CUMPLIDOS * 100 / WS-CALC-CERRADOS
    ELSE
        MOVE ZEROES TO WS-PORCENTAJE
    END-IF
    MOVE WS-PORCENTAJE TO WS-LINDET-PORC
    .
4-FIN.
    CLOSE ARCH-REPORTE
    IF WS-CONT-SIN-SLA > ZEROES OR WS-CONT-INVALIDOS > ZEROES
        MOVE 4 TO RETURN-CODE
    END-IF
    .
