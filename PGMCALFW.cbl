IDENTIFICATION DIVISION.
PROGRAM-ID. PGMCALFW.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-CARTERA       ASSIGN "ARCCAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-CARTERA.
    SELECT ARCH-REPORTE       ASSIGN "ARCTND"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-PARAMETROS    ASSIGN "ARCPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-PARAMETROS.
DATA DIVISION.
FILE SECTION.
FD  ARCH-CARTERA.
    COPY CALFCAR.
FD  ARCH-REPORTE.
    01 REG-REPORTE            PIC X(120).
FD  ARCH-PARAMETROS.
    01 REG-PARAMETRO          PIC X(80).
WORKING-STORAGE SECTION.
    COPY CALFCWS.
    01 WS-SWITCHES.
        05 WS-SW-FIN-CARTERA      PIC X(01) VALUE 'N'.
            88 FIN-ARCH-CARTERA          VALUE 'S'.
        05 WS-SW-FIN-PARAMETROS   PIC X(01) VALUE 'N'.
            88 FIN-ARCH-PARAMETROS       VALUE 'S'.
        05 WS-SW-REG-VALIDO       PIC X(01) VALUE 'N'.
            88 REGISTRO-VALIDO           VALUE 'S'.
        05 WS-SW-FOTO-VIGENTE     PIC X(01) VALUE 'N'.
            88 FOTO-VIGENTE              VALUE 'S'.
        05 WS-SW-MOV-USADO        PIC X(01) VALUE 'N'.
            88 MOVIMIENTO-USADO          VALUE 'S'.
        05 WS-SW-RACHA-CORTADA    PIC X(01) VALUE 'N'.
            88 RACHA-CORTADA             VALUE 'S'.
        05 WS-SW-ALZA             PIC X(01) VALUE 'N'.
            88 HAY-TIPO-EN-ALZA          VALUE 'S'.
        05 WS-SW-CMP-AYER         PIC X(01) VALUE 'N'.
            88 CMP-CON-AYER              VALUE 'S'.
        05 WS-SW-CMP-SEMANA       PIC X(01) VALUE 'N'.
            88 CMP-CON-SEMANA            VALUE 'S'.
    01 WS-FS-CARTERA              PIC X(02) VALUE SPACES.
    01 WS-FS-PARAMETROS           PIC X(02) VALUE SPACES.
    01 WS-PRM-CLAVE               PIC X(20) VALUE SPACES.
    01 WS-PRM-VALOR               PIC X(40) VALUE SPACES.
    01 WS-FECHA-HASTA             PIC 9(08) VALUE ZEROES.
    01 WS-DIAS-CRECIMIENTO        PIC 9(02) VALUE 3.
    01 WS-DIAS-PROYECCION         PIC 9(01) VALUE 3.
    01 CT-DIAS-VENTANA            PIC 9(02) VALUE 35.
    01 CT-DIA-HOY                 PIC 9(02) VALUE 35.
    01 CT-DIA-AYER                PIC 9(02) VALUE 34.
    01 CT-DIA-SEMANA-ANT          PIC 9(02) VALUE 28.
    01 WS-DIA-INT-HASTA           PIC S9(09) VALUE ZEROES.
    01 WS-DESPLAZAMIENTO          PIC S9(09) VALUE ZEROES.
    01 WS-FECHA-DIA-ANTERIOR      PIC 9(08) VALUE ZEROES.
    01 WS-IDX-DIA                 PIC 9(02) VALUE ZEROES.
    01 WS-IDX-D                   PIC 9(02) VALUE ZEROES.
    01 WS-IDX-ANT                 PIC 9(02) VALUE ZEROES.
    01 WS-IDX-AUX                 PIC 9(02) VALUE ZEROES.
    01 WS-IDX-AUX-INI             PIC 9(02) VALUE ZEROES.
    01 WS-IDX-BANDA               PIC 9(01) VALUE ZEROES.
    01 WS-IDX-CLASE               PIC 9(01) VALUE ZEROES.
    01 WS-IDX-PROX                PIC 9(01) VALUE ZEROES.
    01 WS-CONT-REGISTROS          PIC 9(08) VALUE ZEROES.
    01 WS-CONT-INVALIDOS          PIC 9(08) VALUE ZEROES.
    01 WS-CONT-TIPOS-ALZA         PIC 9(03) VALUE ZEROES.
    01 WS-TAB-DIAS.
        05 WS-DIA-ENT             OCCURS 35 TIMES.
            10 WS-DIA-FECHA       PIC 9(08).
            10 WS-DIA-SW-A        PIC X(01).
                88 DIA-CON-ANTIGUEDAD    VALUE 'S'.
            10 WS-DIA-HORA-A      PIC 9(06).
            10 WS-DIA-SW-V        PIC X(01).
                88 DIA-CON-SLA           VALUE 'S'.
            10 WS-DIA-HORA-V      PIC 9(06).
            10 WS-DIA-SW-MOV      PIC X(01).
                88 DIA-CON-MOVIMIENTO    VALUE 'S'.
            10 WS-DIA-MOV-FECHA   PIC 9(08).
            10 WS-DIA-ABIERTOS    PIC 9(08).
            10 WS-DIA-ABIERTOS-A  PIC 9(08).
            10 WS-DIA-ABIERTOS-V  PIC 9(08).
            10 WS-DIA-APERTURAS   PIC 9(08).
            10 WS-DIA-CIERRES     PIC 9(08).
            10 WS-DIA-CLASE       OCCURS 4 TIMES PIC 9(08).
            10 WS-DIA-NUM-BANDAS  PIC 9(01).
            10 WS-DIA-BANDA       OCCURS 9 TIMES.
                15 WS-DIA-BAN-LIMITE  PIC 9(09).
                15 WS-DIA-BAN-DESC    PIC X(20).
                15 WS-DIA-BAN-CANT    PIC 9(08).
    01 WS-CONT-TIPOS              PIC 9(03) VALUE ZEROES.
    01 WS-TIP-OMITIDOS            PIC 9(08) VALUE ZEROES.
    01 WS-TAB-TIPOS.
        05 WS-TIP-ENT OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-CONT-TIPOS
                  INDEXED BY WS-IDX-TIP.
            10 WS-TIP-TIPO        PIC X(03).
            10 WS-TIP-CANT        OCCURS 35 TIMES PIC 9(08).
            10 WS-TIP-VENCIDOS    PIC 9(08).
            10 WS-TIP-RACHA       PIC 9(02).
    01 WS-FLUJO.
        05 WS-FLU-APERTURAS       PIC 9(09) VALUE ZEROES.
        05 WS-FLU-CIERRES         PIC 9(09) VALUE ZEROES.
        05 WS-FLU-DIAS            PIC 9(02) VALUE ZEROES.
        05 WS-FLU-ANT-APERTURAS   PIC 9(09) VALUE ZEROES.
        05 WS-FLU-ANT-CIERRES     PIC 9(09) VALUE ZEROES.
        05 WS-FLU-ANT-DIAS        PIC 9(02) VALUE ZEROES.
    01 WS-FLUJO-NETO              PIC S9(09) VALUE ZEROES.
    01 WS-FLUJO-TASA              PIC S9(07)V9(02) VALUE ZEROES.
    01 WS-CMP-DESC                PIC X(24) VALUE SPACES.
    01 WS-CMP-HOY                 PIC 9(08) VALUE ZEROES.
    01 WS-CMP-AYER                PIC 9(08) VALUE ZEROES.
    01 WS-CMP-SEMANA              PIC 9(08) VALUE ZEROES.
    01 WS-VARIACION               PIC S9(09) VALUE ZEROES.
    01 WS-PRX-DIAS                PIC 9(02) VALUE ZEROES.
    01 WS-PRX-LIMITE              PIC 9(10) VALUE ZEROES.
    01 WS-PRX-TOTAL               PIC 9(08) VALUE ZEROES.
    01 WS-PRX-ACUMULADO           PIC 9(08) VALUE ZEROES.
    01 WS-PRX-PROYECTADOS         PIC 9(08) VALUE ZEROES.
    01 WS-TAB-PROXIMOS.
        05 WS-PRX-CANT            OCCURS 7 TIMES PIC 9(08).
    01 WS-TAB-DESC-CLASES.
        05 FILLER                 PIC X(24) VALUE "ITEMS VENCIDOS".
        05 FILLER                 PIC X(24) VALUE "ITEMS EN AVISO".
        05 FILLER                 PIC X(24) VALUE "ITEMS EN PLAZO".
        05 FILLER                 PIC X(24) VALUE "ITEMS SUSPENDIDOS".
    01 FILLER REDEFINES WS-TAB-DESC-CLASES.
        05 WS-DESC-CLASE          OCCURS 4 TIMES PIC X(24).
    01 WS-LINEA-TITULO.
        05 FILLER                 PIC X(45) VALUE
            "TENDENCIA DE LA CARTERA DE ITEMS - SEMANA AL ".
        05 WS-TIT-FECHA           PIC 9(08).
    01 WS-LINEA-SUBTIT            PIC X(70) VALUE SPACES.
    01 WS-LINEA-FUENTE.
        05 WS-LINFTE-DESC         PIC X(30).
        05 WS-LINFTE-VALOR        PIC Z(07)9.
    01 WS-LINEA-NETO.
        05 WS-LINNET-DESC         PIC X(30).
        05 WS-LINNET-VALOR        PIC -(07)9.
    01 WS-LINEA-TASA.
        05 WS-LINTAS-DESC         PIC X(30).
        05 WS-LINTAS-VALOR        PIC -(07)9.99.
    01 WS-LINEA-CAB-DIA.
        05 FILLER                 PIC X(08) VALUE "FECHA".
        05 FILLER                 PIC X(10) VALUE "  ABIERTOS".
        05 FILLER                 PIC X(10) VALUE "   VAR.DIA".
        05 FILLER                 PIC X(10) VALUE "  VENCIDOS".
        05 FILLER                 PIC X(10) VALUE "   VAR.DIA".
        05 FILLER                 PIC X(10) VALUE "  EN AVISO".
        05 FILLER                 PIC X(10) VALUE "  EN PLAZO".
        05 FILLER                 PIC X(10) VALUE " APERTURAS".
        05 FILLER                 PIC X(10) VALUE "   CIERRES".
        05 FILLER                 PIC X(10) VALUE "  NETO DIA".
    01 WS-LINEA-DIA.
        05 WS-LINDIA-FECHA        PIC 9(08).
        05 FILLER                 PIC X(02).
        05 WS-LINDIA-ABIERTOS     PIC Z(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINDIA-VAR-ABI      PIC -(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINDIA-VENCIDOS     PIC Z(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINDIA-VAR-VEN      PIC -(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINDIA-AVISO        PIC Z(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINDIA-PLAZO        PIC Z(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINDIA-APERTURAS    PIC Z(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINDIA-CIERRES      PIC Z(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINDIA-NETO         PIC -(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINDIA-MARCA        PIC X(12).
    01 WS-LINEA-CAB-COMPARA.
        05 FILLER                 PIC X(24) VALUE "CONCEPTO".
        05 FILLER                 PIC X(08) VALUE "     HOY".
        05 FILLER                 PIC X(10) VALUE "      AYER".
        05 FILLER                 PIC X(10) VALUE "   VAR.DIA".
        05 FILLER                 PIC X(10) VALUE "  HACE 7 D".
        05 FILLER                 PIC X(10) VALUE "   VAR.SEM".
    01 WS-LINEA-COMPARA.
        05 WS-LINCMP-DESC         PIC X(24).
        05 WS-LINCMP-HOY          PIC Z(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINCMP-AYER         PIC Z(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINCMP-VAR-DIA      PIC -(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINCMP-SEMANA       PIC Z(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINCMP-VAR-SEM      PIC -(07)9.
    01 WS-LINEA-CAB-TIPO.
        05 FILLER                 PIC X(08) VALUE "TIPO".
        05 FILLER                 PIC X(08) VALUE "     HOY".
        05 FILLER                 PIC X(10) VALUE "   VAR.DIA".
        05 FILLER                 PIC X(10) VALUE "   VAR.SEM".
        05 FILLER                 PIC X(10) VALUE "  VENCIDOS".
        05 FILLER                 PIC X(10) VALUE " DIAS ALZA".
    01 WS-LINEA-TIPO.
        05 WS-LINTIP-TIPO         PIC X(08).
        05 WS-LINTIP-HOY          PIC Z(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINTIP-VAR-DIA      PIC -(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINTIP-VAR-SEM      PIC -(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINTIP-VENCIDOS     PIC Z(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINTIP-RACHA        PIC Z(07)9.
        05 FILLER                 PIC X(02).
        05 WS-LINTIP-MARCA        PIC X(24).
    01 WS-LINEA-PROXIMO.
        05 FILLER                 PIC X(06) VALUE "ITEM: ".
        05 WS-LINPRX-ID           PIC X(10).
        05 FILLER                 PIC X(08) VALUE "  TIPO: ".
        05 WS-LINPRX-TIPO         PIC X(03).
        05 FILLER                 PIC X(09) VALUE "  CLASE: ".
        05 WS-LINPRX-CLASE        PIC X(08).
        05 FILLER                 PIC X(14) VALUE "  MARGEN SEG: ".
        05 WS-LINPRX-MARGEN       PIC Z(09)9.
        05 FILLER                 PIC X(09) VALUE "  VENCE: ".
        05 WS-LINPRX-FECHA        PIC 9(08).
        05 FILLER                 PIC X(01) VALUE SPACE.
        05 WS-LINPRX-HORA         PIC 9(06).
    01 WS-LINEA-PROYECCION.
        05 FILLER                 PIC X(15) VALUE "HORIZONTE DIA +".
        05 WS-LINPRY-DIAS         PIC 9(01).
        05 FILLER                 PIC X(20) VALUE
            " - PASAN A VENCIDO: ".
        05 WS-LINPRY-PASAN        PIC Z(07)9.
        05 FILLER                 PIC X(26) VALUE
            "  VENCIDOS SIN CIERRES..: ".
        05 WS-LINPRY-VENCIDOS     PIC Z(07)9.
    01 WS-LINEA-FINAL             PIC X(70) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 1-INICIO
    PERFORM 2-CARGAR-CARTERA
    PERFORM 3-ESCRIBIR-MOVIMIENTO
    PERFORM 4-ESCRIBIR-COMPARATIVO
    PERFORM 5-ESCRIBIR-TIPOS
    PERFORM 6-ESCRIBIR-PROXIMOS
    PERFORM 7-FIN
    STOP RUN
    .
1-INICIO.
    PERFORM 1100-LEER-PARAMETROS
    IF WS-DIAS-CRECIMIENTO = ZEROES OR WS-DIAS-CRECIMIENTO > 28
        DISPLAY " *** ERROR: DIAS-CRECIMIENTO DEBE ESTAR ENTRE 01"
                " Y 28 ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-DIAS-PROYECCION = ZEROES OR WS-DIAS-PROYECCION > 7
        DISPLAY " *** ERROR: DIAS-PROYECCION DEBE ESTAR ENTRE 1"
                " Y 7 ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
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
    IF WS-PRM-CLAVE = "DIAS-CRECIMIENTO"
            AND WS-PRM-VALOR (1:2) IS NUMERIC
        MOVE WS-PRM-VALOR (1:2) TO WS-DIAS-CRECIMIENTO
    ELSE
     IF WS-PRM-CLAVE = "DIAS-PROYECCION"
            AND WS-PRM-VALOR (1:1) IS NUMERIC
        MOVE WS-PRM-VALOR (1:1) TO WS-DIAS-PROYECCION
     ELSE
      IF WS-PRM-CLAVE = "FECHA-HASTA"
            AND WS-PRM-VALOR (1:8) IS NUMERIC
        MOVE WS-PRM-VALOR (1:8) TO WS-FECHA-HASTA
      ELSE
        DISPLAY " *** ERROR: TARJETA DE CONTROL INVALIDA: '"
                REG-PARAMETRO (1:40) "' ***"
        CLOSE ARCH-PARAMETROS
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
     END-IF
    END-IF
    .
2-CARGAR-CARTERA.
    IF WS-FECHA-HASTA = ZEROES
        PERFORM 2050-ABRIR-CARTERA
        PERFORM 2200-BUSCAR-ULTIMA-FECHA
            UNTIL FIN-ARCH-CARTERA
        CLOSE ARCH-CARTERA
        IF WS-FECHA-HASTA = ZEROES
            DISPLAY " *** ERROR: LA HISTORIA DE CARTERA (ARCCAR) NO"
                    " TIENE FOTOS COMPLETAS ***"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    COMPUTE WS-DIA-INT-HASTA =
        FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA)
    PERFORM 2250-INICIAR-DIA
        VARYING WS-IDX-D FROM 1 BY 1
        UNTIL WS-IDX-D > CT-DIAS-VENTANA
    PERFORM 2050-ABRIR-CARTERA
    PERFORM 2300-REGISTRAR-FOTO
        UNTIL FIN-ARCH-CARTERA
    CLOSE ARCH-CARTERA
    IF NOT DIA-CON-ANTIGUEDAD (CT-DIA-HOY)
            AND NOT DIA-CON-SLA (CT-DIA-HOY)
        DISPLAY " *** ERROR: NO HAY FOTO DE CARTERA PARA EL "
                WS-FECHA-HASTA " (ARCCAR) ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ZEROES TO WS-CONT-REGISTROS
                   WS-CONT-INVALIDOS
    PERFORM 2050-ABRIR-CARTERA
    PERFORM 2400-ACUMULAR-FOTO
        UNTIL FIN-ARCH-CARTERA
    CLOSE ARCH-CARTERA
    PERFORM 2500-CONSOLIDAR-DIA
        VARYING WS-IDX-D FROM 1 BY 1
        UNTIL WS-IDX-D > CT-DIAS-VENTANA
    IF WS-CONT-INVALIDOS > ZEROES
        DISPLAY " *** AVISO: " WS-CONT-INVALIDOS
                " REGISTROS INVALIDOS OMITIDOS (ARCCAR) ***"
    END-IF
    IF WS-TIP-OMITIDOS > ZEROES
        DISPLAY " *** AVISO: " WS-TIP-OMITIDOS
                " REGISTROS POR TIPO OMITIDOS - MAS DE 200 TIPOS"
                " DISTINTOS (ARCCAR) ***"
    END-IF
    OPEN OUTPUT ARCH-REPORTE
    MOVE WS-FECHA-HASTA TO WS-TIT-FECHA
    WRITE REG-REPORTE FROM WS-LINEA-TITULO
    MOVE "REGISTROS DE HISTORIA LEIDOS: " TO WS-LINFTE-DESC
    MOVE WS-CONT-REGISTROS                TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "DIAS DE ALZA PARA ALERTA....: " TO WS-LINFTE-DESC
    MOVE WS-DIAS-CRECIMIENTO              TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "DIAS DE PROYECCION..........: " TO WS-LINFTE-DESC
    MOVE WS-DIAS-PROYECCION               TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    .
2050-ABRIR-CARTERA.
    MOVE 'N' TO WS-SW-FIN-CARTERA
    OPEN INPUT ARCH-CARTERA
    IF WS-FS-CARTERA NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR LA HISTORIA DE"
                " CARTERA (ARCCAR) - FS=" WS-FS-CARTERA " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2100-LEER-CARTERA
    .
2100-LEER-CARTERA.
    READ ARCH-CARTERA
        AT END SET FIN-ARCH-CARTERA TO TRUE
    END-READ
    IF NOT FIN-ARCH-CARTERA
        PERFORM 2150-VALIDAR-REGISTRO
    END-IF
    .
2150-VALIDAR-REGISTRO.
    MOVE 'N'    TO WS-SW-REG-VALIDO
    MOVE ZEROES TO WS-IDX-DIA
    IF CAR-FECHA IS NUMERIC
            AND CAR-HORA IS NUMERIC
            AND (CAR-DE-ANTIGUEDAD OR CAR-DE-SLA)
            AND (CAR-ES-RESUMEN OR CAR-ES-BANDA OR CAR-ES-CLASE
                 OR CAR-ES-TIPO OR CAR-ES-PROXIMO)
        SET REGISTRO-VALIDO TO TRUE
        IF WS-DIA-INT-HASTA > ZEROES
                AND CAR-FECHA <= WS-FECHA-HASTA
            COMPUTE WS-DESPLAZAMIENTO =
                FUNCTION INTEGER-OF-DATE(CAR-FECHA)
                - WS-DIA-INT-HASTA + CT-DIAS-VENTANA
            IF WS-DESPLAZAMIENTO >= 1
                    AND WS-DESPLAZAMIENTO <= CT-DIAS-VENTANA
                MOVE WS-DESPLAZAMIENTO TO WS-IDX-DIA
            END-IF
        END-IF
    END-IF
    .
2200-BUSCAR-ULTIMA-FECHA.
    IF REGISTRO-VALIDO AND CAR-ES-RESUMEN
            AND CAR-FECHA > WS-FECHA-HASTA
        MOVE CAR-FECHA TO WS-FECHA-HASTA
    END-IF
    PERFORM 2100-LEER-CARTERA
    .
2250-INICIAR-DIA.
    INITIALIZE WS-DIA-ENT (WS-IDX-D)
    COMPUTE WS-DIA-FECHA (WS-IDX-D) = FUNCTION DATE-OF-INTEGER
        (WS-DIA-INT-HASTA - CT-DIAS-VENTANA + WS-IDX-D)
    MOVE 'N' TO WS-DIA-SW-A (WS-IDX-D)
                WS-DIA-SW-V (WS-IDX-D)
                WS-DIA-SW-MOV (WS-IDX-D)
    .
2300-REGISTRAR-FOTO.
    IF REGISTRO-VALIDO AND CAR-ES-RESUMEN AND WS-IDX-DIA > ZEROES
        IF CAR-DE-ANTIGUEDAD
            IF NOT DIA-CON-ANTIGUEDAD (WS-IDX-DIA)
                    OR CAR-HORA > WS-DIA-HORA-A (WS-IDX-DIA)
                MOVE 'S'      TO WS-DIA-SW-A (WS-IDX-DIA)
                MOVE CAR-HORA TO WS-DIA-HORA-A (WS-IDX-DIA)
            END-IF
        ELSE
            IF NOT DIA-CON-SLA (WS-IDX-DIA)
                    OR CAR-HORA > WS-DIA-HORA-V (WS-IDX-DIA)
                MOVE 'S'      TO WS-DIA-SW-V (WS-IDX-DIA)
                MOVE CAR-HORA TO WS-DIA-HORA-V (WS-IDX-DIA)
            END-IF
        END-IF
    END-IF
    PERFORM 2100-LEER-CARTERA
    .
2400-ACUMULAR-FOTO.
    ADD 1 TO WS-CONT-REGISTROS
    MOVE 'N' TO WS-SW-FOTO-VIGENTE
    IF NOT REGISTRO-VALIDO
        ADD 1 TO WS-CONT-INVALIDOS
    ELSE
        IF WS-IDX-DIA > ZEROES
            IF CAR-DE-ANTIGUEDAD
                IF DIA-CON-ANTIGUEDAD (WS-IDX-DIA)
                        AND CAR-HORA = WS-DIA-HORA-A (WS-IDX-DIA)
                    SET FOTO-VIGENTE TO TRUE
                END-IF
            ELSE
                IF DIA-CON-SLA (WS-IDX-DIA)
                        AND CAR-HORA = WS-DIA-HORA-V (WS-IDX-DIA)
                    SET FOTO-VIGENTE TO TRUE
                END-IF
            END-IF
        END-IF
    END-IF
    IF FOTO-VIGENTE
        IF CAR-ES-RESUMEN
            PERFORM 2410-ACUMULAR-RESUMEN
        ELSE
         IF CAR-ES-BANDA
            PERFORM 2420-ACUMULAR-BANDA
         ELSE
          IF CAR-ES-CLASE
            PERFORM 2430-ACUMULAR-CLASE
          ELSE
           IF CAR-ES-TIPO
            PERFORM 2440-ACUMULAR-TIPO
           END-IF
          END-IF
         END-IF
        END-IF
    END-IF
    PERFORM 2100-LEER-CARTERA
    .
2410-ACUMULAR-RESUMEN.
    IF CAR-DE-ANTIGUEDAD
        MOVE CAR-RES-ABIERTOS TO WS-DIA-ABIERTOS-A (WS-IDX-DIA)
    ELSE
        MOVE CAR-RES-ABIERTOS TO WS-DIA-ABIERTOS-V (WS-IDX-DIA)
    END-IF
    IF CAR-RES-MOV-FECHA IS NUMERIC
            AND CAR-RES-MOV-FECHA > ZEROES
        COMPUTE WS-FECHA-DIA-ANTERIOR = FUNCTION DATE-OF-INTEGER
            (WS-DIA-INT-HASTA - CT-DIAS-VENTANA + WS-IDX-DIA - 1)
        IF CAR-RES-MOV-FECHA = WS-DIA-FECHA (WS-IDX-DIA)
                OR CAR-RES-MOV-FECHA = WS-FECHA-DIA-ANTERIOR
            PERFORM 2415-VERIFICAR-MOVIMIENTO
            IF NOT MOVIMIENTO-USADO
                MOVE 'S'               TO WS-DIA-SW-MOV (WS-IDX-DIA)
                MOVE CAR-RES-MOV-FECHA TO WS-DIA-MOV-FECHA (WS-IDX-DIA)
                MOVE CAR-RES-APERTURAS TO WS-DIA-APERTURAS (WS-IDX-DIA)
                MOVE CAR-RES-CIERRES   TO WS-DIA-CIERRES (WS-IDX-DIA)
            END-IF
        END-IF
    END-IF
    .
2415-VERIFICAR-MOVIMIENTO.
    MOVE 'N' TO WS-SW-MOV-USADO
    PERFORM 2416-COMPARAR-MOVIMIENTO
        VARYING WS-IDX-AUX FROM 1 BY 1
        UNTIL WS-IDX-AUX > CT-DIAS-VENTANA
    .
2416-COMPARAR-MOVIMIENTO.
    IF WS-IDX-AUX NOT = WS-IDX-DIA
            AND DIA-CON-MOVIMIENTO (WS-IDX-AUX)
            AND WS-DIA-MOV-FECHA (WS-IDX-AUX) = CAR-RES-MOV-FECHA
        SET MOVIMIENTO-USADO TO TRUE
    END-IF
    .
2420-ACUMULAR-BANDA.
    IF CAR-BAN-NUMERO IS NUMERIC AND CAR-BAN-NUMERO > ZEROES
        MOVE CAR-BAN-NUMERO TO WS-IDX-BANDA
        MOVE CAR-BAN-LIMITE
            TO WS-DIA-BAN-LIMITE (WS-IDX-DIA, WS-IDX-BANDA)
        MOVE CAR-BAN-DESC
            TO WS-DIA-BAN-DESC (WS-IDX-DIA, WS-IDX-BANDA)
        MOVE CAR-BAN-CANTIDAD
            TO WS-DIA-BAN-CANT (WS-IDX-DIA, WS-IDX-BANDA)
        IF WS-IDX-BANDA > WS-DIA-NUM-BANDAS (WS-IDX-DIA)
            MOVE WS-IDX-BANDA TO WS-DIA-NUM-BANDAS (WS-IDX-DIA)
        END-IF
    END-IF
    .
2430-ACUMULAR-CLASE.
    IF CAR-CLA-VENCIDO OR CAR-CLA-AVISO
            OR CAR-CLA-EN-PLAZO OR CAR-CLA-SUSPENDIDO
        MOVE CAR-CLA-CANTIDAD
            TO WS-DIA-CLASE (WS-IDX-DIA, CAR-CLA-NUMERO)
    END-IF
    .
2440-ACUMULAR-TIPO.
    SET WS-IDX-TIP TO 1
    SEARCH WS-TIP-ENT
        AT END
            PERFORM 2450-AGREGAR-TIPO
        WHEN WS-TIP-TIPO (WS-IDX-TIP) = CAR-TIP-TIPO
            CONTINUE
    END-SEARCH
    IF WS-IDX-TIP <= WS-CONT-TIPOS
        MOVE CAR-TIP-ABIERTOS
            TO WS-TIP-CANT (WS-IDX-TIP, WS-IDX-DIA)
        IF WS-IDX-DIA = CT-DIA-HOY
            MOVE CAR-TIP-CLASE (1) TO WS-TIP-VENCIDOS (WS-IDX-TIP)
        END-IF
    END-IF
    .
2450-AGREGAR-TIPO.
    IF WS-CONT-TIPOS < 200
        ADD 1 TO WS-CONT-TIPOS
        SET WS-IDX-TIP TO WS-CONT-TIPOS
        MOVE CAR-TIP-TIPO TO WS-TIP-TIPO (WS-IDX-TIP)
        MOVE ZEROES       TO WS-TIP-VENCIDOS (WS-IDX-TIP)
        MOVE ZEROES       TO WS-TIP-RACHA (WS-IDX-TIP)
        PERFORM 2460-LIMPIAR-CANT-TIPO
            VARYING WS-IDX-D FROM 1 BY 1
            UNTIL WS-IDX-D > CT-DIAS-VENTANA
    ELSE
        ADD 1 TO WS-TIP-OMITIDOS
        SET WS-IDX-TIP TO 201
    END-IF
    .
2460-LIMPIAR-CANT-TIPO.
    MOVE ZEROES TO WS-TIP-CANT (WS-IDX-TIP, WS-IDX-D)
    .
2500-CONSOLIDAR-DIA.
    IF DIA-CON-ANTIGUEDAD (WS-IDX-D)
        MOVE WS-DIA-ABIERTOS-A (WS-IDX-D) TO WS-DIA-ABIERTOS (WS-IDX-D)
    ELSE
        MOVE WS-DIA-ABIERTOS-V (WS-IDX-D) TO WS-DIA-ABIERTOS (WS-IDX-D)
    END-IF
    .
3-ESCRIBIR-MOVIMIENTO.
    MOVE "MOVIMIENTO DIARIO DE LA CARTERA (ULTIMOS 7 DIAS)"
        TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-CAB-DIA
    PERFORM 3100-ESCRIBIR-UN-DIA
        VARYING WS-IDX-D FROM 29 BY 1
        UNTIL WS-IDX-D > CT-DIA-HOY
    PERFORM 3200-SUMAR-FLUJO
        VARYING WS-IDX-D FROM 22 BY 1
        UNTIL WS-IDX-D > CT-DIA-HOY
    PERFORM 3300-ESCRIBIR-FLUJO
    .
3100-ESCRIBIR-UN-DIA.
    MOVE SPACES                    TO WS-LINEA-DIA
    MOVE WS-DIA-FECHA (WS-IDX-D)   TO WS-LINDIA-FECHA
    COMPUTE WS-IDX-ANT = WS-IDX-D - 1
    IF DIA-CON-ANTIGUEDAD (WS-IDX-D) OR DIA-CON-SLA (WS-IDX-D)
        MOVE WS-DIA-ABIERTOS (WS-IDX-D) TO WS-LINDIA-ABIERTOS
        IF DIA-CON-ANTIGUEDAD (WS-IDX-ANT) OR DIA-CON-SLA (WS-IDX-ANT)
            COMPUTE WS-LINDIA-VAR-ABI = WS-DIA-ABIERTOS (WS-IDX-D)
                                      - WS-DIA-ABIERTOS (WS-IDX-ANT)
        END-IF
    ELSE
        MOVE "SIN FOTO"            TO WS-LINDIA-MARCA
    END-IF
    IF DIA-CON-SLA (WS-IDX-D)
        MOVE WS-DIA-CLASE (WS-IDX-D, 1) TO WS-LINDIA-VENCIDOS
        MOVE WS-DIA-CLASE (WS-IDX-D, 2) TO WS-LINDIA-AVISO
        MOVE WS-DIA-CLASE (WS-IDX-D, 3) TO WS-LINDIA-PLAZO
        IF DIA-CON-SLA (WS-IDX-ANT)
            COMPUTE WS-LINDIA-VAR-VEN = WS-DIA-CLASE (WS-IDX-D, 1)
                                      - WS-DIA-CLASE (WS-IDX-ANT, 1)
        END-IF
    END-IF
    IF DIA-CON-MOVIMIENTO (WS-IDX-D)
        MOVE WS-DIA-APERTURAS (WS-IDX-D) TO WS-LINDIA-APERTURAS
        MOVE WS-DIA-CIERRES (WS-IDX-D)   TO WS-LINDIA-CIERRES
        COMPUTE WS-LINDIA-NETO = WS-DIA-APERTURAS (WS-IDX-D)
                               - WS-DIA-CIERRES (WS-IDX-D)
    ELSE
        IF DIA-CON-ANTIGUEDAD (WS-IDX-D) OR DIA-CON-SLA (WS-IDX-D)
            MOVE "SIN MOVIM."      TO WS-LINDIA-MARCA
        END-IF
    END-IF
    WRITE REG-REPORTE FROM WS-LINEA-DIA
    .
3200-SUMAR-FLUJO.
    IF DIA-CON-MOVIMIENTO (WS-IDX-D)
        IF WS-IDX-D > CT-DIA-SEMANA-ANT
            ADD 1                            TO WS-FLU-DIAS
            ADD WS-DIA-APERTURAS (WS-IDX-D)  TO WS-FLU-APERTURAS
            ADD WS-DIA-CIERRES (WS-IDX-D)    TO WS-FLU-CIERRES
        ELSE
            ADD 1                            TO WS-FLU-ANT-DIAS
            ADD WS-DIA-APERTURAS (WS-IDX-D)  TO WS-FLU-ANT-APERTURAS
            ADD WS-DIA-CIERRES (WS-IDX-D)    TO WS-FLU-ANT-CIERRES
        END-IF
    END-IF
    .
3300-ESCRIBIR-FLUJO.
    MOVE "FLUJO NETO DE ENTRADA (APERTURAS MENOS CIERRES)"
        TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    MOVE "DIAS CON MOVIMIENTO.........: " TO WS-LINFTE-DESC
    MOVE WS-FLU-DIAS                      TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "APERTURAS DE LA SEMANA......: " TO WS-LINFTE-DESC
    MOVE WS-FLU-APERTURAS                 TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "CIERRES DE LA SEMANA........: " TO WS-LINFTE-DESC
    MOVE WS-FLU-CIERRES                   TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    COMPUTE WS-FLUJO-NETO = WS-FLU-APERTURAS - WS-FLU-CIERRES
    MOVE "FLUJO NETO DE LA SEMANA.....: " TO WS-LINNET-DESC
    MOVE WS-FLUJO-NETO                    TO WS-LINNET-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-NETO
    MOVE ZEROES TO WS-FLUJO-TASA
    IF WS-FLU-DIAS > ZEROES
        COMPUTE WS-FLUJO-TASA ROUNDED = WS-FLUJO-NETO / WS-FLU-DIAS
    END-IF
    MOVE "FLUJO NETO PROMEDIO DIARIO..: " TO WS-LINTAS-DESC
    MOVE WS-FLUJO-TASA                    TO WS-LINTAS-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-TASA
    COMPUTE WS-FLUJO-NETO =
        WS-FLU-ANT-APERTURAS - WS-FLU-ANT-CIERRES
    MOVE "FLUJO NETO SEMANA ANTERIOR..: " TO WS-LINNET-DESC
    MOVE WS-FLUJO-NETO                    TO WS-LINNET-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-NETO
    MOVE ZEROES TO WS-FLUJO-TASA
    IF WS-FLU-ANT-DIAS > ZEROES
        COMPUTE WS-FLUJO-TASA ROUNDED =
            WS-FLUJO-NETO / WS-FLU-ANT-DIAS
    END-IF
    MOVE "PROMEDIO DIARIO SEM. ANTER..: " TO WS-LINTAS-DESC
    MOVE WS-FLUJO-TASA                    TO WS-LINTAS-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-TASA
    .
4-ESCRIBIR-COMPARATIVO.
    MOVE "COMPARATIVO CONTRA AYER Y CONTRA HACE UNA SEMANA"
        TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-CAB-COMPARA
    MOVE "TOTAL ITEMS ABIERTOS"          TO WS-CMP-DESC
    MOVE WS-DIA-ABIERTOS (CT-DIA-HOY)    TO WS-CMP-HOY
    MOVE WS-DIA-ABIERTOS (CT-DIA-AYER)   TO WS-CMP-AYER
    MOVE WS-DIA-ABIERTOS (CT-DIA-SEMANA-ANT) TO WS-CMP-SEMANA
    MOVE 'N' TO WS-SW-CMP-AYER
                WS-SW-CMP-SEMANA
    IF DIA-CON-ANTIGUEDAD (CT-DIA-AYER) OR DIA-CON-SLA (CT-DIA-AYER)
        SET CMP-CON-AYER TO TRUE
    END-IF
    IF DIA-CON-ANTIGUEDAD (CT-DIA-SEMANA-ANT)
            OR DIA-CON-SLA (CT-DIA-SEMANA-ANT)
        SET CMP-CON-SEMANA TO TRUE
    END-IF
    PERFORM 4900-ESCRIBIR-COMPARA
    IF DIA-CON-SLA (CT-DIA-HOY)
        PERFORM 4100-COMPARAR-CLASE
            VARYING WS-IDX-CLASE FROM 1 BY 1
            UNTIL WS-IDX-CLASE > 4
    ELSE
        MOVE "SIN FOTO DE PGMCALFV PARA LA FECHA - SIN CLASES SLA"
            TO WS-LINEA-FINAL
        WRITE REG-REPORTE FROM WS-LINEA-FINAL
    END-IF
    IF DIA-CON-ANTIGUEDAD (CT-DIA-HOY)
        PERFORM 4200-COMPARAR-BANDA
            VARYING WS-IDX-BANDA FROM 1 BY 1
            UNTIL WS-IDX-BANDA > WS-DIA-NUM-BANDAS (CT-DIA-HOY)
    ELSE
        MOVE "SIN FOTO DE PGMCALFA PARA LA FECHA - SIN BANDAS"
            TO WS-LINEA-FINAL
        WRITE REG-REPORTE FROM WS-LINEA-FINAL
    END-IF
    .
4100-COMPARAR-CLASE.
    MOVE WS-DESC-CLASE (WS-IDX-CLASE) TO WS-CMP-DESC
    MOVE WS-DIA-CLASE (CT-DIA-HOY, WS-IDX-CLASE)  TO WS-CMP-HOY
    MOVE WS-DIA-CLASE (CT-DIA-AYER, WS-IDX-CLASE) TO WS-CMP-AYER
    MOVE WS-DIA-CLASE (CT-DIA-SEMANA-ANT, WS-IDX-CLASE)
        TO WS-CMP-SEMANA
    MOVE WS-DIA-SW-V (CT-DIA-AYER)       TO WS-SW-CMP-AYER
    MOVE WS-DIA-SW-V (CT-DIA-SEMANA-ANT) TO WS-SW-CMP-SEMANA
    PERFORM 4900-ESCRIBIR-COMPARA
    .
4200-COMPARAR-BANDA.
    MOVE SPACES TO WS-CMP-DESC
    STRING "BANDA " DELIMITED BY SIZE
           WS-DIA-BAN-DESC (CT-DIA-HOY, WS-IDX-BANDA)
                    DELIMITED BY SIZE
        INTO WS-CMP-DESC
    END-STRING
    MOVE WS-DIA-BAN-CANT (CT-DIA-HOY, WS-IDX-BANDA)  TO WS-CMP-HOY
    MOVE WS-DIA-BAN-CANT (CT-DIA-AYER, WS-IDX-BANDA) TO WS-CMP-AYER
    MOVE WS-DIA-BAN-CANT (CT-DIA-SEMANA-ANT, WS-IDX-BANDA)
        TO WS-CMP-SEMANA
    MOVE 'N' TO WS-SW-CMP-AYER
                WS-SW-CMP-SEMANA
    IF DIA-CON-ANTIGUEDAD (CT-DIA-AYER)
            AND WS-DIA-NUM-BANDAS (CT-DIA-AYER) =
                WS-DIA-NUM-BANDAS (CT-DIA-HOY)
            AND WS-DIA-BAN-LIMITE (CT-DIA-AYER, WS-IDX-BANDA) =
                WS-DIA-BAN-LIMITE (CT-DIA-HOY, WS-IDX-BANDA)
        SET CMP-CON-AYER TO TRUE
    END-IF
    IF DIA-CON-ANTIGUEDAD (CT-DIA-SEMANA-ANT)
            AND WS-DIA-NUM-BANDAS (CT-DIA-SEMANA-ANT) =
                WS-DIA-NUM-BANDAS (CT-DIA-HOY)
            AND WS-DIA-BAN-LIMITE (CT-DIA-SEMANA-ANT, WS-IDX-BANDA) =
                WS-DIA-BAN-LIMITE (CT-DIA-HOY, WS-IDX-BANDA)
        SET CMP-CON-SEMANA TO TRUE
    END-IF
    PERFORM 4900-ESCRIBIR-COMPARA
    .
4900-ESCRIBIR-COMPARA.
    MOVE SPACES      TO WS-LINEA-COMPARA
    MOVE WS-CMP-DESC TO WS-LINCMP-DESC
    MOVE WS-CMP-HOY  TO WS-LINCMP-HOY
    IF CMP-CON-AYER
        MOVE WS-CMP-AYER TO WS-LINCMP-AYER
        COMPUTE WS-LINCMP-VAR-DIA = WS-CMP-HOY - WS-CMP-AYER
    END-IF
    IF CMP-CON-SEMANA
        MOVE WS-CMP-SEMANA TO WS-LINCMP-SEMANA
        COMPUTE WS-LINCMP-VAR-SEM = WS-CMP-HOY - WS-CMP-SEMANA
    END-IF
    WRITE REG-REPORTE FROM WS-LINEA-COMPARA
    .
5-ESCRIBIR-TIPOS.
    MOVE "ITEMS ABIERTOS POR TIPO" TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    IF DIA-CON-SLA (CT-DIA-HOY)
        WRITE REG-REPORTE FROM WS-LINEA-CAB-TIPO
        PERFORM 5100-ESCRIBIR-UN-TIPO
            VARYING WS-IDX-TIP FROM 1 BY 1
            UNTIL WS-IDX-TIP > WS-CONT-TIPOS
        MOVE "TIPOS EN ALZA SOSTENIDA.....: " TO WS-LINFTE-DESC
        MOVE WS-CONT-TIPOS-ALZA               TO WS-LINFTE-VALOR
        WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    ELSE
        MOVE "SIN FOTO DE PGMCALFV PARA LA FECHA - SIN DESGLOSE"
            TO WS-LINEA-FINAL
        WRITE REG-REPORTE FROM WS-LINEA-FINAL
    END-IF
    .
5100-ESCRIBIR-UN-TIPO.
    PERFORM 5200-CALCULAR-RACHA
    IF WS-TIP-CANT (WS-IDX-TIP, CT-DIA-HOY) > ZEROES
            OR WS-TIP-RACHA (WS-IDX-TIP) > ZEROES
            OR DIA-CON-SLA (CT-DIA-AYER)
                AND WS-TIP-CANT (WS-IDX-TIP, CT-DIA-AYER) > ZEROES
        MOVE SPACES                    TO WS-LINEA-TIPO
        MOVE WS-TIP-TIPO (WS-IDX-TIP)  TO WS-LINTIP-TIPO
        MOVE WS-TIP-CANT (WS-IDX-TIP, CT-DIA-HOY) TO WS-LINTIP-HOY
        IF DIA-CON-SLA (CT-DIA-AYER)
            COMPUTE WS-LINTIP-VAR-DIA =
                WS-TIP-CANT (WS-IDX-TIP, CT-DIA-HOY)
              - WS-TIP-CANT (WS-IDX-TIP, CT-DIA-AYER)
        END-IF
        IF DIA-CON-SLA (CT-DIA-SEMANA-ANT)
            COMPUTE WS-LINTIP-VAR-SEM =
                WS-TIP-CANT (WS-IDX-TIP, CT-DIA-HOY)
              - WS-TIP-CANT (WS-IDX-TIP, CT-DIA-SEMANA-ANT)
        END-IF
        MOVE WS-TIP-VENCIDOS (WS-IDX-TIP) TO WS-LINTIP-VENCIDOS
        MOVE WS-TIP-RACHA (WS-IDX-TIP)    TO WS-LINTIP-RACHA
        IF WS-TIP-RACHA (WS-IDX-TIP) >= WS-DIAS-CRECIMIENTO
            MOVE "*** ALZA SOSTENIDA ***" TO WS-LINTIP-MARCA
            ADD 1 TO WS-CONT-TIPOS-ALZA
            SET HAY-TIPO-EN-ALZA TO TRUE
        END-IF
        WRITE REG-REPORTE FROM WS-LINEA-TIPO
    END-IF
    .
5200-CALCULAR-RACHA.
    MOVE ZEROES     TO WS-TIP-RACHA (WS-IDX-TIP)
    MOVE CT-DIA-HOY TO WS-IDX-D
    MOVE 'N'        TO WS-SW-RACHA-CORTADA
    PERFORM 5210-COMPARAR-DIA
        UNTIL RACHA-CORTADA
    .
5210-COMPARAR-DIA.
    PERFORM 5220-BUSCAR-DIA-ANTERIOR
    IF WS-IDX-ANT = ZEROES
        SET RACHA-CORTADA TO TRUE
    ELSE
        IF WS-TIP-CANT (WS-IDX-TIP, WS-IDX-D) >
                WS-TIP-CANT (WS-IDX-TIP, WS-IDX-ANT)
            ADD 1 TO WS-TIP-RACHA (WS-IDX-TIP)
            MOVE WS-IDX-ANT TO WS-IDX-D
        ELSE
            SET RACHA-CORTADA TO TRUE
        END-IF
    END-IF
    .
5220-BUSCAR-DIA-ANTERIOR.
    MOVE ZEROES TO WS-IDX-ANT
    COMPUTE WS-IDX-AUX-INI = WS-IDX-D - 1
    PERFORM 5230-PROBAR-DIA
        VARYING WS-IDX-AUX FROM WS-IDX-AUX-INI BY -1
        UNTIL WS-IDX-AUX < 1
        OR WS-IDX-ANT > ZEROES
    .
5230-PROBAR-DIA.
    IF DIA-CON-SLA (WS-IDX-AUX)
        MOVE WS-IDX-AUX TO WS-IDX-ANT
    END-IF
    .
6-ESCRIBIR-PROXIMOS.
    MOVE "ITEMS QUE PASAN A VENCIDO SI NO SE CIERRAN"
        TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    IF DIA-CON-SLA (CT-DIA-HOY)
        MOVE ZEROES TO WS-TAB-PROXIMOS
        COMPUTE WS-PRX-LIMITE = WS-DIAS-PROYECCION * CT-SEG-DD
        PERFORM 2050-ABRIR-CARTERA
        PERFORM 6100-EVALUAR-PROXIMO
            UNTIL FIN-ARCH-CARTERA
        CLOSE ARCH-CARTERA
        MOVE ZEROES TO WS-PRX-ACUMULADO
        PERFORM 6300-ESCRIBIR-PROYECCION
            VARYING WS-IDX-PROX FROM 1 BY 1
            UNTIL WS-IDX-PROX > WS-DIAS-PROYECCION
        MOVE "TOTAL PROXIMOS A VENCER.....: " TO WS-LINFTE-DESC
        MOVE WS-PRX-TOTAL                     TO WS-LINFTE-VALOR
        WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    ELSE
        MOVE "SIN FOTO DE PGMCALFV PARA LA FECHA - SIN PROYECCION"
            TO WS-LINEA-FINAL
        WRITE REG-REPORTE FROM WS-LINEA-FINAL
    END-IF
    .
6100-EVALUAR-PROXIMO.
    IF REGISTRO-VALIDO AND CAR-DE-SLA AND CAR-ES-PROXIMO
            AND WS-IDX-DIA = CT-DIA-HOY
            AND CAR-HORA = WS-DIA-HORA-V (CT-DIA-HOY)
            AND CAR-PRX-MARGEN IS NUMERIC
            AND CAR-PRX-MARGEN < WS-PRX-LIMITE
        PERFORM 6200-ESCRIBIR-PROXIMO
    END-IF
    PERFORM 2100-LEER-CARTERA
    .
6200-ESCRIBIR-PROXIMO.
    ADD 1 TO WS-PRX-TOTAL
    DIVIDE CT-SEG-DD INTO CAR-PRX-MARGEN
        GIVING WS-PRX-DIAS
    END-DIVIDE
    ADD 1 TO WS-PRX-DIAS
    ADD 1 TO WS-PRX-CANT (WS-PRX-DIAS)
    MOVE CAR-PRX-ID          TO WS-LINPRX-ID
    MOVE CAR-PRX-ID (1:3)    TO WS-LINPRX-TIPO
    IF CAR-PRX-CLASE = 2
        MOVE "AVISO"         TO WS-LINPRX-CLASE
    ELSE
        MOVE "EN PLAZO"      TO WS-LINPRX-CLASE
    END-IF
    MOVE CAR-PRX-MARGEN      TO WS-LINPRX-MARGEN
    IF CAR-PRX-VENCE-FECHA IS NUMERIC
            AND CAR-PRX-VENCE-HORA IS NUMERIC
        MOVE CAR-PRX-VENCE-FECHA TO WS-LINPRX-FECHA
        MOVE CAR-PRX-VENCE-HORA  TO WS-LINPRX-HORA
    ELSE
        MOVE ZEROES              TO WS-LINPRX-FECHA
        MOVE ZEROES              TO WS-LINPRX-HORA
    END-IF
    WRITE REG-REPORTE FROM WS-LINEA-PROXIMO
    .
6300-ESCRIBIR-PROYECCION.
    ADD WS-PRX-CANT (WS-IDX-PROX) TO WS-PRX-ACUMULADO
    COMPUTE WS-PRX-PROYECTADOS =
        WS-DIA-CLASE (CT-DIA-HOY, 1) + WS-PRX-ACUMULADO
    MOVE WS-IDX-PROX        TO WS-LINPRY-DIAS
    MOVE WS-PRX-ACUMULADO   TO WS-LINPRY-PASAN
    MOVE WS-PRX-PROYECTADOS TO WS-LINPRY-VENCIDOS
    WRITE REG-REPORTE FROM WS-LINEA-PROYECCION
    .
7-FIN.
    IF HAY-TIPO-EN-ALZA
        MOVE "*** AVISO: HAY TIPOS CON LA CARTERA EN ALZA SOSTENIDA ***"
            TO WS-LINEA-FINAL
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE "RESULTADO: NINGUN TIPO CON LA CARTERA EN ALZA SOSTENIDA"
            TO WS-LINEA-FINAL
    END-IF
    WRITE REG-REPORTE FROM WS-LINEA-FINAL
    CLOSE ARCH-REPORTE
    .
