IDENTIFICATION DIVISION.
PROGRAM-ID. PGMCALFD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-CAMBIOS       ASSIGN "ARCCMB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-CAMBIOS.
    SELECT ARCH-INTERFAZ-HIST ASSIGN "ARCIFH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-INTERFAZ.
    SELECT ARCH-FERIADOS      ASSIGN "ARCFER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-FERIADOS.
    SELECT ARCH-SLA           ASSIGN "ARCSLA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-SLA.
    SELECT ARCH-ITEMS         ASSIGN "ARCITM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-ITEMS.
    SELECT ARCH-REPORTE       ASSIGN "ARCRET"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-CORRECCIONES  ASSIGN "ARCCOR"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  ARCH-CAMBIOS.
    01 REG-CAMBIO.
        05 CMB-TIPO               PIC X(01).
            88 CMB-FERIADO            VALUE 'F'.
            88 CMB-ZONA               VALUE 'Z'.
        05 CMB-CODIGO             PIC X(03).
        05 CMB-DESDE              PIC X(08).
        05 FILLER REDEFINES CMB-DESDE.
            10 CMB-DESDE-AAAA     PIC 9(04).
            10 CMB-DESDE-MM       PIC 9(02).
            10 CMB-DESDE-DD       PIC 9(02).
        05 CMB-HASTA              PIC X(08).
        05 FILLER REDEFINES CMB-HASTA.
            10 CMB-HASTA-AAAA     PIC 9(04).
            10 CMB-HASTA-MM       PIC 9(02).
            10 CMB-HASTA-DD       PIC 9(02).
        05 FILLER                 PIC X(60).
FD  ARCH-INTERFAZ-HIST.
    COPY CALFIFH.
FD  ARCH-FERIADOS.
    COPY CALFFER.
FD  ARCH-SLA.
    COPY CALFSLA.
FD  ARCH-ITEMS.
    COPY CALFITM.
FD  ARCH-REPORTE.
    01 REG-REPORTE            PIC X(120).
FD  ARCH-CORRECCIONES.
    01 REG-CORRECCION         PIC X(128).
WORKING-STORAGE SECTION.
    COPY CALFCWS.
    COPY CALFLNK.
    COPY CALFCOR.
    01 WS-SWITCHES.
        05 WS-SW-FIN-CAMBIOS      PIC X(01) VALUE 'N'.
            88 FIN-ARCH-CAMBIOS          VALUE 'S'.
        05 WS-SW-FIN-INTERFAZ     PIC X(01) VALUE 'N'.
            88 FIN-ARCH-INTERFAZ         VALUE 'S'.
        05 WS-SW-FIN-FERIADOS     PIC X(01) VALUE 'N'.
            88 FIN-ARCH-FERIADOS         VALUE 'S'.
        05 WS-SW-FIN-SLA          PIC X(01) VALUE 'N'.
            88 FIN-ARCH-SLA              VALUE 'S'.
        05 WS-SW-FIN-ITEMS        PIC X(01) VALUE 'N'.
            88 FIN-ARCH-ITEMS            VALUE 'S'.
        05 WS-SW-SLA-HALLADO      PIC X(01) VALUE 'N'.
            88 SLA-HALLADO               VALUE 'S'.
        05 WS-SW-ES-FERIADO       PIC X(01) VALUE 'N'.
            88 ES-FERIADO                VALUE 'S'.
        05 WS-SW-CAMBIO-HALLADO   PIC X(01) VALUE 'N'.
            88 CAMBIO-HALLADO            VALUE 'S'.
        05 WS-SW-AFECTADO         PIC X(01) VALUE 'N'.
            88 DETALLE-AFECTADO          VALUE 'S'.
        05 WS-SW-CABECERA         PIC X(01) VALUE 'N'.
            88 CABECERA-ESCRITA          VALUE 'S'.
        05 WS-SW-CUMPLE-ANT       PIC X(01) VALUE 'N'.
            88 CUMPLIA-ANTES             VALUE 'S'.
        05 WS-SW-CUMPLE-NUEVO     PIC X(01) VALUE 'N'.
            88 CUMPLE-AHORA              VALUE 'S'.
    01 WS-FS-CAMBIOS              PIC X(02) VALUE SPACES.
    01 WS-FS-INTERFAZ             PIC X(02) VALUE SPACES.
    01 WS-FS-FERIADOS             PIC X(02) VALUE SPACES.
    01 WS-FS-SLA                  PIC X(02) VALUE SPACES.
    01 WS-FS-ITEMS                PIC X(02) VALUE SPACES.
    01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
    01 WS-CALENDARIO              PIC X(03) VALUE SPACES.
    01 WS-CONT-CAMBIOS            PIC 9(03) VALUE ZEROES.
    01 WS-TAB-CAMBIOS.
        05 WS-CMB-ENT OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-CONT-CAMBIOS.
            10 WS-CMB-TIPO        PIC X(01).
            10 WS-CMB-CODIGO      PIC X(03).
            10 WS-CMB-DESDE       PIC 9(08).
            10 WS-CMB-HASTA       PIC 9(08).
    01 WS-IDX-CAMBIO              PIC 9(03) VALUE ZEROES.
    01 WS-BUSQUEDA.
        05 WS-BUS-TIPO            PIC X(01).
        05 WS-BUS-CODIGO          PIC X(03).
        05 WS-BUS-DESDE           PIC 9(08).
        05 WS-BUS-HASTA           PIC 9(08).
    01 WS-CONT-FERIADOS           PIC 9(04) VALUE ZEROES.
    01 WS-FER-OMITIDOS            PIC 9(04) VALUE ZEROES.
    01 WS-TAB-FERIADOS.
        05 WS-FER-ENT OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WS-CONT-FERIADOS
                  INDEXED BY WS-IDX-FER.
            10 WS-FER-CALENDARIO  PIC X(03).
            10 WS-FER-FECHA       PIC 9(08).
    01 WS-CAL-BUSCADO             PIC X(03) VALUE SPACES.
    01 WS-CONT-SLA                PIC 9(03) VALUE ZEROES.
    01 WS-SLA-OMITIDOS            PIC 9(04) VALUE ZEROES.
    01 WS-TAB-SLA.
        05 WS-SLA-ENT OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-CONT-SLA
                  INDEXED BY WS-IDX-SLA.
            10 WS-SLA-TIPO        PIC X(03).
            10 WS-SLA-OBJETIVO    PIC 9(09).
            10 WS-SLA-CALENDARIO  PIC X(03).
    01 WS-ENT-DATOS               PIC X(79) VALUE SPACES.
    01 WS-ENT-TS REDEFINES WS-ENT-DATOS.
        05 WS-ENT-TS-FECHA-INI    PIC 9(08).
        05 WS-ENT-TS-HORA-INI     PIC 9(06).
        05 WS-ENT-TS-FECHA-FIN    PIC 9(08).
        05 WS-ENT-TS-HORA-FIN     PIC 9(06).
        05 WS-ENT-TS-ZONA-INI     PIC X(03).
        05 WS-ENT-TS-ZONA-FIN     PIC X(03).
        05 FILLER                 PIC X(45).
    01 WS-ENT-HAB REDEFINES WS-ENT-DATOS.
        05 WS-ENT-HAB-FECHA       PIC 9(08).
        05 WS-ENT-HAB-SEGUNDOS    PIC X(20).
        05 FILLER                 PIC X(51).
    01 WS-RECALCULO.
        05 WS-ESTADO-ANT          PIC X(01).
        05 WS-ESTADO-NUEVO        PIC X(01).
        05 WS-SEG-ANT             PIC S9(18) VALUE ZEROES.
        05 WS-SEG-NUEVO           PIC S9(18) VALUE ZEROES.
        05 WS-SEG-DIF             PIC S9(18) VALUE ZEROES.
        05 WS-HAB-ANT             PIC 9(10) VALUE ZEROES.
        05 WS-HAB-NUEVO           PIC 9(10) VALUE ZEROES.
        05 WS-HAB-DIF             PIC S9(10) VALUE ZEROES.
    01 WS-DIAS-INT-INICIO         PIC S9(09) VALUE ZEROES.
    01 WS-DIAS-INT-FIN            PIC S9(09) VALUE ZEROES.
    01 WS-DIAS-INT-TRABAJO        PIC S9(09) VALUE ZEROES.
    01 WS-FECHA-TRABAJO           PIC 9(08) VALUE ZEROES.
    01 WS-DIA-SEMANA              PIC 9(01) VALUE ZEROES.
    01 WS-CORRIDA.
        05 WS-CORR-RUN-ID         PIC X(08) VALUE SPACES.
        05 WS-CORR-FECHA          PIC 9(08) VALUE ZEROES.
        05 WS-CORR-SECUENCIA      PIC 9(08) VALUE ZEROES.
        05 WS-DET-SECUENCIA       PIC 9(08) VALUE ZEROES.
        05 WS-CORR-AFECTADOS      PIC 9(08) VALUE ZEROES.
        05 WS-CORR-SIN-DIF        PIC 9(08) VALUE ZEROES.
        05 WS-CORR-CORREGIDOS     PIC 9(08) VALUE ZEROES.
        05 WS-CORR-DIF-SEG        PIC S9(18) VALUE ZEROES.
        05 WS-CORR-DIF-HAB        PIC S9(10) VALUE ZEROES.
    01 WS-CONTADORES.
        05 WS-CONT-LEIDOS         PIC 9(08) VALUE ZEROES.
        05 WS-CONT-CORRIDAS       PIC 9(08) VALUE ZEROES.
        05 WS-CONT-CORR-AFECT     PIC 9(08) VALUE ZEROES.
        05 WS-CONT-SIN-TRAILER    PIC 9(08) VALUE ZEROES.
        05 WS-CONT-DETALLES       PIC 9(08) VALUE ZEROES.
        05 WS-CONT-AFECTADOS      PIC 9(08) VALUE ZEROES.
        05 WS-CONT-SIN-DIF        PIC 9(08) VALUE ZEROES.
        05 WS-CONT-CORREGIDOS     PIC 9(08) VALUE ZEROES.
        05 WS-TOT-DIF-SEG         PIC S9(18) VALUE ZEROES.
        05 WS-TOT-DIF-HAB         PIC S9(10) VALUE ZEROES.
        05 WS-CONT-ITEMS          PIC 9(08) VALUE ZEROES.
        05 WS-CONT-REEVALUADOS    PIC 9(08) VALUE ZEROES.
        05 WS-CONT-A-INCUMPLIDO   PIC 9(08) VALUE ZEROES.
        05 WS-CONT-A-CUMPLIDO     PIC 9(08) VALUE ZEROES.
    01 WS-RES-ANT                 PIC S9(18) VALUE ZEROES.
    01 WS-RES-NUEVA               PIC S9(18) VALUE ZEROES.
    01 WS-LINEA-TITULO.
        05 FILLER                 PIC X(62) VALUE
            "RECALCULO RETROACTIVO POR CAMBIOS DE CALENDARIO/ZONA - FECHA: ".
        05 WS-TIT-FECHA           PIC 9(08).
    01 WS-LINEA-SUBTIT            PIC X(80) VALUE SPACES.
    01 WS-LINEA-CAMBIO.
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-LINCMB-TIPO         PIC X(10).
        05 FILLER                 PIC X(01) VALUE SPACE.
        05 WS-LINCMB-CODIGO       PIC X(03).
        05 FILLER                 PIC X(09) VALUE "  DESDE: ".
        05 WS-LINCMB-DESDE        PIC 9(08).
        05 FILLER                 PIC X(09) VALUE "  HASTA: ".
        05 WS-LINCMB-HASTA        PIC 9(08).
    01 WS-LINEA-CORRIDA.
        05 FILLER                 PIC X(09) VALUE "CORRIDA: ".
        05 WS-LINCOR-RUN-ID       PIC X(08).
        05 FILLER                 PIC X(09) VALUE "  FECHA: ".
        05 WS-LINCOR-FECHA        PIC 9(08).
    01 WS-LINEA-DETALLE.
        05 FILLER                 PIC X(07) VALUE "  SEC: ".
        05 WS-LINDET-SECUENCIA    PIC Z(07)9.
        05 FILLER                 PIC X(08) VALUE "  TIPO: ".
        05 WS-LINDET-TIPO         PIC X(01).
        05 FILLER                 PIC X(07) VALUE "  EST: ".
        05 WS-LINDET-ESTADO-ANT   PIC X(01).
        05 FILLER                 PIC X(01) VALUE "/".
        05 WS-LINDET-ESTADO-NUEVO PIC X(01).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-LINDET-UNIDAD       PIC X(08).
        05 FILLER                 PIC X(07) VALUE "  ANT: ".
        05 WS-LINDET-ANTERIOR     PIC -(11)9.
        05 FILLER                 PIC X(09) VALUE "  NUEVO: ".
        05 WS-LINDET-NUEVO        PIC -(11)9.
        05 FILLER                 PIC X(07) VALUE "  DIF: ".
        05 WS-LINDET-DIFERENCIA   PIC -(11)9.
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-LINDET-MARCA        PIC X(14).
    01 WS-LINEA-DATOS.
        05 FILLER                 PIC X(17) VALUE "         DATOS: '".
        05 WS-LINDAT-DATOS        PIC X(34).
        05 FILLER                 PIC X(01) VALUE "'".
    01 WS-LINEA-ITEM.
        05 FILLER                 PIC X(07) VALUE "  ITEM ".
        05 WS-LINITM-ID           PIC X(10).
        05 FILLER                 PIC X(06) VALUE "  CAL ".
        05 WS-LINITM-CALENDARIO   PIC X(03).
        05 FILLER                 PIC X(09) VALUE "  CIERRE ".
        05 WS-LINITM-CIERRE       PIC 9(08).
        05 FILLER                 PIC X(07) VALUE "  ANT: ".
        05 WS-LINITM-ANTERIOR     PIC -(09)9.
        05 FILLER                 PIC X(09) VALUE "  NUEVA: ".
        05 WS-LINITM-NUEVA        PIC -(09)9.
        05 FILLER                 PIC X(07) VALUE "  OBJ: ".
        05 WS-LINITM-OBJETIVO     PIC Z(08)9.
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-LINITM-CLASIF       PIC X(22).
    01 WS-LINEA-FUENTE.
        05 WS-LINFTE-DESC         PIC X(30).
        05 WS-LINFTE-VALOR        PIC Z(07)9.
    01 WS-LINEA-IMPORTE.
        05 WS-LINIMP-DESC         PIC X(30).
        05 WS-LINIMP-VALOR        PIC -(17)9.
PROCEDURE DIVISION.
    PERFORM 1-INICIO
    PERFORM 2-PROCESAR-INTERFAZ
    PERFORM 3-PROCESAR-ITEMS
    PERFORM 4-ESCRIBIR-TOTALES
    PERFORM 5-FIN
    STOP RUN
    .
1-INICIO.
    ACCEPT WS-CALENDARIO
    IF WS-CALENDARIO = SPACES OR WS-CALENDARIO = LOW-VALUES
        MOVE 'GEN' TO WS-CALENDARIO
    END-IF
    ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
    PERFORM 1100-CARGAR-CAMBIOS
    PERFORM 1200-CARGAR-FERIADOS
    PERFORM 1300-CARGAR-SLA
    OPEN OUTPUT ARCH-REPORTE
    OPEN OUTPUT ARCH-CORRECCIONES
    MOVE WS-FECHA-HOY TO WS-TIT-FECHA
    WRITE REG-REPORTE FROM WS-LINEA-TITULO
    MOVE SPACES TO WS-LINEA-SUBTIT
    STRING "CAMBIOS EVALUADOS (CALENDARIO DE LA CORRIDA NOCTURNA: "
                                    DELIMITED BY SIZE
           WS-CALENDARIO            DELIMITED BY SIZE
           ")"                      DELIMITED BY SIZE
        INTO WS-LINEA-SUBTIT
    END-STRING
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    PERFORM 1400-LISTAR-CAMBIO
        VARYING WS-IDX-CAMBIO FROM 1 BY 1
        UNTIL WS-IDX-CAMBIO > WS-CONT-CAMBIOS
    .
1100-CARGAR-CAMBIOS.
    MOVE ZEROES TO WS-CONT-CAMBIOS
    OPEN INPUT ARCH-CAMBIOS
    IF WS-FS-CAMBIOS NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR LA LISTA DE CAMBIOS"
                " (ARCCMB) - FS=" WS-FS-CAMBIOS " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1110-LEER-CAMBIO
    PERFORM 1120-CARGAR-UN-CAMBIO
        UNTIL FIN-ARCH-CAMBIOS
    CLOSE ARCH-CAMBIOS
    IF WS-CONT-CAMBIOS = ZEROES
        DISPLAY " *** ERROR: LA LISTA DE CAMBIOS (ARCCMB) ESTA VACIA ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    .
1110-LEER-CAMBIO.
    READ ARCH-CAMBIOS
        AT END SET FIN-ARCH-CAMBIOS TO TRUE
    END-READ
    .
1120-CARGAR-UN-CAMBIO.
    IF REG-CAMBIO = SPACES OR REG-CAMBIO (1:1) = '*'
        CONTINUE
    ELSE
        IF CMB-HASTA = SPACES OR CMB-HASTA = ZEROES
            MOVE CMB-DESDE TO CMB-HASTA
        END-IF
        IF (CMB-FERIADO OR CMB-ZONA)
                AND CMB-CODIGO NOT = SPACES
                AND CMB-DESDE IS NUMERIC
                AND CMB-DESDE-AAAA >= 1601
                AND CMB-DESDE-MM >= 01 AND CMB-DESDE-MM <= 12
                AND CMB-DESDE-DD >= 01 AND CMB-DESDE-DD <= 31
                AND CMB-HASTA IS NUMERIC
                AND CMB-HASTA-AAAA >= 1601
                AND CMB-HASTA-MM >= 01 AND CMB-HASTA-MM <= 12
                AND CMB-HASTA-DD >= 01 AND CMB-HASTA-DD <= 31
                AND CMB-HASTA >= CMB-DESDE
                AND WS-CONT-CAMBIOS < 200
            ADD 1 TO WS-CONT-CAMBIOS
            MOVE CMB-TIPO   TO WS-CMB-TIPO (WS-CONT-CAMBIOS)
            MOVE CMB-CODIGO TO WS-CMB-CODIGO (WS-CONT-CAMBIOS)
            MOVE CMB-DESDE  TO WS-CMB-DESDE (WS-CONT-CAMBIOS)
            MOVE CMB-HASTA  TO WS-CMB-HASTA (WS-CONT-CAMBIOS)
        ELSE
            DISPLAY " *** ERROR: TARJETA DE CAMBIO INVALIDA: '"
                    REG-CAMBIO (1:20) "' ***"
            CLOSE ARCH-CAMBIOS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM 1110-LEER-CAMBIO
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
1300-CARGAR-SLA.
    MOVE ZEROES TO WS-CONT-SLA
    MOVE 'N'    TO WS-SW-FIN-SLA
    OPEN INPUT ARCH-SLA
    IF WS-FS-SLA NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR EL MAESTRO SLA"
                " (ARCSLA) - FS=" WS-FS-SLA " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1310-LEER-SLA
    PERFORM 1320-CARGAR-UN-SLA
        UNTIL FIN-ARCH-SLA
    CLOSE ARCH-SLA
    IF WS-SLA-OMITIDOS > ZEROES
        DISPLAY " *** AVISO: " WS-SLA-OMITIDOS
                " REGISTROS SLA INVALIDOS O SOBRE EL TOPE DE"
                " 100 OMITIDOS (ARCSLA) ***"
    END-IF
    .
1310-LEER-SLA.
    READ ARCH-SLA
        AT END SET FIN-ARCH-SLA TO TRUE
    END-READ
    .
1320-CARGAR-UN-SLA.
    IF SLA-TIPO-ITEM NOT = SPACES
            AND SLA-OBJETIVO-SEG IS NUMERIC
            AND WS-CONT-SLA < 100
        ADD 1 TO WS-CONT-SLA
        MOVE SLA-TIPO-ITEM    TO WS-SLA-TIPO (WS-CONT-SLA)
        MOVE SLA-OBJETIVO-SEG TO WS-SLA-OBJETIVO (WS-CONT-SLA)
        MOVE SLA-CALENDARIO   TO WS-SLA-CALENDARIO (WS-CONT-SLA)
    ELSE
        ADD 1 TO WS-SLA-OMITIDOS
    END-IF
    PERFORM 1310-LEER-SLA
    .
1400-LISTAR-CAMBIO.
    IF WS-CMB-TIPO (WS-IDX-CAMBIO) = 'F'
        MOVE "FERIADO"    TO WS-LINCMB-TIPO
    ELSE
        MOVE "ZONA"       TO WS-LINCMB-TIPO
    END-IF
    MOVE WS-CMB-CODIGO (WS-IDX-CAMBIO) TO WS-LINCMB-CODIGO
    MOVE WS-CMB-DESDE (WS-IDX-CAMBIO)  TO WS-LINCMB-DESDE
    MOVE WS-CMB-HASTA (WS-IDX-CAMBIO)  TO WS-LINCMB-HASTA
    WRITE REG-REPORTE FROM WS-LINEA-CAMBIO
    .
2-PROCESAR-INTERFAZ.
    MOVE SPACES TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    MOVE "RESULTADOS DE LA INTERFAZ (ARCIFZ RETENIDOS) AFECTADOS"
        TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    OPEN INPUT ARCH-INTERFAZ-HIST
    IF WS-FS-INTERFAZ NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR LA INTERFAZ RETENIDA"
                " (ARCIFH) - FS=" WS-FS-INTERFAZ " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2100-LEER-INTERFAZ
    PERFORM 2200-EXAMINAR-REGISTRO
        UNTIL FIN-ARCH-INTERFAZ
    IF WS-CORR-SECUENCIA > ZEROES
        ADD 1 TO WS-CONT-SIN-TRAILER
        PERFORM 2800-CERRAR-CORRIDA
    END-IF
    CLOSE ARCH-INTERFAZ-HIST
    .
2100-LEER-INTERFAZ.
    READ ARCH-INTERFAZ-HIST
        AT END SET FIN-ARCH-INTERFAZ TO TRUE
    END-READ
    IF NOT FIN-ARCH-INTERFAZ
        ADD 1 TO WS-CONT-LEIDOS
    END-IF
    .
2200-EXAMINAR-REGISTRO.
    IF IFH-DET-MARCA = 'D'
        IF WS-CORR-SECUENCIA = ZEROES
            MOVE IFH-RUN-ID TO WS-CORR-RUN-ID
            MOVE IFH-FECHA  TO WS-CORR-FECHA
        END-IF
        ADD 1 TO WS-CORR-SECUENCIA
        ADD 1 TO WS-CONT-DETALLES
        IF IFH-DET-SECUENCIA IS NUMERIC
            MOVE IFH-DET-SECUENCIA TO WS-DET-SECUENCIA
        ELSE
            MOVE WS-CORR-SECUENCIA TO WS-DET-SECUENCIA
        END-IF
        PERFORM 2300-EVALUAR-DETALLE
    ELSE
        IF IFH-TRL-MARCA = 'T'
            IF WS-CORR-SECUENCIA = ZEROES
                MOVE IFH-RUN-ID TO WS-CORR-RUN-ID
                MOVE IFH-FECHA  TO WS-CORR-FECHA
            END-IF
            PERFORM 2800-CERRAR-CORRIDA
        END-IF
    END-IF
    PERFORM 2100-LEER-INTERFAZ
    .
2300-EVALUAR-DETALLE.
    MOVE 'N'               TO WS-SW-AFECTADO
    MOVE IFH-DET-ENT-DATOS TO WS-ENT-DATOS
    IF IFH-DET-ENT-TIPO = 'H' AND IFH-DET-ESTADO = 'P'
        PERFORM 2400-EVALUAR-HABILES
    ELSE
        IF IFH-DET-ENT-TIPO = 'T'
                AND WS-ENT-TS-FECHA-INI IS NUMERIC
                AND WS-ENT-TS-HORA-INI IS NUMERIC
                AND WS-ENT-TS-FECHA-FIN IS NUMERIC
                AND WS-ENT-TS-HORA-FIN IS NUMERIC
            PERFORM 2500-EVALUAR-TIMESTAMP
        END-IF
    END-IF
    IF DETALLE-AFECTADO
        PERFORM 2600-INFORMAR-DETALLE
    END-IF
    .
2400-EVALUAR-HABILES.
    IF WS-ENT-HAB-FECHA IS NUMERIC AND IFH-DET-DD > ZEROES
        COMPUTE WS-DIAS-INT-INICIO =
            FUNCTION INTEGER-OF-DATE(WS-ENT-HAB-FECHA)
        COMPUTE WS-DIAS-INT-FIN = WS-DIAS-INT-INICIO + IFH-DET-DD
        MOVE 'F'           TO WS-BUS-TIPO
        MOVE WS-CALENDARIO TO WS-BUS-CODIGO
        COMPUTE WS-BUS-DESDE =
            FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-INICIO + 1)
        COMPUTE WS-BUS-HASTA =
            FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-FIN)
        PERFORM 2700-BUSCAR-CAMBIO
        IF CAMBIO-HALLADO
            SET DETALLE-AFECTADO TO TRUE
            MOVE 'P'              TO WS-ESTADO-ANT
                                     WS-ESTADO-NUEVO
            MOVE IFH-DET-SEGUNDOS TO WS-SEG-ANT
                                     WS-SEG-NUEVO
            MOVE IFH-DET-HABILES  TO WS-HAB-ANT
            MOVE ZEROES           TO WS-HAB-NUEVO
            MOVE WS-CALENDARIO    TO WS-CAL-BUSCADO
            PERFORM 2410-CONTAR-DIA-HABIL
                VARYING WS-DIAS-INT-TRABAJO
                FROM WS-DIAS-INT-INICIO BY 1
                UNTIL WS-DIAS-INT-TRABAJO >= WS-DIAS-INT-FIN
        END-IF
    END-IF
    .
2410-CONTAR-DIA-HABIL.
    COMPUTE WS-FECHA-TRABAJO =
        FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-TRABAJO + 1)
    COMPUTE WS-DIA-SEMANA =
        FUNCTION MOD(WS-DIAS-INT-TRABAJO + 1, 7)
    PERFORM 2420-BUSCAR-FERIADO
    IF WS-DIA-SEMANA NOT = 0 AND WS-DIA-SEMANA NOT = 6 AND NOT ES-FERIADO
        ADD 1 TO WS-HAB-NUEVO
    END-IF
    .
2420-BUSCAR-FERIADO.
    MOVE 'N' TO WS-SW-ES-FERIADO
    SET WS-IDX-FER TO 1
    SEARCH WS-FER-ENT
        AT END
            CONTINUE
        WHEN WS-FER-CALENDARIO (WS-IDX-FER) = WS-CAL-BUSCADO
                AND WS-FER-FECHA (WS-IDX-FER) = WS-FECHA-TRABAJO
            SET ES-FERIADO TO TRUE
    END-SEARCH
    .
2500-EVALUAR-TIMESTAMP.
    MOVE 'Z' TO WS-BUS-TIPO
    MOVE 'N' TO WS-SW-CAMBIO-HALLADO
    IF WS-ENT-TS-ZONA-INI NOT = SPACES
        MOVE WS-ENT-TS-ZONA-INI  TO WS-BUS-CODIGO
        MOVE WS-ENT-TS-FECHA-INI TO WS-BUS-DESDE
                                    WS-BUS-HASTA
        PERFORM 2700-BUSCAR-CAMBIO
    END-IF
    IF NOT CAMBIO-HALLADO AND WS-ENT-TS-ZONA-FIN NOT = SPACES
        MOVE WS-ENT-TS-ZONA-FIN  TO WS-BUS-CODIGO
        MOVE WS-ENT-TS-FECHA-FIN TO WS-BUS-DESDE
                                    WS-BUS-HASTA
        PERFORM 2700-BUSCAR-CAMBIO
    END-IF
    IF CAMBIO-HALLADO
        SET DETALLE-AFECTADO TO TRUE
        MOVE IFH-DET-ESTADO      TO WS-ESTADO-ANT
        MOVE IFH-DET-SEGUNDOS    TO WS-SEG-ANT
        MOVE ZEROES              TO WS-HAB-ANT
                                    WS-HAB-NUEVO
        MOVE '2'                 TO CALF-FUNCION
        MOVE WS-ENT-TS-FECHA-INI TO CALF-ENT-FECHA-INI
        MOVE WS-ENT-TS-HORA-INI  TO CALF-ENT-HORA-INI
        MOVE WS-ENT-TS-FECHA-FIN TO CALF-ENT-FECHA-FIN
        MOVE WS-ENT-TS-HORA-FIN  TO CALF-ENT-HORA-FIN
        MOVE WS-ENT-TS-ZONA-INI  TO CALF-ENT-ZONA-INI
        MOVE WS-ENT-TS-ZONA-FIN  TO CALF-ENT-ZONA-FIN
        CALL 'PGMCALFS' USING CALF-PARAMETROS
        IF CALF-RET-OK
            MOVE 'P'               TO WS-ESTADO-NUEVO
            MOVE CALF-SAL-SEGUNDOS TO WS-SEG-NUEVO
        ELSE
            MOVE 'R'               TO WS-ESTADO-NUEVO
            MOVE ZEROES            TO WS-SEG-NUEVO
        END-IF
    END-IF
    .
2600-INFORMAR-DETALLE.
    IF NOT CABECERA-ESCRITA
        MOVE WS-CORR-RUN-ID TO WS-LINCOR-RUN-ID
        MOVE WS-CORR-FECHA  TO WS-LINCOR-FECHA
        WRITE REG-REPORTE FROM WS-LINEA-CORRIDA
        SET CABECERA-ESCRITA TO TRUE
    END-IF
    COMPUTE WS-SEG-DIF = WS-SEG-NUEVO - WS-SEG-ANT
    COMPUTE WS-HAB-DIF = WS-HAB-NUEVO - WS-HAB-ANT
    ADD 1 TO WS-CORR-AFECTADOS
    ADD 1 TO WS-CONT-AFECTADOS
    MOVE WS-DET-SECUENCIA    TO WS-LINDET-SECUENCIA
    MOVE IFH-DET-ENT-TIPO    TO WS-LINDET-TIPO
    MOVE WS-ESTADO-ANT       TO WS-LINDET-ESTADO-ANT
    MOVE WS-ESTADO-NUEVO     TO WS-LINDET-ESTADO-NUEVO
    IF IFH-DET-ENT-TIPO = 'H'
        MOVE "DIAS HAB"      TO WS-LINDET-UNIDAD
        MOVE WS-HAB-ANT      TO WS-LINDET-ANTERIOR
        MOVE WS-HAB-NUEVO    TO WS-LINDET-NUEVO
        MOVE WS-HAB-DIF      TO WS-LINDET-DIFERENCIA
    ELSE
        MOVE "SEGUNDOS"      TO WS-LINDET-UNIDAD
        MOVE WS-SEG-ANT      TO WS-LINDET-ANTERIOR
        MOVE WS-SEG-NUEVO    TO WS-LINDET-NUEVO
        MOVE WS-SEG-DIF      TO WS-LINDET-DIFERENCIA
    END-IF
    IF WS-SEG-DIF = ZEROES AND WS-HAB-DIF = ZEROES
            AND WS-ESTADO-NUEVO = WS-ESTADO-ANT
        MOVE "SIN DIFERENCIA" TO WS-LINDET-MARCA
        ADD 1 TO WS-CORR-SIN-DIF
        ADD 1 TO WS-CONT-SIN-DIF
    ELSE
        MOVE "*** CORREGIDO" TO WS-LINDET-MARCA
        ADD 1 TO WS-CORR-CORREGIDOS
        ADD 1 TO WS-CONT-CORREGIDOS
        ADD WS-SEG-DIF TO WS-CORR-DIF-SEG
                          WS-TOT-DIF-SEG
        ADD WS-HAB-DIF TO WS-CORR-DIF-HAB
                          WS-TOT-DIF-HAB
        PERFORM 2650-GRABAR-CORRECCION
    END-IF
    WRITE REG-REPORTE FROM WS-LINEA-DETALLE
    MOVE IFH-DET-ENT-DATOS   TO WS-LINDAT-DATOS
    WRITE REG-REPORTE FROM WS-LINEA-DATOS
    .
2650-GRABAR-CORRECCION.
    MOVE WS-CORR-RUN-ID      TO COR-RUN-ID
    MOVE WS-CORR-FECHA       TO COR-FECHA-CORRIDA
    MOVE WS-DET-SECUENCIA    TO COR-SECUENCIA
    MOVE IFH-DET-ENT-TIPO    TO COR-ENT-TIPO
    MOVE WS-ESTADO-ANT       TO COR-ESTADO-ANT
    MOVE WS-ESTADO-NUEVO     TO COR-ESTADO-NUEVO
    MOVE WS-SEG-ANT          TO COR-SEG-ANT
    MOVE WS-SEG-NUEVO        TO COR-SEG-NUEVO
    MOVE WS-SEG-DIF          TO COR-SEG-DIF
    MOVE WS-HAB-ANT          TO COR-HAB-ANT
    MOVE WS-HAB-NUEVO        TO COR-HAB-NUEVO
    MOVE WS-HAB-DIF          TO COR-HAB-DIF
    WRITE REG-CORRECCION     FROM REG-CORRECCION-DET
    .
2700-BUSCAR-CAMBIO.
    MOVE 'N' TO WS-SW-CAMBIO-HALLADO
    PERFORM 2710-COMPARAR-CAMBIO
        VARYING WS-IDX-CAMBIO FROM 1 BY 1
        UNTIL WS-IDX-CAMBIO > WS-CONT-CAMBIOS
        OR CAMBIO-HALLADO
    .
2710-COMPARAR-CAMBIO.
    IF WS-CMB-TIPO (WS-IDX-CAMBIO) = WS-BUS-TIPO
            AND WS-CMB-CODIGO (WS-IDX-CAMBIO) = WS-BUS-CODIGO
            AND WS-CMB-DESDE (WS-IDX-CAMBIO) <= WS-BUS-HASTA
            AND WS-CMB-HASTA (WS-IDX-CAMBIO) >= WS-BUS-DESDE
        SET CAMBIO-HALLADO TO TRUE
    END-IF
    .
2800-CERRAR-CORRIDA.
    ADD 1 TO WS-CONT-CORRIDAS
    IF WS-CORR-AFECTADOS > ZEROES
        ADD 1 TO WS-CONT-CORR-AFECT
        MOVE "  DETALLES DE LA CORRIDA....: " TO WS-LINFTE-DESC
        MOVE WS-CORR-SECUENCIA                TO WS-LINFTE-VALOR
        WRITE REG-REPORTE FROM WS-LINEA-FUENTE
        MOVE "  AFECTADOS POR LOS CAMBIOS.: " TO WS-LINFTE-DESC
        MOVE WS-CORR-AFECTADOS                TO WS-LINFTE-VALOR
        WRITE REG-REPORTE FROM WS-LINEA-FUENTE
        MOVE "  SIN DIFERENCIA............: " TO WS-LINFTE-DESC
        MOVE WS-CORR-SIN-DIF                  TO WS-LINFTE-VALOR
        WRITE REG-REPORTE FROM WS-LINEA-FUENTE
        MOVE "  CORREGIDOS................: " TO WS-LINFTE-DESC
        MOVE WS-CORR-CORREGIDOS               TO WS-LINFTE-VALOR
        WRITE REG-REPORTE FROM WS-LINEA-FUENTE
        MOVE "  DIFERENCIA EN SEGUNDOS....: " TO WS-LINIMP-DESC
        MOVE WS-CORR-DIF-SEG                  TO WS-LINIMP-VALOR
        WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
        MOVE "  DIFERENCIA EN DIAS HABILES: " TO WS-LINIMP-DESC
        MOVE WS-CORR-DIF-HAB                  TO WS-LINIMP-VALOR
        WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
    END-IF
    MOVE 'N'    TO WS-SW-CABECERA
    MOVE SPACES TO WS-CORR-RUN-ID
    MOVE ZEROES TO WS-CORR-FECHA
                   WS-CORR-SECUENCIA
                   WS-CORR-AFECTADOS
                   WS-CORR-SIN-DIF
                   WS-CORR-CORREGIDOS
                   WS-CORR-DIF-SEG
                   WS-CORR-DIF-HAB
    .
3-PROCESAR-ITEMS.
    MOVE SPACES TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    MOVE "ITEMS CERRADOS QUE CAMBIAN DE CLASIFICACION SLA"
        TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    OPEN INPUT ARCH-ITEMS
    IF WS-FS-ITEMS NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR EL MAESTRO DE ITEMS"
                " (ARCITM) - FS=" WS-FS-ITEMS " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 3100-LEER-ITEM
    PERFORM 3200-EVALUAR-ITEM
        UNTIL FIN-ARCH-ITEMS
    CLOSE ARCH-ITEMS
    .
3100-LEER-ITEM.
    READ ARCH-ITEMS
        AT END SET FIN-ARCH-ITEMS TO TRUE
    END-READ
    IF NOT FIN-ARCH-ITEMS
        ADD 1 TO WS-CONT-ITEMS
    END-IF
    .
3200-EVALUAR-ITEM.
    IF IMM-CERRADO
            AND IMM-FECHA-APERTURA IS NUMERIC
            AND IMM-HORA-APERTURA IS NUMERIC
            AND IMM-FECHA-CIERRE IS NUMERIC
            AND IMM-HORA-CIERRE IS NUMERIC
        MOVE 'N' TO WS-SW-SLA-HALLADO
        SET WS-IDX-SLA TO 1
        SEARCH WS-SLA-ENT
            AT END
                CONTINUE
            WHEN WS-SLA-TIPO (WS-IDX-SLA) = IMM-ID (1:3)
                SET SLA-HALLADO TO TRUE
        END-SEARCH
        IF SLA-HALLADO
                AND WS-SLA-CALENDARIO (WS-IDX-SLA) NOT = SPACES
            PERFORM 3300-BUSCAR-CAMBIO-ITEM
        END-IF
    END-IF
    PERFORM 3100-LEER-ITEM
    .
3300-BUSCAR-CAMBIO-ITEM.
    COMPUTE WS-DIAS-INT-INICIO =
        FUNCTION INTEGER-OF-DATE(IMM-FECHA-APERTURA)
    COMPUTE WS-DIAS-INT-FIN =
        FUNCTION INTEGER-OF-DATE(IMM-FECHA-CIERRE)
    IF WS-DIAS-INT-FIN - WS-DIAS-INT-INICIO >= 2
        MOVE 'F' TO WS-BUS-TIPO
        MOVE WS-SLA-CALENDARIO (WS-IDX-SLA) TO WS-BUS-CODIGO
                                               WS-CAL-BUSCADO
        COMPUTE WS-BUS-DESDE =
            FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-INICIO + 1)
        COMPUTE WS-BUS-HASTA =
            FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-FIN - 1)
        PERFORM 2700-BUSCAR-CAMBIO
        IF CAMBIO-HALLADO
            PERFORM 3400-RECALCULAR-ITEM
        END-IF
    END-IF
    .
3400-RECALCULAR-ITEM.
    ADD 1 TO WS-CONT-REEVALUADOS
    MOVE '2'                TO CALF-FUNCION
    MOVE IMM-FECHA-APERTURA TO CALF-ENT-FECHA-INI
    MOVE IMM-HORA-APERTURA  TO CALF-ENT-HORA-INI
    MOVE IMM-FECHA-CIERRE   TO CALF-ENT-FECHA-FIN
    MOVE IMM-HORA-CIERRE    TO CALF-ENT-HORA-FIN
    MOVE SPACES             TO CALF-ENT-ZONA-INI
    MOVE SPACES             TO CALF-ENT-ZONA-FIN
    CALL 'PGMCALFS' USING CALF-PARAMETROS
    MOVE CALF-SAL-SEGUNDOS TO WS-RES-ANT
                              WS-RES-NUEVA
    PERFORM 3410-DESCONTAR-DIA
        VARYING WS-DIAS-INT-TRABAJO
        FROM WS-DIAS-INT-INICIO BY 1
        UNTIL WS-DIAS-INT-TRABAJO >= WS-DIAS-INT-FIN - 1
    IF IMM-SEG-PAUSA-HAB IS NUMERIC
        SUBTRACT IMM-SEG-PAUSA-HAB FROM WS-RES-ANT
                                        WS-RES-NUEVA
    ELSE
        IF IMM-SEG-PAUSA IS NUMERIC
            SUBTRACT IMM-SEG-PAUSA FROM WS-RES-ANT
                                        WS-RES-NUEVA
        END-IF
    END-IF
    IF WS-RES-ANT < ZEROES
        MOVE ZEROES TO WS-RES-ANT
    END-IF
    IF WS-RES-NUEVA < ZEROES
        MOVE ZEROES TO WS-RES-NUEVA
    END-IF
    MOVE 'N' TO WS-SW-CUMPLE-ANT
                WS-SW-CUMPLE-NUEVO
    IF WS-RES-ANT <= WS-SLA-OBJETIVO (WS-IDX-SLA)
        SET CUMPLIA-ANTES TO TRUE
    END-IF
    IF WS-RES-NUEVA <= WS-SLA-OBJETIVO (WS-IDX-SLA)
        SET CUMPLE-AHORA TO TRUE
    END-IF
    IF WS-SW-CUMPLE-ANT NOT = WS-SW-CUMPLE-NUEVO
        PERFORM 3500-INFORMAR-ITEM
    END-IF
    .
3410-DESCONTAR-DIA.
    COMPUTE WS-FECHA-TRABAJO =
        FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-TRABAJO + 1)
    COMPUTE WS-DIA-SEMANA =
        FUNCTION MOD(WS-DIAS-INT-TRABAJO + 1, 7)
    IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
        SUBTRACT CT-SEG-DD FROM WS-RES-ANT
                                WS-RES-NUEVA
    ELSE
        PERFORM 2420-BUSCAR-FERIADO
        IF ES-FERIADO
            SUBTRACT CT-SEG-DD FROM WS-RES-NUEVA
        END-IF
        MOVE WS-FECHA-TRABAJO TO WS-BUS-DESDE
                                 WS-BUS-HASTA
        PERFORM 2700-BUSCAR-CAMBIO
        IF (ES-FERIADO AND NOT CAMBIO-HALLADO)
                OR (NOT ES-FERIADO AND CAMBIO-HALLADO)
            SUBTRACT CT-SEG-DD FROM WS-RES-ANT
        END-IF
    END-IF
    .
3500-INFORMAR-ITEM.
    MOVE IMM-ID                         TO WS-LINITM-ID
    MOVE WS-SLA-CALENDARIO (WS-IDX-SLA) TO WS-LINITM-CALENDARIO
    MOVE IMM-FECHA-CIERRE               TO WS-LINITM-CIERRE
    MOVE WS-RES-ANT                     TO WS-LINITM-ANTERIOR
    MOVE WS-RES-NUEVA                   TO WS-LINITM-NUEVA
    MOVE WS-SLA-OBJETIVO (WS-IDX-SLA)   TO WS-LINITM-OBJETIVO
    IF CUMPLE-AHORA
        MOVE "INCUMPLIDO -> CUMPLIDO" TO WS-LINITM-CLASIF
        ADD 1 TO WS-CONT-A-CUMPLIDO
    ELSE
        MOVE "CUMPLIDO -> INCUMPLIDO" TO WS-LINITM-CLASIF
        ADD 1 TO WS-CONT-A-INCUMPLIDO
    END-IF
    WRITE REG-REPORTE FROM WS-LINEA-ITEM
    .
4-ESCRIBIR-TOTALES.
    MOVE SPACES TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    MOVE "TOTALES" TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    MOVE "REGISTROS DE INTERFAZ LEIDOS: " TO WS-LINFTE-DESC
    MOVE WS-CONT-LEIDOS                   TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "CORRIDAS REVISADAS..........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-CORRIDAS                 TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "CORRIDAS CON AFECTADOS......: " TO WS-LINFTE-DESC
    MOVE WS-CONT-CORR-AFECT               TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "DETALLES REVISADOS..........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-DETALLES                 TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "DETALLES AFECTADOS..........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-AFECTADOS                TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "RECALCULADOS SIN DIFERENCIA.: " TO WS-LINFTE-DESC
    MOVE WS-CONT-SIN-DIF                  TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "CORRECCIONES GENERADAS......: " TO WS-LINFTE-DESC
    MOVE WS-CONT-CORREGIDOS               TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "DIFERENCIA TOTAL EN SEGUNDOS: " TO WS-LINIMP-DESC
    MOVE WS-TOT-DIF-SEG                   TO WS-LINIMP-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
    MOVE "DIFERENCIA TOTAL DIAS HAB...: " TO WS-LINIMP-DESC
    MOVE WS-TOT-DIF-HAB                   TO WS-LINIMP-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-IMPORTE
    MOVE "ITEMS LEIDOS DEL MAESTRO....: " TO WS-LINFTE-DESC
    MOVE WS-CONT-ITEMS                    TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "ITEMS CERRADOS REEVALUADOS..: " TO WS-LINFTE-DESC
    MOVE WS-CONT-REEVALUADOS              TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "PASAN A INCUMPLIDO..........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-A-INCUMPLIDO             TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "PASAN A CUMPLIDO............: " TO WS-LINFTE-DESC
    MOVE WS-CONT-A-CUMPLIDO               TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE WS-CONT-CORREGIDOS  TO COR-TRL-CANTIDAD
    MOVE WS-TOT-DIF-SEG      TO COR-TRL-HASH-SEG
    MOVE WS-TOT-DIF-HAB      TO COR-TRL-HASH-HAB
    WRITE REG-CORRECCION     FROM REG-CORRECCION-TRL
    .
5-FIN.
    CLOSE ARCH-REPORTE
    CLOSE ARCH-CORRECCIONES
    IF WS-CONT-SIN-TRAILER > ZEROES
        DISPLAY " *** AVISO: " WS-CONT-SIN-TRAILER
                " CORRIDA(S) SIN TRAILER EN LA INTERFAZ RETENIDA ***"
    END-IF
    IF WS-CONT-CORREGIDOS > ZEROES
            OR WS-CONT-A-INCUMPLIDO > ZEROES
            OR WS-CONT-A-CUMPLIDO > ZEROES
            OR WS-CONT-SIN-TRAILER > ZEROES
        MOVE 4 TO RETURN-CODE
    END-IF
    .
