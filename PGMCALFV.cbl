        FILE STATUS IS WS-FS-FERIADOS.
    SELECT ARCH-REPORTE       ASSIGN "ARCSLV"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-ESCALA-ANT    ASSIGN "ESCANT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-ESCALA-ANT.
    SELECT ARCH-ESCALA-NVO    ASSIGN "ESCNEW"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-ESCALAMIENTO  ASSIGN "ARCESN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-MOVIMIENTO    ASSIGN "ARCMOV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-MOVIMIENTO.
    SELECT ARCH-CARTERA       ASSIGN "ARCCAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-CARTERA.
DATA DIVISION.
FILE SECTION.
FD  ARCH-ITEMS.
    COPY CALFFER.
FD  ARCH-REPORTE.
    01 REG-REPORTE            PIC X(120).
FD  ARCH-ESCALA-ANT.
    COPY CALFESC.
FD  ARCH-ESCALA-NVO.
    01 REG-ESCALA-NVO         PIC X(25).
FD  ARCH-ESCALAMIENTO.
    01 REG-ESCALAMIENTO       PIC X(80).
FD  ARCH-MOVIMIENTO.
    COPY CALFMOV.
FD  ARCH-CARTERA.
    COPY CALFCAR.
WORKING-STORAGE SECTION.
    COPY CALFCWS.
    COPY CALFLNK.
            88 FIN-ARCH-FERIADOS         VALUE 'S'.
        05 WS-SW-SLA-HALLADO      PIC X(01) VALUE 'N'.
            88 SLA-HALLADO               VALUE 'S'.
        05 WS-SW-FIN-ESCALA-ANT   PIC X(01) VALUE 'N'.
            88 FIN-ESCALA-ANT            VALUE 'S'.
        05 WS-SW-ESCALA-ANT-ABIERTO PIC X(01) VALUE 'N'.
            88 ESCALA-ANT-ABIERTO        VALUE 'S'.
        05 WS-SW-FIN-MOVIMIENTO   PIC X(01) VALUE 'N'.
            88 FIN-ARCH-MOVIMIENTO       VALUE 'S'.
    01 WS-FS-SLA                  PIC X(02) VALUE SPACES.
    01 WS-FS-MOVIMIENTO           PIC X(02) VALUE SPACES.
    01 WS-FS-CARTERA              PIC X(02) VALUE SPACES.
    01 WS-MOVIMIENTO-DIA.
        05 WS-MOV-FECHA           PIC 9(08) VALUE ZEROES.
        05 WS-MOV-APERTURAS       PIC 9(08) VALUE ZEROES.
        05 WS-MOV-CIERRES         PIC 9(08) VALUE ZEROES.
    01 WS-FS-ESCALA-ANT           PIC X(02) VALUE SPACES.
    01 WS-FS-FERIADOS             PIC X(02) VALUE SPACES.
    01 WS-FECHA-CORRIDA           PIC 9(08) VALUE ZEROES.
    01 WS-HORA-CORRIDA-LARGA      PIC 9(08) VALUE ZEROES.
    01 WS-HORA-CORRIDA            PIC 9(06) VALUE ZEROES.
    01 WS-CLASE-ACTUAL            PIC 9(01) VALUE ZEROES.
    01 WS-CLASE-ITEM              PIC 9(01) VALUE ZEROES.
    01 WS-NIVEL-ITEM              PIC 9(01) VALUE ZEROES.
    01 WS-NIVEL-ANTERIOR          PIC 9(01) VALUE ZEROES.
    01 WS-ESCALA-ACTUAL.
        05 ACT-ESC-ID             PIC X(10).
        05 ACT-ESC-NIVEL          PIC 9(01).
        05 ACT-ESC-FECHA-NOTIF    PIC 9(08).
        05 ACT-ESC-HORA-NOTIF     PIC 9(06).
    01 WS-CONTADORES.
        05 WS-CONT-ITEMS          PIC 9(08) VALUE ZEROES.
        05 WS-CONT-INVALIDOS      PIC 9(08) VALUE ZEROES.
        05 WS-CONT-SIN-SLA        PIC 9(08) VALUE ZEROES.
        05 WS-CONT-CERRADOS       PIC 9(08) VALUE ZEROES.
        05 WS-CONT-NOTIF-AVISO    PIC 9(08) VALUE ZEROES.
        05 WS-CONT-NOTIF-VENCIDO  PIC 9(08) VALUE ZEROES.
        05 WS-CONT-ESC-VIGENTES   PIC 9(08) VALUE ZEROES.
        05 WS-CONT-ESC-DEPURADOS  PIC 9(08) VALUE ZEROES.
        05 WS-CONT-CLASES.
            10 WS-CONT-CLASE      OCCURS 4 TIMES PIC 9(08).
    01 WS-SEG-TRANSCURRIDOS       PIC S9(18) VALUE ZEROES.
    01 WS-SEG-MARGEN              PIC S9(18) VALUE ZEROES.
    01 WS-SEG-PAUSA-ITEM          PIC S9(18) VALUE ZEROES.
    01 WS-SEG-TRAMO-PAUSA         PIC S9(18) VALUE ZEROES.
    01 WS-SEG-PROXIMOS            PIC S9(18) VALUE ZEROES.
    01 CT-DIAS-PROXIMOS           PIC 9(02) VALUE 7.
    01 WS-DIAS-INT-INICIO         PIC S9(09) VALUE ZEROES.
    01 WS-DIAS-INT-CORRIDA        PIC S9(09) VALUE ZEROES.
    01 WS-DIAS-INT-TRABAJO        PIC S9(09) VALUE ZEROES.
    01 WS-DIAS-NO-HABILES         PIC 9(05) VALUE ZEROES.
    01 WS-DIAS-INT-VENCE          PIC S9(09) VALUE ZEROES.
    01 WS-SEG-VENCE               PIC S9(18) VALUE ZEROES.
    01 WS-SEG-RESTO-DIA           PIC 9(09) VALUE ZEROES.
    01 WS-SEG-RESTO-HORA          PIC 9(09) VALUE ZEROES.
    01 WS-FECHA-VENCE             PIC 9(08) VALUE ZEROES.
    01 WS-HORA-VENCE.
        05 WS-HORA-VENCE-HH       PIC 9(02).
        05 WS-HORA-VENCE-MM       PIC 9(02).
        05 WS-HORA-VENCE-SS       PIC 9(02).
    01 WS-FECHA-DIA-ANTERIOR      PIC 9(08) VALUE ZEROES.
    01 WS-FECHA-TRABAJO           PIC 9(08) VALUE ZEROES.
    01 WS-DIA-SEMANA              PIC 9(01) VALUE ZEROES.
    01 WS-SW-ES-FERIADO           PIC X(01) VALUE 'N'.
                  INDEXED BY WS-IDX-FER.
            10 WS-FER-CALENDARIO  PIC X(03).
            10 WS-FER-FECHA       PIC 9(08).
    01 WS-CONT-TIPOS              PIC 9(03) VALUE ZEROES.
    01 WS-TIP-OMITIDOS            PIC 9(08) VALUE ZEROES.
    01 WS-TAB-TIPOS.
        05 WS-TIP-ENT OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-CONT-TIPOS
                  INDEXED BY WS-IDX-TIP.
            10 WS-TIP-TIPO        PIC X(03).
            10 WS-TIP-ABIERTOS    PIC 9(08).
            10 WS-TIP-CLASE       OCCURS 4 TIMES PIC 9(08).
    01 WS-LINEA-TITULO.
        05 FILLER                 PIC X(37) VALUE
            "REPORTE DE VENCIMIENTOS SLA - CORRIDA".
            "ITEMS EN AVISO (UMBRAL ALCANZADO)".
        05 FILLER                 PIC X(40) VALUE
            "ITEMS EN PLAZO".
        05 FILLER                 PIC X(40) VALUE
            "ITEMS SUSPENDIDOS (RELOJ DETENIDO)".
    01 FILLER REDEFINES WS-TAB-DESC-CLASES.
        05 WS-DESC-CLASE          OCCURS 4 TIMES PIC X(40).
    01 WS-LINEA-DETALLE.
        05 FILLER                 PIC X(06) VALUE "ITEM: ".
        05 WS-LINDET-ID           PIC X(10).
        05 FILLER                 PIC X(18) VALUE
            "  ITEMS CERRADOS: ".
        05 WS-LINTOT-CER          PIC Z(07)9.
    01 WS-LINEA-ESCALA.
        05 FILLER                 PIC X(24) VALUE
            "AVISOS NOTIFICADOS...: ".
        05 WS-LINESC-AVISO        PIC Z(07)9.
        05 FILLER                 PIC X(23) VALUE
            "  VENCIDOS NOTIFIC...: ".
        05 WS-LINESC-VENCIDO      PIC Z(07)9.
        05 FILLER                 PIC X(17) VALUE
            "  ESTADOS VIG.: ".
        05 WS-LINESC-VIGENTES     PIC Z(07)9.
        05 FILLER                 PIC X(18) VALUE
            "  ESTADOS DEPUR.: ".
        05 WS-LINESC-DEPURADOS    PIC Z(07)9.
    01 WS-ESN-DETALLE.
        05 WS-ESN-DET-MARCA       PIC X(01) VALUE 'D'.
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-ESN-DET-ID          PIC X(10).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-ESN-DET-TIPO        PIC X(03).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-ESN-DET-NIVEL       PIC X(01).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-ESN-DET-TRANSC      PIC S9(18) SIGN IS LEADING SEPARATE.
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-ESN-DET-MARGEN      PIC S9(18) SIGN IS LEADING SEPARATE.
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-ESN-DET-FECHA       PIC 9(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-ESN-DET-HORA        PIC 9(06).
    01 WS-ESN-TRAILER.
        05 WS-ESN-TRL-MARCA       PIC X(01) VALUE 'T'.
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-ESN-TRL-FECHA       PIC 9(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-ESN-TRL-HORA        PIC 9(06).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-ESN-TRL-AVISOS      PIC 9(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-ESN-TRL-VENCIDOS    PIC 9(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-ESN-TRL-TOTAL       PIC 9(08).
PROCEDURE DIVISION.
    PERFORM 1-INICIO
    PERFORM 2-PROCESAR-CLASES
    MOVE ZEROES TO WS-CONT-CLASES
    COMPUTE WS-DIAS-INT-CORRIDA =
        FUNCTION INTEGER-OF-DATE(WS-FECHA-CORRIDA)
    COMPUTE WS-SEG-PROXIMOS = CT-DIAS-PROXIMOS * CT-SEG-DD
    PERFORM 1100-CARGAR-SLA
    PERFORM 1200-CARGAR-FERIADOS
    PERFORM 1400-LEER-MOVIMIENTO
    OPEN OUTPUT ARCH-REPORTE
    MOVE WS-FECHA-CORRIDA TO WS-TIT-FECHA
    MOVE WS-HORA-CORRIDA  TO WS-TIT-HORA
    WRITE REG-REPORTE FROM WS-LINEA-TITULO
    PERFORM 1300-ABRIR-ESCALAMIENTO
    OPEN EXTEND ARCH-CARTERA
    IF WS-FS-CARTERA = "35"
        OPEN OUTPUT ARCH-CARTERA
    END-IF
    .
1100-CARGAR-SLA.
    MOVE ZEROES TO WS-CONT-SLA
    END-IF
    PERFORM 1210-LEER-FERIADO
    .
1300-ABRIR-ESCALAMIENTO.
    OPEN OUTPUT ARCH-ESCALA-NVO
    OPEN OUTPUT ARCH-ESCALAMIENTO
    OPEN INPUT ARCH-ESCALA-ANT
    IF WS-FS-ESCALA-ANT = "00"
        SET ESCALA-ANT-ABIERTO TO TRUE
        PERFORM 1310-LEER-ESCALA-ANT
    ELSE
        SET FIN-ESCALA-ANT TO TRUE
    END-IF
    .
1310-LEER-ESCALA-ANT.
    READ ARCH-ESCALA-ANT
        AT END SET FIN-ESCALA-ANT TO TRUE
    END-READ
    .
1400-LEER-MOVIMIENTO.
    OPEN INPUT ARCH-MOVIMIENTO
    IF WS-FS-MOVIMIENTO = "00"
        READ ARCH-MOVIMIENTO
            AT END SET FIN-ARCH-MOVIMIENTO TO TRUE
        END-READ
        IF NOT FIN-ARCH-MOVIMIENTO
                AND MOV-FECHA IS NUMERIC
                AND MOV-APERTURAS IS NUMERIC
                AND MOV-CIERRES IS NUMERIC
            MOVE MOV-FECHA     TO WS-MOV-FECHA
            MOVE MOV-APERTURAS TO WS-MOV-APERTURAS
            MOVE MOV-CIERRES   TO WS-MOV-CIERRES
        END-IF
        CLOSE ARCH-MOVIMIENTO
    END-IF
    IF WS-MOV-FECHA = ZEROES
        DISPLAY " *** AVISO: NO HAY MOVIMIENTO DEL DIA DE PGMCALFI"
                " (ARCMOV) - LA FOTO SE GRABA SIN APERTURAS NI"
                " CIERRES ***"
    ELSE
        COMPUTE WS-FECHA-DIA-ANTERIOR =
            FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-CORRIDA - 1)
        IF WS-MOV-FECHA NOT = WS-FECHA-CORRIDA
                AND WS-MOV-FECHA NOT = WS-FECHA-DIA-ANTERIOR
            DISPLAY " *** AVISO: EL MOVIMIENTO DE PGMCALFI (ARCMOV)"
                    " ES DEL " WS-MOV-FECHA " Y NO DE LA CORRIDA"
                    " NI DEL DIA ANTERIOR ***"
        END-IF
    END-IF
    .
2-PROCESAR-CLASES.
    PERFORM 2100-PROCESAR-UNA-CLASE
        VARYING WS-CLASE-ACTUAL FROM 1 BY 1
        UNTIL WS-CLASE-ACTUAL > 4
    .
2100-PROCESAR-UNA-CLASE.
    MOVE WS-DESC-CLASE (WS-CLASE-ACTUAL) TO WS-LINSEC-DESC
    END-READ
    .
2200-EVALUAR-ITEM.
    MOVE ZEROES TO WS-NIVEL-ITEM
    IF NOT IMM-ABIERTO
        IF WS-CLASE-ACTUAL = 1
            ADD 1 TO WS-CONT-CERRADOS
            END-IF
        END-IF
    END-IF
    IF WS-CLASE-ACTUAL = 1
        PERFORM 2600-CONTROLAR-ESCALAMIENTO
    END-IF
    PERFORM 2110-LEER-ITEM
    .
2250-PROCESAR-ITEM-VALIDO.
    IF SLA-HALLADO
        PERFORM 2300-CALCULAR-TRANSCURRIDO
        PERFORM 2400-CLASIFICAR-ITEM
        IF WS-CLASE-ITEM = 1
            MOVE 2 TO WS-NIVEL-ITEM
        END-IF
        IF WS-CLASE-ITEM = 2
            MOVE 1 TO WS-NIVEL-ITEM
        END-IF
        IF WS-CLASE-ITEM = WS-CLASE-ACTUAL
            PERFORM 2500-ESCRIBIR-DETALLE
        END-IF
        IF WS-CLASE-ACTUAL = 1
            ADD 1 TO WS-CONT-ITEMS
            ADD 1 TO WS-CONT-CLASE (WS-CLASE-ITEM)
            PERFORM 2700-ACUMULAR-TIPO
            IF (WS-CLASE-ITEM = 2 OR WS-CLASE-ITEM = 3)
                    AND WS-SEG-MARGEN < WS-SEG-PROXIMOS
                PERFORM 2750-GRABAR-PROXIMO
            END-IF
        END-IF
    ELSE
        IF WS-CLASE-ACTUAL = 1
            ADD 1 TO WS-CONT-SIN-SLA
            MOVE ZEROES TO WS-CLASE-ITEM
            PERFORM 2700-ACUMULAR-TIPO
        END-IF
    END-IF
    .
    CALL 'PGMCALFS' USING CALF-PARAMETROS
    MOVE CALF-SAL-SEGUNDOS TO WS-SEG-TRANSCURRIDOS
    IF WS-SLA-CALENDARIO (WS-IDX-SLA) NOT = SPACES
        COMPUTE WS-DIAS-INT-INICIO =
            FUNCTION INTEGER-OF-DATE(IMM-FECHA-APERTURA)
        PERFORM 2350-DESCONTAR-NO-HABILES
        COMPUTE WS-SEG-TRANSCURRIDOS =
            WS-SEG-TRANSCURRIDOS - WS-DIAS-NO-HABILES * CT-SEG-DD
        IF WS-SEG-TRANSCURRIDOS < ZEROES
            MOVE ZEROES TO WS-SEG-TRANSCURRIDOS
        END-IF
    END-IF
    PERFORM 2380-DESCONTAR-PAUSAS
    .
2350-DESCONTAR-NO-HABILES.
    MOVE ZEROES TO WS-DIAS-NO-HABILES
    IF WS-DIAS-INT-INICIO > ZEROES
        PERFORM 2360-EVALUAR-DIA
            VARYING WS-DIAS-INT-TRABAJO
            FROM WS-DIAS-INT-INICIO BY 1
            UNTIL WS-DIAS-INT-TRABAJO >= WS-DIAS-INT-CORRIDA - 1
    END-IF
    .
2360-EVALUAR-DIA.
        FUNCTION MOD(WS-DIAS-INT-TRABAJO + 1, 7)
    PERFORM 2370-BUSCAR-FERIADO
    IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6 OR ES-FERIADO
        ADD 1 TO WS-DIAS-NO-HABILES
    END-IF
    .
2370-BUSCAR-FERIADO.
            SET ES-FERIADO TO TRUE
    END-SEARCH
    .
2380-DESCONTAR-PAUSAS.
    MOVE ZEROES TO WS-SEG-PAUSA-ITEM
    IF IMM-SEG-PAUSA IS NUMERIC
        IF WS-SLA-CALENDARIO (WS-IDX-SLA) NOT = SPACES
                AND IMM-SEG-PAUSA-HAB IS NUMERIC
            MOVE IMM-SEG-PAUSA-HAB TO WS-SEG-PAUSA-ITEM
        ELSE
            MOVE IMM-SEG-PAUSA TO WS-SEG-PAUSA-ITEM
        END-IF
        IF IMM-SUSPENDIDO
            MOVE '2'              TO CALF-FUNCION
            MOVE IMM-FECHA-PAUSA  TO CALF-ENT-FECHA-INI
            MOVE IMM-HORA-PAUSA   TO CALF-ENT-HORA-INI
            MOVE WS-FECHA-CORRIDA TO CALF-ENT-FECHA-FIN
            MOVE WS-HORA-CORRIDA  TO CALF-ENT-HORA-FIN
            MOVE SPACES           TO CALF-ENT-ZONA-INI
            MOVE SPACES           TO CALF-ENT-ZONA-FIN
            CALL 'PGMCALFS' USING CALF-PARAMETROS
            MOVE CALF-SAL-SEGUNDOS TO WS-SEG-TRAMO-PAUSA
            IF WS-SEG-TRAMO-PAUSA > ZEROES
                PERFORM 2390-DESCONTAR-TRAMO-PAUSA
                ADD WS-SEG-TRAMO-PAUSA TO WS-SEG-PAUSA-ITEM
            END-IF
        END-IF
    END-IF
    SUBTRACT WS-SEG-PAUSA-ITEM FROM WS-SEG-TRANSCURRIDOS
    IF WS-SEG-TRANSCURRIDOS < ZEROES
        MOVE ZEROES TO WS-SEG-TRANSCURRIDOS
    END-IF
    .
2390-DESCONTAR-TRAMO-PAUSA.
    IF WS-SLA-CALENDARIO (WS-IDX-SLA) NOT = SPACES
        COMPUTE WS-DIAS-INT-INICIO =
            FUNCTION INTEGER-OF-DATE(IMM-FECHA-PAUSA)
        PERFORM 2350-DESCONTAR-NO-HABILES
        COMPUTE WS-SEG-TRAMO-PAUSA =
            WS-SEG-TRAMO-PAUSA - WS-DIAS-NO-HABILES * CT-SEG-DD
        IF WS-SEG-TRAMO-PAUSA < ZEROES
            MOVE ZEROES TO WS-SEG-TRAMO-PAUSA
        END-IF
    END-IF
    .
2400-CLASIFICAR-ITEM.
    COMPUTE WS-SEG-MARGEN =
        WS-SLA-OBJETIVO (WS-IDX-SLA) - WS-SEG-TRANSCURRIDOS
    IF IMM-SUSPENDIDO
        MOVE 4 TO WS-CLASE-ITEM
    ELSE
        IF WS-SEG-MARGEN < ZEROES
            MOVE 1 TO WS-CLASE-ITEM
        ELSE
            IF WS-SEG-MARGEN <= WS-SLA-UMBRAL (WS-IDX-SLA)
                MOVE 2 TO WS-CLASE-ITEM
            ELSE
                MOVE 3 TO WS-CLASE-ITEM
            END-IF
        END-IF
    END-IF
    .
    MOVE WS-SEG-MARGEN                TO WS-LINDET-MARGEN
    WRITE REG-REPORTE FROM WS-LINEA-DETALLE
    .
2600-CONTROLAR-ESCALAMIENTO.
    PERFORM 2610-DEPURAR-ESCALA-ANT
        UNTIL FIN-ESCALA-ANT
        OR ESC-ID NOT < IMM-ID
    MOVE ZEROES TO WS-NIVEL-ANTERIOR
    MOVE IMM-ID TO ACT-ESC-ID
    MOVE ZEROES TO ACT-ESC-NIVEL
    MOVE ZEROES TO ACT-ESC-FECHA-NOTIF
    MOVE ZEROES TO ACT-ESC-HORA-NOTIF
    IF NOT FIN-ESCALA-ANT AND ESC-ID = IMM-ID
        IF ESC-NIVEL IS NUMERIC
            MOVE ESC-NIVEL       TO WS-NIVEL-ANTERIOR
            MOVE ESC-NIVEL       TO ACT-ESC-NIVEL
            MOVE ESC-FECHA-NOTIF TO ACT-ESC-FECHA-NOTIF
            MOVE ESC-HORA-NOTIF  TO ACT-ESC-HORA-NOTIF
        END-IF
        PERFORM 1310-LEER-ESCALA-ANT
    END-IF
    IF IMM-ABIERTO
        IF WS-NIVEL-ITEM > WS-NIVEL-ANTERIOR
            PERFORM 2650-NOTIFICAR-ESCALAMIENTO
        END-IF
        IF ACT-ESC-NIVEL > ZEROES
            ADD 1 TO WS-CONT-ESC-VIGENTES
            WRITE REG-ESCALA-NVO FROM WS-ESCALA-ACTUAL
        END-IF
    ELSE
        IF WS-NIVEL-ANTERIOR > ZEROES
            ADD 1 TO WS-CONT-ESC-DEPURADOS
        END-IF
    END-IF
    .
2610-DEPURAR-ESCALA-ANT.
    ADD 1 TO WS-CONT-ESC-DEPURADOS
    PERFORM 1310-LEER-ESCALA-ANT
    .
2650-NOTIFICAR-ESCALAMIENTO.
    MOVE IMM-ID               TO WS-ESN-DET-ID
    MOVE IMM-ID (1:3)         TO WS-ESN-DET-TIPO
    IF WS-NIVEL-ITEM = 2
        MOVE 'V'              TO WS-ESN-DET-NIVEL
        ADD 1 TO WS-CONT-NOTIF-VENCIDO
    ELSE
        MOVE 'A'              TO WS-ESN-DET-NIVEL
        ADD 1 TO WS-CONT-NOTIF-AVISO
    END-IF
    MOVE WS-SEG-TRANSCURRIDOS TO WS-ESN-DET-TRANSC
    MOVE WS-SEG-MARGEN        TO WS-ESN-DET-MARGEN
    MOVE WS-FECHA-CORRIDA     TO WS-ESN-DET-FECHA
    MOVE WS-HORA-CORRIDA      TO WS-ESN-DET-HORA
    WRITE REG-ESCALAMIENTO FROM WS-ESN-DETALLE
    MOVE WS-NIVEL-ITEM        TO ACT-ESC-NIVEL
    MOVE WS-FECHA-CORRIDA     TO ACT-ESC-FECHA-NOTIF
    MOVE WS-HORA-CORRIDA      TO ACT-ESC-HORA-NOTIF
    .
2700-ACUMULAR-TIPO.
    SET WS-IDX-TIP TO 1
    SEARCH WS-TIP-ENT
        AT END
            PERFORM 2710-AGREGAR-TIPO
        WHEN WS-TIP-TIPO (WS-IDX-TIP) = IMM-ID (1:3)
            PERFORM 2720-SUMAR-TIPO
    END-SEARCH
    .
2710-AGREGAR-TIPO.
    IF WS-CONT-TIPOS < 200
        ADD 1 TO WS-CONT-TIPOS
        SET WS-IDX-TIP TO WS-CONT-TIPOS
        MOVE IMM-ID (1:3) TO WS-TIP-TIPO (WS-IDX-TIP)
        MOVE ZEROES       TO WS-TIP-ABIERTOS (WS-IDX-TIP)
        MOVE ZEROES       TO WS-TIP-CLASE (WS-IDX-TIP, 1)
        MOVE ZEROES       TO WS-TIP-CLASE (WS-IDX-TIP, 2)
        MOVE ZEROES       TO WS-TIP-CLASE (WS-IDX-TIP, 3)
        MOVE ZEROES       TO WS-TIP-CLASE (WS-IDX-TIP, 4)
        PERFORM 2720-SUMAR-TIPO
    ELSE
        ADD 1 TO WS-TIP-OMITIDOS
    END-IF
    .
2720-SUMAR-TIPO.
    ADD 1 TO WS-TIP-ABIERTOS (WS-IDX-TIP)
    IF WS-CLASE-ITEM > ZEROES
        ADD 1 TO WS-TIP-CLASE (WS-IDX-TIP, WS-CLASE-ITEM)
    END-IF
    .
2750-GRABAR-PROXIMO.
    PERFORM 3330-INICIAR-REG-CARTERA
    SET CAR-ES-PROXIMO      TO TRUE
    MOVE IMM-ID             TO CAR-PRX-ID
    MOVE WS-CLASE-ITEM      TO CAR-PRX-CLASE
    MOVE WS-SEG-MARGEN      TO CAR-PRX-MARGEN
    MOVE IMM-FECHA-APERTURA TO CAR-PRX-FECHA-APE
    MOVE IMM-HORA-APERTURA  TO CAR-PRX-HORA-APE
    PERFORM 2760-CALCULAR-VENCIMIENTO
    MOVE WS-FECHA-VENCE     TO CAR-PRX-VENCE-FECHA
    MOVE WS-HORA-VENCE      TO CAR-PRX-VENCE-HORA
    WRITE REG-CARTERA
    .
2760-CALCULAR-VENCIMIENTO.
    MOVE WS-HORA-CORRIDA TO WS-HORA-VENCE
    COMPUTE WS-SEG-VENCE =
              (WS-HORA-VENCE-HH * CT-SEG-HH)
            + (WS-HORA-VENCE-MM * CT-SEG-MM)
            +  WS-HORA-VENCE-SS
            +  WS-SEG-MARGEN
    DIVIDE CT-SEG-DD INTO WS-SEG-VENCE
        GIVING WS-DIAS-INT-VENCE
        REMAINDER WS-SEG-RESTO-DIA
    END-DIVIDE
    DIVIDE CT-SEG-HH INTO WS-SEG-RESTO-DIA
        GIVING WS-HORA-VENCE-HH
        REMAINDER WS-SEG-RESTO-HORA
    END-DIVIDE
    DIVIDE CT-SEG-MM INTO WS-SEG-RESTO-HORA
        GIVING WS-HORA-VENCE-MM
        REMAINDER WS-HORA-VENCE-SS
    END-DIVIDE
    ADD WS-DIAS-INT-CORRIDA TO WS-DIAS-INT-VENCE
    IF WS-SLA-CALENDARIO (WS-IDX-SLA) NOT = SPACES
        COMPUTE WS-DIAS-INT-INICIO =
            FUNCTION INTEGER-OF-DATE(IMM-FECHA-APERTURA)
        IF WS-DIAS-INT-INICIO < WS-DIAS-INT-CORRIDA - 1
            COMPUTE WS-DIAS-INT-INICIO = WS-DIAS-INT-CORRIDA - 1
        END-IF
        MOVE ZEROES TO WS-DIAS-NO-HABILES
        PERFORM 2360-EVALUAR-DIA
            VARYING WS-DIAS-INT-TRABAJO
            FROM WS-DIAS-INT-INICIO BY 1
            UNTIL WS-DIAS-INT-TRABAJO >=
                  WS-DIAS-INT-VENCE + WS-DIAS-NO-HABILES
        ADD WS-DIAS-NO-HABILES TO WS-DIAS-INT-VENCE
    END-IF
    COMPUTE WS-FECHA-VENCE =
        FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-VENCE)
    .
3-ESCRIBIR-RESUMEN.
    PERFORM 3100-ESCRIBIR-UNA-CLASE
        VARYING WS-CLASE-ACTUAL FROM 1 BY 1
        UNTIL WS-CLASE-ACTUAL > 4
    MOVE WS-CONT-ITEMS     TO WS-LINTOT-CANT
    MOVE WS-CONT-INVALIDOS TO WS-LINTOT-INV
    MOVE WS-CONT-SIN-SLA   TO WS-LINTOT-SIN
    MOVE WS-CONT-CERRADOS  TO WS-LINTOT-CER
    WRITE REG-REPORTE FROM WS-LINEA-TOTAL
    PERFORM 3200-CERRAR-ESCALAMIENTO
    PERFORM 3300-GRABAR-CARTERA
    .
3100-ESCRIBIR-UNA-CLASE.
    MOVE WS-DESC-CLASE (WS-CLASE-ACTUAL) TO WS-LINRES-DESC
    MOVE WS-CONT-CLASE (WS-CLASE-ACTUAL) TO WS-LINRES-CANT
    WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
    .
3200-CERRAR-ESCALAMIENTO.
    PERFORM 2610-DEPURAR-ESCALA-ANT
        UNTIL FIN-ESCALA-ANT
    MOVE WS-FECHA-CORRIDA      TO WS-ESN-TRL-FECHA
    MOVE WS-HORA-CORRIDA       TO WS-ESN-TRL-HORA
    MOVE WS-CONT-NOTIF-AVISO   TO WS-ESN-TRL-AVISOS
    MOVE WS-CONT-NOTIF-VENCIDO TO WS-ESN-TRL-VENCIDOS
    COMPUTE WS-ESN-TRL-TOTAL =
        WS-CONT-NOTIF-AVISO + WS-CONT-NOTIF-VENCIDO
    WRITE REG-ESCALAMIENTO FROM WS-ESN-TRAILER
    MOVE WS-CONT-NOTIF-AVISO   TO WS-LINESC-AVISO
    MOVE WS-CONT-NOTIF-VENCIDO TO WS-LINESC-VENCIDO
    MOVE WS-CONT-ESC-VIGENTES  TO WS-LINESC-VIGENTES
    MOVE WS-CONT-ESC-DEPURADOS TO WS-LINESC-DEPURADOS
    WRITE REG-REPORTE FROM WS-LINEA-ESCALA
    .
3300-GRABAR-CARTERA.
    PERFORM 3310-GRABAR-UNA-CLASE
        VARYING WS-CLASE-ACTUAL FROM 1 BY 1
        UNTIL WS-CLASE-ACTUAL > 4
    PERFORM 3320-GRABAR-UN-TIPO
        VARYING WS-IDX-TIP FROM 1 BY 1
        UNTIL WS-IDX-TIP > WS-CONT-TIPOS
    IF WS-TIP-OMITIDOS > ZEROES
        DISPLAY " *** AVISO: " WS-TIP-OMITIDOS
                " ITEMS SIN DESGLOSE POR TIPO - MAS DE 200 TIPOS"
                " DISTINTOS (ARCITM) ***"
    END-IF
    PERFORM 3330-INICIAR-REG-CARTERA
    SET CAR-ES-RESUMEN     TO TRUE
    MOVE WS-MOV-FECHA      TO CAR-RES-MOV-FECHA
    MOVE WS-MOV-APERTURAS  TO CAR-RES-APERTURAS
    MOVE WS-MOV-CIERRES    TO CAR-RES-CIERRES
    COMPUTE CAR-RES-ABIERTOS = WS-CONT-ITEMS + WS-CONT-SIN-SLA
    MOVE WS-CONT-INVALIDOS TO CAR-RES-INVALIDOS
    MOVE WS-CONT-SIN-SLA   TO CAR-RES-SIN-SLA
    WRITE REG-CARTERA
    .
3310-GRABAR-UNA-CLASE.
    PERFORM 3330-INICIAR-REG-CARTERA
    SET CAR-ES-CLASE       TO TRUE
    MOVE WS-CLASE-ACTUAL   TO CAR-CLA-NUMERO
    MOVE WS-CONT-CLASE (WS-CLASE-ACTUAL) TO CAR-CLA-CANTIDAD
    WRITE REG-CARTERA
    .
3320-GRABAR-UN-TIPO.
    PERFORM 3330-INICIAR-REG-CARTERA
    SET CAR-ES-TIPO        TO TRUE
    MOVE WS-TIP-TIPO (WS-IDX-TIP)     TO CAR-TIP-TIPO
    MOVE WS-TIP-ABIERTOS (WS-IDX-TIP) TO CAR-TIP-ABIERTOS
    MOVE WS-TIP-CLASE (WS-IDX-TIP, 1) TO CAR-TIP-CLASE (1)
    MOVE WS-TIP-CLASE (WS-IDX-TIP, 2) TO CAR-TIP-CLASE (2)
    MOVE WS-TIP-CLASE (WS-IDX-TIP, 3) TO CAR-TIP-CLASE (3)
    MOVE WS-TIP-CLASE (WS-IDX-TIP, 4) TO CAR-TIP-CLASE (4)
    WRITE REG-CARTERA
    .
3330-INICIAR-REG-CARTERA.
    MOVE SPACES           TO REG-CARTERA
    MOVE WS-FECHA-CORRIDA TO CAR-FECHA
    MOVE WS-HORA-CORRIDA  TO CAR-HORA
    SET CAR-DE-SLA        TO TRUE
    .
4-FIN.
    CLOSE ARCH-REPORTE
    CLOSE ARCH-CARTERA
    CLOSE ARCH-ESCALA-NVO
    CLOSE ARCH-ESCALAMIENTO
    IF ESCALA-ANT-ABIERTO
        CLOSE ARCH-ESCALA-ANT
    END-IF
    IF WS-CONT-CLASE (1) > ZEROES
        MOVE 8 TO RETURN-CODE
    END-IF
