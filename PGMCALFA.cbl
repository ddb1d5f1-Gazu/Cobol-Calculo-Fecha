    SELECT ARCH-PARAMETROS    ASSIGN "ARCPRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-PARAMETROS.
    SELECT ARCH-MOVIMIENTO    ASSIGN "ARCMOV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-MOVIMIENTO.
    SELECT ARCH-CARTERA       ASSIGN "ARCCAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-CARTERA.
DATA DIVISION.
FILE SECTION.
FD  ARCH-ITEMS.
    01 REG-REPORTE            PIC X(120).
FD  ARCH-PARAMETROS.
    01 REG-PARAMETRO          PIC X(80).
FD  ARCH-MOVIMIENTO.
    COPY CALFMOV.
FD  ARCH-CARTERA.
    COPY CALFCAR.
WORKING-STORAGE SECTION.
    COPY CALFCWS.
    COPY CALFLNK.
            88 PARAMETRO-INVALIDO        VALUE 'S'.
        05 WS-SW-LIM-EN-PARM      PIC X(01) VALUE 'N'.
            88 LIMITES-EN-PARM           VALUE 'S'.
        05 WS-SW-FIN-MOVIMIENTO   PIC X(01) VALUE 'N'.
            88 FIN-ARCH-MOVIMIENTO       VALUE 'S'.
    01 WS-FS-PARAMETROS           PIC X(02) VALUE SPACES.
    01 WS-FS-MOVIMIENTO           PIC X(02) VALUE SPACES.
    01 WS-FS-CARTERA              PIC X(02) VALUE SPACES.
    01 WS-MOVIMIENTO-DIA.
        05 WS-MOV-FECHA           PIC 9(08) VALUE ZEROES.
        05 WS-MOV-APERTURAS       PIC 9(08) VALUE ZEROES.
        05 WS-MOV-CIERRES         PIC 9(08) VALUE ZEROES.
    01 WS-FECHA-CORRIDA           PIC 9(08) VALUE ZEROES.
    01 WS-FECHA-DIA-ANTERIOR      PIC 9(08) VALUE ZEROES.
    01 WS-HORA-CORRIDA-LARGA      PIC 9(08) VALUE ZEROES.
    01 WS-HORA-CORRIDA            PIC 9(06) VALUE ZEROES.
    01 WS-CONT-ITEMS              PIC 9(08) VALUE ZEROES.
    01 WS-CONT-INVALIDOS          PIC 9(08) VALUE ZEROES.
    01 WS-CONT-CERRADOS           PIC 9(08) VALUE ZEROES.
    01 WS-SEG-NETOS               PIC S9(18) VALUE ZEROES.
    01 WS-SEG-PAUSA-ITEM          PIC S9(18) VALUE ZEROES.
    01 WS-BANDA-ACTUAL            PIC 9(02) VALUE ZEROES.
    01 WS-BANDA-ITEM              PIC 9(02) VALUE ZEROES.
    01 WS-IDX-BANDA               PIC 9(02) VALUE ZEROES.
    PERFORM 1100-BANDAS-POR-OMISION
    PERFORM 1200-LEER-PARAMETROS
    PERFORM 1500-VALIDAR-BANDAS
    PERFORM 1600-LEER-MOVIMIENTO
    OPEN OUTPUT ARCH-REPORTE
    MOVE WS-FECHA-CORRIDA TO WS-TIT-FECHA
    MOVE WS-HORA-CORRIDA  TO WS-TIT-HORA
        STOP RUN
    END-IF
    .
1600-LEER-MOVIMIENTO.
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
            FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-FECHA-CORRIDA) - 1)
        IF WS-MOV-FECHA NOT = WS-FECHA-CORRIDA
                AND WS-MOV-FECHA NOT = WS-FECHA-DIA-ANTERIOR
            DISPLAY " *** AVISO: EL MOVIMIENTO DE PGMCALFI (ARCMOV)"
                    " ES DEL " WS-MOV-FECHA " Y NO DE LA CORRIDA"
                    " NI DEL DIA ANTERIOR ***"
        END-IF
    END-IF
    .
2-PROCESAR-BANDAS.
    PERFORM 2100-PROCESAR-UNA-BANDA
        VARYING WS-BANDA-ACTUAL FROM 1 BY 1
    MOVE SPACES           TO CALF-ENT-ZONA-INI
    MOVE SPACES           TO CALF-ENT-ZONA-FIN
    CALL 'PGMCALFS' USING CALF-PARAMETROS
    PERFORM 2260-DESCONTAR-PAUSAS
    PERFORM 2300-ASIGNAR-BANDA
    IF WS-BANDA-ITEM = WS-BANDA-ACTUAL
        PERFORM 2400-ESCRIBIR-DETALLE
        ADD 1 TO WS-CONT-BANDA (WS-BANDA-ITEM)
    END-IF
    .
2260-DESCONTAR-PAUSAS.
    MOVE CALF-SAL-SEGUNDOS TO WS-SEG-NETOS
    MOVE ZEROES            TO WS-SEG-PAUSA-ITEM
    IF IMM-SEG-PAUSA IS NUMERIC
        MOVE IMM-SEG-PAUSA TO WS-SEG-PAUSA-ITEM
        IF IMM-SUSPENDIDO
            MOVE '2'              TO CALF-FUNCION
            MOVE IMM-FECHA-PAUSA  TO CALF-ENT-FECHA-INI
            MOVE IMM-HORA-PAUSA   TO CALF-ENT-HORA-INI
            MOVE WS-FECHA-CORRIDA TO CALF-ENT-FECHA-FIN
            MOVE WS-HORA-CORRIDA  TO CALF-ENT-HORA-FIN
            MOVE SPACES           TO CALF-ENT-ZONA-INI
            MOVE SPACES           TO CALF-ENT-ZONA-FIN
            CALL 'PGMCALFS' USING CALF-PARAMETROS
            IF CALF-SAL-SEGUNDOS > ZEROES
                ADD CALF-SAL-SEGUNDOS TO WS-SEG-PAUSA-ITEM
            END-IF
        END-IF
    END-IF
    IF WS-SEG-PAUSA-ITEM > ZEROES
        SUBTRACT WS-SEG-PAUSA-ITEM FROM WS-SEG-NETOS
        IF WS-SEG-NETOS < ZEROES
            MOVE ZEROES TO WS-SEG-NETOS
        END-IF
    END-IF
    IF WS-SEG-PAUSA-ITEM > ZEROES OR IMM-SUSPENDIDO
        MOVE '1'          TO CALF-FUNCION
        MOVE WS-SEG-NETOS TO CALF-ENT-SEGUNDOS
        CALL 'PGMCALFS' USING CALF-PARAMETROS
    END-IF
    .
2300-ASIGNAR-BANDA.
    MOVE WS-NUM-BANDAS TO WS-BANDA-ITEM
    PERFORM 2310-COMPARAR-LIMITE
    MOVE WS-CONT-INVALIDOS TO WS-LINTOT-INV
    MOVE WS-CONT-CERRADOS  TO WS-LINTOT-CER
    WRITE REG-REPORTE FROM WS-LINEA-TOTAL
    PERFORM 3200-GRABAR-CARTERA
    .
3100-ESCRIBIR-UNA-BANDA.
    MOVE WS-DESC-BANDA (WS-BANDA-ACTUAL) TO WS-LINRES-DESC
    MOVE WS-PORCENTAJE TO WS-LINRES-PORC
    WRITE REG-REPORTE FROM WS-LINEA-RESUMEN
    .
3200-GRABAR-CARTERA.
    OPEN EXTEND ARCH-CARTERA
    IF WS-FS-CARTERA = "35"
        OPEN OUTPUT ARCH-CARTERA
    END-IF
    PERFORM 3210-GRABAR-UNA-BANDA
        VARYING WS-BANDA-ACTUAL FROM 1 BY 1
        UNTIL WS-BANDA-ACTUAL > WS-NUM-BANDAS
    PERFORM 3220-INICIAR-REG-CARTERA
    SET CAR-ES-RESUMEN     TO TRUE
    MOVE WS-MOV-FECHA      TO CAR-RES-MOV-FECHA
    MOVE WS-MOV-APERTURAS  TO CAR-RES-APERTURAS
    MOVE WS-MOV-CIERRES    TO CAR-RES-CIERRES
    MOVE WS-CONT-ITEMS     TO CAR-RES-ABIERTOS
    MOVE WS-CONT-INVALIDOS TO CAR-RES-INVALIDOS
    MOVE ZEROES            TO CAR-RES-SIN-SLA
    WRITE REG-CARTERA
    CLOSE ARCH-CARTERA
    .
3210-GRABAR-UNA-BANDA.
    PERFORM 3220-INICIAR-REG-CARTERA
    SET CAR-ES-BANDA       TO TRUE
    MOVE WS-BANDA-ACTUAL   TO CAR-BAN-NUMERO
    MOVE ZEROES            TO CAR-BAN-LIMITE
    IF WS-BANDA-ACTUAL <= WS-NUM-LIMITES
        MOVE WS-LIMITE-BANDA (WS-BANDA-ACTUAL) TO CAR-BAN-LIMITE
    END-IF
    MOVE WS-DESC-BANDA (WS-BANDA-ACTUAL) TO CAR-BAN-DESC
    MOVE WS-CONT-BANDA (WS-BANDA-ACTUAL) TO CAR-BAN-CANTIDAD
    WRITE REG-CARTERA
    .
3220-INICIAR-REG-CARTERA.
    MOVE SPACES           TO REG-CARTERA
    MOVE WS-FECHA-CORRIDA TO CAR-FECHA
    MOVE WS-HORA-CORRIDA  TO CAR-HORA
    SET CAR-DE-ANTIGUEDAD TO TRUE
    .
4-FIN.
    CLOSE ARCH-REPORTE
    .
