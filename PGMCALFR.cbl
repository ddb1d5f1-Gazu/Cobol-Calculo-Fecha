IDENTIFICATION DIVISION.
PROGRAM-ID. PGMCALFR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-JORNAL        ASSIGN "ARCJRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-JORNAL.
    SELECT ARCH-REPORTE       ASSIGN "ARCJRR"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  ARCH-JORNAL.
    COPY CALFJRN.
FD  ARCH-REPORTE.
    01 REG-REPORTE            PIC X(120).
WORKING-STORAGE SECTION.
    COPY CALFFER.
    COPY CALFTZM.
    01 WS-SWITCHES.
        05 WS-SW-FIN-JORNAL       PIC X(01) VALUE 'N'.
            88 FIN-ARCH-JORNAL           VALUE 'S'.
        05 WS-SW-RETROACTIVO      PIC X(01) VALUE 'N'.
            88 CAMBIO-RETROACTIVO        VALUE 'S'.
    01 WS-FS-JORNAL               PIC X(02) VALUE SPACES.
    01 WS-FECHA-HOY               PIC 9(08) VALUE ZEROES.
    01 WS-FECHA-ALFA              PIC X(08) VALUE SPACES.
    01 WS-FECHA-REPORTE           PIC 9(08) VALUE ZEROES.
    01 FILLER REDEFINES WS-FECHA-REPORTE.
        05 WS-REP-AAAA            PIC 9(04).
        05 WS-REP-MM              PIC 9(02).
        05 WS-REP-DD              PIC 9(02).
    01 WS-MAESTRO-ACTUAL          PIC X(01) VALUE SPACES.
        88 MAESTRO-FERIADOS          VALUE 'F'.
        88 MAESTRO-ZONAS             VALUE 'Z'.
    01 WS-FECHA-EFECTO            PIC 9(08) VALUE ZEROES.
    01 WS-CONTADORES.
        05 WS-CONT-LEIDOS         PIC 9(08) VALUE ZEROES.
        05 WS-CONT-DEL-DIA        PIC 9(08) VALUE ZEROES.
        05 WS-CONT-ALTAS          PIC 9(08) VALUE ZEROES.
        05 WS-CONT-MODIF          PIC 9(08) VALUE ZEROES.
        05 WS-CONT-BAJAS          PIC 9(08) VALUE ZEROES.
        05 WS-CONT-RETRO          PIC 9(08) VALUE ZEROES.
        05 WS-CONT-RETRO-TOTAL    PIC 9(08) VALUE ZEROES.
    01 WS-LINEA-TITULO.
        05 FILLER                 PIC X(44) VALUE
            "CAMBIOS EN MAESTROS DE CALENDARIO Y ZONAS - ".
        05 WS-TIT-FECHA           PIC 9(08).
    01 WS-LINEA-SUBTIT            PIC X(60) VALUE SPACES.
    01 WS-LINEA-CAMBIO.
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-LINCAM-HORA         PIC 9(06).
        05 FILLER                 PIC X(07) VALUE "  TERM ".
        05 WS-LINCAM-TERMINAL     PIC X(04).
        05 FILLER                 PIC X(10) VALUE "  USUARIO ".
        05 WS-LINCAM-USUARIO      PIC X(08).
        05 FILLER                 PIC X(07) VALUE "  TRAN ".
        05 WS-LINCAM-TRANSACCION  PIC X(04).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-LINCAM-ACCION       PIC X(14).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-LINCAM-AVISO        PIC X(32).
    01 WS-LINEA-IMAGEN.
        05 FILLER                 PIC X(05) VALUE SPACES.
        05 WS-LINIMG-ROTULO       PIC X(09).
        05 WS-LINIMG-TEXTO        PIC X(106).
    01 WS-IMAGEN-FERIADO.
        05 FILLER                 PIC X(04) VALUE "CAL ".
        05 WS-IMGFER-CALENDARIO   PIC X(03).
        05 FILLER                 PIC X(07) VALUE " FECHA ".
        05 WS-IMGFER-FECHA        PIC 9(08).
        05 FILLER                 PIC X(01) VALUE SPACE.
        05 WS-IMGFER-DESC         PIC X(30).
    01 WS-IMAGEN-ZONA.
        05 FILLER                 PIC X(05) VALUE "ZONA ".
        05 WS-IMGZON-CODIGO       PIC X(03).
        05 FILLER                 PIC X(05) VALUE " VIG ".
        05 WS-IMGZON-VIG-DESDE    PIC 9(08).
        05 FILLER                 PIC X(01) VALUE "-".
        05 WS-IMGZON-VIG-HASTA    PIC 9(08).
        05 FILLER                 PIC X(05) VALUE " INV ".
        05 WS-IMGZON-OFF-INV      PIC +9(04).
        05 FILLER                 PIC X(05) VALUE " VER ".
        05 WS-IMGZON-OFF-VER      PIC +9(04).
        05 FILLER                 PIC X(08) VALUE " VERANO ".
        05 WS-IMGZON-VER-DESDE    PIC 9(08).
        05 FILLER                 PIC X(01) VALUE "-".
        05 WS-IMGZON-VER-HASTA    PIC 9(08).
        05 FILLER                 PIC X(01) VALUE SPACE.
        05 WS-IMGZON-DESC         PIC X(30).
    01 WS-LINEA-FUENTE.
        05 WS-LINFTE-DESC         PIC X(30).
        05 WS-LINFTE-VALOR        PIC Z(07)9.
PROCEDURE DIVISION.
    PERFORM 1-INICIO
    MOVE 'F' TO WS-MAESTRO-ACTUAL
    PERFORM 2-PROCESAR-MAESTRO
    MOVE 'Z' TO WS-MAESTRO-ACTUAL
    PERFORM 2-PROCESAR-MAESTRO
    PERFORM 4-ESCRIBIR-TOTALES
    PERFORM 5-FIN
    STOP RUN
    .
1-INICIO.
    ACCEPT WS-FECHA-ALFA
    IF WS-FECHA-ALFA IS NUMERIC AND WS-FECHA-ALFA NOT = ZEROES
        MOVE WS-FECHA-ALFA TO WS-FECHA-REPORTE
    ELSE
        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
        COMPUTE WS-FECHA-REPORTE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1)
    END-IF
    IF WS-REP-MM < 01 OR WS-REP-MM > 12
            OR WS-REP-DD < 01 OR WS-REP-DD > 31
        DISPLAY " *** ERROR: FECHA INVALIDA EN SYSIN: '"
                WS-FECHA-ALFA "' (AAAAMMDD) ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ARCH-REPORTE
    MOVE WS-FECHA-REPORTE TO WS-TIT-FECHA
    WRITE REG-REPORTE FROM WS-LINEA-TITULO
    .
2-PROCESAR-MAESTRO.
    MOVE ZEROES TO WS-CONT-ALTAS
    MOVE ZEROES TO WS-CONT-MODIF
    MOVE ZEROES TO WS-CONT-BAJAS
    MOVE ZEROES TO WS-CONT-RETRO
    MOVE 'N'    TO WS-SW-FIN-JORNAL
    MOVE SPACES TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    IF MAESTRO-FERIADOS
        MOVE "CAMBIOS EN FERIADOS (TRANSACCION CALM)"
            TO WS-LINEA-SUBTIT
    ELSE
        MOVE "CAMBIOS EN ZONAS HORARIAS (TRANSACCION CALZ)"
            TO WS-LINEA-SUBTIT
    END-IF
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    OPEN INPUT ARCH-JORNAL
    IF WS-FS-JORNAL NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR EL JORNAL DE CAMBIOS"
                " (ARCJRN) - FS=" WS-FS-JORNAL " ***"
        CLOSE ARCH-REPORTE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2100-LEER-JORNAL
    PERFORM 2200-PROCESAR-CAMBIO
        UNTIL FIN-ARCH-JORNAL
    CLOSE ARCH-JORNAL
    PERFORM 3-ESCRIBIR-RESUMEN-MAESTRO
    .
2100-LEER-JORNAL.
    READ ARCH-JORNAL
        AT END SET FIN-ARCH-JORNAL TO TRUE
    END-READ
    .
2200-PROCESAR-CAMBIO.
    IF MAESTRO-FERIADOS
        ADD 1 TO WS-CONT-LEIDOS
    END-IF
    IF JRN-FECHA = WS-FECHA-REPORTE
            AND JRN-MAESTRO = WS-MAESTRO-ACTUAL
        ADD 1 TO WS-CONT-DEL-DIA
        PERFORM 2300-EVALUAR-EFECTO
        PERFORM 2400-ESCRIBIR-CAMBIO
    END-IF
    PERFORM 2100-LEER-JORNAL
    .
2300-EVALUAR-EFECTO.
    MOVE 'N' TO WS-SW-RETROACTIVO
    IF JRN-BAJA
        MOVE JRN-IMAGEN-ANTES   TO WS-LINIMG-TEXTO
    ELSE
        MOVE JRN-IMAGEN-DESPUES TO WS-LINIMG-TEXTO
    END-IF
    IF MAESTRO-FERIADOS
        MOVE WS-LINIMG-TEXTO (1:41) TO REG-FERIADO-M
        MOVE FER-FECHA              TO WS-FECHA-EFECTO
    ELSE
        MOVE WS-LINIMG-TEXTO (1:75) TO REG-ZONA-M
        MOVE ZON-VIG-DESDE          TO WS-FECHA-EFECTO
    END-IF
    IF WS-FECHA-EFECTO IS NUMERIC
            AND WS-FECHA-EFECTO < JRN-FECHA
        SET CAMBIO-RETROACTIVO TO TRUE
        ADD 1 TO WS-CONT-RETRO
        ADD 1 TO WS-CONT-RETRO-TOTAL
    END-IF
    .
2400-ESCRIBIR-CAMBIO.
    MOVE JRN-HORA        TO WS-LINCAM-HORA
    MOVE JRN-TERMINAL    TO WS-LINCAM-TERMINAL
    MOVE JRN-USUARIO     TO WS-LINCAM-USUARIO
    MOVE JRN-TRANSACCION TO WS-LINCAM-TRANSACCION
    IF JRN-ALTA
        ADD 1 TO WS-CONT-ALTAS
        MOVE "ALTA"         TO WS-LINCAM-ACCION
    ELSE
        IF JRN-MODIFICACION
            ADD 1 TO WS-CONT-MODIF
            MOVE "MODIFICACION" TO WS-LINCAM-ACCION
        ELSE
            ADD 1 TO WS-CONT-BAJAS
            MOVE "BAJA"         TO WS-LINCAM-ACCION
        END-IF
    END-IF
    MOVE SPACES TO WS-LINCAM-AVISO
    IF CAMBIO-RETROACTIVO
        IF MAESTRO-FERIADOS
            MOVE "*** FECHA YA PROCESADA ***"   TO WS-LINCAM-AVISO
        ELSE
            MOVE "*** VIGENCIA YA INICIADA ***" TO WS-LINCAM-AVISO
        END-IF
    END-IF
    WRITE REG-REPORTE FROM WS-LINEA-CAMBIO
    IF NOT JRN-ALTA
        MOVE "ANTES  : "      TO WS-LINIMG-ROTULO
        MOVE JRN-IMAGEN-ANTES TO WS-LINIMG-TEXTO
        PERFORM 2500-ESCRIBIR-IMAGEN
    END-IF
    IF NOT JRN-BAJA
        MOVE "DESPUES: "        TO WS-LINIMG-ROTULO
        MOVE JRN-IMAGEN-DESPUES TO WS-LINIMG-TEXTO
        PERFORM 2500-ESCRIBIR-IMAGEN
    END-IF
    .
2500-ESCRIBIR-IMAGEN.
    IF MAESTRO-FERIADOS
        MOVE WS-LINIMG-TEXTO (1:41) TO REG-FERIADO-M
        MOVE FER-CALENDARIO         TO WS-IMGFER-CALENDARIO
        MOVE FER-FECHA              TO WS-IMGFER-FECHA
        MOVE FER-DESCRIPCION        TO WS-IMGFER-DESC
        MOVE WS-IMAGEN-FERIADO      TO WS-LINIMG-TEXTO
    ELSE
        MOVE WS-LINIMG-TEXTO (1:75) TO REG-ZONA-M
        MOVE ZON-CODIGO             TO WS-IMGZON-CODIGO
        MOVE ZON-VIG-DESDE          TO WS-IMGZON-VIG-DESDE
        MOVE ZON-VIG-HASTA          TO WS-IMGZON-VIG-HASTA
        MOVE ZON-OFF-INV            TO WS-IMGZON-OFF-INV
        MOVE ZON-OFF-VER            TO WS-IMGZON-OFF-VER
        MOVE ZON-VER-DESDE          TO WS-IMGZON-VER-DESDE
        MOVE ZON-VER-HASTA          TO WS-IMGZON-VER-HASTA
        MOVE ZON-DESCRIPCION        TO WS-IMGZON-DESC
        MOVE WS-IMAGEN-ZONA         TO WS-LINIMG-TEXTO
    END-IF
    WRITE REG-REPORTE FROM WS-LINEA-IMAGEN
    .
3-ESCRIBIR-RESUMEN-MAESTRO.
    IF WS-CONT-ALTAS = ZEROES AND WS-CONT-MODIF = ZEROES
            AND WS-CONT-BAJAS = ZEROES
        MOVE "  SIN CAMBIOS EN EL DIA" TO WS-LINEA-SUBTIT
        WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    END-IF
    MOVE "ALTAS.......................: " TO WS-LINFTE-DESC
    MOVE WS-CONT-ALTAS                    TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "MODIFICACIONES..............: " TO WS-LINFTE-DESC
    MOVE WS-CONT-MODIF                    TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "BAJAS.......................: " TO WS-LINFTE-DESC
    MOVE WS-CONT-BAJAS                    TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "CON EFECTO RETROACTIVO......: " TO WS-LINFTE-DESC
    MOVE WS-CONT-RETRO                    TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    .
4-ESCRIBIR-TOTALES.
    MOVE SPACES TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    MOVE "TOTALES DEL JORNAL" TO WS-LINEA-SUBTIT
    WRITE REG-REPORTE FROM WS-LINEA-SUBTIT
    MOVE "REGISTROS LEIDOS............: " TO WS-LINFTE-DESC
    MOVE WS-CONT-LEIDOS                   TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "CAMBIOS DEL DIA.............: " TO WS-LINFTE-DESC
    MOVE WS-CONT-DEL-DIA                  TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "CAMBIOS RETROACTIVOS........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-RETRO-TOTAL              TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    .
5-FIN.
    CLOSE ARCH-REPORTE
    IF WS-CONT-RETRO-TOTAL > ZEROES
        DISPLAY " *** AVISO: " WS-CONT-RETRO-TOTAL
                " CAMBIOS CON EFECTO RETROACTIVO EN FERIADOS/ZONAS ***"
        MOVE 4 TO RETURN-CODE
    END-IF
    .
