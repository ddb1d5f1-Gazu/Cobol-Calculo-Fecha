IDENTIFICATION DIVISION.
PROGRAM-ID. PGMCALFG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-IFZ-STREAMS   ASSIGN "ARCIFS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-IFZ-STREAMS.
    SELECT ARCH-REP-STREAMS   ASSIGN "ARCRPS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-REP-STREAMS.
    SELECT ARCH-INTERFAZ      ASSIGN "ARCIFZ"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-REPORTE       ASSIGN "ARCREP"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-CHECKPOINT    ASSIGN "ARCCKP"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-MEZCLA        ASSIGN "ARCMEZ"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  ARCH-IFZ-STREAMS.
    01 REG-IFZ-STREAM         PIC X(160).
FD  ARCH-REP-STREAMS.
    01 REG-REP-STREAM         PIC X(120).
FD  ARCH-INTERFAZ.
    01 REG-INTERFAZ           PIC X(160).
FD  ARCH-REPORTE.
    01 REG-REPORTE            PIC X(120).
FD  ARCH-CHECKPOINT.
    COPY CALFCKP.
FD  ARCH-MEZCLA.
    01 REG-MEZCLA             PIC X(120).
WORKING-STORAGE SECTION.
    01 WS-SWITCHES.
        05 WS-SW-FIN-IFZ          PIC X(01) VALUE 'N'.
            88 FIN-ARCH-IFZ-STREAMS      VALUE 'S'.
        05 WS-SW-FIN-REP          PIC X(01) VALUE 'N'.
            88 FIN-ARCH-REP-STREAMS      VALUE 'S'.
        05 WS-SW-CABECERA         PIC X(01) VALUE 'N'.
            88 CABECERA-ESCRITA          VALUE 'S'.
    01 WS-FS-IFZ-STREAMS          PIC X(02) VALUE SPACES.
    01 WS-FS-REP-STREAMS          PIC X(02) VALUE SPACES.
    01 WS-STREAMS-ALFA            PIC X(02) VALUE SPACES.
    01 WS-STREAMS                 PIC 9(02) VALUE ZEROES.
    01 CT-MAX-STREAMS             PIC 9(02) VALUE 08.
    01 WS-MENSAJE-ERROR           PIC X(60) VALUE SPACES.
    01 WS-IFS-TRAILER.
        05 IFS-TRL-MARCA          PIC X(01).
        05 FILLER                 PIC X(01).
        05 IFS-TRL-PROCESADOS     PIC 9(08).
        05 FILLER                 PIC X(01).
        05 IFS-TRL-RECHAZADOS     PIC 9(08).
        05 FILLER                 PIC X(01).
        05 IFS-TRL-TOTAL          PIC 9(08).
        05 FILLER                 PIC X(01).
        05 IFS-TRL-HASH           PIC S9(18) SIGN IS LEADING SEPARATE.
        05 FILLER                 PIC X(01).
        05 IFS-TRL-RUN-ID         PIC X(08).
        05 FILLER                 PIC X(01).
        05 IFS-TRL-FECHA          PIC 9(08).
        05 FILLER                 PIC X(94).
    01 WS-IFS-SECUENCIA           PIC 9(08) VALUE ZEROES.
    01 WS-STREAM.
        05 WS-STR-NUMERO          PIC 9(02) VALUE ZEROES.
        05 WS-STR-DETALLES        PIC 9(08) VALUE ZEROES.
        05 WS-STR-PRIMERA         PIC 9(08) VALUE ZEROES.
    01 WS-TOTALES-IFZ.
        05 WS-IFZ-DETALLES        PIC 9(08) VALUE ZEROES.
        05 WS-IFZ-PROCESADOS      PIC 9(08) VALUE ZEROES.
        05 WS-IFZ-RECHAZADOS      PIC 9(08) VALUE ZEROES.
        05 WS-IFZ-TOTAL           PIC 9(08) VALUE ZEROES.
        05 WS-IFZ-HASH            PIC S9(18) VALUE ZEROES.
        05 WS-IFZ-ULTIMA          PIC 9(08) VALUE ZEROES.
        05 WS-IFZ-RUN-ID          PIC X(08) VALUE SPACES.
        05 WS-IFZ-FECHA           PIC 9(08) VALUE ZEROES.
    01 WS-TOTALES-REP.
        05 WS-REP-TRAILERS        PIC 9(02) VALUE ZEROES.
        05 WS-REP-REGISTROS       PIC 9(08) VALUE ZEROES.
        05 WS-REP-SEGUNDOS        PIC 9(18) VALUE ZEROES.
        05 WS-REP-TIPO-SEG        PIC 9(08) VALUE ZEROES.
        05 WS-REP-TIPO-TS         PIC 9(08) VALUE ZEROES.
        05 WS-REP-TIPO-INV        PIC 9(08) VALUE ZEROES.
        05 WS-REP-TIPO-HAB        PIC 9(08) VALUE ZEROES.
        05 WS-REP-TIPO-ERR        PIC 9(08) VALUE ZEROES.
        05 WS-REP-CANT-TIPO       PIC 9(08) VALUE ZEROES.
        05 WS-TIPO-ANTERIOR       PIC X(01) VALUE LOW-VALUE.
    01 WS-IFZ-TRAILER.
        05 WS-IFZ-TRL-MARCA       PIC X(01) VALUE 'T'.
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-IFZ-TRL-PROCESADOS  PIC 9(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-IFZ-TRL-RECHAZADOS  PIC 9(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-IFZ-TRL-TOTAL       PIC 9(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-IFZ-TRL-HASH        PIC S9(18) SIGN IS LEADING SEPARATE.
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-IFZ-TRL-RUN-ID      PIC X(08).
        05 FILLER                 PIC X(01) VALUE ';'.
        05 WS-IFZ-TRL-FECHA       PIC 9(08).
    01 WS-LINEA-TRAILER.
        05 FILLER                 PIC X(23) VALUE "TOTAL REGISTROS PROC.: ".
        05 WS-LINTRL-REGISTROS    PIC Z(07)9.
        05 FILLER                 PIC X(18) VALUE "  TOTAL SEGUNDOS: ".
        05 WS-LINTRL-TOTAL        PIC Z(17)9.
    01 WS-LINEA-TRL-TIPO.
        05 FILLER                 PIC X(12) VALUE "TOTAL TIPO '".
        05 WS-LINTRLT-TIPO        PIC X(01).
        05 FILLER                 PIC X(15) VALUE "' REGISTROS..: ".
        05 WS-LINTRLT-CANT        PIC Z(07)9.
    01 WS-LINEA-TITULO            PIC X(50) VALUE
        "MEZCLA DE STREAMS PARALELOS - CORRIDA NOCTURNA".
    01 WS-LINEA-STREAM.
        05 FILLER                 PIC X(07) VALUE "STREAM ".
        05 WS-LINSTR-NUMERO       PIC 9(02).
        05 FILLER                 PIC X(13) VALUE " - DETALLES: ".
        05 WS-LINSTR-DETALLES     PIC Z(07)9.
        05 FILLER                 PIC X(08) VALUE "  PROC: ".
        05 WS-LINSTR-PROCESADOS   PIC Z(07)9.
        05 FILLER                 PIC X(08) VALUE "  RECH: ".
        05 WS-LINSTR-RECHAZADOS   PIC Z(07)9.
        05 FILLER                 PIC X(07) VALUE "  SEC: ".
        05 WS-LINSTR-DESDE        PIC Z(07)9.
        05 FILLER                 PIC X(03) VALUE " A ".
        05 WS-LINSTR-HASTA        PIC Z(07)9.
        05 FILLER                 PIC X(08) VALUE "  HASH: ".
        05 WS-LINSTR-HASH         PIC -(17)9.
    01 WS-LINEA-FUENTE.
        05 WS-LINFTE-DESC         PIC X(30).
        05 WS-LINFTE-VALOR        PIC Z(07)9.
    01 WS-LINEA-IMPORTE.
        05 WS-LINIMP-DESC         PIC X(30).
        05 WS-LINIMP-VALOR        PIC -(17)9.
    01 WS-LINEA-CORRIDA.
        05 FILLER                 PIC X(30) VALUE
            "CORRIDA (RUN-ID + FECHA)....: ".
        05 WS-LINCOR-RUN-ID       PIC X(08).
        05 FILLER                 PIC X(01) VALUE SPACE.
        05 WS-LINCOR-FECHA        PIC 9(08).
    01 WS-LINEA-FINAL             PIC X(60) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 1-INICIO
    PERFORM 2-MEZCLAR-INTERFAZ
    PERFORM 3-MEZCLAR-REPORTE
    PERFORM 4-GRABAR-CHECKPOINT
    PERFORM 5-FIN
    STOP RUN
    .
1-INICIO.
    ACCEPT WS-STREAMS-ALFA
    IF WS-STREAMS-ALFA IS NUMERIC
        MOVE WS-STREAMS-ALFA TO WS-STREAMS
    END-IF
    IF WS-STREAMS < 1 OR WS-STREAMS > CT-MAX-STREAMS
        DISPLAY " *** ERROR: CANTIDAD DE STREAMS INVALIDA EN SYSIN: '"
                WS-STREAMS-ALFA "' (01-08) ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ARCH-IFZ-STREAMS
    IF WS-FS-IFZ-STREAMS NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR LA INTERFAZ DE LOS"
                " STREAMS (ARCIFS) - FS=" WS-FS-IFZ-STREAMS " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ARCH-REP-STREAMS
    IF WS-FS-REP-STREAMS NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR EL REPORTE DE LOS"
                " STREAMS (ARCRPS) - FS=" WS-FS-REP-STREAMS " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ARCH-INTERFAZ
    OPEN OUTPUT ARCH-REPORTE
    OPEN OUTPUT ARCH-MEZCLA
    WRITE REG-MEZCLA FROM WS-LINEA-TITULO
    .
2-MEZCLAR-INTERFAZ.
    PERFORM 2100-LEER-IFZ-STREAM
    PERFORM 2200-EXAMINAR-IFZ
        UNTIL FIN-ARCH-IFZ-STREAMS
    CLOSE ARCH-IFZ-STREAMS
    IF WS-STR-NUMERO NOT = WS-STREAMS
        MOVE "LA INTERFAZ DE LOS STREAMS NO TIENE UN TRAILER POR STREAM"
            TO WS-MENSAJE-ERROR
        PERFORM 9-CANCELAR-MEZCLA
    END-IF
    MOVE WS-IFZ-PROCESADOS TO WS-IFZ-TRL-PROCESADOS
    MOVE WS-IFZ-RECHAZADOS TO WS-IFZ-TRL-RECHAZADOS
    MOVE WS-IFZ-TOTAL      TO WS-IFZ-TRL-TOTAL
    MOVE WS-IFZ-HASH       TO WS-IFZ-TRL-HASH
    MOVE WS-IFZ-RUN-ID     TO WS-IFZ-TRL-RUN-ID
    MOVE WS-IFZ-FECHA      TO WS-IFZ-TRL-FECHA
    WRITE REG-INTERFAZ FROM WS-IFZ-TRAILER
    CLOSE ARCH-INTERFAZ
    .
2100-LEER-IFZ-STREAM.
    READ ARCH-IFZ-STREAMS
        AT END SET FIN-ARCH-IFZ-STREAMS TO TRUE
    END-READ
    .
2200-EXAMINAR-IFZ.
    IF REG-IFZ-STREAM (1:1) = 'D'
        PERFORM 2300-COPIAR-DETALLE
    ELSE
        IF REG-IFZ-STREAM (1:1) = 'T'
            PERFORM 2400-CERRAR-STREAM
        ELSE
            MOVE "REGISTRO DE INTERFAZ NO RECONOCIDO EN ARCIFS"
                TO WS-MENSAJE-ERROR
            PERFORM 9-CANCELAR-MEZCLA
        END-IF
    END-IF
    PERFORM 2100-LEER-IFZ-STREAM
    .
2300-COPIAR-DETALLE.
    IF WS-STR-NUMERO >= WS-STREAMS
        MOVE "HAY DETALLES DESPUES DEL TRAILER DEL ULTIMO STREAM"
            TO WS-MENSAJE-ERROR
        PERFORM 9-CANCELAR-MEZCLA
    END-IF
    IF REG-IFZ-STREAM (148:8) IS NUMERIC
        MOVE REG-IFZ-STREAM (148:8) TO WS-IFS-SECUENCIA
    ELSE
        MOVE ZEROES TO WS-IFS-SECUENCIA
    END-IF
    IF WS-IFS-SECUENCIA NOT = WS-IFZ-ULTIMA + 1
        MOVE "SECUENCIA DE ENTRADA DISCONTINUA EN LA INTERFAZ"
            TO WS-MENSAJE-ERROR
        PERFORM 9-CANCELAR-MEZCLA
    END-IF
    IF WS-STR-DETALLES = ZEROES
        MOVE WS-IFS-SECUENCIA TO WS-STR-PRIMERA
    END-IF
    MOVE WS-IFS-SECUENCIA TO WS-IFZ-ULTIMA
    ADD 1 TO WS-STR-DETALLES
    ADD 1 TO WS-IFZ-DETALLES
    WRITE REG-INTERFAZ FROM REG-IFZ-STREAM
    .
2400-CERRAR-STREAM.
    ADD 1 TO WS-STR-NUMERO
    MOVE REG-IFZ-STREAM TO WS-IFS-TRAILER
    IF IFS-TRL-PROCESADOS IS NOT NUMERIC
            OR IFS-TRL-RECHAZADOS IS NOT NUMERIC
            OR IFS-TRL-TOTAL IS NOT NUMERIC
            OR IFS-TRL-HASH IS NOT NUMERIC
        MOVE "TRAILER DE INTERFAZ CON CAMPOS NO NUMERICOS"
            TO WS-MENSAJE-ERROR
        PERFORM 9-CANCELAR-MEZCLA
    END-IF
    IF IFS-TRL-RUN-ID = SPACES
            OR IFS-TRL-FECHA IS NOT NUMERIC
            OR IFS-TRL-FECHA = ZEROES
        MOVE "TRAILER DE INTERFAZ SIN RUN-ID O FECHA DE CORRIDA"
            TO WS-MENSAJE-ERROR
        PERFORM 9-CANCELAR-MEZCLA
    END-IF
    IF WS-STR-NUMERO = 1
        MOVE IFS-TRL-RUN-ID TO WS-IFZ-RUN-ID
        MOVE IFS-TRL-FECHA  TO WS-IFZ-FECHA
    ELSE
        IF IFS-TRL-RUN-ID NOT = WS-IFZ-RUN-ID
            MOVE "RUN-ID DISTINTO ENTRE LOS TRAILERS DE LOS STREAMS"
                TO WS-MENSAJE-ERROR
            PERFORM 9-CANCELAR-MEZCLA
        END-IF
        IF IFS-TRL-FECHA < WS-IFZ-FECHA
            MOVE IFS-TRL-FECHA TO WS-IFZ-FECHA
        END-IF
    END-IF
    IF IFS-TRL-TOTAL NOT = WS-STR-DETALLES
        MOVE "DETALLES DEL STREAM DISTINTOS DEL TOTAL DE SU TRAILER"
            TO WS-MENSAJE-ERROR
        PERFORM 9-CANCELAR-MEZCLA
    END-IF
    ADD IFS-TRL-PROCESADOS TO WS-IFZ-PROCESADOS
    ADD IFS-TRL-RECHAZADOS TO WS-IFZ-RECHAZADOS
    ADD IFS-TRL-TOTAL      TO WS-IFZ-TOTAL
    ADD IFS-TRL-HASH       TO WS-IFZ-HASH
    MOVE WS-STR-NUMERO      TO WS-LINSTR-NUMERO
    MOVE WS-STR-DETALLES    TO WS-LINSTR-DETALLES
    MOVE IFS-TRL-PROCESADOS TO WS-LINSTR-PROCESADOS
    MOVE IFS-TRL-RECHAZADOS TO WS-LINSTR-RECHAZADOS
    IF WS-STR-DETALLES > ZEROES
        MOVE WS-STR-PRIMERA TO WS-LINSTR-DESDE
        MOVE WS-IFZ-ULTIMA  TO WS-LINSTR-HASTA
    ELSE
        MOVE ZEROES         TO WS-LINSTR-DESDE
                               WS-LINSTR-HASTA
    END-IF
    MOVE IFS-TRL-HASH       TO WS-LINSTR-HASH
    WRITE REG-MEZCLA FROM WS-LINEA-STREAM
    MOVE ZEROES TO WS-STR-DETALLES
                   WS-STR-PRIMERA
    .
3-MEZCLAR-REPORTE.
    PERFORM 3100-LEER-REP-STREAM
    PERFORM 3200-EXAMINAR-LINEA
        UNTIL FIN-ARCH-REP-STREAMS
    CLOSE ARCH-REP-STREAMS
    IF WS-REP-TRAILERS NOT = WS-STREAMS
        MOVE "EL REPORTE DE LOS STREAMS NO TIENE UN TRAILER POR STREAM"
            TO WS-MENSAJE-ERROR
        PERFORM 9-CANCELAR-MEZCLA
    END-IF
    MOVE 'S'                 TO WS-LINTRLT-TIPO
    MOVE WS-REP-TIPO-SEG     TO WS-LINTRLT-CANT
    WRITE REG-REPORTE        FROM WS-LINEA-TRL-TIPO
    MOVE 'T'                 TO WS-LINTRLT-TIPO
    MOVE WS-REP-TIPO-TS      TO WS-LINTRLT-CANT
    WRITE REG-REPORTE        FROM WS-LINEA-TRL-TIPO
    MOVE 'I'                 TO WS-LINTRLT-TIPO
    MOVE WS-REP-TIPO-INV     TO WS-LINTRLT-CANT
    WRITE REG-REPORTE        FROM WS-LINEA-TRL-TIPO
    MOVE 'H'                 TO WS-LINTRLT-TIPO
    MOVE WS-REP-TIPO-HAB     TO WS-LINTRLT-CANT
    WRITE REG-REPORTE        FROM WS-LINEA-TRL-TIPO
    MOVE 'E'                 TO WS-LINTRLT-TIPO
    MOVE WS-REP-TIPO-ERR     TO WS-LINTRLT-CANT
    WRITE REG-REPORTE        FROM WS-LINEA-TRL-TIPO
    MOVE WS-REP-REGISTROS    TO WS-LINTRL-REGISTROS
    MOVE WS-REP-SEGUNDOS     TO WS-LINTRL-TOTAL
    WRITE REG-REPORTE        FROM WS-LINEA-TRAILER
    CLOSE ARCH-REPORTE
    .
3100-LEER-REP-STREAM.
    READ ARCH-REP-STREAMS
        AT END SET FIN-ARCH-REP-STREAMS TO TRUE
    END-READ
    .
3200-EXAMINAR-LINEA.
    IF REG-REP-STREAM (1:9) = "CORRIDA: "
        IF NOT CABECERA-ESCRITA
            WRITE REG-REPORTE FROM REG-REP-STREAM
            SET CABECERA-ESCRITA TO TRUE
        END-IF
    ELSE
     IF REG-REP-STREAM (1:16) = "* SECCION TIPO *"
        IF REG-REP-STREAM (18:1) NOT = WS-TIPO-ANTERIOR
            WRITE REG-REPORTE FROM REG-REP-STREAM
            MOVE REG-REP-STREAM (18:1) TO WS-TIPO-ANTERIOR
        END-IF
     ELSE
      IF REG-REP-STREAM (1:12) = "TOTAL TIPO '"
        PERFORM 3300-SUMAR-TIPO
      ELSE
       IF REG-REP-STREAM (1:23) = "TOTAL REGISTROS PROC.: "
        ADD 1 TO WS-REP-TRAILERS
        COMPUTE WS-REP-REGISTROS = WS-REP-REGISTROS
            + FUNCTION NUMVAL(REG-REP-STREAM (24:8))
        COMPUTE WS-REP-SEGUNDOS = WS-REP-SEGUNDOS
            + FUNCTION NUMVAL(REG-REP-STREAM (50:18))
       ELSE
        WRITE REG-REPORTE FROM REG-REP-STREAM
       END-IF
      END-IF
     END-IF
    END-IF
    PERFORM 3100-LEER-REP-STREAM
    .
3300-SUMAR-TIPO.
    COMPUTE WS-REP-CANT-TIPO = FUNCTION NUMVAL(REG-REP-STREAM (29:8))
    IF REG-REP-STREAM (13:1) = 'S'
        ADD WS-REP-CANT-TIPO TO WS-REP-TIPO-SEG
    ELSE
        IF REG-REP-STREAM (13:1) = 'T'
            ADD WS-REP-CANT-TIPO TO WS-REP-TIPO-TS
        ELSE
            IF REG-REP-STREAM (13:1) = 'I'
                ADD WS-REP-CANT-TIPO TO WS-REP-TIPO-INV
            ELSE
                IF REG-REP-STREAM (13:1) = 'H'
                    ADD WS-REP-CANT-TIPO TO WS-REP-TIPO-HAB
                ELSE
                    ADD WS-REP-CANT-TIPO TO WS-REP-TIPO-ERR
                END-IF
            END-IF
        END-IF
    END-IF
    .
4-GRABAR-CHECKPOINT.
    OPEN OUTPUT ARCH-CHECKPOINT
    MOVE WS-REP-REGISTROS    TO REG-CKP-REGISTROS
    MOVE WS-REP-SEGUNDOS     TO REG-CKP-TOTAL
    MOVE WS-REP-TIPO-SEG     TO REG-CKP-TIPO-SEG
    MOVE WS-REP-TIPO-TS      TO REG-CKP-TIPO-TS
    MOVE WS-REP-TIPO-INV     TO REG-CKP-TIPO-INV
    MOVE WS-REP-TIPO-HAB     TO REG-CKP-TIPO-HAB
    MOVE WS-REP-TIPO-ERR     TO REG-CKP-TIPO-ERR
    WRITE REG-CHECKPOINT
    CLOSE ARCH-CHECKPOINT
    .
5-FIN.
    MOVE "STREAMS MEZCLADOS...........: " TO WS-LINFTE-DESC
    MOVE WS-STR-NUMERO                    TO WS-LINFTE-VALOR
    WRITE REG-MEZCLA FROM WS-LINEA-FUENTE
    MOVE "DETALLES EN LA INTERFAZ.....: " TO WS-LINFTE-DESC
    MOVE WS-IFZ-DETALLES                  TO WS-LINFTE-VALOR
    WRITE REG-MEZCLA FROM WS-LINEA-FUENTE
    MOVE "PROCESADOS..................: " TO WS-LINFTE-DESC
    MOVE WS-IFZ-PROCESADOS                TO WS-LINFTE-VALOR
    WRITE REG-MEZCLA FROM WS-LINEA-FUENTE
    MOVE "RECHAZADOS..................: " TO WS-LINFTE-DESC
    MOVE WS-IFZ-RECHAZADOS                TO WS-LINFTE-VALOR
    WRITE REG-MEZCLA FROM WS-LINEA-FUENTE
    MOVE "ULTIMA SECUENCIA DE ENTRADA.: " TO WS-LINFTE-DESC
    MOVE WS-IFZ-ULTIMA                    TO WS-LINFTE-VALOR
    WRITE REG-MEZCLA FROM WS-LINEA-FUENTE
    MOVE "HASH DE SEGUNDOS............: " TO WS-LINIMP-DESC
    MOVE WS-IFZ-HASH                      TO WS-LINIMP-VALOR
    WRITE REG-MEZCLA FROM WS-LINEA-IMPORTE
    MOVE "REGISTROS SEGUN REPORTES....: " TO WS-LINFTE-DESC
    MOVE WS-REP-REGISTROS                 TO WS-LINFTE-VALOR
    WRITE REG-MEZCLA FROM WS-LINEA-FUENTE
    MOVE WS-IFZ-RUN-ID                    TO WS-LINCOR-RUN-ID
    MOVE WS-IFZ-FECHA                     TO WS-LINCOR-FECHA
    WRITE REG-MEZCLA FROM WS-LINEA-CORRIDA
    MOVE "RESULTADO: STREAMS MEZCLADOS EN ORDEN DE ENTRADA"
        TO WS-LINEA-FINAL
    WRITE REG-MEZCLA FROM WS-LINEA-FINAL
    CLOSE ARCH-MEZCLA
    .
9-CANCELAR-MEZCLA.
    DISPLAY " *** ERROR: " WS-MENSAJE-ERROR " ***"
    DISPLAY " *** STREAMS CERRADOS: " WS-STR-NUMERO
            " - ULTIMA SECUENCIA: " WS-IFZ-ULTIMA " ***"
    MOVE "*** RESULTADO: MEZCLA CANCELADA - VER SYSOUT ***"
        TO WS-LINEA-FINAL
    WRITE REG-MEZCLA FROM WS-LINEA-FINAL
    MOVE 16 TO RETURN-CODE
    STOP RUN
    .
