IDENTIFICATION DIVISION.
PROGRAM-ID. PGMCALFE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCH-ENTRADA       ASSIGN "ARCENT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS-ENTRADA.
    SELECT ARCH-STREAM-1      ASSIGN "ARCE01"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-STREAM-2      ASSIGN "ARCE02"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-STREAM-3      ASSIGN "ARCE03"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-STREAM-4      ASSIGN "ARCE04"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-STREAM-5      ASSIGN "ARCE05"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-STREAM-6      ASSIGN "ARCE06"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-STREAM-7      ASSIGN "ARCE07"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-STREAM-8      ASSIGN "ARCE08"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-PARAM-1       ASSIGN "ARCP01"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-PARAM-2       ASSIGN "ARCP02"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-PARAM-3       ASSIGN "ARCP03"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-PARAM-4       ASSIGN "ARCP04"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-PARAM-5       ASSIGN "ARCP05"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-PARAM-6       ASSIGN "ARCP06"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-PARAM-7       ASSIGN "ARCP07"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-PARAM-8       ASSIGN "ARCP08"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ARCH-REPORTE       ASSIGN "ARCPAR"
        ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD  ARCH-ENTRADA.
    01 REG-ENTRADA            PIC X(80).
FD  ARCH-STREAM-1.
    01 REG-STREAM-1           PIC X(80).
FD  ARCH-STREAM-2.
    01 REG-STREAM-2           PIC X(80).
FD  ARCH-STREAM-3.
    01 REG-STREAM-3           PIC X(80).
FD  ARCH-STREAM-4.
    01 REG-STREAM-4           PIC X(80).
FD  ARCH-STREAM-5.
    01 REG-STREAM-5           PIC X(80).
FD  ARCH-STREAM-6.
    01 REG-STREAM-6           PIC X(80).
FD  ARCH-STREAM-7.
    01 REG-STREAM-7           PIC X(80).
FD  ARCH-STREAM-8.
    01 REG-STREAM-8           PIC X(80).
FD  ARCH-PARAM-1.
    01 REG-PARAM-1            PIC X(80).
FD  ARCH-PARAM-2.
    01 REG-PARAM-2            PIC X(80).
FD  ARCH-PARAM-3.
    01 REG-PARAM-3            PIC X(80).
FD  ARCH-PARAM-4.
    01 REG-PARAM-4            PIC X(80).
FD  ARCH-PARAM-5.
    01 REG-PARAM-5            PIC X(80).
FD  ARCH-PARAM-6.
    01 REG-PARAM-6            PIC X(80).
FD  ARCH-PARAM-7.
    01 REG-PARAM-7            PIC X(80).
FD  ARCH-PARAM-8.
    01 REG-PARAM-8            PIC X(80).
FD  ARCH-REPORTE.
    01 REG-REPORTE            PIC X(120).
WORKING-STORAGE SECTION.
    01 WS-SWITCHES.
        05 WS-SW-FIN-ENTRADA      PIC X(01) VALUE 'N'.
            88 FIN-ARCH-ENTRADA          VALUE 'S'.
    01 WS-FS-ENTRADA              PIC X(02) VALUE SPACES.
    01 WS-STREAMS-ALFA            PIC X(02) VALUE SPACES.
    01 WS-STREAMS                 PIC 9(02) VALUE ZEROES.
    01 CT-MAX-STREAMS             PIC 9(02) VALUE 08.
    01 WS-CONT-ENTRADA            PIC 9(08) VALUE ZEROES.
    01 WS-CONT-REPARTIDOS         PIC 9(08) VALUE ZEROES.
    01 WS-TAMANIO-STREAM          PIC 9(08) VALUE ZEROES.
    01 WS-RESTO-STREAM            PIC 9(02) VALUE ZEROES.
    01 WS-IDX-STREAM              PIC 9(02) VALUE ZEROES.
    01 WS-STREAM-ACTUAL           PIC 9(02) VALUE ZEROES.
    01 WS-TAB-STREAMS.
        05 WS-STR-ENT OCCURS 8 TIMES.
            10 WS-STR-CANTIDAD    PIC 9(08).
            10 WS-STR-BASE        PIC 9(08).
            10 WS-STR-GRABADOS    PIC 9(08).
    01 WS-REG-PARAMETRO.
        05 FILLER                 PIC X(15) VALUE "SECUENCIA-BASE=".
        05 WS-PRM-BASE            PIC 9(08).
        05 FILLER                 PIC X(57) VALUE SPACES.
    01 WS-LINEA-TITULO            PIC X(50) VALUE
        "PARTICION DE LA ENTRADA EN STREAMS PARALELOS".
    01 WS-LINEA-FUENTE.
        05 WS-LINFTE-DESC         PIC X(30).
        05 WS-LINFTE-VALOR        PIC Z(07)9.
    01 WS-LINEA-STREAM.
        05 FILLER                 PIC X(07) VALUE "STREAM ".
        05 WS-LINSTR-NUMERO       PIC 9(02).
        05 FILLER                 PIC X(14) VALUE " - REGISTROS: ".
        05 WS-LINSTR-CANTIDAD     PIC Z(07)9.
        05 FILLER                 PIC X(19) VALUE "  SECUENCIA DESDE: ".
        05 WS-LINSTR-DESDE        PIC Z(07)9.
        05 FILLER                 PIC X(09) VALUE "  HASTA: ".
        05 WS-LINSTR-HASTA        PIC Z(07)9.
    01 WS-LINEA-FINAL             PIC X(60) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM 1-INICIO
    PERFORM 2-CONTAR-ENTRADA
    PERFORM 3-ARMAR-STREAMS
    PERFORM 4-REPARTIR-ENTRADA
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
    .
2-CONTAR-ENTRADA.
    OPEN INPUT ARCH-ENTRADA
    IF WS-FS-ENTRADA NOT = "00"
        DISPLAY " *** ERROR: NO SE PUDO ABRIR LA ENTRADA (ARCENT)"
                " - FS=" WS-FS-ENTRADA " ***"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2100-LEER-ENTRADA
    PERFORM 2200-SUMAR-ENTRADA
        UNTIL FIN-ARCH-ENTRADA
    CLOSE ARCH-ENTRADA
    .
2100-LEER-ENTRADA.
    READ ARCH-ENTRADA
        AT END SET FIN-ARCH-ENTRADA TO TRUE
    END-READ
    .
2200-SUMAR-ENTRADA.
    ADD 1 TO WS-CONT-ENTRADA
    PERFORM 2100-LEER-ENTRADA
    .
3-ARMAR-STREAMS.
    DIVIDE WS-STREAMS INTO WS-CONT-ENTRADA
        GIVING WS-TAMANIO-STREAM
        REMAINDER WS-RESTO-STREAM
    END-DIVIDE
    INITIALIZE WS-TAB-STREAMS
    PERFORM 3100-ARMAR-UN-STREAM
        VARYING WS-IDX-STREAM FROM 1 BY 1
        UNTIL WS-IDX-STREAM > WS-STREAMS
    .
3100-ARMAR-UN-STREAM.
    MOVE WS-TAMANIO-STREAM TO WS-STR-CANTIDAD (WS-IDX-STREAM)
    IF WS-IDX-STREAM <= WS-RESTO-STREAM
        ADD 1 TO WS-STR-CANTIDAD (WS-IDX-STREAM)
    END-IF
    IF WS-IDX-STREAM > 1
        COMPUTE WS-STR-BASE (WS-IDX-STREAM) =
            WS-STR-BASE (WS-IDX-STREAM - 1)
          + WS-STR-CANTIDAD (WS-IDX-STREAM - 1)
    END-IF
    MOVE WS-STR-BASE (WS-IDX-STREAM) TO WS-PRM-BASE
    PERFORM 3200-ABRIR-STREAM
    .
3200-ABRIR-STREAM.
    IF WS-IDX-STREAM = 1
        OPEN OUTPUT ARCH-STREAM-1 ARCH-PARAM-1
        WRITE REG-PARAM-1 FROM WS-REG-PARAMETRO
        CLOSE ARCH-PARAM-1
    ELSE
     IF WS-IDX-STREAM = 2
        OPEN OUTPUT ARCH-STREAM-2 ARCH-PARAM-2
        WRITE REG-PARAM-2 FROM WS-REG-PARAMETRO
        CLOSE ARCH-PARAM-2
     ELSE
      IF WS-IDX-STREAM = 3
        OPEN OUTPUT ARCH-STREAM-3 ARCH-PARAM-3
        WRITE REG-PARAM-3 FROM WS-REG-PARAMETRO
        CLOSE ARCH-PARAM-3
      ELSE
       IF WS-IDX-STREAM = 4
        OPEN OUTPUT ARCH-STREAM-4 ARCH-PARAM-4
        WRITE REG-PARAM-4 FROM WS-REG-PARAMETRO
        CLOSE ARCH-PARAM-4
       ELSE
        IF WS-IDX-STREAM = 5
         OPEN OUTPUT ARCH-STREAM-5 ARCH-PARAM-5
         WRITE REG-PARAM-5 FROM WS-REG-PARAMETRO
         CLOSE ARCH-PARAM-5
        ELSE
         IF WS-IDX-STREAM = 6
          OPEN OUTPUT ARCH-STREAM-6 ARCH-PARAM-6
          WRITE REG-PARAM-6 FROM WS-REG-PARAMETRO
          CLOSE ARCH-PARAM-6
         ELSE
          IF WS-IDX-STREAM = 7
           OPEN OUTPUT ARCH-STREAM-7 ARCH-PARAM-7
           WRITE REG-PARAM-7 FROM WS-REG-PARAMETRO
           CLOSE ARCH-PARAM-7
          ELSE
           OPEN OUTPUT ARCH-STREAM-8 ARCH-PARAM-8
           WRITE REG-PARAM-8 FROM WS-REG-PARAMETRO
           CLOSE ARCH-PARAM-8
          END-IF
         END-IF
        END-IF
       END-IF
      END-IF
     END-IF
    END-IF
    .
4-REPARTIR-ENTRADA.
    MOVE 'N' TO WS-SW-FIN-ENTRADA
    MOVE 1   TO WS-STREAM-ACTUAL
    OPEN INPUT ARCH-ENTRADA
    PERFORM 2100-LEER-ENTRADA
    PERFORM 4100-REPARTIR-REGISTRO
        UNTIL FIN-ARCH-ENTRADA
    CLOSE ARCH-ENTRADA
    .
4100-REPARTIR-REGISTRO.
    PERFORM 4200-AVANZAR-STREAM
        UNTIL WS-STREAM-ACTUAL >= WS-STREAMS
        OR WS-STR-GRABADOS (WS-STREAM-ACTUAL)
           < WS-STR-CANTIDAD (WS-STREAM-ACTUAL)
    MOVE WS-STREAM-ACTUAL TO WS-IDX-STREAM
    PERFORM 4300-GRABAR-STREAM
    ADD 1 TO WS-STR-GRABADOS (WS-STREAM-ACTUAL)
    ADD 1 TO WS-CONT-REPARTIDOS
    PERFORM 2100-LEER-ENTRADA
    .
4200-AVANZAR-STREAM.
    ADD 1 TO WS-STREAM-ACTUAL
    .
4300-GRABAR-STREAM.
    IF WS-IDX-STREAM = 1
        WRITE REG-STREAM-1 FROM REG-ENTRADA
    ELSE
     IF WS-IDX-STREAM = 2
        WRITE REG-STREAM-2 FROM REG-ENTRADA
     ELSE
      IF WS-IDX-STREAM = 3
        WRITE REG-STREAM-3 FROM REG-ENTRADA
      ELSE
       IF WS-IDX-STREAM = 4
        WRITE REG-STREAM-4 FROM REG-ENTRADA
       ELSE
        IF WS-IDX-STREAM = 5
         WRITE REG-STREAM-5 FROM REG-ENTRADA
        ELSE
         IF WS-IDX-STREAM = 6
          WRITE REG-STREAM-6 FROM REG-ENTRADA
         ELSE
          IF WS-IDX-STREAM = 7
           WRITE REG-STREAM-7 FROM REG-ENTRADA
          ELSE
           WRITE REG-STREAM-8 FROM REG-ENTRADA
          END-IF
         END-IF
        END-IF
       END-IF
      END-IF
     END-IF
    END-IF
    .
5-FIN.
    PERFORM 5100-CERRAR-STREAM
        VARYING WS-IDX-STREAM FROM 1 BY 1
        UNTIL WS-IDX-STREAM > WS-STREAMS
    OPEN OUTPUT ARCH-REPORTE
    WRITE REG-REPORTE FROM WS-LINEA-TITULO
    MOVE "REGISTROS EN ARCENT.........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-ENTRADA                  TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    MOVE "STREAMS.....................: " TO WS-LINFTE-DESC
    MOVE WS-STREAMS                       TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    PERFORM 5200-INFORMAR-STREAM
        VARYING WS-IDX-STREAM FROM 1 BY 1
        UNTIL WS-IDX-STREAM > WS-STREAMS
    MOVE "REGISTROS REPARTIDOS........: " TO WS-LINFTE-DESC
    MOVE WS-CONT-REPARTIDOS               TO WS-LINFTE-VALOR
    WRITE REG-REPORTE FROM WS-LINEA-FUENTE
    IF WS-CONT-REPARTIDOS = WS-CONT-ENTRADA
        MOVE "RESULTADO: ENTRADA REPARTIDA SIN DIFERENCIAS"
            TO WS-LINEA-FINAL
        WRITE REG-REPORTE FROM WS-LINEA-FINAL
        CLOSE ARCH-REPORTE
    ELSE
        MOVE "*** RESULTADO: REPARTIDOS DISTINTO DE ARCENT ***"
            TO WS-LINEA-FINAL
        WRITE REG-REPORTE FROM WS-LINEA-FINAL
        CLOSE ARCH-REPORTE
        DISPLAY " *** ERROR: SE REPARTIERON " WS-CONT-REPARTIDOS
                " DE " WS-CONT-ENTRADA " REGISTROS DE ARCENT ***"
        MOVE 16 TO RETURN-CODE
    END-IF
    .
5100-CERRAR-STREAM.
    IF WS-IDX-STREAM = 1
        CLOSE ARCH-STREAM-1
    ELSE
     IF WS-IDX-STREAM = 2
        CLOSE ARCH-STREAM-2
     ELSE
      IF WS-IDX-STREAM = 3
        CLOSE ARCH-STREAM-3
      ELSE
       IF WS-IDX-STREAM = 4
        CLOSE ARCH-STREAM-4
       ELSE
        IF WS-IDX-STREAM = 5
         CLOSE ARCH-STREAM-5
        ELSE
         IF WS-IDX-STREAM = 6
          CLOSE ARCH-STREAM-6
         ELSE
          IF WS-IDX-STREAM = 7
           CLOSE ARCH-STREAM-7
          ELSE
           CLOSE ARCH-STREAM-8
          END-IF
         END-IF
        END-IF
       END-IF
      END-IF
     END-IF
    END-IF
    .
5200-INFORMAR-STREAM.
    MOVE WS-IDX-STREAM                 TO WS-LINSTR-NUMERO
    MOVE WS-STR-CANTIDAD (WS-IDX-STREAM) TO WS-LINSTR-CANTIDAD
    IF WS-STR-CANTIDAD (WS-IDX-STREAM) > ZEROES
        COMPUTE WS-LINSTR-DESDE = WS-STR-BASE (WS-IDX-STREAM) + 1
        COMPUTE WS-LINSTR-HASTA = WS-STR-BASE (WS-IDX-STREAM)
                                + WS-STR-CANTIDAD (WS-IDX-STREAM)
    ELSE
        MOVE ZEROES TO WS-LINSTR-DESDE
                       WS-LINSTR-HASTA
    END-IF
    WRITE REG-REPORTE FROM WS-LINEA-STREAM
    .
