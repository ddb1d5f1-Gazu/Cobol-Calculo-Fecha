IDENTIFICATION DIVISION.
PROGRAM-ID. PGMCALFJ.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY ITMMAP.
    COPY CALFITM.
    COPY CALFSLA.
    COPY CALFFER.
    COPY CALFCWS.
    COPY CALFLNK.
    01 WS-COMMAREA.
        05 CA-ESTADO              PIC X(01).
        05 CA-ITEM-ID             PIC X(10).
    01 WS-SWITCHES.
        05 WS-SW-FIN-BROWSE       PIC X(01) VALUE 'N'.
            88 FIN-BROWSE                VALUE 'S'.
        05 WS-SW-ITEM-HALLADO     PIC X(01) VALUE 'N'.
            88 ITEM-HALLADO              VALUE 'S'.
    01 WS-RESP                    PIC S9(08) COMP.
    01 WS-CLAVE-BROWSE            PIC X(10).
    01 WS-CLAVE-SLA               PIC X(03).
    01 WS-CLAVE-FER.
        05 WS-CLF-CALENDARIO      PIC X(03).
        05 WS-CLF-FECHA           PIC 9(08).
    01 WS-ABSTIME                 PIC S9(15) COMP-3.
    01 WS-FECHA-ACTUAL            PIC 9(08) VALUE ZEROES.
    01 WS-HORA-ACTUAL             PIC 9(06) VALUE ZEROES.
    01 WS-FECHA-FIN               PIC 9(08) VALUE ZEROES.
    01 WS-HORA-FIN                PIC 9(06) VALUE ZEROES.
    01 WS-SEG-BRUTOS              PIC S9(18) VALUE ZEROES.
    01 WS-SEG-NETOS               PIC S9(18) VALUE ZEROES.
    01 WS-SEG-PAUSA-ITEM          PIC S9(18) VALUE ZEROES.
    01 WS-SEG-TRAMO-PAUSA         PIC S9(18) VALUE ZEROES.
    01 WS-SEG-MARGEN              PIC S9(18) VALUE ZEROES.
    01 WS-DIAS-INT-INICIO         PIC S9(09) VALUE ZEROES.
    01 WS-DIAS-INT-FIN            PIC S9(09) VALUE ZEROES.
    01 WS-DIAS-INT-TRABAJO        PIC S9(09) VALUE ZEROES.
    01 WS-DIAS-NO-HABILES         PIC 9(05) VALUE ZEROES.
    01 WS-FECHA-TRABAJO           PIC 9(08) VALUE ZEROES.
    01 WS-DIA-SEMANA              PIC 9(01) VALUE ZEROES.
    01 WS-TIMESTAMP-PANT.
        05 WS-TSP-FECHA           PIC 9(08).
        05 FILLER                 PIC X(01) VALUE "-".
        05 WS-TSP-HORA            PIC 9(06).
    01 WS-LINEA-TIEMPO.
        05 WS-LINTPO-DD           PIC Z(08)9.
        05 FILLER                 PIC X(06) VALUE " DIAS ".
        05 WS-LINTPO-HH           PIC Z9.
        05 FILLER                 PIC X(04) VALUE " HS ".
        05 WS-LINTPO-MM           PIC Z9.
        05 FILLER                 PIC X(05) VALUE " MIN ".
        05 WS-LINTPO-SS           PIC Z9.
        05 FILLER                 PIC X(04) VALUE " SEG".
    01 WS-LINEA-MARGEN.
        05 WS-LINMAR-ROTULO       PIC X(06).
        05 WS-LINMAR-TIEMPO       PIC X(34).
    01 WS-LINEA-PAUSA.
        05 WS-LINPAU-SEG          PIC Z(09)9.
        05 FILLER                 PIC X(05) VALUE " SEG.".
        05 WS-LINPAU-DESDE        PIC X(07).
        05 WS-LINPAU-TIMESTAMP    PIC X(15).
    01 WS-PANT-NUMERO             PIC Z(08)9.
    01 WS-PANT-SEG-NETOS          PIC Z(11)9.
    01 WS-MENSAJE                 PIC X(70) VALUE SPACES.
LINKAGE SECTION.
    01 DFHCOMMAREA                PIC X(11).
PROCEDURE DIVISION.
0-MAINLINE.
    IF EIBCALEN = 0
        PERFORM 1-INICIAL
    ELSE
        MOVE DFHCOMMAREA TO WS-COMMAREA
        PERFORM 2-PROCESAR
    END-IF
    EXEC CICS RETURN
        TRANSID('CALI')
        COMMAREA(WS-COMMAREA)
        LENGTH(11)
    END-EXEC
    .
1-INICIAL.
    MOVE 'P'        TO CA-ESTADO
    MOVE SPACES     TO CA-ITEM-ID
    MOVE LOW-VALUES TO ITMMAP1O
    EXEC CICS SEND MAP('ITMMAP1')
        MAPSET('ITMMAP')
        ERASE
    END-EXEC
    .
2-PROCESAR.
    EXEC CICS HANDLE AID
        PF3(9-FIN-TRANSACCION)
        PF7(7-ITEM-ANTERIOR)
        PF8(8-ITEM-SIGUIENTE)
    END-EXEC
    EXEC CICS RECEIVE MAP('ITMMAP1')
        MAPSET('ITMMAP')
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        IF ITEMIDL > ZEROES
            MOVE ITEMIDI TO CA-ITEM-ID
        END-IF
    END-IF
    PERFORM 3-LEER-ITEM
    PERFORM 5-ENVIAR-PANTALLA
    .
3-LEER-ITEM.
    PERFORM 3100-LIMPIAR-PANTALLA
    IF CA-ITEM-ID = SPACES OR CA-ITEM-ID = LOW-VALUES
        MOVE SPACES TO CA-ITEM-ID
        MOVE "INGRESE EL ID DEL ITEM A CONSULTAR" TO WS-MENSAJE
    ELSE
        EXEC CICS READ
            FILE('ITEMFIL')
            INTO(REG-ITEM-M)
            RIDFLD(CA-ITEM-ID)
            RESP(WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            PERFORM 4-ARMAR-CONSULTA
            MOVE "CONSULTA DE ITEM - PF7/PF8 PARA ITEM ANTERIOR/SIGUIENTE"
                TO WS-MENSAJE
        ELSE
            IF WS-RESP = DFHRESP(NOTFND)
                MOVE "ITEM INEXISTENTE EN EL MAESTRO" TO WS-MENSAJE
            ELSE
                MOVE "ERROR DE ARCHIVO EN LA LECTURA DEL ITEM"
                    TO WS-MENSAJE
            END-IF
        END-IF
    END-IF
    .
3100-LIMPIAR-PANTALLA.
    MOVE LOW-VALUES TO ITMMAP1O
    MOVE SPACES     TO ESTADOO
    MOVE SPACES     TO FECAPEO
    MOVE SPACES     TO FECCIEO
    MOVE SPACES     TO PAUSAO
    MOVE SPACES     TO TRANSCO
    MOVE SPACES     TO SEGNETO
    MOVE SPACES     TO SLATIPO
    MOVE SPACES     TO SLADSCO
    MOVE SPACES     TO SLACALO
    MOVE SPACES     TO SLAOBJO
    MOVE SPACES     TO SLAUMBO
    MOVE SPACES     TO SITUACO
    MOVE SPACES     TO MARGENO
    MOVE SPACES     TO WS-MENSAJE
    .
4-ARMAR-CONSULTA.
    EXEC CICS ASKTIME
        ABSTIME(WS-ABSTIME)
    END-EXEC
    EXEC CICS FORMATTIME
        ABSTIME(WS-ABSTIME)
        YYYYMMDD(WS-FECHA-ACTUAL)
        TIME(WS-HORA-ACTUAL)
    END-EXEC
    MOVE IMM-FECHA-APERTURA TO WS-TSP-FECHA
    MOVE IMM-HORA-APERTURA  TO WS-TSP-HORA
    MOVE WS-TIMESTAMP-PANT  TO FECAPEO
    IF IMM-CERRADO
        MOVE "CERRADO"          TO ESTADOO
        MOVE IMM-FECHA-CIERRE   TO WS-FECHA-FIN
        MOVE IMM-HORA-CIERRE    TO WS-HORA-FIN
        MOVE IMM-FECHA-CIERRE   TO WS-TSP-FECHA
        MOVE IMM-HORA-CIERRE    TO WS-TSP-HORA
        MOVE WS-TIMESTAMP-PANT  TO FECCIEO
    ELSE
        IF IMM-SUSPENDIDO
            MOVE "ABIERTO - SUSPENDIDO" TO ESTADOO
        ELSE
            MOVE "ABIERTO"              TO ESTADOO
        END-IF
        MOVE WS-FECHA-ACTUAL    TO WS-FECHA-FIN
        MOVE WS-HORA-ACTUAL     TO WS-HORA-FIN
        MOVE "SIN CERRAR"       TO FECCIEO
    END-IF
    PERFORM 4100-CALCULAR-TRANSCURRIDO
    PERFORM 4200-CALCULAR-PAUSA
    MOVE CA-ITEM-ID (1:3) TO WS-CLAVE-SLA
    EXEC CICS READ
        FILE('SLAFIL')
        INTO(REG-SLA-M)
        RIDFLD(WS-CLAVE-SLA)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        PERFORM 4300-EVALUAR-SLA
    ELSE
        MOVE WS-CLAVE-SLA TO SLATIPO
        IF WS-RESP = DFHRESP(NOTFND)
            MOVE "SIN SLA DEFINIDO PARA EL TIPO" TO SITUACO
        ELSE
            MOVE "ERROR DE ARCHIVO EN LA LECTURA DEL SLA" TO SITUACO
        END-IF
    END-IF
    .
4100-CALCULAR-TRANSCURRIDO.
    MOVE '2'                TO CALF-FUNCION
    MOVE IMM-FECHA-APERTURA TO CALF-ENT-FECHA-INI
    MOVE IMM-HORA-APERTURA  TO CALF-ENT-HORA-INI
    MOVE WS-FECHA-FIN       TO CALF-ENT-FECHA-FIN
    MOVE WS-HORA-FIN        TO CALF-ENT-HORA-FIN
    MOVE SPACES             TO CALF-ENT-ZONA-INI
    MOVE SPACES             TO CALF-ENT-ZONA-FIN
    CALL 'PGMCALFS' USING CALF-PARAMETROS
    MOVE CALF-SAL-SEGUNDOS  TO WS-SEG-BRUTOS
    IF WS-SEG-BRUTOS < ZEROES
        MOVE ZEROES TO WS-SEG-BRUTOS
        MOVE SPACES TO TRANSCO
    ELSE
        PERFORM 4900-FORMATEAR-TIEMPO
        MOVE WS-LINEA-TIEMPO TO TRANSCO
    END-IF
    .
4200-CALCULAR-PAUSA.
    MOVE ZEROES TO WS-SEG-PAUSA-ITEM
    MOVE ZEROES TO WS-SEG-TRAMO-PAUSA
    MOVE SPACES TO WS-LINPAU-DESDE
    MOVE SPACES TO WS-LINPAU-TIMESTAMP
    IF IMM-SEG-PAUSA IS NUMERIC
        MOVE IMM-SEG-PAUSA TO WS-SEG-PAUSA-ITEM
        IF IMM-SUSPENDIDO AND IMM-ABIERTO
            MOVE '2'              TO CALF-FUNCION
            MOVE IMM-FECHA-PAUSA  TO CALF-ENT-FECHA-INI
            MOVE IMM-HORA-PAUSA   TO CALF-ENT-HORA-INI
            MOVE WS-FECHA-FIN     TO CALF-ENT-FECHA-FIN
            MOVE WS-HORA-FIN      TO CALF-ENT-HORA-FIN
            MOVE SPACES           TO CALF-ENT-ZONA-INI
            MOVE SPACES           TO CALF-ENT-ZONA-FIN
            CALL 'PGMCALFS' USING CALF-PARAMETROS
            MOVE CALF-SAL-SEGUNDOS TO WS-SEG-TRAMO-PAUSA
            IF WS-SEG-TRAMO-PAUSA > ZEROES
                ADD WS-SEG-TRAMO-PAUSA TO WS-SEG-PAUSA-ITEM
            END-IF
            MOVE " DESDE "        TO WS-LINPAU-DESDE
            MOVE IMM-FECHA-PAUSA  TO WS-TSP-FECHA
            MOVE IMM-HORA-PAUSA   TO WS-TSP-HORA
            MOVE WS-TIMESTAMP-PANT TO WS-LINPAU-TIMESTAMP
        END-IF
    END-IF
    MOVE WS-SEG-PAUSA-ITEM TO WS-LINPAU-SEG
    MOVE WS-LINEA-PAUSA    TO PAUSAO
    .
4300-EVALUAR-SLA.
    MOVE SLA-TIPO-ITEM     TO SLATIPO
    MOVE SLA-DESCRIPCION   TO SLADSCO
    MOVE SLA-CALENDARIO    TO SLACALO
    MOVE SLA-OBJETIVO-SEG  TO WS-PANT-NUMERO
    MOVE WS-PANT-NUMERO    TO SLAOBJO
    MOVE SLA-UMBRAL-AVISO  TO WS-PANT-NUMERO
    MOVE WS-PANT-NUMERO    TO SLAUMBO
    MOVE WS-SEG-BRUTOS     TO WS-SEG-NETOS
    IF SLA-CALENDARIO NOT = SPACES
        COMPUTE WS-DIAS-INT-INICIO =
            FUNCTION INTEGER-OF-DATE(IMM-FECHA-APERTURA)
        PERFORM 4400-DESCONTAR-NO-HABILES
        COMPUTE WS-SEG-NETOS =
            WS-SEG-NETOS - WS-DIAS-NO-HABILES * CT-SEG-DD
        IF WS-SEG-NETOS < ZEROES
            MOVE ZEROES TO WS-SEG-NETOS
        END-IF
        PERFORM 4450-CALCULAR-PAUSA-HABIL
    END-IF
    SUBTRACT WS-SEG-PAUSA-ITEM FROM WS-SEG-NETOS
    IF WS-SEG-NETOS < ZEROES
        MOVE ZEROES TO WS-SEG-NETOS
    END-IF
    MOVE WS-SEG-NETOS      TO WS-PANT-SEG-NETOS
    MOVE WS-PANT-SEG-NETOS TO SEGNETO
    COMPUTE WS-SEG-MARGEN = SLA-OBJETIVO-SEG - WS-SEG-NETOS
    IF IMM-CERRADO
        IF WS-SEG-MARGEN < ZEROES
            MOVE "CERRADO - SLA INCUMPLIDO" TO SITUACO
        ELSE
            MOVE "CERRADO - SLA CUMPLIDO"   TO SITUACO
        END-IF
    ELSE
        IF IMM-SUSPENDIDO
            MOVE "SUSPENDIDO (RELOJ DETENIDO)" TO SITUACO
        ELSE
            IF WS-SEG-MARGEN < ZEROES
                MOVE "VENCIDO"  TO SITUACO
            ELSE
                IF WS-SEG-MARGEN <= SLA-UMBRAL-AVISO
                    MOVE "EN AVISO" TO SITUACO
                ELSE
                    MOVE "EN PLAZO" TO SITUACO
                END-IF
            END-IF
        END-IF
    END-IF
    IF WS-SEG-MARGEN < ZEROES
        MOVE "EXCESO"     TO WS-LINMAR-ROTULO
        COMPUTE CALF-ENT-SEGUNDOS = ZEROES - WS-SEG-MARGEN
    ELSE
        MOVE "RESTA "     TO WS-LINMAR-ROTULO
        MOVE WS-SEG-MARGEN TO CALF-ENT-SEGUNDOS
    END-IF
    MOVE '1'              TO CALF-FUNCION
    CALL 'PGMCALFS' USING CALF-PARAMETROS
    PERFORM 4900-FORMATEAR-TIEMPO
    MOVE WS-LINEA-TIEMPO  TO WS-LINMAR-TIEMPO
    MOVE WS-LINEA-MARGEN  TO MARGENO
    .
4400-DESCONTAR-NO-HABILES.
    MOVE SLA-CALENDARIO TO WS-CLF-CALENDARIO
    MOVE ZEROES         TO WS-DIAS-NO-HABILES
    COMPUTE WS-DIAS-INT-FIN =
        FUNCTION INTEGER-OF-DATE(WS-FECHA-FIN)
    IF WS-DIAS-INT-INICIO > ZEROES
        PERFORM 4410-EVALUAR-DIA
            VARYING WS-DIAS-INT-TRABAJO
            FROM WS-DIAS-INT-INICIO BY 1
            UNTIL WS-DIAS-INT-TRABAJO >= WS-DIAS-INT-FIN - 1
    END-IF
    .
4410-EVALUAR-DIA.
    COMPUTE WS-FECHA-TRABAJO =
        FUNCTION DATE-OF-INTEGER(WS-DIAS-INT-TRABAJO + 1)
    COMPUTE WS-DIA-SEMANA =
        FUNCTION MOD(WS-DIAS-INT-TRABAJO + 1, 7)
    IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
        ADD 1 TO WS-DIAS-NO-HABILES
    ELSE
        MOVE WS-FECHA-TRABAJO TO WS-CLF-FECHA
        EXEC CICS READ
            FILE('FERIADOS')
            INTO(REG-FERIADO-M)
            RIDFLD(WS-CLAVE-FER)
            RESP(WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            ADD 1 TO WS-DIAS-NO-HABILES
        END-IF
    END-IF
    .
4450-CALCULAR-PAUSA-HABIL.
    IF IMM-SEG-PAUSA IS NUMERIC
        IF IMM-SEG-PAUSA-HAB IS NUMERIC
            MOVE IMM-SEG-PAUSA-HAB TO WS-SEG-PAUSA-ITEM
        ELSE
            MOVE IMM-SEG-PAUSA     TO WS-SEG-PAUSA-ITEM
        END-IF
        IF WS-SEG-TRAMO-PAUSA > ZEROES
            COMPUTE WS-DIAS-INT-INICIO =
                FUNCTION INTEGER-OF-DATE(IMM-FECHA-PAUSA)
            PERFORM 4400-DESCONTAR-NO-HABILES
            COMPUTE WS-SEG-TRAMO-PAUSA =
                WS-SEG-TRAMO-PAUSA - WS-DIAS-NO-HABILES * CT-SEG-DD
            IF WS-SEG-TRAMO-PAUSA > ZEROES
                ADD WS-SEG-TRAMO-PAUSA TO WS-SEG-PAUSA-ITEM
            END-IF
        END-IF
        MOVE WS-SEG-PAUSA-ITEM TO WS-LINPAU-SEG
        MOVE WS-LINEA-PAUSA    TO PAUSAO
    END-IF
    .
4900-FORMATEAR-TIEMPO.
    MOVE CALF-SAL-DD TO WS-LINTPO-DD
    MOVE CALF-SAL-HH TO WS-LINTPO-HH
    MOVE CALF-SAL-MM TO WS-LINTPO-MM
    MOVE CALF-SAL-SS TO WS-LINTPO-SS
    .
5-ENVIAR-PANTALLA.
    MOVE CA-ITEM-ID TO ITEMIDO
    MOVE WS-MENSAJE TO MENSAJEO
    EXEC CICS SEND MAP('ITMMAP1')
        MAPSET('ITMMAP')
        DATAONLY
    END-EXEC
    .
7-ITEM-ANTERIOR.
    MOVE 'N' TO WS-SW-FIN-BROWSE
    MOVE 'N' TO WS-SW-ITEM-HALLADO
    IF CA-ITEM-ID NOT = SPACES
        MOVE CA-ITEM-ID TO WS-CLAVE-BROWSE
        EXEC CICS STARTBR
            FILE('ITEMFIL')
            RIDFLD(WS-CLAVE-BROWSE)
            GTEQ
            RESP(WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NOTFND)
            MOVE HIGH-VALUES TO WS-CLAVE-BROWSE
            EXEC CICS STARTBR
                FILE('ITEMFIL')
                RIDFLD(WS-CLAVE-BROWSE)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
        END-IF
        IF WS-RESP = DFHRESP(NORMAL)
            PERFORM 7100-LEER-ATRAS
                UNTIL FIN-BROWSE
            EXEC CICS ENDBR
                FILE('ITEMFIL')
            END-EXEC
        END-IF
    END-IF
    PERFORM 7900-MOSTRAR-HALLADO
    IF NOT ITEM-HALLADO
        MOVE "NO HAY ITEM ANTERIOR DEL MISMO TIPO" TO WS-MENSAJE
    END-IF
    PERFORM 5-ENVIAR-PANTALLA
    EXEC CICS RETURN
        TRANSID('CALI')
        COMMAREA(WS-COMMAREA)
        LENGTH(11)
    END-EXEC
    .
7100-LEER-ATRAS.
    EXEC CICS READPREV
        FILE('ITEMFIL')
        INTO(REG-ITEM-M)
        RIDFLD(WS-CLAVE-BROWSE)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        IF IMM-ID < CA-ITEM-ID
            SET FIN-BROWSE TO TRUE
            IF IMM-ID (1:3) = CA-ITEM-ID (1:3)
                SET ITEM-HALLADO TO TRUE
            END-IF
        END-IF
    ELSE
        SET FIN-BROWSE TO TRUE
    END-IF
    .
7900-MOSTRAR-HALLADO.
    IF ITEM-HALLADO
        MOVE IMM-ID TO CA-ITEM-ID
    END-IF
    PERFORM 3-LEER-ITEM
    .
8-ITEM-SIGUIENTE.
    MOVE 'N' TO WS-SW-FIN-BROWSE
    MOVE 'N' TO WS-SW-ITEM-HALLADO
    IF CA-ITEM-ID NOT = SPACES
        MOVE CA-ITEM-ID TO WS-CLAVE-BROWSE
        EXEC CICS STARTBR
            FILE('ITEMFIL')
            RIDFLD(WS-CLAVE-BROWSE)
            GTEQ
            RESP(WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            PERFORM 8100-LEER-ADELANTE
                UNTIL FIN-BROWSE
            EXEC CICS ENDBR
                FILE('ITEMFIL')
            END-EXEC
        END-IF
    END-IF
    PERFORM 7900-MOSTRAR-HALLADO
    IF NOT ITEM-HALLADO
        MOVE "NO HAY MAS ITEMS DEL MISMO TIPO" TO WS-MENSAJE
    END-IF
    PERFORM 5-ENVIAR-PANTALLA
    EXEC CICS RETURN
        TRANSID('CALI')
        COMMAREA(WS-COMMAREA)
        LENGTH(11)
    END-EXEC
    .
8100-LEER-ADELANTE.
    EXEC CICS READNEXT
        FILE('ITEMFIL')
        INTO(REG-ITEM-M)
        RIDFLD(WS-CLAVE-BROWSE)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        IF IMM-ID > CA-ITEM-ID
            SET FIN-BROWSE TO TRUE
            IF IMM-ID (1:3) = CA-ITEM-ID (1:3)
                SET ITEM-HALLADO TO TRUE
            END-IF
        END-IF
    ELSE
        SET FIN-BROWSE TO TRUE
    END-IF
    .
9-FIN-TRANSACCION.
    EXEC CICS SEND TEXT
        FROM("*** FIN DE CONSULTA DE ITEMS ***")
        ERASE
        FREEKB
    END-EXEC
    EXEC CICS RETURN
    END-EXEC
    .
