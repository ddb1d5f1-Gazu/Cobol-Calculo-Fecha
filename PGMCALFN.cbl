IDENTIFICATION DIVISION.
PROGRAM-ID. PGMCALFN.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY SLAMAP.
    COPY CALFSLA.
    COPY CALFFER.
    01 WS-SW-ENTRADA.
        05 WS-SW-ENTRADA-VALIDA   PIC X(01) VALUE 'N'.
            88 ENTRADA-VALIDA         VALUE 'S'.
        05 WS-SW-NUMERO-VALIDO    PIC X(01) VALUE 'N'.
            88 NUMERO-VALIDO          VALUE 'S'.
        05 WS-SW-CALENDARIO-OK    PIC X(01) VALUE 'N'.
            88 CALENDARIO-CON-FERIADOS VALUE 'S'.
        05 WS-SW-FIN-LISTA        PIC X(01) VALUE 'N'.
            88 FIN-LISTA              VALUE 'S'.
    01 WS-MENSAJE-ERROR           PIC X(70) VALUE SPACES.
    01 WS-RESP                    PIC S9(08) COMP.
    01 WS-CLAVE-BUSQ              PIC X(03).
    01 WS-CLAVE-FER.
        05 WS-CLF-CALENDARIO      PIC X(03).
        05 WS-CLF-FECHA           PIC 9(08).
    01 WS-NUMERO-EXAM             PIC X(09) VALUE SPACES.
    01 WS-LARGO-EXAM              PIC S9(04) COMP VALUE ZEROES.
    01 WS-NUMERO-NUM              PIC 9(09) VALUE ZEROES.
    01 WS-OBJETIVO-NUM            PIC 9(09) VALUE ZEROES.
    01 WS-UMBRAL-NUM              PIC 9(09) VALUE ZEROES.
    01 WS-CALENDARIO              PIC X(03) VALUE SPACES.
    01 WS-DESCRIPCION             PIC X(30) VALUE SPACES.
    01 WS-CONT-LISTA              PIC 9(02) VALUE ZEROES.
    01 WS-LINEA-LISTA.
        05 WS-LIS-TIPO            PIC X(03).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-LIS-OBJETIVO        PIC Z(08)9.
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-LIS-UMBRAL          PIC Z(08)9.
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-LIS-CALENDARIO      PIC X(03).
        05 FILLER                 PIC X(02) VALUE SPACES.
        05 WS-LIS-DESC            PIC X(30).
    01 WS-DUMMY-COMMAREA          PIC X(01) VALUE SPACE.
LINKAGE SECTION.
    01 DFHCOMMAREA                PIC X(01).
PROCEDURE DIVISION.
0-MAINLINE.
    IF EIBCALEN = 0
        PERFORM 1-INICIAL
    ELSE
        PERFORM 2-PROCESAR
    END-IF
    EXEC CICS RETURN
        TRANSID('CALS')
        COMMAREA(WS-DUMMY-COMMAREA)
        LENGTH(1)
    END-EXEC
    .
1-INICIAL.
    MOVE LOW-VALUES TO SLAMAP1O
    EXEC CICS SEND MAP('SLAMAP1')
        MAPSET('SLAMAP')
        ERASE
    END-EXEC
    .
2-PROCESAR.
    EXEC CICS HANDLE AID
        PF3(9-FIN-TRANSACCION)
    END-EXEC
    EXEC CICS RECEIVE MAP('SLAMAP1')
        MAPSET('SLAMAP')
    END-EXEC
    MOVE LOW-VALUES TO SLAMAP1O
    PERFORM 3-VALIDAR-ENTRADA
    IF ENTRADA-VALIDA
        IF FUNCIONI = 'A'
            PERFORM 4-ALTA-SLA
        ELSE
            IF FUNCIONI = 'M'
                PERFORM 5-MODIFICAR-SLA
            ELSE
                IF FUNCIONI = 'B'
                    PERFORM 6-BAJA-SLA
                ELSE
                    PERFORM 7-LISTAR-SLA
                END-IF
            END-IF
        END-IF
    END-IF
    MOVE WS-MENSAJE-ERROR TO MENSAJEO
    EXEC CICS SEND MAP('SLAMAP1')
        MAPSET('SLAMAP')
        DATAONLY
    END-EXEC
    .
3-VALIDAR-ENTRADA.
    MOVE 'N'    TO WS-SW-ENTRADA-VALIDA
    MOVE SPACES TO WS-MENSAJE-ERROR
    IF FUNCIONI NOT = 'A' AND FUNCIONI NOT = 'M'
            AND FUNCIONI NOT = 'B' AND FUNCIONI NOT = 'L'
        MOVE "FUNCION INVALIDA - USE A=ALTA M=MODIF B=BAJA L=LISTA"
            TO WS-MENSAJE-ERROR
    ELSE
        IF FUNCIONI = 'L'
            SET ENTRADA-VALIDA TO TRUE
        ELSE
            IF TIPOL = ZEROES OR TIPOI = SPACES
                MOVE "INGRESE EL TIPO DE ITEM (3 CARACTERES)"
                    TO WS-MENSAJE-ERROR
            ELSE
                SET ENTRADA-VALIDA TO TRUE
                IF FUNCIONI = 'A' OR FUNCIONI = 'M'
                    PERFORM 3100-VALIDAR-TIEMPOS
                END-IF
                IF ENTRADA-VALIDA
                        AND (FUNCIONI = 'A' OR FUNCIONI = 'M')
                    PERFORM 3200-VALIDAR-CALENDARIO
                END-IF
            END-IF
        END-IF
    END-IF
    .
3100-VALIDAR-TIEMPOS.
    MOVE OBJETII TO WS-NUMERO-EXAM
    MOVE OBJETIL TO WS-LARGO-EXAM
    PERFORM 8-VALIDAR-NUMERO
    IF NOT NUMERO-VALIDO OR WS-NUMERO-NUM = ZEROES
        MOVE 'N' TO WS-SW-ENTRADA-VALIDA
        MOVE "OBJETIVO INVALIDO - INGRESE SEGUNDOS MAYORES A CERO"
            TO WS-MENSAJE-ERROR
    ELSE
        MOVE WS-NUMERO-NUM TO WS-OBJETIVO-NUM
        MOVE UMBRALI TO WS-NUMERO-EXAM
        MOVE UMBRALL TO WS-LARGO-EXAM
        PERFORM 8-VALIDAR-NUMERO
        IF NOT NUMERO-VALIDO
            MOVE 'N' TO WS-SW-ENTRADA-VALIDA
            MOVE "UMBRAL DE AVISO INVALIDO - INGRESE SEGUNDOS"
                TO WS-MENSAJE-ERROR
        ELSE
            MOVE WS-NUMERO-NUM TO WS-UMBRAL-NUM
            IF WS-UMBRAL-NUM NOT < WS-OBJETIVO-NUM
                MOVE 'N' TO WS-SW-ENTRADA-VALIDA
                MOVE "EL UMBRAL DE AVISO DEBE SER MENOR QUE EL OBJETIVO"
                    TO WS-MENSAJE-ERROR
            END-IF
        END-IF
    END-IF
    .
3200-VALIDAR-CALENDARIO.
    MOVE SPACES TO WS-CALENDARIO
    MOVE SPACES TO WS-DESCRIPCION
    IF CALENDL > ZEROES
        MOVE CALENDI TO WS-CALENDARIO
    END-IF
    IF DESCRL > ZEROES
        MOVE DESCRI  TO WS-DESCRIPCION
    END-IF
    IF WS-CALENDARIO NOT = SPACES
        PERFORM 3300-BUSCAR-FERIADOS
        IF NOT CALENDARIO-CON-FERIADOS
            MOVE 'N' TO WS-SW-ENTRADA-VALIDA
            MOVE "EL CALENDARIO NO TIENE FERIADOS CARGADOS (VER CALM)"
                TO WS-MENSAJE-ERROR
        END-IF
    END-IF
    .
3300-BUSCAR-FERIADOS.
    MOVE 'N'            TO WS-SW-CALENDARIO-OK
    MOVE WS-CALENDARIO  TO WS-CLF-CALENDARIO
    MOVE ZEROES         TO WS-CLF-FECHA
    EXEC CICS STARTBR
        FILE('FERIADOS')
        RIDFLD(WS-CLAVE-FER)
        GTEQ
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        EXEC CICS READNEXT
            FILE('FERIADOS')
            INTO(REG-FERIADO-M)
            RIDFLD(WS-CLAVE-FER)
            RESP(WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
                AND FER-CALENDARIO = WS-CALENDARIO
            SET CALENDARIO-CON-FERIADOS TO TRUE
        END-IF
        EXEC CICS ENDBR
            FILE('FERIADOS')
        END-EXEC
    END-IF
    .
4-ALTA-SLA.
    PERFORM 4500-ARMAR-REGISTRO
    EXEC CICS WRITE
        FILE('SLAFIL')
        FROM(REG-SLA-M)
        RIDFLD(SLA-CLAVE)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE "SLA AGREGADO" TO WS-MENSAJE-ERROR
    ELSE
        IF WS-RESP = DFHRESP(DUPREC)
            MOVE "RECHAZADO - EL TIPO YA TIENE SLA (USE M=MODIF)"
                TO WS-MENSAJE-ERROR
        ELSE
            MOVE "ERROR DE ARCHIVO EN EL ALTA" TO WS-MENSAJE-ERROR
        END-IF
    END-IF
    .
4500-ARMAR-REGISTRO.
    MOVE TIPOI            TO SLA-TIPO-ITEM
    MOVE WS-OBJETIVO-NUM  TO SLA-OBJETIVO-SEG
    MOVE WS-CALENDARIO    TO SLA-CALENDARIO
    MOVE WS-UMBRAL-NUM    TO SLA-UMBRAL-AVISO
    MOVE WS-DESCRIPCION   TO SLA-DESCRIPCION
    .
5-MODIFICAR-SLA.
    MOVE TIPOI TO WS-CLAVE-BUSQ
    EXEC CICS READ
        FILE('SLAFIL')
        INTO(REG-SLA-M)
        RIDFLD(WS-CLAVE-BUSQ)
        UPDATE
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE WS-OBJETIVO-NUM  TO SLA-OBJETIVO-SEG
        MOVE WS-CALENDARIO    TO SLA-CALENDARIO
        MOVE WS-UMBRAL-NUM    TO SLA-UMBRAL-AVISO
        MOVE WS-DESCRIPCION   TO SLA-DESCRIPCION
        EXEC CICS REWRITE
            FILE('SLAFIL')
            FROM(REG-SLA-M)
            RESP(WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            MOVE "SLA MODIFICADO" TO WS-MENSAJE-ERROR
        ELSE
            MOVE "ERROR DE ARCHIVO EN LA MODIFICACION"
                TO WS-MENSAJE-ERROR
        END-IF
    ELSE
        IF WS-RESP = DFHRESP(NOTFND)
            MOVE "EL TIPO NO TIENE SLA CARGADO" TO WS-MENSAJE-ERROR
        ELSE
            MOVE "ERROR DE ARCHIVO EN LA LECTURA" TO WS-MENSAJE-ERROR
        END-IF
    END-IF
    .
6-BAJA-SLA.
    MOVE TIPOI TO WS-CLAVE-BUSQ
    EXEC CICS DELETE
        FILE('SLAFIL')
        RIDFLD(WS-CLAVE-BUSQ)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE "SLA ELIMINADO" TO WS-MENSAJE-ERROR
    ELSE
        IF WS-RESP = DFHRESP(NOTFND)
            MOVE "EL TIPO NO TIENE SLA CARGADO" TO WS-MENSAJE-ERROR
        ELSE
            MOVE "ERROR DE ARCHIVO EN LA BAJA" TO WS-MENSAJE-ERROR
        END-IF
    END-IF
    .
7-LISTAR-SLA.
    MOVE LOW-VALUES TO WS-CLAVE-BUSQ
    IF TIPOL > ZEROES
        MOVE TIPOI  TO WS-CLAVE-BUSQ
    END-IF
    MOVE ZEROES TO WS-CONT-LISTA
    MOVE 'N'    TO WS-SW-FIN-LISTA
    EXEC CICS STARTBR
        FILE('SLAFIL')
        RIDFLD(WS-CLAVE-BUSQ)
        GTEQ
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        PERFORM 7100-LEER-SIGUIENTE
            UNTIL FIN-LISTA OR WS-CONT-LISTA >= 8
        EXEC CICS ENDBR
            FILE('SLAFIL')
        END-EXEC
        IF WS-CONT-LISTA = ZEROES
            MOVE "NO HAY SLA CARGADOS DESDE ESE TIPO"
                TO WS-MENSAJE-ERROR
        ELSE
            MOVE "LISTA DE SLA (8 DESDE EL TIPO INGRESADO)"
                TO WS-MENSAJE-ERROR
        END-IF
    ELSE
        MOVE "NO HAY SLA CARGADOS DESDE ESE TIPO"
            TO WS-MENSAJE-ERROR
    END-IF
    .
7100-LEER-SIGUIENTE.
    EXEC CICS READNEXT
        FILE('SLAFIL')
        INTO(REG-SLA-M)
        RIDFLD(WS-CLAVE-BUSQ)
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        ADD 1 TO WS-CONT-LISTA
        MOVE SLA-TIPO-ITEM       TO WS-LIS-TIPO
        MOVE SLA-OBJETIVO-SEG    TO WS-LIS-OBJETIVO
        MOVE SLA-UMBRAL-AVISO    TO WS-LIS-UMBRAL
        MOVE SLA-CALENDARIO      TO WS-LIS-CALENDARIO
        MOVE SLA-DESCRIPCION     TO WS-LIS-DESC
        PERFORM 7200-MOVER-LINEA
    ELSE
        SET FIN-LISTA TO TRUE
    END-IF
    .
7200-MOVER-LINEA.
    IF WS-CONT-LISTA = 1
        MOVE WS-LINEA-LISTA TO LIN1O
    END-IF
    IF WS-CONT-LISTA = 2
        MOVE WS-LINEA-LISTA TO LIN2O
    END-IF
    IF WS-CONT-LISTA = 3
        MOVE WS-LINEA-LISTA TO LIN3O
    END-IF
    IF WS-CONT-LISTA = 4
        MOVE WS-LINEA-LISTA TO LIN4O
    END-IF
    IF WS-CONT-LISTA = 5
        MOVE WS-LINEA-LISTA TO LIN5O
    END-IF
    IF WS-CONT-LISTA = 6
        MOVE WS-LINEA-LISTA TO LIN6O
    END-IF
    IF WS-CONT-LISTA = 7
        MOVE WS-LINEA-LISTA TO LIN7O
    END-IF
    IF WS-CONT-LISTA = 8
        MOVE WS-LINEA-LISTA TO LIN8O
    END-IF
    .
8-VALIDAR-NUMERO.
    MOVE 'N'    TO WS-SW-NUMERO-VALIDO
    MOVE ZEROES TO WS-NUMERO-NUM
    IF WS-LARGO-EXAM > ZEROES AND WS-LARGO-EXAM <= 9
        IF WS-NUMERO-EXAM (1:WS-LARGO-EXAM) IS NUMERIC
            COMPUTE WS-NUMERO-NUM =
                FUNCTION NUMVAL(WS-NUMERO-EXAM (1:WS-LARGO-EXAM))
            SET NUMERO-VALIDO TO TRUE
        END-IF
    END-IF
    .
9-FIN-TRANSACCION.
    EXEC CICS SEND TEXT
        FROM("*** FIN DE MANTENIMIENTO DE SLA ***")
        ERASE
        FREEKB
    END-EXEC
    EXEC CICS RETURN
    END-EXEC
    .
