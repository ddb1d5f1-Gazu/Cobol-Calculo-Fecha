WORKING-STORAGE SECTION.
    COPY ZONMAP.
    COPY CALFTZM.
    COPY CALFJRN.
    01 WS-SW-ENTRADA.
        05 WS-SW-ENTRADA-VALIDA   PIC X(01) VALUE 'N'.
            88 ENTRADA-VALIDA         VALUE 'S'.
        05 FILLER                 PIC X(01) VALUE SPACE.
        05 WS-LIS-DESC            PIC X(10).
    01 WS-DUMMY-COMMAREA          PIC X(01) VALUE SPACE.
    01 WS-ABSTIME                 PIC S9(15) COMP-3.
LINKAGE SECTION.
    01 DFHCOMMAREA                PIC X(01).
PROCEDURE DIVISION.
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE "VIGENCIA DE ZONA AGREGADA" TO WS-MENSAJE-ERROR
        MOVE 'A'           TO JRN-ACCION
        MOVE SPACES        TO JRN-IMAGEN-ANTES
        MOVE REG-ZONA-M    TO JRN-IMAGEN-DESPUES
        PERFORM 8900-GRABAR-JORNAL
    ELSE
        IF WS-RESP = DFHRESP(DUPREC)
            MOVE "RECHAZADO - LA ZONA YA TIENE ESA VIGENCIA DESDE"
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE REG-ZONA-M       TO JRN-IMAGEN-ANTES
        MOVE WS-VIG-HASTA-NUM TO ZON-VIG-HASTA
        MOVE WS-OFF-INV-NUM   TO ZON-OFF-INV
        MOVE WS-OFF-VER-NUM   TO ZON-OFF-VER
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            MOVE "VIGENCIA DE ZONA MODIFICADA" TO WS-MENSAJE-ERROR
            MOVE 'M'           TO JRN-ACCION
            MOVE REG-ZONA-M    TO JRN-IMAGEN-DESPUES
            PERFORM 8900-GRABAR-JORNAL
        ELSE
            MOVE "ERROR DE ARCHIVO EN LA MODIFICACION"
                TO WS-MENSAJE-ERROR
6-BAJA-ZONA.
    MOVE ZONAI            TO WS-CLB-ZONA
    MOVE WS-VIG-DESDE-NUM TO WS-CLB-VIG-DESDE
    EXEC CICS READ
        FILE('ZONFIL')
        INTO(REG-ZONA-M)
        RIDFLD(WS-CLAVE-BUSQ)
        UPDATE
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE REG-ZONA-M TO JRN-IMAGEN-ANTES
        EXEC CICS DELETE
            FILE('ZONFIL')
            RESP(WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            MOVE "VIGENCIA DE ZONA ELIMINADA" TO WS-MENSAJE-ERROR
            MOVE 'B'           TO JRN-ACCION
            MOVE SPACES        TO JRN-IMAGEN-DESPUES
            PERFORM 8900-GRABAR-JORNAL
        ELSE
            MOVE "ERROR DE ARCHIVO EN LA BAJA" TO WS-MENSAJE-ERROR
        END-IF
    ELSE
        IF WS-RESP = DFHRESP(NOTFND)
            MOVE "LA ZONA NO TIENE ESA VIGENCIA DESDE"
        SET OFFSET-VALIDO TO TRUE
    END-IF
    .
8900-GRABAR-JORNAL.
    EXEC CICS ASKTIME
        ABSTIME(WS-ABSTIME)
    END-EXEC
    EXEC CICS FORMATTIME
        ABSTIME(WS-ABSTIME)
        YYYYMMDD(JRN-FECHA)
        TIME(JRN-HORA)
    END-EXEC
    MOVE 'Z'               TO JRN-MAESTRO
    MOVE EIBTRMID          TO JRN-TERMINAL
    MOVE EIBOPID           TO JRN-USUARIO
    MOVE EIBTRNID          TO JRN-TRANSACCION
    EXEC CICS WRITEQ TD
        QUEUE('JRNM')
        FROM(REG-JORNAL-MAESTRO)
        LENGTH(LENGTH OF REG-JORNAL-MAESTRO)
    END-EXEC
    .
9-FIN-TRANSACCION.
    EXEC CICS SEND TEXT
        FROM("*** FIN DE MANTENIMIENTO DE ZONAS HORARIAS ***")
