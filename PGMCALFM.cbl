WORKING-STORAGE SECTION.
    COPY FERMAP.
    COPY CALFFER.
    COPY CALFJRN.
    01 WS-SW-ENTRADA.
        05 WS-SW-ENTRADA-VALIDA   PIC X(01) VALUE 'N'.
            88 ENTRADA-VALIDA         VALUE 'S'.
        05 FILLER                 PIC X(03) VALUE " - ".
        05 WS-LIS-DESC            PIC X(30).
    01 WS-DUMMY-COMMAREA          PIC X(01) VALUE SPACE.
    01 WS-ABSTIME                 PIC S9(15) COMP-3.
LINKAGE SECTION.
    01 DFHCOMMAREA                PIC X(01).
PROCEDURE DIVISION.
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE "FERIADO AGREGADO" TO WS-MENSAJE-ERROR
        MOVE 'A'           TO JRN-ACCION
        MOVE SPACES        TO JRN-IMAGEN-ANTES
        MOVE REG-FERIADO-M TO JRN-IMAGEN-DESPUES
        PERFORM 8900-GRABAR-JORNAL
    ELSE
        IF WS-RESP = DFHRESP(DUPREC)
            MOVE "RECHAZADO - EL FERIADO YA EXISTE EN ESE CALENDARIO"
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE REG-FERIADO-M TO JRN-IMAGEN-ANTES
        MOVE DESCRI TO FER-DESCRIPCION
        EXEC CICS REWRITE
            FILE('FERIADOS')
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            MOVE "FERIADO MODIFICADO" TO WS-MENSAJE-ERROR
            MOVE 'M'           TO JRN-ACCION
            MOVE REG-FERIADO-M TO JRN-IMAGEN-DESPUES
            PERFORM 8900-GRABAR-JORNAL
        ELSE
            MOVE "ERROR DE ARCHIVO EN LA MODIFICACION"
                TO WS-MENSAJE-ERROR
6-BAJA-FERIADO.
    MOVE CALENDI  TO WS-CLB-CALENDARIO
    MOVE FECHAI   TO WS-CLB-FECHA
    EXEC CICS READ
        FILE('FERIADOS')
        INTO(REG-FERIADO-M)
        RIDFLD(WS-CLAVE-BUSQ)
        UPDATE
        RESP(WS-RESP)
    END-EXEC
    IF WS-RESP = DFHRESP(NORMAL)
        MOVE REG-FERIADO-M TO JRN-IMAGEN-ANTES
        EXEC CICS DELETE
            FILE('FERIADOS')
            RESP(WS-RESP)
        END-EXEC
        IF WS-RESP = DFHRESP(NORMAL)
            MOVE "FERIADO ELIMINADO" TO WS-MENSAJE-ERROR
            MOVE 'B'           TO JRN-ACCION
            MOVE SPACES        TO JRN-IMAGEN-DESPUES
            PERFORM 8900-GRABAR-JORNAL
        ELSE
            MOVE "ERROR DE ARCHIVO EN LA BAJA" TO WS-MENSAJE-ERROR
        END-IF
    ELSE
        IF WS-RESP = DFHRESP(NOTFND)
            MOVE "EL FERIADO NO EXISTE EN ESE CALENDARIO"
        END-IF
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
    MOVE 'F'               TO JRN-MAESTRO
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
        FROM("*** FIN DE MANTENIMIENTO DE FERIADOS ***")
