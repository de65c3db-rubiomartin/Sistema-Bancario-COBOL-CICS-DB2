      **   mismo patron de cola de SOURCE/PBNKA.cbl.                **
      ** - PF5 firma la diferencia (ESTADO='A', REVISADO_POR /      **
      **   FECHA_REVISION); PF7 pasa sin resolver; PF3 sale.        **
      ** - PF4 pasa al registro de eventos de perdida               **
      **   operacional (SOURCE/PBNKOP.cbl); las diferencias         **
      **   firmadas con faltante entran solas al registro con       **
      **   BATCH/PBNKRO.cbl.                                        **
      ** - PF6 pasa a la recertificacion trimestral de accesos      **
      **   del personal de la sucursal (SOURCE/PBNKRX.cbl).         **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYRTMW.
       COPY CICSATTR.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.
               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF4
                   PERFORM 9040-IR-A-EVENTOS

               WHEN EIBAID = DFHPF6
                   PERFORM 9060-IR-A-RECERTIFICACION

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-PRIMERA-PENDIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_ARQUEO, AGENTE_ID, FECHA_ARQUEO,
                      DENOMINACION, CANT_DECLARADA, CANT_SISTEMA,
                      DIFERENCIA

       7700-ACEPTAR-ARQUEO.
           MOVE CG-M-USER TO HV-REVISADO-POR-ARQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ARQUEO_CAJA
               SET ESTADO = 'A',
                   REVISADO_POR = :HV-REVISADO-POR-ARQ,
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9040-IR-A-EVENTOS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-EVENTOS-PERDIDA)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9060-IR-A-RECERTIFICACION.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-RECERTIFICACION)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL
                PROGRAM (CS-PGM-LOGIN)
           END-EXEC.
           END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYRTMP.
