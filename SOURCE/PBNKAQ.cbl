      **   confirmar, graba una fila por denominacion en IBMUSER.   **
      **   ARQUEO_CAJA: 'A' si cuadro, 'P' pendiente de revision    **
      **   del supervisor (SOURCE/PBNKAV.cbl) si hubo diferencia.   **
      ** - Si el cajero secuestro billetes falsos en el dia         **
      **   (IBMUSER.BILLETES_FALSOS, PBNKSQ) la leyenda le recuerda **
      **   apartarlos: no integran la posicion ni el conteo.        **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLARQ END-EXEC.
           EXEC SQL INCLUDE DCLBFAL END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

           05 WS-HAY-DIFERENCIA     PIC X(1) VALUE 'N'.
           05 WS-DIF-EDIT           PIC -(7)9.
           05 WS-SIS-EDIT           PIC -(7)9.
      * Billetes falsos secuestrados hoy por este cajero (PBNKSQ).
           05 WS-CANT-FALSOS        PIC S9(9) COMP VALUE 0.
           05 WS-FALSOS-EDIT        PIC ZZ9.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
           MOVE ' BILLETE  10' TO LBLD4O.
           PERFORM 3000-CALCULAR-SISTEMA.
           MOVE ' DECLARE LO CONTADO Y CONFIRME CON ENTER' TO LEYENDAO.
           PERFORM 7150-CONTAR-FALSOS.
           IF WS-CANT-FALSOS > 0
               MOVE WS-CANT-FALSOS TO WS-FALSOS-EDIT
               STRING ' APARTE ' DELIMITED BY SIZE
                   WS-FALSOS-EDIT DELIMITED BY SIZE
                   ' BILLETE(S) SECUESTRADO(S): NO SE CUENTAN'
                   DELIMITED BY SIZE
                   INTO LEYENDAO
           END-IF.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

           MOVE CG-M-USER      TO HV-AGENTE-ARQ.
           MOVE CG-SUCURSAL-ID TO HV-SUCURSAL-ARQ.
           MOVE 0 TO WS-SISTEMA-AUX.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT
                 COALESCE(SUM(CASE M.TIPO_OPER
                     WHEN 'D' THEN E.CANTIDAD
           END-EXEC.
           MOVE WS-SISTEMA-AUX TO WS-SISTEMA(WS-INDICE).

      * Los billetes secuestrados quedan en custodia hasta el envio
      * al banco central y nunca entraron al desglose: el cajero los
      * separa antes de contar la gaveta.
       7150-CONTAR-FALSOS.
           MOVE CG-M-USER      TO HV-CAJERO-BF.
           MOVE CG-SUCURSAL-ID TO HV-SUCURSAL-BF.
           MOVE 0 TO WS-CANT-FALSOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*)
               INTO :WS-CANT-FALSOS
               FROM IBMUSER.BILLETES_FALSOS
               WHERE CAJERO = :HV-CAJERO-BF
                 AND SUCURSAL_ID = :HV-SUCURSAL-BF
                 AND DATE(FECHA_SECUESTRO) = CURRENT DATE
                 AND ESTADO = 'R'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-CANT-FALSOS
           END-IF.

       7500-INSERTAR-ARQUEO.
           MOVE CG-M-USER      TO HV-AGENTE-ARQ.
           MOVE CG-SUCURSAL-ID TO HV-SUCURSAL-ARQ.
           ELSE
               MOVE 'P' TO HV-ESTADO-ARQ
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ARQUEO_CAJA
               (AGENTE_ID, SUCURSAL_ID, FECHA_ARQUEO, DENOMINACION,
                CANT_DECLARADA, CANT_SISTEMA, DIFERENCIA, ESTADO)
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9050-IR-A-COBRANZA-AGENCIA.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-COBRANZA-AGE)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM (CS-PGM-LOGIN) END-EXEC.

       9200-ENVIAR-AVISO-TEXTO.
           MOVE WS-SEGUNDOS-ACTUAL TO CG-ULT-ACTIVIDAD-SEG.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYRTMP.
