      **   saltee en el archivo de impresion y le avise por         **
      **   notificacion).                                           **
      ** - ENTER graba (UPDATE-o-INSERT); PF3 vuelve al menu.       **
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
      *================================================================*
       3000-MOSTRAR-PREFERENCIAS.
           MOVE CG-M-USER TO HV-USUARIO-PREF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT EMAIL, TELEFONO, CANAL_PREFERIDO, IDIOMA,
                      OPT_TRANSFERENCIAS, OPT_SALDO_BAJO,
                      EXTRACTO_ELECTRONICO
           MOVE OSALDOPI  TO HV-OPT-SALDO-PREF.
           MOVE EXTELEPI  TO HV-EXT-ELEC-PREF.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.PREFERENCIAS_CONTACTO
               SET EMAIL = :HV-EMAIL-PREF,
                   TELEFONO = :HV-TELEFONO-PREF,
               WHERE USUARIO = :HV-USUARIO-PREF
           END-EXEC.
           IF SQLCODE = 100
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.PREFERENCIAS_CONTACTO
                   (USUARIO, EMAIL, TELEFONO, CANAL_PREFERIDO,
                    IDIOMA, OPT_TRANSFERENCIAS, OPT_SALDO_BAJO,
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
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
