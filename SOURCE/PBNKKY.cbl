      **   la verificacion (tipo, numero, autoridad emisora y       **
      **   vencimiento) en IBMUSER.DOCUMENTOS_IDENTIDAD; el         **
      **   anterior vigente del cliente queda 'X'.                  **
      ** - El pais emisor del documento (vacio = local) alimenta el **
      **   barrido de indicios FATCA/CRS de BATCH/PBNKIN.cbl.       **
      ** - Un cliente empresa (cuenta con FIRMANTES) no se activa   **
      **   sin beneficiarios finales que cubran el umbral (CPYBFIP);**
      **   PF9 abre su registro (PBNKBN). BATCH/PBNKUB.cbl reencola **
      **   las empresas activas que dejan de cubrirlo.              **
      ** - PF10 abre la cola de clientes duplicados (PBNKFU) que    **
      **   arma BATCH/PBNKDU.cbl, para fusionar o descartar pares.  **
      ** - Los rechazados los depura en termino BATCH/PBNKKA.cbl;   **
      **   los documentos por vencer los reencola BATCH/PBNKKX.cbl. **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYBFIW.
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
           MOVE LOW-VALUES TO BKMAPKYO.
           MOVE ' PF5=ACTIVAR PF6=RECHAZAR (MOTIVO) PF7=SIGUIENTE'
             TO LEYENDAO.
           MOVE 'DOC: TIPO / NRO / AUTORIDAD / VTO / PAIS'
             TO LBLDOCO.
           PERFORM 3000-CARGAR-PENDIENTE.
           SET ENVIO-ERASE TO TRUE.
               WHEN EIBAID = DFHPF8
                   PERFORM 9050-IR-A-CUSTODIA

      * Beneficiarios finales de empresas (PBNKBN).
               WHEN EIBAID = DFHPF9
                   PERFORM 9060-IR-A-BENEFICIARIOS

      * Clientes duplicados / fusion (PBNKFU).
               WHEN EIBAID = DFHPF10
                   PERFORM 9070-IR-A-DUPLICADOS

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU


       2100-ACTIVAR.
           PERFORM 7100-CONTAR-COINCIDENCIAS.
           MOVE WS-USUARIO-KYC TO WS-BFI-EMPRESA.
           PERFORM 9940-EVALUAR-BENEFICIARIOS.
           PERFORM 2150-VALIDAR-DOCUMENTO.
           EVALUATE TRUE
               WHEN NOT HAY-KYC-CARGADO
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

      * Una empresa necesita beneficiarios finales declarados
      * que cubran el umbral (o la persona de control).
               WHEN BFI-ES-EMPRESA AND NOT BFI-CUMPLE-UMBRAL
                   MOVE ' EMPRESA SIN BENEFICIARIO FINAL - PF9'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

      * Sin documento registrado no hay KYC que probar despues.
               WHEN NOT DOCUMENTO-VALIDO
                   CONTINUE

               WHEN OTHER
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.CLIENTES
                   SET ESTADO = 'A'
                   WHERE USUARIO = :WS-USUARIO-KYC
                   MOVE ' ENROLAMIENTO ACTIVADO' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO DOCTIPOO DOCNROO DOCAUTO DOCVTOO
                   MOVE SPACES TO DOCPAISO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   IF MSGO = SPACES
           INSPECT DOCNROI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DOCAUTI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DOCVTOI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DOCPAISI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(DOCPAISI) TO DOCPAISI.
           EVALUATE TRUE
               WHEN DOCTIPOI = SPACES OR DOCNROI = SPACES
                       OR DOCAUTI = SPACES OR DOCVTOI = SPACES
                   MOVE ' COMPLETE EL DOCUMENTO (TIPO/NRO/AUT/VTO)'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

      * Pais emisor ISO alfa-2; vacio = documento local.
               WHEN DOCPAISI NOT = SPACES
                       AND (DOCPAISI(1:1) NOT ALPHABETIC-UPPER
                         OR DOCPAISI(2:1) NOT ALPHABETIC-UPPER
                         OR DOCPAISI(1:1) = SPACE
                         OR DOCPAISI(2:1) = SPACE)
                   MOVE ' PAIS EMISOR: CODIGO ISO DE 2 LETRAS' TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN OTHER
                   MOVE 'S' TO SW-DOC-VALIDO
           END-EVALUATE.

      * Graba el documento vigente de esta verificacion y marca
      * 'X' el anterior. El DATE(:HV) rebota un vencimiento mal
           MOVE DOCNROI  TO HV-NRO-DOCU.
           MOVE DOCAUTI  TO HV-AUTORIDAD-DOCU.
           MOVE DOCVTOI  TO HV-FECHA-VTO-DOCU.
           MOVE DOCPAISI TO HV-PAIS-EMISOR-DOCU.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.DOCUMENTOS_IDENTIDAD
               SET ESTADO = 'X'
               WHERE USUARIO = :WS-USUARIO-KYC
                 AND ESTADO = 'V'
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.DOCUMENTOS_IDENTIDAD
                   (USUARIO, TIPO_DOC, NRO_DOC, AUTORIDAD,
                    FECHA_VENCIMIENTO, ESTADO, AGENTE_ID, FECHA_ALTA,
                    PAIS_EMISOR)
                   VALUES (:WS-USUARIO-KYC, :HV-TIPO-DOCU,
                    :HV-NRO-DOCU, :HV-AUTORIDAD-DOCU,
                    DATE(:HV-FECHA-VTO-DOCU), 'V', :CG-M-USER,
                    CURRENT TIMESTAMP, :HV-PAIS-EMISOR-DOCU)
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL SELECT COUNT(*)
                       INTO :WS-DOCS-VENCIDOS
                       FROM IBMUSER.DOCUMENTOS_IDENTIDAD

       7100-CONTAR-COINCIDENCIAS.
           MOVE 0 TO WS-COINC-ABIERTAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-COINC-ABIERTAS
               FROM IBMUSER.COINCIDENCIAS_SANCION
               WHERE USUARIO = :WS-USUARIO-KYC

               WHEN OTHER
                   MOVE MOTIVOKI TO HV-MOTIVO-KYC
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.CLIENTES
                       SET ESTADO = 'R',
                           MOTIVO_RECHAZO_KYC = :HV-MOTIVO-KYC,
       3000-CARGAR-PENDIENTE.
           MOVE 'N' TO SW-HAY-PENDIENTE.
           MOVE SPACES TO KYCLINO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, NOMBRE, CONTACTO_RECUPERACION,
                      CHAR(FECHA_ALTA)
               INTO :HV-USUARIO, :HV-NOMBRE,
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9050-IR-A-CUSTODIA.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-CUSTODIA)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9060-IR-A-BENEFICIARIOS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-BENEF-FINAL)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9070-IR-A-DUPLICADOS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-DUPLICADOS)
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

       COPY CPYBFIP.
       COPY CPYRTMP.
