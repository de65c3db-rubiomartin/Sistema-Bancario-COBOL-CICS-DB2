       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKFU.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKFU                                 **
      ** TITULO ...........: FUSION DE CLIENTES DUPLICADOS          **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Cola de pares de IBMUSER.DUPLICADOS_CLIENTE que propone  **
      **   BATCH/PBNKDU.cbl (TIPO_USUARIO 'E', se entra con PF10    **
      **   desde la cola KYC de PBNKKY): muestra el par abierto mas **
      **   antiguo con puntaje, coincidencias, nombre, nacimiento,  **
      **   estado, cuentas, documento y contacto de cada usuario.   **
      ** - PF5 confirma la fusion con el USUARIO que queda tecleado:**
      **   el par pasa a 'C' y se pide la accion 'F' en             **
      **   IBMUSER.ACCIONES_PENDIENTES (doble control, patron de    **
      **   PBNKR). PF6 descarta el par ('D'). PF7 pasa al siguiente.**
      ** - PF10 aprueba la fusion pedida por OTRO empleado: mueve   **
      **   cuentas, tarjetas, prestamos, plazos fijos y             **
      **   beneficiarios al USUARIO que queda, barre el saldo de    **
      **   CLIENTES como el cierre de PBNKU, cierra el login del    **
      **   retirado (ESTADO 'C', BLOQUEADO 'S') y deja la           **
      **   referencia en IBMUSER.CLIENTES_FUSIONADOS, todo en una   **
      **   unidad de trabajo. PF11 rechaza y el par vuelve a 'P'.   **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * COPIES DE MAPAS, COMMAREA Y UTILIDADES                         *
      *----------------------------------------------------------------*
       COPY BKFUMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYCHNW.
       COPY CPYRTMW.
       COPY CICSATTR.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLDUPL END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLDOCU END-EXEC.
           EXEC SQL INCLUDE DCLACCP END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
      * Par en pantalla (IDPAR vuelve con MDT) y punto de partida de
      * la busqueda del siguiente.
           05 WS-ID-PAR             PIC S9(9) COMP VALUE 0.
           05 WS-ID-DESDE           PIC S9(9) COMP VALUE 0.
           05 WS-ID-PAR-ED          PIC 9(9).
           05 WS-PUNTAJE-EDIT       PIC ZZZZ9.
           05 WS-CANT-CUENTAS       PIC S9(4) COMP VALUE 0.
           05 WS-CANT-CUENTAS-ED    PIC ZZ9.
           05 WS-USUARIO-SOBREVIVE  PIC X(8).
           05 WS-USUARIO-RETIRADO   PIC X(8).
           05 WS-ESTADO-SOBREVIVE   PIC X(1).
           05 WS-ESTADO-RETIRADO    PIC X(1).
           05 WS-SALDO-RETIRADO     PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-LINEA-CLIENTE      PIC X(79).
           05 WS-LINEA-DOCUMENTO    PIC X(79).

      * Rotulos de COINCIDENCIAS (nombre/nacimiento/documento/
      * contacto), uno por posicion.
       01  WS-COINC-TEXTO.
           05 WS-CT-NOMBRE          PIC X(10).
           05 WS-CT-NACIMIENTO      PIC X(11).
           05 WS-CT-DOCUMENTO       PIC X(10).
           05 WS-CT-CONTACTO        PIC X(9).

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-HAY-PAR            PIC X     VALUE 'N'.
              88 HAY-PAR-CARGADO              VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKFU'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKFU'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPFU'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKFUMP'.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(185).

       PROCEDURE DIVISION.

      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
           END-IF.

           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   SET ESTADO-ERROR-LOGN TO TRUE
                   PERFORM 9200-ENVIAR-AVISO-TEXTO

               WHEN EIBCALEN > 0 AND ESTADO-ERROR-LOGN
                   PERFORM 9100-SALIR-A-LOGN

               WHEN NOT USUARIO-EMPLEADO
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBTRNID NOT = WC-TRANSACCION
                   PERFORM 1000-PREPARAR-DATOS

               WHEN OTHER
                   PERFORM 2000-PROCESAR-INTERACCION
           END-EVALUATE.

           PERFORM 9999-RETORNO-CICS.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-PREPARAR-DATOS.
           MOVE LOW-VALUES TO BKMAPFUO.
           STRING ' PF5=FUSION PF6=DESCARTE PF10=APRUEBA'
               ' PF11=RECHAZA PF7=SIG'
               DELIMITED BY SIZE INTO LEYENDAO.
           MOVE ' USUARIO QUE QUEDA:' TO LBLSOBO.
           MOVE 0 TO WS-ID-DESDE.
           PERFORM 3000-CARGAR-PAR.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           PERFORM 2050-RELEER-PAR.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           MOVE WS-ID-PAR TO WS-ID-DESDE.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF5
                   PERFORM 2100-SOLICITAR-FUSION
                   PERFORM 3000-CARGAR-PAR

               WHEN EIBAID = DFHPF6
                   PERFORM 2200-DESCARTAR-PAR
                   PERFORM 3000-CARGAR-PAR

               WHEN EIBAID = DFHPF10
                   PERFORM 2300-APROBAR-FUSION
                   PERFORM 3000-CARGAR-PAR

               WHEN EIBAID = DFHPF11
                   PERFORM 2400-RECHAZAR-FUSION
                   PERFORM 3000-CARGAR-PAR

               WHEN EIBAID = DFHPF7
                   ADD 1 TO WS-ID-DESDE
                   PERFORM 3000-CARGAR-PAR

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      * El par se relee por el ID que quedo en pantalla: la decision
      * se toma sobre el estado actual, no sobre el de la carga.
       2050-RELEER-PAR.
           MOVE 'N' TO SW-HAY-PAR.
           MOVE 0 TO WS-ID-PAR.
           IF IDPARI IS NUMERIC
               MOVE IDPARI TO WS-ID-PAR-ED
               MOVE WS-ID-PAR-ED TO WS-ID-PAR
               PERFORM 7110-LEER-PAR
               IF SQLCODE = 0
                   SET HAY-PAR-CARGADO TO TRUE
               END-IF
           END-IF.
           INSPECT SOBREVI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE SOBREVI TO WS-USUARIO-SOBREVIVE.

      *----------------------------------------------------------------*
      * 2100 - CONFIRMACION (MAKER): EL PAR QUEDA 'C' Y LA FUSION      *
      * ESPERA LA APROBACION DE OTRO EMPLEADO.                         *
      *----------------------------------------------------------------*
       2100-SOLICITAR-FUSION.
           EVALUATE TRUE
               WHEN NOT HAY-PAR-CARGADO
                   MOVE ' NO HAY PARES PENDIENTES' TO MSGO

               WHEN HV-ESTADO-DUPL NOT = 'P'
                   MOVE ' FUSION YA SOLICITADA - APRUEBA OTRO EMPLEADO'
                     TO MSGO

               WHEN WS-USUARIO-SOBREVIVE = HV-USUARIO-A-DUPL
                   MOVE HV-USUARIO-B-DUPL TO WS-USUARIO-RETIRADO
                   PERFORM 2150-GRABAR-SOLICITUD

               WHEN WS-USUARIO-SOBREVIVE = HV-USUARIO-B-DUPL
                   MOVE HV-USUARIO-A-DUPL TO WS-USUARIO-RETIRADO
                   PERFORM 2150-GRABAR-SOLICITUD

               WHEN OTHER
                   MOVE ' TECLEE EL USUARIO QUE QUEDA (UNO DEL PAR)'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
           END-EVALUATE.

       2150-GRABAR-SOLICITUD.
           PERFORM 7500-CONFIRMAR-PAR.
           IF SQLCODE = 0
               PERFORM 7510-INSERTAR-ACCION
           END-IF.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE ' FUSION SOLICITADA - REQUIERE APROBACION DE OTRO'
                 TO MSGO
               MOVE ATTR-GREEN TO MSGC
               MOVE SPACES TO SOBREVO
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL SOLICITAR LA FUSION' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.

       2200-DESCARTAR-PAR.
           EVALUATE TRUE
               WHEN NOT HAY-PAR-CARGADO
                   MOVE ' NO HAY PARES PENDIENTES' TO MSGO

               WHEN HV-ESTADO-DUPL NOT = 'P'
                   MOVE ' FUSION EN APROBACION - USE PF11 PARA RECHAZAR'
                     TO MSGO

               WHEN OTHER
                   PERFORM 7520-DESCARTAR-PAR-DB2
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE ' PAR DESCARTADO - NO SE VOLVERA A PROPONER'
                         TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL DESCARTAR EL PAR' TO MSGO
                       MOVE ATTR-RED TO MSGC
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * 2300 - APROBACION (CHECKER): SOLO SOBRE LA SOLICITUD DE OTRO   *
      * EMPLEADO; LA FUSION Y LA ACCION 'A' VAN EN LA MISMA UNIDAD DE  *
      * TRABAJO.                                                       *
      *----------------------------------------------------------------*
       2300-APROBAR-FUSION.
           IF HAY-PAR-CARGADO AND HV-ESTADO-DUPL = 'C'
               PERFORM 2310-TOMAR-SOLICITUD
           END-IF.
           EVALUATE TRUE
               WHEN NOT HAY-PAR-CARGADO
                   MOVE ' NO HAY PARES PENDIENTES' TO MSGO

               WHEN HV-ESTADO-DUPL NOT = 'C'
                   MOVE ' CONFIRME PRIMERO LA FUSION CON PF5' TO MSGO

               WHEN SQLCODE NOT = 0
                   MOVE ' NO HAY SOLICITUD DE FUSION PENDIENTE' TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN HV-SOLICITADO-ACCP = CG-M-USER
                   MOVE ' YA SOLICITADA POR UD. - APRUEBA OTRO EMPLEADO'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN OTHER
                   PERFORM 7170-LEER-ESTADOS
                   IF SQLCODE = 0
                           AND (WS-ESTADO-SOBREVIVE = 'A'
                             OR WS-ESTADO-SOBREVIVE = 'V')
                           AND (WS-ESTADO-RETIRADO = 'A'
                             OR WS-ESTADO-RETIRADO = 'V')
                       PERFORM 2350-EJECUTAR-FUSION
                   ELSE
                       MOVE ' UNO DE LOS USUARIOS YA NO ESTA ABIERTO'
                         TO MSGO
                       MOVE ATTR-RED TO MSGC
                   END-IF
           END-EVALUATE.

      * Ubica la accion 'F' del par: el retirado es el que no queda.
       2310-TOMAR-SOLICITUD.
           MOVE HV-SOBREVIVE-DUPL TO WS-USUARIO-SOBREVIVE.
           IF HV-SOBREVIVE-DUPL = HV-USUARIO-A-DUPL
               MOVE HV-USUARIO-B-DUPL TO WS-USUARIO-RETIRADO
           ELSE
               MOVE HV-USUARIO-A-DUPL TO WS-USUARIO-RETIRADO
           END-IF.
           PERFORM 7160-BUSCAR-ACCION.

       2350-EJECUTAR-FUSION.
           PERFORM 7600-MARCAR-APROBADA.
           IF SQLCODE = 0
               PERFORM 7700-MOVER-PRODUCTOS
           END-IF.
           IF SQLCODE = 0
               PERFORM 7720-MOVER-BENEFICIARIOS
           END-IF.
           IF SQLCODE = 0
               PERFORM 7750-BARRER-SALDO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7800-CERRAR-RETIRADO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7820-INSERTAR-REFERENCIA
           END-IF.
           IF SQLCODE = 0
               PERFORM 7840-MARCAR-FUSIONADO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7880-ANULAR-OTROS-PARES
           END-IF.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE SPACES TO MSGO
               STRING ' FUSION APLICADA - ' WS-USUARIO-RETIRADO
                   ' RETIRADO, QUEDA ' WS-USUARIO-SOBREVIVE
                   DELIMITED BY SIZE INTO MSGO
               MOVE ATTR-GREEN TO MSGC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE ' ERROR AL APLICAR LA FUSION' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.

      * Rechazo: cualquier empleado, incluso quien la pidio (anula
      * su propia solicitud). El par vuelve a la cola como 'P'.
       2400-RECHAZAR-FUSION.
           IF HAY-PAR-CARGADO AND HV-ESTADO-DUPL = 'C'
               PERFORM 2310-TOMAR-SOLICITUD
           END-IF.
           EVALUATE TRUE
               WHEN NOT HAY-PAR-CARGADO
                   MOVE ' NO HAY PARES PENDIENTES' TO MSGO

               WHEN HV-ESTADO-DUPL NOT = 'C'
                   MOVE ' EL PAR NO TIENE FUSION SOLICITADA' TO MSGO

               WHEN OTHER
                   IF SQLCODE = 0
                       PERFORM 7650-MARCAR-RECHAZADA
                   ELSE
                       MOVE 0 TO SQLCODE
                   END-IF
                   IF SQLCODE = 0
                       PERFORM 7530-REABRIR-PAR
                   END-IF
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE ' FUSION RECHAZADA - PAR DE NUEVO EN COLA'
                         TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL RECHAZAR LA FUSION' TO MSGO
                       MOVE ATTR-RED TO MSGC
                   END-IF
           END-EVALUATE.

      *================================================================*
      * 3000 - CARGA DEL PAR ABIERTO ('P' O 'C') DESDE WS-ID-DESDE;    *
      * AL LLEGAR AL FINAL VUELVE AL PRIMERO.                          *
      *================================================================*
       3000-CARGAR-PAR.
           MOVE SPACES TO IDPARO PUNTAJEO COINCO ESTPARO.
           MOVE SPACES TO CLIAO DOCAO CLIBO DOCBO.
           MOVE 'N' TO SW-HAY-PAR.

           PERFORM 7100-LEER-PAR-DESDE.
           IF SQLCODE = 100 AND WS-ID-DESDE > 0
               MOVE 0 TO WS-ID-DESDE
               PERFORM 7100-LEER-PAR-DESDE
           END-IF.

           IF SQLCODE = 0
               SET HAY-PAR-CARGADO TO TRUE
               MOVE HV-ID-DUPL TO WS-ID-PAR-ED
               MOVE WS-ID-PAR-ED TO IDPARO
               MOVE ATTR-PROT-MDT TO IDPARA
               MOVE HV-PUNTAJE-DUPL TO WS-PUNTAJE-EDIT
               MOVE WS-PUNTAJE-EDIT TO PUNTAJEO
               PERFORM 3100-ARMAR-COINCIDENCIAS
               IF HV-ESTADO-DUPL = 'C'
                   STRING ' FUSION EN ' HV-SOBREVIVE-DUPL
                       ' PEDIDA POR ' HV-REVISADO-DUPL
                       ' - APRUEBA OTRO'
                       DELIMITED BY SIZE INTO ESTPARO
               ELSE
                   MOVE ' PENDIENTE DE REVISION' TO ESTPARO
               END-IF
               MOVE HV-USUARIO-A-DUPL TO HV-USUARIO
               PERFORM 3200-ARMAR-CLIENTE
               MOVE WS-LINEA-CLIENTE   TO CLIAO
               MOVE WS-LINEA-DOCUMENTO TO DOCAO
               MOVE HV-USUARIO-B-DUPL TO HV-USUARIO
               PERFORM 3200-ARMAR-CLIENTE
               MOVE WS-LINEA-CLIENTE   TO CLIBO
               MOVE WS-LINEA-DOCUMENTO TO DOCBO
           ELSE
               IF MSGO = SPACES
                   MOVE ' NO HAY PARES PENDIENTES' TO MSGO
               END-IF
           END-IF.

       3100-ARMAR-COINCIDENCIAS.
           MOVE SPACES TO WS-COINC-TEXTO.
           IF HV-COINC-DUPL(1:1) = 'S'
               MOVE ' NOMBRE' TO WS-CT-NOMBRE
           END-IF.
           IF HV-COINC-DUPL(2:1) = 'S'
               MOVE ' NACIMIENTO' TO WS-CT-NACIMIENTO
           END-IF.
           IF HV-COINC-DUPL(3:1) = 'S'
               MOVE ' DOCUMENTO' TO WS-CT-DOCUMENTO
           END-IF.
           IF HV-COINC-DUPL(4:1) = 'S'
               MOVE ' CONTACTO' TO WS-CT-CONTACTO
           END-IF.
           MOVE WS-COINC-TEXTO TO COINCO.

      * Una linea de datos y una de documento/contacto por usuario.
       3200-ARMAR-CLIENTE.
           MOVE SPACES TO WS-LINEA-CLIENTE WS-LINEA-DOCUMENTO.
           PERFORM 7150-LEER-CLIENTE.
           IF SQLCODE = 0
               PERFORM 7155-CONTAR-CUENTAS
               MOVE WS-CANT-CUENTAS TO WS-CANT-CUENTAS-ED
               STRING ' ' HV-USUARIO ' ' HV-NOMBRE
                   ' NAC ' HV-FECHA-NAC-CLI
                   ' EST ' HV-ESTADO
                   ' CTAS ' WS-CANT-CUENTAS-ED
                   ' ALTA ' HV-FECHA-ALTA-CLI(1:10)
                   DELIMITED BY SIZE INTO WS-LINEA-CLIENTE
               PERFORM 7158-LEER-DOCUMENTO
               IF SQLCODE = 0
                   STRING '   DOC ' HV-TIPO-DOCU ' ' HV-NRO-DOCU
                       ' CONT ' HV-CONTACTO-RECUPERACION
                       DELIMITED BY SIZE INTO WS-LINEA-DOCUMENTO
               ELSE
                   STRING '   DOC (SIN DOCUMENTO)'
                       '           CONT ' HV-CONTACTO-RECUPERACION
                       DELIMITED BY SIZE INTO WS-LINEA-DOCUMENTO
               END-IF
           ELSE
               STRING ' ' HV-USUARIO ' (NO ENCONTRADO)'
                   DELIMITED BY SIZE INTO WS-LINEA-CLIENTE
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPFUO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPFUO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPFUI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-PAR-DESDE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_DUPLICADO, USUARIO_A, USUARIO_B,
                      PUNTAJE, COINCIDENCIAS, ESTADO,
                      USUARIO_SOBREVIVE, REVISADO_POR
               INTO :HV-ID-DUPL, :HV-USUARIO-A-DUPL,
                    :HV-USUARIO-B-DUPL, :HV-PUNTAJE-DUPL,
                    :HV-COINC-DUPL, :HV-ESTADO-DUPL,
                    :HV-SOBREVIVE-DUPL, :HV-REVISADO-DUPL
               FROM IBMUSER.DUPLICADOS_CLIENTE
               WHERE ESTADO IN ('P', 'C')
                 AND ID_DUPLICADO >= :WS-ID-DESDE
               ORDER BY ID_DUPLICADO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7110-LEER-PAR.
           MOVE WS-ID-PAR TO HV-ID-DUPL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO_A, USUARIO_B, ESTADO,
                      USUARIO_SOBREVIVE, REVISADO_POR
               INTO :HV-USUARIO-A-DUPL, :HV-USUARIO-B-DUPL,
                    :HV-ESTADO-DUPL, :HV-SOBREVIVE-DUPL,
                    :HV-REVISADO-DUPL
               FROM IBMUSER.DUPLICADOS_CLIENTE
               WHERE ID_DUPLICADO = :HV-ID-DUPL
                 AND ESTADO IN ('P', 'C')
           END-EXEC.

       7150-LEER-CLIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, CHAR(FECHA_NACIMIENTO, ISO),
                      ESTADO, CHAR(FECHA_ALTA),
                      CONTACTO_RECUPERACION
               INTO :HV-NOMBRE, :HV-FECHA-NAC-CLI, :HV-ESTADO,
                    :HV-FECHA-ALTA-CLI, :HV-CONTACTO-RECUPERACION
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7155-CONTAR-CUENTAS.
           MOVE 0 TO WS-CANT-CUENTAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-CUENTAS
               FROM IBMUSER.CUENTAS
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

      * El documento vigente ('V') primero; si no hay, el ultimo.
       7158-LEER-DOCUMENTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT TIPO_DOC, NRO_DOC
               INTO :HV-TIPO-DOCU, :HV-NRO-DOCU
               FROM IBMUSER.DOCUMENTOS_IDENTIDAD
               WHERE USUARIO = :HV-USUARIO
               ORDER BY ESTADO, ID_DOCUMENTO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7160-BUSCAR-ACCION.
           MOVE WS-USUARIO-RETIRADO  TO HV-USUARIO-ACCP.
           MOVE WS-USUARIO-SOBREVIVE TO HV-DATO-AUX-ACCP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_ACCION, SOLICITADO_POR
               INTO :HV-ID-ACCP, :HV-SOLICITADO-ACCP
               FROM IBMUSER.ACCIONES_PENDIENTES
               WHERE TIPO_ACCION = 'F'
                 AND USUARIO = :HV-USUARIO-ACCP
                 AND DATO_AUX = :HV-DATO-AUX-ACCP
                 AND ESTADO = 'P'
               ORDER BY ID_ACCION
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7170-LEER-ESTADOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT S.ESTADO, R.ESTADO, R.SALDO
               INTO :WS-ESTADO-SOBREVIVE, :WS-ESTADO-RETIRADO,
                    :WS-SALDO-RETIRADO
               FROM IBMUSER.CLIENTES S, IBMUSER.CLIENTES R
               WHERE S.USUARIO = :WS-USUARIO-SOBREVIVE
                 AND R.USUARIO = :WS-USUARIO-RETIRADO
           END-EXEC.

       7500-CONFIRMAR-PAR.
           MOVE WS-USUARIO-SOBREVIVE TO HV-SOBREVIVE-DUPL.
           MOVE CG-M-USER            TO HV-REVISADO-DUPL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.DUPLICADOS_CLIENTE
               SET ESTADO = 'C',
                   USUARIO_SOBREVIVE = :HV-SOBREVIVE-DUPL,
                   REVISADO_POR = :HV-REVISADO-DUPL,
                   FECHA_REVISION = CURRENT TIMESTAMP
               WHERE ID_DUPLICADO = :HV-ID-DUPL
                 AND ESTADO = 'P'
           END-EXEC.

       7510-INSERTAR-ACCION.
           MOVE 'F'                  TO HV-TIPO-ACCP.
           MOVE WS-USUARIO-RETIRADO  TO HV-USUARIO-ACCP.
           MOVE WS-USUARIO-SOBREVIVE TO HV-DATO-AUX-ACCP.
           MOVE CG-M-USER            TO HV-SOLICITADO-ACCP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ACCIONES_PENDIENTES
               (TIPO_ACCION, USUARIO, DATO_AUX, SOLICITADO_POR,
                FECHA_SOLICITUD, ESTADO)
               VALUES (:HV-TIPO-ACCP, :HV-USUARIO-ACCP,
                :HV-DATO-AUX-ACCP, :HV-SOLICITADO-ACCP,
                CURRENT TIMESTAMP, 'P')
           END-EXEC.

       7520-DESCARTAR-PAR-DB2.
           MOVE CG-M-USER TO HV-REVISADO-DUPL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.DUPLICADOS_CLIENTE
               SET ESTADO = 'D',
                   REVISADO_POR = :HV-REVISADO-DUPL,
                   FECHA_REVISION = CURRENT TIMESTAMP
               WHERE ID_DUPLICADO = :HV-ID-DUPL
                 AND ESTADO = 'P'
           END-EXEC.

       7530-REABRIR-PAR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.DUPLICADOS_CLIENTE
               SET ESTADO = 'P',
                   USUARIO_SOBREVIVE = ' ',
                   REVISADO_POR = ' ',
                   FECHA_REVISION = NULL
               WHERE ID_DUPLICADO = :HV-ID-DUPL
                 AND ESTADO = 'C'
           END-EXEC.

       7600-MARCAR-APROBADA.
           MOVE CG-M-USER TO HV-APROBADO-ACCP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ACCIONES_PENDIENTES
               SET ESTADO = 'A',
                   APROBADO_POR = :HV-APROBADO-ACCP,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_ACCION = :HV-ID-ACCP
                 AND ESTADO = 'P'
           END-EXEC.

       7650-MARCAR-RECHAZADA.
           MOVE CG-M-USER TO HV-APROBADO-ACCP.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ACCIONES_PENDIENTES
               SET ESTADO = 'R',
                   APROBADO_POR = :HV-APROBADO-ACCP,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_ACCION = :HV-ID-ACCP
                 AND ESTADO = 'P'
           END-EXEC.

      * Cada UPDATE puede no encontrar filas (el retirado no tenia
      * ese producto): SQLCODE 100 no es error.
       7700-MOVER-PRODUCTOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS
               SET USUARIO = :WS-USUARIO-SOBREVIVE
               WHERE USUARIO = :WS-USUARIO-RETIRADO
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.TARJETAS
                   SET USUARIO = :WS-USUARIO-SOBREVIVE
                   WHERE USUARIO = :WS-USUARIO-RETIRADO
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.CUENTAS_TARJETA
                   SET USUARIO = :WS-USUARIO-SOBREVIVE
                   WHERE USUARIO = :WS-USUARIO-RETIRADO
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.PRESTAMOS
                   SET USUARIO = :WS-USUARIO-SOBREVIVE
                   WHERE USUARIO = :WS-USUARIO-RETIRADO
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.PLAZOS_FIJOS
                   SET USUARIO = :WS-USUARIO-SOBREVIVE
                   WHERE USUARIO = :WS-USUARIO-RETIRADO
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

      * Directorio de beneficiarios: el alias del retirado que choca
      * con uno vigente del que queda se da de baja antes de mover;
      * los terceros que apuntaban al retirado pasan a apuntar al
      * que queda, y la fila que queda apuntandose a si misma se baja.
       7720-MOVER-BENEFICIARIOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.BENEFICIARIOS R
               SET ESTADO = 'B'
               WHERE R.USUARIO = :WS-USUARIO-RETIRADO
                 AND R.ESTADO = 'A'
                 AND EXISTS (SELECT 1
                     FROM IBMUSER.BENEFICIARIOS S
                     WHERE S.USUARIO = :WS-USUARIO-SOBREVIVE
                       AND S.ALIAS = R.ALIAS
                       AND S.ESTADO = 'A')
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.BENEFICIARIOS
                   SET USUARIO = :WS-USUARIO-SOBREVIVE
                   WHERE USUARIO = :WS-USUARIO-RETIRADO
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.BENEFICIARIOS
                   SET USUARIO_DESTINO = :WS-USUARIO-SOBREVIVE
                   WHERE TIPO = 'L'
                     AND USUARIO_DESTINO = :WS-USUARIO-RETIRADO
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.BENEFICIARIOS
                   SET ESTADO = 'B'
                   WHERE USUARIO = :WS-USUARIO-SOBREVIVE
                     AND TIPO = 'L'
                     AND USUARIO_DESTINO = :WS-USUARIO-SOBREVIVE
                     AND ESTADO = 'A'
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

      * Saldo a nivel cliente (CLIENTES.SALDO) del retirado: se barre
      * al que queda con la mecanica de PBNKU 6300 - fila 'T' para el
      * retirado y 'R' para el que queda, sin CUENTA_NUM. Las filas
      * de CUENTAS ya viajaron con su saldo en 7700.
       7750-BARRER-SALDO.
           IF WS-SALDO-RETIRADO NOT = 0
               MOVE CG-M-USER         TO HV-AGENTE-ID
               MOVE SPACES            TO HV-CUENTA-NUM
               MOVE SPACES            TO HV-SUCURSAL-ID
               MOVE WS-SALDO-RETIRADO TO HV-MONTO
               MOVE 'T'                  TO HV-TIPO-OPER
               MOVE WS-USUARIO-RETIRADO  TO HV-USUARIO-MOV
               MOVE WS-USUARIO-SOBREVIVE TO HV-USUARIO-REL
               MOVE ZERO                 TO HV-SALDO-RESULTANTE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
                   (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                    SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                    SUCURSAL_ID)
                   VALUES (:HV-USUARIO-MOV, :HV-TIPO-OPER, :HV-MONTO,
                    CURRENT TIMESTAMP, :HV-USUARIO-REL,
                    :HV-SALDO-RESULTANTE, :HV-AGENTE-ID,
                    :HV-CUENTA-NUM, :HV-SUCURSAL-ID)
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 9580-ENCADENAR-MOVIMIENTO
               END-IF
               IF SQLCODE = 0
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL UPDATE IBMUSER.CLIENTES
                       SET SALDO = SALDO + :WS-SALDO-RETIRADO
                       WHERE USUARIO = :WS-USUARIO-SOBREVIVE
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   MOVE 'R'                  TO HV-TIPO-OPER
                   MOVE WS-USUARIO-SOBREVIVE TO HV-USUARIO-MOV
                   MOVE WS-USUARIO-RETIRADO  TO HV-USUARIO-REL
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL SELECT SALDO INTO :HV-SALDO-RESULTANTE
                       FROM IBMUSER.CLIENTES
                       WHERE USUARIO = :WS-USUARIO-SOBREVIVE
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
                       (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                        SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM,
                        SUCURSAL_ID)
                       VALUES (:HV-USUARIO-MOV, :HV-TIPO-OPER,
                        :HV-MONTO, CURRENT TIMESTAMP, :HV-USUARIO-REL,
                        :HV-SALDO-RESULTANTE, :HV-AGENTE-ID,
                        :HV-CUENTA-NUM, :HV-SUCURSAL-ID)
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM 9580-ENCADENAR-MOVIMIENTO
                   END-IF
               END-IF
           END-IF.

      * Login del retirado cerrado igual que un cierre de cuenta
      * (PBNKL rechaza ESTADO 'C') y ademas bloqueado.
       7800-CERRAR-RETIRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET SALDO = 0, ESTADO = 'C', BLOQUEADO = 'S'
               WHERE USUARIO = :WS-USUARIO-RETIRADO
           END-EXEC.

       7820-INSERTAR-REFERENCIA.
           MOVE WS-USUARIO-RETIRADO  TO HV-RETIRADO-FUS.
           MOVE WS-USUARIO-SOBREVIVE TO HV-SOBREVIVE-FUS.
           MOVE HV-ID-DUPL           TO HV-ID-DUPL-FUS.
           MOVE HV-SOLICITADO-ACCP   TO HV-SOLICITADO-FUS.
           MOVE CG-M-USER            TO HV-APROBADO-FUS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CLIENTES_FUSIONADOS
               (USUARIO_RETIRADO, USUARIO_SOBREVIVE, ID_DUPLICADO,
                SOLICITADO_POR, APROBADO_POR, FECHA_FUSION)
               VALUES (:HV-RETIRADO-FUS, :HV-SOBREVIVE-FUS,
                :HV-ID-DUPL-FUS, :HV-SOLICITADO-FUS,
                :HV-APROBADO-FUS, CURRENT TIMESTAMP)
           END-EXEC.

       7840-MARCAR-FUSIONADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.DUPLICADOS_CLIENTE
               SET ESTADO = 'F'
               WHERE ID_DUPLICADO = :HV-ID-DUPL
                 AND ESTADO = 'C'
           END-EXEC.

      * Los demas pares abiertos del retirado quedan anulados ('X') y
      * sus fusiones pedidas, rechazadas: ese id ya no existe. Si el
      * que queda y el tercero son la misma persona, PBNKDU vuelve a
      * proponer el par en su proxima corrida.
       7880-ANULAR-OTROS-PARES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.DUPLICADOS_CLIENTE
               SET ESTADO = 'X'
               WHERE (USUARIO_A = :WS-USUARIO-RETIRADO
                      OR USUARIO_B = :WS-USUARIO-RETIRADO)
                 AND ESTADO IN ('P', 'C')
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.
           IF SQLCODE = 0
               MOVE CG-M-USER TO HV-APROBADO-ACCP
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.ACCIONES_PENDIENTES
                   SET ESTADO = 'R',
                       APROBADO_POR = :HV-APROBADO-ACCP,
                       FECHA_RESOLUCION = CURRENT TIMESTAMP
                   WHERE TIPO_ACCION = 'F'
                     AND ESTADO = 'P'
                     AND (USUARIO = :WS-USUARIO-RETIRADO
                          OR DATO_AUX = :WS-USUARIO-RETIRADO)
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

      *================================================================*
      * 9000 - NAVEGACION Y SALIDA                                     *
      *================================================================*
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

       9200-ENVIAR-AVISO-TEXTO.
           EXEC CICS SEND TEXT
                FROM (WS-MENSAJE-LOGN)
                LENGTH (LENGTH OF WS-MENSAJE-LOGN)
                ERASE
                FREEKB
           END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYCHNP.
       COPY CPYRTMP.
