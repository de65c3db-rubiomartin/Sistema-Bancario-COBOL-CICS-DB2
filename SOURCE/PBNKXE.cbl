       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKXE.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKXE                                 **
      ** TITULO ...........: ADHESION AL EXTRACTO CAMT.053          **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla de personal (TIPO_USUARIO 'E', PF12 desde       **
      **   PBNKVC) para mantener IBMUSER.EXTRACTO_CAMT_CUENTAS, las **
      **   cuentas que reciben el extracto diario ISO 20022         **
      **   camt.053 de BATCH/PBNKXM.cbl.                            **
      ** - ENTER consulta la adhesion de la cuenta (titular,        **
      **   moneda, estado, alta y fecha del ultimo extracto).       **
      ** - PF5 adhiere la cuenta (o la reactiva si estaba de baja); **
      **   la cuenta debe existir en IBMUSER.CUENTAS.               **
      ** - PF6 da de baja la adhesion (ESTADO 'B'); la fila queda   **
      **   como historia.                                           **
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
       COPY BKXEMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLXCAM END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

       01  WS-VARIABLES-TRABAJO.
           05 WS-SQLCODE-DSP        PIC -9(5).

      * Control de inactividad
       01  WS-CONTROL-INACTIVIDAD.
           05 WS-EIB-HORA           PIC S9(7).
           05 WS-EIB-RESTO          PIC S9(7).
           05 WS-EIB-MINUTO         PIC S9(7).
           05 WS-EIB-SEGUNDO        PIC S9(7).
           05 WS-SEGUNDOS-ACTUAL    PIC S9(7).
           05 SW-SESION-EXPIRADA    PIC X     VALUE 'N'.
              88 SESION-EXPIRADA              VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
               VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKXE'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKXE'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPXE'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKXEMP'.
           03  WC-SIN-ENVIO         PIC X(10) VALUE '0001-01-01'.

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
               PERFORM 9150-VERIFICAR-INACTIVIDAD
           END-IF.

           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   SET ESTADO-ERROR-LOGN TO TRUE
                   PERFORM 9200-ENVIAR-AVISO-TEXTO

               WHEN EIBCALEN > 0 AND NOT ESTADO-ERROR-LOGN
                       AND SESION-EXPIRADA
                   SET ESTADO-ERROR-LOGN TO TRUE
                   PERFORM 9200-ENVIAR-AVISO-TEXTO

               WHEN EIBCALEN > 0 AND ESTADO-ERROR-LOGN
                   PERFORM 9100-SALIR-A-LOGN

      * Cinturon ademas del gate del PF de PBNKVC (solo personal).
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
           MOVE LOW-VALUES TO BKMAPXEO.
           MOVE ' ENTER=CONSULTAR  PF5=ADHERIR  PF6=BAJA  PF3=FIN'
             TO LEYENDAO.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           INSPECT CUENTAI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO CUENTAC.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 2100-CONSULTAR-ADHESION

               WHEN EIBAID = DFHPF5
                   PERFORM 2200-ADHERIR-CUENTA

               WHEN EIBAID = DFHPF6
                   PERFORM 2300-BAJA-ADHESION

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' EXTRACTO CAMT.053 DIARIO POR CUENTA (PBNKXM)'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - CONSULTA DE LA ADHESION                                 *
      *================================================================*
       2100-CONSULTAR-ADHESION.
           MOVE SPACES TO TITULRO MONEDARO ESTADORO.
           MOVE SPACES TO ALTAPORO FECALTAO ULTENVO.
           IF CUENTAI = SPACES
               MOVE ' ERROR: INGRESE LA CUENTA' TO MSGO
               MOVE ATTR-RED TO CUENTAC
           ELSE
               PERFORM 7600-LEER-CUENTA
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE HV-USUARIO-CTA TO TITULRO
                       MOVE HV-MONEDA-CTA  TO MONEDARO
                       PERFORM 7100-LEER-ADHESION
                       EVALUATE SQLCODE
                           WHEN 0
                               PERFORM 3000-CARGAR-ADHESION
                               MOVE ' CUENTA ADHERIDA' TO MSGO
                               MOVE ATTR-GREEN TO MSGC
                           WHEN 100
                               MOVE ' LA CUENTA NO ESTA ADHERIDA'
                                 TO MSGO
                           WHEN OTHER
                               PERFORM 2900-INFORMAR-ERROR-SQL
                       END-EVALUATE
                   WHEN 100
                       MOVE ' ERROR: CUENTA INEXISTENTE' TO MSGO
                       MOVE ATTR-RED TO CUENTAC
                   WHEN OTHER
                       PERFORM 2900-INFORMAR-ERROR-SQL
               END-EVALUATE
           END-IF.

      *================================================================*
      * 2200 - ADHESION O REACTIVACION                                 *
      *================================================================*
       2200-ADHERIR-CUENTA.
           IF CUENTAI = SPACES
               MOVE ' ERROR: INGRESE LA CUENTA' TO MSGO
               MOVE ATTR-RED TO CUENTAC
           ELSE
               PERFORM 7600-LEER-CUENTA
               IF SQLCODE NOT = 0
                   MOVE ' ERROR: CUENTA INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO CUENTAC
               ELSE
                   MOVE HV-USUARIO-CTA TO TITULRO
                   MOVE HV-MONEDA-CTA  TO MONEDARO
                   PERFORM 7300-REACTIVAR-ADHESION
                   IF SQLCODE = 100
                       PERFORM 7200-INSERTAR-ADHESION
                   END-IF
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       PERFORM 7100-LEER-ADHESION
                       PERFORM 3000-CARGAR-ADHESION
                       MOVE ' CUENTA ADHERIDA AL EXTRACTO' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       PERFORM 2900-INFORMAR-ERROR-SQL
                   END-IF
               END-IF
           END-IF.

      *================================================================*
      * 2300 - BAJA DE LA ADHESION                                     *
      *================================================================*
       2300-BAJA-ADHESION.
           IF CUENTAI = SPACES
               MOVE ' ERROR: INGRESE LA CUENTA' TO MSGO
               MOVE ATTR-RED TO CUENTAC
           ELSE
               PERFORM 7700-BAJA-ADHESION
               EVALUATE SQLCODE
                   WHEN 0
                       EXEC CICS SYNCPOINT END-EXEC
                       PERFORM 7100-LEER-ADHESION
                       PERFORM 3000-CARGAR-ADHESION
                       MOVE ' ADHESION DADA DE BAJA' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   WHEN 100
                       MOVE ' NO HAY ADHESION VIGENTE PARA DAR DE BAJA'
                         TO MSGO
                   WHEN OTHER
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       PERFORM 2900-INFORMAR-ERROR-SQL
               END-EVALUATE
           END-IF.

       2900-INFORMAR-ERROR-SQL.
           MOVE SQLCODE TO WS-SQLCODE-DSP.
           STRING ' ERROR DB2 SQLCODE ' DELIMITED BY SIZE
               WS-SQLCODE-DSP DELIMITED BY SIZE
               INTO MSGO.
           MOVE ATTR-RED TO MSGC.

      *================================================================*
      * 3000 - CARGA DE LA ADHESION LEIDA                              *
      *================================================================*
       3000-CARGAR-ADHESION.
           MOVE HV-ESTADO-XCAM      TO ESTADORO.
           MOVE HV-ALTA-POR-XCAM    TO ALTAPORO.
           MOVE HV-FECHA-ALTA-XCAM  TO FECALTAO.
           IF HV-ULT-ENVIO-XCAM = WC-SIN-ENVIO
               MOVE SPACES TO ULTENVO
           ELSE
               MOVE HV-ULT-ENVIO-XCAM TO ULTENVO
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPXEO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPXEO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPXEI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-ADHESION.
           MOVE CUENTAI TO HV-CUENTA-XCAM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO, USUARIO_ALTA,
                           CHAR(DATE(FECHA_ALTA), ISO),
                           CHAR(FECHA_ULT_ENVIO, ISO)
               INTO :HV-ESTADO-XCAM, :HV-ALTA-POR-XCAM,
                    :HV-FECHA-ALTA-XCAM, :HV-ULT-ENVIO-XCAM
               FROM IBMUSER.EXTRACTO_CAMT_CUENTAS
               WHERE CUENTA_NUM = :HV-CUENTA-XCAM
           END-EXEC.

       7200-INSERTAR-ADHESION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.EXTRACTO_CAMT_CUENTAS
               (CUENTA_NUM, ESTADO, USUARIO_ALTA, FECHA_ALTA,
                FECHA_ULT_ENVIO)
               VALUES (:HV-CUENTA-XCAM, 'A', :HV-ALTA-POR-XCAM,
                       CURRENT TIMESTAMP, DATE(:WC-SIN-ENVIO))
           END-EXEC.

      * Una fila existente (vigente o dada de baja) se reactiva;
      * SQLCODE 100 indica que corresponde el INSERT.
       7300-REACTIVAR-ADHESION.
           MOVE CUENTAI   TO HV-CUENTA-XCAM.
           MOVE CG-M-USER TO HV-ALTA-POR-XCAM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.EXTRACTO_CAMT_CUENTAS
               SET ESTADO       = 'A',
                   USUARIO_ALTA = :HV-ALTA-POR-XCAM,
                   FECHA_ALTA   = CURRENT TIMESTAMP
               WHERE CUENTA_NUM = :HV-CUENTA-XCAM
           END-EXEC.

       7600-LEER-CUENTA.
           MOVE CUENTAI TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, MONEDA
               INTO :HV-USUARIO-CTA, :HV-MONEDA-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.

       7700-BAJA-ADHESION.
           MOVE CUENTAI TO HV-CUENTA-XCAM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.EXTRACTO_CAMT_CUENTAS
               SET ESTADO = 'B'
               WHERE CUENTA_NUM = :HV-CUENTA-XCAM
                 AND ESTADO     = 'A'
           END-EXEC.

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
           EXEC CICS XCTL PROGRAM (CS-PGM-LOGIN) END-EXEC.

       9200-ENVIAR-AVISO-TEXTO.
           EXEC CICS SEND TEXT FROM (WS-MENSAJE-LOGN)
               LENGTH (LENGTH OF WS-MENSAJE-LOGN)
               ERASE FREEKB END-EXEC.

      *================================================================*
      * 9150 - CONTROL DE INACTIVIDAD                                  *
      *================================================================*
       9150-VERIFICAR-INACTIVIDAD.
           SET SW-SESION-EXPIRADA TO 'N'.
           DIVIDE EIBTIME BY 10000 GIVING WS-EIB-HORA
               REMAINDER WS-EIB-RESTO.
           DIVIDE WS-EIB-RESTO BY 100 GIVING WS-EIB-MINUTO
               REMAINDER WS-EIB-SEGUNDO.
           COMPUTE WS-SEGUNDOS-ACTUAL =
               WS-EIB-HORA * 3600 + WS-EIB-MINUTO * 60 + WS-EIB-SEGUNDO.

           IF CG-ULT-ACTIVIDAD-SEG > 0
               AND WS-SEGUNDOS-ACTUAL - CG-ULT-ACTIVIDAD-SEG
                   > CG-TIMEOUT-SEGUNDOS
               SET SESION-EXPIRADA TO TRUE
           END-IF.

           MOVE WS-SEGUNDOS-ACTUAL TO CG-ULT-ACTIVIDAD-SEG.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYRTMP.
