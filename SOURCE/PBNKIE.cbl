       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKIE.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKIE                                 **
      ** TITULO ...........: EXENCIONES IMPUESTO DEBITOS/CREDITOS   **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla de personal (TIPO_USUARIO 'E', PF11 desde       **
      **   PBNKVC) para mantener IBMUSER.EXENCIONES_IDC, que        **
      **   consulta COPYS/CPYIDCP.cbl antes de cobrar el impuesto.  **
      ** - ENTER consulta la exencion del cliente (cuenta en        **
      **   blanco = todas sus cuentas) o de una cuenta puntual.     **
      ** - PF5 da de alta (o reactiva) la exencion: MOTIVO S/J/O    **
      **   (social, jubilacion, otro), ALCANCE A/D/C (ambos,        **
      **   solo debitos, solo creditos) y vigencia HASTA            **
      **   (AAAA-MM-DD; en blanco = sin vencimiento). Rige desde    **
      **   la fecha del alta.                                       **
      ** - PF6 da de baja la exencion vigente (ESTADO 'B'); la      **
      **   fila queda como historia.                                **
      ** - PF7 graba la condicion frente al IVA del cliente         **
      **   (CLIENTES.CONDICION_IVA, validada contra                 **
      **   IBMUSER.CONDICIONES_IVA) y su identificador fiscal,      **
      **   obligatorio salvo consumidor final (CF). ENTER la        **
      **   muestra junto con la exencion; de ella sale la           **
      **   alicuota que factura COPYS/CPYIVAP.cbl.                  **
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
       COPY BKIEMP.
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
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLEIDC END-EXEC.
           EXEC SQL INCLUDE DCLCIVA END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.
           03 SW-DATOS-OK           PIC X     VALUE 'N'.
              88 DATOS-OK                     VALUE 'S'.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-VALIDA       PIC X(10) VALUE SPACES.
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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKIE'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKIE'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPIE'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKIEMP'.
           03  WC-SIN-VENCIMIENTO   PIC X(10) VALUE '9999-12-31'.
           03  WC-CONSUMIDOR-FINAL  PIC X(2)  VALUE 'CF'.
           03  WC-AYUDA             PIC X(60) VALUE
            ' MOTIVO S/J/O ALCANCE A/D/C HASTA AAAA-MM-DD IVA CF/RI/EX'.

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
           MOVE LOW-VALUES TO BKMAPIEO.
           MOVE
               ' ENTER=CONSULTAR PF5=ALTA PF6=BAJA PF7=COND.IVA PF3=FIN'
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
           INSPECT USUARIOI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CUENTAI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MOTIVOI  REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ALCANCEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT HASTAI   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CONDIVAI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT IDFISCI  REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO USUARIOC CUENTAC MOTIVOC.
           MOVE ATTR-NORMAL TO ALCANCEC HASTAC CONDIVAC IDFISCC.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 2100-CONSULTAR-EXENCION

               WHEN EIBAID = DFHPF5
                   PERFORM 2200-ALTA-EXENCION

               WHEN EIBAID = DFHPF6
                   PERFORM 2300-BAJA-EXENCION

               WHEN EIBAID = DFHPF7
                   PERFORM 2400-ACTUALIZAR-CONDICION-IVA

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE WC-AYUDA TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - CONSULTA DE LA EXENCION                                 *
      *================================================================*
       2100-CONSULTAR-EXENCION.
           MOVE SPACES TO ESTADORO DESDERO ALTAPORO.
           IF USUARIOI = SPACES
               MOVE ' ERROR: INGRESE EL USUARIO' TO MSGO
               MOVE ATTR-RED TO USUARIOC
           ELSE
               PERFORM 2150-MOSTRAR-CONDICION-IVA
               PERFORM 7100-LEER-EXENCION
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 3000-CARGAR-EXENCION
                       MOVE ' EXENCION ENCONTRADA' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   WHEN 100
                       MOVE ' EL CLIENTE/CUENTA NO TIENE EXENCION'
                         TO MSGO
                   WHEN OTHER
                       PERFORM 2900-INFORMAR-ERROR-SQL
               END-EVALUATE
           END-IF.

      * La condicion frente al IVA es del cliente, no de la cuenta:
      * se muestra junto con la exencion para mantener ambas desde la
      * misma pantalla.
       2150-MOSTRAR-CONDICION-IVA.
           MOVE SPACES TO CONDIVAO IDFISCO DESCIVAO.
           PERFORM 7800-LEER-CONDICION-CLIENTE.
           IF SQLCODE = 0
               MOVE HV-CONDICION-IVA-CLI TO CONDIVAO
               MOVE HV-ID-FISCAL-CLI     TO IDFISCO
               PERFORM 7850-LEER-CONDICION-IVA
               IF SQLCODE = 0
                   MOVE HV-DESCRIPCION-CIVA TO DESCIVAO
               END-IF
           END-IF.

      *================================================================*
      * 2200 - ALTA O REACTIVACION DE LA EXENCION                      *
      *================================================================*
       2200-ALTA-EXENCION.
           PERFORM 2250-VALIDAR-DATOS.
           IF DATOS-OK
               PERFORM 7300-REACTIVAR-EXENCION
               IF SQLCODE = 100
                   PERFORM 7200-INSERTAR-EXENCION
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   PERFORM 7100-LEER-EXENCION
                   PERFORM 3000-CARGAR-EXENCION
                   MOVE ' EXENCION REGISTRADA' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM 2900-INFORMAR-ERROR-SQL
               END-IF
           END-IF.

       2250-VALIDAR-DATOS.
           MOVE 'N' TO SW-DATOS-OK.
           IF ALCANCEI = SPACES
               MOVE 'A' TO ALCANCEI
               MOVE 'A' TO ALCANCEO
           END-IF.
           IF HASTAI = SPACES
               MOVE WC-SIN-VENCIMIENTO TO HASTAI
               MOVE WC-SIN-VENCIMIENTO TO HASTAO
           END-IF.

           EVALUATE TRUE
               WHEN USUARIOI = SPACES
                   MOVE ' ERROR: INGRESE EL USUARIO' TO MSGO
                   MOVE ATTR-RED TO USUARIOC

               WHEN MOTIVOI NOT = 'S' AND NOT = 'J' AND NOT = 'O'
                   MOVE ' ERROR: MOTIVO DEBE SER S, J U O' TO MSGO
                   MOVE ATTR-RED TO MOTIVOC

               WHEN ALCANCEI NOT = 'A' AND NOT = 'D' AND NOT = 'C'
                   MOVE ' ERROR: ALCANCE DEBE SER A, D O C' TO MSGO
                   MOVE ATTR-RED TO ALCANCEC

               WHEN OTHER
                   PERFORM 7400-VALIDAR-FECHA-HASTA
                   IF SQLCODE NOT = 0
                       MOVE ' ERROR: FECHA HASTA INVALIDA (AAAA-MM-DD)'
                         TO MSGO
                       MOVE ATTR-RED TO HASTAC
                   ELSE
                       PERFORM 2260-VALIDAR-TITULAR
                   END-IF
           END-EVALUATE.

       2260-VALIDAR-TITULAR.
           PERFORM 7500-LEER-CLIENTE.
           IF SQLCODE NOT = 0
               MOVE ' ERROR: CLIENTE INEXISTENTE' TO MSGO
               MOVE ATTR-RED TO USUARIOC
           ELSE
               IF CUENTAI = SPACES
                   SET DATOS-OK TO TRUE
               ELSE
                   PERFORM 7600-LEER-CUENTA
                   IF SQLCODE NOT = 0
                       MOVE ' ERROR: LA CUENTA NO ES DEL CLIENTE'
                         TO MSGO
                       MOVE ATTR-RED TO CUENTAC
                   ELSE
                       SET DATOS-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

      *================================================================*
      * 2300 - BAJA DE LA EXENCION                                     *
      *================================================================*
       2300-BAJA-EXENCION.
           IF USUARIOI = SPACES
               MOVE ' ERROR: INGRESE EL USUARIO' TO MSGO
               MOVE ATTR-RED TO USUARIOC
           ELSE
               PERFORM 7700-BAJA-EXENCION
               EVALUATE SQLCODE
                   WHEN 0
                       EXEC CICS SYNCPOINT END-EXEC
                       PERFORM 7100-LEER-EXENCION
                       PERFORM 3000-CARGAR-EXENCION
                       MOVE ' EXENCION DADA DE BAJA' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   WHEN 100
                       MOVE ' NO HAY EXENCION VIGENTE PARA DAR DE BAJA'
                         TO MSGO
                   WHEN OTHER
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       PERFORM 2900-INFORMAR-ERROR-SQL
               END-EVALUATE
           END-IF.

      *================================================================*
      * 2400 - CONDICION FRENTE AL IVA DEL CLIENTE                     *
      *================================================================*
      * La condicion debe existir en IBMUSER.CONDICIONES_IVA; el
      * identificador fiscal es obligatorio salvo consumidor final.
       2400-ACTUALIZAR-CONDICION-IVA.
           EVALUATE TRUE
               WHEN USUARIOI = SPACES
                   MOVE ' ERROR: INGRESE EL USUARIO' TO MSGO
                   MOVE ATTR-RED TO USUARIOC

               WHEN CONDIVAI = SPACES
                   MOVE ' ERROR: INGRESE LA CONDICION DE IVA' TO MSGO
                   MOVE ATTR-RED TO CONDIVAC

               WHEN CONDIVAI NOT = WC-CONSUMIDOR-FINAL
                       AND IDFISCI = SPACES
                   MOVE ' ERROR: INGRESE EL IDENTIFICADOR FISCAL'
                     TO MSGO
                   MOVE ATTR-RED TO IDFISCC

               WHEN OTHER
                   MOVE CONDIVAI TO HV-CONDICION-CIVA
                   PERFORM 7850-LEER-CONDICION-IVA
                   EVALUATE SQLCODE
                       WHEN 0
                           PERFORM 2450-GRABAR-CONDICION-IVA
                       WHEN 100
                           MOVE ' ERROR: CONDICION DE IVA INEXISTENTE'
                             TO MSGO
                           MOVE ATTR-RED TO CONDIVAC
                       WHEN OTHER
                           PERFORM 2900-INFORMAR-ERROR-SQL
                   END-EVALUATE
           END-EVALUATE.

       2450-GRABAR-CONDICION-IVA.
           PERFORM 7900-ACTUALIZAR-CONDICION-CLI.
           EVALUATE SQLCODE
               WHEN 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE HV-DESCRIPCION-CIVA TO DESCIVAO
                   MOVE ' CONDICION DE IVA ACTUALIZADA' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
               WHEN 100
                   MOVE ' ERROR: CLIENTE INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO USUARIOC
               WHEN OTHER
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM 2900-INFORMAR-ERROR-SQL
           END-EVALUATE.

       2900-INFORMAR-ERROR-SQL.
           MOVE SQLCODE TO WS-SQLCODE-DSP.
           STRING ' ERROR DB2 SQLCODE ' DELIMITED BY SIZE
               WS-SQLCODE-DSP DELIMITED BY SIZE
               INTO MSGO.
           MOVE ATTR-RED TO MSGC.

      *================================================================*
      * 3000 - CARGA DE LA EXENCION LEIDA                              *
      *================================================================*
       3000-CARGAR-EXENCION.
           MOVE HV-MOTIVO-EIDC   TO MOTIVOO.
           MOVE HV-ALCANCE-EIDC  TO ALCANCEO.
           MOVE HV-HASTA-EIDC    TO HASTAO.
           MOVE HV-ESTADO-EIDC   TO ESTADORO.
           MOVE HV-DESDE-EIDC    TO DESDERO.
           MOVE HV-ALTA-POR-EIDC TO ALTAPORO.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPIEO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPIEO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPIEI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-EXENCION.
           MOVE USUARIOI TO HV-USUARIO-EIDC.
           MOVE CUENTAI  TO HV-CUENTA-EIDC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT MOTIVO, ALCANCE,
                           CHAR(FECHA_DESDE, ISO),
                           CHAR(FECHA_HASTA, ISO),
                           ESTADO, USUARIO_ALTA
               INTO :HV-MOTIVO-EIDC, :HV-ALCANCE-EIDC,
                    :HV-DESDE-EIDC, :HV-HASTA-EIDC,
                    :HV-ESTADO-EIDC, :HV-ALTA-POR-EIDC
               FROM IBMUSER.EXENCIONES_IDC
               WHERE USUARIO    = :HV-USUARIO-EIDC
                 AND CUENTA_NUM = :HV-CUENTA-EIDC
           END-EXEC.

       7200-INSERTAR-EXENCION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.EXENCIONES_IDC
               (USUARIO, CUENTA_NUM, MOTIVO, ALCANCE, FECHA_DESDE,
                FECHA_HASTA, ESTADO, USUARIO_ALTA, FECHA_ALTA)
               VALUES (:HV-USUARIO-EIDC, :HV-CUENTA-EIDC,
                       :HV-MOTIVO-EIDC, :HV-ALCANCE-EIDC, CURRENT DATE,
                       DATE(:HV-HASTA-EIDC), 'A', :HV-ALTA-POR-EIDC,
                       CURRENT TIMESTAMP)
           END-EXEC.

      * Una fila existente (vigente o dada de baja) se pisa con los
      * datos nuevos; SQLCODE 100 indica que corresponde el INSERT.
       7300-REACTIVAR-EXENCION.
           MOVE USUARIOI    TO HV-USUARIO-EIDC.
           MOVE CUENTAI     TO HV-CUENTA-EIDC.
           MOVE MOTIVOI     TO HV-MOTIVO-EIDC.
           MOVE ALCANCEI    TO HV-ALCANCE-EIDC.
           MOVE HASTAI      TO HV-HASTA-EIDC.
           MOVE CG-M-USER   TO HV-ALTA-POR-EIDC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.EXENCIONES_IDC
               SET MOTIVO       = :HV-MOTIVO-EIDC,
                   ALCANCE      = :HV-ALCANCE-EIDC,
                   FECHA_DESDE  = CURRENT DATE,
                   FECHA_HASTA  = DATE(:HV-HASTA-EIDC),
                   ESTADO       = 'A',
                   USUARIO_ALTA = :HV-ALTA-POR-EIDC,
                   FECHA_ALTA   = CURRENT TIMESTAMP
               WHERE USUARIO    = :HV-USUARIO-EIDC
                 AND CUENTA_NUM = :HV-CUENTA-EIDC
           END-EXEC.

      * DB2 rechaza (SQLCODE negativo) una fecha mal formada.
       7400-VALIDAR-FECHA-HASTA.
           MOVE HASTAI TO HV-HASTA-EIDC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:HV-HASTA-EIDC), ISO)
               INTO :WS-FECHA-VALIDA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7500-LEER-CLIENTE.
           MOVE USUARIOI TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, ESTADO
               INTO :HV-NOMBRE, :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7600-LEER-CUENTA.
           MOVE CUENTAI  TO HV-NUMERO-CUENTA.
           MOVE USUARIOI TO HV-USUARIO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NUMERO_CUENTA
               INTO :HV-NUMERO-CUENTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO       = :HV-USUARIO-CTA
           END-EXEC.

       7700-BAJA-EXENCION.
           MOVE USUARIOI TO HV-USUARIO-EIDC.
           MOVE CUENTAI  TO HV-CUENTA-EIDC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.EXENCIONES_IDC
               SET ESTADO = 'B'
               WHERE USUARIO    = :HV-USUARIO-EIDC
                 AND CUENTA_NUM = :HV-CUENTA-EIDC
                 AND ESTADO     = 'A'
           END-EXEC.

       7800-LEER-CONDICION-CLIENTE.
           MOVE USUARIOI TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CONDICION_IVA, ID_FISCAL
               INTO :HV-CONDICION-IVA-CLI, :HV-ID-FISCAL-CLI
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.
           MOVE HV-CONDICION-IVA-CLI TO HV-CONDICION-CIVA.

       7850-LEER-CONDICION-IVA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT DESCRIPCION, ALICUOTA
               INTO :HV-DESCRIPCION-CIVA, :HV-ALICUOTA-CIVA
               FROM IBMUSER.CONDICIONES_IVA
               WHERE CONDICION = :HV-CONDICION-CIVA
           END-EXEC.

       7900-ACTUALIZAR-CONDICION-CLI.
           MOVE USUARIOI TO HV-USUARIO.
           MOVE CONDIVAI TO HV-CONDICION-IVA-CLI.
           MOVE IDFISCI  TO HV-ID-FISCAL-CLI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CLIENTES
               SET CONDICION_IVA = :HV-CONDICION-IVA-CLI,
                   ID_FISCAL     = :HV-ID-FISCAL-CLI
               WHERE USUARIO = :HV-USUARIO
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
