       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKTK.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKTK                                 **
      ** TITULO ...........: ALTA DE TARJETAS DE CREDITO            **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla de personal (TIPO_USUARIO 'E'), se llega con    **
      **   PF10 desde PBNKTJ. ENTER = abrir la cuenta de tarjeta de **
      **   credito (IBMUSER.CUENTAS_TARJETA) con su linea aprobada, **
      **   dia de cierre (1 a 28) y debito automatico ('N' no, 'M'  **
      **   pago minimo, 'T' total) contra una cuenta del cliente, y **
      **   emitir en la misma unidad de trabajo la tarjeta 'C'      **
      **   (IBMUSER.TARJETAS, estado 'E', misma numeracion y        **
      **   vencimiento que PBNKTJ) cuya CUENTA_NUM es el numero     **
      **   'TC' + ID de la cuenta nueva.                            **
      ** - Una sola cuenta TC activa por cliente. La tasa de        **
      **   financiacion se congela al abrir (TASA_FINANCIACION_TC). **
      ** - PF4 = consultar una cuenta TC (deuda, ultimo resumen y   **
      **   disponible = limite - deuda - autorizaciones 'A'); PF5 = **
      **   modificar limite y debito automatico. El dia de cierre   **
      **   no se modifica: cambiarlo desarmaria el ciclo en curso.  **
      ** - Activacion, bloqueo, reemision y PIN de la tarjeta se    **
      **   hacen en PBNKTJ como con las de debito.                  **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * COPIES DE MAPAS, COMMAREA Y UTILIDADES                         *
      *----------------------------------------------------------------*
       COPY BKTKMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLTARJ END-EXEC.
           EXEC SQL INCLUDE DCLCTTC END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-ID-EDITADO         PIC 9(8).
           05 WS-NUMERO-NUEVO       PIC X(16).
           05 WS-NUMERO-TC          PIC X(10).
           05 WS-LIMITE-NUEVO       PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-DIA-X              PIC X(2).
           05 WS-DIA-N              REDEFINES WS-DIA-X PIC 99.
           05 WS-CANT-ACTIVAS       PIC S9(9) COMP VALUE 0.
           05 WS-AUTORIZADO-PEND    PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-DISPONIBLE         PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-LIMITE-EDIT        PIC ZZZZZZZZ9,99.
           05 WS-IMPORTE-EDIT       PIC ZZZ.ZZZ.ZZ9,99-.
      * Tasa nominal anual de financiacion; valor de fabrica,
      * configurable via IBMUSER.PARAMETROS (TASA_FINANCIACION_TC).
           05 WS-TASA-FINANC        PIC S9(3)V9(6) COMP-3 VALUE 60.
      * Vigencia contractual de la tarjeta en anos (ver PBNKTJ).
           05 WS-ANOS-VIGENCIA      PIC S9(4) COMP VALUE 4.
           05 WS-FECHA-VTO-NUEVA    PIC X(10) VALUE SPACES.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-ERRORES            PIC X     VALUE 'N'.
              88 HAY-ERROR-VALIDACION         VALUE 'S'.
              88 NO-HAY-ERRORES               VALUE 'N'.

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKTK'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKTK'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPTK'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKTKMP'.
      * Prefijo BIN de las tarjetas emitidas por la entidad (el
      * mismo de PBNKTJ: la numeracion es unica por ID_TARJETA).
           03  WC-BIN-TARJETA       PIC X(8)  VALUE '99000000'.

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

      * Cinturon ademas del gate de menu (solo personal).
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
           MOVE LOW-VALUES TO BKMAPTKO.
           MOVE ' ENTER=ABRIR PF4=CONSULTAR PF5=MODIFICAR PF12=TARJETAS'
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

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 2100-ABRIR-CUENTA-TC

               WHEN EIBAID = DFHPF4
                   PERFORM 2200-CONSULTAR-CUENTA-TC

               WHEN EIBAID = DFHPF5
                   PERFORM 2300-MODIFICAR-CUENTA-TC

               WHEN EIBAID = DFHPF12
                   PERFORM 9050-IR-A-TARJETAS

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' DEBITO AUTO: N=NO M=PAGO MINIMO T=TOTAL'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - APERTURA DE CUENTA TC + EMISION DE LA TARJETA 'C'       *
      *================================================================*
       2100-ABRIR-CUENTA-TC.
           PERFORM 2150-VALIDAR-APERTURA.
           IF NO-HAY-ERRORES
               PERFORM 7200-INSERTAR-CUENTA-TC
               IF SQLCODE = 0
                   PERFORM 7300-INSERTAR-TARJETA
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE WS-NUMERO-TC    TO CTATCO
                   MOVE WS-NUMERO-NUEVO TO TARJTCO
                   INITIALIZE MSGO
                   STRING ' CUENTA ' DELIMITED BY SIZE
                       WS-NUMERO-TC DELIMITED BY SIZE
                       ' ABIERTA - TARJETA EMITIDA VTO '
                       DELIMITED BY SIZE
                       WS-FECHA-VTO-NUEVA DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL ABRIR LA CUENTA DE TARJETA' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

       2150-VALIDAR-APERTURA.
           MOVE 'N' TO SW-ERRORES.
           MOVE FUNCTION UPPER-CASE(USRTCI) TO USRTCI.
           INSPECT USRTCI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO USRTCC LIMTCC DIATCC DEBTCC CTADEBC.

           IF USRTCI = SPACES
               MOVE ' ERROR: INGRESE EL USUARIO' TO MSGO
               MOVE ATTR-RED TO USRTCC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               PERFORM 7050-LEER-CLIENTE
               IF SQLCODE NOT = 0
                   MOVE ' ERROR: USUARIO INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO USRTCC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   PERFORM 7150-CONTAR-CUENTAS-ACTIVAS
                   IF WS-CANT-ACTIVAS > 0
                       MOVE ' ERROR: EL CLIENTE YA TIENE CUENTA TC'
                         TO MSGO
                       MOVE ATTR-RED TO USRTCC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 2160-VALIDAR-LIMITE
           END-IF.

           IF NO-HAY-ERRORES
               INSPECT DIATCI REPLACING ALL LOW-VALUES BY SPACES
               IF DIATCI(2:1) = SPACE
                   MOVE '0'         TO WS-DIA-X(1:1)
                   MOVE DIATCI(1:1) TO WS-DIA-X(2:1)
               ELSE
                   MOVE DIATCI TO WS-DIA-X
               END-IF
               IF WS-DIA-X IS NOT NUMERIC
                   OR WS-DIA-N < 1 OR WS-DIA-N > 28
                   MOVE ' ERROR: DIA DE CIERRE ENTRE 1 Y 28' TO MSGO
                   MOVE ATTR-RED TO DIATCC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 2170-VALIDAR-DEBITO-AUTO
           END-IF.

       2160-VALIDAR-LIMITE.
           MOVE LIMTCI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR = 'S'
               MOVE ' ERROR: LIMITE DEBE SER NUMERICO' TO MSGO
               MOVE ATTR-RED TO LIMTCC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-LIMITE-NUEVO
               IF WS-LIMITE-NUEVO NOT > 0
                   MOVE ' ERROR: INGRESE EL LIMITE DE CREDITO' TO MSGO
                   MOVE ATTR-RED TO LIMTCC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

      * Debito automatico: con 'M' o 'T' la cuenta a debitar es
      * obligatoria y debe ser del titular de la tarjeta.
       2170-VALIDAR-DEBITO-AUTO.
           MOVE FUNCTION UPPER-CASE(DEBTCI) TO DEBTCI.
           INSPECT DEBTCI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CTADEBI REPLACING ALL LOW-VALUES BY SPACES.
           IF DEBTCI = SPACE
               MOVE 'N' TO DEBTCI
           END-IF.
           EVALUATE TRUE
               WHEN DEBTCI NOT = 'N' AND DEBTCI NOT = 'M'
                    AND DEBTCI NOT = 'T'
                   MOVE ' ERROR: DEBITO AUTOMATICO N, M O T' TO MSGO
                   MOVE ATTR-RED TO DEBTCC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN DEBTCI NOT = 'N' AND CTADEBI = SPACES
                   MOVE ' ERROR: INGRESE LA CUENTA A DEBITAR' TO MSGO
                   MOVE ATTR-RED TO CTADEBC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN CTADEBI NOT = SPACES
                   PERFORM 7100-VALIDAR-CUENTA-CLIENTE
                   IF SQLCODE NOT = 0
                       MOVE ' ERROR: LA CUENTA NO PERTENECE AL USUARIO'
                         TO MSGO
                       MOVE ATTR-RED TO CTADEBC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   END-IF

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *================================================================*
      * 2200 - CONSULTA DE UNA CUENTA TC                               *
      *================================================================*
       2200-CONSULTAR-CUENTA-TC.
           PERFORM 2250-LEER-CUENTA-TECLEADA.
           IF NO-HAY-ERRORES
               PERFORM 2260-MOSTRAR-CUENTA-TC
           END-IF.

       2250-LEER-CUENTA-TECLEADA.
           MOVE 'N' TO SW-ERRORES.
           MOVE FUNCTION UPPER-CASE(CTATCI) TO CTATCI.
           INSPECT CTATCI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO CTATCC.
           IF CTATCI = SPACES
               MOVE ' ERROR: INGRESE LA CUENTA TC' TO MSGO
               MOVE ATTR-RED TO CTATCC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE CTATCI TO HV-NUMERO-CTTC
               PERFORM 7400-LEER-CUENTA-TC
               IF SQLCODE NOT = 0
                   MOVE ' CUENTA TC INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO CTATCC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

       2260-MOSTRAR-CUENTA-TC.
           MOVE HV-USUARIO-CTTC    TO USRTCO.
           MOVE HV-LIMITE-CTTC     TO WS-LIMITE-EDIT.
           MOVE WS-LIMITE-EDIT     TO LIMTCO.
           MOVE HV-DIA-CIERRE-CTTC TO WS-DIA-N.
           MOVE WS-DIA-X           TO DIATCO.
           MOVE HV-DEB-AUTO-CTTC   TO DEBTCO.
           MOVE HV-CTA-DEB-CTTC    TO CTADEBO.
           PERFORM 7450-LEER-TARJETA-VIGENTE.
           IF SQLCODE = 0
               MOVE HV-NUMERO-TARJ TO TARJTCO
           ELSE
               MOVE SPACES TO TARJTCO
           END-IF.
           PERFORM 7460-LEER-AUTORIZADO-PEND.
           COMPUTE WS-DISPONIBLE =
               HV-LIMITE-CTTC - HV-DEUDA-CTTC - WS-AUTORIZADO-PEND.
           MOVE SPACES TO DEUDATCO.
           MOVE 'DEUDA'          TO DEUDATCO(1:5).
           MOVE HV-DEUDA-CTTC    TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT  TO DEUDATCO(6:15).
           MOVE 'DISP'           TO DEUDATCO(22:4).
           MOVE WS-DISPONIBLE    TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT  TO DEUDATCO(26:15).
           INITIALIZE MSGO.
           IF HV-ESTADO-CTTC NOT = 'A'
               MOVE ' CUENTA TC DADA DE BAJA' TO MSGO
               MOVE ATTR-RED TO MSGC
           ELSE
               MOVE HV-PAGO-MIN-CTTC TO WS-IMPORTE-EDIT
               STRING ' PAGO MINIMO' DELIMITED BY SIZE
                   WS-IMPORTE-EDIT DELIMITED BY SIZE
                   ' VTO ' DELIMITED BY SIZE
                   HV-FECHA-VENC-CTTC DELIMITED BY SIZE
                   INTO MSGO
               MOVE ATTR-GREEN TO MSGC
           END-IF.

      *================================================================*
      * 2300 - MODIFICACION DE LIMITE Y DEBITO AUTOMATICO              *
      * Con la cuenta TC ya consultada (PF4) se corrigen los campos y  *
      * se confirma con PF5. El dia de cierre no cambia.               *
      *================================================================*
       2300-MODIFICAR-CUENTA-TC.
           PERFORM 2250-LEER-CUENTA-TECLEADA.
           IF NO-HAY-ERRORES AND HV-ESTADO-CTTC NOT = 'A'
               MOVE ' CUENTA TC DADA DE BAJA' TO MSGO
               MOVE ATTR-RED TO CTATCC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.
           IF NO-HAY-ERRORES
               MOVE ATTR-NORMAL TO LIMTCC DEBTCC CTADEBC
               MOVE HV-USUARIO-CTTC TO USRTCI
               PERFORM 2160-VALIDAR-LIMITE
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2170-VALIDAR-DEBITO-AUTO
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 7500-ACTUALIZAR-CUENTA-TC
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   PERFORM 7400-LEER-CUENTA-TC
                   PERFORM 2260-MOSTRAR-CUENTA-TC
                   MOVE ' CUENTA TC MODIFICADA' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL MODIFICAR LA CUENTA TC' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPTK') MAPSET('BKTKMP')
                        FROM(BKMAPTKO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPTK') MAPSET('BKTKMP')
                        FROM(BKMAPTKO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPTK') MAPSET('BKTKMP')
               INTO(BKMAPTKI) RESP(WA-RESPUESTA-CICS) END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7050-LEER-CLIENTE.
           MOVE USRTCI TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO INTO :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7100-VALIDAR-CUENTA-CLIENTE.
           MOVE USRTCI  TO HV-USUARIO-CTA.
           MOVE CTADEBI TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
           END-EXEC.

       7150-CONTAR-CUENTAS-ACTIVAS.
           MOVE USRTCI TO HV-USUARIO-CTTC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-ACTIVAS
               FROM IBMUSER.CUENTAS_TARJETA
               WHERE USUARIO = :HV-USUARIO-CTTC
                 AND ESTADO = 'A'
           END-EXEC.

      * El numero de cuenta TC es 'TC' + ID_CUENTA_TC en 8 digitos;
      * se completa con un UPDATE despues del INSERT porque el ID lo
      * genera DB2 (IDENTITY), igual que el numero de tarjeta.
       7200-INSERTAR-CUENTA-TC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_FINANCIACION_TC'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-FINANC
           END-IF.
           MOVE USRTCI          TO HV-USUARIO-CTTC.
           MOVE WS-LIMITE-NUEVO TO HV-LIMITE-CTTC.
           MOVE WS-DIA-N        TO HV-DIA-CIERRE-CTTC.
           MOVE WS-TASA-FINANC  TO HV-TASA-CTTC.
           MOVE DEBTCI          TO HV-DEB-AUTO-CTTC.
           MOVE CTADEBI         TO HV-CTA-DEB-CTTC.
           MOVE CG-M-USER       TO HV-MODIF-POR-CTTC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CUENTAS_TARJETA
               (USUARIO, LIMITE_CREDITO, DIA_CIERRE,
                TASA_FINANCIACION, DEBITO_AUTO, CUENTA_DEBITO,
                MODIFICADO_POR)
               VALUES (:HV-USUARIO-CTTC, :HV-LIMITE-CTTC,
                :HV-DIA-CIERRE-CTTC, :HV-TASA-CTTC,
                :HV-DEB-AUTO-CTTC, :HV-CTA-DEB-CTTC,
                :HV-MODIF-POR-CTTC)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-CTTC
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE HV-ID-CTTC TO WS-ID-EDITADO
               INITIALIZE WS-NUMERO-TC
               STRING 'TC' DELIMITED BY SIZE
                   WS-ID-EDITADO DELIMITED BY SIZE
                   INTO WS-NUMERO-TC
               MOVE WS-NUMERO-TC TO HV-NUMERO-CTTC
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.CUENTAS_TARJETA
                   SET NUMERO_CUENTA_TC = :HV-NUMERO-CTTC
                   WHERE ID_CUENTA_TC = :HV-ID-CTTC
               END-EXEC
           END-IF.

      * Vencimiento contractual: fecha de emision mas
      * ANOS_VIGENCIA_TARJ anos, como PBNKTJ 7150.
       7250-CALCULAR-VENCIMIENTO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'ANOS_VIGENCIA_TARJ'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-ANOS-VIGENCIA
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(CURRENT DATE
                   + :WS-ANOS-VIGENCIA YEARS, ISO)
               INTO :WS-FECHA-VTO-NUEVA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      * Tarjeta 'C' de la cuenta nueva: misma mecanica de PBNKTJ
      * 7200 (BIN fijo + ID_TARJETA, completado con UPDATE).
       7300-INSERTAR-TARJETA.
           MOVE USRTCI       TO HV-USUARIO-TARJ.
           MOVE WS-NUMERO-TC TO HV-CUENTA-TARJ.
           MOVE 'E'          TO HV-ESTADO-TARJ.
           MOVE 'C'          TO HV-TIPO-TARJ.
           MOVE CG-M-USER    TO HV-MODIF-POR-TARJ.
           PERFORM 7250-CALCULAR-VENCIMIENTO.
           MOVE WS-FECHA-VTO-NUEVA TO HV-FECHA-VENC-TARJ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.TARJETAS
               (USUARIO, CUENTA_NUM, ESTADO, ENVIADA_EMBOZADOR,
                MODIFICADO_POR, FECHA_EMISION, FECHA_ESTADO,
                FECHA_VENCIMIENTO, TIPO_TARJETA)
               VALUES (:HV-USUARIO-TARJ, :HV-CUENTA-TARJ,
                :HV-ESTADO-TARJ, 'N', :HV-MODIF-POR-TARJ,
                CURRENT TIMESTAMP, CURRENT TIMESTAMP,
                DATE(:HV-FECHA-VENC-TARJ), :HV-TIPO-TARJ)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-TARJ
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE HV-ID-TARJ TO WS-ID-EDITADO
               INITIALIZE WS-NUMERO-NUEVO
               STRING WC-BIN-TARJETA DELIMITED BY SIZE
                   WS-ID-EDITADO     DELIMITED BY SIZE
                   INTO WS-NUMERO-NUEVO
               MOVE WS-NUMERO-NUEVO TO HV-NUMERO-TARJ
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.TARJETAS
                   SET NUMERO_TARJETA = :HV-NUMERO-TARJ
                   WHERE ID_TARJETA = :HV-ID-TARJ
               END-EXEC
           END-IF.

       7400-LEER-CUENTA-TC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_CUENTA_TC, USUARIO, LIMITE_CREDITO,
                    SALDO_DEUDA, DIA_CIERRE, DEBITO_AUTO,
                    CUENTA_DEBITO, PAGO_MINIMO,
                    CHAR(FECHA_VENC_PAGO, ISO), ESTADO
               INTO :HV-ID-CTTC, :HV-USUARIO-CTTC, :HV-LIMITE-CTTC,
                    :HV-DEUDA-CTTC, :HV-DIA-CIERRE-CTTC,
                    :HV-DEB-AUTO-CTTC, :HV-CTA-DEB-CTTC,
                    :HV-PAGO-MIN-CTTC, :HV-FECHA-VENC-CTTC,
                    :HV-ESTADO-CTTC
               FROM IBMUSER.CUENTAS_TARJETA
               WHERE NUMERO_CUENTA_TC = :HV-NUMERO-CTTC
           END-EXEC.

      * Tarjeta mas reciente de la cuenta que no este reemplazada.
       7450-LEER-TARJETA-VIGENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NUMERO_TARJETA INTO :HV-NUMERO-TARJ
               FROM IBMUSER.TARJETAS
               WHERE CUENTA_NUM = :HV-NUMERO-CTTC
                 AND TIPO_TARJETA = 'C'
                 AND ESTADO IN ('E', 'A', 'B')
               ORDER BY ID_TARJETA DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7460-LEER-AUTORIZADO-PEND.
           MOVE 0 TO WS-AUTORIZADO-PEND.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-AUTORIZADO-PEND
               FROM IBMUSER.AUTORIZACIONES
               WHERE CUENTA_NUM = :HV-NUMERO-CTTC
                 AND ESTADO = 'A'
           END-EXEC.

       7500-ACTUALIZAR-CUENTA-TC.
           MOVE WS-LIMITE-NUEVO TO HV-LIMITE-CTTC.
           MOVE DEBTCI          TO HV-DEB-AUTO-CTTC.
           MOVE CTADEBI         TO HV-CTA-DEB-CTTC.
           MOVE CG-M-USER       TO HV-MODIF-POR-CTTC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS_TARJETA
               SET LIMITE_CREDITO = :HV-LIMITE-CTTC,
                   DEBITO_AUTO    = :HV-DEB-AUTO-CTTC,
                   CUENTA_DEBITO  = :HV-CTA-DEB-CTTC,
                   MODIFICADO_POR = :HV-MODIF-POR-CTTC
               WHERE ID_CUENTA_TC = :HV-ID-CTTC
                 AND ESTADO = 'A'
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

       9050-IR-A-TARJETAS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-TARJETAS)
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

       COPY CPYVALPD.
       COPY CPYRTMP.
