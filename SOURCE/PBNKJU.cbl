       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKJU.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKJU                                 **
      ** TITULO ...........: JUBILADOS Y PENSIONADOS - PADRON Y FE  **
      **                     DE VIDA                                **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla de personal (menu 5-J, TIPO_USUARIO 'E') sobre  **
      **   el padron de beneficiarios previsionales (ver DDL/       **
      **   PREVISION_SOCIAL.sql).                                   **
      ** - ENTER consulta el beneficio: titular, cuenta, estado,    **
      **   ultima fe de vida y su vencimiento (DIAS_FE_VIDA_PREV),  **
      **   pagos retenidos y el ultimo pago recibido.               **
      ** - PF5 da de alta el beneficio (cliente activo y cuenta     **
      **   suya; el alta cuenta como fe de vida), cambia la cuenta  **
      **   de acreditacion o reactiva uno dado de baja.             **
      ** - PF6 registra la fe de vida presencial (canal 'V', con el **
      **   cajero): un suspendido vuelve a 'A' y BATCH/PBNKJD.cbl   **
      **   le acredita los pagos retenidos en el proximo cierre.    **
      ** - PF7 da de baja el beneficio; los pagos retenidos quedan  **
      **   devueltos (MOTIVO 'BJ') para la rendicion de PBNKJR.     **
      ** - Un beneficiario fallecido no admite fe de vida ni        **
      **   cambios: lo resuelve PBNKJD con la fecha de PBNKFA.      **
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
       COPY BKJUMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLBPRV END-EXEC.
           EXEC SQL INCLUDE DCLPPRV END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
      * Vigencia de la fe de vida en dias corridos; valor de fabrica,
      * reemplazado por PARAMETROS (DIAS_FE_VIDA_PREV).
           05 WS-DIAS-FE-VIDA       PIC S9(4) COMP VALUE 120.
           05 WS-FECHA-VENCE        PIC X(10) VALUE SPACES.
           05 WS-ESTADO-ANTERIOR    PIC X(01) VALUE SPACE.
           05 WS-ESTADO-DESC        PIC X(10) VALUE SPACES.
           05 WS-CANT-RETENIDOS     PIC S9(9) COMP VALUE 0.
           05 WS-TOTAL-RETENIDO     PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-EDIT          PIC ZZZ9.
           05 WS-MONTO-EDIT         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 SW-BENEFICIARIO       PIC X(01) VALUE 'N'.
              88 BENEFICIARIO-EXISTE          VALUE 'S'.
              88 BENEFICIARIO-NO-EXISTE       VALUE 'N'.

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKJU'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKJU'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPJU'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKJUMP'.

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

      * Cinturon ademas del gate del menu (solo personal).
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
           MOVE LOW-VALUES TO BKMAPJUO.
           PERFORM 1100-ROTULOS.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

       1100-ROTULOS.
           MOVE 'NRO BENEFICIO:' TO LBLBENO.
           MOVE 'USUARIO      :' TO LBLUSRO.
           MOVE 'CUENTA       :' TO LBLCTAO.
           MOVE ' ENTER=CONSULTAR PF5=ALTA PF6=FE DE VIDA PF7=BAJA'
             TO LEYENDAO.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           PERFORM 7050-LEER-PARAMETROS.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 2100-CONSULTAR-BENEFICIO

               WHEN EIBAID = DFHPF5
                   PERFORM 2200-ALTA-BENEFICIARIO

               WHEN EIBAID = DFHPF6
                   PERFORM 2300-REGISTRAR-FE-VIDA

               WHEN EIBAID = DFHPF7
                   PERFORM 2400-BAJA-BENEFICIARIO

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' PF5=ALTA/CUENTA PF6=FE DE VIDA PF7=BAJA'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2050 - VALIDACION DEL NUMERO DE BENEFICIO TECLEADO             *
      *================================================================*
       2050-VALIDAR-BENEFICIO.
           MOVE 'N' TO SW-ERRORES.
           SET BENEFICIARIO-NO-EXISTE TO TRUE.
           INSPECT NROBENI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO NROBENC.

           IF NROBENI = SPACES
               MOVE ' ERROR: INGRESE EL NUMERO DE BENEFICIO' TO MSGO
               MOVE ATTR-RED TO NROBENC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               PERFORM 7100-LEER-BENEFICIARIO
               IF SQLCODE = 0
                   SET BENEFICIARIO-EXISTE TO TRUE
               END-IF
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 2100 - CONSULTA (ENTER)                                        *
      *================================================================*
       2100-CONSULTAR-BENEFICIO.
           PERFORM 2050-VALIDAR-BENEFICIO.
           IF NO-HAY-ERRORES
               IF BENEFICIARIO-NO-EXISTE
                   MOVE ' BENEFICIO NO REGISTRADO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               ELSE
                   PERFORM 3000-MOSTRAR-BENEFICIO
               END-IF
           END-IF.

      *================================================================*
      * 2200 - ALTA, CAMBIO DE CUENTA O REACTIVACION (PF5)             *
      *================================================================*
       2200-ALTA-BENEFICIARIO.
           PERFORM 2050-VALIDAR-BENEFICIO.
           IF NO-HAY-ERRORES
               PERFORM 2250-VALIDAR-TITULAR-CUENTA
           END-IF.
           IF NO-HAY-ERRORES
               EVALUATE TRUE
                   WHEN BENEFICIARIO-NO-EXISTE
                       PERFORM 7200-INSERTAR-BENEFICIARIO

                   WHEN HV-ESTADO-BPRV = 'F'
                       MOVE ' BENEFICIARIO FALLECIDO - SIN CAMBIOS'
                         TO MSGO
                       MOVE ATTR-RED TO MSGC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN HV-ESTADO-BPRV = 'B'
                       PERFORM 7250-REACTIVAR-BENEFICIARIO

                   WHEN HV-USUARIO-BPRV NOT = USRBENI
                       MOVE ' EL BENEFICIO ES DE OTRO CLIENTE' TO MSGO
                       MOVE ATTR-RED TO USRBENC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN OTHER
                       PERFORM 7260-CAMBIAR-CUENTA
               END-EVALUATE
           END-IF.
           IF NO-HAY-ERRORES
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE ' BENEFICIARIO REGISTRADO' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   PERFORM 7100-LEER-BENEFICIARIO
                   PERFORM 3000-MOSTRAR-BENEFICIO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL REGISTRAR EL BENEFICIARIO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      * Titular activo (ni fallecido ni cerrado) y cuenta suya.
       2250-VALIDAR-TITULAR-CUENTA.
           MOVE FUNCTION UPPER-CASE(USRBENI) TO USRBENI.
           INSPECT USRBENI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CTABENI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO USRBENC.
           MOVE ATTR-NORMAL TO CTABENC.
           EVALUATE TRUE
               WHEN USRBENI = SPACES
                   MOVE ' ERROR: INGRESE EL USUARIO TITULAR' TO MSGO
                   MOVE ATTR-RED TO USRBENC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN CTABENI = SPACES
                   MOVE ' ERROR: INGRESE LA CUENTA DE ACREDITACION'
                     TO MSGO
                   MOVE ATTR-RED TO CTABENC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   PERFORM 7110-LEER-CLIENTE
                   EVALUATE TRUE
                       WHEN SQLCODE NOT = 0
                           MOVE ' CLIENTE INEXISTENTE' TO MSGO
                           MOVE ATTR-RED TO USRBENC
                           SET HAY-ERROR-VALIDACION TO TRUE
                       WHEN HV-ESTADO = 'D' OR HV-ESTADO = 'C'
                           MOVE ' CLIENTE FALLECIDO O CERRADO' TO MSGO
                           MOVE ATTR-RED TO USRBENC
                           SET HAY-ERROR-VALIDACION TO TRUE
                       WHEN OTHER
                           PERFORM 7120-LEER-CUENTA
                           IF SQLCODE NOT = 0
                               OR HV-USUARIO-CTA NOT = USRBENI
                               MOVE ' LA CUENTA NO ES DEL TITULAR'
                                 TO MSGO
                               MOVE ATTR-RED TO CTABENC
                               SET HAY-ERROR-VALIDACION TO TRUE
                           END-IF
                   END-EVALUATE
           END-EVALUATE.
           MOVE 0 TO SQLCODE.

      *================================================================*
      * 2300 - FE DE VIDA PRESENCIAL (PF6)                             *
      * El cajero ya verifico la identidad del beneficiario con su     *
      * documento; queda como AGENTE_FE_VIDA.                          *
      *================================================================*
       2300-REGISTRAR-FE-VIDA.
           PERFORM 2050-VALIDAR-BENEFICIO.
           IF NO-HAY-ERRORES
               EVALUATE TRUE
                   WHEN BENEFICIARIO-NO-EXISTE
                       MOVE ' BENEFICIO NO REGISTRADO' TO MSGO
                       MOVE ATTR-RED TO MSGC

                   WHEN HV-ESTADO-BPRV = 'F' OR HV-ESTADO-BPRV = 'B'
                       MOVE ' BENEFICIO DE BAJA O FALLECIDO' TO MSGO
                       MOVE ATTR-RED TO MSGC

                   WHEN OTHER
                       MOVE HV-ESTADO-BPRV TO WS-ESTADO-ANTERIOR
                       PERFORM 7300-ACTUALIZAR-FE-VIDA
                       IF SQLCODE = 0
                           EXEC CICS SYNCPOINT END-EXEC
                           IF WS-ESTADO-ANTERIOR = 'S'
                               STRING ' FE DE VIDA OK - LOS RETENIDOS'
                                   DELIMITED BY SIZE
                                   ' SE ACREDITAN AL CIERRE'
                                   DELIMITED BY SIZE
                                   INTO MSGO
                           ELSE
                               MOVE ' FE DE VIDA REGISTRADA' TO MSGO
                           END-IF
                           MOVE ATTR-GREEN TO MSGC
                           PERFORM 7100-LEER-BENEFICIARIO
                           PERFORM 3000-MOSTRAR-BENEFICIO
                       ELSE
                           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                           MOVE ' ERROR AL REGISTRAR LA FE DE VIDA'
                             TO MSGO
                           MOVE ATTR-RED TO MSGC
                       END-IF
               END-EVALUATE
           END-IF.

      *================================================================*
      * 2400 - BAJA DEL BENEFICIO (PF7)                                *
      * Los pagos retenidos pasan a devueltos en la misma unidad de    *
      * trabajo; los ya acreditados no se tocan.                       *
      *================================================================*
       2400-BAJA-BENEFICIARIO.
           PERFORM 2050-VALIDAR-BENEFICIO.
           IF NO-HAY-ERRORES
               EVALUATE TRUE
                   WHEN BENEFICIARIO-NO-EXISTE
                       MOVE ' BENEFICIO NO REGISTRADO' TO MSGO
                       MOVE ATTR-RED TO MSGC

                   WHEN HV-ESTADO-BPRV = 'F' OR HV-ESTADO-BPRV = 'B'
                       MOVE ' EL BENEFICIO YA ESTA DE BAJA' TO MSGO
                       MOVE ATTR-RED TO MSGC

                   WHEN OTHER
                       PERFORM 7400-MARCAR-BAJA
                       IF SQLCODE = 0
                           PERFORM 7410-DEVOLVER-RETENIDOS
                       END-IF
                       IF SQLCODE = 0
                           EXEC CICS SYNCPOINT END-EXEC
                           MOVE ' BENEFICIO DADO DE BAJA' TO MSGO
                           MOVE ATTR-GREEN TO MSGC
                           PERFORM 7100-LEER-BENEFICIARIO
                           PERFORM 3000-MOSTRAR-BENEFICIO
                       ELSE
                           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                           MOVE ' ERROR AL DAR DE BAJA' TO MSGO
                           MOVE ATTR-RED TO MSGC
                       END-IF
               END-EVALUATE
           END-IF.

      *================================================================*
      * 3000 - DETALLE DEL BENEFICIO                                   *
      *================================================================*
       3000-MOSTRAR-BENEFICIO.
           MOVE HV-USUARIO-BPRV TO USRBENO.
           MOVE HV-CUENTA-BPRV  TO CTABENO.
           EVALUATE HV-ESTADO-BPRV
               WHEN 'A'
                   MOVE 'ACTIVO'     TO WS-ESTADO-DESC
               WHEN 'S'
                   MOVE 'SUSPENDIDO' TO WS-ESTADO-DESC
               WHEN 'F'
                   MOVE 'FALLECIDO'  TO WS-ESTADO-DESC
               WHEN 'B'
                   MOVE 'BAJA'       TO WS-ESTADO-DESC
               WHEN OTHER
                   MOVE HV-ESTADO-BPRV TO WS-ESTADO-DESC
           END-EVALUATE.
           INITIALIZE INFO1O.
           STRING ' BENEFICIO ' DELIMITED BY SIZE
               HV-NRO-BENEF-BPRV DELIMITED BY SIZE
               '  ESTADO ' DELIMITED BY SIZE
               WS-ESTADO-DESC DELIMITED BY SPACE
               '  ALTA POR ' DELIMITED BY SIZE
               HV-ALTA-POR-BPRV DELIMITED BY SIZE
               INTO INFO1O.

           INITIALIZE INFO2O.
           STRING ' ULTIMA FE DE VIDA ' DELIMITED BY SIZE
               HV-FECHA-FV-BPRV DELIMITED BY SIZE
               ' CANAL ' DELIMITED BY SIZE
               HV-CANAL-FV-BPRV DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HV-AGENTE-FV-BPRV DELIMITED BY SIZE
               ' VENCE ' DELIMITED BY SIZE
               WS-FECHA-VENCE DELIMITED BY SIZE
               INTO INFO2O.

           PERFORM 7500-LEER-RETENIDOS.
           MOVE WS-CANT-RETENIDOS TO WS-CANT-EDIT.
           MOVE WS-TOTAL-RETENIDO TO WS-MONTO-EDIT.
           INITIALIZE INFO3O.
           STRING ' PAGOS RETENIDOS: ' DELIMITED BY SIZE
               WS-CANT-EDIT DELIMITED BY SIZE
               '  IMPORTE ' DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
               INTO INFO3O.

           PERFORM 7510-LEER-ULTIMO-PAGO.
           INITIALIZE INFO4O.
           IF SQLCODE = 0
               MOVE HV-MONTO-PPRV TO WS-MONTO-EDIT
               STRING ' ULTIMO PAGO ' DELIMITED BY SIZE
                   HV-PERIODO-PPRV DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MONTO-EDIT DELIMITED BY SIZE
                   ' ESTADO ' DELIMITED BY SIZE
                   HV-ESTADO-PPRV DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HV-MOTIVO-PPRV DELIMITED BY SIZE
                   INTO INFO4O
           ELSE
               MOVE ' SIN PAGOS RECIBIDOS' TO INFO4O
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           PERFORM 1100-ROTULOS.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPJU') MAPSET('BKJUMP')
                        FROM(BKMAPJUO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPJU') MAPSET('BKJUMP')
                        FROM(BKMAPJUO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPJU') MAPSET('BKJUMP')
               INTO(BKMAPJUI) RESP(WA-RESPUESTA-CICS) END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7050-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_FE_VIDA_PREV'
           END-EXEC.
           IF SQLCODE = 0 AND HV-VALOR-PARAM > 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-FE-VIDA
           END-IF.

      * El vencimiento de la fe de vida sale calculado con el plazo.
       7100-LEER-BENEFICIARIO.
           MOVE NROBENI TO HV-NRO-BENEF-BPRV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, ESTADO,
                           CHAR(FECHA_FE_VIDA, ISO), CANAL_FE_VIDA,
                           AGENTE_FE_VIDA, ALTA_POR,
                           CHAR(FECHA_FE_VIDA
                                + :WS-DIAS-FE-VIDA DAYS, ISO)
               INTO :HV-USUARIO-BPRV, :HV-CUENTA-BPRV,
                    :HV-ESTADO-BPRV, :HV-FECHA-FV-BPRV,
                    :HV-CANAL-FV-BPRV, :HV-AGENTE-FV-BPRV,
                    :HV-ALTA-POR-BPRV, :WS-FECHA-VENCE
               FROM IBMUSER.BENEFICIARIOS_PREV
               WHERE NRO_BENEFICIO = :HV-NRO-BENEF-BPRV
           END-EXEC.

       7110-LEER-CLIENTE.
           MOVE USRBENI TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, ESTADO
               INTO :HV-NOMBRE, :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7120-LEER-CUENTA.
           MOVE CTABENI TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO INTO :HV-USUARIO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.

      * El alta cuenta como fe de vida (el titular esta presente).
       7200-INSERTAR-BENEFICIARIO.
           MOVE NROBENI   TO HV-NRO-BENEF-BPRV.
           MOVE USRBENI   TO HV-USUARIO-BPRV.
           MOVE CTABENI   TO HV-CUENTA-BPRV.
           MOVE CG-M-USER TO HV-ALTA-POR-BPRV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.BENEFICIARIOS_PREV
               (NRO_BENEFICIO, USUARIO, CUENTA_NUM, ESTADO,
                FECHA_FE_VIDA, CANAL_FE_VIDA, AGENTE_FE_VIDA,
                ALTA_POR, FECHA_ALTA)
               VALUES (:HV-NRO-BENEF-BPRV, :HV-USUARIO-BPRV,
                :HV-CUENTA-BPRV, 'A', CURRENT DATE, 'A',
                :HV-ALTA-POR-BPRV, :HV-ALTA-POR-BPRV,
                CURRENT TIMESTAMP)
           END-EXEC.

       7250-REACTIVAR-BENEFICIARIO.
           MOVE USRBENI   TO HV-USUARIO-BPRV.
           MOVE CTABENI   TO HV-CUENTA-BPRV.
           MOVE CG-M-USER TO HV-AGENTE-FV-BPRV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.BENEFICIARIOS_PREV
               SET USUARIO = :HV-USUARIO-BPRV,
                   CUENTA_NUM = :HV-CUENTA-BPRV,
                   ESTADO = 'A',
                   FECHA_FE_VIDA = CURRENT DATE,
                   CANAL_FE_VIDA = 'A',
                   AGENTE_FE_VIDA = :HV-AGENTE-FV-BPRV,
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE NRO_BENEFICIO = :HV-NRO-BENEF-BPRV
                 AND ESTADO = 'B'
           END-EXEC.

       7260-CAMBIAR-CUENTA.
           MOVE CTABENI TO HV-CUENTA-BPRV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.BENEFICIARIOS_PREV
               SET CUENTA_NUM = :HV-CUENTA-BPRV
               WHERE NRO_BENEFICIO = :HV-NRO-BENEF-BPRV
                 AND ESTADO IN ('A', 'S')
           END-EXEC.

       7300-ACTUALIZAR-FE-VIDA.
           MOVE CG-M-USER TO HV-AGENTE-FV-BPRV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.BENEFICIARIOS_PREV
               SET FECHA_FE_VIDA = CURRENT DATE,
                   CANAL_FE_VIDA = 'V',
                   AGENTE_FE_VIDA = :HV-AGENTE-FV-BPRV,
                   ESTADO = 'A'
               WHERE NRO_BENEFICIO = :HV-NRO-BENEF-BPRV
                 AND ESTADO IN ('A', 'S')
           END-EXEC.

       7400-MARCAR-BAJA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.BENEFICIARIOS_PREV
               SET ESTADO = 'B',
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE NRO_BENEFICIO = :HV-NRO-BENEF-BPRV
                 AND ESTADO IN ('A', 'S')
           END-EXEC.

       7410-DEVOLVER-RETENIDOS.
           MOVE HV-NRO-BENEF-BPRV TO HV-NRO-BENEF-PPRV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.PAGOS_PREV
               SET ESTADO = 'D',
                   MOTIVO_DEV = 'BJ',
                   MONTO_DEVUELTO = MONTO,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE NRO_BENEFICIO = :HV-NRO-BENEF-PPRV
                 AND ESTADO = 'R'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

       7500-LEER-RETENIDOS.
           MOVE HV-NRO-BENEF-BPRV TO HV-NRO-BENEF-PPRV.
           MOVE 0 TO WS-CANT-RETENIDOS.
           MOVE 0 TO WS-TOTAL-RETENIDO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(MONTO), 0)
               INTO :WS-CANT-RETENIDOS, :WS-TOTAL-RETENIDO
               FROM IBMUSER.PAGOS_PREV
               WHERE NRO_BENEFICIO = :HV-NRO-BENEF-PPRV
                 AND ESTADO = 'R'
           END-EXEC.

       7510-LEER-ULTIMO-PAGO.
           MOVE HV-NRO-BENEF-BPRV TO HV-NRO-BENEF-PPRV.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT PERIODO, MONTO, ESTADO, MOTIVO_DEV
               INTO :HV-PERIODO-PPRV, :HV-MONTO-PPRV,
                    :HV-ESTADO-PPRV, :HV-MOTIVO-PPRV
               FROM IBMUSER.PAGOS_PREV
               WHERE NRO_BENEFICIO = :HV-NRO-BENEF-PPRV
               ORDER BY ID_PAGO DESC
               FETCH FIRST 1 ROW ONLY
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
