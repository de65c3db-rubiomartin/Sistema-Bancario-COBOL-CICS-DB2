       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKQD.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKQD                                 **
      ** TITULO ...........: DEVOLUCION DE PAGOS QR (COMERCIO)      **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla del comercio (menu PAGOS opcion K): el          **
      **   USUARIO titular de un comercio de IBMUSER.COMERCIOS      **
      **   devuelve un pago QR recibido (SOURCE/PBNKQC.cbl).        **
      **   La lista muestra sus ultimos cinco pagos con lo ya       **
      **   devuelto de cada uno.                                    **
      ** - Se teclea el numero de pago y el monto; en blanco        **
      **   devuelve todo lo que queda sin devolver. Nunca se        **
      **   devuelve mas que el saldo no devuelto del pago.          **
      ** - Dos pasos (SW-CONFIRMACION) como PBNKPS: el segundo      **
      **   ENTER debita '/' la cuenta del comercio y acredita       **
      **   '\' la cuenta del cliente que pago, ambas con            **
      **   bloqueo optimista, y registra la fila 'D' en             **
      **   IBMUSER.PAGOS_QR ligada al pago original. La             **
      **   comision retenida en el pago no se devuelve. El          **
      **   debito y el credito pagan el impuesto a los debitos      **
      **   y creditos (COPYS/CPYIDCP.cbl) como en el pago.          **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
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
       COPY BKQDMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYIDCW.
       COPY CPYCHNW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLCOME END-EXEC.
           EXEC SQL INCLUDE DCLPGQR END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.
       01  WS-MONTO-EDITADO         PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WS-VARIABLES-TRABAJO.
           05 SW-POSTEO-CERRADO     PIC X(01) VALUE 'N'.
              88 POSTEO-CERRADO               VALUE 'S'.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 WS-ID-PAGO            PIC S9(9) COMP VALUE 0.
           05 WS-MONTO-DECIMAL      PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-MONTO-DEVUELTO     PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-MONTO-DISPONIBLE   PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-ACTUAL       PIC S9(10)V99.
           05 WS-SALDO-NUEVO        PIC S9(10)V99.
           05 WS-SALDO-CLI-ACTUAL   PIC S9(10)V99.
           05 WS-SALDO-CLI-NUEVO    PIC S9(10)V99.
           05 WS-ID-MOV-CLIENTE     PIC S9(9) COMP VALUE 0.
           05 WS-ID-MOV-COMERCIO    PIC S9(9) COMP VALUE 0.
           05 WS-CANT-COMERCIOS     PIC S9(9) COMP VALUE 0.
      * Pago original leido por 7050.
           05 WS-PAGO-COMERCIO      PIC X(15) VALUE SPACES.
           05 WS-PAGO-CLIENTE       PIC X(8)  VALUE SPACES.
           05 WS-PAGO-CUENTA        PIC X(10) VALUE SPACES.
           05 WS-PAGO-MONTO         PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Lista de pagos recibidos.
           05 WS-LINEA-PAGO         PIC X(75).
           05 WS-INDICE             PIC S9(4) COMP.
           05 WS-MONTO-EDIT         PIC -(8)9,99.
           05 WS-DEV-EDIT           PIC -(8)9,99.
           05 WS-ID-EDIT            PIC Z(8)9.

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKQD'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKQD'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPQD'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKQDMP'.
           03  WC-CONCEPTO-DEV      PIC X(30)
               VALUE 'DEVOLUCION PAGO QR'.

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
           MOVE LOW-VALUES TO BKMAPQDO.
           MOVE ' DEVOLUCION DE PAGOS QR' TO TITULOO.
           MOVE ' ENTER=DEVOLVER PF3=VOLVER' TO LEYENDAO.
           MOVE 'N' TO SW-CONFIRMACION.
           PERFORM 7010-CONTAR-COMERCIOS.
           IF WS-CANT-COMERCIOS = 0
               MOVE ' USUARIO SIN COMERCIO REGISTRADO' TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.
           PERFORM 3000-LISTAR-PAGOS.
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
               WHEN EIBAID = DFHENTER AND CONFIRMACION-PENDIENTE
                   PERFORM 2500-EJECUTAR-DEVOLUCION
                   PERFORM 3000-LISTAR-PAGOS

               WHEN EIBAID = DFHENTER
                   PERFORM 2100-PREPARAR-DEVOLUCION

               WHEN EIBAID = DFHPF3 AND CONFIRMACION-PENDIENTE
                   MOVE 'N' TO SW-CONFIRMACION
                   MOVE SPACES TO CONFRMO
                   MOVE ' DEVOLUCION CANCELADA' TO MSGO
                   PERFORM 4200-DESBLOQUEAR-CAMPOS

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' NRO DE PAGO Y MONTO (BLANCO=TODO EL SALDO)'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - VALIDACION Y CONFIRMACION                               *
      *================================================================*
       2100-PREPARAR-DEVOLUCION.
           PERFORM 2300-VALIDAR-CAMPOS.
           IF NO-HAY-ERRORES
               PERFORM 7020-VERIFICAR-POSTEO
               IF POSTEO-CERRADO
                   MOVE ' POSTEO CERRADO POR CIERRE - REINTENTE LUEGO'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.
           IF NO-HAY-ERRORES
               MOVE WS-MONTO-DECIMAL TO WS-MONTO-EDITADO
               INITIALIZE CONFRMO
               STRING ' DEVOLVER ' DELIMITED BY SIZE
                   WS-MONTO-EDITADO DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   WS-PAGO-CLIENTE DELIMITED BY SIZE
                   '? ENTER=SI PF3=NO' DELIMITED BY SIZE
                   INTO CONFRMO
               MOVE ' CONFIRME LA DEVOLUCION' TO MSGO
               MOVE ATTR-YELLOW TO MSGC
               MOVE 'S' TO SW-CONFIRMACION
               MOVE ATTR-PROT-MDT TO IDQDA MONTQDA
           END-IF.

       2300-VALIDAR-CAMPOS.
           MOVE 'N' TO SW-ERRORES.
           INSPECT MONTQDI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO IDQDC MONTQDC.

           MOVE IDQDI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF VAL-HAY-ERROR OR WS-VAL-SALIDA = 0
               MOVE ' ERROR: INGRESE EL NRO DE PAGO' TO MSGO
               MOVE ATTR-RED TO IDQDC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-ID-PAGO
               PERFORM 7050-LEER-PAGO
               IF SQLCODE NOT = 0
                   MOVE ' PAGO INEXISTENTE O DE OTRO COMERCIO'
                     TO MSGO
                   MOVE ATTR-RED TO IDQDC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 7060-SUMAR-DEVUELTO
               SUBTRACT WS-MONTO-DEVUELTO FROM WS-PAGO-MONTO
                   GIVING WS-MONTO-DISPONIBLE
               IF WS-MONTO-DISPONIBLE <= 0
                   MOVE ' EL PAGO YA FUE DEVUELTO EN SU TOTALIDAD'
                     TO MSGO
                   MOVE ATTR-RED TO IDQDC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               IF MONTQDI = SPACES
                   MOVE WS-MONTO-DISPONIBLE TO WS-MONTO-DECIMAL
               ELSE
                   MOVE MONTQDI TO WS-VAL-ENTRADA
                   PERFORM 9900-RUTINA-VALIDAR-NUMERO
                   IF VAL-HAY-ERROR OR WS-VAL-SALIDA = 0
                       MOVE ' ERROR: MONTO INVALIDO' TO MSGO
                       MOVE ATTR-RED TO MONTQDC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       MOVE WS-VAL-SALIDA-V TO WS-MONTO-DECIMAL
                       IF WS-MONTO-DECIMAL > WS-MONTO-DISPONIBLE
                           MOVE WS-MONTO-DISPONIBLE TO WS-MONTO-EDIT
                           INITIALIZE MSGO
                           STRING ' SUPERA LO DEVOLVIBLE: '
                               DELIMITED BY SIZE
                               WS-MONTO-EDIT DELIMITED BY SIZE
                               INTO MSGO
                           MOVE ATTR-RED TO MONTQDC
                           SET HAY-ERROR-VALIDACION TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF HAY-ERROR-VALIDACION
               MOVE ATTR-RED TO MSGC
           END-IF.

      *================================================================*
      * 2500 - EJECUCION (SEGUNDO ENTER)                               *
      *================================================================*
       2500-EJECUTAR-DEVOLUCION.
           MOVE 'N' TO SW-CONFIRMACION.
           MOVE SPACES TO CONFRMO.
           PERFORM 2300-VALIDAR-CAMPOS.
           IF NO-HAY-ERRORES
               PERFORM 7020-VERIFICAR-POSTEO
               IF POSTEO-CERRADO
                   MOVE ' POSTEO CERRADO POR CIERRE - REINTENTE LUEGO'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 7100-LEER-CUENTA-COMERCIO
               IF SQLCODE NOT = 0
                   MOVE ' ERROR: CUENTA DEL COMERCIO INEXISTENTE'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
               ELSE
                   IF WS-SALDO-ACTUAL < WS-MONTO-DECIMAL
                       MOVE ' SALDO INSUFICIENTE DEL COMERCIO'
                         TO MSGO
                       MOVE ATTR-RED TO MSGC
                   ELSE
                       PERFORM 3500-PERSISTENCIA-DATOS
                   END-IF
               END-IF
           END-IF.
           PERFORM 4200-DESBLOQUEAR-CAMPOS.

      *================================================================*
      * 3000 - LISTA DE PAGOS RECIBIDOS                                *
      *================================================================*
       3000-LISTAR-PAGOS.
           MOVE SPACES TO QDLIN1O QDLIN2O QDLIN3O QDLIN4O QDLIN5O.
           MOVE 0 TO WS-INDICE.

           PERFORM 7000-ABRIR-CURSOR-PAGOS.
           PERFORM 5 TIMES
               PERFORM 7005-FETCH-PAGO
               IF SQLCODE = 0
                   ADD 1 TO WS-INDICE
                   PERFORM 3100-FORMATEAR-LINEA
               END-IF
           END-PERFORM.
           PERFORM 7008-CERRAR-CURSOR-PAGOS.

       3100-FORMATEAR-LINEA.
           MOVE HV-ID-PGQR        TO WS-ID-EDIT.
           MOVE HV-MONTO-PGQR     TO WS-MONTO-EDIT.
           MOVE WS-MONTO-DEVUELTO TO WS-DEV-EDIT.
           MOVE SPACES TO WS-LINEA-PAGO.
           STRING ' ' WS-ID-EDIT ' ' HV-FECHA-NEG-PGQR
               ' ' HV-USUARIO-PGQR ' $' WS-MONTO-EDIT
               ' DEVUELTO $' WS-DEV-EDIT
               DELIMITED BY SIZE INTO WS-LINEA-PAGO.
           EVALUATE WS-INDICE
               WHEN 1
                   MOVE WS-LINEA-PAGO TO QDLIN1O
               WHEN 2
                   MOVE WS-LINEA-PAGO TO QDLIN2O
               WHEN 3
                   MOVE WS-LINEA-PAGO TO QDLIN3O
               WHEN 4
                   MOVE WS-LINEA-PAGO TO QDLIN4O
               WHEN 5
                   MOVE WS-LINEA-PAGO TO QDLIN5O
           END-EVALUATE.

      *================================================================*
      * 3500 - PERSISTENCIA (ACID)                                     *
      * Debito al comercio, credito al cliente y fila 'D' van juntos;  *
      * cualquier fallo deshace todo con SYNCPOINT ROLLBACK.           *
      *================================================================*
       3500-PERSISTENCIA-DATOS.
           SUBTRACT WS-MONTO-DECIMAL FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           PERFORM 7200-DEBITAR-COMERCIO.

           IF SQLCODE = 0
               MOVE HV-USUARIO-COME TO HV-USUARIO-MOV
               MOVE WS-PAGO-CLIENTE TO HV-USUARIO-REL
               MOVE WS-SALDO-NUEVO  TO HV-SALDO-RESULTANTE
               MOVE HV-CUENTA-COME  TO HV-CUENTA-NUM
               MOVE '/'             TO HV-TIPO-OPER
               PERFORM 7650-INSERTAR-MOVIMIENTO
           END-IF.

           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV-COMERCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               PERFORM 7300-LEER-CUENTA-CLIENTE
           END-IF.

           IF SQLCODE = 0
               ADD WS-MONTO-DECIMAL TO WS-SALDO-CLI-ACTUAL
                   GIVING WS-SALDO-CLI-NUEVO
               PERFORM 7350-ACREDITAR-CLIENTE
           END-IF.

           IF SQLCODE = 0
               MOVE WS-PAGO-CLIENTE    TO HV-USUARIO-MOV
               MOVE HV-USUARIO-COME    TO HV-USUARIO-REL
               MOVE WS-SALDO-CLI-NUEVO TO HV-SALDO-RESULTANTE
               MOVE WS-PAGO-CUENTA     TO HV-CUENTA-NUM
               MOVE '\'                TO HV-TIPO-OPER
               PERFORM 7650-INSERTAR-MOVIMIENTO
           END-IF.

           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV-CLIENTE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           IF SQLCODE = 0 AND WS-PAGO-CLIENTE NOT = HV-USUARIO-COME
               PERFORM 3600-COBRAR-IMP-DEBCRED
           END-IF.

           IF SQLCODE = 0
               PERFORM 7700-INSERTAR-DEVOLUCION
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE ' DEVOLUCION ACREDITADA AL CLIENTE' TO MSGO
               MOVE ATTR-GREEN TO MSGC
               MOVE SPACES TO IDQDO MONTQDO
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               IF SQLCODE = 100
                   MOVE ' SALDO MODIFICADO POR OTRA SESION - REINTENTE'
                     TO MSGO
               ELSE
                   MOVE ' ERROR AL REGISTRAR LA DEVOLUCION' TO MSGO
               END-IF
               MOVE ATTR-RED TO MSGC
           END-IF.

      * Impuesto a los debitos y creditos sobre el debito '/' del
      * comercio y el credito '\' del cliente, igual que en el pago
      * (SOURCE/PBNKQC.cbl 3300, COPYS/CPYIDCP.cbl).
       3600-COBRAR-IMP-DEBCRED.
           MOVE HV-USUARIO-COME  TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-COME  TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-COME   TO WS-IDC-CUENTA.
           MOVE WS-MONTO-DECIMAL TO WS-IDC-MONTO.
           MOVE 'S'              TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO   TO WS-IDC-SALDO.
           MOVE CG-SUCURSAL-ID   TO WS-IDC-SUCURSAL.
           MOVE CG-AGENTE-ID     TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.
           IF SQLCODE = 0
               MOVE WS-PAGO-CLIENTE    TO WS-IDC-USUARIO
               MOVE WS-PAGO-CLIENTE    TO WS-IDC-TITULAR
               MOVE WS-PAGO-CUENTA     TO WS-IDC-CUENTA
               MOVE WS-MONTO-DECIMAL   TO WS-IDC-MONTO
               MOVE 'N'                TO WS-IDC-ES-DEBITO
               MOVE WS-SALDO-CLI-NUEVO TO WS-IDC-SALDO
               PERFORM 9720-APLICAR-IMP-DEBCRED
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPQD') MAPSET('BKQDMP')
                        FROM(BKMAPQDO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPQD') MAPSET('BKQDMP')
                        FROM(BKMAPQDO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPQD') MAPSET('BKQDMP')
               INTO(BKMAPQDI) RESP(WA-RESPUESTA-CICS) END-EXEC.

       4200-DESBLOQUEAR-CAMPOS.
           MOVE ATTR-NORMAL TO IDQDA MONTQDA.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
      * Pagos recibidos por cualquiera de los comercios del usuario,
      * con lo ya devuelto de cada uno.
       7000-ABRIR-CURSOR-PAGOS.
           MOVE CG-M-USER TO HV-USUARIO-COME.
           EXEC SQL DECLARE CUR-PAGOS-QR CURSOR FOR
               SELECT P.ID_PAGO_QR, CHAR(P.FECHA_NEGOCIO, ISO),
                      P.USUARIO, P.MONTO,
                      COALESCE((SELECT SUM(D.MONTO)
                                FROM IBMUSER.PAGOS_QR D
                                WHERE D.ID_PAGO_ORIGEN = P.ID_PAGO_QR
                                  AND D.TIPO = 'D'), 0)
               FROM IBMUSER.PAGOS_QR P, IBMUSER.COMERCIOS C
               WHERE C.CODIGO_COMERCIO = P.CODIGO_COMERCIO
                 AND C.USUARIO = :HV-USUARIO-COME
                 AND P.TIPO = 'P'
               ORDER BY P.ID_PAGO_QR DESC
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-PAGOS-QR END-EXEC.

       7005-FETCH-PAGO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-PAGOS-QR
               INTO :HV-ID-PGQR, :HV-FECHA-NEG-PGQR,
                    :HV-USUARIO-PGQR, :HV-MONTO-PGQR,
                    :WS-MONTO-DEVUELTO
           END-EXEC.

       7008-CERRAR-CURSOR-PAGOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-PAGOS-QR END-EXEC.

       7010-CONTAR-COMERCIOS.
           MOVE CG-M-USER TO HV-USUARIO-COME.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-COMERCIOS
               FROM IBMUSER.COMERCIOS
               WHERE USUARIO = :HV-USUARIO-COME
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-CANT-COMERCIOS
           END-IF.

      * Fecha de negocio y bandera de cierre; sin fila sembrada se
      * opera con la fecha calendario, igual que PBNKT 7020.
       7020-VERIFICAR-POSTEO.
           MOVE 'N' TO SW-POSTEO-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT FECHA_NEGOCIO, POSTEO_CERRADO
               INTO :HV-FECHA-NEGOCIO, :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
               MOVE HV-POSTEO-CERRADO TO SW-POSTEO-CERRADO
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           MOVE 0 TO SQLCODE.

      * Solo pagos 'P' de un comercio cuyo titular es el usuario
      * de la sesion; trae tambien la cuenta del comercio.
       7050-LEER-PAGO.
           MOVE WS-ID-PAGO TO HV-ID-PGQR.
           MOVE CG-M-USER  TO HV-USUARIO-COME.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT P.CODIGO_COMERCIO, P.USUARIO,
                           P.CUENTA_NUM, P.MONTO, C.CUENTA_NUM
               INTO :WS-PAGO-COMERCIO, :WS-PAGO-CLIENTE,
                    :WS-PAGO-CUENTA, :WS-PAGO-MONTO,
                    :HV-CUENTA-COME
               FROM IBMUSER.PAGOS_QR P, IBMUSER.COMERCIOS C
               WHERE P.ID_PAGO_QR = :HV-ID-PGQR
                 AND P.TIPO = 'P'
                 AND C.CODIGO_COMERCIO = P.CODIGO_COMERCIO
                 AND C.USUARIO = :HV-USUARIO-COME
           END-EXEC.

       7060-SUMAR-DEVUELTO.
           MOVE WS-ID-PAGO TO HV-ID-ORIGEN-PGQR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-MONTO-DEVUELTO
               FROM IBMUSER.PAGOS_QR
               WHERE ID_PAGO_ORIGEN = :HV-ID-ORIGEN-PGQR
                 AND TIPO = 'D'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO WS-MONTO-DEVUELTO
           END-IF.

       7100-LEER-CUENTA-COMERCIO.
           MOVE HV-CUENTA-COME TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

      * Mismo bloqueo optimista de PBNKX 7100.
       7200-DEBITAR-COMERCIO.
           MOVE HV-CUENTA-COME TO HV-NUMERO-CUENTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

       7300-LEER-CUENTA-CLIENTE.
           MOVE WS-PAGO-CUENTA TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-CLI-ACTUAL.

       7350-ACREDITAR-CLIENTE.
           MOVE WS-PAGO-CUENTA     TO HV-NUMERO-CUENTA.
           MOVE WS-SALDO-CLI-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-CLI-ACTUAL
           END-EXEC.

       7650-INSERTAR-MOVIMIENTO.
           MOVE WS-MONTO-DECIMAL  TO HV-MONTO.
           MOVE CG-AGENTE-ID      TO HV-AGENTE-ID.
           MOVE CG-SUCURSAL-ID    TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-DEV   TO HV-CONCEPTO.
           MOVE WS-FECHA-NEGOCIO  TO HV-FECHA-NEG.
           MOVE WS-FECHA-NEGOCIO  TO HV-FECHA-VALOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                CONCEPTO, FECHA_NEGOCIO, FECHA_VALOR)
               VALUES (:HV-USUARIO-MOV, :HV-TIPO-OPER, :HV-MONTO,
                CURRENT TIMESTAMP, :HV-USUARIO-REL,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO,
                DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7700-INSERTAR-DEVOLUCION.
           MOVE 'D'                TO HV-TIPO-PGQR.
           MOVE WS-ID-PAGO         TO HV-ID-ORIGEN-PGQR.
           MOVE WS-PAGO-COMERCIO   TO HV-COMERCIO-PGQR.
           MOVE WS-PAGO-CLIENTE    TO HV-USUARIO-PGQR.
           MOVE WS-PAGO-CUENTA     TO HV-CUENTA-PGQR.
           MOVE WS-MONTO-DECIMAL   TO HV-MONTO-PGQR.
           MOVE 0                  TO HV-COMISION-PGQR.
           MOVE WS-FECHA-NEGOCIO   TO HV-FECHA-NEG-PGQR.
           MOVE WS-ID-MOV-CLIENTE  TO HV-ID-MOV-PGQR.
           MOVE WS-ID-MOV-COMERCIO TO HV-ID-MOV-COM-PGQR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.PAGOS_QR
               (TIPO, ID_PAGO_ORIGEN, CODIGO_COMERCIO, USUARIO,
                CUENTA_NUM, MONTO, COMISION, FECHA_NEGOCIO,
                FECHA_ALTA, ID_MOV, ID_MOV_COMERCIO)
               VALUES (:HV-TIPO-PGQR, :HV-ID-ORIGEN-PGQR,
                :HV-COMERCIO-PGQR, :HV-USUARIO-PGQR,
                :HV-CUENTA-PGQR, :HV-MONTO-PGQR, :HV-COMISION-PGQR,
                DATE(:HV-FECHA-NEG-PGQR), CURRENT TIMESTAMP,
                :HV-ID-MOV-PGQR, :HV-ID-MOV-COM-PGQR)
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

       COPY CPYVALPD.
       COPY CPYIDCP.
       COPY CPYCHNP.
       COPY CPYRTMP.
