       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKQC.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKQC                                 **
      ** TITULO ...........: PAGO QR A COMERCIOS DESDE LA CUENTA    **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla del cliente (menu PAGOS opcion Q): paga a       **
      **   un comercio de IBMUSER.COMERCIOS ('A') tecleando el      **
      **   codigo que el comercio exhibe como QR, una cuenta        **
      **   propia y el monto - cuenta a cuenta, sin tarjeta ni      **
      **   el circuito adquirente de BATCH/PBNKMS.cbl.              **
      ** - Dos pasos (SW-CONFIRMACION) como PBNKPS: el primer       **
      **   ENTER muestra la razon social del comercio, el           **
      **   segundo liquida en el acto en una sola unidad de         **
      **   trabajo: debito '/' al cliente, credito '\' del          **
      **   bruto a la CUENTA_NUM del comercio y debito 'F' de       **
      **   la comision sobre esa misma cuenta, ambas con            **
      **   bloqueo optimista. La comision sale del tarifario        **
      **   (evento 'COMERCIO', COPYS/CPYTARP.cbl) y, sin            **
      **   tarifa vigente, del COMISION_PCT del comercio; se        **
      **   factura con su IVA desdoblado en '%' (COPYS/             **
      **   CPYIVAP.cbl).                                            **
      ** - El debito '/' y el credito '\' pagan el impuesto a       **
      **   los debitos y creditos (COPYS/CPYIDCP.cbl) en la         **
      **   misma unidad de trabajo, salvo que el comercio sea       **
      **   del mismo cliente.                                       **
      ** - Cada pago queda 'P' en IBMUSER.PAGOS_QR con la           **
      **   fecha de negocio; el comercio lo devuelve desde          **
      **   SOURCE/PBNKQD.cbl y BATCH/PBNKQL.cbl emite la            **
      **   liquidacion diaria por comercio.                         **
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
       COPY BKQCMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYIDCW.
       COPY CPYTARW.
       COPY CPYIVAW.
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
           05 WS-MONTO-DECIMAL      PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-MONTO-COMISION     PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-ACTUAL       PIC S9(10)V99.
           05 WS-SALDO-NUEVO        PIC S9(10)V99.
           05 WS-SALDO-COM-ACTUAL   PIC S9(10)V99.
           05 WS-SALDO-COM-BRUTO    PIC S9(10)V99.
           05 WS-SALDO-COM-NETO     PIC S9(10)V99.
           05 WS-CUENTA-CLIENTE     PIC X(10) VALUE SPACES.
           05 WS-ID-MOV-CLIENTE     PIC S9(9) COMP VALUE 0.
           05 WS-ID-MOV-COMERCIO    PIC S9(9) COMP VALUE 0.

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKQC'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKQC'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPQC'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKQCMP'.
           03  WC-CONCEPTO-PAGO     PIC X(30)
               VALUE 'PAGO QR A COMERCIO'.
           03  WC-CONCEPTO-COBRO    PIC X(30)
               VALUE 'COBRO QR'.
           03  WC-CONCEPTO-COMISION PIC X(30)
               VALUE 'COMISION COBRO QR'.

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
           MOVE LOW-VALUES TO BKMAPQCO.
           MOVE ' PAGO QR A COMERCIOS' TO TITULOO.
           MOVE ' ENTER=PAGAR PF3=VOLVER' TO LEYENDAO.
           MOVE 'N' TO SW-CONFIRMACION.
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
                   PERFORM 2500-EJECUTAR-PAGO

               WHEN EIBAID = DFHENTER
                   PERFORM 2100-PREPARAR-PAGO

               WHEN EIBAID = DFHPF3 AND CONFIRMACION-PENDIENTE
                   MOVE 'N' TO SW-CONFIRMACION
                   MOVE SPACES TO CONFRMO
                   MOVE ' PAGO CANCELADO' TO MSGO
                   PERFORM 4200-DESBLOQUEAR-CAMPOS

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' ENTER=VALIDAR, ENTER DE NUEVO=CONFIRMAR'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - VALIDACION Y CONFIRMACION                               *
      *================================================================*
       2100-PREPARAR-PAGO.
           PERFORM 2300-VALIDAR-CAMPOS.
      * Con el posteo cerrado (corte de fin de dia en curso) no
      * entran movimientos nuevos, igual que PBNKX/PBNKT 2510.
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
               STRING ' PAGAR ' DELIMITED BY SIZE
                   WS-MONTO-EDITADO DELIMITED BY SIZE
                   ' AL COMERCIO? ENTER=SI PF3=NO' DELIMITED BY SIZE
                   INTO CONFRMO
               MOVE ' CONFIRME EL PAGO' TO MSGO
               MOVE ATTR-YELLOW TO MSGC
               MOVE 'S' TO SW-CONFIRMACION
               MOVE ATTR-PROT-MDT TO CODQRA CUENQRA MONTQRA
           END-IF.

       2300-VALIDAR-CAMPOS.
           MOVE 'N' TO SW-ERRORES.
           MOVE FUNCTION UPPER-CASE(CODQRI) TO CODQRI.
           INSPECT CODQRI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CUENQRI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO CODQRC CUENQRC MONTQRC.
           MOVE SPACES TO RAZQRO.

           MOVE MONTQRI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.

           EVALUATE TRUE
               WHEN CODQRI = SPACES
                   MOVE ' ERROR: INGRESE EL CODIGO DEL COMERCIO'
                     TO MSGO
                   MOVE ATTR-RED TO CODQRC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN CUENQRI = SPACES
                   MOVE ' ERROR: INGRESE SU CUENTA' TO MSGO
                   MOVE ATTR-RED TO CUENQRC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN SW-VAL-ERROR = 'S' OR WS-VAL-SALIDA = 0
                   MOVE ' ERROR: MONTO INVALIDO' TO MSGO
                   MOVE ATTR-RED TO MONTQRC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   MOVE WS-VAL-SALIDA-V TO WS-MONTO-DECIMAL
                   MOVE CUENQRI TO WS-CUENTA-CLIENTE
                   PERFORM 7050-LEER-COMERCIO
                   IF SQLCODE NOT = 0 OR HV-ESTADO-COME NOT = 'A'
                       MOVE ' COMERCIO NO REGISTRADO O INACTIVO'
                         TO MSGO
                       MOVE ATTR-RED TO CODQRC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       MOVE HV-RAZON-COME TO RAZQRO
                       PERFORM 7100-VALIDAR-CUENTA-PROPIA
                       IF SQLCODE NOT = 0
                           MOVE ' ERROR: LA CUENTA NO ES SUYA'
                             TO MSGO
                           MOVE ATTR-RED TO CUENQRC
                           SET HAY-ERROR-VALIDACION TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

           IF NO-HAY-ERRORES
               AND WS-CUENTA-CLIENTE = HV-CUENTA-COME
               MOVE ' ERROR: NO PUEDE PAGARSE A SU PROPIA CUENTA'
                 TO MSGO
               MOVE ATTR-RED TO CUENQRC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

      *================================================================*
      * 2500 - EJECUCION (SEGUNDO ENTER)                               *
      *================================================================*
       2500-EJECUTAR-PAGO.
           MOVE 'N' TO SW-CONFIRMACION.
           MOVE SPACES TO CONFRMO.
           PERFORM 2300-VALIDAR-CAMPOS.
      * Con el posteo cerrado (corte de fin de dia en curso) no
      * entran movimientos nuevos, igual que PBNKX/PBNKT 2510.
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
               MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL
               IF WS-SALDO-ACTUAL < WS-MONTO-DECIMAL
                   MOVE ' SALDO INSUFICIENTE' TO MSGO
                   MOVE ATTR-RED TO MSGC
               ELSE
                   PERFORM 3000-PERSISTENCIA-DATOS
               END-IF
           END-IF.
           PERFORM 4200-DESBLOQUEAR-CAMPOS.

      *================================================================*
      * 3000 - PERSISTENCIA (ACID)                                     *
      * Las tres patas y la fila de PAGOS_QR van juntas: cualquier     *
      * fallo (incluido el bloqueo optimista de una de las dos         *
      * cuentas) deshace todo con SYNCPOINT ROLLBACK.                  *
      *================================================================*
       3000-PERSISTENCIA-DATOS.
           PERFORM 3100-CALCULAR-COMISION.
           SUBTRACT WS-MONTO-DECIMAL FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.

           PERFORM 7200-DEBITAR-CUENTA.

           IF SQLCODE = 0
               PERFORM 7300-INSERTAR-MOV-CLIENTE
           END-IF.

           IF SQLCODE = 0
               PERFORM 7500-LEER-CUENTA-COMERCIO
           END-IF.

           IF SQLCODE = 0
               ADD WS-MONTO-DECIMAL TO WS-SALDO-COM-ACTUAL
                   GIVING WS-SALDO-COM-BRUTO
               SUBTRACT WS-MONTO-COMISION FROM WS-SALDO-COM-BRUTO
                   GIVING WS-SALDO-COM-NETO
               PERFORM 7550-ACREDITAR-COMERCIO
           END-IF.

           IF SQLCODE = 0
               MOVE '\'                TO HV-TIPO-OPER
               MOVE WS-MONTO-DECIMAL   TO HV-MONTO
               MOVE WS-SALDO-COM-BRUTO TO HV-SALDO-RESULTANTE
               MOVE WC-CONCEPTO-COBRO  TO HV-CONCEPTO
               PERFORM 7600-INSERTAR-MOV-COMERCIO
           END-IF.

           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV-COMERCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           IF SQLCODE = 0 AND WS-MONTO-COMISION > 0
               MOVE 'F'                  TO HV-TIPO-OPER
               MOVE WS-MONTO-COMISION    TO HV-MONTO
               MOVE WS-SALDO-COM-NETO    TO HV-SALDO-RESULTANTE
               MOVE WC-CONCEPTO-COMISION TO HV-CONCEPTO
               PERFORM 7600-INSERTAR-MOV-COMERCIO
               IF SQLCODE = 0
                   PERFORM 3200-FACTURAR-COMISION
               END-IF
           END-IF.

           IF SQLCODE = 0
               PERFORM 9985-REGISTRAR-USO-TARIFA
           END-IF.

           IF SQLCODE = 0 AND HV-USUARIO-COME NOT = CG-M-USER
               PERFORM 3300-COBRAR-IMP-DEBCRED
           END-IF.

           IF SQLCODE = 0
               PERFORM 7700-INSERTAR-PAGO-QR
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE ' PAGO QR ACREDITADO AL COMERCIO' TO MSGO
               MOVE ATTR-GREEN TO MSGC
               MOVE SPACES TO CODQRO CUENQRO MONTQRO
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               IF SQLCODE = 100
                   MOVE ' SALDO MODIFICADO POR OTRA SESION - REINTENTE'
                     TO MSGO
               ELSE
                   MOVE ' ERROR AL REGISTRAR EL PAGO' TO MSGO
               END-IF
               MOVE ATTR-RED TO MSGC
           END-IF.

      * Comision del comercio igual que PBNKMS 3150: tarifa vigente
      * del evento 'COMERCIO' para su cuenta y, sin tarifa, el
      * COMISION_PCT del comercio; nunca mayor que el pago.
       3100-CALCULAR-COMISION.
           MOVE 'COMERCIO'       TO WS-TAR-EVENTO.
           MOVE SPACES           TO WS-TAR-TIPO-CTA.
           MOVE HV-CUENTA-COME   TO WS-TAR-CUENTA.
           MOVE WS-MONTO-DECIMAL TO WS-TAR-BASE.
           MOVE WS-FECHA-NEGOCIO TO WS-TAR-FECHA.
           PERFORM 9980-BUSCAR-TARIFA.
           IF TAR-HALLADA
               MOVE WS-TAR-COMISION TO WS-MONTO-COMISION
           ELSE
               COMPUTE WS-MONTO-COMISION ROUNDED =
                   WS-MONTO-DECIMAL * HV-COMISION-COME / 100
           END-IF.
           IF WS-MONTO-COMISION > WS-MONTO-DECIMAL
               MOVE WS-MONTO-DECIMAL TO WS-MONTO-COMISION
           END-IF.

      * Factura al comercio y desdoble del IVA de la comision 'F'
      * recien grabada en un movimiento '%' (COPYS/CPYIVAP.cbl).
       3200-FACTURAR-COMISION.
           MOVE 0                    TO WS-IVA-ID-MOV.
           MOVE HV-USUARIO-COME      TO WS-IVA-TITULAR.
           MOVE WS-MONTO-COMISION    TO WS-IVA-MONTO.
           MOVE WC-CONCEPTO-COMISION TO WS-IVA-CONCEPTO.
           SET IVA-DESDOBLAR         TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

      * Impuesto a los debitos y creditos sobre el debito '/' del
      * cliente y el credito '\' del comercio, en la misma unidad
      * de trabajo (COPYS/CPYIDCP.cbl). El del comercio se calcula
      * sobre el saldo neto que dejo la comision.
       3300-COBRAR-IMP-DEBCRED.
           MOVE CG-M-USER         TO WS-IDC-USUARIO.
           MOVE CG-M-USER         TO WS-IDC-TITULAR.
           MOVE WS-CUENTA-CLIENTE TO WS-IDC-CUENTA.
           MOVE WS-MONTO-DECIMAL  TO WS-IDC-MONTO.
           MOVE 'S'               TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO    TO WS-IDC-SALDO.
           MOVE CG-SUCURSAL-ID    TO WS-IDC-SUCURSAL.
           MOVE CG-AGENTE-ID      TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.
           IF SQLCODE = 0
               MOVE HV-USUARIO-COME   TO WS-IDC-USUARIO
               MOVE HV-USUARIO-COME   TO WS-IDC-TITULAR
               MOVE HV-CUENTA-COME    TO WS-IDC-CUENTA
               MOVE WS-MONTO-DECIMAL  TO WS-IDC-MONTO
               MOVE 'N'               TO WS-IDC-ES-DEBITO
               MOVE WS-SALDO-COM-NETO TO WS-IDC-SALDO
               PERFORM 9720-APLICAR-IMP-DEBCRED
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPQC') MAPSET('BKQCMP')
                        FROM(BKMAPQCO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPQC') MAPSET('BKQCMP')
                        FROM(BKMAPQCO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPQC') MAPSET('BKQCMP')
               INTO(BKMAPQCI) RESP(WA-RESPUESTA-CICS) END-EXEC.

       4200-DESBLOQUEAR-CAMPOS.
           MOVE ATTR-NORMAL TO CODQRA CUENQRA MONTQRA.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
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

       7050-LEER-COMERCIO.
           MOVE CODQRI TO HV-CODIGO-COME.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, RAZON_SOCIAL,
                           COMISION_PCT, ESTADO
               INTO :HV-USUARIO-COME, :HV-CUENTA-COME,
                    :HV-RAZON-COME, :HV-COMISION-COME,
                    :HV-ESTADO-COME
               FROM IBMUSER.COMERCIOS
               WHERE CODIGO_COMERCIO = :HV-CODIGO-COME
           END-EXEC.

       7100-VALIDAR-CUENTA-PROPIA.
           MOVE CG-M-USER         TO HV-USUARIO-CTA.
           MOVE WS-CUENTA-CLIENTE TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
           END-EXEC.

      * Mismo bloqueo optimista de PBNKX 7100.
       7200-DEBITAR-CUENTA.
           MOVE WS-CUENTA-CLIENTE TO HV-NUMERO-CUENTA.
           MOVE WS-SALDO-NUEVO    TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

       7300-INSERTAR-MOV-CLIENTE.
           MOVE '/'               TO HV-TIPO-OPER.
           MOVE WS-MONTO-DECIMAL  TO HV-MONTO.
           MOVE CG-M-USER         TO HV-USUARIO-MOV.
           MOVE HV-USUARIO-COME   TO HV-USUARIO-REL.
           MOVE WS-SALDO-NUEVO    TO HV-SALDO-RESULTANTE.
           MOVE CG-AGENTE-ID      TO HV-AGENTE-ID.
           MOVE WS-CUENTA-CLIENTE TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID    TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-PAGO  TO HV-CONCEPTO.
           PERFORM 7650-INSERTAR-MOVIMIENTO.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV-CLIENTE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7500-LEER-CUENTA-COMERCIO.
           MOVE HV-CUENTA-COME TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-COM-ACTUAL.

      * Un solo UPDATE deja el neto: el bruto y la comision quedan
      * como dos filas de MOVIMIENTOS con su saldo resultante.
       7550-ACREDITAR-COMERCIO.
           MOVE HV-CUENTA-COME    TO HV-NUMERO-CUENTA.
           MOVE WS-SALDO-COM-NETO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-COM-ACTUAL
           END-EXEC.

       7600-INSERTAR-MOV-COMERCIO.
           MOVE HV-USUARIO-COME   TO HV-USUARIO-MOV.
           MOVE CG-M-USER         TO HV-USUARIO-REL.
           MOVE CG-AGENTE-ID      TO HV-AGENTE-ID.
           MOVE HV-CUENTA-COME    TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID    TO HV-SUCURSAL-ID.
           PERFORM 7650-INSERTAR-MOVIMIENTO.

       7650-INSERTAR-MOVIMIENTO.
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

       7700-INSERTAR-PAGO-QR.
           MOVE 'P'                TO HV-TIPO-PGQR.
           MOVE 0                  TO HV-ID-ORIGEN-PGQR.
           MOVE HV-CODIGO-COME     TO HV-COMERCIO-PGQR.
           MOVE CG-M-USER          TO HV-USUARIO-PGQR.
           MOVE WS-CUENTA-CLIENTE  TO HV-CUENTA-PGQR.
           MOVE WS-MONTO-DECIMAL   TO HV-MONTO-PGQR.
           MOVE WS-MONTO-COMISION  TO HV-COMISION-PGQR.
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
       COPY CPYTARP.
       COPY CPYIVAP.
       COPY CPYCHNP.
       COPY CPYRTMP.
