      **   ya existen: PF5=DISPUTAS (PBNKDI), PF6=ORDENES (PBNKOL), **
      **   PF7=TARJETAS (PBNKTJ) - mismo esquema de XCTL que        **
      **   PBNKQ.                                                   **
      ** - Cliente empresa: sus beneficiarios finales vigentes      **
      **   (IBMUSER.BENEFICIARIOS_FINALES, hasta seis, con rol y    **
      **   porcentaje efectivo) y si cubren el umbral; PF8 abre su  **
      **   registro (PBNKBN).                                       **
      ** - Alerta AML: casos abiertos del cliente (IBMUSER.CASOS_   **
      **   AML 'P'/'S') con el detalle del mas reciente. Un caso    **
      **   con reserva (RESERVA 'S', reportado a la UIF) no se      **
      **   muestra ni se cuenta: el motivo no debe llegar al        **
      **   cliente por la atencion.                                 **
      ** - PF10 abre la consulta de cuenta por CBU (PBNKBU).        **
      ** - PF11 abre las exenciones del impuesto a los debitos y    **
      **   creditos (PBNKIE).                                       **
      ** - PF12 abre la adhesion de cuentas al extracto camt.053    **
      **   (PBNKXE).                                                **
      ** - PF2 abre las condiciones especiales negociadas con el    **
      **   cliente (PBNKCD).                                        **
      ** - Fondos comunes: cuotapartes de TENENCIAS_FONDOS          **
      **   valuadas al ultimo valor de cuotaparte cargado de cada   **
      **   fondo (IBMUSER.VALORES_CUOTAPARTE).                      **
      ** - Cada posicion armada deja rastro en                      **
      **   IBMUSER.CONSULTAS_CLIENTE (empleado, cliente,            **
      **   sucursal, hora) para el monitor del personal             **
      **   (PBNKEM); si el INSERT falla la pantalla sigue igual.    **
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
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLBFIN END-EXEC.
           EXEC SQL INCLUDE DCLAML END-EXEC.
           EXEC SQL INCLUDE DCLCCLI END-EXEC.
           EXEC SQL INCLUDE DCLTENF END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.
       01  WS-MONTO-EDITADO         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WS-TOTAL-CUENTAS      PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-PLAZOS        PIC S9(4) COMP VALUE 0.
           05 WS-TOTAL-PLAZOS       PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-FONDOS        PIC S9(4) COMP VALUE 0.
           05 WS-TOTAL-FONDOS       PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-PRESTAMOS     PIC S9(4) COMP VALUE 0.
           05 WS-DEUDA-PRESTAMOS    PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-MORA-MAXIMA        PIC S9(9) COMP VALUE 0.
           05 WS-CANT-ORDENES       PIC S9(4) COMP VALUE 0.
           05 WS-CANT-ED            PIC ZZZ9.
           05 WS-CANT-ED2           PIC ZZZ9.
           05 WS-CANT-BENEF         PIC S9(4) COMP VALUE 0.
           05 WS-PTR-BENEF          PIC S9(4) COMP VALUE 1.
           05 WS-PORC-ED            PIC ZZ9,99.
           05 WS-LINEA-BENEF        PIC X(75) VALUE SPACES.
           05 WS-CANT-CASOS-AML     PIC S9(4) COMP VALUE 0.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
               WHEN EIBAID = DFHENTER
                   PERFORM 2100-ARMAR-POSICION

      * Condiciones especiales (tasas y comisiones negociadas).
               WHEN EIBAID = DFHPF2
                   PERFORM 9020-IR-A-CONDICIONES

      * Cola de retencion (alertas de atricion de PBNKAW).
               WHEN EIBAID = DFHPF4
                   PERFORM 9040-IR-A-RETENCION
               WHEN EIBAID = DFHPF7
                   PERFORM 9070-IR-A-TARJETAS

      * Beneficiarios finales de empresas.
               WHEN EIBAID = DFHPF8
                   PERFORM 9075-IR-A-BENEFICIARIOS

      * Sucesiones (cliente fallecido).
               WHEN EIBAID = DFHPF9
                   PERFORM 9080-IR-A-SUCESIONES

      * Consulta de cuenta por CBU.
               WHEN EIBAID = DFHPF10
                   PERFORM 9090-IR-A-CBU

      * Exenciones del impuesto a los debitos y creditos.
               WHEN EIBAID = DFHPF11
                   PERFORM 9095-IR-A-EXENCION-IDC

      * Adhesion de cuentas al extracto camt.053.
               WHEN EIBAID = DFHPF12
                   PERFORM 9097-IR-A-EXTRACTO-CAMT

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

           INSPECT USRDESTI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO USRDESTC.
           MOVE SPACES TO INFO1O INFO2O INFO3O INFO4O INFO5O INFO6O.
           MOVE SPACES TO BENF1O BENF2O BENF3O AMLINFO FONDINFO.

           IF USRDESTI = SPACES
               MOVE ' ERROR: INGRESE EL USUARIO' TO MSGO
               ELSE
                   PERFORM 3000-SECCION-CUENTAS
                   PERFORM 3100-SECCION-PLAZOS
                   PERFORM 3150-SECCION-FONDOS
                   PERFORM 3200-SECCION-PRESTAMOS
                   PERFORM 3300-SECCION-TARJETAS
                   PERFORM 3400-SECCION-LEGALES
                   PERFORM 3450-SECCION-AML
                   PERFORM 3500-SECCION-BENEFICIARIOS
                   PERFORM 7900-REGISTRAR-CONSULTA
                   MOVE ' POSICION ARMADA' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
               END-IF
               WS-MONTO-EDITADO DELIMITED BY SIZE
               INTO INFO2O.

      * Tenencias valuadas al ultimo valor de cuotaparte de cada
      * fondo; sin valor cargado el fondo no suma.
       3150-SECCION-FONDOS.
           PERFORM 7350-VALUAR-FONDOS.
           IF WS-CANT-FONDOS > 0
               MOVE WS-CANT-FONDOS TO WS-CANT-ED
               MOVE WS-TOTAL-FONDOS TO WS-MONTO-EDITADO
               INITIALIZE FONDINFO
               STRING ' FONDOS COMUNES: ' DELIMITED BY SIZE
                   WS-CANT-ED DELIMITED BY SIZE
                   '  VALUACION: ' DELIMITED BY SIZE
                   WS-MONTO-EDITADO DELIMITED BY SIZE
                   INTO FONDINFO
           END-IF.

       3200-SECCION-PRESTAMOS.
           PERFORM 7400-CONTAR-PRESTAMOS.
           MOVE WS-CANT-PRESTAMOS TO WS-CANT-ED.
               MOVE ' ** CLIENTE BLOQUEADO O NO ACTIVO **' TO INFO6O
           END-IF.

      * Los casos con reserva quedan fuera de la cuenta y del detalle.
       3450-SECCION-AML.
           PERFORM 7750-CONTAR-CASOS-AML.
           IF WS-CANT-CASOS-AML > 0
               PERFORM 7760-LEER-ULTIMO-CASO-AML
               MOVE WS-CANT-CASOS-AML TO WS-CANT-ED
               INITIALIZE AMLINFO
               STRING ' ALERTA AML (' DELIMITED BY SIZE
                   WS-CANT-ED DELIMITED BY SIZE
                   '): ' DELIMITED BY SIZE
                   HV-DETALLE-AML DELIMITED BY SIZE
                   INTO AMLINFO
               MOVE 0 TO SQLCODE
           END-IF.

      * Solo para clientes empresa: tres beneficiarios por linea.
       3500-SECCION-BENEFICIARIOS.
           MOVE HV-USUARIO TO WS-BFI-EMPRESA.
           PERFORM 9940-EVALUAR-BENEFICIARIOS.
           IF BFI-ES-EMPRESA
               IF BFI-CUMPLE-UMBRAL
                   MOVE ' BENEFICIARIOS FINALES - UMBRAL CUBIERTO'
                     TO BENF1O
               ELSE
                   MOVE ' BENEFICIARIOS FINALES - SIN DUENO DEL UMBRAL'
                     TO BENF1O
               END-IF
               MOVE 0 TO WS-CANT-BENEF
               MOVE SPACES TO WS-LINEA-BENEF
               MOVE 1 TO WS-PTR-BENEF
               MOVE HV-USUARIO TO HV-EMPRESA-BFIN
               EXEC SQL DECLARE CUR-BENEF-360 CURSOR FOR
                   SELECT NOMBRE, ROL, PORC_EFECTIVO
                   FROM IBMUSER.BENEFICIARIOS_FINALES
                   WHERE USUARIO_EMPRESA = :HV-EMPRESA-BFIN
                     AND ESTADO = 'A'
                   ORDER BY PORC_EFECTIVO DESC, ID_BENEFICIARIO
               END-EXEC
               PERFORM 9591-CONTAR-SQL
               EXEC SQL OPEN CUR-BENEF-360 END-EXEC
               PERFORM 7800-FETCH-BENEFICIARIO
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-CANT-BENEF = 6
                   ADD 1 TO WS-CANT-BENEF
                   PERFORM 3550-AGREGAR-BENEFICIARIO
                   PERFORM 7800-FETCH-BENEFICIARIO
               END-PERFORM
               PERFORM 9591-CONTAR-SQL
               EXEC SQL CLOSE CUR-BENEF-360 END-EXEC
               IF WS-CANT-BENEF = 0
                   MOVE ' NINGUNO DECLARADO' TO BENF2O
               END-IF
               IF WS-CANT-BENEF > 0 AND WS-CANT-BENEF < 4
                   MOVE WS-LINEA-BENEF TO BENF2O
               END-IF
               IF WS-CANT-BENEF > 3
                   MOVE WS-LINEA-BENEF TO BENF3O
               END-IF
               MOVE 0 TO SQLCODE
           END-IF.

       3550-AGREGAR-BENEFICIARIO.
           IF WS-CANT-BENEF = 4
               MOVE WS-LINEA-BENEF TO BENF2O
               MOVE SPACES TO WS-LINEA-BENEF
               MOVE 1 TO WS-PTR-BENEF
           END-IF.
           MOVE HV-PORC-EFE-BFIN TO WS-PORC-ED.
           STRING ' ' HV-NOMBRE-BFIN(1:14) ' ' HV-ROL-BFIN ' '
               WS-PORC-ED '%'
               DELIMITED BY SIZE INTO WS-LINEA-BENEF
               WITH POINTER WS-PTR-BENEF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
      *================================================================*
       7100-LEER-CLIENTE.
           MOVE USRDESTI TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, BLOQUEADO, ESTADO
               INTO :HV-NOMBRE, :HV-BLOQUEADO, :HV-ESTADO
               FROM IBMUSER.CLIENTES

       7200-CONTAR-CUENTAS.
           MOVE 0 TO WS-CANT-CUENTAS WS-TOTAL-CUENTAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(SALDO), 0)
               INTO :WS-CANT-CUENTAS, :WS-TOTAL-CUENTAS
               FROM IBMUSER.CUENTAS

       7300-CONTAR-PLAZOS.
           MOVE 0 TO WS-CANT-PLAZOS WS-TOTAL-PLAZOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*), COALESCE(SUM(MONTO), 0)
               INTO :WS-CANT-PLAZOS, :WS-TOTAL-PLAZOS
               FROM IBMUSER.PLAZOS_FIJOS
           END-EXEC.
           MOVE 0 TO SQLCODE.

       7350-VALUAR-FONDOS.
           MOVE 0 TO WS-CANT-FONDOS WS-TOTAL-FONDOS.
           MOVE HV-USUARIO TO HV-USUARIO-TENF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*),
                    COALESCE(SUM(T.CUOTAPARTES * V.VALOR_CUOTAPARTE), 0)
               INTO :WS-CANT-FONDOS, :WS-TOTAL-FONDOS
               FROM IBMUSER.TENENCIAS_FONDOS T,
                    IBMUSER.VALORES_CUOTAPARTE V
               WHERE T.USUARIO = :HV-USUARIO-TENF
                 AND T.CUOTAPARTES > 0
                 AND V.CODIGO_FONDO = T.CODIGO_FONDO
                 AND V.FECHA = (SELECT MAX(V2.FECHA)
                      FROM IBMUSER.VALORES_CUOTAPARTE V2
                      WHERE V2.CODIGO_FONDO = T.CODIGO_FONDO)
           END-EXEC.
           MOVE 0 TO SQLCODE.

       7400-CONTAR-PRESTAMOS.
           MOVE 0 TO WS-CANT-PRESTAMOS WS-DEUDA-PRESTAMOS.
           MOVE 0 TO WS-MORA-MAXIMA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*),
                    COALESCE(MAX(DIAS_MORA), 0)
               INTO :WS-CANT-PRESTAMOS, :WS-MORA-MAXIMA
               WHERE USUARIO = :HV-USUARIO
                 AND ESTADO = 'A'
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(C.MONTO_CUOTA), 0)
               INTO :WS-DEUDA-PRESTAMOS
               FROM IBMUSER.PRESTAMO_CUOTAS C,

       7500-CONTAR-TARJETAS.
           MOVE 0 TO WS-CANT-TARJ-ACTIVAS WS-CANT-TARJ-BLOQ.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT
                    COALESCE(SUM(CASE WHEN ESTADO = 'A'
                             THEN 1 ELSE 0 END), 0),

       7600-CONTAR-DISPUTAS.
           MOVE 0 TO WS-CANT-DISPUTAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-DISPUTAS
               FROM IBMUSER.DISPUTAS
               WHERE USUARIO = :HV-USUARIO

       7700-CONTAR-ORDENES.
           MOVE 0 TO WS-CANT-ORDENES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-ORDENES
               FROM IBMUSER.ORDENES_LEGALES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.
           MOVE 0 TO SQLCODE.

       7750-CONTAR-CASOS-AML.
           MOVE 0 TO WS-CANT-CASOS-AML.
           MOVE HV-USUARIO TO HV-USUARIO-AML.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-CASOS-AML
               FROM IBMUSER.CASOS_AML
               WHERE USUARIO = :HV-USUARIO-AML
                 AND ESTADO IN ('P', 'S')
                 AND RESERVA = 'N'
           END-EXEC.
           MOVE 0 TO SQLCODE.

       7760-LEER-ULTIMO-CASO-AML.
           MOVE SPACES TO HV-DETALLE-AML.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT DETALLE INTO :HV-DETALLE-AML
               FROM IBMUSER.CASOS_AML
               WHERE USUARIO = :HV-USUARIO-AML
                 AND ESTADO IN ('P', 'S')
                 AND RESERVA = 'N'
               ORDER BY FECHA_DETECCION DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7800-FETCH-BENEFICIARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-BENEF-360
               INTO :HV-NOMBRE-BFIN, :HV-ROL-BFIN, :HV-PORC-EFE-BFIN
           END-EXEC.

      * Rastro de la consulta para el monitor del personal (PBNKEM).
      * Si no se puede grabar, la posicion se muestra igual.
       7900-REGISTRAR-CONSULTA.
           MOVE CG-M-USER      TO HV-EMPLEADO-CCLI.
           MOVE HV-USUARIO     TO HV-CLIENTE-CCLI.
           MOVE CG-SUCURSAL-ID TO HV-SUCURSAL-CCLI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CONSULTAS_CLIENTE
               (EMPLEADO, USUARIO_CLIENTE, SUCURSAL_ID, FECHA_HORA)
               VALUES (:HV-EMPLEADO-CCLI, :HV-CLIENTE-CCLI,
                       :HV-SUCURSAL-CCLI, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
           END-IF.
           MOVE 0 TO SQLCODE.

      *================================================================*
      * 9000 - NAVEGACION Y SALIDA                                     *
      * Drill-down a las pantallas existentes, mismo esquema de XCTL   *
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9020-IR-A-CONDICIONES.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-CONDICIONES)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9040-IR-A-RETENCION.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-RETENCION)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9050-IR-A-DISPUTAS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-DISPUTAS)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9060-IR-A-ORDENES.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-ORDENES)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.
       9070-IR-A-TARJETAS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-TARJETAS)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9075-IR-A-BENEFICIARIOS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-BENEF-FINAL)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9080-IR-A-SUCESIONES.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-SUCESIONES)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9090-IR-A-CBU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-CBU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9095-IR-A-EXENCION-IDC.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-EXENCION-IDC)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9097-IR-A-EXTRACTO-CAMT.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-EXTRACTO-CAMT)
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

       COPY CPYBFIP.
       COPY CPYRTMP.
