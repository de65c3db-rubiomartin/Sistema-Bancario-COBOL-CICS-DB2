      **   movimiento 'L' con las convenciones de                   **
      **   7200-INSERTAR-HISTORIAL. BATCH/PBNKLC.cbl cobra las      **
      **   cuotas vencidas cada noche.                              **
      ** - Cada cuota del plan guarda su capital (principal/N, la   **
      **   ultima con el redondeo) y su interes (cuota - capital),  **
      **   que PBNKLC postea por separado ('Q' y '4').              **
      ** - Control de capacidad de pago (2330): el ingreso mensual  **
      **   se estima con los creditos de haberes de PBNKNO          **
      **   (MOVIMIENTOS 'D', CONCEPTO de haberes) de los ultimos    **
      **   bloquea; el supervisor puede forzarla tecleando 'S' en   **
      **   FORZAR y el desembolso queda marcado (EXCEP) en el       **
      **   CONCEPTO para el rastro de auditoria.                    **
      ** - Condicion negociada: una tasa de IBMUSER.CONDICIONES_    **
      **   ESPECIALES (tipo 'L', aprobada y vigente, de la cuenta o **
      **   del cliente) reemplaza TASA_PRESTAMO para la cuota, el   **
      **   ratio y la fila del prestamo; el interes que se resigna  **
      **   en todo el plan se suma a su COSTO_ACUMULADO al otorgar. **
      ** - Concentracion (2450): si el cliente integra un grupo     **
      **   economico activo (IBMUSER.GRUPO_MIEMBROS) y la           **
      **   exposicion del grupo (COPYS/CPYGREP.cbl) mas el          **
      **   principal nuevo supera LIMITE_CONCENTRACION_PCT % del    **
      **   CAPITAL_REGULATORIO, la confirmacion lo advierte; la     **
      **   venta queda a criterio del oficial. PF4 abre el          **
      **   registro de grupos (PBNKGE).                             **
      ** - Seguro de vida saldo deudor: en la misma unidad de       **
      **   trabajo se abre la poliza 'V' (IBMUSER.POLIZAS_SEGURO)   **
      **   con la aseguradora marcada VIDA_SALDO_DEUDOR, suma       **
      **   asegurada = principal y prima mensual = principal *      **
      **   TASA_SEGURO_VIDA, cobrada de la cuenta del prestamo por  **
      **   BATCH/PBNKSY.cbl. Sin aseguradora vigente no hay poliza. **
      ** - Prestamo en UVA (UNIDAD='UVA', blanco o ARS = pesos): el  **
      **   principal se convierte a unidades al indice de la fecha  **
      **   de negocio (IBMUSER.VALORES_UVA; sin indice no se vende) **
      **   y el plan se arma en unidades a TASA_PRESTAMO_UVA; las   **
      **   columnas en pesos quedan a ese indice y BATCH/PBNKLC.cbl **
      **   las revalua antes de cada cobro (COPYS/CPYUVAP.cbl). Sin **
      **   condicion negociada: rige siempre la tasa UVA.           **
      ** - Solo se formaliza una solicitud aprobada (SOLICITUD, de  **
      **   IBMUSER.SOLICITUDES_PRESTAMO cargada en PBNKSE y, si     **
      **   excede al oficial, resuelta por el comite en PBNKCC):    **
      **   ESTADO 'A' u 'O' dentro de DIAS_VIGENCIA_SOLICITUD, del  **
      **   mismo cliente, cuenta y unidad, por hasta el monto       **
      **   aprobado y en las cuotas aprobadas. La solicitud pasa a  **
      **   'F' con el ID del prestamo en la misma unidad de         **
      **   trabajo. La aprobada por el comite ya vale como          **
      **   excepcion al ratio de cuota/ingreso.                     **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      ** - El desembolso 'L' esta exento del impuesto a los debitos **
      **   y creditos (EXENCIONES_IDC): acreditacion de prestamo.   **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYCNDW.
       COPY CPYGREW.
       COPY CPYUVAW.
       COPY CPYCHNW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLPRES END-EXEC.
           EXEC SQL INCLUDE DCLPCUO END-EXEC.
           EXEC SQL INCLUDE DCLASEG END-EXEC.
           EXEC SQL INCLUDE DCLPOLS END-EXEC.
           EXEC SQL INCLUDE DCLSOLR END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.
       01  WS-MONTO-EDITADO         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 WS-MONTO-DECIMAL      PIC 9(10)V99.
           05 WS-CANT-CUOTAS        PIC 9(3) VALUE 0.
           05 WS-MONTO-CUOTA        PIC S9(8)V9(2) COMP-3.
      * Partes de cada cuota del plan (ver 3110).
           05 WS-CAPITAL-CUOTA      PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-INTERES-CUOTA      PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-A-DEVOLVER   PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-ACTUAL       PIC S9(10)V99.
           05 WS-SALDO-NUEVO        PIC S9(10)V99.
      * si la fila existe.
           05 WS-TASA-PRESTAMO      PIC S9(3)V9(6) COMP-3
                                     VALUE 0,025000.
      * Tasa del producto sin condicion negociada; la diferencia con
      * WS-TASA-PRESTAMO es el costo de la condicion.
           05 WS-TASA-ESTANDAR      PIC S9(3)V9(6) COMP-3 VALUE 0.
      * Control de capacidad de pago (2330). Valores de fabrica;
      * 7060-LEER-PARAMETROS los reemplaza por IBMUSER.PARAMETROS.
           05 WS-RATIO-MAXIMO       PIC S9(3)V9(2) COMP-3
           05 WS-CUOTA-PROYECTADA   PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-RATIO-CALCULADO    PIC S9(5)V9(2) COMP-3 VALUE 0.
           05 WS-RATIO-EDIT         PIC ZZZZ9,99.
      * Prima mensual del seguro de vida saldo deudor sobre el
      * principal. Valor de fabrica; 7060-LEER-PARAMETROS lo
      * reemplaza por IBMUSER.PARAMETROS si la fila existe.
           05 WS-TASA-SEGURO-VIDA   PIC S9(3)V9(6) COMP-3
                                     VALUE 0,001500.
      * Prestamo en UVA (2325): tasa mensual sobre unidades (valor
      * de fabrica; 7060 la reemplaza por PARAMETROS), principal y
      * plan en unidades al indice del dia (WS-UVA-VALOR).
           05 WS-UNIDAD             PIC X(3)  VALUE 'ARS'.
              88 PRESTAMO-EN-UVA              VALUE 'UVA'.
           05 WS-TASA-PRESTAMO-UVA  PIC S9(3)V9(6) COMP-3
                                     VALUE 0,007500.
           05 WS-PRINCIPAL-UVA      PIC S9(9)V9(4) COMP-3 VALUE 0.
           05 WS-CUOTA-UVA          PIC S9(9)V9(4) COMP-3 VALUE 0.
           05 WS-CAPITAL-UVA        PIC S9(9)V9(4) COMP-3 VALUE 0.
           05 WS-INTERES-UVA        PIC S9(9)V9(4) COMP-3 VALUE 0.
      * Solicitud aprobada que se formaliza (2327). Dias de vigencia
      * de la aprobacion: valor de fabrica; 7060 lo reemplaza por
      * IBMUSER.PARAMETROS.
           05 WS-ID-SOLICITUD       PIC S9(9) COMP VALUE 0.
           05 WS-DIAS-VIGENCIA      PIC S9(4) COMP VALUE 30.
           05 WS-SOL-VENCIDA        PIC X(1)  VALUE 'N'.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
           03 SW-EXCEPCION          PIC X     VALUE 'N'.
              88 VENTA-CON-EXCEPCION          VALUE 'S'.

      * Solicitud resuelta por el comite (RESOLUTOR distinto del
      * oficial) y solicitud formalizada por otra sesion entre la
      * validacion y el UPDATE de 7800.
           03 SW-COMITE             PIC X     VALUE 'N'.
              88 APROBADA-POR-COMITE          VALUE 'S'.
           03 SW-SOLICITUD          PIC X     VALUE 'N'.
              88 SOLICITUD-YA-TOMADA          VALUE 'S'.

      * Control de inactividad
       01  WS-CONTROL-INACTIVIDAD.
           05 WS-EIB-HORA           PIC S9(7).
           03  WC-CONCEPTO-HABERES  PIC X(30)
               VALUE 'ACREDITACION DE HABERES'.
           03  WC-CUOTAS-MAXIMO     PIC S9(4) COMP VALUE 60.
           03  WC-AVISO-GRUPO       PIC X(60) VALUE
               ' AVISO: GRUPO ECONOMICO SOBRE LIMITE - ENTER=SI PF3=NO'.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(185).
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
               WHEN EIBAID = DFHPF1
                   PERFORM 2250-MOSTRAR-AYUDA

      * Registro de grupos economicos (PBNKGE).
               WHEN EIBAID = DFHPF4
                   PERFORM 9040-IR-A-GRUPOS

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.
           END-IF.

       2250-MOSTRAR-AYUDA.
           MOVE
               ' ENTER=CONFIRMAR/EJECUTAR PF3=CANCELAR/SALIR PF4=GRUPOS'
             TO MSGO.
           MOVE ATTR-YELLOW TO MSGC.

       2300-VALIDAR-CAMPOS.
           MOVE 'N' TO SW-ERRORES.
           MOVE ATTR-NORMAL TO USRDESTC MONTOC CUOTASC CUENTADC.
           MOVE ATTR-NORMAL TO UNIDADC.
           MOVE ATTR-NORMAL TO SOLICIC.
           MOVE SPACES TO MSGO.
      * La tasa vigente se resuelve en cada tarea: WORKING-STORAGE
      * no sobrevive la pseudo-conversacion.
           PERFORM 7060-LEER-PARAMETROS.

           MOVE FUNCTION UPPER-CASE(USRDESTI) TO USRDESTI.
           INSPECT CUENTADI REPLACING ALL LOW-VALUES BY SPACES.
               PERFORM 2320-VALIDAR-CUOTAS
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 2325-VALIDAR-UNIDAD
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 2327-VALIDAR-SOLICITUD
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 2330-VERIFICAR-CAPACIDAD
           END-IF.
               MOVE ' ERROR: LA CUENTA NO PERTENECE AL CLIENTE' TO MSGO
               MOVE ATTR-RED TO CUENTADC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               PERFORM 7065-APLICAR-CONDICION
           END-IF.

       2320-VALIDAR-CUOTAS.
               END-IF
           END-IF.

      * Pesos (blanco/ARS) o UVA. Un prestamo UVA necesita el indice
      * de la fecha de negocio y va a la tasa UVA, sin condicion
      * negociada (que es sobre TASA_PRESTAMO).
       2325-VALIDAR-UNIDAD.
           INSPECT UNIDADI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(UNIDADI) TO UNIDADI.
           IF UNIDADI = SPACES
               MOVE 'ARS' TO WS-UNIDAD
           ELSE
               MOVE UNIDADI TO WS-UNIDAD
           END-IF.
           EVALUATE TRUE
               WHEN WS-UNIDAD NOT = 'ARS' AND NOT PRESTAMO-EN-UVA
                   MOVE ' ERROR: UNIDAD ADMITIDA ARS O UVA' TO MSGO
                   MOVE ATTR-RED TO UNIDADC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN PRESTAMO-EN-UVA
                   PERFORM 7070-LEER-INDICE-UVA
                   IF SQLCODE NOT = 0 OR WS-UVA-VALOR NOT > 0
                       MOVE ' ERROR: SIN INDICE UVA DEL DIA' TO MSGO
                       MOVE ATTR-RED TO UNIDADC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       MOVE WS-TASA-PRESTAMO-UVA TO WS-TASA-PRESTAMO
                       MOVE WS-TASA-PRESTAMO-UVA TO WS-TASA-ESTANDAR
                       MOVE 'N' TO WS-CND-HALLADA
                   END-IF
           END-EVALUATE.

      * La venta tiene que corresponder a una solicitud aprobada
      * (PBNKSE/PBNKCC) y vigente: mismo cliente, cuenta y unidad,
      * monto hasta el aprobado y las cuotas aprobadas.
       2327-VALIDAR-SOLICITUD.
           MOVE 'N' TO SW-COMITE.
           INSPECT SOLICII REPLACING ALL LOW-VALUES BY SPACES.
           MOVE SOLICII TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SOLICII = SPACES OR VAL-HAY-ERROR
                   OR WS-VAL-SALIDA-V <= 0
               MOVE ' ERROR: INGRESE LA SOLICITUD APROBADA' TO MSGO
               MOVE ATTR-RED TO SOLICIC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-ID-SOLICITUD
               PERFORM 7080-LEER-SOLICITUD
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE ' ERROR: SOLICITUD INEXISTENTE' TO MSGO
                   WHEN HV-USUARIO-SOLR NOT = WS-USER-DESTINO
                     OR HV-CUENTA-SOLR NOT = WS-CUENTA-DESTINO
                       MOVE ' ERROR: SOLICITUD DE OTRO CLIENTE O CUENTA'
                         TO MSGO
                   WHEN HV-ESTADO-SOLR NOT = 'A'
                    AND HV-ESTADO-SOLR NOT = 'O'
                       MOVE ' ERROR: LA SOLICITUD NO ESTA APROBADA'
                         TO MSGO
                   WHEN WS-SOL-VENCIDA = 'S'
                       MOVE ' ERROR: APROBACION VENCIDA' TO MSGO
                   WHEN HV-UNIDAD-SOLR NOT = WS-UNIDAD
                       MOVE ' ERROR: UNIDAD DISTINTA DE LA SOLICITADA'
                         TO MSGO
                   WHEN WS-MONTO-DECIMAL > HV-MONTO-APR-SOLR
                       MOVE ' ERROR: MONTO SUPERA EL APROBADO' TO MSGO
                   WHEN WS-CANT-CUOTAS NOT = HV-CUOTAS-APR-SOLR
                       MOVE ' ERROR: CUOTAS DISTINTAS DE LAS APROBADAS'
                         TO MSGO
                   WHEN OTHER
                       IF HV-RESOLUTOR-SOLR NOT = HV-OFICIAL-SOLR
                           SET APROBADA-POR-COMITE TO TRUE
                       END-IF
               END-EVALUATE
               IF MSGO NOT = SPACES
                   MOVE ATTR-RED TO SOLICIC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

      * Plan en unidades: UVA = principal / indice, cuota UVA por
      * interes simple; la cuota en pesos es la cuota UVA al indice
      * del dia (el capital y el interes se redondean por separado,
      * igual que la revaluacion de COPYS/CPYUVAP.cbl).
       2420-CALCULAR-CUOTA-UVA.
           COMPUTE WS-PRINCIPAL-UVA ROUNDED =
               WS-MONTO-DECIMAL / WS-UVA-VALOR.
           COMPUTE WS-CUOTA-UVA ROUNDED =
               WS-PRINCIPAL-UVA *
               (1 + WS-TASA-PRESTAMO * WS-CANT-CUOTAS)
               / WS-CANT-CUOTAS.
           COMPUTE WS-CAPITAL-UVA ROUNDED =
               WS-PRINCIPAL-UVA / WS-CANT-CUOTAS.
           COMPUTE WS-INTERES-UVA = WS-CUOTA-UVA - WS-CAPITAL-UVA.
           COMPUTE WS-CAPITAL-CUOTA ROUNDED =
               WS-CAPITAL-UVA * WS-UVA-VALOR.
           COMPUTE WS-INTERES-CUOTA ROUNDED =
               WS-INTERES-UVA * WS-UVA-VALOR.
           COMPUTE WS-MONTO-CUOTA =
               WS-CAPITAL-CUOTA + WS-INTERES-CUOTA.

      *----------------------------------------------------------------*
      * 2330 - CAPACIDAD DE PAGO                                       *
      * Ratio = (carga de cuotas vigentes + cuota nueva) / ingreso     *
               (WS-MONTO-DECIMAL *
                (1 + WS-TASA-PRESTAMO * WS-CANT-CUOTAS))
               / WS-CANT-CUOTAS.
           IF PRESTAMO-EN-UVA
               PERFORM 2420-CALCULAR-CUOTA-UVA
               MOVE WS-MONTO-CUOTA TO WS-CUOTA-PROYECTADA
           END-IF.
           PERFORM 7380-LEER-INGRESO-NOMINA.
           PERFORM 7390-LEER-CARGA-CUOTAS.

               MOVE 999,99 TO WS-RATIO-CALCULADO
           END-IF.

      * El comite ya resolvio con el ratio a la vista: su
      * aprobacion vale como la excepcion del supervisor.
           IF WS-RATIO-CALCULADO > WS-RATIO-MAXIMO
               IF FORZARI = 'S' OR APROBADA-POR-COMITE
                   SET VENTA-CON-EXCEPCION TO TRUE
               ELSE
                   MOVE WS-RATIO-CALCULADO TO WS-RATIO-EDIT
               (1 + WS-TASA-PRESTAMO * WS-CANT-CUOTAS).
           COMPUTE WS-MONTO-CUOTA ROUNDED =
               WS-TOTAL-A-DEVOLVER / WS-CANT-CUOTAS.
           IF PRESTAMO-EN-UVA
               PERFORM 2420-CALCULAR-CUOTA-UVA
           END-IF.

           MOVE WS-MONTO-CUOTA TO WS-MONTO-EDITADO.
           MOVE WS-MONTO-EDITADO TO CUOTAMTO.

           MOVE ' CONFIRME: ENTER=SI PF3=CANCELAR' TO MSGO.
           IF CND-HALLADA
               MOVE ' CONFIRME (TASA ESPECIAL): ENTER=SI PF3=CANCELAR'
                 TO MSGO
           END-IF.
           MOVE ATTR-YELLOW TO MSGC.
           PERFORM 2450-VERIFICAR-GRUPO-ECONOMICO.

           MOVE WS-MONTO-DECIMAL TO WS-MONTO-EDITADO.
           MOVE WS-MONTO-EDITADO TO WS-TRIM-STR-IN.
               CUOTASI                        DELIMITED BY SPACE
               ' CUOTAS?'                     DELIMITED BY SIZE
               INTO CONFRMO.
           IF PRESTAMO-EN-UVA
               INITIALIZE CONFRMO
               STRING ' PRESTAR $' DELIMITED BY SIZE
                   WS-TRIM-STR-OUT            DELIMITED BY SPACES
                   ' EN UVA A '               DELIMITED BY SIZE
                   USRDESTI                   DELIMITED BY SPACE
                   ' EN '                     DELIMITED BY SIZE
                   CUOTASI                    DELIMITED BY SPACE
                   ' CUOTAS AJUSTABLES?'      DELIMITED BY SIZE
                   INTO CONFRMO
           END-IF.

           MOVE 'S' TO SW-CONFIRMACION.
           MOVE ATTR-PROT-MDT TO USRDESTA.
           MOVE ATTR-PROT-MDT TO CUENTADA.
           MOVE ATTR-PROT-MDT TO MONTOA.
           MOVE ATTR-PROT-MDT TO CUOTASA.
           MOVE ATTR-PROT-MDT TO UNIDADA.
           MOVE ATTR-PROT-MDT TO SOLICIA.

      *----------------------------------------------------------------*
      * 2450 - CONCENTRACION DEL GRUPO ECONOMICO. Si el cliente        *
      * integra un grupo activo y la exposicion del grupo mas el       *
      * principal nuevo supera el limite de concentracion, la          *
      * confirmacion lo advierte; la venta sigue a criterio del        *
      * oficial (el informe mensual PBNKGR lo reporta).                *
      *----------------------------------------------------------------*
       2450-VERIFICAR-GRUPO-ECONOMICO.
           MOVE USRDESTI TO WS-GRE-USUARIO.
           PERFORM 9610-BUSCAR-GRUPO-CLIENTE.
           IF GRE-HALLADO
               PERFORM 9615-CALCULAR-EXPOSICION
               IF SQLCODE = 0
                   PERFORM 9620-LEER-LIMITE-CONCENTRACION
                   IF WS-GRE-TOTAL + WS-MONTO-DECIMAL > WS-GRE-LIMITE
                       MOVE WC-AVISO-GRUPO TO MSGO
                       MOVE ATTR-RED TO MSGC
                   END-IF
               END-IF
           END-IF.

       2500-EJECUTAR-NEGOCIO.
           SET OPERACION-FALLIDA TO TRUE.
               (1 + WS-TASA-PRESTAMO * WS-CANT-CUOTAS).
           COMPUTE WS-MONTO-CUOTA ROUNDED =
               WS-TOTAL-A-DEVOLVER / WS-CANT-CUOTAS.
           IF PRESTAMO-EN-UVA
               PERFORM 2420-CALCULAR-CUOTA-UVA
           END-IF.

      * RE-LECTURA del saldo destino para el desembolso
           PERFORM 7400-LEER-SALDO-CUENTA.
                   PERFORM 4200-DESBLOQUEAR-CAMPOS
                   MOVE SPACES       TO USRDESTO CUENTADO
                   MOVE SPACES       TO MONTOO CUOTASO CUOTAMTO
                   MOVE SPACES       TO FORZARO UNIDADO SOLICIO
                   SET ENVIO-ERASE   TO TRUE
                   MOVE 'N'          TO SW-CONFIRMACION
               END-IF
               PERFORM 7200-INSERTAR-HISTORIAL
           END-IF.

           IF SQLCODE = 0
               PERFORM 7700-ALTA-SEGURO-VIDA
           END-IF.

           IF SQLCODE = 0
               PERFORM 7800-FORMALIZAR-SOLICITUD
           END-IF.

      * Interes resignado en todo el plan frente a la tasa del
      * producto (interes simple: MONTO * dif. tasa * CUOTAS).
           IF SQLCODE = 0 AND CND-HALLADA
               COMPUTE WS-CND-COSTO ROUNDED = WS-MONTO-DECIMAL
                   * (WS-TASA-ESTANDAR - WS-TASA-PRESTAMO)
                   * WS-CANT-CUOTAS
               PERFORM 9975-ACUMULAR-COSTO-COND
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               SET OPERACION-EXITOSA TO TRUE
               MOVE ' PRESTAMO OTORGADO Y DESEMBOLSADO' TO WS-MSG-EXITO
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               EVALUATE TRUE
                   WHEN SOLICITUD-YA-TOMADA
                       MOVE ' SOLICITUD YA FORMALIZADA POR OTRA SESION'
                         TO MSGO
                   WHEN SQLCODE = 100
                       MOVE
                         ' SALDO MODIFICADO POR OTRA SESION - REINTENTE'
                         TO MSGO
                   WHEN OTHER
                       MOVE ' ERROR AL REGISTRAR EL PRESTAMO' TO MSGO
               END-EVALUATE
               MOVE ATTR-RED TO MSGC
           END-IF.

               UNTIL WS-NRO-CUOTA > WS-CANT-CUOTAS
                  OR SQLCODE NOT = 0.

      * Capital = principal / N; la ultima cuota lleva el redondeo
      * para que los capitales sumen exacto el principal. Interes =
      * cuota - capital (principal * tasa por interes simple).
      * En UVA el mismo reparto se hace en unidades (3120).
       3110-INSERTAR-UNA-CUOTA.
           IF PRESTAMO-EN-UVA
               PERFORM 3120-PARTIR-CUOTA-UVA
           ELSE
               PERFORM 3115-PARTIR-CUOTA-PESOS
           END-IF.
           MOVE WS-CAPITAL-CUOTA TO HV-CAPITAL-PCUO.
           MOVE WS-INTERES-CUOTA TO HV-INTERES-PCUO.
           MOVE WS-NRO-CUOTA   TO HV-NRO-CUOTA-PCUO.
           MOVE WS-MONTO-CUOTA TO HV-MONTO-PCUO.
           MOVE 'P'            TO HV-ESTADO-PCUO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.PRESTAMO_CUOTAS
               (ID_PRESTAMO, NRO_CUOTA, MONTO_CUOTA,
                FECHA_VENCIMIENTO, ESTADO, CAPITAL_CUOTA,
                INTERES_CUOTA, CUOTA_UVA, CAPITAL_UVA, INTERES_UVA)
               VALUES (:HV-ID-PRES, :HV-NRO-CUOTA-PCUO,
                :HV-MONTO-PCUO,
                CURRENT DATE + :HV-NRO-CUOTA-PCUO MONTHS,
                :HV-ESTADO-PCUO, :HV-CAPITAL-PCUO, :HV-INTERES-PCUO,
                :HV-CUOTA-UVA-PCUO, :HV-CAPITAL-UVA-PCUO,
                :HV-INTERES-UVA-PCUO)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO WS-NRO-CUOTA
           END-IF.

       3115-PARTIR-CUOTA-PESOS.
           IF WS-NRO-CUOTA < WS-CANT-CUOTAS
               COMPUTE WS-CAPITAL-CUOTA ROUNDED =
                   WS-MONTO-DECIMAL / WS-CANT-CUOTAS
           ELSE
               COMPUTE WS-CAPITAL-CUOTA = WS-MONTO-DECIMAL
                   - WS-CAPITAL-CUOTA * (WS-CANT-CUOTAS - 1)
           END-IF.
           COMPUTE WS-INTERES-CUOTA =
               WS-MONTO-CUOTA - WS-CAPITAL-CUOTA.
           IF WS-INTERES-CUOTA < 0
               MOVE 0 TO WS-INTERES-CUOTA
           END-IF.
           MOVE 0 TO HV-CUOTA-UVA-PCUO HV-CAPITAL-UVA-PCUO.
           MOVE 0 TO HV-INTERES-UVA-PCUO.

      * Capital UVA = unidades / N (la ultima con el redondeo),
      * interes UVA = cuota UVA - capital UVA; los pesos son cada
      * parte al indice del dia.
       3120-PARTIR-CUOTA-UVA.
           IF WS-NRO-CUOTA < WS-CANT-CUOTAS
               COMPUTE WS-CAPITAL-UVA ROUNDED =
                   WS-PRINCIPAL-UVA / WS-CANT-CUOTAS
           ELSE
               COMPUTE WS-CAPITAL-UVA = WS-PRINCIPAL-UVA
                   - WS-CAPITAL-UVA * (WS-CANT-CUOTAS - 1)
           END-IF.
           COMPUTE WS-INTERES-UVA = WS-CUOTA-UVA - WS-CAPITAL-UVA.
           IF WS-INTERES-UVA < 0
               MOVE 0 TO WS-INTERES-UVA
           END-IF.
           COMPUTE WS-CAPITAL-CUOTA ROUNDED =
               WS-CAPITAL-UVA * WS-UVA-VALOR.
           COMPUTE WS-INTERES-CUOTA ROUNDED =
               WS-INTERES-UVA * WS-UVA-VALOR.
           COMPUTE WS-MONTO-CUOTA =
               WS-CAPITAL-CUOTA + WS-INTERES-CUOTA.
           COMPUTE HV-CUOTA-UVA-PCUO =
               WS-CAPITAL-UVA + WS-INTERES-UVA.
           MOVE WS-CAPITAL-UVA TO HV-CAPITAL-UVA-PCUO.
           MOVE WS-INTERES-UVA TO HV-INTERES-UVA-PCUO.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
           MOVE ATTR-UNPROT-MDT     TO CUENTADA.
           MOVE ATTR-UNPROT-NUM-MDT TO MONTOA.
           MOVE ATTR-UNPROT-NUM-MDT TO CUOTASA.
           MOVE ATTR-UNPROT-MDT     TO UNIDADA.
           MOVE ATTR-UNPROT-NUM-MDT TO SOLICIA.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      * PARAMETROS; una fila ausente deja el valor de fabrica
      * declarado arriba.
       7060-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_PRESTAMO'
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-PRESTAMO
           END-IF.
           MOVE WS-TASA-PRESTAMO TO WS-TASA-ESTANDAR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'RATIO_CUOTA_INGRESO'
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-RATIO-MAXIMO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'MESES_INGRESO_NOMINA'
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-MESES-INGRESO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_SEGURO_VIDA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-SEGURO-VIDA
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TASA_PRESTAMO_UVA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TASA-PRESTAMO-UVA
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_VIGENCIA_SOLICITUD'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-VIGENCIA
           END-IF.

      * Indice UVA de la fecha de negocio (sin fila de
      * FECHA_NEGOCIO rige la fecha del sistema).
       7070-LEER-INDICE-UVA.
           PERFORM 9678-LEER-FECHA-NEGOCIO.
           IF SQLCODE NOT = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-UVA-FECHA-NEG
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           MOVE WS-UVA-FECHA-NEG TO WS-UVA-FECHA.
           PERFORM 9670-LEER-VALOR-UVA.

      * Una aprobacion vence a los WS-DIAS-VIGENCIA dias de su
      * resolucion (BATCH/PBNKSF.cbl la pasa a 'X' en el cierre
      * mensual).
       7080-LEER-SOLICITUD.
           MOVE WS-ID-SOLICITUD TO HV-ID-SOLR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, UNIDAD, ESTADO,
                      MONTO_APROBADO, CUOTAS_APROBADAS, OFICIAL,
                      RESOLUTOR,
                      CASE WHEN FECHA_RESOLUCION < CURRENT TIMESTAMP
                                - :WS-DIAS-VIGENCIA DAYS
                           THEN 'S' ELSE 'N' END
               INTO :HV-USUARIO-SOLR, :HV-CUENTA-SOLR, :HV-UNIDAD-SOLR,
                    :HV-ESTADO-SOLR, :HV-MONTO-APR-SOLR,
                    :HV-CUOTAS-APR-SOLR, :HV-OFICIAL-SOLR,
                    :HV-RESOLUTOR-SOLR, :WS-SOL-VENCIDA
               FROM IBMUSER.SOLICITUDES_PRESTAMO
               WHERE ID_SOLICITUD = :HV-ID-SOLR
           END-EXEC.

      * Condicion negociada vigente de la cuenta destino o del
      * cliente; deja SQLCODE en 0 (sin fila rige TASA_PRESTAMO).
       7065-APLICAR-CONDICION.
           MOVE WS-TASA-ESTANDAR  TO WS-TASA-PRESTAMO.
           MOVE WS-USER-DESTINO   TO WS-CND-USUARIO.
           MOVE WS-CUENTA-DESTINO TO WS-CND-CUENTA.
           MOVE 'L'               TO WS-CND-TIPO.
           PERFORM 9970-BUSCAR-CONDICION-ESP.
           IF CND-HALLADA
               MOVE WS-CND-TASA TO WS-TASA-PRESTAMO
           END-IF.

      * Promedio mensual de los creditos de haberes (PBNKNO) de
      * los ultimos WS-MESES-INGRESO meses.
       7380-LEER-INGRESO-NOMINA.
           MOVE 0 TO WS-INGRESO-MENSUAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
                    / :WS-MESES-INGRESO
               INTO :WS-INGRESO-MENSUAL

       7390-LEER-CARGA-CUOTAS.
           MOVE 0 TO WS-CARGA-CUOTAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(MONTO_CUOTA), 0)
               INTO :WS-CARGA-CUOTAS
               FROM IBMUSER.PRESTAMOS

       7300-VALIDAR-CLIENTE.
           MOVE USRDESTI TO WS-USER-DESTINO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT BLOQUEADO, ESTADO
               INTO :HV-BLOQUEADO, :HV-ESTADO
               FROM IBMUSER.CLIENTES
           END-EXEC.

       7350-VALIDAR-CUENTA-CLIENTE.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :WS-CUENTA-DESTINO
           END-EXEC.

       7400-LEER-SALDO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :WS-CUENTA-DESTINO
           MOVE WS-MONTO-CUOTA    TO HV-MONTO-CUOTA-PRES.
           MOVE 'A'               TO HV-ESTADO-PRES.
           MOVE CG-M-USER         TO HV-AGENTE-PRES.
           MOVE WS-UNIDAD         TO HV-UNIDAD-PRES.
           IF PRESTAMO-EN-UVA
               MOVE WS-PRINCIPAL-UVA TO HV-PRINC-UVA-PRES
               MOVE WS-UVA-VALOR     TO HV-UVA-ALTA-PRES
               MOVE WS-UVA-VALOR     TO HV-UVA-AJUSTE-PRES
               MOVE WS-UVA-FECHA     TO HV-FECHA-AJUSTE-PRES
           ELSE
               MOVE 0                TO HV-PRINC-UVA-PRES
               MOVE 0                TO HV-UVA-ALTA-PRES
               MOVE 0                TO HV-UVA-AJUSTE-PRES
               MOVE '0001-01-01'     TO HV-FECHA-AJUSTE-PRES
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.PRESTAMOS
               (USUARIO, CUENTA_NUM, MONTO_PRINCIPAL, TASA,
                CANT_CUOTAS, MONTO_CUOTA, ESTADO, DIAS_MORA,
                AGENTE_ID, FECHA_ALTA, UNIDAD, PRINCIPAL_UVA,
                VALOR_UVA_ALTA, VALOR_UVA_AJUSTE, FECHA_AJUSTE)
               VALUES (:HV-USUARIO-PRES, :HV-CUENTA-PRES,
                :HV-PRINCIPAL-PRES, :HV-TASA-PRES,
                :HV-CANT-CUOTAS-PRES, :HV-MONTO-CUOTA-PRES,
                :HV-ESTADO-PRES, 0, :HV-AGENTE-PRES,
                CURRENT TIMESTAMP, :HV-UNIDAD-PRES,
                :HV-PRINC-UVA-PRES, :HV-UVA-ALTA-PRES,
                :HV-UVA-AJUSTE-PRES, DATE(:HV-FECHA-AJUSTE-PRES))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-PRES
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
      * re-lectura.
       7600-ACREDITAR-CUENTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :WS-CUENTA-DESTINO
                 AND SALDO = :WS-SALDO-ACTUAL
           ELSE
               MOVE WC-CONCEPTO-DESEM TO HV-CONCEPTO
           END-IF.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * Poliza de vida saldo deudor del prestamo recien insertado
      * (HV-ID-PRES). Sin aseguradora marcada no hay cobertura y la
      * venta sigue (SQLCODE 0); primer vencimiento a un mes, igual
      * que la primera cuota.
       7700-ALTA-SEGURO-VIDA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CODIGO_ASEG INTO :HV-CODIGO-ASEG
               FROM IBMUSER.ASEGURADORAS
               WHERE VIDA_SALDO_DEUDOR = 'S'
                 AND ESTADO = 'A'
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           ELSE
               IF SQLCODE = 0
                   MOVE WS-USER-DESTINO   TO HV-USUARIO-POLS
                   MOVE HV-CODIGO-ASEG    TO HV-ASEG-POLS
                   MOVE WS-MONTO-DECIMAL  TO HV-SUMA-POLS
                   COMPUTE HV-PRIMA-POLS ROUNDED =
                       WS-MONTO-DECIMAL * WS-TASA-SEGURO-VIDA
                   MOVE WS-CUENTA-DESTINO TO HV-CUENTA-POLS
                   MOVE HV-ID-PRES        TO HV-ID-PRES-POLS
                   MOVE CG-M-USER         TO HV-AGENTE-POLS
                   PERFORM 9591-CONTAR-SQL
                   EXEC SQL INSERT INTO IBMUSER.POLIZAS_SEGURO
                       (USUARIO, CODIGO_ASEG, TIPO_COBERTURA,
                        SUMA_ASEGURADA, PRIMA, CUENTA_COBRO,
                        ID_PRESTAMO, ESTADO, FECHA_PROX_COBRO,
                        AGENTE_ID, FECHA_ALTA)
                       VALUES (:HV-USUARIO-POLS, :HV-ASEG-POLS, 'V',
                        :HV-SUMA-POLS, :HV-PRIMA-POLS,
                        :HV-CUENTA-POLS, :HV-ID-PRES-POLS, 'A',
                        CURRENT DATE + 1 MONTH, :HV-AGENTE-POLS,
                        CURRENT TIMESTAMP)
                   END-EXEC
               END-IF
           END-IF.

      * La solicitud queda formalizada con el prestamo recien
      * insertado (HV-ID-PRES). Sin fila en 'A'/'O' otra sesion la
      * formalizo primero: se deshace todo.
       7800-FORMALIZAR-SOLICITUD.
           MOVE HV-ID-PRES TO HV-ID-PRES-SOLR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.SOLICITUDES_PRESTAMO
               SET ESTADO       = 'F',
                   ID_PRESTAMO  = :HV-ID-PRES-SOLR,
                   FECHA_CIERRE = CURRENT TIMESTAMP
               WHERE ID_SOLICITUD = :HV-ID-SOLR
                 AND ESTADO IN ('A', 'O')
           END-EXEC.
           IF SQLCODE = 100
               SET SOLICITUD-YA-TOMADA TO TRUE
           END-IF.

      *================================================================*
      * 9000 - NAVEGACION Y SALIDA                                     *
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9040-IR-A-GRUPOS.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-GRUPOS-ECON)
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

       COPY CPYVALPD.
       COPY CPYCNDP.
       COPY CPYGREP.
       COPY CPYUVAP.
       COPY CPYCHNP.
       COPY CPYRTMP.
