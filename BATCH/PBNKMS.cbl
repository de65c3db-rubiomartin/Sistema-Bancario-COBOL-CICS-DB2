      ** - Cabecera/pie y secuencia del archivo se prevalidan       **
      **   contra el libro de control (CPYARCP, interfaz POSENT):   **
      **   duplicado o descuadre corta con RETURN-CODE 16.          **
      ** - La comision de liquidacion sale del tarifario central    **
      **   (evento 'COMERCIO', COPYS/CPYTARP.cbl) sobre el bruto    **
      **   del dia; sin tarifa publicada rige el COMISION_PCT del   **
      **   comercio.                                                **
      ** - Los pagos QR del dia (IBMUSER.PAGOS_QR, liquidados       **
      **   en linea por SOURCE/PBNKQC.cbl) se suman al              **
      **   resumen POSRES solo como informe: linea 'QR' por         **
      **   comercio y linea 'TOTAL' con POS y QR juntos para        **
      **   el que opero por ambos canales.                          **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLPGQR END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-SALDO-ACTUAL        PIC S9(8)V9(2) COMP-3.
           05 WS-CONTADOR-CONTRA     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-EXCEP      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-LIQUID     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-QR         PIC S9(7) COMP-3 VALUE 0.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
      * Pagos QR del dia por comercio (ver 3500).
           05 WS-QR-ITEMS            PIC S9(7) COMP-3 VALUE 0.
           05 WS-QR-BRUTO            PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-QR-COMISION         PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-FIN-ARCHIVO         PIC X(1)  VALUE 'N'.
           05 WS-IND                 PIC S9(4) COMP VALUE 0.
           05 WS-IND-HALLADO         PIC S9(4) COMP VALUE 0.
              10 WS-COMER-PCT        PIC S9(3)V9(2) COMP-3.
              10 WS-COMER-BRUTO      PIC S9(11)V9(2) COMP-3.
              10 WS-COMER-ITEMS      PIC S9(7) COMP-3.
              10 WS-COMER-COMISION   PIC S9(9)V9(2) COMP-3.

       01  WS-LINEA-RESUMEN.
           05 WS-RS-CODIGO           PIC X(15).
           05 WS-RS-COMISION         PIC -(8)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RS-NETO             PIC -(10)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-RS-ORIGEN           PIC X(5).
           05 FILLER                 PIC X(7)  VALUE SPACES.

       01  WS-LINEA-EXCEPCION.
           05 WS-EX-COMERCIO         PIC X(15).

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYTARW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PASADA-ITEMS.
           PERFORM 3000-LIQUIDAR-COMERCIOS.
           PERFORM 3500-INFORMAR-PAGOS-QR.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

           OPEN OUTPUT REPORTE-EXCEPCIONES.
           MOVE SPACES TO REG-RESUMEN.
           STRING 'COMERCIO           ITEMS        BRUTO'
               '     COMISION          NETO  ORIGEN'
               DELIMITED BY SIZE INTO REG-RESUMEN.
           WRITE REG-RESUMEN.

                       WS-COMER-PCT (WS-IND-HALLADO)
                   MOVE 0 TO WS-COMER-BRUTO (WS-IND-HALLADO)
                   MOVE 0 TO WS-COMER-ITEMS (WS-IND-HALLADO)
                   MOVE 0 TO WS-COMER-COMISION (WS-IND-HALLADO)
               ELSE
                   ADD 1 TO WS-CONTADOR-EXCEP
                   MOVE ENT-COMERCIO TO WS-EX-COMERCIO
               UNTIL WS-IND > WS-CANT-COMERCIOS.

       3100-LIQUIDAR-UNO.
           PERFORM 3150-CALCULAR-COMISION.
           COMPUTE WS-MONTO-NETO =
               WS-COMER-BRUTO (WS-IND) - WS-MONTO-COMISION.

           MOVE WS-COMER-BRUTO (WS-IND)  TO WS-RS-BRUTO.
           MOVE WS-MONTO-COMISION        TO WS-RS-COMISION.
           MOVE WS-MONTO-NETO            TO WS-RS-NETO.
           MOVE 'POS'                    TO WS-RS-ORIGEN.
           WRITE REG-RESUMEN FROM WS-LINEA-RESUMEN.
           MOVE WS-MONTO-COMISION TO WS-COMER-COMISION (WS-IND).

           MOVE WS-COMER-USUARIO (WS-IND) TO HV-USUARIO-COME.
           MOVE WS-COMER-CUENTA (WS-IND)  TO HV-CUENTA-COME.
               MOVE 0             TO HV-ID-MOV-ORIGEN
               PERFORM 7600-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               PERFORM 9985-REGISTRAR-USO-TARIFA
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONTADOR-LIQUID
               WRITE REG-EXCEPCION FROM WS-LINEA-EXCEPCION
           END-IF.

      * Tarifa vigente del evento 'COMERCIO' (COPYS/CPYTARP.cbl)
      * sobre el bruto del dia; la franquicia cuenta liquidaciones
      * por cuenta del comercio. Sin tarifa publicada rige el
      * COMISION_PCT contratado en IBMUSER.COMERCIOS.
       3150-CALCULAR-COMISION.
           MOVE 'COMERCIO'               TO WS-TAR-EVENTO.
           MOVE SPACES                   TO WS-TAR-TIPO-CTA.
           MOVE WS-COMER-CUENTA (WS-IND) TO WS-TAR-CUENTA.
           MOVE WS-COMER-BRUTO (WS-IND)  TO WS-TAR-BASE.
           MOVE SPACES                   TO WS-TAR-FECHA.
           PERFORM 9980-BUSCAR-TARIFA.
           IF TAR-HALLADA
               MOVE WS-TAR-COMISION TO WS-MONTO-COMISION
           ELSE
               COMPUTE WS-MONTO-COMISION ROUNDED =
                   WS-COMER-BRUTO (WS-IND)
                   * WS-COMER-PCT (WS-IND) / 100
           END-IF.
           IF WS-MONTO-COMISION > WS-COMER-BRUTO (WS-IND)
               MOVE WS-COMER-BRUTO (WS-IND) TO WS-MONTO-COMISION
           END-IF.

      *================================================================*
      * 3500 - PAGOS QR DEL DIA EN EL RESUMEN POR COMERCIO             *
      * Los pagos QR (SOURCE/PBNKQC.cbl) se liquidan en linea: aqui    *
      * solo se informan en POSRES, sin acreditar nada. Por comercio   *
      * sale la linea 'QR' (pagos menos devoluciones del dia y la      *
      * comision retenida) y, si tambien vendio por POS, la linea      *
      * 'TOTAL' con POS y QR juntos.                                   *
      *================================================================*
       3500-INFORMAR-PAGOS-QR.
           PERFORM 7020-RESOLVER-FECHA.
           PERFORM 7800-ABRIR-CURSOR-QR.
           PERFORM 7810-FETCH-QR.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3600-INFORMAR-COMERCIO-QR
               PERFORM 7810-FETCH-QR
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKMS - ERROR SQLCODE ' SQLCODE
                   ' EN PAGOS QR'
               ADD 1 TO WS-CONTADOR-EXCEP
           END-IF.
           EXEC SQL CLOSE CUR-PAGOS-QR END-EXEC.

       3600-INFORMAR-COMERCIO-QR.
           ADD 1 TO WS-CONTADOR-QR.
           COMPUTE WS-MONTO-NETO = WS-QR-BRUTO - WS-QR-COMISION.
           MOVE HV-COMERCIO-PGQR TO WS-RS-CODIGO.
           MOVE WS-QR-ITEMS      TO WS-RS-ITEMS.
           MOVE WS-QR-BRUTO      TO WS-RS-BRUTO.
           MOVE WS-QR-COMISION   TO WS-RS-COMISION.
           MOVE WS-MONTO-NETO    TO WS-RS-NETO.
           MOVE 'QR'             TO WS-RS-ORIGEN.
           WRITE REG-RESUMEN FROM WS-LINEA-RESUMEN.

           MOVE HV-COMERCIO-PGQR TO HV-CODIGO-COME.
           MOVE 0 TO WS-IND-HALLADO.
           PERFORM 2250-BUSCAR-EN-TABLA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-CANT-COMERCIOS
                  OR WS-IND-HALLADO > 0.
           IF WS-IND-HALLADO > 0
               ADD WS-COMER-ITEMS (WS-IND-HALLADO) TO WS-QR-ITEMS
               ADD WS-COMER-BRUTO (WS-IND-HALLADO) TO WS-QR-BRUTO
               ADD WS-COMER-COMISION (WS-IND-HALLADO)
                   TO WS-QR-COMISION
               COMPUTE WS-MONTO-NETO = WS-QR-BRUTO - WS-QR-COMISION
               MOVE WS-QR-ITEMS    TO WS-RS-ITEMS
               MOVE WS-QR-BRUTO    TO WS-RS-BRUTO
               MOVE WS-QR-COMISION TO WS-RS-COMISION
               MOVE WS-MONTO-NETO  TO WS-RS-NETO
               MOVE 'TOTAL'        TO WS-RS-ORIGEN
               WRITE REG-RESUMEN FROM WS-LINEA-RESUMEN
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DATOS Y ARCHIVO                                *
      *================================================================*
      * Fecha de negocio vigente: la de los pagos QR a informar.
       7020-RESOLVER-FECHA.
           EXEC SQL SELECT FECHA_NEGOCIO INTO :HV-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           ELSE
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-PROCESO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-ID-MOV-ORIGEN, :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7650-LEER-ID-MOV-NUEVO.
           EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                CURRENT DATE + :WS-DIAS-PLAZO DAYS, 'P')
           END-EXEC.

      * Items = pagos del dia; bruto = pagos menos devoluciones.
       7800-ABRIR-CURSOR-QR.
           EXEC SQL DECLARE CUR-PAGOS-QR CURSOR FOR
               SELECT CODIGO_COMERCIO,
                      SUM(CASE TIPO WHEN 'P' THEN 1 ELSE 0 END),
                      SUM(CASE TIPO WHEN 'P' THEN MONTO
                                    ELSE -MONTO END),
                      SUM(COMISION)
               FROM IBMUSER.PAGOS_QR
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-PROCESO)
               GROUP BY CODIGO_COMERCIO
               ORDER BY CODIGO_COMERCIO
           END-EXEC.
           EXEC SQL OPEN CUR-PAGOS-QR END-EXEC.

       7810-FETCH-QR.
           EXEC SQL FETCH CUR-PAGOS-QR
               INTO :HV-COMERCIO-PGQR, :WS-QR-ITEMS,
                    :WS-QR-BRUTO, :WS-QR-COMISION
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
               WS-CONTADOR-CONTRA.
           DISPLAY 'PBNKMS - COMERCIOS LIQUIDADOS: '
               WS-CONTADOR-LIQUID.
           DISPLAY 'PBNKMS - COMERCIOS CON QR    : '
               WS-CONTADOR-QR.
           DISPLAY 'PBNKMS - EXCEPCIONES         : '
               WS-CONTADOR-EXCEP.
           DISPLAY 'PBNKMS - LIQUIDACION ADQUIRENTE - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYTARP.
       COPY CPYCHNP.
