       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKWS.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKWS                                 **
      ** TITULO ...........: CORTE DE TRANSFERENCIAS AL EXTERIOR    **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pata de retorno: lee DD WIRDEV (respuestas del           **
      **   corresponsal por transferencias ya enviadas). Un         **
      **   'C' marca la IBMUSER.TRANSF_INTERNACIONAL 'S' como       **
      **   confirmada ('C'); un 'R' (rechazo o devolucion)          **
      **   acredita a la cuenta de origen el MONTO_PRINCIPAL        **
      **   con un movimiento '@' y marca la fila 'R' con el         **
      **   motivo. El credito paga el impuesto a los debitos y      **
      **   creditos (COPYS/CPYIDCP.cbl). La comision y el           **
      **   margen de cambio no se devuelven.                        **
      ** - Corte del dia: recorre TRANSF_INTERNACIONAL              **
      **   ESTADO='P' (debitadas por SOURCE/PBNKWI.cbl),            **
      **   escribe un mensaje SWIFT MT103 por transferencia         **
      **   en DD MT103 (campos 20, 23B, 32A, 33B, 50K, 52A,         **
      **   56A, 57A, 59, 70, 71A y 71F) y la marca 'S' con          **
      **   FECHA_ENVIO. El 32A lleva la fecha de negocio como       **
      **   fecha valor.                                             **
      ** - El archivo lleva cabecera y pie de intercambio           **
      **   (interfaz 'MT103', COPYS/CPYARCP.cbl); el total de       **
      **   control del pie suma los montos enviados en sus          **
      **   propias monedas.                                         **
      ** - COMMIT por item en ambas fases; relanzar es              **
      **   seguro: las respuestas solo aplican sobre ESTADO         **
      **   'S' y el corte solo toma ESTADO 'P'.                     **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-RESPUESTAS ASSIGN TO WIRDEV
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARCHIVO-MT103 ASSIGN TO MT103
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-RESPUESTAS
           RECORDING MODE IS F.
       01  REG-RESPUESTA.
           05 DEV-ID-TINT               PIC 9(09).
           05 DEV-RESULTADO             PIC X(01).
           05 DEV-MOTIVO                PIC X(04).
           05 FILLER                    PIC X(66).

       FD  ARCHIVO-MT103
           RECORDING MODE IS F.
       01  REG-MT103                    PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLTINT END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-SALDO-ACTUAL        PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-NUEVO         PIC S9(8)V9(2) COMP-3.
           05 WS-RESP-LEIDAS         PIC S9(7) COMP-3 VALUE 0.
           05 WS-RESP-CONFIRMADAS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-RESP-DEVUELTAS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-RESP-IGNORADAS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-ITEMS-ENVIADOS      PIC S9(7) COMP-3 VALUE 0.

      * Armado de los campos del MT103.
       01  WS-AREA-MT103.
           05 WS-MT-LINEA            PIC X(80) VALUE SPACES.
           05 WS-MT-REFERENCIA.
              10 FILLER              PIC X(2)  VALUE 'WI'.
              10 WS-MT-REF-ID        PIC 9(9).
           05 WS-MT-FECHA-VALOR      PIC X(6)  VALUE SPACES.
           05 WS-MT-BIC-RECEPTOR     PIC X(11) VALUE SPACES.
           05 WS-MT-TERMINAL.
              10 WS-MT-TERM-BIC8     PIC X(8).
              10 FILLER              PIC X(1)  VALUE 'X'.
              10 WS-MT-TERM-SUC      PIC X(3).
           05 WS-MT-MONTO            PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-MT-MONTO-ED         PIC Z(10)9.99.
           05 WS-MT-MONTO-TEXTO      PIC X(15) VALUE SPACES.
           05 WS-MT-BLANCOS          PIC 99    VALUE 0.

       01  WS-CONTROL.
           05 SW-FIN-ARCHIVO         PIC X(01) VALUE 'N'.
              88 FIN-ARCHIVO                   VALUE 'S'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKWS'.
           03  WC-CONCEPTO-DEVOL     PIC X(30)
               VALUE 'DEVOLUCION TRANSF EXTERIOR'.
      * BIC propio (ordenante, campo 52A y bloque 1).
           03  WC-BIC-PROPIO         PIC X(11) VALUE 'BKPRARBAXXX'.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYIDCW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-RESPUESTAS.
           PERFORM 3000-CORTE-DEL-DIA.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKWS - CORTE TRANSFERENCIAS EXTERIOR - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           DISPLAY 'PBNKWS - FECHA DE PROCESO: ' WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO(3:2) TO WS-MT-FECHA-VALOR(1:2).
           MOVE WS-FECHA-PROCESO(6:2) TO WS-MT-FECHA-VALOR(3:2).
           MOVE WS-FECHA-PROCESO(9:2) TO WS-MT-FECHA-VALOR(5:2).
           OPEN INPUT  ARCHIVO-RESPUESTAS.
           OPEN OUTPUT ARCHIVO-MT103.
      * Cabecera de intercambio del corte (secuencia del libro de
      * control, ver CPYARCP/DDL CONTROL_ARCHIVOS).
           MOVE 'MT103' TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'HDR' TO WS-ARC-HDR-MARCA.
           MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA.
           WRITE REG-MT103 FROM WS-ARC-REGISTRO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.

      *================================================================*
      * 2000 - PATA DE RETORNO (CONFIRMACIONES / DEVOLUCIONES)         *
      *================================================================*
       2000-PROCESAR-RESPUESTAS.
           PERFORM 7100-LEER-RESPUESTA.
           PERFORM UNTIL FIN-ARCHIVO
               ADD 1 TO WS-RESP-LEIDAS
               PERFORM 2100-APLICAR-RESPUESTA
               PERFORM 7100-LEER-RESPUESTA
           END-PERFORM.

       2100-APLICAR-RESPUESTA.
           IF DEV-ID-TINT IS NOT NUMERIC
               ADD 1 TO WS-RESP-IGNORADAS
           ELSE
               MOVE DEV-ID-TINT TO HV-ID-TINT
               PERFORM 7200-LEER-TRANSF-ENVIADA
               IF SQLCODE NOT = 0
      * Transferencia desconocida o que no esta 'S' (p.ej. respuesta
      * repetida de una corrida anterior): se ignora y se sigue.
                   ADD 1 TO WS-RESP-IGNORADAS
               ELSE
                   EVALUATE DEV-RESULTADO
                       WHEN 'C'
                           PERFORM 2200-CONFIRMAR-ITEM
                       WHEN 'R'
                           PERFORM 2300-REFUNDAR-ITEM
                       WHEN OTHER
                           ADD 1 TO WS-RESP-IGNORADAS
                   END-EVALUATE
               END-IF
           END-IF.

       2200-CONFIRMAR-ITEM.
           EXEC SQL UPDATE IBMUSER.TRANSF_INTERNACIONAL
               SET ESTADO = 'C',
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_TINT = :HV-ID-TINT
                 AND ESTADO = 'S'
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-RESP-CONFIRMADAS
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PBNKWS - ERROR CONFIRMANDO ITEM ' HV-ID-TINT
           END-IF.

      * El corresponsal rechazo o devolvio la transferencia: se
      * acredita el principal a la cuenta de origen con su '@'.
       2300-REFUNDAR-ITEM.
           PERFORM 7300-LEER-SALDO-CUENTA.
           IF SQLCODE NOT = 0
               ADD 1 TO WS-RESP-IGNORADAS
               DISPLAY 'PBNKWS - CUENTA INEXISTENTE, ITEM ' HV-ID-TINT
           ELSE
               ADD HV-PRINCIPAL-TINT TO WS-SALDO-ACTUAL
                   GIVING WS-SALDO-NUEVO
               PERFORM 7400-ACTUALIZAR-SALDO-CUENTA
               IF SQLCODE = 0
                   PERFORM 7500-INSERTAR-MOV-DEVOLUCION
               END-IF
               IF SQLCODE = 0
                   PERFORM 2310-COBRAR-IMP-DEBCRED
               END-IF
               IF SQLCODE = 0
                   MOVE DEV-MOTIVO TO HV-MOTIVO-TINT
                   EXEC SQL UPDATE IBMUSER.TRANSF_INTERNACIONAL
                       SET ESTADO = 'R',
                           MOTIVO_DEVOLUCION = :HV-MOTIVO-TINT,
                           FECHA_RESOLUCION = CURRENT TIMESTAMP
                       WHERE ID_TINT = :HV-ID-TINT
                         AND ESTADO = 'S'
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-RESP-DEVUELTAS
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   DISPLAY 'PBNKWS - ERROR REFUNDANDO ITEM ' HV-ID-TINT
               END-IF
           END-IF.

      * Impuesto a los debitos y creditos sobre el credito '@'
      * (COPYS/CPYIDCP.cbl), en la misma unidad de trabajo.
       2310-COBRAR-IMP-DEBCRED.
           MOVE HV-USUARIO-TINT    TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-TINT    TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-TINT     TO WS-IDC-CUENTA.
           MOVE HV-PRINCIPAL-TINT  TO WS-IDC-MONTO.
           MOVE 'N'                TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO     TO WS-IDC-SALDO.
           MOVE SPACES             TO WS-IDC-SUCURSAL.
           MOVE SPACES             TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

      *================================================================*
      * 3000 - CORTE DEL DIA (ITEMS 'P' AL ARCHIVO MT103)              *
      *================================================================*
       3000-CORTE-DEL-DIA.
           PERFORM 7600-ABRIR-CURSOR-PENDIENTES.
           PERFORM 7700-FETCH-PENDIENTE.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-ENVIAR-ITEM
               PERFORM 7700-FETCH-PENDIENTE
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKWS - ERROR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-INTERNACIONALES END-EXEC.

       3100-ENVIAR-ITEM.
           PERFORM 7800-LEER-ORDENANTE.
           PERFORM 3200-ESCRIBIR-MT103.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD HV-MONTO-ENV-TINT TO WS-ARC-TOTAL-LEIDO.

           EXEC SQL UPDATE IBMUSER.TRANSF_INTERNACIONAL
               SET ESTADO = 'S',
                   FECHA_ENVIO = CURRENT TIMESTAMP
               WHERE ID_TINT = :HV-ID-TINT
                 AND ESTADO = 'P'
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-ITEMS-ENVIADOS
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PBNKWS - ERROR ENVIANDO ITEM ' HV-ID-TINT
           END-IF.

      * Un mensaje por transferencia: bloques 1 y 2 (emisor y
      * receptor; el receptor es el corresponsal si lo hay, si no
      * el banco beneficiario) y el bloque 4 campo por campo.
       3200-ESCRIBIR-MT103.
           MOVE HV-ID-TINT TO WS-MT-REF-ID.
           IF HV-BIC-CORR-TINT NOT = SPACES
               MOVE HV-BIC-CORR-TINT TO WS-MT-BIC-RECEPTOR
           ELSE
               MOVE HV-BIC-BENEF-TINT TO WS-MT-BIC-RECEPTOR
           END-IF.
           MOVE WS-MT-BIC-RECEPTOR(1:8) TO WS-MT-TERM-BIC8.
           MOVE WS-MT-BIC-RECEPTOR(9:3) TO WS-MT-TERM-SUC.
           IF WS-MT-TERM-SUC = SPACES
               MOVE 'XXX' TO WS-MT-TERM-SUC
           END-IF.
           MOVE SPACES TO WS-MT-LINEA.
           STRING '{1:F01' DELIMITED BY SIZE
               WC-BIC-PROPIO(1:8) DELIMITED BY SIZE
               'X' DELIMITED BY SIZE
               WC-BIC-PROPIO(9:3) DELIMITED BY SIZE
               '0000000000}{2:I103' DELIMITED BY SIZE
               WS-MT-TERMINAL DELIMITED BY SIZE
               'N}{4:' DELIMITED BY SIZE
               INTO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           STRING ':20:' DELIMITED BY SIZE
               WS-MT-REFERENCIA DELIMITED BY SIZE
               INTO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.
           MOVE ':23B:CRED' TO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE HV-MONTO-ENV-TINT TO WS-MT-MONTO.
           PERFORM 3800-FORMATEAR-MONTO.
           STRING ':32A:' DELIMITED BY SIZE
               WS-MT-FECHA-VALOR DELIMITED BY SIZE
               HV-MONEDA-TINT DELIMITED BY SIZE
               WS-MT-MONTO-TEXTO DELIMITED BY SPACE
               INTO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.
           MOVE HV-MONTO-INS-TINT TO WS-MT-MONTO.
           PERFORM 3800-FORMATEAR-MONTO.
           STRING ':33B:' DELIMITED BY SIZE
               HV-MONEDA-TINT DELIMITED BY SIZE
               WS-MT-MONTO-TEXTO DELIMITED BY SPACE
               INTO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           STRING ':50K:/' DELIMITED BY SIZE
               HV-CUENTA-TINT DELIMITED BY SIZE
               INTO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.
           MOVE HV-NOMBRE TO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.
           STRING ':52A:' DELIMITED BY SIZE
               WC-BIC-PROPIO DELIMITED BY SPACE
               INTO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.
           IF HV-BIC-CORR-TINT NOT = SPACES
               STRING ':56A:' DELIMITED BY SIZE
                   HV-BIC-CORR-TINT DELIMITED BY SPACE
                   INTO WS-MT-LINEA
               PERFORM 3900-ESCRIBIR-LINEA
           END-IF.
           STRING ':57A:' DELIMITED BY SIZE
               HV-BIC-BENEF-TINT DELIMITED BY SPACE
               INTO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           STRING ':59:/' DELIMITED BY SIZE
               HV-BENEF-CTA-TINT DELIMITED BY SPACE
               INTO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.
           MOVE HV-BENEF-NOM-TINT TO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.
           IF HV-BENEF-DIR-TINT NOT = SPACES
               MOVE HV-BENEF-DIR-TINT TO WS-MT-LINEA
               PERFORM 3900-ESCRIBIR-LINEA
           END-IF.
           IF HV-REMESA-TINT NOT = SPACES
               STRING ':70:' DELIMITED BY SIZE
                   HV-REMESA-TINT DELIMITED BY SIZE
                   INTO WS-MT-LINEA
               PERFORM 3900-ESCRIBIR-LINEA
           END-IF.
           STRING ':71A:' DELIMITED BY SIZE
               HV-GASTOS-TINT DELIMITED BY SIZE
               INTO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.
      * Con BEN la comision que salio del monto viaja en 71F.
           IF HV-GASTOS-TINT = 'BEN' AND HV-COMIS-DIV-TINT > 0
               MOVE HV-COMIS-DIV-TINT TO WS-MT-MONTO
               PERFORM 3800-FORMATEAR-MONTO
               STRING ':71F:' DELIMITED BY SIZE
                   HV-MONEDA-TINT DELIMITED BY SIZE
                   WS-MT-MONTO-TEXTO DELIMITED BY SPACE
                   INTO WS-MT-LINEA
               PERFORM 3900-ESCRIBIR-LINEA
           END-IF.
           MOVE '-}' TO WS-MT-LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

      * Importe SWIFT: sin ceros ni blancos a la izquierda y con
      * coma decimal (1234,50).
       3800-FORMATEAR-MONTO.
           MOVE WS-MT-MONTO TO WS-MT-MONTO-ED.
           INSPECT WS-MT-MONTO-ED REPLACING ALL '.' BY ','.
           MOVE 0 TO WS-MT-BLANCOS.
           INSPECT WS-MT-MONTO-ED TALLYING WS-MT-BLANCOS
               FOR LEADING SPACES.
           MOVE SPACES TO WS-MT-MONTO-TEXTO.
           MOVE WS-MT-MONTO-ED(WS-MT-BLANCOS + 1:) TO WS-MT-MONTO-TEXTO.

       3900-ESCRIBIR-LINEA.
           WRITE REG-MT103 FROM WS-MT-LINEA.
           MOVE SPACES TO WS-MT-LINEA.

      *================================================================*
      * 7000 - ACCESO A ARCHIVOS Y DB2                                 *
      *================================================================*
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

       7100-LEER-RESPUESTA.
           READ ARCHIVO-RESPUESTAS
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.

       7200-LEER-TRANSF-ENVIADA.
           EXEC SQL SELECT USUARIO, CUENTA_NUM, MONTO_PRINCIPAL,
                      BIC_BENEFICIARIO
               INTO :HV-USUARIO-TINT, :HV-CUENTA-TINT,
                    :HV-PRINCIPAL-TINT, :HV-BIC-BENEF-TINT
               FROM IBMUSER.TRANSF_INTERNACIONAL
               WHERE ID_TINT = :HV-ID-TINT
                 AND ESTADO = 'S'
           END-EXEC.

       7300-LEER-SALDO-CUENTA.
           MOVE HV-CUENTA-TINT TO HV-NUMERO-CUENTA.
           EXEC SQL SELECT SALDO INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

      * Mismo bloqueo optimista de BATCH/PBNKV.cbl.
       7400-ACTUALIZAR-SALDO-CUENTA.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

       7500-INSERTAR-MOV-DEVOLUCION.
           MOVE '@'                TO HV-TIPO-OPER.
           MOVE HV-PRINCIPAL-TINT  TO HV-MONTO.
           MOVE HV-USUARIO-TINT    TO HV-USUARIO-MOV.
           MOVE HV-BIC-BENEF-TINT  TO HV-USUARIO-REL.
           MOVE WS-SALDO-NUEVO     TO HV-SALDO-RESULTANTE.
           MOVE SPACES             TO HV-AGENTE-ID.
           MOVE HV-CUENTA-TINT     TO HV-CUENTA-NUM.
           MOVE SPACES             TO HV-SUCURSAL-ID.
           MOVE WC-CONCEPTO-DEVOL  TO HV-CONCEPTO.
           MOVE WS-FECHA-PROCESO   TO HV-FECHA-NEG.
           MOVE WS-FECHA-PROCESO   TO HV-FECHA-VALOR.
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

       7600-ABRIR-CURSOR-PENDIENTES.
           EXEC SQL DECLARE CUR-INTERNACIONALES CURSOR WITH HOLD FOR
               SELECT ID_TINT, USUARIO, CUENTA_NUM, MONEDA,
                      MONTO_INSTRUIDO, MONTO_ENVIADO, GASTOS,
                      COMISION_DIVISA, BENEF_NOMBRE, BENEF_DIRECCION,
                      BENEF_CUENTA, BIC_BENEFICIARIO,
                      BIC_CORRESPONSAL, INFO_REMESA
               FROM IBMUSER.TRANSF_INTERNACIONAL
               WHERE ESTADO = 'P'
               ORDER BY ID_TINT
           END-EXEC.
           EXEC SQL OPEN CUR-INTERNACIONALES END-EXEC.

       7700-FETCH-PENDIENTE.
           EXEC SQL FETCH CUR-INTERNACIONALES
               INTO :HV-ID-TINT, :HV-USUARIO-TINT, :HV-CUENTA-TINT,
                    :HV-MONEDA-TINT, :HV-MONTO-INS-TINT,
                    :HV-MONTO-ENV-TINT, :HV-GASTOS-TINT,
                    :HV-COMIS-DIV-TINT, :HV-BENEF-NOM-TINT,
                    :HV-BENEF-DIR-TINT, :HV-BENEF-CTA-TINT,
                    :HV-BIC-BENEF-TINT, :HV-BIC-CORR-TINT,
                    :HV-REMESA-TINT
           END-EXEC.

      * Nombre del ordenante para el 50K; si el cliente ya no esta
      * viaja la cuenta sola.
       7800-LEER-ORDENANTE.
           MOVE HV-USUARIO-TINT TO HV-USUARIO.
           MOVE SPACES TO HV-NOMBRE.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-ITEMS-ENVIADOS TO WS-EJEC-PROC.
           MOVE WS-RESP-DEVUELTAS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE ARCHIVO-RESPUESTAS.
      * Pie de intercambio y registro del corte en el libro.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'TRL' TO WS-ARC-TRL-MARCA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL.
           WRITE REG-MT103 FROM WS-ARC-REGISTRO.
           CLOSE ARCHIVO-MT103.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.
           DISPLAY 'PBNKWS - RESPUESTAS LEIDAS     : ' WS-RESP-LEIDAS.
           DISPLAY 'PBNKWS - ITEMS CONFIRMADOS     : '
               WS-RESP-CONFIRMADAS.
           DISPLAY 'PBNKWS - ITEMS DEVUELTOS       : '
               WS-RESP-DEVUELTAS.
           DISPLAY 'PBNKWS - RESPUESTAS IGNORADAS  : '
               WS-RESP-IGNORADAS.
           DISPLAY 'PBNKWS - MT103 ENVIADOS AL CORTE: '
               WS-ITEMS-ENVIADOS.
           DISPLAY 'PBNKWS - CORTE TRANSFERENCIAS EXTERIOR - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYIDCP.
       COPY CPYCHNP.
