      **   CHECKPOINT_BATCH que BATCH/PBNKI.cbl: 7060-LEER-CHECKPOINT **
      **   retoma desde el ultimo USUARIO cobrado si una corrida      **
      **   anterior no termino.                                      **
      ** - Condicion negociada: un importe de IBMUSER.CONDICIONES_  **
      **   ESPECIALES (tipo 'C', aprobada y vigente) reemplaza la   **
      **   comision del producto; con importe 0 la comision queda   **
      **   bonificada. Lo que se deja de cobrar frente a la         **
      **   comision del producto se suma en su COSTO_ACUMULADO.     **
      ** - Cada comision cobrada lleva factura fiscal numerada y su **
      **   IVA (segun la condicion del cliente) se desdobla en un   **
      **   movimiento '%' aparte (COPYS/CPYIVAP.cbl); el total      **
      **   debitado no cambia.                                      **
      ** - Conversion de producto (SOURCE/PBNKTP.cbl): el           **
      **   producto anterior cobra su fraccion del mes al           **
      **   convertir; aca la cuenta paga la comision de su          **
      **   producto actual solo por los dias del mes de la          **
      **   fecha de negocio posteriores a la ultima conversion.     **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLPROD END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.

       01  WS-VARIABLES-TRABAJO.
      * Valores de fabrica; 7050-LEER-PARAMETROS los
      * usan los globales de arriba, como siempre).
           05 WS-COMISION-EFECTIVA PIC S9(8)V9(2) COMP-3.
           05 WS-UMBRAL-EFECTIVO  PIC S9(8)V9(2) COMP-3.
      * Comision que regiria sin condicion negociada; la diferencia
      * con la efectiva es el costo de la condicion.
           05 WS-COMISION-ESTANDAR PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-CONTADOR-BONIF   PIC S9(7) COMP-3 VALUE 0.
           05 WS-SALDO-NUEVO      PIC S9(8)V9(2) COMP-3.
           05 WS-CONTADOR-PROC    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-EXENTO  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-OMIT    PIC S9(7) COMP-3 VALUE 0.
      * Fecha de negocio del corte (IBMUSER.FECHA_NEGOCIO); su mes
      * es el que se cobra. Sin la tabla sembrada, fecha calendario.
           05 WS-FECHA-NEGOCIO    PIC X(10) VALUE SPACES.
      * Conversion de producto en el mes (SOURCE/PBNKTP.cbl): el
      * producto anterior ya cobro su fraccion al convertir; el
      * actual cobra solo los dias posteriores a la ultima
      * conversion del mes.
           05 WS-DIA-ULT-CONV     PIC S9(9) COMP VALUE 0.
           05 WS-DIAS-MES         PIC S9(9) COMP VALUE 0.
           05 WS-CONTADOR-PRORR   PIC S9(7) COMP-3 VALUE 0.
      * Reinicio/checkpoint.
           05 WS-USUARIO-DESDE    PIC X(8) VALUE SPACES.
      * Particion por rango de USUARIO (SYSIN: id de particion y
       01  WC-CONSTANTES.
           03  WC-PROGRAMA        PIC X(8)  VALUE 'PBNKF'.
           03  WC-INTERVALO-CHECKPOINT PIC S9(4) COMP VALUE 50.
           03  WC-CONCEPTO-FACTURA PIC X(30)
               VALUE 'COMISION MANTENIMIENTO CUENTA'.

       COPY CPYEJBW.
       COPY CPYCNDW.
       COPY CPYIVAW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
           PERFORM 1050-RESOLVER-PARTICION.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7050-LEER-PARAMETROS.
           PERFORM 7055-LEER-FECHA-NEGOCIO.
           PERFORM 7060-LEER-CHECKPOINT.
           PERFORM 7100-ABRIR-CURSOR-CLIENTES.

           PERFORM 7200-FETCH-CLIENTE.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 7070-LEER-PRODUCTO
               PERFORM 7080-LEER-CONVERSION-MES
               IF WS-DIA-ULT-CONV > 0
                   PERFORM 2050-PRORRATEAR-COMISION
               END-IF
               EVALUATE TRUE
                   WHEN HV-BLOQUEADO NOT = 'N'
                       ADD 1 TO WS-CONTADOR-OMIT
                       ADD 1 TO WS-CONTADOR-EXENTO
                   WHEN HV-SALDO-CTA >= WS-UMBRAL-EFECTIVO
                       ADD 1 TO WS-CONTADOR-EXENTO
                   WHEN CND-HALLADA AND WS-COMISION-EFECTIVA = 0
                       PERFORM 2200-BONIFICAR-COMISION
      * Convertida el ultimo dia del mes: al producto actual no le
      * queda fraccion que cobrar.
                   WHEN WS-COMISION-EFECTIVA = 0
                       ADD 1 TO WS-CONTADOR-EXENTO
                   WHEN HV-SALDO-CTA >= WS-COMISION-EFECTIVA
                       PERFORM 2100-COBRAR-COMISION-CUENTA
                   WHEN OTHER
               PERFORM 7200-FETCH-CLIENTE
           END-PERFORM.

      * Fraccion del mes posterior a la ultima conversion; la
      * comision del producto (costo de una condicion) se prorratea
      * igual.
       2050-PRORRATEAR-COMISION.
           ADD 1 TO WS-CONTADOR-PRORR.
           COMPUTE WS-COMISION-EFECTIVA ROUNDED =
               WS-COMISION-EFECTIVA * (WS-DIAS-MES - WS-DIA-ULT-CONV)
               / WS-DIAS-MES.
           COMPUTE WS-COMISION-ESTANDAR ROUNDED =
               WS-COMISION-ESTANDAR * (WS-DIAS-MES - WS-DIA-ULT-CONV)
               / WS-DIAS-MES.

       2100-COBRAR-COMISION-CUENTA.
           SUBTRACT WS-COMISION-EFECTIVA FROM HV-SALDO-CTA
               GIVING WS-SALDO-NUEVO.
           IF SQLCODE = 0
               PERFORM 7400-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7450-FACTURAR-COMISION
           END-IF.
           IF SQLCODE = 0 AND CND-HALLADA
               COMPUTE WS-CND-COSTO =
                   WS-COMISION-ESTANDAR - WS-COMISION-EFECTIVA
               PERFORM 9975-ACUMULAR-COSTO-COND
           END-IF.
           IF SQLCODE = 0
               PERFORM 7900-COMMIT-CUENTA
               ADD 1 TO WS-CONTADOR-PROC
               ADD 1 TO WS-CONTADOR-OMIT
           END-IF.

      * Comision bonificada por condicion negociada: no hay cobro ni
      * movimiento; la cuenta va con las exentas y la comision del
      * producto queda como costo de la condicion.
       2200-BONIFICAR-COMISION.
           MOVE WS-COMISION-ESTANDAR TO WS-CND-COSTO.
           PERFORM 9975-ACUMULAR-COSTO-COND.
           IF SQLCODE = 0
               PERFORM 7900-COMMIT-CUENTA
               ADD 1 TO WS-CONTADOR-EXENTO
               ADD 1 TO WS-CONTADOR-BONIF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PBNKF - ERROR SQLCODE ' SQLCODE
                   ' CUENTA ' HV-USUARIO
               ADD 1 TO WS-CONTADOR-OMIT
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
               MOVE HV-VALOR-PARAM TO WS-UMBRAL-EXENCION
           END-IF.

       7055-LEER-FECHA-NEGOCIO.
           EXEC SQL SELECT FECHA_NEGOCIO INTO :HV-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
           ELSE
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           EXEC SQL SELECT DAY(DATE(:WS-FECHA-NEGOCIO)
                      - (DAY(DATE(:WS-FECHA-NEGOCIO)) - 1) DAYS
                      + 1 MONTH - 1 DAY)
               INTO :WS-DIAS-MES
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      * Retoma desde el ultimo USUARIO cobrado si una corrida
      * anterior quedo a mitad de camino (mismo mecanismo de
      * BATCH/PBNKI.cbl/IBMUSER.CHECKPOINT_BATCH).
           ELSE
               MOVE WS-UMBRAL-EXENCION TO WS-UMBRAL-EFECTIVO
           END-IF.
           MOVE WS-COMISION-EFECTIVA TO WS-COMISION-ESTANDAR.
           PERFORM 7075-APLICAR-CONDICION.

      * Una condicion negociada vigente manda sobre el producto
      * (importe y, con 0, bonificacion total).
       7075-APLICAR-CONDICION.
           MOVE HV-USUARIO       TO WS-CND-USUARIO.
           MOVE HV-NUMERO-CUENTA TO WS-CND-CUENTA.
           MOVE 'C'              TO WS-CND-TIPO.
           PERFORM 9970-BUSCAR-CONDICION-ESP.
           IF CND-HALLADA
               MOVE WS-CND-COMISION TO WS-COMISION-EFECTIVA
           END-IF.

      * Dia de la ultima conversion de producto de la cuenta en el
      * mes de la fecha de negocio (0 = no hubo).
       7080-LEER-CONVERSION-MES.
           MOVE 0 TO WS-DIA-ULT-CONV.
           EXEC SQL SELECT COALESCE(MAX(DAY(FECHA_CONVERSION)), 0)
               INTO :WS-DIA-ULT-CONV
               FROM IBMUSER.CONVERSIONES_PRODUCTO
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND FECHA_CONVERSION <= DATE(:WS-FECHA-NEGOCIO)
                 AND FECHA_CONVERSION >= DATE(:WS-FECHA-NEGOCIO)
                     - (DAY(DATE(:WS-FECHA-NEGOCIO)) - 1) DAYS
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DIAS-MES = 0
               MOVE 0 TO WS-DIA-ULT-CONV
           END-IF.
           MOVE 0 TO SQLCODE.

       7300-ACTUALIZAR-SALDO.
           EXEC SQL UPDATE IBMUSER.CUENTAS
                CURRENT TIMESTAMP, :HV-USUARIO-REL,
                :HV-SALDO-RESULTANTE, :HV-CUENTA-NUM)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * Factura fiscal de la comision y desdoble de su IVA en un
      * movimiento '%' (COPYS/CPYIVAP.cbl), en el mismo COMMIT.
       7450-FACTURAR-COMISION.
           MOVE 0                    TO WS-IVA-ID-MOV.
           MOVE HV-USUARIO           TO WS-IVA-TITULAR.
           MOVE WS-COMISION-EFECTIVA TO WS-IVA-MONTO.
           MOVE WC-CONCEPTO-FACTURA  TO WS-IVA-CONCEPTO.
           SET IVA-DESDOBLAR         TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

       7900-COMMIT-CUENTA.
           EXEC SQL COMMIT END-EXEC.
           PERFORM 9100-LIMPIAR-CHECKPOINT.
           DISPLAY 'PBNKF - CUENTAS COBRADAS    : ' WS-CONTADOR-PROC.
           DISPLAY 'PBNKF - CUENTAS EXENTAS     : ' WS-CONTADOR-EXENTO.
           DISPLAY 'PBNKF -   POR CONDICION ESP.: ' WS-CONTADOR-BONIF.
           DISPLAY 'PBNKF - PRORRATEADAS (CONV.) : ' WS-CONTADOR-PRORR.
           DISPLAY 'PBNKF - CUENTAS OMITIDAS    : ' WS-CONTADOR-OMIT.
           DISPLAY 'PBNKF - COMISION DE MANTENIMIENTO - FIN'.

           END-EXEC.

       COPY CPYEJBP.
       COPY CPYCNDP.
       COPY CPYIVAP.
       COPY CPYCHNP.
