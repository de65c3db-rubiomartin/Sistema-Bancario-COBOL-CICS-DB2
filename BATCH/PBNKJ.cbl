      **   cada COMMIT, que no existe aqui); DD EXTRACTO se abre      **
      **   EXTEND en un reinicio para no perder los extractos ya      **
      **   escritos antes del corte.                                 **
      ** - El encabezado lista cada cuenta del cliente con su CBU    **
      **   (IBMUSER.CUENTAS.CBU, asignado por BATCH/PBNKCU.cbl).     **
      ** - Cada conversion de producto de una cuenta del            **
      **   cliente en el periodo (IBMUSER.CONVERSIONES_PRODUCTO,    **
      **   SOURCE/PBNKTP.cbl) sale como leyenda al pie del          **
      **   detalle, con fecha, cuenta y tipo anterior y nuevo.      **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE DCLMSGC END-EXEC.
           EXEC SQL INCLUDE DCLPREF END-EXEC.
           EXEC SQL INCLUDE DCLNOTI END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLCONV END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 SW-FIN-CERT           PIC X(01) VALUE 'N'.
           05 WS-LPE-FIN            PIC X(10).
           05 FILLER                PIC X(42) VALUE SPACES.

       01  WS-LINEA-CBU.
           05 FILLER                PIC X(14) VALUE
              'CUENTA ......:'.
           05 WS-LCB-CUENTA         PIC X(10).
           05 FILLER                PIC X(7)  VALUE '  CBU: '.
           05 WS-LCB-CBU            PIC X(22).
           05 FILLER                PIC X(27) VALUE SPACES.

       01  WS-LINEA-SALDO-INI.
           05 WS-LSI-ETIQUETA       PIC X(18) VALUE
              'SALDO INICIAL ...:'.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LDE-FECHA-VALOR    PIC X(10).

      * Leyenda por cada conversion de producto del periodo.
       01  WS-LINEA-CONVERSION.
           05 FILLER                PIC X(24) VALUE
              'CONVERSION DE PRODUCTO: '.
           05 WS-LCV-FECHA          PIC X(10).
           05 FILLER                PIC X(8)  VALUE ' CUENTA '.
           05 WS-LCV-CUENTA         PIC X(10).
           05 FILLER                PIC X(7)  VALUE ' TIPO '.
           05 WS-LCV-TIPO-ANT       PIC X(1).
           05 FILLER                PIC X(4)  VALUE ' -> '.
           05 WS-LCV-TIPO-NUE       PIC X(1).
           05 FILLER                PIC X(15) VALUE SPACES.

       01  WS-LINEA-SIN-MOV.
           05 FILLER                PIC X(40) VALUE
              'SIN MOVIMIENTOS EN EL PERIODO'.
               MOVE WS-SALDO-INICIAL TO WS-SALDO-FINAL
               WRITE REG-EXTRACTO FROM WS-LINEA-SIN-MOV
           END-IF.
           PERFORM 2168-ESCRIBIR-CONVERSIONES.
           PERFORM 2165-ADJUNTAR-CERTIFICADO.
           PERFORM 2170-ESCRIBIR-PIE.

           MOVE WS-PERIODO-INI TO WS-LPE-INI.
           MOVE WS-PERIODO-FIN TO WS-LPE-FIN.
           WRITE REG-EXTRACTO FROM WS-LINEA-PERIODO.
           PERFORM 2155-ESCRIBIR-CUENTAS-CBU.
           MOVE WS-SALDO-INICIAL TO WS-LSI-SALDO.
           WRITE REG-EXTRACTO FROM WS-LINEA-SALDO-INI.
           WRITE REG-EXTRACTO FROM WS-LINEA-SEPARADOR.
           WRITE REG-EXTRACTO FROM WS-LINEA-TITULO-DET.

      * Una linea por cuenta del cliente con su CBU; una cuenta
      * todavia sin CBU asignado sale con el campo en blanco.
       2155-ESCRIBIR-CUENTAS-CBU.
           PERFORM 7800-ABRIR-CURSOR-CUENTAS.
           PERFORM 7810-FETCH-CUENTA.
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE HV-NUMERO-CUENTA TO WS-LCB-CUENTA
               MOVE HV-CBU-CTA       TO WS-LCB-CBU
               WRITE REG-EXTRACTO FROM WS-LINEA-CBU
               PERFORM 7810-FETCH-CUENTA
           END-PERFORM.
           EXEC SQL CLOSE CUR-CUENTAS-J END-EXEC.

       2160-ESCRIBIR-DETALLE.
           MOVE HV-FECHA(1:10)       TO WS-LDE-FECHA.
           MOVE HV-FECHA-VALOR       TO WS-LDE-FECHA-VALOR.
           MOVE HV-SALDO-RESULTANTE  TO WS-LDE-SALDO.
           WRITE REG-EXTRACTO FROM WS-LINEA-DETALLE.

      * Leyenda informativa (sin importe) por cada cambio de
      * producto de una cuenta del cliente en el periodo; lo
      * liquidado al convertir ya salio como movimientos.
       2168-ESCRIBIR-CONVERSIONES.
           PERFORM 7820-ABRIR-CURSOR-CONVERSIONES.
           PERFORM 7830-FETCH-CONVERSION.
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE HV-FECHA-CONV    TO WS-LCV-FECHA
               MOVE HV-CUENTA-CONV   TO WS-LCV-CUENTA
               MOVE HV-TIPO-ANT-CONV TO WS-LCV-TIPO-ANT
               MOVE HV-TIPO-NUE-CONV TO WS-LCV-TIPO-NUE
               WRITE REG-EXTRACTO FROM WS-LINEA-CONVERSION
               PERFORM 7830-FETCH-CONVERSION
           END-PERFORM.
           EXEC SQL CLOSE CUR-CONVERSIONES-J END-EXEC.

       2170-ESCRIBIR-PIE.
           WRITE REG-EXTRACTO FROM WS-LINEA-SEPARADOR.
           MOVE WS-SALDO-FINAL TO WS-LSF-SALDO.
      * No hay COMMIT que sirva de gancho (el job no escribe
      * en DB2), asi que el checkpoint se graba cada
      * WC-INTERVALO-CHECKPOINT clientes ya extractados al DD EXTRACTO.
       7800-ABRIR-CURSOR-CUENTAS.
           EXEC SQL DECLARE CUR-CUENTAS-J CURSOR FOR
               SELECT NUMERO_CUENTA, CBU
               FROM IBMUSER.CUENTAS
               WHERE USUARIO = :HV-USUARIO
               ORDER BY NUMERO_CUENTA
           END-EXEC.
           EXEC SQL OPEN CUR-CUENTAS-J END-EXEC.

       7810-FETCH-CUENTA.
           EXEC SQL FETCH CUR-CUENTAS-J
               INTO :HV-NUMERO-CUENTA, :HV-CBU-CTA
           END-EXEC.

       7820-ABRIR-CURSOR-CONVERSIONES.
           EXEC SQL DECLARE CUR-CONVERSIONES-J CURSOR FOR
               SELECT CHAR(FECHA_CONVERSION, ISO), NUMERO_CUENTA,
                      TIPO_ANTERIOR, TIPO_NUEVO
               FROM IBMUSER.CONVERSIONES_PRODUCTO
               WHERE USUARIO = :HV-USUARIO
                 AND FECHA_CONVERSION BETWEEN DATE(:WS-PERIODO-INI)
                                          AND DATE(:WS-PERIODO-FIN)
               ORDER BY FECHA_CONVERSION, NUMERO_CUENTA
           END-EXEC.
           EXEC SQL OPEN CUR-CONVERSIONES-J END-EXEC.

       7830-FETCH-CONVERSION.
           EXEC SQL FETCH CUR-CONVERSIONES-J
               INTO :HV-FECHA-CONV, :HV-CUENTA-CONV,
                    :HV-TIPO-ANT-CONV, :HV-TIPO-NUE-CONV
           END-EXEC.

       7950-GRABAR-CHECKPOINT-SI-CORRESPONDE.
           ADD 1 TO WS-CONTADOR-DESDE-CKP.
           IF WS-CONTADOR-DESDE-CKP >= WC-INTERVALO-CHECKPOINT
