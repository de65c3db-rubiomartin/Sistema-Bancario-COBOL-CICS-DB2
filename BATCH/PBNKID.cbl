       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKID.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKID                                 **
      ** TITULO ...........: IMPUESTO DEBITOS Y CREDITOS - REMESA   **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida mensual: liquida el periodo AAAAMM recibido por  **
      **   SYSIN (vacio = mes anterior a la fecha de negocio).      **
      ** - Suma por USUARIO los movimientos '1' del periodo que     **
      **   posteo COPYS/CPYIDCP.cbl, separando debitos y creditos   **
      **   por su CONCEPTO, neto de los reversos 'X' del periodo    **
      **   que anulan una fila '1'.                                 **
      ** - Reemplaza las filas del periodo en IBMUSER.              **
      **   IMPUESTO_DEBCRED (relanzar regenera todo) y corta la     **
      **   remesa al fisco (DD IDCREM: detalle por cliente y        **
      **   totales, con HDR/TRL y registro en CONTROL_ARCHIVOS).    **
      ** - Escribe el certificado anual por cliente (DD IDCCER)     **
      **   con lo percibido desde enero hasta el periodo:           **
      **   'P' parcial, o 'D' definitivo en la corrida de           **
      **   diciembre.                                               **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESA-IMPUESTO ASSIGN TO IDCREM
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARCHIVO-CERTIFICADOS ASSIGN TO IDCCER
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REMESA-IMPUESTO
           RECORDING MODE IS F.
       01  REG-REMESA                  PIC X(80).

       FD  ARCHIVO-CERTIFICADOS
           RECORDING MODE IS F.
       01  REG-CERTIFICADO             PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLIDCM END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-PERIODO-SYSIN      PIC X(6)  VALUE SPACES.
           05 WS-PERIODO            PIC X(6)  VALUE SPACES.
           05 WS-PERIODO-R REDEFINES WS-PERIODO.
              10 WS-PERIODO-ANIO    PIC X(4).
              10 WS-PERIODO-MES     PIC X(2).
           05 WS-PERIODO-ENERO      PIC X(6)  VALUE SPACES.
           05 WS-FECHA-DESDE        PIC X(10) VALUE SPACES.
           05 WS-FECHA-HASTA        PIC X(10) VALUE SPACES.
           05 WS-FECHA-AUX          PIC X(10) VALUE SPACES.
           05 WS-IMP-DEBITOS        PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-IMP-CREDITOS       PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-IMP-CLIENTE        PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-MOVS          PIC S9(9) COMP VALUE 0.
           05 WS-TOTAL-DEBITOS      PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-CREDITOS     PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-REMESA       PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-CONTADOR-CLIENTES  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-CERTIF    PIC S9(7) COMP-3 VALUE 0.

       01  WS-LINEA-DETALLE.
           05 WS-LD-USUARIO          PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LD-IMP-DEBITOS      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LD-IMP-CREDITOS     PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LD-IMP-TOTAL        PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LD-CANT-MOVS        PIC 9(7).
           05 FILLER                 PIC X(15) VALUE SPACES.

       01  WS-LINEA-RESUMEN.
           05 WS-LR-TEXTO            PIC X(24).
           05 WS-LR-MONTO            PIC -(12)9,99.
           05 FILLER                 PIC X(40) VALUE SPACES.

      * Certificado anual: una linea por cliente, ordenada por USUARIO.
       01  WS-LINEA-CERTIFICADO.
           05 WS-CE-USUARIO          PIC X(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-CE-NOMBRE           PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-CE-ANIO             PIC X(4).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-CE-MES-HASTA        PIC X(2).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-CE-IMP-DEBITOS      PIC 9(9)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-CE-IMP-CREDITOS     PIC 9(9)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-CE-IMP-TOTAL        PIC 9(9)V99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
      * 'P' parcial (enero a MES-HASTA) / 'D' definitivo (diciembre).
           05 WS-CE-CARACTER         PIC X(1).
           05 FILLER                 PIC X(5)  VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKID'.
      * Conceptos con que CPYIDCP distingue el sentido gravado.
           03  WC-CONCEPTO-CREDITO   PIC X(30)
               VALUE 'IMP DEB/CRED S/CREDITO'.

       COPY CPYEJBW.
       COPY CPYARCW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-LIQUIDAR-PERIODO.
           PERFORM 3000-TOTALES-REMESA.
           PERFORM 4000-EMITIR-CERTIFICADOS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKID - IMPUESTO DEBITOS Y CREDITOS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           ACCEPT WS-PERIODO-SYSIN FROM SYSIN.
           IF WS-PERIODO-SYSIN IS NUMERIC
               MOVE WS-PERIODO-SYSIN TO WS-PERIODO
           ELSE
               PERFORM 7000-PERIODO-ANTERIOR
           END-IF.
           PERFORM 7010-CALCULAR-RANGO.
           DISPLAY 'PBNKID - PERIODO: ' WS-PERIODO
               ' (' WS-FECHA-DESDE ' A ' WS-FECHA-HASTA ')'.
           STRING WS-PERIODO-ANIO DELIMITED BY SIZE
               '01' DELIMITED BY SIZE
               INTO WS-PERIODO-ENERO.
           OPEN OUTPUT REMESA-IMPUESTO.
           OPEN OUTPUT ARCHIVO-CERTIFICADOS.
      * Cabecera de intercambio de la remesa (libro de control).
           MOVE 'IDCREM' TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'HDR' TO WS-ARC-HDR-MARCA.
           MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA.
           WRITE REG-REMESA FROM WS-ARC-REGISTRO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.

      *================================================================*
      * 2000 - TOTALES DEL PERIODO POR CLIENTE                         *
      *================================================================*
       2000-LIQUIDAR-PERIODO.
           PERFORM 7100-BORRAR-PERIODO.
           PERFORM 7200-ABRIR-CURSOR-IMPUESTO.
           PERFORM 7210-FETCH-IMPUESTO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-GRABAR-CLIENTE
               PERFORM 7210-FETCH-IMPUESTO
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKID - ERROR EN CURSOR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-IMPUESTO-ID END-EXEC.
           IF RETURN-CODE < 8
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       2100-GRABAR-CLIENTE.
           PERFORM 7300-INSERTAR-TOTALES.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKID - ERROR GRABANDO ' HV-USUARIO-IDCM
                   ' SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           COMPUTE WS-IMP-CLIENTE = WS-IMP-DEBITOS + WS-IMP-CREDITOS.
           ADD 1 TO WS-CONTADOR-CLIENTES.
           ADD WS-IMP-DEBITOS  TO WS-TOTAL-DEBITOS.
           ADD WS-IMP-CREDITOS TO WS-TOTAL-CREDITOS.
           ADD WS-IMP-CLIENTE  TO WS-TOTAL-REMESA.
           MOVE HV-USUARIO-IDCM TO WS-LD-USUARIO.
           MOVE WS-IMP-DEBITOS  TO WS-LD-IMP-DEBITOS.
           MOVE WS-IMP-CREDITOS TO WS-LD-IMP-CREDITOS.
           MOVE WS-IMP-CLIENTE  TO WS-LD-IMP-TOTAL.
           MOVE WS-CANT-MOVS    TO WS-LD-CANT-MOVS.
           WRITE REG-REMESA FROM WS-LINEA-DETALLE.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD WS-IMP-CLIENTE TO WS-ARC-TOTAL-LEIDO.
      * El FETCH que sigue no debe ver el SQLCODE del INSERT.
           MOVE 0 TO SQLCODE.

      *================================================================*
      * 3000 - TOTALES Y PIE DE LA REMESA                              *
      *================================================================*
       3000-TOTALES-REMESA.
           MOVE 'IMPUESTO S/DEBITOS ....:' TO WS-LR-TEXTO.
           MOVE WS-TOTAL-DEBITOS           TO WS-LR-MONTO.
           WRITE REG-REMESA FROM WS-LINEA-RESUMEN.
           MOVE 'IMPUESTO S/CREDITOS ...:' TO WS-LR-TEXTO.
           MOVE WS-TOTAL-CREDITOS          TO WS-LR-MONTO.
           WRITE REG-REMESA FROM WS-LINEA-RESUMEN.
           MOVE 'TOTAL A INGRESAR ......:' TO WS-LR-TEXTO.
           MOVE WS-TOTAL-REMESA            TO WS-LR-MONTO.
           WRITE REG-REMESA FROM WS-LINEA-RESUMEN.
      * Pie de intercambio y registro del corte en el libro.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'TRL' TO WS-ARC-TRL-MARCA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL.
           WRITE REG-REMESA FROM WS-ARC-REGISTRO.
           CLOSE REMESA-IMPUESTO.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.

      *================================================================*
      * 4000 - CERTIFICADO ANUAL POR CLIENTE                           *
      *================================================================*
       4000-EMITIR-CERTIFICADOS.
           PERFORM 7400-ABRIR-CURSOR-CERTIF.
           PERFORM 7410-FETCH-CERTIF.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 4100-ESCRIBIR-CERTIFICADO
               PERFORM 7410-FETCH-CERTIF
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKID - ERROR EN CERTIFICADOS SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-CERTIF-ID END-EXEC.

       4100-ESCRIBIR-CERTIFICADO.
           COMPUTE WS-IMP-CLIENTE = WS-IMP-DEBITOS + WS-IMP-CREDITOS.
           IF WS-IMP-CLIENTE > 0
               ADD 1 TO WS-CONTADOR-CERTIF
               MOVE HV-USUARIO-IDCM TO WS-CE-USUARIO
               MOVE HV-NOMBRE       TO WS-CE-NOMBRE
               MOVE WS-PERIODO-ANIO TO WS-CE-ANIO
               MOVE WS-PERIODO-MES  TO WS-CE-MES-HASTA
               MOVE WS-IMP-DEBITOS  TO WS-CE-IMP-DEBITOS
               MOVE WS-IMP-CREDITOS TO WS-CE-IMP-CREDITOS
               MOVE WS-IMP-CLIENTE  TO WS-CE-IMP-TOTAL
               IF WS-PERIODO-MES = '12'
                   MOVE 'D' TO WS-CE-CARACTER
               ELSE
                   MOVE 'P' TO WS-CE-CARACTER
               END-IF
               WRITE REG-CERTIFICADO FROM WS-LINEA-CERTIFICADO
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
      * Sin periodo en SYSIN: el mes anterior a la fecha de negocio
      * (la corrida normal de los primeros dias del mes).
       7000-PERIODO-ANTERIOR.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO - 1 MONTH, ISO)
               INTO :WS-FECHA-AUX
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL SELECT CHAR(CURRENT DATE - 1 MONTH, ISO)
                   INTO :WS-FECHA-AUX
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           STRING WS-FECHA-AUX(1:4) DELIMITED BY SIZE
               WS-FECHA-AUX(6:2) DELIMITED BY SIZE
               INTO WS-PERIODO.

       7010-CALCULAR-RANGO.
           STRING WS-PERIODO-ANIO DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-PERIODO-MES DELIMITED BY SIZE
               '-01' DELIMITED BY SIZE
               INTO WS-FECHA-DESDE.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-DESDE) + 1 MONTH
                                - 1 DAY, ISO)
               INTO :WS-FECHA-HASTA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       7100-BORRAR-PERIODO.
           MOVE WS-PERIODO TO HV-PERIODO-IDCM.
           EXEC SQL DELETE FROM IBMUSER.IMPUESTO_DEBCRED
               WHERE PERIODO = :HV-PERIODO-IDCM
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'PBNKID - ERROR BORRANDO PERIODO SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Filas '1' del periodo mas los reversos 'X' del periodo que
      * anulan una fila '1' (con signo contrario y la fila original
      * como fuente del sentido gravado).
       7200-ABRIR-CURSOR-IMPUESTO.
           EXEC SQL DECLARE CUR-IMPUESTO-ID CURSOR FOR
               SELECT T.USUARIO, SUM(T.DEBITO), SUM(T.CREDITO),
                      SUM(T.CANT)
               FROM (SELECT M.USUARIO,
                         CASE WHEN M.CONCEPTO = :WC-CONCEPTO-CREDITO
                              THEN 0 ELSE M.MONTO END AS DEBITO,
                         CASE WHEN M.CONCEPTO = :WC-CONCEPTO-CREDITO
                              THEN M.MONTO ELSE 0 END AS CREDITO,
                         1 AS CANT
                     FROM IBMUSER.MOVIMIENTOS M
                     WHERE M.TIPO_OPER = '1'
                       AND M.FECHA_NEGOCIO
                           BETWEEN DATE(:WS-FECHA-DESDE)
                               AND DATE(:WS-FECHA-HASTA)
                     UNION ALL
                     SELECT O.USUARIO,
                         CASE WHEN O.CONCEPTO = :WC-CONCEPTO-CREDITO
                              THEN 0 ELSE 0 - O.MONTO END,
                         CASE WHEN O.CONCEPTO = :WC-CONCEPTO-CREDITO
                              THEN 0 - O.MONTO ELSE 0 END,
                         -1
                     FROM IBMUSER.MOVIMIENTOS X,
                          IBMUSER.MOVIMIENTOS O
                     WHERE X.TIPO_OPER = 'X'
                       AND O.ID_MOV = X.ID_MOV_ORIGEN
                       AND O.TIPO_OPER = '1'
                       AND X.FECHA_NEGOCIO
                           BETWEEN DATE(:WS-FECHA-DESDE)
                               AND DATE(:WS-FECHA-HASTA)) T
               GROUP BY T.USUARIO
               ORDER BY T.USUARIO
           END-EXEC.
           EXEC SQL OPEN CUR-IMPUESTO-ID END-EXEC.

       7210-FETCH-IMPUESTO.
           EXEC SQL FETCH CUR-IMPUESTO-ID
               INTO :HV-USUARIO-IDCM, :WS-IMP-DEBITOS,
                    :WS-IMP-CREDITOS, :WS-CANT-MOVS
           END-EXEC.

       7300-INSERTAR-TOTALES.
           MOVE WS-PERIODO      TO HV-PERIODO-IDCM.
           MOVE WS-IMP-DEBITOS  TO HV-IMP-DEB-IDCM.
           MOVE WS-IMP-CREDITOS TO HV-IMP-CRE-IDCM.
           MOVE WS-CANT-MOVS    TO HV-CANT-MOVS-IDCM.
           EXEC SQL INSERT INTO IBMUSER.IMPUESTO_DEBCRED
               (PERIODO, USUARIO, IMP_DEBITOS, IMP_CREDITOS,
                CANT_MOVS, FECHA_PROCESO)
               VALUES (:HV-PERIODO-IDCM, :HV-USUARIO-IDCM,
                :HV-IMP-DEB-IDCM, :HV-IMP-CRE-IDCM,
                :HV-CANT-MOVS-IDCM, CURRENT TIMESTAMP)
           END-EXEC.

      * Acumulado del anio hasta el periodo; se lee de
      * IMPUESTO_DEBCRED y no de MOVIMIENTOS, que PBNKW archiva.
       7400-ABRIR-CURSOR-CERTIF.
           EXEC SQL DECLARE CUR-CERTIF-ID CURSOR FOR
               SELECT I.USUARIO, C.NOMBRE,
                      SUM(I.IMP_DEBITOS), SUM(I.IMP_CREDITOS)
               FROM IBMUSER.IMPUESTO_DEBCRED I,
                    IBMUSER.CLIENTES C
               WHERE I.USUARIO = C.USUARIO
                 AND I.PERIODO BETWEEN :WS-PERIODO-ENERO
                                   AND :WS-PERIODO
               GROUP BY I.USUARIO, C.NOMBRE
               ORDER BY I.USUARIO
           END-EXEC.
           EXEC SQL OPEN CUR-CERTIF-ID END-EXEC.

       7410-FETCH-CERTIF.
           EXEC SQL FETCH CUR-CERTIF-ID
               INTO :HV-USUARIO-IDCM, :HV-NOMBRE,
                    :WS-IMP-DEBITOS, :WS-IMP-CREDITOS
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONTADOR-CLIENTES TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE ARCHIVO-CERTIFICADOS.
           DISPLAY 'PBNKID - CLIENTES EN REMESA  : '
               WS-CONTADOR-CLIENTES.
           DISPLAY 'PBNKID - TOTAL A INGRESAR    : ' WS-TOTAL-REMESA.
           DISPLAY 'PBNKID - CERTIFICADOS        : '
               WS-CONTADOR-CERTIF.
           DISPLAY 'PBNKID - IMPUESTO DEBITOS Y CREDITOS - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
