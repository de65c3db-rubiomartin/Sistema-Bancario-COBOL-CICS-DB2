       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKGR.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKGR                                 **
      ** TITULO ...........: GRANDES EXPOSICIONES POR GRUPO         **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida mensual: foto al cierre del periodo AAAAMM       **
      **   recibido por SYSIN (vacio = mes anterior a la fecha de   **
      **   negocio) de la exposicion de cada grupo economico activo **
      **   (IBMUSER.GRUPOS_ECONOMICOS).                             **
      ** - La exposicion y el limite de concentracion salen de      **
      **   COPYS/CPYGREP.cbl, la misma rutina del aviso de PBNKLO   **
      **   y de la pantalla PBNKGE: saldos vigentes al momento de   **
      **   la corrida.                                              **
      ** - Reemplaza las filas del periodo en IBMUSER.              **
      **   EXPOSICION_GRUPOS (relanzar regenera todo), con          **
      **   EXCEDIDO 'S' si el total supera el limite.               **
      ** - Informe (DD GRUPREP) de los grupos excedidos: nombre,    **
      **   cabeza, componentes, total, limite, exceso y porcentaje  **
      **   del capital regulatorio.                                 **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFORME-GRUPOS ASSIGN TO GRUPREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INFORME-GRUPOS
           RECORDING MODE IS F.
       01  REG-INFORME                 PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLGREC END-EXEC.
           EXEC SQL INCLUDE DCLEXGR END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-PERIODO-SYSIN      PIC X(6)  VALUE SPACES.
           05 WS-PERIODO            PIC X(6)  VALUE SPACES.
           05 WS-PERIODO-R REDEFINES WS-PERIODO.
              10 WS-PERIODO-ANIO    PIC X(4).
              10 WS-PERIODO-MES     PIC X(2).
           05 WS-FECHA-AUX          PIC X(10) VALUE SPACES.
           05 WS-EXCESO             PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-PCT-CAPITAL        PIC S9(5)V9(2) COMP-3 VALUE 0.
           05 WS-CONTADOR-GRUPOS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-EXCEDIDOS PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-EXCESO       PIC S9(13)V9(2) COMP-3 VALUE 0.

       01  WS-LINEA-TITULO.
           05 FILLER                 PIC X(43) VALUE
              'GRUPOS ECONOMICOS SOBRE EL LIMITE - PERIODO'.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LT-PERIODO          PIC X(6).
           05 FILLER                 PIC X(30) VALUE SPACES.

      * Cuatro lineas por grupo excedido.
       01  WS-LINEA-GRUPO.
           05 WS-LG-ID               PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LG-NOMBRE           PIC X(30).
           05 FILLER                 PIC X(8)  VALUE ' CABEZA '.
           05 WS-LG-CABEZA           PIC X(8).
           05 FILLER                 PIC X(10) VALUE ' MIEMBROS '.
           05 WS-LG-MIEMBROS         PIC ZZZ9.
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  WS-LINEA-COMPONENTES.
           05 FILLER                 PIC X(5)  VALUE '  PR '.
           05 WS-LC-PRESTAMOS        PIC -(10)9,99.
           05 FILLER                 PIC X(5)  VALUE '  SU '.
           05 WS-LC-SOBR-USADO       PIC -(10)9,99.
           05 FILLER                 PIC X(5)  VALUE '  SL '.
           05 WS-LC-SOBR-LIBRE       PIC -(10)9,99.
           05 FILLER                 PIC X(5)  VALUE '  CG '.
           05 WS-LC-CHEQUES          PIC -(10)9,99.
           05 FILLER                 PIC X(4)  VALUE SPACES.

       01  WS-LINEA-AVALES.
           05 FILLER                 PIC X(5)  VALUE '  AV '.
           05 WS-LA-AVALES           PIC -(10)9,99.
           05 FILLER                 PIC X(61) VALUE SPACES.

       01  WS-LINEA-TOTALES.
           05 FILLER                 PIC X(5)  VALUE '  TO '.
           05 WS-LT-TOTAL            PIC -(10)9,99.
           05 FILLER                 PIC X(5)  VALUE '  LI '.
           05 WS-LT-LIMITE           PIC -(10)9,99.
           05 FILLER                 PIC X(5)  VALUE '  EX '.
           05 WS-LT-EXCESO           PIC -(10)9,99.
           05 FILLER                 PIC X(8)  VALUE '  %CAP '.
           05 WS-LT-PCT              PIC ZZZZ9,99.
           05 FILLER                 PIC X(4)  VALUE SPACES.

       01  WS-LINEA-REFERENCIA.
           05 FILLER                 PIC X(40) VALUE
              'PR PRESTAMOS  SU SOBREGIRO USADO  SL LIN'.
           05 FILLER                 PIC X(40) VALUE
              'EA LIBRE  CG CH.GERENCIA  AV AVALES'.

       01  WS-LINEA-RESUMEN.
           05 WS-LR-TEXTO            PIC X(24).
           05 WS-LR-MONTO            PIC -(12)9,99.
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  WS-LINEA-CONTEO.
           05 WS-LN-TEXTO            PIC X(24).
           05 WS-LN-CANTIDAD         PIC Z(15)9.
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKGR'.

       COPY CPYEJBW.
       COPY CPYGREW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-EVALUAR-GRUPOS.
           PERFORM 3000-TOTALES-INFORME.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKGR - GRANDES EXPOSICIONES POR GRUPO - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           ACCEPT WS-PERIODO-SYSIN FROM SYSIN.
           IF WS-PERIODO-SYSIN IS NUMERIC
               MOVE WS-PERIODO-SYSIN TO WS-PERIODO
           ELSE
               PERFORM 7000-PERIODO-ANTERIOR
           END-IF.
           DISPLAY 'PBNKGR - PERIODO: ' WS-PERIODO.
           PERFORM 9620-LEER-LIMITE-CONCENTRACION.
           DISPLAY 'PBNKGR - CAPITAL REGULATORIO : ' WS-GRE-CAPITAL.
           DISPLAY 'PBNKGR - LIMITE POR GRUPO    : ' WS-GRE-LIMITE.
           OPEN OUTPUT INFORME-GRUPOS.
           MOVE WS-PERIODO TO WS-LT-PERIODO.
           WRITE REG-INFORME FROM WS-LINEA-TITULO.
           WRITE REG-INFORME FROM WS-LINEA-REFERENCIA.

      *================================================================*
      * 2000 - FOTO DE CADA GRUPO ACTIVO                               *
      *================================================================*
       2000-EVALUAR-GRUPOS.
           PERFORM 7100-BORRAR-PERIODO.
           PERFORM 7200-ABRIR-CURSOR-GRUPOS.
           PERFORM 7210-FETCH-GRUPO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-EVALUAR-GRUPO
               PERFORM 7210-FETCH-GRUPO
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKGR - ERROR EN CURSOR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-GRUPOS-GR END-EXEC.
           IF RETURN-CODE < 8
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       2100-EVALUAR-GRUPO.
           ADD 1 TO WS-CONTADOR-GRUPOS.
           MOVE HV-ID-GREC TO WS-GRE-ID-GRUPO.
           PERFORM 9615-CALCULAR-EXPOSICION.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKGR - ERROR EXPOSICION GRUPO ' HV-ID-GREC
                   ' SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 7300-INSERTAR-FOTO
               IF SQLCODE NOT = 0
                   DISPLAY 'PBNKGR - ERROR GRABANDO GRUPO ' HV-ID-GREC
                       ' SQLCODE ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-GRE-TOTAL > WS-GRE-LIMITE
                   PERFORM 2200-INFORMAR-EXCEDIDO
               END-IF
           END-IF.
      * El FETCH que sigue no debe ver el SQLCODE del INSERT.
           MOVE 0 TO SQLCODE.

       2200-INFORMAR-EXCEDIDO.
           ADD 1 TO WS-CONTADOR-EXCEDIDOS.
           COMPUTE WS-EXCESO = WS-GRE-TOTAL - WS-GRE-LIMITE.
           ADD WS-EXCESO TO WS-TOTAL-EXCESO.
           IF WS-GRE-CAPITAL > 0
               COMPUTE WS-PCT-CAPITAL ROUNDED =
                   WS-GRE-TOTAL * 100 / WS-GRE-CAPITAL
           ELSE
               MOVE 0 TO WS-PCT-CAPITAL
           END-IF.
           MOVE HV-ID-GREC          TO WS-LG-ID.
           MOVE HV-NOMBRE-GREC      TO WS-LG-NOMBRE.
           MOVE HV-CABEZA-GREC      TO WS-LG-CABEZA.
           MOVE WS-GRE-MIEMBROS     TO WS-LG-MIEMBROS.
           WRITE REG-INFORME FROM WS-LINEA-GRUPO.
           MOVE WS-GRE-PRESTAMOS    TO WS-LC-PRESTAMOS.
           MOVE WS-GRE-SOBREG-USADO TO WS-LC-SOBR-USADO.
           MOVE WS-GRE-SOBREG-LIBRE TO WS-LC-SOBR-LIBRE.
           MOVE WS-GRE-CHEQUES      TO WS-LC-CHEQUES.
           WRITE REG-INFORME FROM WS-LINEA-COMPONENTES.
           MOVE WS-GRE-AVALES       TO WS-LA-AVALES.
           WRITE REG-INFORME FROM WS-LINEA-AVALES.
           MOVE WS-GRE-TOTAL        TO WS-LT-TOTAL.
           MOVE WS-GRE-LIMITE       TO WS-LT-LIMITE.
           MOVE WS-EXCESO           TO WS-LT-EXCESO.
           MOVE WS-PCT-CAPITAL      TO WS-LT-PCT.
           WRITE REG-INFORME FROM WS-LINEA-TOTALES.

      *================================================================*
      * 3000 - TOTALES DEL INFORME                                     *
      *================================================================*
       3000-TOTALES-INFORME.
           MOVE 'GRUPOS EVALUADOS ......:' TO WS-LN-TEXTO.
           MOVE WS-CONTADOR-GRUPOS         TO WS-LN-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-CONTEO.
           MOVE 'GRUPOS EXCEDIDOS ......:' TO WS-LN-TEXTO.
           MOVE WS-CONTADOR-EXCEDIDOS      TO WS-LN-CANTIDAD.
           WRITE REG-INFORME FROM WS-LINEA-CONTEO.
           MOVE 'EXCESO TOTAL ..........:' TO WS-LR-TEXTO.
           MOVE WS-TOTAL-EXCESO            TO WS-LR-MONTO.
           WRITE REG-INFORME FROM WS-LINEA-RESUMEN.
           CLOSE INFORME-GRUPOS.

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

       7100-BORRAR-PERIODO.
           MOVE WS-PERIODO TO HV-PERIODO-EXGR.
           EXEC SQL DELETE FROM IBMUSER.EXPOSICION_GRUPOS
               WHERE PERIODO = :HV-PERIODO-EXGR
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'PBNKGR - ERROR BORRANDO PERIODO SQLCODE '
                   SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.

       7200-ABRIR-CURSOR-GRUPOS.
           EXEC SQL DECLARE CUR-GRUPOS-GR CURSOR FOR
               SELECT ID_GRUPO, NOMBRE, USUARIO_CABEZA
               FROM IBMUSER.GRUPOS_ECONOMICOS
               WHERE ESTADO = 'A'
               ORDER BY ID_GRUPO
           END-EXEC.
           EXEC SQL OPEN CUR-GRUPOS-GR END-EXEC.

       7210-FETCH-GRUPO.
           EXEC SQL FETCH CUR-GRUPOS-GR
               INTO :HV-ID-GREC, :HV-NOMBRE-GREC, :HV-CABEZA-GREC
           END-EXEC.

       7300-INSERTAR-FOTO.
           MOVE WS-PERIODO          TO HV-PERIODO-EXGR.
           MOVE HV-ID-GREC          TO HV-ID-GRUPO-EXGR.
           MOVE WS-GRE-MIEMBROS     TO HV-MIEMBROS-EXGR.
           MOVE WS-GRE-PRESTAMOS    TO HV-PRESTAMOS-EXGR.
           MOVE WS-GRE-SOBREG-USADO TO HV-SOBR-USADO-EXGR.
           MOVE WS-GRE-SOBREG-LIBRE TO HV-SOBR-LIBRE-EXGR.
           MOVE WS-GRE-CHEQUES      TO HV-CHEQUES-EXGR.
           MOVE WS-GRE-AVALES       TO HV-AVALES-EXGR.
           MOVE WS-GRE-TOTAL        TO HV-TOTAL-EXGR.
           MOVE WS-GRE-LIMITE       TO HV-LIMITE-EXGR.
           IF WS-GRE-TOTAL > WS-GRE-LIMITE
               MOVE 'S' TO HV-EXCEDIDO-EXGR
           ELSE
               MOVE 'N' TO HV-EXCEDIDO-EXGR
           END-IF.
           EXEC SQL INSERT INTO IBMUSER.EXPOSICION_GRUPOS
               (PERIODO, ID_GRUPO, CANT_MIEMBROS, PRESTAMOS,
                SOBREGIRO_USADO, SOBREGIRO_LIBRE, CHEQUES_GERENCIA,
                TOTAL, LIMITE, EXCEDIDO, FECHA_PROCESO, AVALES)
               VALUES (:HV-PERIODO-EXGR, :HV-ID-GRUPO-EXGR,
                :HV-MIEMBROS-EXGR, :HV-PRESTAMOS-EXGR,
                :HV-SOBR-USADO-EXGR, :HV-SOBR-LIBRE-EXGR,
                :HV-CHEQUES-EXGR, :HV-TOTAL-EXGR, :HV-LIMITE-EXGR,
                :HV-EXCEDIDO-EXGR, CURRENT TIMESTAMP,
                :HV-AVALES-EXGR)
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONTADOR-GRUPOS TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKGR - GRUPOS EVALUADOS    : '
               WS-CONTADOR-GRUPOS.
           DISPLAY 'PBNKGR - GRUPOS EXCEDIDOS    : '
               WS-CONTADOR-EXCEDIDOS.
           DISPLAY 'PBNKGR - GRANDES EXPOSICIONES POR GRUPO - FIN'.

       COPY CPYEJBP.
       COPY CPYGREP.
