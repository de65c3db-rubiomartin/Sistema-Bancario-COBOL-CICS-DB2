       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKRO.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKRO                                 **
      ** TITULO ...........: ALIMENTACION DE EVENTOS DE PERDIDA     **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida diaria: da de alta en IBMUSER.EVENTOS_PERDIDA    **
      **   las perdidas operacionales que el sistema ya conoce,     **
      **   con las categorias por defecto de cada origen:           **
      **     . 'A' faltantes de arqueo firmados por el supervisor   **
      **       (ARQUEO_CAJA 'A' con DIFERENCIA negativa, PBNKAV);   **
      **     . 'D' disputas aceptadas que conservaron el credito    **
      **       provisorio (DISPUTAS 'A', CREDITO_PROV 'S');         **
      **     . 'F' billetes falsos secuestrados (BILLETES_FALSOS):  **
      **       casi perdida, sin perdida bruta;                     **
      **     . 'T' reversos de la conciliacion ATM (PBNKAT).        **
      ** - Relanzable: una fila de origen ya cargada (ORIGEN +      **
      **   ID_ORIGEN, este vigente o anulado) no se vuelve a        **
      **   cargar. Todo en una unidad de trabajo; con error de SQL  **
      **   ROLLBACK y RC 8.                                         **
      ** - Las categorias, la causa y los recuperos se ajustan a    **
      **   mano en SOURCE/PBNKOP.cbl; BATCH/PBNKOQ.cbl informa el   **
      **   trimestre.                                               **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLEVPE END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CANT-ORIGEN        PIC S9(9) COMP VALUE 0.
           05 WS-CANT-TOTAL         PIC S9(9) COMP VALUE 0.
           05 WS-CANT-EDIT          PIC ZZZZZZZZ9.

      * Categorias por defecto de cada origen (tipo de evento,
      * linea de negocio, causa raiz; ver DDL/EVENTOS_PERDIDA.sql).
       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKRO'.
           03  WC-SUCURSAL-CENTRAL  PIC X(4)  VALUE 'CTRL'.
           03  WC-CONCEPTO-ATM      PIC X(30)
               VALUE 'REVERSO CONCILIACION ATM'.
           03  WC-CATEG-ARQUEO.
               05 WC-TIPO-ARQUEO    PIC X(2)  VALUE 'EP'.
               05 WC-LINEA-ARQUEO   PIC X(2)  VALUE 'BM'.
               05 WC-CAUSA-ARQUEO   PIC X(2)  VALUE 'PE'.
           03  WC-CATEG-DISPUTA.
               05 WC-TIPO-DISPUTA   PIC X(2)  VALUE 'FE'.
               05 WC-LINEA-DISPUTA  PIC X(2)  VALUE 'BM'.
               05 WC-CAUSA-DISPUTA  PIC X(2)  VALUE 'EX'.
           03  WC-CATEG-FALSO.
               05 WC-TIPO-FALSO     PIC X(2)  VALUE 'FE'.
               05 WC-LINEA-FALSO    PIC X(2)  VALUE 'BM'.
               05 WC-CAUSA-FALSO    PIC X(2)  VALUE 'EX'.
           03  WC-CATEG-ATM.
               05 WC-TIPO-ATM       PIC X(2)  VALUE 'EP'.
               05 WC-LINEA-ATM      PIC X(2)  VALUE 'PL'.
               05 WC-CAUSA-ATM      PIC X(2)  VALUE 'SI'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-CARGAR-EVENTOS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKRO - EVENTOS DE PERDIDA - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           MOVE WC-PROGRAMA TO HV-ALTA-POR-EVPE.

      *================================================================*
      * 2000 - UNA PASADA POR ORIGEN, UN SOLO COMMIT                   *
      *================================================================*
       2000-CARGAR-EVENTOS.
           PERFORM 7100-CARGAR-ARQUEOS.
           PERFORM 2900-CONTAR-ORIGEN.
           DISPLAY 'PBNKRO - FALTANTES DE ARQUEO   : ' WS-CANT-EDIT.
           IF SQLCODE = 0
               PERFORM 7200-CARGAR-DISPUTAS
               PERFORM 2900-CONTAR-ORIGEN
               DISPLAY 'PBNKRO - DISPUTAS CON CREDITO  : '
                   WS-CANT-EDIT
           END-IF.
           IF SQLCODE = 0
               PERFORM 7300-CARGAR-FALSOS
               PERFORM 2900-CONTAR-ORIGEN
               DISPLAY 'PBNKRO - BILLETES FALSOS       : '
                   WS-CANT-EDIT
           END-IF.
           IF SQLCODE = 0
               PERFORM 7400-CARGAR-REVERSOS-ATM
               PERFORM 2900-CONTAR-ORIGEN
               DISPLAY 'PBNKRO - REVERSOS CONCIL. ATM  : '
                   WS-CANT-EDIT
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY 'PBNKRO - ERROR SQLCODE ' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-CANT-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Un INSERT ... SELECT sin filas deja SQLCODE 100.
       2900-CONTAR-ORIGEN.
           MOVE 0 TO WS-CANT-ORIGEN.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           ELSE
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-CANT-ORIGEN
               END-IF
           END-IF.
           ADD WS-CANT-ORIGEN TO WS-CANT-TOTAL.
           MOVE WS-CANT-ORIGEN TO WS-CANT-EDIT.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7100-CARGAR-ARQUEOS.
           EXEC SQL INSERT INTO IBMUSER.EVENTOS_PERDIDA
               (ORIGEN, ID_ORIGEN, TIPO_EVENTO, LINEA_NEGOCIO,
                CAUSA_RAIZ, SUCURSAL_ID, FECHA_EVENTO,
                FECHA_CONTABLE, PERDIDA_BRUTA, RECUPERO,
                DESCRIPCION, ESTADO, ALTA_POR, FECHA_ALTA)
               SELECT 'A', Q.ID_ARQUEO, :WC-TIPO-ARQUEO,
                      :WC-LINEA-ARQUEO, :WC-CAUSA-ARQUEO,
                      Q.SUCURSAL_ID, Q.FECHA_ARQUEO,
                      DATE(Q.FECHA_REVISION),
                      0 - Q.DIFERENCIA * Q.DENOMINACION, 0,
                      'FALTANTE ARQUEO CAJERO ' || Q.AGENTE_ID,
                      'A', :HV-ALTA-POR-EVPE, CURRENT TIMESTAMP
               FROM IBMUSER.ARQUEO_CAJA Q
               WHERE Q.ESTADO = 'A'
                 AND Q.REVISADO_POR IS NOT NULL
                 AND Q.DIFERENCIA < 0
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.EVENTOS_PERDIDA E
                       WHERE E.ORIGEN = 'A'
                         AND E.ID_ORIGEN = Q.ID_ARQUEO)
           END-EXEC.

      * La sucursal que carga la perdida es la de radicacion de la
      * cuenta disputada; sin ella, la que tecleo el movimiento.
       7200-CARGAR-DISPUTAS.
           EXEC SQL INSERT INTO IBMUSER.EVENTOS_PERDIDA
               (ORIGEN, ID_ORIGEN, TIPO_EVENTO, LINEA_NEGOCIO,
                CAUSA_RAIZ, SUCURSAL_ID, FECHA_EVENTO,
                FECHA_CONTABLE, PERDIDA_BRUTA, RECUPERO,
                DESCRIPCION, ESTADO, ALTA_POR, FECHA_ALTA)
               SELECT 'D', D.ID_DISPUTA, :WC-TIPO-DISPUTA,
                      :WC-LINEA-DISPUTA, :WC-CAUSA-DISPUTA,
                      COALESCE(NULLIF(C.SUCURSAL_RADICACION, ' '),
                               NULLIF(M.SUCURSAL_ID, ' '),
                               :WC-SUCURSAL-CENTRAL),
                      M.FECHA_NEGOCIO, DATE(D.FECHA_RESOLUCION),
                      K.MONTO, 0,
                      'DISPUTA ' || CHAR(D.ID_DISPUTA)
                          || ' MOTIVO ' || D.MOTIVO,
                      'A', :HV-ALTA-POR-EVPE, CURRENT TIMESTAMP
               FROM IBMUSER.DISPUTAS D
                    INNER JOIN IBMUSER.MOVIMIENTOS K
                       ON K.ID_MOV = D.ID_MOV_CREDITO
                    INNER JOIN IBMUSER.MOVIMIENTOS M
                       ON M.ID_MOV = D.ID_MOV
                    LEFT OUTER JOIN IBMUSER.CUENTAS C
                       ON C.NUMERO_CUENTA = M.CUENTA_NUM
               WHERE D.ESTADO = 'A'
                 AND D.CREDITO_PROV = 'S'
                 AND D.FECHA_RESOLUCION IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.EVENTOS_PERDIDA E
                       WHERE E.ORIGEN = 'D'
                         AND E.ID_ORIGEN = D.ID_DISPUTA)
           END-EXEC.

      * El billete no se acredito al presentante: el evento cuenta
      * en la frecuencia, sin perdida bruta para el banco.
       7300-CARGAR-FALSOS.
           EXEC SQL INSERT INTO IBMUSER.EVENTOS_PERDIDA
               (ORIGEN, ID_ORIGEN, TIPO_EVENTO, LINEA_NEGOCIO,
                CAUSA_RAIZ, SUCURSAL_ID, FECHA_EVENTO,
                FECHA_CONTABLE, PERDIDA_BRUTA, RECUPERO,
                DESCRIPCION, ESTADO, ALTA_POR, FECHA_ALTA)
               SELECT 'F', B.ID_SECUESTRO, :WC-TIPO-FALSO,
                      :WC-LINEA-FALSO, :WC-CAUSA-FALSO,
                      B.SUCURSAL_ID, B.FECHA_NEGOCIO,
                      B.FECHA_NEGOCIO, 0, 0,
                      'BILLETE FALSO ' || B.MONEDA || ' '
                          || B.NRO_SERIE,
                      'A', :HV-ALTA-POR-EVPE, CURRENT TIMESTAMP
               FROM IBMUSER.BILLETES_FALSOS B
               WHERE NOT EXISTS
                     (SELECT 1 FROM IBMUSER.EVENTOS_PERDIDA E
                       WHERE E.ORIGEN = 'F'
                         AND E.ID_ORIGEN = B.ID_SECUESTRO)
           END-EXEC.

      * Movimiento ATM propio sin item del switch: PBNKAT devolvio
      * el importe al cliente con una 'X' (ID_MOV_ORIGEN).
       7400-CARGAR-REVERSOS-ATM.
           EXEC SQL INSERT INTO IBMUSER.EVENTOS_PERDIDA
               (ORIGEN, ID_ORIGEN, TIPO_EVENTO, LINEA_NEGOCIO,
                CAUSA_RAIZ, SUCURSAL_ID, FECHA_EVENTO,
                FECHA_CONTABLE, PERDIDA_BRUTA, RECUPERO,
                DESCRIPCION, ESTADO, ALTA_POR, FECHA_ALTA)
               SELECT 'T', X.ID_MOV, :WC-TIPO-ATM,
                      :WC-LINEA-ATM, :WC-CAUSA-ATM,
                      COALESCE(NULLIF(O.SUCURSAL_ID, ' '),
                               :WC-SUCURSAL-CENTRAL),
                      COALESCE(O.FECHA_NEGOCIO, X.FECHA_NEGOCIO),
                      X.FECHA_NEGOCIO, X.MONTO, 0,
                      'CONCILIACION ATM - MOV '
                          || CHAR(X.ID_MOV_ORIGEN),
                      'A', :HV-ALTA-POR-EVPE, CURRENT TIMESTAMP
               FROM IBMUSER.MOVIMIENTOS X
                    LEFT OUTER JOIN IBMUSER.MOVIMIENTOS O
                       ON O.ID_MOV = X.ID_MOV_ORIGEN
               WHERE X.TIPO_OPER = 'X'
                 AND X.CONCEPTO = :WC-CONCEPTO-ATM
                 AND NOT EXISTS
                     (SELECT 1 FROM IBMUSER.EVENTOS_PERDIDA E
                       WHERE E.ORIGEN = 'T'
                         AND E.ID_ORIGEN = X.ID_MOV)
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CANT-TOTAL TO WS-EJEC-PROC.
           MOVE 0 TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           MOVE WS-CANT-TOTAL TO WS-CANT-EDIT.
           DISPLAY 'PBNKRO - EVENTOS DADOS DE ALTA : ' WS-CANT-EDIT.
           DISPLAY 'PBNKRO - EVENTOS DE PERDIDA - FIN'.

       COPY CPYEJBP.
