       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKDU.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKDU                                 **
      ** TITULO ...........: DETECCION DE CLIENTES DUPLICADOS       **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Arma los pares de clientes abiertos (TIPO_USUARIO 'C',   **
      **   ESTADO 'A' o 'V') que comparten nombre,                  **
      **   contacto de recuperacion o documento de identidad, y     **
      **   que todavia no estan en IBMUSER.DUPLICADOS_CLIENTE.      **
      ** - Puntua cada par: nombre 25, fecha de nacimiento 15,      **
      **   documento (tipo + numero) 40, contacto 20. El par que    **
      **   llega a PUNTAJE_DUPLICADO queda 'P' para la cola de      **
      **   SOURCE/PBNKFU.cbl, que confirma o descarta la fusion.    **
      ** - Reporte de pares propuestos en DD DUPREP. COMMIT por par.**
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-DUPLICADOS ASSIGN TO DUPREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-DUPLICADOS
           RECORDING MODE IS F.
       01  REG-DUPLICADO               PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLDUPL END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CONT-PARES        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-PROPUESTOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-PUNTAJE           PIC S9(4) COMP VALUE 0.
           05 WS-NOMBRE-A          PIC X(20).
      * Valor de fabrica; 7050 lo reemplaza por PARAMETROS.
           05 WS-PUNTAJE-MINIMO    PIC S9(4) COMP VALUE 40.

      * Coincidencias del par, en el orden de COINCIDENCIAS.
       01  WS-COINCIDENCIAS.
           05 WS-COINC-NOMBRE      PIC X(1).
              88 COINCIDE-NOMBRE             VALUE 'S'.
           05 WS-COINC-NACIMIENTO  PIC X(1).
              88 COINCIDE-NACIMIENTO         VALUE 'S'.
           05 WS-COINC-DOCUMENTO   PIC X(1).
              88 COINCIDE-DOCUMENTO          VALUE 'S'.
           05 WS-COINC-CONTACTO    PIC X(1).
              88 COINCIDE-CONTACTO           VALUE 'S'.

       01  WS-PESOS.
           05 WS-PESO-NOMBRE       PIC S9(4) COMP VALUE 25.
           05 WS-PESO-NACIMIENTO   PIC S9(4) COMP VALUE 15.
           05 WS-PESO-DOCUMENTO    PIC S9(4) COMP VALUE 40.
           05 WS-PESO-CONTACTO     PIC S9(4) COMP VALUE 20.

       01  WS-LINEA-DUPLICADO.
           05 WS-LD-USUARIO-A      PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-USUARIO-B      PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-PUNTAJE        PIC ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-COINC          PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LD-NOMBRE         PIC X(20).
           05 FILLER               PIC X(29) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA         PIC X(8)  VALUE 'PBNKDU'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-RECORRER-PARES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKDU - DETECCION DE DUPLICADOS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7050-LEER-PARAMETROS.
           OPEN OUTPUT REPORTE-DUPLICADOS.
           MOVE SPACES TO REG-DUPLICADO.
           STRING 'USUARIO A USUARIO B PTS  NFDC  NOMBRE'
               DELIMITED BY SIZE INTO REG-DUPLICADO.
           WRITE REG-DUPLICADO.

      *================================================================*
      * 2000 - PARES CANDIDATOS NO EVALUADOS                           *
      * La fecha de nacimiento sola no arma pares (demasiados          *
      * homonimos de fecha); solo suma puntaje al par ya armado.       *
      *================================================================*
       2000-RECORRER-PARES.
           EXEC SQL DECLARE CUR-PARES CURSOR WITH HOLD FOR
               SELECT P.USR_A, P.USR_B
               FROM (SELECT A.USUARIO AS USR_A, B.USUARIO AS USR_B
                     FROM IBMUSER.CLIENTES A, IBMUSER.CLIENTES B
                     WHERE A.USUARIO < B.USUARIO
                       AND A.NOMBRE <> ' '
                       AND UPPER(A.NOMBRE) = UPPER(B.NOMBRE)
                     UNION
                     SELECT A.USUARIO, B.USUARIO
                     FROM IBMUSER.CLIENTES A, IBMUSER.CLIENTES B
                     WHERE A.USUARIO < B.USUARIO
                       AND A.CONTACTO_RECUPERACION <> ' '
                       AND A.CONTACTO_RECUPERACION =
                           B.CONTACTO_RECUPERACION
                     UNION
                     SELECT D1.USUARIO, D2.USUARIO
                     FROM IBMUSER.DOCUMENTOS_IDENTIDAD D1,
                          IBMUSER.DOCUMENTOS_IDENTIDAD D2
                     WHERE D1.USUARIO < D2.USUARIO
                       AND D1.TIPO_DOC = D2.TIPO_DOC
                       AND D1.NRO_DOC = D2.NRO_DOC) AS P,
                    IBMUSER.CLIENTES CA, IBMUSER.CLIENTES CB
               WHERE CA.USUARIO = P.USR_A
                 AND CB.USUARIO = P.USR_B
                 AND CA.TIPO_USUARIO = 'C'
                 AND CB.TIPO_USUARIO = 'C'
                 AND CA.ESTADO IN ('A', 'V')
                 AND CB.ESTADO IN ('A', 'V')
                 AND NOT EXISTS (SELECT 1
                     FROM IBMUSER.DUPLICADOS_CLIENTE X
                     WHERE X.USUARIO_A = P.USR_A
                       AND X.USUARIO_B = P.USR_B)
               ORDER BY P.USR_A, P.USR_B
           END-EXEC.
           EXEC SQL OPEN CUR-PARES END-EXEC.
           PERFORM 7100-FETCH-PAR.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-EVALUAR-PAR
               PERFORM 7100-FETCH-PAR
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKDU - ERROR EN CURSOR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-PARES END-EXEC.

       2100-EVALUAR-PAR.
           ADD 1 TO WS-CONT-PARES.
           PERFORM 7200-COMPARAR-PAR.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKDU - ERROR AL COMPARAR '
                   HV-USUARIO-A-DUPL ' ' HV-USUARIO-B-DUPL
                   ' SQLCODE ' SQLCODE
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO SQLCODE
           ELSE
               PERFORM 2150-CALCULAR-PUNTAJE
               IF WS-PUNTAJE NOT < WS-PUNTAJE-MINIMO
                   PERFORM 2200-PROPONER-PAR
               END-IF
           END-IF.

       2150-CALCULAR-PUNTAJE.
           MOVE 0 TO WS-PUNTAJE.
           IF COINCIDE-NOMBRE
               ADD WS-PESO-NOMBRE TO WS-PUNTAJE
           END-IF.
           IF COINCIDE-NACIMIENTO
               ADD WS-PESO-NACIMIENTO TO WS-PUNTAJE
           END-IF.
           IF COINCIDE-DOCUMENTO
               ADD WS-PESO-DOCUMENTO TO WS-PUNTAJE
           END-IF.
           IF COINCIDE-CONTACTO
               ADD WS-PESO-CONTACTO TO WS-PUNTAJE
           END-IF.

       2200-PROPONER-PAR.
           PERFORM 7300-INSERTAR-PAR.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-PROPUESTOS
               MOVE HV-USUARIO-A-DUPL TO WS-LD-USUARIO-A
               MOVE HV-USUARIO-B-DUPL TO WS-LD-USUARIO-B
               MOVE WS-PUNTAJE        TO WS-LD-PUNTAJE
               MOVE WS-COINCIDENCIAS  TO WS-LD-COINC
               MOVE WS-NOMBRE-A       TO WS-LD-NOMBRE
               WRITE REG-DUPLICADO FROM WS-LINEA-DUPLICADO
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PBNKDU - ERROR AL PROPONER '
                   HV-USUARIO-A-DUPL ' ' HV-USUARIO-B-DUPL
                   ' SQLCODE ' SQLCODE
               MOVE 4 TO RETURN-CODE
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'PUNTAJE_DUPLICADO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-PUNTAJE-MINIMO
           END-IF.

       7100-FETCH-PAR.
           EXEC SQL FETCH CUR-PARES
               INTO :HV-USUARIO-A-DUPL, :HV-USUARIO-B-DUPL
           END-EXEC.

      * Una sola lectura del par marca las cuatro coincidencias.
       7200-COMPARAR-PAR.
           EXEC SQL SELECT A.NOMBRE,
                      CASE WHEN UPPER(A.NOMBRE) = UPPER(B.NOMBRE)
                           THEN 'S' ELSE 'N' END,
                      CASE WHEN A.FECHA_NACIMIENTO =
                                B.FECHA_NACIMIENTO
                            AND A.FECHA_NACIMIENTO <> '0001-01-01'
                           THEN 'S' ELSE 'N' END,
                      CASE WHEN EXISTS (SELECT 1
                             FROM IBMUSER.DOCUMENTOS_IDENTIDAD D1,
                                  IBMUSER.DOCUMENTOS_IDENTIDAD D2
                             WHERE D1.USUARIO = A.USUARIO
                               AND D2.USUARIO = B.USUARIO
                               AND D1.TIPO_DOC = D2.TIPO_DOC
                               AND D1.NRO_DOC = D2.NRO_DOC)
                           THEN 'S' ELSE 'N' END,
                      CASE WHEN A.CONTACTO_RECUPERACION <> ' '
                            AND A.CONTACTO_RECUPERACION =
                                B.CONTACTO_RECUPERACION
                           THEN 'S' ELSE 'N' END
               INTO :WS-NOMBRE-A, :WS-COINC-NOMBRE,
                    :WS-COINC-NACIMIENTO, :WS-COINC-DOCUMENTO,
                    :WS-COINC-CONTACTO
               FROM IBMUSER.CLIENTES A, IBMUSER.CLIENTES B
               WHERE A.USUARIO = :HV-USUARIO-A-DUPL
                 AND B.USUARIO = :HV-USUARIO-B-DUPL
           END-EXEC.

       7300-INSERTAR-PAR.
           MOVE WS-PUNTAJE       TO HV-PUNTAJE-DUPL.
           MOVE WS-COINCIDENCIAS TO HV-COINC-DUPL.
           EXEC SQL INSERT INTO IBMUSER.DUPLICADOS_CLIENTE
               (USUARIO_A, USUARIO_B, PUNTAJE, COINCIDENCIAS,
                ESTADO, FECHA_DETECCION)
               VALUES (:HV-USUARIO-A-DUPL, :HV-USUARIO-B-DUPL,
                :HV-PUNTAJE-DUPL, :HV-COINC-DUPL, 'P',
                CURRENT TIMESTAMP)
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONT-PARES TO WS-EJEC-PROC.
           MOVE WS-CONT-PROPUESTOS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE REPORTE-DUPLICADOS.
           DISPLAY 'PBNKDU - PARES EVALUADOS  : ' WS-CONT-PARES.
           DISPLAY 'PBNKDU - PARES PROPUESTOS : ' WS-CONT-PROPUESTOS.
           DISPLAY 'PBNKDU - DETECCION DE DUPLICADOS - FIN'.

       COPY CPYEJBP.
