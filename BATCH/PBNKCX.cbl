       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKCX.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKCX                                 **
      ** TITULO ...........: VENCIMIENTO Y COSTO DE CONDICIONES     **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida mensual sobre IBMUSER.CONDICIONES_ESPECIALES     **
      **   (tasas y comisiones negociadas, SOURCE/PBNKCD.cbl).      **
      ** - Parte 1: condiciones aprobadas que vencen entre hoy y    **
      **   hoy + AVISO_CONDICION_DIAS, con los dias que les quedan, **
      **   para renegociar o dejarlas caer a tiempo.                **
      ** - Parte 2: costo de cada condicion que rigio en el ultimo  **
      **   mes (aprobada vigente, vencida o dada de baja dentro del **
      **   mes): COSTO_ACUMULADO que dejaron PBNKI, PBNKF, PBNKPF y **
      **   PBNKLO, cantidad de aplicaciones y quien la aprobo.      **
      **   Totales por tipo y general.                              **
      ** - Reporte en DD CONDREP. Solo lectura.                     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-CONDICIONES ASSIGN TO CONDREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-CONDICIONES
           RECORDING MODE IS F.
       01  REG-CONDICION               PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCOND END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-CONT-POR-VENCER   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-COSTEADAS    PIC S9(7) COMP-3 VALUE 0.
      * Valor de fabrica; 7050 lo reemplaza por PARAMETROS.
           05 WS-DIAS-AVISO        PIC S9(4) COMP VALUE 45.
           05 WS-DIAS-RESTANTES    PIC S9(4) COMP VALUE 0.
      * 'S' si la condicion ya paso su FECHA_HASTA.
           05 WS-VENCIDA           PIC X(1).
           05 WS-IND-TIPO          PIC S9(4) COMP VALUE 0.
           05 WS-COSTO-TOTAL       PIC S9(12)V99 COMP-3 VALUE 0.
           05 WS-TASA-ED           PIC ZZ9,999999.
           05 WS-COMISION-ED       PIC ZZZZZZZ9,99.

      * Totales de la parte 2 por TIPO_CONDICION, en el orden I C P L.
       01  WS-TABLA-TIPOS.
           05 WS-TIPO-ENTRADA OCCURS 4 TIMES.
              10 WS-TT-CANT        PIC S9(7) COMP-3.
              10 WS-TT-COSTO       PIC S9(12)V99 COMP-3.

       01  WS-NOMBRES-TIPO.
           05 FILLER               PIC X(22)
              VALUE 'I INTERES DE AHORRO   '.
           05 FILLER               PIC X(22)
              VALUE 'C COMISION MANTENIM.  '.
           05 FILLER               PIC X(22)
              VALUE 'P PLAZO FIJO          '.
           05 FILLER               PIC X(22)
              VALUE 'L PRESTAMO            '.
       01  WS-NOMBRES-TIPO-R REDEFINES WS-NOMBRES-TIPO.
           05 WS-NOMBRE-TIPO       PIC X(22) OCCURS 4 TIMES.

       01  WS-LINEA-VENCE.
           05 WS-LV-ID             PIC ZZZZZZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LV-USUARIO        PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LV-TIPO           PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LV-CUENTA         PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LV-VALOR          PIC X(11).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LV-HASTA          PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LV-DIAS           PIC ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LV-COSTO          PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(5)  VALUE SPACES.

       01  WS-LINEA-COSTO.
           05 WS-LC-ID             PIC ZZZZZZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LC-USUARIO        PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LC-TIPO           PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LC-HASTA          PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LC-ESTADO         PIC X(7).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LC-APLIC          PIC ZZZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LC-APROBADO       PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WS-LC-COSTO          PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(8)  VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER               PIC X(6)  VALUE 'TOTAL '.
           05 WS-LT-NOMBRE         PIC X(22).
           05 FILLER               PIC X(6)  VALUE 'CANT. '.
           05 WS-LT-CANT           PIC ZZZZZZ9.
           05 FILLER               PIC X(8)  VALUE '  COSTO '.
           05 WS-LT-COSTO          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(13) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA         PIC X(8)  VALUE 'PBNKCX'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-LISTAR-POR-VENCER.
           PERFORM 3000-LISTAR-COSTOS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKCX - CONDICIONES ESPECIALES - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7050-LEER-PARAMETROS.
           INITIALIZE WS-TABLA-TIPOS.
           OPEN OUTPUT REPORTE-CONDICIONES.

      *================================================================*
      * 2000 - PARTE 1: APROBADAS QUE VENCEN DENTRO DEL AVISO          *
      *================================================================*
       2000-LISTAR-POR-VENCER.
           MOVE SPACES TO REG-CONDICION.
           MOVE WS-DIAS-AVISO TO WS-LV-DIAS.
           STRING 'CONDICIONES QUE VENCEN EN LOS PROXIMOS '
               WS-LV-DIAS ' DIAS'
               DELIMITED BY SIZE INTO REG-CONDICION.
           WRITE REG-CONDICION.
           MOVE SPACES TO REG-CONDICION.
           STRING '      NRO USUARIO  T CUENTA           VALOR '
               'HASTA     DIAS      COSTO ACUM.'
               DELIMITED BY SIZE INTO REG-CONDICION.
           WRITE REG-CONDICION.
           EXEC SQL DECLARE CUR-VENCEN CURSOR WITH HOLD FOR
               SELECT ID_CONDICION, USUARIO, TIPO_CONDICION,
                      CUENTA_NUM, TASA, COMISION,
                      CHAR(FECHA_HASTA, ISO),
                      DAYS(FECHA_HASTA) - DAYS(CURRENT DATE),
                      COSTO_ACUMULADO
               FROM IBMUSER.CONDICIONES_ESPECIALES
               WHERE ESTADO = 'A'
                 AND FECHA_HASTA BETWEEN CURRENT DATE
                     AND CURRENT DATE + :WS-DIAS-AVISO DAYS
               ORDER BY FECHA_HASTA, ID_CONDICION
           END-EXEC.
           EXEC SQL OPEN CUR-VENCEN END-EXEC.
           PERFORM 7100-FETCH-VENCE.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2100-ESCRIBIR-VENCE
               PERFORM 7100-FETCH-VENCE
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKCX - ERROR EN CURSOR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-VENCEN END-EXEC.
           IF WS-CONT-POR-VENCER = 0
               MOVE '  SIN CONDICIONES POR VENCER' TO REG-CONDICION
               WRITE REG-CONDICION
           END-IF.

       2100-ESCRIBIR-VENCE.
           ADD 1 TO WS-CONT-POR-VENCER.
           MOVE HV-ID-COND        TO WS-LV-ID.
           MOVE HV-USUARIO-COND   TO WS-LV-USUARIO.
           MOVE HV-TIPO-COND      TO WS-LV-TIPO.
           MOVE HV-CUENTA-COND    TO WS-LV-CUENTA.
           MOVE HV-HASTA-COND     TO WS-LV-HASTA.
           MOVE WS-DIAS-RESTANTES TO WS-LV-DIAS.
           MOVE HV-COSTO-COND     TO WS-LV-COSTO.
           IF HV-TIPO-COND = 'C'
               MOVE HV-COMISION-COND TO WS-COMISION-ED
               MOVE WS-COMISION-ED   TO WS-LV-VALOR
           ELSE
               MOVE HV-TASA-COND     TO WS-TASA-ED
               MOVE WS-TASA-ED       TO WS-LV-VALOR
           END-IF.
           WRITE REG-CONDICION FROM WS-LINEA-VENCE.

      *================================================================*
      * 3000 - PARTE 2: COSTO DE LAS QUE RIGIERON EN EL ULTIMO MES     *
      * Aprobadas con la ventana abierta en algun dia del mes y bajas  *
      * con aplicaciones en el mes.                                    *
      *================================================================*
       3000-LISTAR-COSTOS.
           MOVE SPACES TO REG-CONDICION.
           WRITE REG-CONDICION.
           MOVE 'COSTO DE LAS CONDICIONES QUE RIGIERON EN EL ULTIMO MES'
             TO REG-CONDICION.
           WRITE REG-CONDICION.
           MOVE SPACES TO REG-CONDICION.
           STRING '      NRO USUARIO  T HASTA      ESTADO   APLIC '
               'APROBO        COSTO ACUM.'
               DELIMITED BY SIZE INTO REG-CONDICION.
           WRITE REG-CONDICION.
           EXEC SQL DECLARE CUR-COSTOS CURSOR WITH HOLD FOR
               SELECT ID_CONDICION, USUARIO, TIPO_CONDICION,
                      CHAR(FECHA_HASTA, ISO), ESTADO,
                      CANT_APLICACIONES, APROBADO_POR,
                      COSTO_ACUMULADO,
                      CASE WHEN FECHA_HASTA < CURRENT DATE
                           THEN 'S' ELSE 'N' END
               FROM IBMUSER.CONDICIONES_ESPECIALES
               WHERE (ESTADO = 'A'
                      AND FECHA_DESDE <= CURRENT DATE
                      AND FECHA_HASTA >= CURRENT DATE - 1 MONTH)
                  OR (ESTADO = 'B'
                      AND FECHA_ULT_APLICACION >=
                          CURRENT DATE - 1 MONTH)
               ORDER BY TIPO_CONDICION, ID_CONDICION
           END-EXEC.
           EXEC SQL OPEN CUR-COSTOS END-EXEC.
           PERFORM 7200-FETCH-COSTO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-ESCRIBIR-COSTO
               PERFORM 7200-FETCH-COSTO
           END-PERFORM.
           IF SQLCODE NOT = 100
               DISPLAY 'PBNKCX - ERROR EN CURSOR SQLCODE ' SQLCODE
               MOVE 8 TO RETURN-CODE
           END-IF.
           EXEC SQL CLOSE CUR-COSTOS END-EXEC.
           PERFORM 3200-ESCRIBIR-TOTALES.

       3100-ESCRIBIR-COSTO.
           ADD 1 TO WS-CONT-COSTEADAS.
           MOVE HV-ID-COND         TO WS-LC-ID.
           MOVE HV-USUARIO-COND    TO WS-LC-USUARIO.
           MOVE HV-TIPO-COND       TO WS-LC-TIPO.
           MOVE HV-HASTA-COND      TO WS-LC-HASTA.
           MOVE HV-CANT-APLIC-COND TO WS-LC-APLIC.
           MOVE HV-APROBADO-COND   TO WS-LC-APROBADO.
           MOVE HV-COSTO-COND      TO WS-LC-COSTO.
           EVALUATE TRUE
               WHEN HV-ESTADO-COND = 'B'
                   MOVE 'BAJA'    TO WS-LC-ESTADO
               WHEN WS-VENCIDA = 'S'
                   MOVE 'VENCIDA' TO WS-LC-ESTADO
               WHEN OTHER
                   MOVE 'VIGENTE' TO WS-LC-ESTADO
           END-EVALUATE.
           WRITE REG-CONDICION FROM WS-LINEA-COSTO.
           EVALUATE HV-TIPO-COND
               WHEN 'I'   MOVE 1 TO WS-IND-TIPO
               WHEN 'C'   MOVE 2 TO WS-IND-TIPO
               WHEN 'P'   MOVE 3 TO WS-IND-TIPO
               WHEN OTHER MOVE 4 TO WS-IND-TIPO
           END-EVALUATE.
           ADD 1             TO WS-TT-CANT(WS-IND-TIPO).
           ADD HV-COSTO-COND TO WS-TT-COSTO(WS-IND-TIPO).
           ADD HV-COSTO-COND TO WS-COSTO-TOTAL.

       3200-ESCRIBIR-TOTALES.
           MOVE SPACES TO REG-CONDICION.
           WRITE REG-CONDICION.
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                   UNTIL WS-IND-TIPO > 4
               MOVE WS-NOMBRE-TIPO(WS-IND-TIPO) TO WS-LT-NOMBRE
               MOVE WS-TT-CANT(WS-IND-TIPO)     TO WS-LT-CANT
               MOVE WS-TT-COSTO(WS-IND-TIPO)    TO WS-LT-COSTO
               WRITE REG-CONDICION FROM WS-LINEA-TOTAL
           END-PERFORM.
           MOVE 'GENERAL'          TO WS-LT-NOMBRE.
           MOVE WS-CONT-COSTEADAS  TO WS-LT-CANT.
           MOVE WS-COSTO-TOTAL     TO WS-LT-COSTO.
           WRITE REG-CONDICION FROM WS-LINEA-TOTAL.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'AVISO_CONDICION_DIAS'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-AVISO
           END-IF.

       7100-FETCH-VENCE.
           EXEC SQL FETCH CUR-VENCEN
               INTO :HV-ID-COND, :HV-USUARIO-COND, :HV-TIPO-COND,
                    :HV-CUENTA-COND, :HV-TASA-COND,
                    :HV-COMISION-COND, :HV-HASTA-COND,
                    :WS-DIAS-RESTANTES, :HV-COSTO-COND
           END-EXEC.

       7200-FETCH-COSTO.
           EXEC SQL FETCH CUR-COSTOS
               INTO :HV-ID-COND, :HV-USUARIO-COND, :HV-TIPO-COND,
                    :HV-HASTA-COND, :HV-ESTADO-COND,
                    :HV-CANT-APLIC-COND, :HV-APROBADO-COND,
                    :HV-COSTO-COND, :WS-VENCIDA
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           MOVE WS-CONT-COSTEADAS TO WS-EJEC-PROC.
           MOVE WS-CONT-POR-VENCER TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE REPORTE-CONDICIONES.
           DISPLAY 'PBNKCX - CONDICIONES POR VENCER : '
               WS-CONT-POR-VENCER.
           DISPLAY 'PBNKCX - CONDICIONES COSTEADAS  : '
               WS-CONT-COSTEADAS.
           DISPLAY 'PBNKCX - CONDICIONES ESPECIALES - FIN'.

       COPY CPYEJBP.
