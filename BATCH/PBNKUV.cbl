       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKUV.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKUV                                 **
      ** TITULO ...........: IMPORTACION DIARIA DEL INDICE UVA      **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Carga el archivo diario del indice UVA (DD UVAIDX,       **
      **   interfaz 'UVAIDX'): fecha AAAA-MM-DD y valor de la       **
      **   unidad 9(7)V9(4). El pie TRL totaliza los valores        **
      **   truncados a 2 decimales.                                 **
      ** - Prevalidacion del libro de control como PBNKFV           **
      **   (COPYS/CPYARCP.cbl): un archivo con cabecera,            **
      **   secuencia o totales que no cierran se rechaza entero     **
      **   con RC 16 y no se carga nada.                            **
      ** - Cada valor se graba o reemplaza en IBMUSER.VALORES_UVA   **
      **   con ORIGEN 'F'. Un valor que se aparta del ultimo 'F'    **
      **   anterior mas de TOLERANCIA_UVA_PCT (IBMUSER.PARAMETROS)  **
      **   se saltea con aviso (RC 4), igual que un salto de        **
      **   cotizacion en PBNKDV.                                    **
      ** - Control de continuidad de los ultimos WC-DIAS-CONTROL    **
      **   dias hasta la fecha de negocio (2500): un sabado,        **
      **   domingo o feriado (COPYS/CPYFERP.cbl) sin valor recibe   **
      **   el del dia anterior con ORIGEN 'A' (arrastre); un DIA    **
      **   HABIL sin valor del archivo dispara la ALARMA de indice  **
      **   faltante (RC 8) - los productos UVA no se revaluan ni    **
      **   se cobran con un indice supuesto.                        **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-INDICE ASSIGN TO UVAIDX
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-INDICE
           RECORDING MODE IS F.
       01  REG-INDICE-UVA.
      * AAAA-MM-DD
           05 ENT-FECHA                 PIC X(10).
           05 ENT-VALOR                 PIC 9(07)V9(04).
           05 FILLER                    PIC X(59).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLVUVA END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFERI END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-VALOR-NUEVO         PIC S9(8)V9(4) COMP-3 VALUE 0.
           05 WS-VALOR-ANTERIOR      PIC S9(8)V9(4) COMP-3 VALUE 0.
           05 WS-SALTO-PCT           PIC S9(5)V9(4) COMP-3 VALUE 0.
      * Salto diario maximo aceptado (%). Valor de fabrica;
      * 7050-LEER-PARAMETRO lo reemplaza por IBMUSER.PARAMETROS.
           05 WS-TOLERANCIA-PCT      PIC S9(5)V9(4) COMP-3
                                     VALUE 2,0000.
           05 WS-MOTIVO-RECHAZO      PIC X(30) VALUE SPACES.
      * Control de continuidad (2500).
           05 WS-FECHA-CONTROL       PIC X(10) VALUE SPACES.
           05 WS-VALOR-PREVIO        PIC S9(8)V9(4) COMP-3 VALUE 0.
           05 WS-VALOR-DIA           PIC S9(8)V9(4) COMP-3 VALUE 0.
           05 WS-ORIGEN-DIA          PIC X(01) VALUE SPACE.
           05 WS-CONTADOR-LEIDOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-CARGADOS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-SALTEADOS  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-ARRASTRES  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-FALTANTES  PIC S9(7) COMP-3 VALUE 0.
           05 WS-CANT-EDIT           PIC ZZZZZZ9.

       01  WS-CONTROL.
           05 SW-FIN-ARCHIVO         PIC X(01) VALUE 'N'.
              88 FIN-ARCHIVO                   VALUE 'S'.
           05 SW-ERRORES             PIC X(01) VALUE 'N'.
              88 HAY-ERROR-VALIDACION          VALUE 'S'.
              88 NO-HAY-ERRORES                VALUE 'N'.
           05 SW-DIA-CARGADO         PIC X(01) VALUE 'N'.
              88 DIA-CARGADO                   VALUE 'S'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKUV'.
      * Dias hacia atras que revisa el control de continuidad.
           03  WC-DIAS-CONTROL       PIC S9(4) COMP VALUE 30.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYFERW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-CARGAR-VALORES.
           PERFORM 2500-CONTROLAR-CONTINUIDAD.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKUV - IMPORTACION DEL INDICE UVA - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           PERFORM 7050-LEER-PARAMETRO.
           DISPLAY 'PBNKUV - FECHA DE PROCESO: ' WS-FECHA-PROCESO.
           OPEN INPUT ARCHIVO-INDICE.

      * Prevalidacion del libro de control (CPYARCP): cabecera,
      * secuencia y totales contra el TRL, ANTES de cargar nada.
           MOVE 'UVAIDX' TO WS-ARC-INTERFAZ.
           PERFORM 1100-PREVALIDAR-ARCHIVO.
           IF WS-ARC-OK NOT = 'S'
               DISPLAY 'PBNKUV - ARCHIVO RECHAZADO: ' WS-ARC-MOTIVO
               PERFORM 9770-REGISTRAR-ARCHIVO-ARC
               CLOSE ARCHIVO-INDICE
               MOVE 16 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-EJEC-RC
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.

      *================================================================*
      * 1100 - PASADA DE PREVALIDACION (SOLO LECTURA)                  *
      * Igual que PBNKFV: acumula cantidad y total de los registros    *
      * de detalle, valida HDR/TRL y reabre el archivo.                *
      *================================================================*
       1100-PREVALIDAR-ARCHIVO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7100-LEER-REGISTRO-ENTRADA.
           IF FIN-ARCHIVO
               MOVE 'N' TO WS-ARC-OK
               MOVE 'ARCHIVO VACIO' TO WS-ARC-MOTIVO
           ELSE
               MOVE REG-INDICE-UVA TO WS-ARC-REGISTRO
               PERFORM 9750-VALIDAR-CABECERA-ARC
               PERFORM UNTIL FIN-ARCHIVO OR WS-ARC-OK = 'N'
                   PERFORM 7100-LEER-REGISTRO-ENTRADA
                   IF NOT FIN-ARCHIVO
                       MOVE REG-INDICE-UVA TO WS-ARC-REGISTRO
                       IF WS-ARC-REGISTRO(1:3) NOT = 'HDR'
                           AND WS-ARC-REGISTRO(1:3) NOT = 'TRL'
                           ADD 1 TO WS-ARC-CANT-LEIDOS
                           IF ENT-VALOR IS NUMERIC
                               ADD ENT-VALOR TO WS-ARC-TOTAL-LEIDO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 9760-VALIDAR-PIE-ARC
           END-IF.
           CLOSE ARCHIVO-INDICE.
           OPEN INPUT ARCHIVO-INDICE.
           MOVE 'N' TO SW-FIN-ARCHIVO.

      *================================================================*
      * 2000 - CARGA DE LOS VALORES DEL INDICE                         *
      *================================================================*
       2000-CARGAR-VALORES.
           PERFORM 7100-LEER-REGISTRO-ENTRADA.
           PERFORM UNTIL FIN-ARCHIVO
               IF REG-INDICE-UVA(1:3) NOT = 'HDR'
                   AND REG-INDICE-UVA(1:3) NOT = 'TRL'
                   ADD 1 TO WS-CONTADOR-LEIDOS
                   PERFORM 2100-CARGAR-VALOR
               END-IF
               PERFORM 7100-LEER-REGISTRO-ENTRADA
           END-PERFORM.

       2100-CARGAR-VALOR.
           SET NO-HAY-ERRORES TO TRUE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           IF ENT-VALOR IS NOT NUMERIC OR ENT-VALOR = 0
               SET HAY-ERROR-VALIDACION TO TRUE
               MOVE 'VALOR DEL INDICE INVALIDO' TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE ENT-VALOR TO WS-VALOR-NUEVO
               PERFORM 7150-LEER-VALOR-ANTERIOR
               EVALUATE TRUE
                   WHEN SQLCODE < 0
                       SET HAY-ERROR-VALIDACION TO TRUE
                       MOVE 'FECHA INVALIDA' TO WS-MOTIVO-RECHAZO
                   WHEN SQLCODE = 100
      * Primer valor de la serie: no hay contra que comparar.
                       PERFORM 2150-GRABAR-VALOR
                   WHEN OTHER
                       COMPUTE WS-SALTO-PCT ROUNDED =
                           ((WS-VALOR-NUEVO - WS-VALOR-ANTERIOR) * 100)
                           / WS-VALOR-ANTERIOR
                       IF WS-SALTO-PCT < 0
                           COMPUTE WS-SALTO-PCT = 0 - WS-SALTO-PCT
                       END-IF
                       IF WS-SALTO-PCT > WS-TOLERANCIA-PCT
                           SET HAY-ERROR-VALIDACION TO TRUE
                           MOVE 'SALTO FUERA DE TOLERANCIA'
                             TO WS-MOTIVO-RECHAZO
                       ELSE
                           PERFORM 2150-GRABAR-VALOR
                       END-IF
               END-EVALUATE
           END-IF.
           IF NO-HAY-ERRORES
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONTADOR-CARGADOS
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONTADOR-SALTEADOS
               DISPLAY 'PBNKUV - SALTEADO FECHA ' ENT-FECHA
                   ': ' WS-MOTIVO-RECHAZO
               MOVE 4 TO RETURN-CODE
           END-IF.

       2150-GRABAR-VALOR.
           PERFORM 7200-GRABAR-VALOR.
           IF SQLCODE NOT = 0
               SET HAY-ERROR-VALIDACION TO TRUE
               MOVE 'FECHA INVALIDA O ERROR DB2' TO WS-MOTIVO-RECHAZO
           END-IF.

      *================================================================*
      * 2500 - CONTINUIDAD DE LA SERIE HASTA LA FECHA DE NEGOCIO       *
      * Recorre dia por dia desde WC-DIAS-CONTROL dias atras (o desde  *
      * el primer valor de la serie, si es posterior): no habil sin    *
      * valor = arrastre del anterior; habil sin valor del archivo =   *
      * alarma.                                                        *
      *================================================================*
       2500-CONTROLAR-CONTINUIDAD.
           PERFORM 7500-INICIAR-CONTROL.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKUV - ERROR SQLCODE ' SQLCODE
                   ' EN EL CONTROL DE CONTINUIDAD'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-FECHA-CONTROL > WS-FECHA-PROCESO
                   PERFORM 2510-CONTROLAR-DIA
                   PERFORM 7580-DIA-SIGUIENTE
               END-PERFORM
           END-IF.

       2510-CONTROLAR-DIA.
           PERFORM 7520-LEER-DIA.
           MOVE WS-FECHA-CONTROL TO WS-FER-FECHA.
           PERFORM 9860-ES-DIA-HABIL.
           EVALUATE TRUE
               WHEN DIA-CARGADO AND WS-ORIGEN-DIA = 'F'
                   MOVE WS-VALOR-DIA TO WS-VALOR-PREVIO

               WHEN WS-FER-ES-HABIL = 'S'
                   ADD 1 TO WS-CONTADOR-FALTANTES
                   DISPLAY 'PBNKUV - *** ALARMA: FALTA EL INDICE UVA'
                       ' DEL DIA HABIL ' WS-FECHA-CONTROL ' ***'
                   MOVE 8 TO RETURN-CODE

               WHEN WS-VALOR-PREVIO > 0
                   PERFORM 7540-GRABAR-ARRASTRE
                   IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       ADD 1 TO WS-CONTADOR-ARRASTRES
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                       DISPLAY 'PBNKUV - ERROR SQLCODE ' SQLCODE
                           ' ARRASTRE ' WS-FECHA-CONTROL
                       MOVE 8 TO RETURN-CODE
                   END-IF

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *================================================================*
      * 7000 - ACCESO A ARCHIVOS Y DB2                                 *
      *================================================================*
      * Fecha de negocio vigente.
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

       7050-LEER-PARAMETRO.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'TOLERANCIA_UVA_PCT'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-TOLERANCIA-PCT
           END-IF.

       7100-LEER-REGISTRO-ENTRADA.
           READ ARCHIVO-INDICE
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.

      * Ultimo valor recibido del archivo antes de la fecha del
      * registro (los arrastres no cuentan). DB2 rechaza (SQLCODE
      * negativo) una fecha mal formada.
       7150-LEER-VALOR-ANTERIOR.
           MOVE ENT-FECHA TO HV-FECHA-VUVA.
           EXEC SQL SELECT VALOR INTO :WS-VALOR-ANTERIOR
               FROM IBMUSER.VALORES_UVA
               WHERE FECHA < DATE(:HV-FECHA-VUVA)
                 AND ORIGEN = 'F'
               ORDER BY FECHA DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

      * Un valor ya cargado para la fecha (correccion o arrastre
      * previo) se reemplaza.
       7200-GRABAR-VALOR.
           MOVE ENT-FECHA      TO HV-FECHA-VUVA.
           MOVE WS-VALOR-NUEVO TO HV-VALOR-VUVA.
           MOVE 'F'            TO HV-ORIGEN-VUVA.
           MOVE WC-PROGRAMA    TO HV-CARGADO-VUVA.
           EXEC SQL UPDATE IBMUSER.VALORES_UVA
               SET VALOR = :HV-VALOR-VUVA,
                   ORIGEN = :HV-ORIGEN-VUVA,
                   CARGADO_POR = :HV-CARGADO-VUVA,
                   FECHA_CARGA = CURRENT TIMESTAMP
               WHERE FECHA = DATE(:HV-FECHA-VUVA)
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL INSERT INTO IBMUSER.VALORES_UVA
                   (FECHA, VALOR, ORIGEN, CARGADO_POR, FECHA_CARGA)
                   VALUES (DATE(:HV-FECHA-VUVA), :HV-VALOR-VUVA,
                    :HV-ORIGEN-VUVA, :HV-CARGADO-VUVA,
                    CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

      * Primer dia del control y el valor vigente antes de el.
       7500-INICIAR-CONTROL.
           MOVE 0 TO WS-VALOR-PREVIO.
           EXEC SQL SELECT CHAR(MAX(DATE(:WS-FECHA-PROCESO)
                              - :WC-DIAS-CONTROL DAYS,
                              COALESCE(MIN(FECHA),
                                       DATE(:WS-FECHA-PROCESO))), ISO)
               INTO :WS-FECHA-CONTROL
               FROM IBMUSER.VALORES_UVA
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT VALOR INTO :WS-VALOR-PREVIO
                   FROM IBMUSER.VALORES_UVA
                   WHERE FECHA < DATE(:WS-FECHA-CONTROL)
                   ORDER BY FECHA DESC
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO WS-VALOR-PREVIO
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

       7520-LEER-DIA.
           MOVE 'N' TO SW-DIA-CARGADO.
           MOVE WS-FECHA-CONTROL TO HV-FECHA-VUVA.
           EXEC SQL SELECT VALOR, ORIGEN
               INTO :WS-VALOR-DIA, :WS-ORIGEN-DIA
               FROM IBMUSER.VALORES_UVA
               WHERE FECHA = DATE(:HV-FECHA-VUVA)
           END-EXEC.
           IF SQLCODE = 0
               SET DIA-CARGADO TO TRUE
           END-IF.

      * Arrastre del valor anterior a un dia no habil; uno ya
      * arrastrado se refresca (el dia anterior pudo corregirse).
       7540-GRABAR-ARRASTRE.
           MOVE WS-FECHA-CONTROL TO HV-FECHA-VUVA.
           MOVE WS-VALOR-PREVIO  TO HV-VALOR-VUVA.
           MOVE 'A'              TO HV-ORIGEN-VUVA.
           MOVE WC-PROGRAMA      TO HV-CARGADO-VUVA.
           IF DIA-CARGADO
               EXEC SQL UPDATE IBMUSER.VALORES_UVA
                   SET VALOR = :HV-VALOR-VUVA,
                       CARGADO_POR = :HV-CARGADO-VUVA,
                       FECHA_CARGA = CURRENT TIMESTAMP
                   WHERE FECHA = DATE(:HV-FECHA-VUVA)
                     AND ORIGEN = 'A'
               END-EXEC
           ELSE
               EXEC SQL INSERT INTO IBMUSER.VALORES_UVA
                   (FECHA, VALOR, ORIGEN, CARGADO_POR, FECHA_CARGA)
                   VALUES (DATE(:HV-FECHA-VUVA), :HV-VALOR-VUVA,
                    :HV-ORIGEN-VUVA, :HV-CARGADO-VUVA,
                    CURRENT TIMESTAMP)
               END-EXEC
           END-IF.

       7580-DIA-SIGUIENTE.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-CONTROL) + 1 DAY, ISO)
               INTO :WS-FECHA-CONTROL
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           COMPUTE WS-EJEC-PROC =
               WS-CONTADOR-CARGADOS + WS-CONTADOR-ARRASTRES.
           COMPUTE WS-EJEC-OMIT =
               WS-CONTADOR-SALTEADOS + WS-CONTADOR-FALTANTES.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE ARCHIVO-INDICE.
      * Foto del archivo en el libro de control ('P').
           PERFORM 9770-REGISTRAR-ARCHIVO-ARC.
           MOVE WS-CONTADOR-LEIDOS TO WS-CANT-EDIT.
           DISPLAY 'PBNKUV - VALORES LEIDOS    : ' WS-CANT-EDIT.
           MOVE WS-CONTADOR-CARGADOS TO WS-CANT-EDIT.
           DISPLAY 'PBNKUV - VALORES CARGADOS  : ' WS-CANT-EDIT.
           MOVE WS-CONTADOR-SALTEADOS TO WS-CANT-EDIT.
           DISPLAY 'PBNKUV - VALORES SALTEADOS : ' WS-CANT-EDIT.
           MOVE WS-CONTADOR-ARRASTRES TO WS-CANT-EDIT.
           DISPLAY 'PBNKUV - DIAS ARRASTRADOS  : ' WS-CANT-EDIT.
           MOVE WS-CONTADOR-FALTANTES TO WS-CANT-EDIT.
           DISPLAY 'PBNKUV - DIAS HABILES SIN INDICE: ' WS-CANT-EDIT.
           DISPLAY 'PBNKUV - IMPORTACION DEL INDICE UVA - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYFERP.
