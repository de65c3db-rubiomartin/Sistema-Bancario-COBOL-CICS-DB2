       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKDD.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKDD                                 **
      ** TITULO ...........: DEBITOS ORIGINADOS - RESULTADO DE LA   **
      **                     CAMARA Y ACREDITACION AL ACREEDOR      **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Lee DD DDORES, el resultado de la camara por cada debito **
      **   enviado en DDOSAL (BATCH/PBNKDO.cbl): 'C' cobrado o 'R'  **
      **   rechazado/devuelto con su motivo (ver REG-RESULTADO).    **
      **   Cabecera/pie y secuencia se prevalidan contra el libro   **
      **   de control (CPYARCP): un duplicado o descuadre corta     **
      **   con RETURN-CODE 16 sin tocar nada.                       **
      ** - Cobrado: el item pasa a 'C' y el deudor vuelve a cero    **
      **   rechazos consecutivos.                                   **
      ** - Rechazado: el item pasa a 'R' con el motivo y nunca se   **
      **   acredita. El deudor se da de baja automatica ('D') al    **
      **   primer motivo duro (R02, R03, R07) o cuando sus          **
      **   rechazos consecutivos llegan a RECHAZOS_BAJA_DEBITO      **
      **   (IBMUSER.PARAMETROS, por defecto 3); sus debitos 'P'     **
      **   todavia no cortados se borran.                           **
      ** - Acreditacion: un movimiento ']' por acreedor y corrida   **
      **   sobre su cuenta con el total cobrado (bloqueo optimista  **
      **   de BATCH/PBNKV.cbl), con impuesto a los debitos y        **
      **   creditos (COPYS/CPYIDCP.cbl) y ID_MOV_CREDITO en cada    **
      **   item. Un credito que falla queda pendiente y se          **
      **   reintenta en la corrida siguiente.                       **
      ** - Lo cobrado entra por el nostro (COPYS/CPYNOSP.cbl, lote  **
      **   DDORES con la secuencia del archivo).                    **
      ** - DD DDOREP: reporte de cobranza por acreedor con cada     **
      **   item del resultado, las bajas automaticas y el credito.  **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-RESULTADOS ASSIGN TO DDORES
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE-COBRANZA ASSIGN TO DDOREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-RESULTADOS
           RECORDING MODE IS F.
       01  REG-RESULTADO.
           05 DDR-ID-ITEM               PIC 9(09).
           05 DDR-RESULTADO             PIC X(01).
           05 DDR-MOTIVO                PIC X(03).
           05 DDR-MONTO                 PIC 9(09)V99.
           05 FILLER                    PIC X(56).

       FD  REPORTE-COBRANZA
           RECORDING MODE IS F.
       01  REG-REPORTE                  PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLDORI END-EXEC.
           EXEC SQL INCLUDE DCLDEUD END-EXEC.
           EXEC SQL INCLUDE DCLACRD END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-SALDO-ACTUAL        PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-NUEVO         PIC S9(8)V9(2) COMP-3.
           05 WS-ID-MOV              PIC S9(9) COMP VALUE 0.
           05 WS-RECHAZOS-BAJA       PIC S9(4) COMP VALUE 3.
           05 WS-RECHAZOS-NUEVO      PIC S9(9) COMP VALUE 0.
           05 WS-MOTIVO              PIC X(3)  VALUE SPACES.
              88 MOTIVO-DURO                   VALUES 'R02' 'R03'
                                                      'R07'.
      * Acreditacion por acreedor (cursor agrupado de 3000).
           05 WS-TOTAL-ACREEDOR      PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-ACREEDOR       PIC S9(9) COMP VALUE 0.

           05 WS-CONT-LEIDOS         PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-COBRADOS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-RECHAZADOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-IGNORADOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-BAJAS          PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ACREDITADOS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ERRORES        PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-COBRADO       PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-ACREDITADO    PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-EDIT          PIC -(12)9,99.
      * Foto del registro de entrada (DDORES) para asentarlo en el
      * libro al final.
           05 WS-ENT-SECUENCIA       PIC S9(9) COMP VALUE 0.
           05 WS-ENT-CANT            PIC S9(9) COMP VALUE 0.
           05 WS-ENT-TOTAL           PIC S9(13)V9(2) COMP-3 VALUE 0.

      * Corte de control del reporte por acreedor.
       01  WS-CORTE-REPORTE.
           05 WS-ACREEDOR-ANT        PIC X(8)  VALUE SPACES.
           05 WS-RP-CANT-COB         PIC S9(7) COMP-3 VALUE 0.
           05 WS-RP-CANT-REC         PIC S9(7) COMP-3 VALUE 0.
           05 WS-RP-CANT-PEND        PIC S9(7) COMP-3 VALUE 0.
           05 WS-RP-TOTAL-COB        PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-RP-TOTAL-REC        PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-RP-ID-MOV           PIC S9(9) COMP VALUE 0.
           05 WS-RP-ID-MOV-TXT       PIC 9(9)  VALUE 0.

       01  WS-LINEA-ACREEDOR.
           05 FILLER                 PIC X(10) VALUE 'ACREEDOR: '.
           05 WS-LA-ACREEDOR         PIC X(8).
           05 FILLER                 PIC X(10) VALUE '  CUENTA: '.
           05 WS-LA-CUENTA           PIC X(10).
           05 FILLER                 PIC X(14) VALUE '  RESULTADO '.
           05 WS-LA-SECUENCIA        PIC 9(6).
           05 FILLER                 PIC X(9)  VALUE '  FECHA '.
           05 WS-LA-FECHA            PIC X(10).
           05 FILLER                 PIC X(3)  VALUE SPACES.

       01  WS-LINEA-TITULOS.
           05 FILLER                 PIC X(40) VALUE
              '      ITEM REFERENCIA       DEUDOR'.
           05 FILLER                 PIC X(40) VALUE
              '                  IMPORTE RESULTADO'.

       01  WS-LINEA-DETALLE.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-ID-ITEM          PIC Z(8)9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-REFERENCIA       PIC X(16).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-NOMBRE           PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-IMPORTE          PIC -(8)9,99.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LD-RESULTADO        PIC X(18).

       01  WS-LINEA-TOTAL.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 WS-LT-TEXTO            PIC X(20).
           05 WS-LT-CANT             PIC Z(6)9.
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LT-IMPORTE          PIC -(12)9,99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 WS-LT-DETALLE          PIC X(31).

       01  WS-CONTROL.
           05 SW-FIN-ARCHIVO         PIC X(01) VALUE 'N'.
              88 FIN-ARCHIVO                   VALUE 'S'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKDD'.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYNOSW.
       COPY CPYIDCW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-RESULTADOS.
           PERFORM 3000-ACREDITAR-ACREEDORES.
           PERFORM 4000-REPORTE-COBRANZA.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKDD - RESULTADO DEBITOS ORIGINADOS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           PERFORM 7050-LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-RESULTADOS.

      * Prevalidacion del libro de control (CPYARCP) antes de
      * resolver nada: un duplicado o descuadre corta con RC 16.
           MOVE 'DDORES' TO WS-ARC-INTERFAZ.
           PERFORM 1100-PREVALIDAR-ARCHIVO.
           IF WS-ARC-OK NOT = 'S'
               DISPLAY 'PBNKDD - ARCHIVO RECHAZADO: ' WS-ARC-MOTIVO
               PERFORM 9770-REGISTRAR-ARCHIVO-ARC
               CLOSE ARCHIVO-RESULTADOS
               MOVE 16 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-EJEC-RC
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.
           MOVE WS-ARC-SECUENCIA   TO WS-ENT-SECUENCIA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ENT-CANT.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ENT-TOTAL.
           OPEN OUTPUT REPORTE-COBRANZA.

      *================================================================*
      * 1100 - PASADA DE PREVALIDACION (SOLO LECTURA)                  *
      * Igual que PBNKMC: acumula cantidad y total de los items,       *
      * valida HDR/TRL y reabre el archivo.                            *
      *================================================================*
       1100-PREVALIDAR-ARCHIVO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7100-LEER-RESULTADO.
           IF FIN-ARCHIVO
               MOVE 'N' TO WS-ARC-OK
               MOVE 'ARCHIVO VACIO' TO WS-ARC-MOTIVO
           ELSE
               MOVE REG-RESULTADO TO WS-ARC-REGISTRO
               PERFORM 9750-VALIDAR-CABECERA-ARC
               PERFORM UNTIL FIN-ARCHIVO OR WS-ARC-OK = 'N'
                   PERFORM 7100-LEER-RESULTADO
                   IF NOT FIN-ARCHIVO
                       MOVE REG-RESULTADO TO WS-ARC-REGISTRO
                       IF WS-ARC-REGISTRO(1:3) NOT = 'HDR'
                           AND WS-ARC-REGISTRO(1:3) NOT = 'TRL'
                           ADD 1 TO WS-ARC-CANT-LEIDOS
                           IF DDR-MONTO IS NUMERIC
                               ADD DDR-MONTO TO WS-ARC-TOTAL-LEIDO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 9760-VALIDAR-PIE-ARC
           END-IF.
           CLOSE ARCHIVO-RESULTADOS.
           OPEN INPUT ARCHIVO-RESULTADOS.
           MOVE 'N' TO SW-FIN-ARCHIVO.

      *================================================================*
      * 2000 - RESOLUCION DE CADA ITEM DEL RESULTADO                   *
      *================================================================*
       2000-PROCESAR-RESULTADOS.
           PERFORM 7100-LEER-RESULTADO.
           PERFORM UNTIL FIN-ARCHIVO
               IF REG-RESULTADO(1:3) NOT = 'HDR'
                   AND REG-RESULTADO(1:3) NOT = 'TRL'
                   ADD 1 TO WS-CONT-LEIDOS
                   PERFORM 2100-PROCESAR-RESULTADO
               END-IF
               PERFORM 7100-LEER-RESULTADO
           END-PERFORM.
           CLOSE ARCHIVO-RESULTADOS.

      * Solo se resuelve un item enviado ('E'); uno desconocido o ya
      * resuelto en otro resultado se informa y se ignora.
       2100-PROCESAR-RESULTADO.
           IF DDR-ID-ITEM IS NOT NUMERIC
               DISPLAY 'PBNKDD - ITEM INVALIDO: ' DDR-ID-ITEM
               ADD 1 TO WS-CONT-IGNORADOS
           ELSE
               MOVE DDR-ID-ITEM TO HV-ID-ITEM-DORI
               PERFORM 7200-LEER-ITEM
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       DISPLAY 'PBNKDD - ITEM NO ENVIADO: '
                           DDR-ID-ITEM
                       ADD 1 TO WS-CONT-IGNORADOS
                   WHEN DDR-RESULTADO = 'C'
                       PERFORM 2200-ITEM-COBRADO
                   WHEN DDR-RESULTADO = 'R'
                       PERFORM 2300-ITEM-RECHAZADO
                   WHEN OTHER
                       DISPLAY 'PBNKDD - RESULTADO INVALIDO: '
                           DDR-ID-ITEM ' ' DDR-RESULTADO
                       ADD 1 TO WS-CONT-IGNORADOS
               END-EVALUATE
           END-IF.

       2200-ITEM-COBRADO.
           MOVE 'C'    TO HV-ESTADO-DORI.
           MOVE SPACES TO HV-MOTIVO-DORI.
           PERFORM 7300-RESOLVER-ITEM.
           IF SQLCODE = 0
               PERFORM 7400-LIMPIAR-RECHAZOS
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-COBRADOS
               ADD HV-MONTO-DORI TO WS-TOTAL-COBRADO
           ELSE
               DISPLAY 'PBNKDD - ERROR SQLCODE ' SQLCODE
                   ' RESOLVIENDO ITEM ' HV-ID-ITEM-DORI
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.

       2300-ITEM-RECHAZADO.
           MOVE 'R'        TO HV-ESTADO-DORI.
           MOVE DDR-MOTIVO TO HV-MOTIVO-DORI.
           MOVE DDR-MOTIVO TO WS-MOTIVO.
           COMPUTE WS-RECHAZOS-NUEVO = HV-RECHAZOS-DEUD + 1.
           PERFORM 7300-RESOLVER-ITEM.
           IF SQLCODE = 0
               PERFORM 7410-SUMAR-RECHAZO
           END-IF.
      * Baja automatica del deudor todavia activo.
           IF SQLCODE = 0 AND HV-ESTADO-DEUD = 'A'
               AND (MOTIVO-DURO
                 OR WS-RECHAZOS-NUEVO >= WS-RECHAZOS-BAJA)
               PERFORM 7420-BAJA-DEUDOR
               IF SQLCODE = 0
                   PERFORM 7430-BORRAR-PENDIENTES
               END-IF
               IF SQLCODE = 0
                   ADD 1 TO WS-CONT-BAJAS
               END-IF
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-RECHAZADOS
           ELSE
               DISPLAY 'PBNKDD - ERROR SQLCODE ' SQLCODE
                   ' RESOLVIENDO ITEM ' HV-ID-ITEM-DORI
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.

      *================================================================*
      * 3000 - ACREDITACION DE LO COBRADO A CADA ACREEDOR              *
      * Toma todo lo cobrado sin credito (este resultado y cualquier   *
      * credito que haya fallado en una corrida anterior).             *
      *================================================================*
       3000-ACREDITAR-ACREEDORES.
           PERFORM 7500-ABRIR-CURSOR-ACREDITAR.
           PERFORM 7510-FETCH-ACREDITAR.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 3100-ACREDITAR-ACREEDOR
               PERFORM 7510-FETCH-ACREDITAR
           END-PERFORM.
           EXEC SQL CLOSE CUR-ACREDITAR END-EXEC.

       3100-ACREDITAR-ACREEDOR.
           PERFORM 7600-LEER-SALDO-CUENTA.
           IF SQLCODE = 0
               ADD WS-TOTAL-ACREEDOR TO WS-SALDO-ACTUAL
                   GIVING WS-SALDO-NUEVO
               PERFORM 7610-ACTUALIZAR-SALDO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7620-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               PERFORM 3200-COBRAR-IMP-DEBCRED
           END-IF.
           IF SQLCODE = 0
               PERFORM 7630-MARCAR-ACREDITADOS
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-ACREDITADOS
               ADD WS-TOTAL-ACREEDOR TO WS-TOTAL-ACREDITADO
           ELSE
      * Queda cobrado sin credito (ID_MOV_CREDITO = 0): se
      * reintenta en la corrida siguiente.
               DISPLAY 'PBNKDD - ERROR SQLCODE ' SQLCODE
                   ' ACREDITANDO A ' HV-ACREEDOR-DORI
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.

      * Impuesto a los debitos y creditos sobre el credito
      * (COPYS/CPYIDCP.cbl), en la misma unidad de trabajo.
       3200-COBRAR-IMP-DEBCRED.
           MOVE HV-ACREEDOR-DORI   TO WS-IDC-USUARIO.
           MOVE HV-ACREEDOR-DORI   TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-ACRD     TO WS-IDC-CUENTA.
           MOVE WS-TOTAL-ACREEDOR  TO WS-IDC-MONTO.
           MOVE 'N'                TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-NUEVO     TO WS-IDC-SALDO.
           MOVE HV-SUC-RADIC-CTA   TO WS-IDC-SUCURSAL.
           MOVE SPACES             TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.
           IF WS-IDC-COBRADO = 'S'
               MOVE WS-IDC-SALDO TO WS-SALDO-NUEVO
           END-IF.

      *================================================================*
      * 4000 - REPORTE DE COBRANZA POR ACREEDOR (DDOREP)               *
      * Un bloque por acreedor con los items de este resultado.        *
      *================================================================*
       4000-REPORTE-COBRANZA.
           PERFORM 7700-ABRIR-CURSOR-REPORTE.
           PERFORM 7710-FETCH-REPORTE.
           PERFORM UNTIL SQLCODE NOT = 0
               IF HV-ACREEDOR-DORI NOT = WS-ACREEDOR-ANT
                   IF WS-ACREEDOR-ANT NOT = SPACES
                       PERFORM 4200-TOTALES-ACREEDOR
                   END-IF
                   PERFORM 4100-CABECERA-ACREEDOR
               END-IF
               PERFORM 4300-DETALLE-ITEM
               PERFORM 7710-FETCH-REPORTE
           END-PERFORM.
           EXEC SQL CLOSE CUR-REPORTE END-EXEC.
           IF WS-ACREEDOR-ANT NOT = SPACES
               PERFORM 4200-TOTALES-ACREEDOR
           END-IF.

       4100-CABECERA-ACREEDOR.
           MOVE HV-ACREEDOR-DORI TO WS-ACREEDOR-ANT.
           MOVE 0 TO WS-RP-CANT-COB.
           MOVE 0 TO WS-RP-CANT-REC.
           MOVE 0 TO WS-RP-CANT-PEND.
           MOVE 0 TO WS-RP-TOTAL-COB.
           MOVE 0 TO WS-RP-TOTAL-REC.
           MOVE 0 TO WS-RP-ID-MOV.
           MOVE HV-ACREEDOR-DORI TO WS-LA-ACREEDOR.
           MOVE HV-CUENTA-ACRD   TO WS-LA-CUENTA.
           MOVE WS-ENT-SECUENCIA TO WS-LA-SECUENCIA.
           MOVE WS-FECHA-PROCESO TO WS-LA-FECHA.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           WRITE REG-REPORTE FROM WS-LINEA-ACREEDOR.
           WRITE REG-REPORTE FROM WS-LINEA-TITULOS.

       4200-TOTALES-ACREEDOR.
           MOVE 'COBRADOS'       TO WS-LT-TEXTO.
           MOVE WS-RP-CANT-COB   TO WS-LT-CANT.
           MOVE WS-RP-TOTAL-COB  TO WS-LT-IMPORTE.
           MOVE SPACES TO WS-LT-DETALLE.
           IF WS-RP-CANT-COB > 0
               IF WS-RP-CANT-PEND > 0
                   MOVE 'CREDITO PENDIENTE' TO WS-LT-DETALLE
               ELSE
                   MOVE WS-RP-ID-MOV TO WS-RP-ID-MOV-TXT
                   STRING 'ACREDITADO MOV ' DELIMITED BY SIZE
                       WS-RP-ID-MOV-TXT DELIMITED BY SIZE
                       INTO WS-LT-DETALLE
               END-IF
           END-IF.
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL.
           MOVE 'RECHAZADOS'     TO WS-LT-TEXTO.
           MOVE WS-RP-CANT-REC   TO WS-LT-CANT.
           MOVE WS-RP-TOTAL-REC  TO WS-LT-IMPORTE.
           MOVE SPACES TO WS-LT-DETALLE.
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL.

       4300-DETALLE-ITEM.
           MOVE HV-ID-ITEM-DORI  TO WS-LD-ID-ITEM.
           MOVE HV-REF-DEUD      TO WS-LD-REFERENCIA.
           MOVE HV-NOMBRE-DEUD   TO WS-LD-NOMBRE.
           MOVE HV-MONTO-DORI    TO WS-LD-IMPORTE.
           MOVE SPACES TO WS-LD-RESULTADO.
           IF HV-ESTADO-DORI = 'C'
               MOVE 'COBRADO' TO WS-LD-RESULTADO
               ADD 1 TO WS-RP-CANT-COB
               ADD HV-MONTO-DORI TO WS-RP-TOTAL-COB
               IF HV-ID-MOV-DORI = 0
                   ADD 1 TO WS-RP-CANT-PEND
               ELSE
                   MOVE HV-ID-MOV-DORI TO WS-RP-ID-MOV
               END-IF
           ELSE
               ADD 1 TO WS-RP-CANT-REC
               ADD HV-MONTO-DORI TO WS-RP-TOTAL-REC
               IF HV-ESTADO-DEUD = 'D'
                   STRING 'RECHAZADO ' DELIMITED BY SIZE
                       HV-MOTIVO-DORI DELIMITED BY SIZE
                       ' BAJA' DELIMITED BY SIZE
                       INTO WS-LD-RESULTADO
               ELSE
                   STRING 'RECHAZADO ' DELIMITED BY SIZE
                       HV-MOTIVO-DORI DELIMITED BY SIZE
                       INTO WS-LD-RESULTADO
               END-IF
           END-IF.
           WRITE REG-REPORTE FROM WS-LINEA-DETALLE.

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

       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'RECHAZOS_BAJA_DEBITO'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-RECHAZOS-BAJA
           END-IF.
           IF WS-RECHAZOS-BAJA < 1
               MOVE 3 TO WS-RECHAZOS-BAJA
           END-IF.

       7100-LEER-RESULTADO.
           READ ARCHIVO-RESULTADOS
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.

      * Item enviado con los datos de su deudor.
       7200-LEER-ITEM.
           EXEC SQL SELECT I.ID_DEUDOR, I.ACREEDOR, I.MONTO,
                           D.ESTADO, D.RECHAZOS_CONSEC
               INTO :HV-ID-DEUD-DORI, :HV-ACREEDOR-DORI,
                    :HV-MONTO-DORI, :HV-ESTADO-DEUD,
                    :HV-RECHAZOS-DEUD
               FROM IBMUSER.DEBITOS_ORIGINADOS I,
                    IBMUSER.DEUDORES_DEBITO D
               WHERE I.ID_ITEM = :HV-ID-ITEM-DORI
                 AND I.ESTADO = 'E'
                 AND D.ID_DEUDOR = I.ID_DEUDOR
           END-EXEC.

       7300-RESOLVER-ITEM.
           MOVE WS-ENT-SECUENCIA TO HV-SEC-RES-DORI.
           EXEC SQL UPDATE IBMUSER.DEBITOS_ORIGINADOS
               SET ESTADO = :HV-ESTADO-DORI,
                   MOTIVO = :HV-MOTIVO-DORI,
                   SEC_RESULTADO = :HV-SEC-RES-DORI,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_ITEM = :HV-ID-ITEM-DORI
                 AND ESTADO = 'E'
           END-EXEC.

       7400-LIMPIAR-RECHAZOS.
           EXEC SQL UPDATE IBMUSER.DEUDORES_DEBITO
               SET RECHAZOS_CONSEC = 0
               WHERE ID_DEUDOR = :HV-ID-DEUD-DORI
           END-EXEC.

       7410-SUMAR-RECHAZO.
           MOVE WS-RECHAZOS-NUEVO TO HV-RECHAZOS-DEUD.
           EXEC SQL UPDATE IBMUSER.DEUDORES_DEBITO
               SET RECHAZOS_CONSEC = :HV-RECHAZOS-DEUD
               WHERE ID_DEUDOR = :HV-ID-DEUD-DORI
           END-EXEC.

       7420-BAJA-DEUDOR.
           MOVE WS-MOTIVO TO HV-MOTIVO-DEUD.
           EXEC SQL UPDATE IBMUSER.DEUDORES_DEBITO
               SET ESTADO = 'D',
                   MOTIVO_BAJA = :HV-MOTIVO-DEUD,
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE ID_DEUDOR = :HV-ID-DEUD-DORI
                 AND ESTADO = 'A'
           END-EXEC.

      * Los debitos del deudor todavia no cortados ya no salen.
       7430-BORRAR-PENDIENTES.
           EXEC SQL DELETE FROM IBMUSER.DEBITOS_ORIGINADOS
               WHERE ID_DEUDOR = :HV-ID-DEUD-DORI
                 AND ESTADO = 'P'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * Cobrado sin credito, agrupado por acreedor y su cuenta.
       7500-ABRIR-CURSOR-ACREDITAR.
           EXEC SQL DECLARE CUR-ACREDITAR CURSOR WITH HOLD FOR
               SELECT I.ACREEDOR, A.CUENTA_NUM,
                      SUM(I.MONTO), COUNT(*)
               FROM IBMUSER.DEBITOS_ORIGINADOS I,
                    IBMUSER.ACREEDORES_DEBITO A
               WHERE I.ESTADO = 'C'
                 AND I.ID_MOV_CREDITO = 0
                 AND A.USUARIO = I.ACREEDOR
               GROUP BY I.ACREEDOR, A.CUENTA_NUM
               ORDER BY I.ACREEDOR
           END-EXEC.
           EXEC SQL OPEN CUR-ACREDITAR END-EXEC.

       7510-FETCH-ACREDITAR.
           EXEC SQL FETCH CUR-ACREDITAR
               INTO :HV-ACREEDOR-DORI, :HV-CUENTA-ACRD,
                    :WS-TOTAL-ACREEDOR, :WS-CANT-ACREEDOR
           END-EXEC.

       7600-LEER-SALDO-CUENTA.
           MOVE HV-CUENTA-ACRD TO HV-NUMERO-CUENTA.
           EXEC SQL SELECT SALDO, MONEDA, SUCURSAL_RADICACION
               INTO :HV-SALDO-CTA, :HV-MONEDA-CTA, :HV-SUC-RADIC-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

      * Mismo bloqueo optimista de BATCH/PBNKV.cbl.
       7610-ACTUALIZAR-SALDO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

       7620-INSERTAR-MOVIMIENTO.
           MOVE ']'                 TO HV-TIPO-OPER.
           MOVE WS-TOTAL-ACREEDOR   TO HV-MONTO.
           MOVE HV-ACREEDOR-DORI    TO HV-USUARIO-MOV.
           MOVE HV-ACREEDOR-DORI    TO HV-USUARIO-REL.
           MOVE WS-SALDO-NUEVO      TO HV-SALDO-RESULTANTE.
           MOVE SPACES              TO HV-AGENTE-ID.
           MOVE HV-CUENTA-ACRD      TO HV-CUENTA-NUM.
           MOVE HV-SUC-RADIC-CTA    TO HV-SUCURSAL-ID.
           MOVE 'COBRANZA DEBITOS DIRECTOS' TO HV-CONCEPTO.
           MOVE WS-FECHA-PROCESO    TO HV-FECHA-NEG.
           MOVE WS-FECHA-PROCESO    TO HV-FECHA-VALOR.
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
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7630-MARCAR-ACREDITADOS.
           MOVE WS-ID-MOV TO HV-ID-MOV-DORI.
           EXEC SQL UPDATE IBMUSER.DEBITOS_ORIGINADOS
               SET ID_MOV_CREDITO = :HV-ID-MOV-DORI
               WHERE ACREEDOR = :HV-ACREEDOR-DORI
                 AND ESTADO = 'C'
                 AND ID_MOV_CREDITO = 0
           END-EXEC.

      * Items de este resultado con su deudor y la cuenta del
      * acreedor, en orden de corte.
       7700-ABRIR-CURSOR-REPORTE.
           MOVE WS-ENT-SECUENCIA TO HV-SEC-RES-DORI.
           EXEC SQL DECLARE CUR-REPORTE CURSOR FOR
               SELECT I.ACREEDOR, A.CUENTA_NUM, I.ID_ITEM,
                      D.REF_MANDATO, D.NOMBRE, I.MONTO, I.ESTADO,
                      I.MOTIVO, I.ID_MOV_CREDITO, D.ESTADO
               FROM IBMUSER.DEBITOS_ORIGINADOS I,
                    IBMUSER.DEUDORES_DEBITO D,
                    IBMUSER.ACREEDORES_DEBITO A
               WHERE I.SEC_RESULTADO = :HV-SEC-RES-DORI
                 AND I.ESTADO IN ('C', 'R')
                 AND D.ID_DEUDOR = I.ID_DEUDOR
                 AND A.USUARIO = I.ACREEDOR
               ORDER BY I.ACREEDOR, I.ESTADO, I.ID_ITEM
           END-EXEC.
           EXEC SQL OPEN CUR-REPORTE END-EXEC.

       7710-FETCH-REPORTE.
           EXEC SQL FETCH CUR-REPORTE
               INTO :HV-ACREEDOR-DORI, :HV-CUENTA-ACRD,
                    :HV-ID-ITEM-DORI, :HV-REF-DEUD, :HV-NOMBRE-DEUD,
                    :HV-MONTO-DORI, :HV-ESTADO-DORI, :HV-MOTIVO-DORI,
                    :HV-ID-MOV-DORI, :HV-ESTADO-DEUD
           END-EXEC.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           COMPUTE WS-EJEC-PROC = WS-CONT-COBRADOS
               + WS-CONT-RECHAZADOS.
           COMPUTE WS-EJEC-OMIT = WS-CONT-IGNORADOS
               + WS-CONT-ERRORES.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE REPORTE-COBRANZA.
      * Registro del DDORES consumido (foto tomada en 1000).
           MOVE 'DDORES' TO WS-ARC-INTERFAZ.
           MOVE 'S' TO WS-ARC-OK.
           MOVE WS-ENT-SECUENCIA   TO WS-ARC-SECUENCIA.
           MOVE WS-ENT-CANT        TO WS-ARC-CANT-LEIDOS.
           MOVE WS-ENT-TOTAL       TO WS-ARC-TOTAL-LEIDO.
           PERFORM 9770-REGISTRAR-ARCHIVO-ARC.
      * Lo cobrado entra al nostro con la liquidacion de la camara.
           MOVE 'DDORES' TO WS-NOS-REF-INTERFAZ.
           MOVE WS-ENT-SECUENCIA TO WS-NOS-REF-SECUENCIA.
           MOVE WS-TOTAL-COBRADO TO WS-NOS-MONTO.
           MOVE WS-CONT-COBRADOS TO WS-NOS-CANT-ITEMS.
           PERFORM 9790-REGISTRAR-LIQUIDACION-NOS.
           DISPLAY 'PBNKDD - ITEMS LEIDOS          : ' WS-CONT-LEIDOS.
           DISPLAY 'PBNKDD - ITEMS COBRADOS        : '
               WS-CONT-COBRADOS.
           MOVE WS-TOTAL-COBRADO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKDD - TOTAL COBRADO         : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKDD - ITEMS RECHAZADOS      : '
               WS-CONT-RECHAZADOS.
           DISPLAY 'PBNKDD - DEUDORES DADOS DE BAJA: ' WS-CONT-BAJAS.
           DISPLAY 'PBNKDD - ACREEDORES ACREDITADOS: '
               WS-CONT-ACREDITADOS.
           MOVE WS-TOTAL-ACREDITADO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKDD - TOTAL ACREDITADO      : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKDD - ITEMS IGNORADOS       : '
               WS-CONT-IGNORADOS.
           DISPLAY 'PBNKDD - ERRORES               : ' WS-CONT-ERRORES.
           DISPLAY 'PBNKDD - RESULTADO DEBITOS ORIGINADOS - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYNOSP.
       COPY CPYIDCP.
       COPY CPYCHNP.
