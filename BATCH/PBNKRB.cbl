       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKRB.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKRB                                 **
      ** TITULO ...........: RESERVAS DE EFECTIVO - PEDIDO A BOVEDA **
      **                     Y NO PRESENTADAS                       **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Corrida diaria antes de la apertura, con la fecha de     **
      **   negocio ya girada, sobre IBMUSER.RESERVAS_EFECTIVO       **
      **   (SOURCE/PBNKRY.cbl).                                     **
      ** - No presentadas: toda reserva 'A' de un dia anterior a la **
      **   fecha de negocio pasa a 'N' y su retencion de IBMUSER.   **
      **   RETENCIONES_DISP se libera ('L'; si PBNKRD ya la libero, **
      **   sigue igual). Si los billetes ya se habian pedido, la    **
      **   linea lo marca para que la sucursal los devuelva por     **
      **   SOURCE/PBNKBV.cbl.                                       **
      ** - Pedido a la boveda: toda reserva 'A' sin pedir cuya      **
      **   fecha cae hasta DIAS_PEDIDO_RESERVA dias habiles despues **
      **   de la fecha de negocio se pide a la boveda central       **
      **   ('CTRL'): una fila de IBMUSER.ENVIOS_EFECTIVO por        **
      **   denominacion del desglose reservado, con el mismo        **
      **   movimiento de IBMUSER.POSICION_EFECTIVO que un envio     **
      **   sucursal-a-sucursal de PBNKBV (resta en 'CTRL', suma en  **
      **   la sucursal), y la reserva queda PEDIDO_EFECTIVO 'S'.    **
      **   Una reserva en la propia 'CTRL' solo se marca.           **
      ** - Un COMMIT por reserva procesada (cursores WITH HOLD):    **
      **   relanzar es seguro porque cada reserva califica una sola **
      **   vez en cada fase.                                        **
      ** - Reporte en DD RESREP. RC 8 ante error DB2.               **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE-RESERVAS ASSIGN TO RESREP
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-RESERVAS
           RECORDING MODE IS F.
       01  REG-RESERVAS                PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLRSEF END-EXEC.
           EXEC SQL INCLUDE DCLRDIS END-EXEC.
           EXEC SQL INCLUDE DCLENVE END-EXEC.
           EXEC SQL INCLUDE DCLPOSE END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFERI END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       COPY CPYFERW.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-NEGOCIO     PIC X(10) VALUE SPACES.
           05 WS-FECHA-TOPE        PIC X(10) VALUE SPACES.
           05 WS-VUELTA            PIC S9(4) COMP VALUE 0.
           05 WS-CONT-AUSENTES     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-PEDIDOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ENVIOS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ERRORES      PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-AUSENTES    PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-PEDIDOS     PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-DENOM-VALOR       PIC 9(6) VALUE 0.
           05 WS-CANTIDAD          PIC S9(9) COMP VALUE 0.
           05 SW-FIN-CURSOR        PIC X(01) VALUE 'N'.
              88 FIN-CURSOR                  VALUE 'S'.
      * Dias habiles de anticipacion del pedido. Valor de fabrica;
      * 7050-LEER-PARAMETRO lo reemplaza por IBMUSER.PARAMETROS si
      * la fila existe.
           05 WS-DIAS-PEDIDO       PIC S9(4) COMP VALUE 1.

       01  WS-LINEA-TITULO.
           05 FILLER               PIC X(45) VALUE
              'PBNKRB - RESERVAS DE EFECTIVO - FECHA NEGOCIO'.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LT-FECHA          PIC X(10).
           05 FILLER               PIC X(24) VALUE SPACES.

       01  WS-LINEA-SECCION        PIC X(80) VALUE SPACES.

       01  WS-LINEA-CABECERA.
           05 FILLER               PIC X(11) VALUE ' RESERVA'.
           05 FILLER               PIC X(05) VALUE 'SUC'.
           05 FILLER               PIC X(11) VALUE 'FECHA'.
           05 FILLER               PIC X(11) VALUE 'CUENTA'.
           05 FILLER               PIC X(09) VALUE 'CLIENTE'.
           05 FILLER               PIC X(13) VALUE '     IMPORTE'.
           05 FILLER               PIC X(20) VALUE 'OBSERVACION'.

       01  WS-LINEA-DETALLE.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LD-RESERVA        PIC 9(09).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LD-SUCURSAL       PIC X(04).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LD-FECHA          PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LD-CUENTA         PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LD-CLIENTE        PIC X(08).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LD-IMPORTE        PIC -(8)9,99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LD-MARCA          PIC X(20).

       01  WS-LINEA-TOTAL.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LTT-TEXTO         PIC X(30).
           05 WS-LTT-CANT          PIC ZZZ.ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-LTT-IMPORTE       PIC -(11)9,99.
           05 FILLER               PIC X(25) VALUE SPACES.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA         PIC X(8)  VALUE 'PBNKRB'.
           03  WC-BOVEDA-CENTRAL   PIC X(4)  VALUE 'CTRL'.

       COPY CPYEJBW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-AUSENTES.
           PERFORM 3000-PROCESAR-PEDIDOS.
           PERFORM 4000-ESCRIBIR-TOTALES.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKRB - RESERVAS DE EFECTIVO - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-LEER-FECHA-NEGOCIO.
           PERFORM 7050-LEER-PARAMETRO.
      * Tope del pedido: DIAS_PEDIDO_RESERVA dias habiles despues de
      * la fecha de negocio (lo atrasado sin pedir entra igual).
           MOVE WS-FECHA-NEGOCIO TO WS-FER-FECHA.
           PERFORM 7060-AVANZAR-DIA-HABIL
               VARYING WS-VUELTA FROM 1 BY 1
               UNTIL WS-VUELTA > WS-DIAS-PEDIDO.
           MOVE WS-FER-FECHA TO WS-FECHA-TOPE.
           DISPLAY 'PBNKRB - FECHA DE NEGOCIO    : ' WS-FECHA-NEGOCIO.
           DISPLAY 'PBNKRB - PEDIDOS HASTA EL    : ' WS-FECHA-TOPE.
           OPEN OUTPUT REPORTE-RESERVAS.
           MOVE WS-FECHA-NEGOCIO TO WS-LT-FECHA.
           WRITE REG-RESERVAS FROM WS-LINEA-TITULO.

      *================================================================*
      * 2000 - RESERVAS NO PRESENTADAS                                 *
      *================================================================*
       2000-PROCESAR-AUSENTES.
           MOVE SPACES TO WS-LINEA-SECCION.
           WRITE REG-RESERVAS FROM WS-LINEA-SECCION.
           MOVE ' NO PRESENTADAS - RETENCION LIBERADA'
             TO WS-LINEA-SECCION.
           WRITE REG-RESERVAS FROM WS-LINEA-SECCION.
           WRITE REG-RESERVAS FROM WS-LINEA-CABECERA.
           PERFORM 7100-ABRIR-CURSOR-AUSENTES.
           MOVE 'N' TO SW-FIN-CURSOR.
           PERFORM 7110-FETCH-AUSENTE.
           PERFORM UNTIL FIN-CURSOR
               PERFORM 2100-LIBERAR-AUSENTE
               PERFORM 7110-FETCH-AUSENTE
           END-PERFORM.
           EXEC SQL CLOSE CUR-AUSENTES END-EXEC.

       2100-LIBERAR-AUSENTE.
           PERFORM 7150-MARCAR-AUSENTE.
           IF SQLCODE = 0
               PERFORM 7160-LIBERAR-RETENCION
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-CONT-AUSENTES
                   ADD HV-MONTO-RSEF TO WS-TOTAL-AUSENTES
                   IF HV-PEDIDO-RSEF = 'S'
                       MOVE 'DEVOLVER A BOVEDA' TO WS-LD-MARCA
                   ELSE
                       MOVE 'SIN PEDIDO' TO WS-LD-MARCA
                   END-IF
                   PERFORM 2900-ESCRIBIR-DETALLE
      * Anulada o usada en el medio: ya no es una ausencia. La marca
      * es lo primero que se graba, asi que no hay nada que deshacer
      * (un ROLLBACK cerraria tambien CUR-AUSENTES).
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PBNKRB - ERROR SQLCODE ' SQLCODE
                       ' RESERVA ' HV-ID-RSEF
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-CONT-ERRORES
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *================================================================*
      * 3000 - PEDIDO DE BILLETES A LA BOVEDA CENTRAL                  *
      *================================================================*
       3000-PROCESAR-PEDIDOS.
           MOVE SPACES TO WS-LINEA-SECCION.
           WRITE REG-RESERVAS FROM WS-LINEA-SECCION.
           MOVE ' PEDIDOS A LA BOVEDA CENTRAL (ENVIOS_EFECTIVO)'
             TO WS-LINEA-SECCION.
           WRITE REG-RESERVAS FROM WS-LINEA-SECCION.
           WRITE REG-RESERVAS FROM WS-LINEA-CABECERA.
           PERFORM 7200-ABRIR-CURSOR-PEDIDOS.
           MOVE 'N' TO SW-FIN-CURSOR.
           PERFORM 7210-FETCH-PEDIDO.
           PERFORM UNTIL FIN-CURSOR
               PERFORM 3100-PEDIR-RESERVA
               PERFORM 7210-FETCH-PEDIDO
           END-PERFORM.
           EXEC SQL CLOSE CUR-PEDIDOS END-EXEC.

      * Los envios de las cuatro denominaciones y la marca de la
      * reserva van en la misma unidad de trabajo. La marca va
      * primero: si la reserva ya no esta pendiente no se grabo nada
      * y no hace falta el ROLLBACK (que cerraria CUR-PEDIDOS).
       3100-PEDIR-RESERVA.
           PERFORM 7250-MARCAR-PEDIDA.
           IF SQLCODE = 0
              AND HV-SUCURSAL-RSEF NOT = WC-BOVEDA-CENTRAL
               MOVE 100              TO WS-DENOM-VALOR
               MOVE HV-CANT100-RSEF  TO WS-CANTIDAD
               PERFORM 3200-ENVIAR-DENOMINACION
               IF SQLCODE = 0
                   MOVE 50             TO WS-DENOM-VALOR
                   MOVE HV-CANT50-RSEF TO WS-CANTIDAD
                   PERFORM 3200-ENVIAR-DENOMINACION
               END-IF
               IF SQLCODE = 0
                   MOVE 20             TO WS-DENOM-VALOR
                   MOVE HV-CANT20-RSEF TO WS-CANTIDAD
                   PERFORM 3200-ENVIAR-DENOMINACION
               END-IF
               IF SQLCODE = 0
                   MOVE 10             TO WS-DENOM-VALOR
                   MOVE HV-CANT10-RSEF TO WS-CANTIDAD
                   PERFORM 3200-ENVIAR-DENOMINACION
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-CONT-PEDIDOS
                   ADD HV-MONTO-RSEF TO WS-TOTAL-PEDIDOS
                   IF HV-SUCURSAL-RSEF = WC-BOVEDA-CENTRAL
                       MOVE 'YA EN BOVEDA' TO WS-LD-MARCA
                   ELSE
                       MOVE 'PEDIDO A CTRL' TO WS-LD-MARCA
                   END-IF
                   PERFORM 2900-ESCRIBIR-DETALLE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PBNKRB - ERROR SQLCODE ' SQLCODE
                       ' RESERVA ' HV-ID-RSEF
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-CONT-ERRORES
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      * Igual que el envio sucursal-a-sucursal de PBNKBV: registro
      * del envio, resta en el origen y suma en el destino.
       3200-ENVIAR-DENOMINACION.
           IF WS-CANTIDAD > 0
               PERFORM 7300-INSERTAR-ENVIO
               IF SQLCODE = 0
                   ADD 1 TO WS-CONT-ENVIOS
                   MOVE WC-BOVEDA-CENTRAL TO HV-SUCURSAL-POSE
                   COMPUTE HV-CANTIDAD-POSE = 0 - WS-CANTIDAD
                   PERFORM 7350-ACTUALIZAR-POSICION
               END-IF
               IF SQLCODE = 0
                   MOVE HV-SUCURSAL-RSEF TO HV-SUCURSAL-POSE
                   MOVE WS-CANTIDAD      TO HV-CANTIDAD-POSE
                   PERFORM 7350-ACTUALIZAR-POSICION
               END-IF
           END-IF.

       2900-ESCRIBIR-DETALLE.
           MOVE HV-ID-RSEF        TO WS-LD-RESERVA.
           MOVE HV-SUCURSAL-RSEF  TO WS-LD-SUCURSAL.
           MOVE HV-FECHA-RET-RSEF TO WS-LD-FECHA.
           MOVE HV-CUENTA-RSEF    TO WS-LD-CUENTA.
           MOVE HV-USUARIO-RSEF   TO WS-LD-CLIENTE.
           MOVE HV-MONTO-RSEF     TO WS-LD-IMPORTE.
           WRITE REG-RESERVAS FROM WS-LINEA-DETALLE.

      *================================================================*
      * 4000 - TOTALES                                                 *
      *================================================================*
       4000-ESCRIBIR-TOTALES.
           MOVE SPACES TO WS-LINEA-SECCION.
           WRITE REG-RESERVAS FROM WS-LINEA-SECCION.
           MOVE 'RESERVAS NO PRESENTADAS' TO WS-LTT-TEXTO.
           MOVE WS-CONT-AUSENTES  TO WS-LTT-CANT.
           MOVE WS-TOTAL-AUSENTES TO WS-LTT-IMPORTE.
           WRITE REG-RESERVAS FROM WS-LINEA-TOTAL.
           MOVE 'RESERVAS PEDIDAS A LA BOVEDA' TO WS-LTT-TEXTO.
           MOVE WS-CONT-PEDIDOS   TO WS-LTT-CANT.
           MOVE WS-TOTAL-PEDIDOS  TO WS-LTT-IMPORTE.
           WRITE REG-RESERVAS FROM WS-LINEA-TOTAL.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7020-LEER-FECHA-NEGOCIO.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
               INTO :WS-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7050-LEER-PARAMETRO.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'DIAS_PEDIDO_RESERVA'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-DIAS-PEDIDO
           END-IF.

       7060-AVANZAR-DIA-HABIL.
           EXEC SQL SELECT CHAR(DATE(:WS-FER-FECHA) + 1 DAY, ISO)
               INTO :WS-FER-FECHA
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           PERFORM 9870-PROXIMO-DIA-HABIL.

       7100-ABRIR-CURSOR-AUSENTES.
           EXEC SQL DECLARE CUR-AUSENTES CURSOR WITH HOLD FOR
               SELECT ID_RESERVA, USUARIO, CUENTA_NUM, SUCURSAL_ID,
                      CHAR(FECHA_RETIRO, ISO), MONTO, ID_RET,
                      PEDIDO_EFECTIVO
               FROM IBMUSER.RESERVAS_EFECTIVO
               WHERE ESTADO = 'A'
                 AND FECHA_RETIRO < DATE(:WS-FECHA-NEGOCIO)
               ORDER BY SUCURSAL_ID, FECHA_RETIRO, ID_RESERVA
           END-EXEC.
           EXEC SQL OPEN CUR-AUSENTES END-EXEC.

       7110-FETCH-AUSENTE.
           EXEC SQL FETCH CUR-AUSENTES
               INTO :HV-ID-RSEF, :HV-USUARIO-RSEF, :HV-CUENTA-RSEF,
                    :HV-SUCURSAL-RSEF, :HV-FECHA-RET-RSEF,
                    :HV-MONTO-RSEF, :HV-ID-RET-RSEF, :HV-PEDIDO-RSEF
           END-EXEC.
           IF SQLCODE NOT = 0
               SET FIN-CURSOR TO TRUE
               IF SQLCODE < 0
                   DISPLAY 'PBNKRB - ERROR SQLCODE ' SQLCODE
                       ' EN CUR-AUSENTES'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       7150-MARCAR-AUSENTE.
           EXEC SQL UPDATE IBMUSER.RESERVAS_EFECTIVO
               SET ESTADO = 'N',
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE ID_RESERVA = :HV-ID-RSEF
                 AND ESTADO = 'A'
           END-EXEC.

       7160-LIBERAR-RETENCION.
           MOVE HV-ID-RET-RSEF TO HV-ID-RDIS.
           EXEC SQL UPDATE IBMUSER.RETENCIONES_DISP
               SET ESTADO = 'L'
               WHERE ID_RET = :HV-ID-RDIS
                 AND ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

       7200-ABRIR-CURSOR-PEDIDOS.
           EXEC SQL DECLARE CUR-PEDIDOS CURSOR WITH HOLD FOR
               SELECT ID_RESERVA, USUARIO, CUENTA_NUM, SUCURSAL_ID,
                      CHAR(FECHA_RETIRO, ISO), MONTO, CANT_100,
                      CANT_50, CANT_20, CANT_10
               FROM IBMUSER.RESERVAS_EFECTIVO
               WHERE ESTADO = 'A'
                 AND PEDIDO_EFECTIVO = 'N'
                 AND FECHA_RETIRO <= DATE(:WS-FECHA-TOPE)
               ORDER BY SUCURSAL_ID, FECHA_RETIRO, ID_RESERVA
           END-EXEC.
           EXEC SQL OPEN CUR-PEDIDOS END-EXEC.

       7210-FETCH-PEDIDO.
           EXEC SQL FETCH CUR-PEDIDOS
               INTO :HV-ID-RSEF, :HV-USUARIO-RSEF, :HV-CUENTA-RSEF,
                    :HV-SUCURSAL-RSEF, :HV-FECHA-RET-RSEF,
                    :HV-MONTO-RSEF, :HV-CANT100-RSEF,
                    :HV-CANT50-RSEF, :HV-CANT20-RSEF,
                    :HV-CANT10-RSEF
           END-EXEC.
           IF SQLCODE NOT = 0
               SET FIN-CURSOR TO TRUE
               IF SQLCODE < 0
                   DISPLAY 'PBNKRB - ERROR SQLCODE ' SQLCODE
                       ' EN CUR-PEDIDOS'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       7250-MARCAR-PEDIDA.
           EXEC SQL UPDATE IBMUSER.RESERVAS_EFECTIVO
               SET PEDIDO_EFECTIVO = 'S'
               WHERE ID_RESERVA = :HV-ID-RSEF
                 AND ESTADO = 'A'
                 AND PEDIDO_EFECTIVO = 'N'
           END-EXEC.

       7300-INSERTAR-ENVIO.
           MOVE WC-BOVEDA-CENTRAL TO HV-ORIGEN-ENVE.
           MOVE HV-SUCURSAL-RSEF  TO HV-DESTINO-ENVE.
           MOVE WS-DENOM-VALOR    TO HV-DENOM-ENVE.
           MOVE WS-CANTIDAD       TO HV-CANTIDAD-ENVE.
           MOVE WC-PROGRAMA       TO HV-REGISTRADO-ENVE.
           EXEC SQL INSERT INTO IBMUSER.ENVIOS_EFECTIVO
               (SUCURSAL_ORIGEN, DESTINO, DENOMINACION, CANTIDAD,
                REGISTRADO_POR, FECHA_ENVIO)
               VALUES (:HV-ORIGEN-ENVE, :HV-DESTINO-ENVE,
                :HV-DENOM-ENVE, :HV-CANTIDAD-ENVE,
                :HV-REGISTRADO-ENVE, CURRENT TIMESTAMP)
           END-EXEC.

      * Sucursal/denominacion sin fila todavia: se crea (+100).
       7350-ACTUALIZAR-POSICION.
           MOVE WS-DENOM-VALOR TO HV-DENOM-POSE.
           EXEC SQL UPDATE IBMUSER.POSICION_EFECTIVO
               SET CANTIDAD = CANTIDAD + :HV-CANTIDAD-POSE
               WHERE SUCURSAL_ID = :HV-SUCURSAL-POSE
                 AND DENOMINACION = :HV-DENOM-POSE
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL INSERT INTO IBMUSER.POSICION_EFECTIVO
                   (SUCURSAL_ID, DENOMINACION, CANTIDAD)
                   VALUES (:HV-SUCURSAL-POSE, :HV-DENOM-POSE,
                    :HV-CANTIDAD-POSE)
               END-EXEC
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           COMPUTE WS-EJEC-PROC = WS-CONT-AUSENTES + WS-CONT-PEDIDOS.
           MOVE WS-CONT-ERRORES TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           CLOSE REPORTE-RESERVAS.
           DISPLAY 'PBNKRB - NO PRESENTADAS      : ' WS-CONT-AUSENTES.
           DISPLAY 'PBNKRB - RESERVAS PEDIDAS    : ' WS-CONT-PEDIDOS.
           DISPLAY 'PBNKRB - FILAS DE ENVIO      : ' WS-CONT-ENVIOS.
           DISPLAY 'PBNKRB - RESERVAS CON ERROR  : ' WS-CONT-ERRORES.
           DISPLAY 'PBNKRB - RESERVAS DE EFECTIVO - FIN'.

       COPY CPYFERP.
       COPY CPYEJBP.
