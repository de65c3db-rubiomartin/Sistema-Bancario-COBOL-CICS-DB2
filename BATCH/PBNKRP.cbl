      **   saldo, los PLAZOS_FIJOS abiertos con vencimiento, los    **
      **   PRESTAMOS activos con deuda pendiente, proxima cuota y   **
      **   mora, y sus TARJETAS con estado.                         **
      ** - Plazos y prestamos en UVA muestran ademas la unidad y el **
      **   importe en unidades (MONTO_UVA del plazo; CUOTA_UVA de   **
      **   las cuotas pendientes del prestamo) junto a los pesos.   **
      ** - Tenencias de fondos comunes (TENENCIAS_FONDOS) con       **
      **   cuotapartes, ultimo valor de cuotaparte y valuacion.     **
      ** - Las etiquetas salen en el CLIENTES.IDIOMA del cliente    **
      **   via el catalogo de mensajes (9940, mismo esquema que     **
      **   PBNKJ 2140); sin fila de catalogo quedan los literales   **
      **   en espanol de siempre.                                   **
      ** - Solo clientes con relacion viva: al menos una cuenta,    **
      **   plazo, prestamo, tarjeta o tenencia en fondos.           **
      ** - Reiniciable como PBNKJ: checkpoint cada                  **
      **   WC-INTERVALO-CHECKPOINT clientes (job de solo lectura)   **
      **   y DD RELEST en EXTEND al reiniciar.                      **
           EXEC SQL INCLUDE DCLPLZF END-EXEC.
           EXEC SQL INCLUDE DCLPRES END-EXEC.
           EXEC SQL INCLUDE DCLTARJ END-EXEC.
           EXEC SQL INCLUDE DCLTENF END-EXEC.
           EXEC SQL INCLUDE DCLVCPT END-EXEC.
           EXEC SQL INCLUDE DCLMSGC END-EXEC.
           EXEC SQL INCLUDE DCLCHKP END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.
           05 WS-CONTADOR-PRODUCTOS PIC S9(4) COMP VALUE 0.
           05 WS-DEUDA-PENDIENTE    PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-PROXIMA-CUOTA      PIC X(10) VALUE SPACES.
      * Deuda pendiente en unidades de un prestamo UVA (0 en pesos).
           05 WS-DEUDA-UVA          PIC S9(11)V9(4) COMP-3 VALUE 0.
           05 WS-VALUACION-FONDO    PIC S9(11)V9(2) COMP-3 VALUE 0.
      * Reinicio/checkpoint.
           05 WS-USUARIO-DESDE      PIC X(8) VALUE SPACES.
           05 WS-CONTADOR-DESDE-CKP PIC S9(7) COMP-3 VALUE 0.
           05 WS-LP-MONTO           PIC -(10)9,99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-VENCIMIENTO     PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-UNIDAD          PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-MONTO-UVA       PIC ZZZ.ZZZ.ZZ9,9999
                                     BLANK WHEN ZERO.
           05 FILLER                PIC X(19) VALUE SPACES.

       01  WS-LINEA-PRESTAMO.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-PROX-CUOTA      PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-MORA            PIC ZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-UNIDAD          PIC X(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LR-DEUDA-UVA       PIC ZZZ.ZZZ.ZZ9,9999
                                     BLANK WHEN ZERO.
           05 FILLER                PIC X(13) VALUE SPACES.

       01  WS-LINEA-FONDO.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LF-FONDO           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LF-CUOTAS          PIC ZZZ.ZZZ.ZZ9,999999.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LF-VALOR           PIC ZZZ.ZZ9,999999.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LF-VALUACION       PIC -(10)9,99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LF-FECHA           PIC X(10).
           05 FILLER                PIC X(6)  VALUE SPACES.

       01  WS-LINEA-TARJETA.
           05 FILLER                PIC X(2)  VALUE SPACES.
           PERFORM 3200-SECCION-PLAZOS.
           PERFORM 3300-SECCION-PRESTAMOS.
           PERFORM 3400-SECCION-TARJETAS.
           PERFORM 3500-SECCION-FONDOS.
           ADD 1 TO WS-CONTADOR-CLIENTES.
           ADD 1 TO WS-CONTADOR-DESDE-CKP.
           IF WS-CONTADOR-DESDE-CKP >= WC-INTERVALO-CHECKPOINT
           PERFORM 3050-ESCRIBIR-SECCION.
           EXEC SQL DECLARE CUR-PF-REL CURSOR FOR
               SELECT ID_PLAZO, MONTO,
                      CHAR(FECHA_VENCIMIENTO, ISO), UNIDAD, MONTO_UVA
               FROM IBMUSER.PLAZOS_FIJOS
               WHERE USUARIO = :HV-USUARIO
                 AND ESTADO = 'A'
               MOVE HV-ID-PLZF         TO WS-LP-ID
               MOVE HV-MONTO-PLZF      TO WS-LP-MONTO
               MOVE HV-FECHA-VENC-PLZF TO WS-LP-VENCIMIENTO
               MOVE HV-UNIDAD-PLZF     TO WS-LP-UNIDAD
               MOVE HV-MONTO-UVA-PLZF  TO WS-LP-MONTO-UVA
               WRITE REG-RELACION FROM WS-LINEA-PLAZO
               ADD 1 TO WS-CONTADOR-PRODUCTOS
               PERFORM 7400-FETCH-PLAZO
           MOVE 'RELPREST' TO WS-MSG-ID.
           PERFORM 3050-ESCRIBIR-SECCION.
           EXEC SQL DECLARE CUR-PRES-REL CURSOR FOR
               SELECT ID_PRESTAMO, DIAS_MORA, UNIDAD
               FROM IBMUSER.PRESTAMOS
               WHERE USUARIO = :HV-USUARIO
                 AND ESTADO = 'A'
               MOVE WS-DEUDA-PENDIENTE TO WS-LR-DEUDA
               MOVE WS-PROXIMA-CUOTA   TO WS-LR-PROX-CUOTA
               MOVE HV-DIAS-MORA-PRES  TO WS-LR-MORA
               MOVE HV-UNIDAD-PRES     TO WS-LR-UNIDAD
               MOVE WS-DEUDA-UVA       TO WS-LR-DEUDA-UVA
               WRITE REG-RELACION FROM WS-LINEA-PRESTAMO
               ADD 1 TO WS-CONTADOR-PRODUCTOS
               PERFORM 7500-FETCH-PRESTAMO
           END-PERFORM.
           EXEC SQL CLOSE CUR-TARJ-REL END-EXEC.

      *================================================================*
      * 3500 - FONDOS COMUNES DE INVERSION                             *
      * Cuotapartes valuadas al ultimo valor de cuotaparte cargado     *
      * del fondo (IBMUSER.VALORES_CUOTAPARTE).                        *
      *================================================================*
       3500-SECCION-FONDOS.
           MOVE 'FONDOS COMUNES:' TO WS-MSG-TEXTO.
           MOVE 'RELFCI' TO WS-MSG-ID.
           PERFORM 3050-ESCRIBIR-SECCION.
           MOVE HV-USUARIO TO HV-USUARIO-TENF.
           EXEC SQL DECLARE CUR-FCI-REL CURSOR FOR
               SELECT T.CODIGO_FONDO, T.CUOTAPARTES,
                      V.VALOR_CUOTAPARTE, CHAR(V.FECHA, ISO)
               FROM IBMUSER.TENENCIAS_FONDOS T,
                    IBMUSER.VALORES_CUOTAPARTE V
               WHERE T.USUARIO = :HV-USUARIO-TENF
                 AND T.CUOTAPARTES > 0
                 AND V.CODIGO_FONDO = T.CODIGO_FONDO
                 AND V.FECHA = (SELECT MAX(V2.FECHA)
                      FROM IBMUSER.VALORES_CUOTAPARTE V2
                      WHERE V2.CODIGO_FONDO = T.CODIGO_FONDO)
               ORDER BY T.CODIGO_FONDO
           END-EXEC.
           EXEC SQL OPEN CUR-FCI-REL END-EXEC.
           PERFORM 7700-FETCH-FONDO.
           PERFORM UNTIL SQLCODE NOT = 0
               COMPUTE WS-VALUACION-FONDO ROUNDED =
                   HV-CUOTAS-TENF * HV-VALOR-VCP
               MOVE HV-CODIGO-TENF     TO WS-LF-FONDO
               MOVE HV-CUOTAS-TENF     TO WS-LF-CUOTAS
               MOVE HV-VALOR-VCP       TO WS-LF-VALOR
               MOVE WS-VALUACION-FONDO TO WS-LF-VALUACION
               MOVE HV-FECHA-VCP       TO WS-LF-FECHA
               WRITE REG-RELACION FROM WS-LINEA-FONDO
               ADD 1 TO WS-CONTADOR-PRODUCTOS
               PERFORM 7700-FETCH-FONDO
           END-PERFORM.
           EXEC SQL CLOSE CUR-FCI-REL END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
                              WHERE R.USUARIO = C.USUARIO
                                AND R.ESTADO = 'A')
                   OR EXISTS (SELECT 1 FROM IBMUSER.TARJETAS T
                              WHERE T.USUARIO = C.USUARIO)
                   OR EXISTS (SELECT 1 FROM IBMUSER.TENENCIAS_FONDOS F
                              WHERE F.USUARIO = C.USUARIO
                                AND F.CUOTAPARTES > 0))
               ORDER BY C.USUARIO
           END-EXEC.
           EXEC SQL OPEN CUR-CLIENTES-REL END-EXEC.
       7400-FETCH-PLAZO.
           EXEC SQL FETCH CUR-PF-REL
               INTO :HV-ID-PLZF, :HV-MONTO-PLZF,
                    :HV-FECHA-VENC-PLZF, :HV-UNIDAD-PLZF,
                    :HV-MONTO-UVA-PLZF
           END-EXEC.

       7500-FETCH-PRESTAMO.
           EXEC SQL FETCH CUR-PRES-REL
               INTO :HV-ID-PRES, :HV-DIAS-MORA-PRES, :HV-UNIDAD-PRES
           END-EXEC.

      * Deuda pendiente = cuotas 'P' a valor de tabla; proxima
      * el SQLCODE del cursor de prestamos.
       7550-LEER-DEUDA-Y-PROXIMA.
           MOVE 0 TO WS-DEUDA-PENDIENTE.
           MOVE 0 TO WS-DEUDA-UVA.
           MOVE SPACES TO WS-PROXIMA-CUOTA.
           EXEC SQL SELECT COALESCE(SUM(MONTO_CUOTA), 0),
                    COALESCE(CHAR(MIN(FECHA_VENCIMIENTO), ISO),
                             '          '),
                    COALESCE(SUM(CUOTA_UVA), 0)
               INTO :WS-DEUDA-PENDIENTE, :WS-PROXIMA-CUOTA,
                    :WS-DEUDA-UVA
               FROM IBMUSER.PRESTAMO_CUOTAS
               WHERE ID_PRESTAMO = :HV-ID-PRES
                 AND ESTADO = 'P'
               INTO :HV-NUMERO-TARJ, :HV-ESTADO-TARJ
           END-EXEC.

       7700-FETCH-FONDO.
           EXEC SQL FETCH CUR-FCI-REL
               INTO :HV-CODIGO-TENF, :HV-CUOTAS-TENF,
                    :HV-VALOR-VCP, :HV-FECHA-VCP
           END-EXEC.

       7950-GRABAR-CHECKPOINT.
           MOVE WC-PROGRAMA TO HV-PROGRAMA-CHK.
           MOVE HV-USUARIO  TO HV-ULTIMO-USUARIO.
