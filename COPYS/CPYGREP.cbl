      *----------------------------------------------------------------*
      * CPYGREP: LIBRERIA DE LOGICA (EXPOSICION DE GRUPO ECONOMICO)    *
      * Grupos de IBMUSER.GRUPOS_ECONOMICOS y sus miembros activos de  *
      * IBMUSER.GRUPO_MIEMBROS. Lo usan SOURCE/PBNKLO.cbl (aviso al    *
      * originar), SOURCE/PBNKGE.cbl (registro), BATCH/PBNKGR.cbl      *
      * (informe mensual de grandes exposiciones) y SOURCE/PBNKAL.cbl  *
      * (tope duro al emitir avales).                                  *
      *----------------------------------------------------------------*
       9610-BUSCAR-GRUPO-CLIENTE.
           MOVE 'N'    TO WS-GRE-HALLADO.
           MOVE 0      TO WS-GRE-ID-GRUPO.
           MOVE SPACES TO WS-GRE-NOMBRE.
           EXEC SQL SELECT G.ID_GRUPO, G.NOMBRE
               INTO :WS-GRE-ID-GRUPO, :WS-GRE-NOMBRE
               FROM IBMUSER.GRUPO_MIEMBROS M,
                    IBMUSER.GRUPOS_ECONOMICOS G
               WHERE M.USUARIO  = :WS-GRE-USUARIO
                 AND M.ESTADO   = 'A'
                 AND G.ID_GRUPO = M.ID_GRUPO
                 AND G.ESTADO   = 'A'
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'S' TO WS-GRE-HALLADO
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * Los cinco componentes suman sobre los miembros activos del
      * grupo. La linea de sobregiro libre es la del cliente menos
      * lo que ya usa en sus cuentas, nunca negativa. Los avales
      * cuentan por su equivalente en moneda de la cuenta de cargo
      * mientras estan vigentes o reclamados sin liquidar.
       9615-CALCULAR-EXPOSICION.
           MOVE 0 TO WS-GRE-PRESTAMOS WS-GRE-SOBREG-USADO
                     WS-GRE-SOBREG-LIBRE WS-GRE-CHEQUES
                     WS-GRE-AVALES WS-GRE-TOTAL WS-GRE-MIEMBROS.
           EXEC SQL SELECT COUNT(*)
               INTO :WS-GRE-MIEMBROS
               FROM IBMUSER.GRUPO_MIEMBROS
               WHERE ID_GRUPO = :WS-GRE-ID-GRUPO
                 AND ESTADO   = 'A'
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT COALESCE(SUM(C.CAPITAL_CUOTA), 0)
                   INTO :WS-GRE-PRESTAMOS
                   FROM IBMUSER.PRESTAMOS P,
                        IBMUSER.PRESTAMO_CUOTAS C
                   WHERE C.ID_PRESTAMO = P.ID_PRESTAMO
                     AND P.ESTADO = 'A'
                     AND C.ESTADO = 'P'
                     AND P.USUARIO IN
                         (SELECT USUARIO FROM IBMUSER.GRUPO_MIEMBROS
                          WHERE ID_GRUPO = :WS-GRE-ID-GRUPO
                            AND ESTADO   = 'A')
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT COALESCE(SUM(MONTO_EXPUESTO), 0)
                   INTO :WS-GRE-SOBREG-USADO
                   FROM IBMUSER.SOBREGIROS
                   WHERE ESTADO = 'A'
                     AND USUARIO IN
                         (SELECT USUARIO FROM IBMUSER.GRUPO_MIEMBROS
                          WHERE ID_GRUPO = :WS-GRE-ID-GRUPO
                            AND ESTADO   = 'A')
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT COALESCE(SUM(
                          CASE WHEN C.LIMITE_SOBREGIRO
                                    > COALESCE(S.USADO, 0)
                               THEN C.LIMITE_SOBREGIRO
                                    - COALESCE(S.USADO, 0)
                               ELSE 0 END), 0)
                   INTO :WS-GRE-SOBREG-LIBRE
                   FROM IBMUSER.CLIENTES C
                        LEFT OUTER JOIN
                        (SELECT USUARIO, SUM(MONTO_EXPUESTO) AS USADO
                         FROM IBMUSER.SOBREGIROS
                         WHERE ESTADO = 'A'
                         GROUP BY USUARIO) S
                        ON S.USUARIO = C.USUARIO
                   WHERE C.USUARIO IN
                         (SELECT USUARIO FROM IBMUSER.GRUPO_MIEMBROS
                          WHERE ID_GRUPO = :WS-GRE-ID-GRUPO
                            AND ESTADO   = 'A')
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
                   INTO :WS-GRE-CHEQUES
                   FROM IBMUSER.CHEQUES_GERENCIA
                   WHERE ESTADO = 'E'
                     AND USUARIO IN
                         (SELECT USUARIO FROM IBMUSER.GRUPO_MIEMBROS
                          WHERE ID_GRUPO = :WS-GRE-ID-GRUPO
                            AND ESTADO   = 'A')
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT COALESCE(SUM(MONTO_CTA), 0)
                   INTO :WS-GRE-AVALES
                   FROM IBMUSER.AVALES
                   WHERE ESTADO IN ('V', 'R')
                     AND USUARIO IN
                         (SELECT USUARIO FROM IBMUSER.GRUPO_MIEMBROS
                          WHERE ID_GRUPO = :WS-GRE-ID-GRUPO
                            AND ESTADO   = 'A')
               END-EXEC
           END-IF.
           COMPUTE WS-GRE-TOTAL = WS-GRE-PRESTAMOS
               + WS-GRE-SOBREG-USADO + WS-GRE-SOBREG-LIBRE
               + WS-GRE-CHEQUES + WS-GRE-AVALES.

      * Mismos componentes para un cliente suelto.
       9616-CALCULAR-EXPOSICION-CLIENTE.
           MOVE 0 TO WS-GRE-PRESTAMOS WS-GRE-SOBREG-USADO
                     WS-GRE-SOBREG-LIBRE WS-GRE-CHEQUES
                     WS-GRE-AVALES WS-GRE-TOTAL.
           MOVE 1 TO WS-GRE-MIEMBROS.
           EXEC SQL SELECT COALESCE(SUM(C.CAPITAL_CUOTA), 0)
               INTO :WS-GRE-PRESTAMOS
               FROM IBMUSER.PRESTAMOS P,
                    IBMUSER.PRESTAMO_CUOTAS C
               WHERE C.ID_PRESTAMO = P.ID_PRESTAMO
                 AND P.ESTADO  = 'A'
                 AND C.ESTADO  = 'P'
                 AND P.USUARIO = :WS-GRE-USUARIO
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT COALESCE(SUM(MONTO_EXPUESTO), 0)
                   INTO :WS-GRE-SOBREG-USADO
                   FROM IBMUSER.SOBREGIROS
                   WHERE ESTADO  = 'A'
                     AND USUARIO = :WS-GRE-USUARIO
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT COALESCE(
                          CASE WHEN LIMITE_SOBREGIRO
                                    > :WS-GRE-SOBREG-USADO
                               THEN LIMITE_SOBREGIRO
                                    - :WS-GRE-SOBREG-USADO
                               ELSE 0 END, 0)
                   INTO :WS-GRE-SOBREG-LIBRE
                   FROM IBMUSER.CLIENTES
                   WHERE USUARIO = :WS-GRE-USUARIO
               END-EXEC
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
                   INTO :WS-GRE-CHEQUES
                   FROM IBMUSER.CHEQUES_GERENCIA
                   WHERE ESTADO  = 'E'
                     AND USUARIO = :WS-GRE-USUARIO
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT COALESCE(SUM(MONTO_CTA), 0)
                   INTO :WS-GRE-AVALES
                   FROM IBMUSER.AVALES
                   WHERE ESTADO IN ('V', 'R')
                     AND USUARIO = :WS-GRE-USUARIO
               END-EXEC
           END-IF.
           COMPUTE WS-GRE-TOTAL = WS-GRE-PRESTAMOS
               + WS-GRE-SOBREG-USADO + WS-GRE-SOBREG-LIBRE
               + WS-GRE-CHEQUES + WS-GRE-AVALES.

       9620-LEER-LIMITE-CONCENTRACION.
           IF WS-GRE-PARAM-LEIDO = 'N'
               EXEC SQL SELECT VALOR_PARAM INTO :WS-GRE-VALOR-PARAM
                   FROM IBMUSER.PARAMETROS
                   WHERE NOMBRE_PARAM = 'CAPITAL_REGULATORIO'
               END-EXEC
               IF SQLCODE = 0
                   MOVE WS-GRE-VALOR-PARAM TO WS-GRE-CAPITAL
               END-IF
               EXEC SQL SELECT VALOR_PARAM INTO :WS-GRE-VALOR-PARAM
                   FROM IBMUSER.PARAMETROS
                   WHERE NOMBRE_PARAM = 'LIMITE_CONCENTRACION_PCT'
               END-EXEC
               IF SQLCODE = 0
                   MOVE WS-GRE-VALOR-PARAM TO WS-GRE-PCT-LIMITE
               END-IF
               MOVE 'S' TO WS-GRE-PARAM-LEIDO
           END-IF.
           COMPUTE WS-GRE-LIMITE ROUNDED =
               WS-GRE-CAPITAL * WS-GRE-PCT-LIMITE / 100.
           MOVE 0 TO SQLCODE.
