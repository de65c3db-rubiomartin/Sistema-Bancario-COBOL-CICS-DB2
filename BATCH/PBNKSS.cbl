      **   coincidencia nueva en COINCIDENCIAS_SANCION (ORIGEN 'R') **
      **   - una sola fila abierta por USUARIO, sin duplicar la     **
      **   que ya este pendiente o confirmada.                      **
      ** - Los beneficiarios finales vigentes de cada cliente       **
      **   empresa (IBMUSER.BENEFICIARIOS_FINALES) pasan por el     **
      **   mismo screening junto con su empresa; el hallazgo queda  **
      **   contra la empresa con el nombre del beneficiario.        **
      ** - Reporte de hallazgos en DD SCRHALL; RC 4 si hubo         **
      **   coincidencias nuevas, para que la malla lo resalte.      **
      ** - COMMIT por cliente procesado.                            **
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLLVIG END-EXEC.
           EXEC SQL INCLUDE DCLCSAN END-EXEC.
           EXEC SQL INCLUDE DCLBFIN END-EXEC.
           EXEC SQL INCLUDE DCLRIES END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.
           05 WS-CONT-CLIENTES      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-HALLAZGOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-YA-ABIERTA         PIC S9(4) COMP VALUE 0.
           05 WS-NOMBRE-HALLAZGO    PIC X(40) VALUE SPACES.
           05 WS-ORIGEN-HALLAZGO    PIC X(01) VALUE 'R'.
      * Espaciado del re-screening por nivel de riesgo (IBMUSER.
      * RIESGO_CLIENTE, ver BATCH/PBNKRQ.cbl): un 'A' se barre en
      * cada carga, 'M' y 'B' al vencer su espaciado. Valores de
               PERFORM 9936-VERIFICAR-LIBERADA
           END-IF.
           IF SCR-HAY-COINCIDENCIA
               MOVE HV-NOMBRE TO WS-NOMBRE-HALLAZGO
               MOVE 'R'       TO WS-ORIGEN-HALLAZGO
               PERFORM 2200-PARQUEAR-HALLAZGO
           ELSE
               PERFORM 2300-EVALUAR-BENEFICIARIOS
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
                 AND ESTADO IN ('P', 'C')
           END-EXEC.
           IF SQLCODE = 0 AND WS-YA-ABIERTA = 0
               MOVE WS-NOMBRE-HALLAZGO TO HV-NOMBRE-CSAN
               MOVE WS-SCR-ID-LISTA    TO HV-ID-LISTA-CSAN
               MOVE WS-SCR-NOMBRE-LISTA TO HV-NOMLISTA-CSAN
               EXEC SQL INSERT INTO IBMUSER.COINCIDENCIAS_SANCION
                    ORIGEN, ESTADO, FECHA_DETECCION)
                   VALUES (:HV-USUARIO-CSAN, :HV-NOMBRE-CSAN,
                    :HV-ID-LISTA-CSAN, :HV-NOMLISTA-CSAN,
                    :WS-ORIGEN-HALLAZGO, 'P', CURRENT TIMESTAMP)
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-CONT-HALLAZGOS
                   MOVE HV-USUARIO TO WS-HA-USUARIO
                   MOVE WS-NOMBRE-HALLAZGO TO WS-HA-NOMBRE
                   MOVE WS-SCR-NOMBRE-LISTA TO WS-HA-LISTA
                   WRITE REG-HALLAZGO FROM WS-LINEA-HALLAZGO
               END-IF
           END-IF.

      * Beneficiarios finales vigentes del cliente (solo tiene el
      * cliente empresa); el primero que pega se parquea contra la
      * empresa, igual que una coincidencia de su propio nombre.
       2300-EVALUAR-BENEFICIARIOS.
           MOVE HV-USUARIO TO HV-EMPRESA-BFIN.
           EXEC SQL DECLARE CUR-BENEF-SCR CURSOR FOR
               SELECT NOMBRE
               FROM IBMUSER.BENEFICIARIOS_FINALES
               WHERE USUARIO_EMPRESA = :HV-EMPRESA-BFIN
                 AND ESTADO = 'A'
               ORDER BY ID_BENEFICIARIO
           END-EXEC.
           EXEC SQL OPEN CUR-BENEF-SCR END-EXEC.
           PERFORM 7150-FETCH-BENEFICIARIO.
           PERFORM UNTIL SQLCODE NOT = 0 OR SCR-HAY-COINCIDENCIA
               MOVE HV-NOMBRE-BFIN TO WS-SCR-NOMBRE
               PERFORM 9935-EVALUAR-NOMBRE
               IF SCR-HAY-COINCIDENCIA
                   MOVE HV-USUARIO TO WS-SCR-USUARIO
                   PERFORM 9936-VERIFICAR-LIBERADA
               END-IF
               IF NOT SCR-HAY-COINCIDENCIA AND SQLCODE = 0
                   PERFORM 7150-FETCH-BENEFICIARIO
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE CUR-BENEF-SCR END-EXEC.
           IF SCR-HAY-COINCIDENCIA
               MOVE HV-NOMBRE-BFIN TO WS-NOMBRE-HALLAZGO
               MOVE 'F'            TO WS-ORIGEN-HALLAZGO
               PERFORM 2200-PARQUEAR-HALLAZGO
           ELSE
               MOVE 0 TO SQLCODE
           END-IF.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
               INTO :HV-USUARIO, :HV-NOMBRE
           END-EXEC.

       7150-FETCH-BENEFICIARIO.
           EXEC SQL FETCH CUR-BENEF-SCR INTO :HV-NOMBRE-BFIN
           END-EXEC.

      * Un cliente sin fila de riesgo todavia se barre igual; la
      * fila la creara PBNKRQ en su proxima corrida.
       7200-ESTAMPAR-SCREENING.
