      **         15 por transferencia.                              **
      ** - No duplica: si el USUARIO ya tiene un caso 'P' abierto   **
      **   del mismo patron, no abre otro.                          **
      ** - Los movimientos que dispararon el caso quedan en         **
      **   IBMUSER.CASOS_AML_MOVIMIENTOS en la misma unidad de      **
      **   trabajo (son los que informa el ROS de PBNKUF).          **
      ** - COMMIT por caso insertado; relanzar es seguro por el     **
      **   control de duplicados.                                   **
      *****************************************************************
                    :HV-PUNTAJE-AML, :HV-DETALLE-AML, 'P',
                    CURRENT TIMESTAMP)
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 6200-VINCULAR-MOVIMIENTOS
               END-IF
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-CASOS-ABIERTOS
           END-IF.
           MOVE 0 TO SQLCODE.

      * Mismo criterio que el cursor del patron, acotado al usuario
      * del caso. Sin filas (SQLCODE 100) no es error.
       6200-VINCULAR-MOVIMIENTOS.
           EXEC SQL SELECT IDENTITY_VAL_LOCAL()
               INTO :HV-ID-CASO-AMOV
               FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE = 0
               EVALUATE HV-PATRON-AML
                   WHEN 'E'
                       PERFORM 6210-VINCULAR-ESTRUCT
                   WHEN 'C'
                       PERFORM 6220-VINCULAR-IDAVUELTA
                   WHEN 'R'
                       PERFORM 6230-VINCULAR-RAFAGA
               END-EVALUATE
               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

       6210-VINCULAR-ESTRUCT.
           EXEC SQL INSERT INTO IBMUSER.CASOS_AML_MOVIMIENTOS
               (ID_CASO, ID_MOV)
               SELECT :HV-ID-CASO-AMOV, ID_MOV
               FROM IBMUSER.MOVIMIENTOS
               WHERE USUARIO = :HV-USUARIO-AML
                 AND TIPO_OPER = 'D'
                 AND DATE(FECHA) >= CURRENT DATE - 1 DAY
                 AND MONTO >= :WS-UMBRAL-PISO
                 AND MONTO < :WS-UMBRAL-REPORTE
           END-EXEC.

       6220-VINCULAR-IDAVUELTA.
           EXEC SQL INSERT INTO IBMUSER.CASOS_AML_MOVIMIENTOS
               (ID_CASO, ID_MOV)
               SELECT DISTINCT :HV-ID-CASO-AMOV, M1.ID_MOV
               FROM IBMUSER.MOVIMIENTOS M1,
                    IBMUSER.MOVIMIENTOS M2,
                    IBMUSER.CUENTAS_COMPARTIDAS CC
               WHERE M1.USUARIO = :HV-USUARIO-AML
                 AND M1.TIPO_OPER = 'T'
                 AND DATE(M1.FECHA) = CURRENT DATE
                 AND M2.TIPO_OPER = 'T'
                 AND DATE(M2.FECHA) = CURRENT DATE
                 AND M2.USUARIO = M1.USUARIO_REL
                 AND M2.USUARIO_REL = M1.USUARIO
                 AND ((CC.USUARIO_PRINCIPAL = M1.USUARIO
                       AND CC.USUARIO_AUTORIZADO = M1.USUARIO_REL)
                   OR (CC.USUARIO_PRINCIPAL = M1.USUARIO_REL
                       AND CC.USUARIO_AUTORIZADO = M1.USUARIO))
           END-EXEC.

       6230-VINCULAR-RAFAGA.
           EXEC SQL INSERT INTO IBMUSER.CASOS_AML_MOVIMIENTOS
               (ID_CASO, ID_MOV)
               SELECT :HV-ID-CASO-AMOV, ID_MOV
               FROM IBMUSER.MOVIMIENTOS
               WHERE USUARIO = :HV-USUARIO-AML
                 AND USUARIO_REL = :WS-USUARIO-REL-AUX
                 AND TIPO_OPER = 'T'
                 AND DATE(FECHA) = CURRENT DATE
           END-EXEC.

      *================================================================*
      * 7000 - PARAMETROS                                              *
      *================================================================*
