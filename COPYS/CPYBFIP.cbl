      *----------------------------------------------------------------*
      * CPYBFIP: LIBRERIA DE LOGICA (BENEFICIARIOS FINALES)            *
      * 9940 decide si WS-BFI-EMPRESA es cliente empresa (duena de una *
      * cuenta con FIRMANTES vigentes) y si sus beneficiarios          *
      * declarados alcanzan el umbral: alguna persona (por NRO_DOC,    *
      * directo + via intermedias) con UMBRAL_BENEF_FINAL por ciento   *
      * o mas, o bien una persona de control ('C') o de alta gerencia  *
      * ('G') declarada. Deja WS-BFI-ES-EMPRESA / WS-BFI-CUMPLE.       *
      *----------------------------------------------------------------*
       9940-EVALUAR-BENEFICIARIOS.
           MOVE 'N' TO WS-BFI-ES-EMPRESA.
           MOVE 'N' TO WS-BFI-CUMPLE.
           MOVE 0   TO WS-BFI-FIRMAS.
           MOVE 0   TO WS-BFI-MAX-PORC.
           MOVE 0   TO WS-BFI-CANT-CONTROL.
           EXEC SQL SELECT COUNT(*) INTO :WS-BFI-FIRMAS
               FROM IBMUSER.CUENTAS C, IBMUSER.FIRMANTES F
               WHERE C.USUARIO = :WS-BFI-EMPRESA
                 AND F.CUENTA_NUM = C.NUMERO_CUENTA
                 AND F.ESTADO = 'A'
           END-EXEC.
           IF SQLCODE = 0 AND WS-BFI-FIRMAS > 0
               MOVE 'S' TO WS-BFI-ES-EMPRESA
           END-IF.
           EXEC SQL SELECT VALOR_PARAM INTO :WS-BFI-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'UMBRAL_BENEF_FINAL'
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-BFI-VALOR-PARAM TO WS-BFI-UMBRAL
           END-IF.
           EXEC SQL SELECT COALESCE(MAX(T.TOTAL), 0)
               INTO :WS-BFI-MAX-PORC
               FROM (SELECT SUM(PORC_EFECTIVO) AS TOTAL
                     FROM IBMUSER.BENEFICIARIOS_FINALES
                     WHERE USUARIO_EMPRESA = :WS-BFI-EMPRESA
                       AND ESTADO = 'A'
                       AND ROL = 'P'
                     GROUP BY NRO_DOC) AS T
           END-EXEC.
           EXEC SQL SELECT COUNT(*) INTO :WS-BFI-CANT-CONTROL
               FROM IBMUSER.BENEFICIARIOS_FINALES
               WHERE USUARIO_EMPRESA = :WS-BFI-EMPRESA
                 AND ESTADO = 'A'
                 AND ROL IN ('C', 'G')
           END-EXEC.
           IF WS-BFI-MAX-PORC >= WS-BFI-UMBRAL
                   OR WS-BFI-CANT-CONTROL > 0
               MOVE 'S' TO WS-BFI-CUMPLE
           END-IF.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.
