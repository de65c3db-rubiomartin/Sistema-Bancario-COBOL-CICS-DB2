      *----------------------------------------------------------------*
      * CPYCBUP: LIBRERIA DE LOGICA (CLAVE BANCARIA UNIFORME - CBU)    *
      * 9710 valida WS-CBU-NUMERO: 22 digitos y los dos digitos        *
      * verificadores; deja WS-CBU-OK = 'S' o 'N' con WS-CBU-MOTIVO.   *
      * 9716 arma el CBU: el caller carga WS-CBU-BANCO, WS-CBU-        *
      * SUCURSAL y WS-CBU-CUENTA (numericos) y la rutina completa      *
      * DV1 y DV2. 9712/9714 calculan cada digito en WS-CBU-DV-CALC.   *
      *----------------------------------------------------------------*
       9710-VALIDAR-CBU.
           MOVE 'N' TO WS-CBU-OK.
           MOVE SPACES TO WS-CBU-MOTIVO.
           EVALUATE TRUE
               WHEN WS-CBU-NUMERO IS NOT NUMERIC
                   MOVE 'CBU DEBE TENER 22 DIGITOS' TO WS-CBU-MOTIVO

               WHEN OTHER
                   PERFORM 9712-CALCULAR-DV1
                   IF WS-CBU-DV-CALC NOT = WS-CBU-DV1
                       MOVE 'CBU: DV1 ERRONEO'
                         TO WS-CBU-MOTIVO
                   ELSE
                       PERFORM 9714-CALCULAR-DV2
                       IF WS-CBU-DV-CALC NOT = WS-CBU-DV2
                           MOVE 'CBU: DV2 ERRONEO'
                             TO WS-CBU-MOTIVO
                       ELSE
                           MOVE 'S' TO WS-CBU-OK
                       END-IF
                   END-IF
           END-EVALUATE.

      * Bloque 1: posiciones 1-7 (banco + sucursal).
       9712-CALCULAR-DV1.
           MOVE 0 TO WS-CBU-SUMA.
           PERFORM VARYING WS-CBU-IND FROM 1 BY 1
                   UNTIL WS-CBU-IND > 7
               COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
                   + WS-CBU-DIG(WS-CBU-IND) * WS-CBU-PESO1(WS-CBU-IND)
           END-PERFORM.
           PERFORM 9718-DIGITO-DE-SUMA.

      * Bloque 2: posiciones 9-21 (cuenta).
       9714-CALCULAR-DV2.
           MOVE 0 TO WS-CBU-SUMA.
           PERFORM VARYING WS-CBU-IND FROM 1 BY 1
                   UNTIL WS-CBU-IND > 13
               COMPUTE WS-CBU-POS = WS-CBU-IND + 8
               COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
                   + WS-CBU-DIG(WS-CBU-POS) * WS-CBU-PESO2(WS-CBU-IND)
           END-PERFORM.
           PERFORM 9718-DIGITO-DE-SUMA.

       9716-ARMAR-CBU.
           MOVE 0 TO WS-CBU-DV1.
           MOVE 0 TO WS-CBU-DV2.
           PERFORM 9712-CALCULAR-DV1.
           MOVE WS-CBU-DV-CALC TO WS-CBU-DV1.
           PERFORM 9714-CALCULAR-DV2.
           MOVE WS-CBU-DV-CALC TO WS-CBU-DV2.

      * DV = (10 - SUMA MOD 10) MOD 10.
       9718-DIGITO-DE-SUMA.
           DIVIDE WS-CBU-SUMA BY 10 GIVING WS-CBU-COCIENTE
               REMAINDER WS-CBU-RESTO.
           IF WS-CBU-RESTO = 0
               MOVE 0 TO WS-CBU-DV-CALC
           ELSE
               COMPUTE WS-CBU-DV-CALC = 10 - WS-CBU-RESTO
           END-IF.
