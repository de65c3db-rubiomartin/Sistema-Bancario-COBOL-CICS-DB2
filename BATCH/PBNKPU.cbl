      **   generacion de su tabla (DD ARCxxx, GDG +1 en el JCL) y   **
      **   recien entonces se borra; COMMIT por tanda.              **
      ** - No se depura lo referido por una investigacion abierta:  **
      **   filas de un USUARIO con caso AML 'P' o reportado a la    **
      **   UIF 'R' (CASOS_AML) o disputa 'P' (DISPUTAS) quedan, se  **
      **   cuentan como retenidas.                                  **
      ** - Reiniciable via CHECKPOINT_BATCH: guarda la ultima tabla **
      **   COMPLETADA y al relanzar sigue con la siguiente.         **
      ** - Imprime depuradas/retenidas por tabla para operaciones.  **
               MOVE SPACES TO WS-TABLA-DESDE
           END-IF.

      * Investigacion abierta = caso AML 'P' o 'R' (ROS a la UIF)
      * o disputa 'P' del USUARIO: sus filas no se depuran.
       7100-HAY-INVESTIGACION.
           MOVE 0 TO WS-INVESTIGACIONES.
           EXEC SQL SELECT
                 (SELECT COUNT(*) FROM IBMUSER.CASOS_AML
                   WHERE USUARIO = :WS-USUARIO-INVEST
                     AND ESTADO IN ('P', 'R'))
               + (SELECT COUNT(*) FROM IBMUSER.DISPUTAS
                   WHERE USUARIO = :WS-USUARIO-INVEST
                     AND ESTADO = 'P')
