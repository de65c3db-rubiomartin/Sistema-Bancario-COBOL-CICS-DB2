      *----------------------------------------------------------------*
      * CPYRTMP: LIBRERIA DE LOGICA (TIEMPOS DE RESPUESTA ONLINE)      *
      * 9590 toma la hora de entrada y la tecla; 9591 cuenta cada      *
      * llamada SQL del programa (la ejecuta el programa ANTES de cada *
      * EXEC SQL, por eso ve el SQLCODE de la llamada previa: un       *
      * negativo marca la interaccion ER); 9592/9594 cierran el reloj  *
      * y encolan la fila en BKTR. El WRITEQ lleva RESP: una cola      *
      * cerrada o llena no puede cortar la transaccion del cliente.    *
      * Las sentencias SQL de las librerias CPY*P no se cuentan (no    *
      * todas las usa un programa online); sus errores si se ven en    *
      * la siguiente llamada del programa o al cierre.                 *
      *----------------------------------------------------------------*
       9590-INICIAR-CRONOMETRO.
           EXEC CICS ASKTIME ABSTIME(WS-RTM-INICIO) END-EXEC.
           MOVE 0   TO WS-RTM-LLAMADAS-SQL.
           MOVE 0   TO WS-RTM-ERRORES-SQL.
           MOVE 0   TO SQLCODE.
           MOVE 'N' TO WS-RTM-GRABADO.
           SET RTM-SALIDA-RETORNO TO TRUE.
           MOVE SPACES TO WS-RTM-REGISTRO.
           EXEC CICS ASSIGN PROGRAM(WS-RTM-PROGRAMA)
               USERID(WS-RTM-USUARIO)
               RESP(WS-RTM-RESP)
           END-EXEC.
           MOVE EIBTRNID TO WS-RTM-TRANSID.
           MOVE EIBTRMID TO WS-RTM-TERMINAL.
           IF EIBCALEN = 0
               MOVE 'INIC' TO WS-RTM-FUNCION
           ELSE
               EVALUATE EIBAID
                   WHEN DFHENTER MOVE 'ENTR' TO WS-RTM-FUNCION
                   WHEN DFHCLEAR MOVE 'CLR ' TO WS-RTM-FUNCION
                   WHEN DFHPA1   MOVE 'PA1 ' TO WS-RTM-FUNCION
                   WHEN DFHPA2   MOVE 'PA2 ' TO WS-RTM-FUNCION
                   WHEN DFHPA3   MOVE 'PA3 ' TO WS-RTM-FUNCION
                   WHEN DFHPF1   MOVE 'PF01' TO WS-RTM-FUNCION
                   WHEN DFHPF2   MOVE 'PF02' TO WS-RTM-FUNCION
                   WHEN DFHPF3   MOVE 'PF03' TO WS-RTM-FUNCION
                   WHEN DFHPF4   MOVE 'PF04' TO WS-RTM-FUNCION
                   WHEN DFHPF5   MOVE 'PF05' TO WS-RTM-FUNCION
                   WHEN DFHPF6   MOVE 'PF06' TO WS-RTM-FUNCION
                   WHEN DFHPF7   MOVE 'PF07' TO WS-RTM-FUNCION
                   WHEN DFHPF8   MOVE 'PF08' TO WS-RTM-FUNCION
                   WHEN DFHPF9   MOVE 'PF09' TO WS-RTM-FUNCION
                   WHEN DFHPF10  MOVE 'PF10' TO WS-RTM-FUNCION
                   WHEN DFHPF11  MOVE 'PF11' TO WS-RTM-FUNCION
                   WHEN DFHPF12  MOVE 'PF12' TO WS-RTM-FUNCION
                   WHEN OTHER    MOVE 'OTRO' TO WS-RTM-FUNCION
               END-EVALUATE
           END-IF.

       9591-CONTAR-SQL.
           ADD 1 TO WS-RTM-LLAMADAS-SQL.
           IF SQLCODE < 0
               ADD 1 TO WS-RTM-ERRORES-SQL
           END-IF.

       9592-GRABAR-TIEMPO.
           IF NOT RTM-YA-GRABADO
               PERFORM 9593-ENCOLAR-TIEMPO
           END-IF.

       9593-ENCOLAR-TIEMPO.
           SET RTM-YA-GRABADO TO TRUE.
           IF SQLCODE < 0
               ADD 1 TO WS-RTM-ERRORES-SQL
           END-IF.
           EXEC CICS ASKTIME ABSTIME(WS-RTM-FIN) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-RTM-INICIO)
               YYYYMMDD(WS-RTM-FECHA) DATESEP('-')
               TIME(WS-RTM-HORA) TIMESEP(':')
               RESP(WS-RTM-RESP)
           END-EXEC.
           MOVE WS-RTM-INICIO TO WS-RTM-INICIO-ABS.
           MOVE WS-RTM-FIN    TO WS-RTM-FIN-ABS.
           COMPUTE WS-RTM-DURACION-MS = WS-RTM-FIN - WS-RTM-INICIO.
           MOVE WS-RTM-LLAMADAS-SQL TO WS-RTM-SQL.
           EVALUATE TRUE
               WHEN WS-RTM-ERRORES-SQL > 0
                   MOVE 'ER' TO WS-RTM-RESULTADO
               WHEN RTM-SALIDA-XCTL
                   MOVE 'XC' TO WS-RTM-RESULTADO
               WHEN OTHER
                   MOVE 'OK' TO WS-RTM-RESULTADO
           END-EVALUATE.
           EXEC CICS WRITEQ TD QUEUE(WC-RTM-COLA)
               FROM(WS-RTM-REGISTRO)
               LENGTH(LENGTH OF WS-RTM-REGISTRO)
               RESP(WS-RTM-RESP)
           END-EXEC.

       9594-GRABAR-TIEMPO-XCTL.
           SET RTM-SALIDA-XCTL TO TRUE.
           PERFORM 9592-GRABAR-TIEMPO.
