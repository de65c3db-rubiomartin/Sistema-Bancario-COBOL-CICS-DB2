      *----------------------------------------------------------------*
      * CPYRTMW: LIBRERIA DE VARIABLES (TIEMPOS DE RESPUESTA ONLINE)   *
      * La rutina esta en COPYS/CPYRTMP.cbl (requiere ademas DFHAID).  *
      * El programa ejecuta 9590 al entrar a 0000-PROCESO-TAREA, 9591  *
      * antes de cada EXEC SQL y, antes de cada RETURN/XCTL, carga     *
      * WS-RTM-SUCURSAL y ejecuta 9592 (RETURN) o 9594 (XCTL): una     *
      * fila de WS-RTM-REGISTRO por interaccion viaja por la cola TD   *
      * BKTR (extrapartition, con buffer: no espera E/S del dataset).  *
      * BATCH/PBNKTR.cbl la carga en IBMUSER.TIEMPOS_RESPUESTA. La     *
      * forma del registro es la del dataset de la cola: no cambiar    *
      * sin cambiar el FD de PBNKTR.                                   *
      *----------------------------------------------------------------*
       01  WS-RTM-CONTROLES.
           05 WC-RTM-COLA              PIC X(4)  VALUE 'BKTR'.
      * ABSTIME de CICS (milisegundos desde 1900).
           05 WS-RTM-INICIO            PIC S9(15) COMP-3 VALUE 0.
           05 WS-RTM-FIN               PIC S9(15) COMP-3 VALUE 0.
           05 WS-RTM-LLAMADAS-SQL      PIC S9(4) COMP VALUE 0.
           05 WS-RTM-ERRORES-SQL       PIC S9(4) COMP VALUE 0.
           05 WS-RTM-RESP              PIC S9(8) COMP VALUE 0.
           05 WS-RTM-SALIDA            PIC X(1)  VALUE 'R'.
              88 RTM-SALIDA-RETORNO              VALUE 'R'.
              88 RTM-SALIDA-XCTL                 VALUE 'X'.
      * Una sola fila por interaccion aunque el programa pase por mas
      * de una salida (p.ej. un XCTL con RESP que no se concreta).
           05 WS-RTM-GRABADO           PIC X(1)  VALUE 'N'.
              88 RTM-YA-GRABADO                  VALUE 'S'.
      * Registro de la cola BKTR (100 posiciones).
           05 WS-RTM-REGISTRO.
              10 WS-RTM-PROGRAMA       PIC X(8).
              10 WS-RTM-TRANSID        PIC X(4).
              10 WS-RTM-TERMINAL       PIC X(4).
              10 WS-RTM-USUARIO        PIC X(8).
      * Tecla (ENTR, PF01..PF12, CLR, PA1..PA3; ninguna pantalla usa
      * PF13-PF24, que quedan OTRO), INIC = primera entrada sin
      * COMMAREA, LINK = invocado por un gateway.
              10 WS-RTM-FUNCION        PIC X(4).
              10 WS-RTM-SUCURSAL       PIC X(4).
              10 WS-RTM-FECHA          PIC X(10).
              10 WS-RTM-HORA           PIC X(8).
              10 WS-RTM-INICIO-ABS     PIC 9(15).
              10 WS-RTM-FIN-ABS        PIC 9(15).
              10 WS-RTM-DURACION-MS    PIC 9(9).
              10 WS-RTM-SQL            PIC 9(5).
      * OK = volvio a su pantalla, XC = cedio el control por XCTL,
      * ER = algun SQLCODE negativo durante la interaccion.
              10 WS-RTM-RESULTADO      PIC X(2).
              10 FILLER                PIC X(4).
