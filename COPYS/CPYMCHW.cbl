      *----------------------------------------------------------------*
      * CPYMCHW: LIBRERIA DE VARIABLES (MULTA POR CHEQUE RECHAZADO)    *
      * Entradas/salidas de COPYS/CPYMCHP.cbl, que trae sus propias    *
      * variables host. 9732 calcula la multa de WS-MCH-MONTO-CHEQUE.  *
      * 9730 la cobra: el llamador carga WS-MCH-ID-RECHAZO (fila de    *
      * IBMUSER.CHEQUES_RECHAZADOS con MULTA_ESTADO 'P'), la cuenta,   *
      * el librador, el numero de cheque y WS-MCH-MULTA. Devuelve      *
      * WS-MCH-COBRADA 'S' (debitada, fila 'C') o 'N' (saldo que no    *
      * alcanza: la multa sigue pendiente) con SQLCODE 0; otro SQLCODE *
      * obliga al llamador a deshacer la unidad de trabajo.            *
      *----------------------------------------------------------------*
       01  WS-MCH-CONTROLES.
           05 WS-MCH-ID-RECHAZO     PIC S9(9) COMP VALUE 0.
           05 WS-MCH-CUENTA         PIC X(10) VALUE SPACES.
           05 WS-MCH-USUARIO        PIC X(8)  VALUE SPACES.
           05 WS-MCH-NRO-CHEQUE     PIC S9(9) COMP VALUE 0.
           05 WS-MCH-MONTO-CHEQUE   PIC S9(9)V9(2) COMP-3 VALUE 0.
           05 WS-MCH-MULTA          PIC S9(9)V9(2) COMP-3 VALUE 0.
           05 WS-MCH-COBRADA        PIC X(1)  VALUE 'N'.
      * Uso interno de 9730-9734.
           05 WS-MCH-SALDO          PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-MCH-SALDO-NUEVO    PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-MCH-ID-MOV         PIC S9(9) COMP VALUE 0.
           05 WS-MCH-TIPO-OPER      PIC X(1)  VALUE '2'.
           05 WS-MCH-CONCEPTO       PIC X(30) VALUE SPACES.
           05 WS-MCH-NRO-EDIT       PIC 9(8)  VALUE 0.
           05 WS-MCH-BLANCO         PIC X(8)  VALUE SPACES.
           05 WS-MCH-SUCURSAL       PIC X(4)  VALUE SPACES.
      * Multa en porcentaje del cheque con un minimo. 9734 carga los
      * valores de fabrica y los reemplaza por IBMUSER.PARAMETROS una
      * vez por corrida.
           05 WS-MCH-PARAM-LEIDOS   PIC X(1)  VALUE 'N'.
           05 WS-MCH-PORCENTAJE     PIC S9(3)V9(4) COMP-3 VALUE 0.
           05 WS-MCH-MINIMO         PIC S9(9)V9(2) COMP-3 VALUE 0.
           05 WS-MCH-VALOR-PARAM    PIC S9(9)V9(6) COMP-3 VALUE 0.
