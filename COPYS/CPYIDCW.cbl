      *----------------------------------------------------------------*
      * CPYIDCW: LIBRERIA DE VARIABLES (IMPUESTO DEBITOS Y CREDITOS)   *
      * Entradas/salidas de COPYS/CPYIDCP.cbl, que trae sus propias    *
      * variables host (no depende de los DCLGEN del llamador). El     *
      * llamador carga, despues de postear el movimiento gravado y     *
      * antes de su COMMIT/SYNCPOINT:                                  *
      *   WS-IDC-USUARIO   USUARIO con que se grabo el movimiento      *
      *   WS-IDC-TITULAR   cliente titular (clave de la exencion)      *
      *   WS-IDC-CUENTA    cuenta posteada (blanco = CLIENTES.SALDO)   *
      *   WS-IDC-MONTO     monto del movimiento gravado                *
      *   WS-IDC-ES-DEBITO 'S' debito / 'N' credito                    *
      *   WS-IDC-SALDO     saldo que dejo el movimiento gravado        *
      *   WS-IDC-SUCURSAL / WS-IDC-AGENTE  como el movimiento          *
      * Devuelve WS-IDC-COBRADO 'S' con WS-IDC-IMPUESTO y WS-IDC-SALDO *
      * ya descontado, o 'N' (exento o alicuota en cero) con SQLCODE 0.*
      *----------------------------------------------------------------*
       01  WS-IDC-CONTROLES.
           05 WS-IDC-USUARIO        PIC X(8)  VALUE SPACES.
           05 WS-IDC-TITULAR        PIC X(8)  VALUE SPACES.
           05 WS-IDC-CUENTA         PIC X(10) VALUE SPACES.
           05 WS-IDC-MONTO          PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-IDC-ES-DEBITO      PIC X(1)  VALUE 'N'.
           05 WS-IDC-SALDO          PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-IDC-SUCURSAL       PIC X(4)  VALUE SPACES.
           05 WS-IDC-AGENTE         PIC X(8)  VALUE SPACES.
           05 WS-IDC-IMPUESTO       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-IDC-COBRADO        PIC X(1)  VALUE 'N'.
      * Uso interno de 9720-9726.
           05 WS-IDC-ALCANCE        PIC X(1)  VALUE SPACE.
           05 WS-IDC-CANT-EXENC     PIC S9(9) COMP VALUE 0.
           05 WS-IDC-TIPO-OPER      PIC X(1)  VALUE '1'.
           05 WS-IDC-CONCEPTO       PIC X(30) VALUE SPACES.
           05 WS-IDC-FECHA-NEG      PIC X(10) VALUE SPACES.
           05 WS-IDC-BLANCO         PIC X(8)  VALUE SPACES.
      * Alicuotas en porcentaje. 9722 carga el valor de fabrica (0,6)
      * y lo reemplaza por IBMUSER.PARAMETROS una vez por tarea/corrida.
           05 WS-IDC-PARAM-LEIDOS   PIC X(1)  VALUE 'N'.
           05 WS-IDC-ALICUOTA-DEB   PIC S9(3)V9(4) COMP-3 VALUE 0.
           05 WS-IDC-ALICUOTA-CRE   PIC S9(3)V9(4) COMP-3 VALUE 0.
           05 WS-IDC-ALICUOTA       PIC S9(3)V9(4) COMP-3 VALUE 0.
           05 WS-IDC-VALOR-PARAM    PIC S9(9)V9(6) COMP-3 VALUE 0.
