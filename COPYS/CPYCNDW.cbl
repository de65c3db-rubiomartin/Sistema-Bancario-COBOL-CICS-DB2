      *----------------------------------------------------------------*
      * CPYCNDW: LIBRERIA DE VARIABLES (CONDICIONES ESPECIALES)        *
      * El llamador carga WS-CND-USUARIO, WS-CND-CUENTA, WS-CND-TIPO   *
      * (y WS-CND-FECHA, blanco = hoy) y ejecuta                       *
      * 9970-BUSCAR-CONDICION-ESP (CPYCNDP); para registrar el costo   *
      * carga WS-CND-COSTO y ejecuta 9975-ACUMULAR-COSTO-COND.         *
      *----------------------------------------------------------------*
       01  WS-CND-CONTROLES.
           05 WS-CND-USUARIO          PIC X(08) VALUE SPACES.
           05 WS-CND-CUENTA           PIC X(10) VALUE SPACES.
      * 'I' interes caja, 'C' comision, 'P' plazo fijo, 'L' prestamo.
           05 WS-CND-TIPO             PIC X(01) VALUE SPACES.
           05 WS-CND-FECHA            PIC X(10) VALUE SPACES.
           05 WS-CND-ID               PIC S9(9) COMP VALUE 0.
           05 WS-CND-TASA             PIC S9(3)V9(6) COMP-3 VALUE 0.
           05 WS-CND-COMISION         PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-CND-COSTO            PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-CND-HALLADA          PIC X(01) VALUE 'N'.
              88 CND-HALLADA                   VALUE 'S'.
