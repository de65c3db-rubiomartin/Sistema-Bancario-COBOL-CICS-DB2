      *----------------------------------------------------------------*
      * CPYMORW: LIBRERIA DE VARIABLES (MORA DE CUOTAS DE PRESTAMOS)   *
      * Entradas/salidas de COPYS/CPYMORP.cbl, que trae sus propias    *
      * variables host (no depende de los DCLGEN del llamador). El     *
      * llamador carga:                                                *
      *   WS-MOR-ID-PRESTAMO  prestamo a devengar (0 = toda la cartera *
      *                       activa)                                  *
      * Devuelve SQLCODE 0 y la cantidad de cuotas tocadas en          *
      * WS-MOR-CANT-PUNIT / WS-MOR-CANT-CARGO.                         *
      *----------------------------------------------------------------*
       01  WS-MOR-CONTROLES.
           05 WS-MOR-ID-PRESTAMO    PIC S9(9) COMP VALUE 0.
           05 WS-MOR-CANT-PUNIT     PIC S9(9) COMP VALUE 0.
           05 WS-MOR-CANT-CARGO     PIC S9(9) COMP VALUE 0.
      * Parametros. 9742 carga los valores de fabrica (36% anual,
      * 500 de cargo, 5 dias de gracia) y los reemplaza por IBMUSER.
      * PARAMETROS una vez por tarea/corrida.
           05 WS-MOR-PARAM-LEIDOS   PIC X(1)  VALUE 'N'.
           05 WS-MOR-TASA-ANUAL     PIC S9(3)V9(6) COMP-3 VALUE 0.
           05 WS-MOR-CARGO-FIJO     PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-MOR-DIAS-GRACIA    PIC S9(9) COMP VALUE 0.
           05 WS-MOR-VALOR-PARAM    PIC S9(9)V9(6) COMP-3 VALUE 0.
