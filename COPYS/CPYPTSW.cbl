      *----------------------------------------------------------------*
      * CPYPTSW: LIBRERIA DE VARIABLES (PUNTOS DE LEALTAD)             *
      * Entradas/salidas de COPYS/CPYPTSP.cbl, que trae sus propias    *
      * variables host (no depende de los DCLGEN del llamador). El     *
      * llamador carga:                                                *
      *   WS-PTS-USUARIO     cliente dueno de los puntos               *
      *   WS-PTS-FECHA-NEG   fecha de negocio (AAAA-MM-DD)             *
      * y para 9600 (acreditar una compra):                            *
      *   WS-PTS-CUENTA      cuenta de la tarjeta (producto)           *
      *   WS-PTS-RUBRO       rubro del comercio (MCC del switch)       *
      *   WS-PTS-MONTO       importe liquidado                         *
      *   WS-PTS-ID-MOV      ID_MOV del debito de la compra            *
      *   WS-PTS-TARJETA     numero de tarjeta                         *
      * para 9604 (consumir, el mas proximo a vencer primero):         *
      *   WS-PTS-A-CONSUMIR  puntos a descontar de las filas 'G'       *
      * Devuelve SQLCODE 0 o el error de DB2; 9600 deja en             *
      * WS-PTS-PUNTOS lo acreditado (0 = la compra no suma) y 9606     *
      * el saldo del cliente en WS-PTS-SALDO.                          *
      *----------------------------------------------------------------*
       01  WS-PTS-CONTROLES.
           05 WS-PTS-USUARIO        PIC X(8)  VALUE SPACES.
           05 WS-PTS-FECHA-NEG      PIC X(10) VALUE SPACES.
           05 WS-PTS-CUENTA         PIC X(10) VALUE SPACES.
           05 WS-PTS-RUBRO          PIC X(4)  VALUE SPACES.
           05 WS-PTS-MONTO          PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-PTS-ID-MOV         PIC S9(9) COMP VALUE 0.
           05 WS-PTS-TARJETA        PIC X(16) VALUE SPACES.
           05 WS-PTS-PUNTOS         PIC S9(9) COMP VALUE 0.
           05 WS-PTS-A-CONSUMIR     PIC S9(9) COMP VALUE 0.
           05 WS-PTS-SALDO          PIC S9(9) COMP VALUE 0.
      * Uso interno de CPYPTSP.
           05 WS-PTS-TIPO-CUENTA    PIC X(1)  VALUE SPACE.
           05 WS-PTS-TASA           PIC S9(3)V9(4) COMP-3 VALUE 0.
           05 WS-PTS-MESES-VENC     PIC S9(4) COMP VALUE 24.
           05 WS-PTS-VALOR-PARAM    PIC S9(9)V9(6) COMP-3 VALUE 0.
           05 WS-PTS-ID-FILA        PIC S9(9) COMP VALUE 0.
           05 WS-PTS-DISP-FILA      PIC S9(9) COMP VALUE 0.
           05 WS-PTS-TOMA           PIC S9(9) COMP VALUE 0.
