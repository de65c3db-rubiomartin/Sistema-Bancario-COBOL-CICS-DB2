      *----------------------------------------------------------------*
      * CPYPTCW: LIBRERIA DE VARIABLES (PAGO DE TARJETA DE CREDITO)    *
      * Entradas de COPYS/CPYPTCP.cbl, que trae sus propias variables  *
      * host (no depende de los DCLGEN del llamador). El llamador ya   *
      * debito la cuenta del cliente (MOVIMIENTOS TIPO_OPER '7') y     *
      * carga:                                                         *
      *   WS-PTC-CUENTA-TC   cuenta 'TC...' que recibe el pago         *
      *   WS-PTC-MONTO       importe pagado                            *
      *   WS-PTC-ID-MOV      ID_MOV del debito en MOVIMIENTOS          *
      *   WS-PTC-FECHA-NEG   fecha de negocio (AAAA-MM-DD)             *
      *   WS-PTC-CONCEPTO    texto del movimiento de la tarjeta        *
      * Devuelve SQLCODE 0 o el error de DB2 (100 = cuenta TC          *
      * inexistente o dada de baja).                                   *
      *----------------------------------------------------------------*
       01  WS-PTC-CONTROLES.
           05 WS-PTC-CUENTA-TC      PIC X(10) VALUE SPACES.
           05 WS-PTC-MONTO          PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-PTC-ID-MOV         PIC S9(9) COMP VALUE 0.
           05 WS-PTC-FECHA-NEG      PIC X(10) VALUE SPACES.
           05 WS-PTC-CONCEPTO       PIC X(30) VALUE SPACES.
           05 WS-PTC-ID-CUENTA      PIC S9(9) COMP VALUE 0.
