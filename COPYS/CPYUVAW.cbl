      *----------------------------------------------------------------*
      * CPYUVAW: LIBRERIA DE VARIABLES (INDICE UVA Y REVALUACION DE    *
      * PRODUCTOS EN UNIDADES)                                         *
      * Entradas/salidas de COPYS/CPYUVAP.cbl, que trae sus propias    *
      * variables host (no depende de los DCLGEN del llamador). El     *
      * llamador carga:                                                *
      *   WS-UVA-FECHA        fecha del indice (ISO AAAA-MM-DD) que    *
      *                       lee 9670                                 *
      *   WS-UVA-VALOR        indice a aplicar en 9672/9674 (9670 lo   *
      *                       deja cargado)                            *
      *   WS-UVA-ID           prestamo (9672) o plazo fijo (9674) a    *
      *                       revaluar; 0 = todos los 'A' en UVA       *
      * Devuelve SQLCODE 0 y la cantidad de productos con ajuste en    *
      * WS-UVA-CANT.                                                   *
      *----------------------------------------------------------------*
       01  WS-UVA-CONTROLES.
           05 WS-UVA-FECHA          PIC X(10) VALUE SPACES.
           05 WS-UVA-VALOR          PIC S9(8)V9(4) COMP-3 VALUE 0.
           05 WS-UVA-ID             PIC S9(9) COMP VALUE 0.
           05 WS-UVA-CANT           PIC S9(9) COMP VALUE 0.
      * Fecha de negocio vigente (IBMUSER.FECHA_NEGOCIO), con la que
      * se fechan las filas de IBMUSER.AJUSTES_UVA y la revaluacion.
           05 WS-UVA-FECHA-NEG      PIC X(10) VALUE SPACES.
