      *----------------------------------------------------------------*
      * CPYNOSW: LIBRERIA DE VARIABLES (LIQUIDACIONES DEL NOSTRO)      *
      * Entradas de COPYS/CPYNOSP.cbl, que trae sus propias variables  *
      * host (no depende de los DCLGEN del llamador). El llamador      *
      * carga, con el lote de liquidacion ya cortado o recibido:       *
      *   WS-NOS-REFERENCIA  interfaz (6) + secuencia del corte del    *
      *                      libro de control (CPYARCP) del ciclo      *
      *   WS-NOS-MONTO       neto del lote visto desde el nostro:      *
      *                      positivo entra, negativo sale             *
      *   WS-NOS-CANT-ITEMS  items del lote (cero = nada que liquidar) *
      * Ver DDL/NOSTRO.sql por la conciliacion contra el extracto del  *
      * banco liquidador (BATCH/PBNKNS.cbl).                           *
      *----------------------------------------------------------------*
       01  WS-NOS-CONTROLES.
           05 WS-NOS-REFERENCIA.
              10 WS-NOS-REF-INTERFAZ PIC X(6)  VALUE SPACES.
              10 WS-NOS-REF-SECUENCIA PIC 9(6) VALUE 0.
              10 FILLER              PIC X(4)  VALUE SPACES.
           05 WS-NOS-MONTO          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-NOS-CANT-ITEMS     PIC S9(9) COMP VALUE 0.
      * Uso interno de 9790.
           05 WS-NOS-SENTIDO        PIC X(1)  VALUE SPACE.
           05 WS-NOS-FECHA-NEG      PIC X(10) VALUE SPACES.
           05 WS-NOS-PROGRAMA       PIC X(8)  VALUE SPACES.
