      *----------------------------------------------------------------*
      * CPYBFIW: LIBRERIA DE VARIABLES (BENEFICIARIOS FINALES)         *
      * El llamador carga WS-BFI-EMPRESA y ejecuta                     *
      * 9940-EVALUAR-BENEFICIARIOS (CPYBFIP).                          *
      *----------------------------------------------------------------*
       01  WS-BFI-CONTROLES.
           05 WS-BFI-EMPRESA          PIC X(08) VALUE SPACES.
           05 WS-BFI-FIRMAS           PIC S9(9) COMP VALUE 0.
           05 WS-BFI-CANT-CONTROL     PIC S9(9) COMP VALUE 0.
           05 WS-BFI-MAX-PORC         PIC S9(5)V9(2) COMP-3 VALUE 0.
      * Valor de fabrica; 9940 lo reemplaza por UMBRAL_BENEF_FINAL.
           05 WS-BFI-UMBRAL           PIC S9(3)V9(2) COMP-3 VALUE 25.
           05 WS-BFI-VALOR-PARAM      PIC S9(9)V9(6) COMP-3 VALUE 0.
           05 WS-BFI-ES-EMPRESA       PIC X(01) VALUE 'N'.
              88 BFI-ES-EMPRESA                VALUE 'S'.
           05 WS-BFI-CUMPLE           PIC X(01) VALUE 'N'.
              88 BFI-CUMPLE-UMBRAL             VALUE 'S'.
