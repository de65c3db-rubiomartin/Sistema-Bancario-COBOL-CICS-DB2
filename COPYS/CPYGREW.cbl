      *----------------------------------------------------------------*
      * CPYGREW: LIBRERIA DE VARIABLES (EXPOSICION DE GRUPO ECONOMICO) *
      * Entradas/salidas de COPYS/CPYGREP.cbl, que trae sus propias    *
      * variables host (no depende de los DCLGEN del llamador).        *
      * 9610-BUSCAR-GRUPO-CLIENTE - el llamador carga WS-GRE-USUARIO;  *
      *   con grupo activo devuelve GRE-HALLADO, WS-GRE-ID-GRUPO y     *
      *   WS-GRE-NOMBRE (sin grupo, 'N' con SQLCODE 0).                *
      * 9615-CALCULAR-EXPOSICION - el llamador carga WS-GRE-ID-GRUPO;  *
      *   devuelve los cinco componentes, WS-GRE-TOTAL y               *
      *   WS-GRE-MIEMBROS.                                             *
      * 9616-CALCULAR-EXPOSICION-CLIENTE - el llamador carga           *
      *   WS-GRE-USUARIO; los mismos componentes de un solo cliente    *
      *   (WS-GRE-MIEMBROS = 1), para quien no integra un grupo.       *
      * 9620-LEER-LIMITE-CONCENTRACION - WS-GRE-LIMITE =               *
      *   CAPITAL_REGULATORIO * LIMITE_CONCENTRACION_PCT / 100.        *
      *----------------------------------------------------------------*
       01  WS-GRE-CONTROLES.
           05 WS-GRE-USUARIO        PIC X(8)  VALUE SPACES.
           05 WS-GRE-ID-GRUPO       PIC S9(9) COMP VALUE 0.
           05 WS-GRE-NOMBRE         PIC X(30) VALUE SPACES.
           05 WS-GRE-HALLADO        PIC X(1)  VALUE 'N'.
              88 GRE-HALLADO                  VALUE 'S'.
           05 WS-GRE-MIEMBROS       PIC S9(9) COMP VALUE 0.
           05 WS-GRE-PRESTAMOS      PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-GRE-SOBREG-USADO   PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-GRE-SOBREG-LIBRE   PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-GRE-CHEQUES        PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-GRE-AVALES         PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-GRE-TOTAL          PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-GRE-LIMITE         PIC S9(13)V9(2) COMP-3 VALUE 0.
      * Valores de fabrica; 9620 los reemplaza por IBMUSER.PARAMETROS
      * (una sola lectura por tarea/corrida).
           05 WS-GRE-CAPITAL        PIC S9(13)V9(2) COMP-3
                                     VALUE 50000000.
           05 WS-GRE-PCT-LIMITE     PIC S9(3)V9(2) COMP-3 VALUE 15.
           05 WS-GRE-PARAM-LEIDO    PIC X(1)  VALUE 'N'.
           05 WS-GRE-VALOR-PARAM    PIC S9(9)V9(6) COMP-3 VALUE 0.
