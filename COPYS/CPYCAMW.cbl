      *----------------------------------------------------------------*
      * CPYCAMW: LIBRERIA DE VARIABLES (CONTROL DE CAMBIOS)            *
      * Entradas/salidas de COPYS/CPYCAMP.cbl, que trae sus propias    *
      * variables host (no depende de los DCLGEN del llamador). El     *
      * llamador carga:                                                *
      *   WS-CAM-USUARIO   cliente que compra o vende la divisa        *
      *   WS-CAM-CANAL     'V' ventanilla / 'T' transferencia /        *
      *                    'I' transferencia al exterior               *
      *   WS-CAM-SENTIDO   'C' el cliente compra / 'V' vende MONEDA    *
      *   WS-CAM-CONCEPTO  codigo de concepto (DDL/OPERACIONES_CAMBIO) *
      *   WS-CAM-MONEDA / WS-CAM-MONTO-DIVISA  divisa y monto          *
      *   WS-CAM-TASA      tasa aplicada (base por unidad de MONEDA)   *
      *   WS-CAM-FECHA     fecha de negocio (ISO)                      *
      * y ejecuta 9630-VERIFICAR-CUPO-CAMBIO antes de confirmar: deja  *
      * WS-CAM-MONTO-BASE calculado y WS-CAM-RESULTADO en CAM-         *
      * HABILITADA, CAM-BLOQUEADA (restriccion vigente) o CAM-EXCEDE-  *
      * CUPO (con WS-CAM-DISPONIBLE). Ya posteada la operacion carga   *
      * WS-CAM-ID-MOV, WS-CAM-SUCURSAL y WS-CAM-AGENTE y ejecuta       *
      * 9636-REGISTRAR-OPERACION-CAMBIO dentro de su unidad de trabajo.*
      *----------------------------------------------------------------*
       01  WS-CAM-CONTROLES.
           05 WS-CAM-USUARIO        PIC X(8)  VALUE SPACES.
           05 WS-CAM-CANAL          PIC X(1)  VALUE SPACE.
           05 WS-CAM-SENTIDO        PIC X(1)  VALUE SPACE.
              88 CAM-COMPRA-CLIENTE           VALUE 'C'.
           05 WS-CAM-CONCEPTO       PIC X(3)  VALUE SPACES.
           05 WS-CAM-MONEDA         PIC X(3)  VALUE SPACES.
           05 WS-CAM-MONTO-DIVISA   PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CAM-TASA           PIC S9(6)V9(6) COMP-3 VALUE 0.
           05 WS-CAM-MONTO-BASE     PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CAM-FECHA          PIC X(10) VALUE SPACES.
           05 WS-CAM-ID-MOV         PIC S9(9) COMP VALUE 0.
           05 WS-CAM-SUCURSAL       PIC X(4)  VALUE SPACES.
           05 WS-CAM-AGENTE         PIC X(8)  VALUE SPACES.
           05 WS-CAM-RESULTADO      PIC X(1)  VALUE SPACE.
              88 CAM-HABILITADA               VALUE SPACE.
              88 CAM-BLOQUEADA                VALUE 'B'.
              88 CAM-EXCEDE-CUPO              VALUE 'E'.
           05 WS-CAM-MOTIVO-BLOQ    PIC X(2)  VALUE SPACES.
           05 WS-CAM-CUPO-MES       PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CAM-USADO-MES      PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CAM-DISPONIBLE     PIC S9(11)V9(2) COMP-3 VALUE 0.
      * Uso interno de 9630-9636.
           05 WS-CAM-MES-DESDE      PIC X(10) VALUE SPACES.
           05 WS-CAM-TASA-BASE      PIC S9(6)V9(6) COMP-3 VALUE 0.
           05 WS-CAM-VALOR-PARAM    PIC S9(9)V9(6) COMP-3 VALUE 0.
      * Moneda base de DIVISAS (TASA_A_BASE = 1): comprarla no es
      * compra de divisa.
           05 WS-CAM-MONEDA-BASE    PIC X(3)  VALUE 'USD'.
      * Cupo mensual en unidades de la base; valor de fabrica,
      * configurable (CUPO_MENSUAL_DIVISA).
           05 WS-CAM-CUPO-FABRICA   PIC S9(11)V9(2) COMP-3 VALUE 200.
