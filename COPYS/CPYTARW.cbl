      *----------------------------------------------------------------*
      * CPYTARW: LIBRERIA DE VARIABLES (TARIFARIO DE COMISIONES)       *
      * El llamador carga WS-TAR-EVENTO, WS-TAR-TIPO-CTA (producto de  *
      * la cuenta, blanco = generico), WS-TAR-CUENTA (blanco = sin     *
      * franquicia), WS-TAR-BASE (importe de la operacion) y           *
      * WS-TAR-FECHA (blanco = hoy) y ejecuta 9980-BUSCAR-TARIFA       *
      * (CPYTARP); la comision queda en WS-TAR-COMISION. Ocurrido el   *
      * evento ejecuta 9985-REGISTRAR-USO-TARIFA.                      *
      *----------------------------------------------------------------*
       01  WS-TAR-CONTROLES.
           05 WS-TAR-EVENTO           PIC X(08) VALUE SPACES.
           05 WS-TAR-TIPO-CTA         PIC X(01) VALUE SPACES.
           05 WS-TAR-CUENTA           PIC X(10) VALUE SPACES.
           05 WS-TAR-FECHA            PIC X(10) VALUE SPACES.
           05 WS-TAR-PERIODO          PIC X(06) VALUE SPACES.
           05 WS-TAR-BASE             PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-TAR-COMISION         PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-TAR-FIJO             PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-TAR-PCT              PIC S9(3)V9(4) COMP-3 VALUE 0.
           05 WS-TAR-MINIMO           PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-TAR-MAXIMO           PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-TAR-FRANQUICIA       PIC S9(9) COMP VALUE 0.
           05 WS-TAR-USOS             PIC S9(9) COMP VALUE 0.
           05 WS-TAR-HALLADA          PIC X(01) VALUE 'N'.
              88 TAR-HALLADA                   VALUE 'S'.
           05 WS-TAR-BONIFICADA       PIC X(01) VALUE 'N'.
              88 TAR-EN-FRANQUICIA             VALUE 'S'.
