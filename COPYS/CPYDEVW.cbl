      *----------------------------------------------------------------*
      * CPYDEVW: LIBRERIA DE VARIABLES (DEVENGO DE INTERESES DE        *
      * CUOTAS DE PRESTAMOS)                                           *
      * Entradas/salidas de COPYS/CPYDEVP.cbl, que trae sus propias    *
      * variables host (no depende de los DCLGEN del llamador). El     *
      * llamador carga:                                                *
      *   WS-DEV-ID-PRESTAMO  prestamo (0 = toda la cartera activa,    *
      *                       solo en 9791)                            *
      *   WS-DEV-NRO-CUOTA    cuota para 9793 (0 = todas las cuotas    *
      *                       'P' ya vencidas del prestamo)            *
      *   WS-DEV-SOLO-FUTURAS para 9795: 'S' revierte solo las cuotas  *
      *                       'P' que vencen despues de hoy, 'N'       *
      *                       todas las 'P' del prestamo               *
      * Devuelve SQLCODE 0 y la cantidad de cuotas tocadas en          *
      * WS-DEV-CANT-CUOTAS.                                            *
      *----------------------------------------------------------------*
       01  WS-DEV-CONTROLES.
           05 WS-DEV-ID-PRESTAMO    PIC S9(9) COMP VALUE 0.
           05 WS-DEV-NRO-CUOTA      PIC S9(9) COMP VALUE 0.
           05 WS-DEV-SOLO-FUTURAS   PIC X(1)  VALUE 'S'.
           05 WS-DEV-CANT-CUOTAS    PIC S9(9) COMP VALUE 0.
      * Fecha de negocio vigente (IBMUSER.FECHA_NEGOCIO), con la que
      * se devenga y se fechan las filas de IBMUSER.DEVENGOS_PRESTAMO.
           05 WS-DEV-FECHA-NEG      PIC X(10) VALUE SPACES.
