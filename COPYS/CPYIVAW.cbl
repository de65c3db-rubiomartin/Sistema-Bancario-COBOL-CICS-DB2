      *----------------------------------------------------------------*
      * CPYIVAW: LIBRERIA DE VARIABLES (IVA SOBRE COMISIONES)          *
      * Entradas/salidas de COPYS/CPYIVAP.cbl, que trae sus propias    *
      * variables host (no depende de los DCLGEN del llamador).        *
      * 9650-FACTURAR-COMISION - el llamador carga, despues de postear *
      * el movimiento que lleva la comision y antes de su COMMIT/      *
      * SYNCPOINT:                                                     *
      *   WS-IVA-ID-MOV    movimiento con la comision (0 = el ultimo   *
      *                    insertado, IDENTITY_VAL_LOCAL)              *
      *   WS-IVA-TITULAR   cliente facturado (blanco = pagador sin     *
      *                    cuenta, consumidor final)                   *
      *   WS-IVA-MONTO     comision bruta, IVA incluido                *
      *   WS-IVA-CONCEPTO  concepto impreso en la factura              *
      *   WS-IVA-MODO      'S' desdobla el IVA como movimiento '%' /   *
      *                    'N' solo factura (comision no debitada aun) *
      * Devuelve WS-IVA-EMITIDA 'S', WS-IVA-NETO, WS-IVA-IMPUESTO,     *
      * WS-IVA-NUMERO y WS-IVA-ID-MOV-IVA (0 si no hubo desdoble).     *
      * 9660-EMITIR-NOTA-CREDITO - el llamador carga WS-IVA-ID-MOV     *
      * (movimiento revertido), WS-IVA-SUCURSAL y WS-IVA-AGENTE (quien *
      * revierte). Sin factura vigente devuelve WS-IVA-EMITIDA 'N' con *
      * SQLCODE 0.                                                     *
      *----------------------------------------------------------------*
       01  WS-IVA-CONTROLES.
           05 WS-IVA-ID-MOV         PIC S9(9) COMP VALUE 0.
           05 WS-IVA-TITULAR        PIC X(8)  VALUE SPACES.
           05 WS-IVA-MONTO          PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-IVA-CONCEPTO       PIC X(30) VALUE SPACES.
           05 WS-IVA-MODO           PIC X(1)  VALUE 'S'.
              88 IVA-DESDOBLAR                VALUE 'S'.
              88 IVA-SOLO-FACTURA             VALUE 'N'.
           05 WS-IVA-SUCURSAL       PIC X(4)  VALUE SPACES.
           05 WS-IVA-AGENTE         PIC X(8)  VALUE SPACES.
           05 WS-IVA-NETO           PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-IVA-IMPUESTO       PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-IVA-ALICUOTA       PIC S9(3)V9(2) COMP-3 VALUE 0.
           05 WS-IVA-NUMERO         PIC S9(9) COMP VALUE 0.
           05 WS-IVA-ID-MOV-IVA     PIC S9(9) COMP VALUE 0.
           05 WS-IVA-EMITIDA        PIC X(1)  VALUE 'N'.
      * Uso interno de 9650-9669.
           05 WS-IVA-CONDICION      PIC X(2)  VALUE SPACES.
           05 WS-IVA-ID-FISCAL      PIC X(13) VALUE SPACES.
           05 WS-IVA-SUC-FACTURA    PIC X(4)  VALUE SPACES.
           05 WS-IVA-TIPO-COMP      PIC X(1)  VALUE SPACE.
           05 WS-IVA-SUC-ORIGEN     PIC X(4)  VALUE SPACES.
           05 WS-IVA-NRO-ORIGEN     PIC S9(9) COMP VALUE 0.
           05 WS-IVA-FECHA-NEG      PIC X(10) VALUE SPACES.
           05 WS-IVA-TIPO-OPER      PIC X(1)  VALUE '%'.
           05 WS-IVA-TIPO-REV       PIC X(1)  VALUE 'X'.
           05 WS-IVA-CONCEPTO-IVA   PIC X(30) VALUE 'IVA S/COMISION'.
           05 WS-IVA-CONCEPTO-REV   PIC X(30)
                                     VALUE 'ANULA IVA S/COMISION'.
           05 WS-IVA-SUC-CENTRAL    PIC X(4)  VALUE 'CTRL'.
      * Movimiento leido por 9652/9662.
           05 WS-IVA-MOV-USUARIO    PIC X(8)  VALUE SPACES.
           05 WS-IVA-MOV-USU-REL    PIC X(8)  VALUE SPACES.
           05 WS-IVA-MOV-SALDO      PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-IVA-MOV-AGENTE     PIC X(8)  VALUE SPACES.
           05 WS-IVA-MOV-CUENTA     PIC X(10) VALUE SPACES.
           05 WS-IVA-MOV-SUCURSAL   PIC X(4)  VALUE SPACES.
           05 WS-IVA-MOV-FECHA-VAL  PIC X(10) VALUE SPACES.
      * Alicuota de fabrica (15), reemplazada por IBMUSER.PARAMETROS
      * (ALICUOTA_IVA) una vez por tarea/corrida; rige cuando la
      * condicion del cliente no figura en IBMUSER.CONDICIONES_IVA.
           05 WS-IVA-PARAM-LEIDO    PIC X(1)  VALUE 'N'.
           05 WS-IVA-ALIC-DEFECTO   PIC S9(3)V9(2) COMP-3 VALUE 15.
           05 WS-IVA-VALOR-PARAM    PIC S9(9)V9(6) COMP-3 VALUE 0.
