       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKWI.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKWI                                 **
      ** TITULO ...........: TRANSFERENCIA AL EXTERIOR (MT103)      **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla del cliente (menu PAGOS opcion W): envia        **
      **   una transferencia en moneda extranjera a un banco        **
      **   del exterior desde una cuenta propia: moneda y           **
      **   monto, beneficiario (nombre, direccion, IBAN o           **
      **   cuenta extranjera), BIC del banco beneficiario,          **
      **   BIC del corresponsal (opcional) y opcion de gastos       **
      **   OUR/SHA/BEN.                                             **
      ** - El IBAN se valida por digito verificador (modulo         **
      **   97); un numero que no empieza con pais + digitos         **
      **   se toma como cuenta extranjera tal cual. Los BIC         **
      **   deben tener 8 u 11 posiciones.                           **
      ** - Conversion por IBMUSER.DIVISAS a la tasa de              **
      **   negociacion: tasa media de la moneda sobre la de         **
      **   la cuenta, mas el spread SPREAD_TRANSF_EXT_PCT de        **
      **   PARAMETROS. Comision: tarifa 'TRANSEXT' (COPYS/          **
      **   CPYTARP.cbl) sobre el monto convertido, mas              **
      **   GASTOS_CORRESPONSAL_OUR con la opcion OUR; con BEN       **
      **   sale del monto enviado.                                  **
      ** - Screening de todas las partes (el cliente, el            **
      **   beneficiario y los dos BIC) con COPYS/CPYSCRP.cbl:       **
      **   una coincidencia queda 'P' en COINCIDENCIAS_             **
      **   SANCION con ORIGEN 'I' y la transferencia se             **
      **   rechaza hasta que cumplimiento la libere.                **
      ** - Dos pasos (SW-CONFIRMACION) como PBNKPS: el primer       **
      **   ENTER muestra tasa, debito, comision y margen; el        **
      **   segundo debita en una sola unidad de trabajo el          **
      **   principal '$', el margen de cambio '!' y la              **
      **   comision '#' (cada uno a su cuenta contable) y           **
      **   deja la fila 'P' en IBMUSER.TRANSF_INTERNACIONAL         **
      **   para el corte MT103 de BATCH/PBNKWS.cbl. La              **
      **   comision se factura con su IVA desdoblado en '%'         **
      **   (COPYS/CPYIVAP.cbl) y el debito total paga el            **
      **   impuesto a los debitos y creditos (COPYS/                **
      **   CPYIDCP.cbl).                                            **
      ** - Con conversion de moneda la transferencia es una         **
      **   operacion de cambio: la compra de divisa consume         **
      **   el cupo mensual del cliente y la frena una               **
      **   restriccion vigente (2430, COPYS/CPYCAMP.cbl), y         **
      **   queda en IBMUSER.OPERACIONES_CAMBIO.                     **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * COPIES DE MAPAS, COMMAREA Y UTILIDADES                         *
      *----------------------------------------------------------------*
       COPY BKWIMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYSCRW.
       COPY CPYTARW.
       COPY CPYIVAW.
       COPY CPYIDCW.
       COPY CPYCAMW.
       COPY CPYCHNW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLDIVI END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLLVIG END-EXEC.
           EXEC SQL INCLUDE DCLCSAN END-EXEC.
           EXEC SQL INCLUDE DCLTINT END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.
       01  WS-MONTO-EDITADO         PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-COMISION-EDITADA      PIC ZZZ.ZZ9,99.
       01  WS-MARGEN-EDITADO        PIC ZZZ.ZZ9,99.
       01  WS-ENVIADO-EDITADO       PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-TASA-EDITADA          PIC ZZZ.ZZ9,999999.

       01  WS-VARIABLES-TRABAJO.
           05 SW-POSTEO-CERRADO     PIC X(01) VALUE 'N'.
              88 POSTEO-CERRADO               VALUE 'S'.
           05 WS-FECHA-NEGOCIO      PIC X(10) VALUE SPACES.
           05 WS-CUENTA-CLIENTE     PIC X(10) VALUE SPACES.
           05 WS-TIPO-CUENTA        PIC X(01) VALUE SPACES.
           05 WS-MONEDA-CUENTA      PIC X(03) VALUE SPACES.
           05 WS-MONTO-INSTRUIDO    PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-MONTO-ENVIADO      PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-COMISION-DIVISA    PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-TASA-MONEDA        PIC S9(6)V9(6) COMP-3 VALUE 0.
           05 WS-TASA-CUENTA        PIC S9(6)V9(6) COMP-3 VALUE 0.
           05 WS-TASA-CAMBIO        PIC S9(6)V9(6) COMP-3 VALUE 0.
      * Spread de negociacion en porcentaje; valor de fabrica,
      * configurable (SPREAD_TRANSF_EXT_PCT).
           05 WS-SPREAD-PCT         PIC S9(3)V9(2) COMP-3
                                     VALUE 0,50.
           05 WS-GASTOS-OUR         PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-DEBITO-MEDIO       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-DEBITO-CAMBIO      PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-PRINCIPAL          PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-MARGEN             PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-COMISION           PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-DEBITO-TOTAL       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-ACTUAL       PIC S9(10)V99.
           05 WS-SALDO-NUEVO        PIC S9(10)V99.
           05 WS-SALDO-PARCIAL      PIC S9(10)V99.
           05 WS-ID-MOV-PRINCIPAL   PIC S9(9) COMP VALUE 0.
      * Partes a evaluar contra LISTAS_VIGILADAS.
           05 WS-PARTE-NOMBRE       PIC X(40) VALUE SPACES.

      * Validacion de IBAN (modulo 97) y de BIC.
       01  WS-AREA-IBAN.
           05 WS-IBAN-TEXTO         PIC X(34) VALUE SPACES.
           05 WS-IBAN-REORDENADO    PIC X(34) VALUE SPACES.
           05 WS-IBAN-LARGO         PIC 99    VALUE 0.
           05 WS-IBAN-IND           PIC 99    VALUE 0.
           05 WS-IBAN-CHAR          PIC X(01) VALUE SPACE.
           05 WS-IBAN-VALOR         PIC 99    VALUE 0.
           05 WS-IBAN-RESTO         PIC 9(4)  VALUE 0.
           05 WS-IBAN-ACUM          PIC 9(6)  VALUE 0.
           05 WS-IBAN-COCIENTE      PIC 9(6)  VALUE 0.
           05 SW-IBAN-ERROR         PIC X(01) VALUE 'N'.
              88 IBAN-INVALIDO                VALUE 'S'.
           05 WS-ALFABETO           PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 WS-BIC-TEXTO          PIC X(11) VALUE SPACES.
           05 SW-BIC-ERROR          PIC X(01) VALUE 'N'.
              88 BIC-INVALIDO                 VALUE 'S'.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-ERRORES            PIC X     VALUE 'N'.
              88 HAY-ERROR-VALIDACION         VALUE 'S'.
              88 NO-HAY-ERRORES               VALUE 'N'.

      * Control de inactividad
       01  WS-CONTROL-INACTIVIDAD.
           05 WS-EIB-HORA           PIC S9(7).
           05 WS-EIB-RESTO          PIC S9(7).
           05 WS-EIB-MINUTO         PIC S9(7).
           05 WS-EIB-SEGUNDO        PIC S9(7).
           05 WS-SEGUNDOS-ACTUAL    PIC S9(7).
           05 SW-SESION-EXPIRADA    PIC X     VALUE 'N'.
              88 SESION-EXPIRADA              VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
               VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKWI'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKWI'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPWI'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKWIMP'.
           03  WC-CONCEPTO-PRINCIPAL PIC X(30)
               VALUE 'TRANSFERENCIA AL EXTERIOR'.
           03  WC-CONCEPTO-MARGEN   PIC X(30)
               VALUE 'MARGEN CAMBIO TRANSF EXTERIOR'.
           03  WC-CONCEPTO-COMISION PIC X(30)
               VALUE 'COMISION TRANSF EXTERIOR'.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(185).

       PROCEDURE DIVISION.

      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO COMMAREA-GLOBAL
               PERFORM 9150-VERIFICAR-INACTIVIDAD
           END-IF.

           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   SET ESTADO-ERROR-LOGN TO TRUE
                   PERFORM 9200-ENVIAR-AVISO-TEXTO

               WHEN EIBCALEN > 0 AND NOT ESTADO-ERROR-LOGN
                       AND SESION-EXPIRADA
                   SET ESTADO-ERROR-LOGN TO TRUE
                   PERFORM 9200-ENVIAR-AVISO-TEXTO

               WHEN EIBCALEN > 0 AND ESTADO-ERROR-LOGN
                   PERFORM 9100-SALIR-A-LOGN

               WHEN EIBTRNID NOT = WC-TRANSACCION
                   PERFORM 1000-PREPARAR-DATOS

               WHEN OTHER
                   PERFORM 2000-PROCESAR-INTERACCION
           END-EVALUATE.

           PERFORM 9999-RETORNO-CICS.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-PREPARAR-DATOS.
           MOVE LOW-VALUES TO BKMAPWIO.
           MOVE ' TRANSFERENCIA AL EXTERIOR' TO TITULOO.
           MOVE ' ENTER=ENVIAR PF3=VOLVER' TO LEYENDAO.
           MOVE 'SHA' TO GASTINO.
           MOVE 'N' TO SW-CONFIRMACION.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER AND CONFIRMACION-PENDIENTE
                   PERFORM 2500-EJECUTAR-TRANSFERENCIA

               WHEN EIBAID = DFHENTER
                   PERFORM 2100-PREPARAR-TRANSFERENCIA

               WHEN EIBAID = DFHPF3 AND CONFIRMACION-PENDIENTE
                   MOVE 'N' TO SW-CONFIRMACION
                   MOVE SPACES TO CONFRMO DETIN1O DETIN2O
                   MOVE ' TRANSFERENCIA CANCELADA' TO MSGO
                   PERFORM 4200-DESBLOQUEAR-CAMPOS

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' ENTER=VALIDAR, ENTER DE NUEVO=CONFIRMAR'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - VALIDACION, COTIZACION Y CONFIRMACION                   *
      *================================================================*
       2100-PREPARAR-TRANSFERENCIA.
           MOVE SPACES TO DETIN1O DETIN2O.
           PERFORM 2300-VALIDAR-CAMPOS.
      * Con el posteo cerrado (corte de fin de dia en curso) no
      * entran movimientos nuevos, igual que PBNKX/PBNKT 2510.
           IF NO-HAY-ERRORES
               PERFORM 7020-VERIFICAR-POSTEO
               IF POSTEO-CERRADO
                   MOVE ' POSTEO CERRADO POR CIERRE - REINTENTE LUEGO'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2400-COTIZAR
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2450-SCREENING-PARTES
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 2480-MOSTRAR-COTIZACION
               MOVE WS-DEBITO-TOTAL TO WS-MONTO-EDITADO
               INITIALIZE CONFRMO
               STRING ' DEBITAR ' DELIMITED BY SIZE
                   WS-MONTO-EDITADO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MONEDA-CUENTA DELIMITED BY SIZE
                   '? ENTER=SI PF3=NO' DELIMITED BY SIZE
                   INTO CONFRMO
               MOVE ' CONFIRME LA TRANSFERENCIA' TO MSGO
               MOVE ATTR-YELLOW TO MSGC
               MOVE 'S' TO SW-CONFIRMACION
               MOVE ATTR-PROT-MDT TO CUENINA MONEINA MONTINA GASTINA
                   BNOMINA BDIRINA BCTAINA BICBINA BICCINA REMEINA
           END-IF.

       2300-VALIDAR-CAMPOS.
           MOVE 'N' TO SW-ERRORES.
           INSPECT CUENINI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MONEINI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT GASTINI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BNOMINI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BDIRINI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BCTAINI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BICBINI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BICCINI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT REMEINI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(MONEINI) TO MONEINI.
           MOVE FUNCTION UPPER-CASE(GASTINI) TO GASTINI.
           MOVE FUNCTION UPPER-CASE(BNOMINI) TO BNOMINI.
           MOVE FUNCTION UPPER-CASE(BDIRINI) TO BDIRINI.
           MOVE FUNCTION UPPER-CASE(BCTAINI) TO BCTAINI.
           MOVE FUNCTION UPPER-CASE(BICBINI) TO BICBINI.
           MOVE FUNCTION UPPER-CASE(BICCINI) TO BICCINI.
           MOVE FUNCTION UPPER-CASE(REMEINI) TO REMEINI.
           MOVE ATTR-NORMAL TO CUENINC MONEINC MONTINC GASTINC
               BNOMINC BCTAINC BICBINC BICCINC.

           MOVE MONTINI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.

           EVALUATE TRUE
               WHEN CUENINI = SPACES
                   MOVE ' ERROR: INGRESE SU CUENTA' TO MSGO
                   MOVE ATTR-RED TO CUENINC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN MONEINI = SPACES
                   MOVE ' ERROR: INGRESE LA MONEDA' TO MSGO
                   MOVE ATTR-RED TO MONEINC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN SW-VAL-ERROR = 'S' OR WS-VAL-SALIDA = 0
                   MOVE ' ERROR: MONTO INVALIDO' TO MSGO
                   MOVE ATTR-RED TO MONTINC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN GASTINI NOT = 'OUR' AND GASTINI NOT = 'SHA'
                       AND GASTINI NOT = 'BEN'
                   MOVE ' ERROR: GASTOS DEBE SER OUR, SHA O BEN'
                     TO MSGO
                   MOVE ATTR-RED TO GASTINC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN BNOMINI = SPACES
                   MOVE ' ERROR: INGRESE EL NOMBRE DEL BENEFICIARIO'
                     TO MSGO
                   MOVE ATTR-RED TO BNOMINC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN BCTAINI = SPACES
                   MOVE ' ERROR: INGRESE IBAN O CUENTA DEL BENEFICIARIO'
                     TO MSGO
                   MOVE ATTR-RED TO BCTAINC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   MOVE WS-VAL-SALIDA-V TO WS-MONTO-INSTRUIDO
                   MOVE CUENINI TO WS-CUENTA-CLIENTE
                   PERFORM 7100-VALIDAR-CUENTA-PROPIA
                   IF SQLCODE NOT = 0
                       MOVE ' ERROR: LA CUENTA NO ES SUYA' TO MSGO
                       MOVE ATTR-RED TO CUENINC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       MOVE HV-TIPO-CUENTA TO WS-TIPO-CUENTA
                       MOVE HV-MONEDA-CTA  TO WS-MONEDA-CUENTA
                       MOVE HV-SALDO-CTA   TO WS-SALDO-ACTUAL
                   END-IF
           END-EVALUATE.

           IF NO-HAY-ERRORES
               PERFORM 2350-VALIDAR-IBAN
               IF IBAN-INVALIDO
                   MOVE ' ERROR: IBAN INVALIDO (DIGITO VERIFICADOR)'
                     TO MSGO
                   MOVE ATTR-RED TO BCTAINC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               MOVE BICBINI TO WS-BIC-TEXTO
               PERFORM 2370-VALIDAR-BIC
               IF BIC-INVALIDO
                   MOVE ' ERROR: BIC DEL BANCO BENEFICIARIO INVALIDO'
                     TO MSGO
                   MOVE ATTR-RED TO BICBINC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES AND BICCINI NOT = SPACES
               MOVE BICCINI TO WS-BIC-TEXTO
               PERFORM 2370-VALIDAR-BIC
               IF BIC-INVALIDO
                   MOVE ' ERROR: BIC DEL CORRESPONSAL INVALIDO'
                     TO MSGO
                   MOVE ATTR-RED TO BICCINC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

      * Un IBAN empieza con el pais (2 letras) y 2 digitos de
      * control: se reordena (los 4 primeros al final), cada letra
      * vale 10..35 y el resto modulo 97 del numero resultante debe
      * ser 1. Cualquier otro formato es una cuenta extranjera y
      * viaja como se tecleo.
       2350-VALIDAR-IBAN.
           MOVE 'N' TO SW-IBAN-ERROR.
           MOVE BCTAINI TO WS-IBAN-TEXTO.
           IF WS-IBAN-TEXTO(1:2) IS ALPHABETIC-UPPER
                   AND WS-IBAN-TEXTO(3:2) IS NUMERIC
               MOVE 0 TO WS-IBAN-LARGO
               INSPECT WS-IBAN-TEXTO TALLYING WS-IBAN-LARGO
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-IBAN-LARGO < 15
                   MOVE 'S' TO SW-IBAN-ERROR
               ELSE
                   MOVE SPACES TO WS-IBAN-REORDENADO
                   MOVE WS-IBAN-TEXTO(5:WS-IBAN-LARGO - 4)
                     TO WS-IBAN-REORDENADO
                   MOVE WS-IBAN-TEXTO(1:4)
                     TO WS-IBAN-REORDENADO(WS-IBAN-LARGO - 3:4)
                   MOVE 0 TO WS-IBAN-RESTO
                   PERFORM VARYING WS-IBAN-IND FROM 1 BY 1
                           UNTIL WS-IBAN-IND > WS-IBAN-LARGO
                              OR IBAN-INVALIDO
                       MOVE WS-IBAN-REORDENADO(WS-IBAN-IND:1)
                         TO WS-IBAN-CHAR
                       PERFORM 2360-ACUMULAR-CARACTER
                   END-PERFORM
                   IF WS-IBAN-RESTO NOT = 1
                       MOVE 'S' TO SW-IBAN-ERROR
                   END-IF
               END-IF
           END-IF.

       2360-ACUMULAR-CARACTER.
           EVALUATE TRUE
               WHEN WS-IBAN-CHAR IS NUMERIC
                   MOVE WS-IBAN-CHAR TO WS-IBAN-VALOR
                   COMPUTE WS-IBAN-ACUM =
                       WS-IBAN-RESTO * 10 + WS-IBAN-VALOR
               WHEN WS-IBAN-CHAR IS ALPHABETIC-UPPER
                       AND WS-IBAN-CHAR NOT = SPACE
                   MOVE 0 TO WS-IBAN-VALOR
                   INSPECT WS-ALFABETO TALLYING WS-IBAN-VALOR
                       FOR CHARACTERS BEFORE INITIAL WS-IBAN-CHAR
                   ADD 10 TO WS-IBAN-VALOR
                   COMPUTE WS-IBAN-ACUM =
                       WS-IBAN-RESTO * 100 + WS-IBAN-VALOR
               WHEN OTHER
                   MOVE 'S' TO SW-IBAN-ERROR
                   MOVE 0 TO WS-IBAN-ACUM
           END-EVALUATE.
           DIVIDE WS-IBAN-ACUM BY 97 GIVING WS-IBAN-COCIENTE
               REMAINDER WS-IBAN-RESTO.

      * BIC: banco (4 letras), pais (2 letras), plaza (2) y
      * sucursal opcional (3): 8 u 11 posiciones sin blancos.
       2370-VALIDAR-BIC.
           MOVE 'N' TO SW-BIC-ERROR.
           IF WS-BIC-TEXTO(1:6) IS NOT ALPHABETIC-UPPER
                   OR WS-BIC-TEXTO(1:6) = SPACES
               MOVE 'S' TO SW-BIC-ERROR
           END-IF.
           IF WS-BIC-TEXTO(1:1) = SPACE OR WS-BIC-TEXTO(2:1) = SPACE
                   OR WS-BIC-TEXTO(3:1) = SPACE
                   OR WS-BIC-TEXTO(4:1) = SPACE
                   OR WS-BIC-TEXTO(5:1) = SPACE
                   OR WS-BIC-TEXTO(6:1) = SPACE
                   OR WS-BIC-TEXTO(7:1) = SPACE
                   OR WS-BIC-TEXTO(8:1) = SPACE
               MOVE 'S' TO SW-BIC-ERROR
           END-IF.
           IF WS-BIC-TEXTO(9:3) NOT = SPACES
                   AND (WS-BIC-TEXTO(9:1) = SPACE
                     OR WS-BIC-TEXTO(10:1) = SPACE
                     OR WS-BIC-TEXTO(11:1) = SPACE)
               MOVE 'S' TO SW-BIC-ERROR
           END-IF.

      *================================================================*
      * 2400 - CONVERSION A LA TASA DE NEGOCIACION                     *
      * Tasa media = TASA_A_BASE(moneda) / TASA_A_BASE(cuenta); la de  *
      * negociacion le suma el spread. Debito medio y de negociacion   *
      * se calculan sobre el monto instruido; la diferencia es el      *
      * margen de cambio ('!').                                        *
      *================================================================*
       2400-COTIZAR.
           IF MONEINI = WS-MONEDA-CUENTA
               MOVE 1 TO WS-TASA-MONEDA
               MOVE 1 TO WS-TASA-CUENTA
               MOVE 0 TO WS-SPREAD-PCT
           ELSE
               MOVE MONEINI TO HV-CODIGO-MONEDA
               PERFORM 7050-LEER-TASA
               IF SQLCODE NOT = 0 OR HV-TASA-A-BASE NOT > 0
                   MOVE ' ERROR: MONEDA SIN COTIZACION' TO MSGO
                   MOVE ATTR-RED TO MONEINC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   MOVE HV-TASA-A-BASE TO WS-TASA-MONEDA
               END-IF
               IF NO-HAY-ERRORES
                   MOVE WS-MONEDA-CUENTA TO HV-CODIGO-MONEDA
                   PERFORM 7050-LEER-TASA
                   IF SQLCODE NOT = 0 OR HV-TASA-A-BASE NOT > 0
                       MOVE ' ERROR: MONEDA DE LA CUENTA SIN COTIZACION'
                         TO MSGO
                       MOVE ATTR-RED TO CUENINC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   ELSE
                       MOVE HV-TASA-A-BASE TO WS-TASA-CUENTA
                       PERFORM 7060-LEER-SPREAD
                   END-IF
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               COMPUTE WS-TASA-CAMBIO ROUNDED =
                   WS-TASA-MONEDA * (100 + WS-SPREAD-PCT)
                   / (100 * WS-TASA-CUENTA)
               COMPUTE WS-DEBITO-MEDIO ROUNDED =
                   WS-MONTO-INSTRUIDO * WS-TASA-MONEDA / WS-TASA-CUENTA
                   ON SIZE ERROR
                       SET HAY-ERROR-VALIDACION TO TRUE
               END-COMPUTE
               COMPUTE WS-DEBITO-CAMBIO ROUNDED =
                   WS-MONTO-INSTRUIDO * WS-TASA-MONEDA
                   * (100 + WS-SPREAD-PCT) / (100 * WS-TASA-CUENTA)
                   ON SIZE ERROR
                       SET HAY-ERROR-VALIDACION TO TRUE
               END-COMPUTE
               IF HAY-ERROR-VALIDACION
                   MOVE ' ERROR: MONTO EXCEDE EL LIMITE DE LA CUENTA'
                     TO MSGO
                   MOVE ATTR-RED TO MONTINC
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 2420-CALCULAR-GASTOS
           END-IF.

           IF NO-HAY-ERRORES AND WS-SALDO-ACTUAL < WS-DEBITO-TOTAL
               MOVE ' SALDO INSUFICIENTE' TO MSGO
               MOVE ATTR-RED TO MSGC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

           IF NO-HAY-ERRORES AND MONEINI NOT = WS-MONEDA-CUENTA
               PERFORM 2430-CONTROLAR-CUPO
           END-IF.

      * Con conversion la transferencia es una operacion de cambio:
      * comprar la moneda del giro ('A05', si no es la base) consume
      * el cupo mensual del cliente y la frena una restriccion
      * vigente; girar en la base desde una cuenta en divisa es una
      * venta ('A06'). 3000 la graba en OPERACIONES_CAMBIO.
       2430-CONTROLAR-CUPO.
           MOVE CG-M-USER        TO WS-CAM-USUARIO.
           MOVE 'I'              TO WS-CAM-CANAL.
           IF MONEINI NOT = WS-CAM-MONEDA-BASE
               MOVE 'C'                TO WS-CAM-SENTIDO
               MOVE 'A05'              TO WS-CAM-CONCEPTO
               MOVE MONEINI            TO WS-CAM-MONEDA
               MOVE WS-MONTO-INSTRUIDO TO WS-CAM-MONTO-DIVISA
               MOVE WS-TASA-MONEDA     TO WS-CAM-TASA
           ELSE
               MOVE 'V'                TO WS-CAM-SENTIDO
               MOVE 'A06'              TO WS-CAM-CONCEPTO
               MOVE WS-MONEDA-CUENTA   TO WS-CAM-MONEDA
               MOVE WS-DEBITO-MEDIO    TO WS-CAM-MONTO-DIVISA
               MOVE WS-TASA-CUENTA     TO WS-CAM-TASA
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO WS-CAM-FECHA.
           PERFORM 9630-VERIFICAR-CUPO-CAMBIO.
           EVALUATE TRUE
               WHEN CAM-BLOQUEADA
                   MOVE ' CLIENTE INHABILITADO PARA COMPRAR DIVISA'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               WHEN CAM-EXCEDE-CUPO
                   MOVE WS-CAM-DISPONIBLE TO WS-MONTO-EDITADO
                   INITIALIZE MSGO
                   STRING ' CUPO MENSUAL EXCEDIDO - DISPONIBLE: '
                       DELIMITED BY SIZE
                       WS-MONTO-EDITADO DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-RED TO MONTINC
                   SET HAY-ERROR-VALIDACION TO TRUE
           END-EVALUATE.

      * OUR/SHA: el monto instruido viaja entero y la comision se
      * cobra aparte. BEN: la comision sale del monto enviado (se
      * reexpresa en la moneda a la tasa media) y la cuenta se
      * debita solo por el monto instruido convertido.
       2420-CALCULAR-GASTOS.
           SUBTRACT WS-DEBITO-MEDIO FROM WS-DEBITO-CAMBIO
               GIVING WS-MARGEN.
           MOVE 'TRANSEXT'       TO WS-TAR-EVENTO.
           MOVE WS-TIPO-CUENTA   TO WS-TAR-TIPO-CTA.
           MOVE WS-CUENTA-CLIENTE TO WS-TAR-CUENTA.
           MOVE WS-DEBITO-MEDIO  TO WS-TAR-BASE.
           MOVE WS-FECHA-NEGOCIO TO WS-TAR-FECHA.
           PERFORM 9980-BUSCAR-TARIFA.
           MOVE WS-TAR-COMISION TO WS-COMISION.
           MOVE 0 TO WS-COMISION-DIVISA.
           EVALUATE GASTINI
               WHEN 'BEN'
                   IF WS-COMISION > WS-DEBITO-MEDIO
                       MOVE WS-DEBITO-MEDIO TO WS-COMISION
                   END-IF
                   COMPUTE WS-COMISION-DIVISA ROUNDED =
                       WS-COMISION * WS-TASA-CUENTA / WS-TASA-MONEDA
                   SUBTRACT WS-COMISION-DIVISA FROM WS-MONTO-INSTRUIDO
                       GIVING WS-MONTO-ENVIADO
      * El principal cierra el debito: absorbe el redondeo de
      * reexpresar la comision.
                   COMPUTE WS-PRINCIPAL =
                       WS-DEBITO-CAMBIO - WS-MARGEN - WS-COMISION
                   MOVE WS-DEBITO-CAMBIO TO WS-DEBITO-TOTAL
                   IF WS-MONTO-ENVIADO NOT > 0
                       MOVE ' ERROR: LA COMISION SUPERA EL MONTO (BEN)'
                         TO MSGO
                       MOVE ATTR-RED TO MONTINC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   END-IF
               WHEN OTHER
                   IF GASTINI = 'OUR'
                       PERFORM 7070-LEER-GASTOS-OUR
                       ADD WS-GASTOS-OUR TO WS-COMISION
                   END-IF
                   MOVE WS-MONTO-INSTRUIDO TO WS-MONTO-ENVIADO
                   MOVE WS-DEBITO-MEDIO TO WS-PRINCIPAL
                   COMPUTE WS-DEBITO-TOTAL =
                       WS-DEBITO-CAMBIO + WS-COMISION
                       ON SIZE ERROR
                           MOVE ' ERROR: MONTO EXCEDE EL LIMITE'
                             TO MSGO
                           MOVE ATTR-RED TO MONTINC
                           SET HAY-ERROR-VALIDACION TO TRUE
                   END-COMPUTE
           END-EVALUATE.

      *================================================================*
      * 2450 - SCREENING DE TODAS LAS PARTES                           *
      * El ordenante, el beneficiario y los bancos (por BIC) contra    *
      * LISTAS_VIGILADAS; la primera coincidencia no liberada se       *
      * parquea para cumplimiento y la transferencia no sigue.         *
      *================================================================*
       2450-SCREENING-PARTES.
           MOVE SPACES TO HV-NOMBRE.
           MOVE CG-M-USER TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE INTO :HV-NOMBRE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE HV-NOMBRE TO WS-PARTE-NOMBRE.
           PERFORM 2460-SCREENING-PARTE.
           IF NOT SCR-HAY-COINCIDENCIA
               MOVE BNOMINI TO WS-PARTE-NOMBRE
               PERFORM 2460-SCREENING-PARTE
           END-IF.
           IF NOT SCR-HAY-COINCIDENCIA
               MOVE BICBINI TO WS-PARTE-NOMBRE
               PERFORM 2460-SCREENING-PARTE
           END-IF.
           IF NOT SCR-HAY-COINCIDENCIA AND BICCINI NOT = SPACES
               MOVE BICCINI TO WS-PARTE-NOMBRE
               PERFORM 2460-SCREENING-PARTE
           END-IF.
           IF SCR-HAY-COINCIDENCIA
               MOVE CG-M-USER           TO HV-USUARIO-CSAN
               MOVE WS-PARTE-NOMBRE     TO HV-NOMBRE-CSAN
               MOVE WS-SCR-ID-LISTA     TO HV-ID-LISTA-CSAN
               MOVE WS-SCR-NOMBRE-LISTA TO HV-NOMLISTA-CSAN
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.COINCIDENCIAS_SANCION
                   (USUARIO, NOMBRE_CLIENTE, ID_LISTA,
                    NOMBRE_LISTA, ORIGEN, ESTADO, FECHA_DETECCION)
                   VALUES (:HV-USUARIO-CSAN, :HV-NOMBRE-CSAN,
                    :HV-ID-LISTA-CSAN, :HV-NOMLISTA-CSAN,
                    'I', 'P', CURRENT TIMESTAMP)
               END-EXEC
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
               MOVE ' TRANSFERENCIA EN REVISION DE CUMPLIMIENTO'
                 TO MSGO
               MOVE ATTR-RED TO MSGC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

       2460-SCREENING-PARTE.
           MOVE WS-PARTE-NOMBRE TO WS-SCR-NOMBRE.
           PERFORM 9935-EVALUAR-NOMBRE.
           IF SCR-HAY-COINCIDENCIA
               MOVE CG-M-USER TO WS-SCR-USUARIO
               PERFORM 9936-VERIFICAR-LIBERADA
           END-IF.

       2480-MOSTRAR-COTIZACION.
           MOVE WS-TASA-CAMBIO TO WS-TASA-EDITADA.
           MOVE WS-MONTO-ENVIADO TO WS-ENVIADO-EDITADO.
           INITIALIZE DETIN1O.
           STRING ' TASA ' DELIMITED BY SIZE
               WS-TASA-EDITADA DELIMITED BY SIZE
               '  ENVIADO ' DELIMITED BY SIZE
               WS-ENVIADO-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               MONEINI DELIMITED BY SIZE
               INTO DETIN1O.
           MOVE WS-COMISION TO WS-COMISION-EDITADA.
           MOVE WS-MARGEN TO WS-MARGEN-EDITADO.
           INITIALIZE DETIN2O.
           STRING ' COMISION ' DELIMITED BY SIZE
               WS-COMISION-EDITADA DELIMITED BY SIZE
               '  MARGEN CAMBIO ' DELIMITED BY SIZE
               WS-MARGEN-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MONEDA-CUENTA DELIMITED BY SIZE
               '  GASTOS ' DELIMITED BY SIZE
               GASTINI DELIMITED BY SIZE
               INTO DETIN2O.

      *================================================================*
      * 2500 - EJECUCION (SEGUNDO ENTER)                               *
      *================================================================*
       2500-EJECUTAR-TRANSFERENCIA.
           MOVE 'N' TO SW-CONFIRMACION.
           MOVE SPACES TO CONFRMO.
           PERFORM 2300-VALIDAR-CAMPOS.
           IF NO-HAY-ERRORES
               PERFORM 7020-VERIFICAR-POSTEO
               IF POSTEO-CERRADO
                   MOVE ' POSTEO CERRADO POR CIERRE - REINTENTE LUEGO'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.
      * Se recotiza: la tasa o la tarifa pudieron cambiar entre los
      * dos ENTER; el debito es el de este momento.
           IF NO-HAY-ERRORES
               PERFORM 2400-COTIZAR
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 3000-PERSISTENCIA-DATOS
           END-IF.
           PERFORM 4200-DESBLOQUEAR-CAMPOS.

      *================================================================*
      * 3000 - PERSISTENCIA (ACID)                                     *
      * Las tres patas del debito y la fila de TRANSF_INTERNACIONAL    *
      * van juntas: cualquier fallo (incluido el bloqueo optimista de  *
      * la cuenta) deshace todo con SYNCPOINT ROLLBACK.                *
      *================================================================*
       3000-PERSISTENCIA-DATOS.
           SUBTRACT WS-DEBITO-TOTAL FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.

           PERFORM 7200-DEBITAR-CUENTA.

           IF SQLCODE = 0
               SUBTRACT WS-PRINCIPAL FROM WS-SALDO-ACTUAL
                   GIVING WS-SALDO-PARCIAL
               MOVE '$'                   TO HV-TIPO-OPER
               MOVE WS-PRINCIPAL          TO HV-MONTO
               MOVE WC-CONCEPTO-PRINCIPAL TO HV-CONCEPTO
               PERFORM 7300-INSERTAR-MOVIMIENTO
           END-IF.

           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV-PRINCIPAL
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

           IF SQLCODE = 0 AND WS-MARGEN > 0
               SUBTRACT WS-MARGEN FROM WS-SALDO-PARCIAL
               MOVE '!'                  TO HV-TIPO-OPER
               MOVE WS-MARGEN            TO HV-MONTO
               MOVE WC-CONCEPTO-MARGEN   TO HV-CONCEPTO
               PERFORM 7300-INSERTAR-MOVIMIENTO
           END-IF.

           IF SQLCODE = 0 AND WS-COMISION > 0
               SUBTRACT WS-COMISION FROM WS-SALDO-PARCIAL
               MOVE '#'                  TO HV-TIPO-OPER
               MOVE WS-COMISION          TO HV-MONTO
               MOVE WC-CONCEPTO-COMISION TO HV-CONCEPTO
               PERFORM 7300-INSERTAR-MOVIMIENTO
               IF SQLCODE = 0
                   PERFORM 3100-FACTURAR-COMISION
               END-IF
           END-IF.

           IF SQLCODE = 0
               PERFORM 9985-REGISTRAR-USO-TARIFA
           END-IF.

           IF SQLCODE = 0
               PERFORM 3200-COBRAR-IMP-DEBCRED
           END-IF.

           IF SQLCODE = 0
               PERFORM 7400-INSERTAR-TRANSF-INT
           END-IF.

           IF SQLCODE = 0 AND MONEINI NOT = WS-MONEDA-CUENTA
               MOVE WS-ID-MOV-PRINCIPAL TO WS-CAM-ID-MOV
               MOVE CG-SUCURSAL-ID      TO WS-CAM-SUCURSAL
               MOVE CG-M-USER           TO WS-CAM-AGENTE
               PERFORM 9636-REGISTRAR-OPERACION-CAMBIO
           END-IF.

           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
               MOVE ' TRANSFERENCIA REGISTRADA PARA EL PROXIMO CORTE'
                 TO MSGO
               MOVE ATTR-GREEN TO MSGC
               MOVE SPACES TO MONTINO BNOMINO BDIRINO BCTAINO
                   BICBINO BICCINO REMEINO
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               IF SQLCODE = 100
                   MOVE ' SALDO MODIFICADO POR OTRA SESION - REINTENTE'
                     TO MSGO
               ELSE
                   MOVE ' ERROR AL REGISTRAR LA TRANSFERENCIA' TO MSGO
               END-IF
               MOVE ATTR-RED TO MSGC
           END-IF.

      * Factura al cliente y desdoble del IVA de la comision '#'
      * recien grabada en un movimiento '%' (COPYS/CPYIVAP.cbl).
       3100-FACTURAR-COMISION.
           MOVE 0                    TO WS-IVA-ID-MOV.
           MOVE CG-M-USER            TO WS-IVA-TITULAR.
           MOVE WS-COMISION          TO WS-IVA-MONTO.
           MOVE WC-CONCEPTO-COMISION TO WS-IVA-CONCEPTO.
           SET IVA-DESDOBLAR         TO TRUE.
           PERFORM 9650-FACTURAR-COMISION.

      * Impuesto a los debitos y creditos sobre el debito total de
      * la transferencia ('$', '!' y '#'), en la misma unidad de
      * trabajo (COPYS/CPYIDCP.cbl).
       3200-COBRAR-IMP-DEBCRED.
           MOVE CG-M-USER         TO WS-IDC-USUARIO.
           MOVE CG-M-USER         TO WS-IDC-TITULAR.
           MOVE WS-CUENTA-CLIENTE TO WS-IDC-CUENTA.
           MOVE WS-DEBITO-TOTAL   TO WS-IDC-MONTO.
           MOVE 'S'               TO WS-IDC-ES-DEBITO.
           MOVE WS-SALDO-PARCIAL  TO WS-IDC-SALDO.
           MOVE CG-SUCURSAL-ID    TO WS-IDC-SUCURSAL.
           MOVE CG-AGENTE-ID      TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPWI') MAPSET('BKWIMP')
                        FROM(BKMAPWIO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPWI') MAPSET('BKWIMP')
                        FROM(BKMAPWIO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPWI') MAPSET('BKWIMP')
               INTO(BKMAPWII) RESP(WA-RESPUESTA-CICS) END-EXEC.

       4200-DESBLOQUEAR-CAMPOS.
           MOVE ATTR-NORMAL TO CUENINA MONEINA MONTINA GASTINA
               BNOMINA BDIRINA BCTAINA BICBINA BICCINA REMEINA.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
      * Fecha de negocio y bandera de cierre; sin fila sembrada se
      * opera con la fecha calendario, igual que PBNKT 7020.
       7020-VERIFICAR-POSTEO.
           MOVE 'N' TO SW-POSTEO-CERRADO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT FECHA_NEGOCIO, POSTEO_CERRADO
               INTO :HV-FECHA-NEGOCIO, :HV-POSTEO-CERRADO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
               MOVE HV-POSTEO-CERRADO TO SW-POSTEO-CERRADO
           ELSE
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           MOVE 0 TO SQLCODE.

       7050-LEER-TASA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT TASA_A_BASE INTO :HV-TASA-A-BASE
               FROM IBMUSER.DIVISAS
               WHERE CODIGO_MONEDA = :HV-CODIGO-MONEDA
           END-EXEC.

       7060-LEER-SPREAD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'SPREAD_TRANSF_EXT_PCT'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-SPREAD-PCT
           ELSE
               MOVE 0 TO SQLCODE
           END-IF.

      * Gastos del corresponsal que el banco adelanta con OUR; sin
      * parametro no se recargan.
       7070-LEER-GASTOS-OUR.
           MOVE 0 TO WS-GASTOS-OUR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'GASTOS_CORRESPONSAL_OUR'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-GASTOS-OUR
           ELSE
               MOVE 0 TO SQLCODE
           END-IF.

       7100-VALIDAR-CUENTA-PROPIA.
           MOVE CG-M-USER         TO HV-USUARIO-CTA.
           MOVE WS-CUENTA-CLIENTE TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT TIPO_CUENTA, SALDO, MONEDA
               INTO :HV-TIPO-CUENTA, :HV-SALDO-CTA, :HV-MONEDA-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
           END-EXEC.

      * Mismo bloqueo optimista de PBNKX 7100: un solo UPDATE deja
      * el saldo final; cada pata queda con su saldo resultante.
       7200-DEBITAR-CUENTA.
           MOVE WS-CUENTA-CLIENTE TO HV-NUMERO-CUENTA.
           MOVE WS-SALDO-NUEVO    TO HV-SALDO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

       7300-INSERTAR-MOVIMIENTO.
           MOVE CG-M-USER         TO HV-USUARIO-MOV.
           MOVE BICBINI(1:8)      TO HV-USUARIO-REL.
           MOVE WS-SALDO-PARCIAL  TO HV-SALDO-RESULTANTE.
           MOVE CG-AGENTE-ID      TO HV-AGENTE-ID.
           MOVE WS-CUENTA-CLIENTE TO HV-CUENTA-NUM.
           MOVE CG-SUCURSAL-ID    TO HV-SUCURSAL-ID.
           MOVE WS-FECHA-NEGOCIO  TO HV-FECHA-NEG.
           MOVE WS-FECHA-NEGOCIO  TO HV-FECHA-VALOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.MOVIMIENTOS
               (USUARIO, TIPO_OPER, MONTO, FECHA, USUARIO_REL,
                SALDO_RESULTANTE, AGENTE_ID, CUENTA_NUM, SUCURSAL_ID,
                CONCEPTO, FECHA_NEGOCIO, FECHA_VALOR)
               VALUES (:HV-USUARIO-MOV, :HV-TIPO-OPER, :HV-MONTO,
                CURRENT TIMESTAMP, :HV-USUARIO-REL,
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO,
                DATE(:HV-FECHA-NEG), DATE(:HV-FECHA-VALOR))
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

       7400-INSERTAR-TRANSF-INT.
           MOVE CG-M-USER           TO HV-USUARIO-TINT.
           MOVE WS-CUENTA-CLIENTE   TO HV-CUENTA-TINT.
           MOVE WS-MONEDA-CUENTA    TO HV-MONEDA-CTA-TINT.
           MOVE MONEINI             TO HV-MONEDA-TINT.
           MOVE WS-MONTO-INSTRUIDO  TO HV-MONTO-INS-TINT.
           MOVE WS-MONTO-ENVIADO    TO HV-MONTO-ENV-TINT.
           MOVE GASTINI             TO HV-GASTOS-TINT.
           MOVE WS-TASA-CAMBIO      TO HV-TASA-TINT.
           MOVE WS-PRINCIPAL        TO HV-PRINCIPAL-TINT.
           MOVE WS-MARGEN           TO HV-MARGEN-TINT.
           MOVE WS-COMISION         TO HV-COMISION-TINT.
           MOVE WS-COMISION-DIVISA  TO HV-COMIS-DIV-TINT.
           MOVE BNOMINI             TO HV-BENEF-NOM-TINT.
           MOVE BDIRINI             TO HV-BENEF-DIR-TINT.
           MOVE BCTAINI             TO HV-BENEF-CTA-TINT.
           MOVE BICBINI             TO HV-BIC-BENEF-TINT.
           MOVE BICCINI             TO HV-BIC-CORR-TINT.
           MOVE REMEINI             TO HV-REMESA-TINT.
           MOVE WS-FECHA-NEGOCIO    TO HV-FECHA-NEG-TINT.
           MOVE WS-ID-MOV-PRINCIPAL TO HV-ID-MOV-TINT.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.TRANSF_INTERNACIONAL
               (USUARIO, CUENTA_NUM, MONEDA_CUENTA, MONEDA,
                MONTO_INSTRUIDO, MONTO_ENVIADO, GASTOS, TASA_CAMBIO,
                MONTO_PRINCIPAL, MARGEN_CAMBIO, COMISION,
                COMISION_DIVISA, BENEF_NOMBRE, BENEF_DIRECCION,
                BENEF_CUENTA, BIC_BENEFICIARIO, BIC_CORRESPONSAL,
                INFO_REMESA, ESTADO, FECHA_NEGOCIO, FECHA_CREACION,
                ID_MOV)
               VALUES (:HV-USUARIO-TINT, :HV-CUENTA-TINT,
                :HV-MONEDA-CTA-TINT, :HV-MONEDA-TINT,
                :HV-MONTO-INS-TINT, :HV-MONTO-ENV-TINT,
                :HV-GASTOS-TINT, :HV-TASA-TINT,
                :HV-PRINCIPAL-TINT, :HV-MARGEN-TINT,
                :HV-COMISION-TINT, :HV-COMIS-DIV-TINT,
                :HV-BENEF-NOM-TINT, :HV-BENEF-DIR-TINT,
                :HV-BENEF-CTA-TINT, :HV-BIC-BENEF-TINT,
                :HV-BIC-CORR-TINT, :HV-REMESA-TINT, 'P',
                DATE(:HV-FECHA-NEG-TINT), CURRENT TIMESTAMP,
                :HV-ID-MOV-TINT)
           END-EXEC.

      *================================================================*
      * 9000 - NAVEGACION Y SALIDA                                     *
      *================================================================*
       9000-VOLVER-AL-MENU.
           INITIALIZE CH-COMUN.
           MOVE WC-TRANSACCION TO CH-TRANS-RETORNO.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM(CS-PGM-MENU)
               COMMAREA(COMMAREA-GLOBAL) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL PROGRAM (CS-PGM-LOGIN) END-EXEC.

       9200-ENVIAR-AVISO-TEXTO.
           EXEC CICS SEND TEXT FROM (WS-MENSAJE-LOGN)
               LENGTH (LENGTH OF WS-MENSAJE-LOGN)
               ERASE FREEKB END-EXEC.

      *================================================================*
      * 9150 - CONTROL DE INACTIVIDAD                                  *
      *================================================================*
       9150-VERIFICAR-INACTIVIDAD.
           SET SW-SESION-EXPIRADA TO 'N'.
           DIVIDE EIBTIME BY 10000 GIVING WS-EIB-HORA
               REMAINDER WS-EIB-RESTO.
           DIVIDE WS-EIB-RESTO BY 100 GIVING WS-EIB-MINUTO
               REMAINDER WS-EIB-SEGUNDO.
           COMPUTE WS-SEGUNDOS-ACTUAL =
               WS-EIB-HORA * 3600 + WS-EIB-MINUTO * 60 + WS-EIB-SEGUNDO.

           IF CG-ULT-ACTIVIDAD-SEG > 0
               AND WS-SEGUNDOS-ACTUAL - CG-ULT-ACTIVIDAD-SEG
                   > CG-TIMEOUT-SEGUNDOS
               SET SESION-EXPIRADA TO TRUE
           END-IF.

           MOVE WS-SEGUNDOS-ACTUAL TO CG-ULT-ACTIVIDAD-SEG.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYVALPD.
       COPY CPYSCRP.
       COPY CPYTARP.
       COPY CPYIVAP.
       COPY CPYIDCP.
       COPY CPYCAMP.
       COPY CPYCHNP.
       COPY CPYRTMP.
