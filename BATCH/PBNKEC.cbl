       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKEC.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKEC                                 **
      ** TITULO ...........: CHEQUES ELECTRONICOS - INTERCAMBIO CON **
      **                     EL REPOSITORIO, PAGO Y RECHAZO         **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Lee DD ECQENT, las novedades del repositorio de          **
      **   e-cheques (ver REG-ECHEQ-ENT). Cabecera/pie y secuencia  **
      **   se prevalidan contra el libro de control (CPYARCP): un   **
      **   duplicado o descuadre corta con RETURN-CODE 16.          **
      **   'E' alta y 'N' endoso de e-cheques de otros bancos a     **
      **   favor de nuestros clientes; 'P' presentacion de uno      **
      **   librado contra nosotros; 'C' cobrado / 'X' rechazado de  **
      **   uno depositado aqui (credito '|' a CUENTA_DEPOSITO).     **
      ** - Vencimientos propios: los depositados aqui y librados    **
      **   contra nosotros con FECHA_PAGO vencida se pagan sin      **
      **   pasar por el repositorio.                                **
      ** - Pago al librador: debito 'K' (mismo PAGO CHEQUE de       **
      **   BATCH/PBNKCP.cbl) salvo orden de no pagar ('S'), cliente **
      **   cerrado ('C') o fondos que no alcanzan descontando       **
      **   retenciones y embargos ('F'). El rechazo queda en        **
      **   IBMUSER.CHEQUES_RECHAZADOS (TIPO_CHEQUE 'E') con la      **
      **   multa regulada (COPYS/CPYMCHP.cbl).                      **
      ** - Impuesto a los debitos y creditos sobre cada movimiento  **
      **   (COPYS/CPYIDCP.cbl), en la misma unidad de trabajo.      **
      ** - DD ECQSAL: los eventos pendientes de informar (emision,  **
      **   endoso, deposito, orden de no pagar, pago, rechazo),     **
      **   con cabecera/pie y registro del corte en el libro.       **
      ** - El neto con otros bancos (cobrado menos pagado) se       **
      **   liquida por el nostro (COPYS/CPYNOSP.cbl, lote ECQENT).  **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ENTRADA ASSIGN TO ECQENT
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ARCHIVO-SALIDA ASSIGN TO ECQSAL
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Mismo registro en ambos sentidos. FECHA-PAGO AAAAMMDD.
      * MOTIVO solo en 'R'/'X' (codigos de CHEQUES_RECHAZADOS).
       FD  ARCHIVO-ENTRADA
           RECORDING MODE IS F.
       01  REG-ECHEQ-ENT.
           05 ECQ-TIPO                  PIC X(01).
           05 ECQ-NRO                   PIC X(16).
           05 ECQ-BANCO-LIBRADOR        PIC X(03).
           05 ECQ-DOC-ORIGEN            PIC X(20).
           05 ECQ-DOC-DESTINO           PIC X(20).
           05 ECQ-MONTO                 PIC 9(09)V99.
           05 ECQ-FECHA-PAGO            PIC 9(08).
           05 ECQ-MOTIVO                PIC X(01).

       FD  ARCHIVO-SALIDA
           RECORDING MODE IS F.
       01  REG-ECHEQ-SAL                PIC X(80).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLECHQ END-EXEC.
           EXEC SQL INCLUDE DCLECEV END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLCHRE END-EXEC.
           EXEC SQL INCLUDE DCLDOCU END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.
           EXEC SQL INCLUDE DCLFNEG END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-PROCESO       PIC X(10) VALUE SPACES.
           05 WS-SALDO-ACTUAL        PIC S9(8)V9(2) COMP-3.
           05 WS-SALDO-NUEVO         PIC S9(8)V9(2) COMP-3.
           05 WS-ID-MOV              PIC S9(9) COMP VALUE 0.
           05 WS-ID-ECHEQ            PIC S9(9) COMP VALUE 0.
           05 WS-MONTO-ECHEQ         PIC S9(8)V9(2) COMP-3 VALUE 0.
      * Codigo de entidad propio (IBMUSER.PARAMETROS
      * CODIGO_BANCO_CBU, como BATCH/PBNKCU.cbl).
           05 WS-CODIGO-BANCO        PIC 9(03) VALUE 285.
           05 WS-CODIGO-BANCO-X REDEFINES WS-CODIGO-BANCO
                                     PIC X(03).
      * Pago al librador (2500).
           05 WS-CUENTA-LIBRADOR     PIC X(10) VALUE SPACES.
           05 WS-DUENO-CUENTA        PIC X(8)  VALUE SPACES.
           05 WS-ESTADO-CLIENTE      PIC X(1)  VALUE SPACE.
           05 WS-RETENIDO-ACTIVO     PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-EMBARGADO-ACTIVO    PIC S9(10)V9(2) COMP-3 VALUE 0.
      * Codigo de CHEQUES_RECHAZADOS; blanco = se paga.
           05 WS-MOTIVO-COD          PIC X(1)  VALUE SPACE.
      * Credito al tenedor (2700).
           05 WS-CUENTA-DEPOSITO     PIC X(10) VALUE SPACES.
           05 WS-DUENO-DEPOSITO      PIC X(8)  VALUE SPACES.
      * Evento a grabar (7450).
           05 WS-TIPO-EVENTO         PIC X(1)  VALUE SPACE.
           05 WS-ENVIO-EVENTO        PIC X(1)  VALUE 'P'.

           05 WS-CONT-LEIDOS         PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ALTAS          PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ENDOSOS        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-PAGADOS        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-RECHAZADOS     PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-MULTAS         PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-COBRADOS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-DEVUELTOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ENVIADOS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-IGNORADOS      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ERRORES        PIC S9(7) COMP-3 VALUE 0.
      * Con otros bancos (nostro): cobrado entra, pagado sale.
           05 WS-CONT-LIQUIDADOS     PIC S9(9) COMP VALUE 0.
           05 WS-TOTAL-COBRADO       PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-PAGADO-EXT    PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-PAGADO        PIC S9(13)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-EDIT          PIC -(12)9,99.
      * Foto del registro de entrada (ECQENT) para asentarlo en el
      * libro al final.
           05 WS-ENT-SECUENCIA       PIC S9(9) COMP VALUE 0.
           05 WS-ENT-CANT            PIC S9(9) COMP VALUE 0.
           05 WS-ENT-TOTAL           PIC S9(13)V9(2) COMP-3 VALUE 0.

      * Fecha ISO (DB2) y AAAAMMDD (archivo).
       01  WS-FECHA-ISO.
           05 WS-FI-AAAA             PIC 9(4).
           05 FILLER                 PIC X(1)  VALUE '-'.
           05 WS-FI-MM               PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE '-'.
           05 WS-FI-DD               PIC 9(2).
       01  WS-FECHA-AAAAMMDD.
           05 WS-FA-AAAA             PIC 9(4).
           05 WS-FA-MM               PIC 9(2).
           05 WS-FA-DD               PIC 9(2).
       01  WS-FECHA-NUM REDEFINES WS-FECHA-AAAAMMDD
                                     PIC 9(8).

       01  WS-LINEA-SALIDA.
           05 WS-LS-TIPO             PIC X(01).
           05 WS-LS-NRO              PIC X(16).
           05 WS-LS-BANCO-LIBRADOR   PIC X(03).
           05 WS-LS-DOC-ORIGEN       PIC X(20).
           05 WS-LS-DOC-DESTINO      PIC X(20).
           05 WS-LS-MONTO            PIC 9(09)V99.
           05 WS-LS-FECHA-PAGO       PIC 9(08).
           05 WS-LS-MOTIVO           PIC X(01).

       01  WS-CONTROL.
           05 SW-FIN-ARCHIVO         PIC X(01) VALUE 'N'.
              88 FIN-ARCHIVO                   VALUE 'S'.
      * Origen del pago en curso: presentado por otro banco o
      * vencimiento interno.
           05 SW-ORIGEN-PAGO         PIC X(01) VALUE 'I'.
              88 PAGO-EXTERNO                  VALUE 'E'.
              88 PAGO-INTERNO                  VALUE 'I'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKEC'.
      * Banco presentador de los rechazos de e-cheques.
           03  WC-BANCO-PRES         PIC X(4)  VALUE 'ECHQ'.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYNOSW.
       COPY CPYIDCW.
       COPY CPYMCHW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-NOVEDADES.
           PERFORM 3000-VENCIMIENTOS-PROPIOS.
           PERFORM 4000-CORTE-AL-REPOSITORIO.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKEC - CHEQUES ELECTRONICOS - INICIO'.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7020-RESOLVER-FECHA.
           PERFORM 7050-LEER-PARAMETROS.
           OPEN INPUT ARCHIVO-ENTRADA.

      * Prevalidacion del libro de control (CPYARCP) antes de
      * resolver nada: un duplicado o descuadre corta con RC 16.
           MOVE 'ECQENT' TO WS-ARC-INTERFAZ.
           PERFORM 1100-PREVALIDAR-ARCHIVO.
           IF WS-ARC-OK NOT = 'S'
               DISPLAY 'PBNKEC - ARCHIVO RECHAZADO: ' WS-ARC-MOTIVO
               PERFORM 9770-REGISTRAR-ARCHIVO-ARC
               CLOSE ARCHIVO-ENTRADA
               MOVE 16 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-EJEC-RC
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.
           MOVE WS-ARC-SECUENCIA   TO WS-ENT-SECUENCIA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ENT-CANT.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ENT-TOTAL.

      *================================================================*
      * 1100 - PASADA DE PREVALIDACION (SOLO LECTURA)                  *
      * Igual que PBNKDD: acumula cantidad y total de las novedades,   *
      * valida HDR/TRL y reabre el archivo.                            *
      *================================================================*
       1100-PREVALIDAR-ARCHIVO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 7100-LEER-NOVEDAD.
           IF FIN-ARCHIVO
               MOVE 'N' TO WS-ARC-OK
               MOVE 'ARCHIVO VACIO' TO WS-ARC-MOTIVO
           ELSE
               MOVE REG-ECHEQ-ENT TO WS-ARC-REGISTRO
               PERFORM 9750-VALIDAR-CABECERA-ARC
               PERFORM UNTIL FIN-ARCHIVO OR WS-ARC-OK = 'N'
                   PERFORM 7100-LEER-NOVEDAD
                   IF NOT FIN-ARCHIVO
                       MOVE REG-ECHEQ-ENT TO WS-ARC-REGISTRO
                       IF WS-ARC-REGISTRO(1:3) NOT = 'HDR'
                           AND WS-ARC-REGISTRO(1:3) NOT = 'TRL'
                           ADD 1 TO WS-ARC-CANT-LEIDOS
                           IF ECQ-MONTO IS NUMERIC
                               ADD ECQ-MONTO TO WS-ARC-TOTAL-LEIDO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 9760-VALIDAR-PIE-ARC
           END-IF.
           CLOSE ARCHIVO-ENTRADA.
           OPEN INPUT ARCHIVO-ENTRADA.
           MOVE 'N' TO SW-FIN-ARCHIVO.

      *================================================================*
      * 2000 - NOVEDADES DEL REPOSITORIO (ECQENT)                      *
      *================================================================*
       2000-PROCESAR-NOVEDADES.
           PERFORM 7100-LEER-NOVEDAD.
           PERFORM UNTIL FIN-ARCHIVO
               IF REG-ECHEQ-ENT(1:3) NOT = 'HDR'
                   AND REG-ECHEQ-ENT(1:3) NOT = 'TRL'
                   ADD 1 TO WS-CONT-LEIDOS
                   PERFORM 2100-PROCESAR-NOVEDAD
               END-IF
               PERFORM 7100-LEER-NOVEDAD
           END-PERFORM.
           CLOSE ARCHIVO-ENTRADA.

      * Una novedad que no aplica (desconocida, ya resuelta o de
      * quien no es cliente) se informa y se ignora.
       2100-PROCESAR-NOVEDAD.
           IF ECQ-MONTO IS NOT NUMERIC
               OR ECQ-FECHA-PAGO IS NOT NUMERIC
               OR ECQ-NRO = SPACES
               DISPLAY 'PBNKEC - NOVEDAD INVALIDA: ' ECQ-TIPO ' '
                   ECQ-NRO
               ADD 1 TO WS-CONT-IGNORADOS
           ELSE
               MOVE ECQ-NRO TO HV-NRO-ECHQ
               EVALUATE ECQ-TIPO
                   WHEN 'E'
                       PERFORM 2200-ALTA-RECIBIDO
                   WHEN 'N'
                       PERFORM 2300-ENDOSO-RECIBIDO
                   WHEN 'P'
                       PERFORM 2400-PRESENTACION
                   WHEN 'C'
                       PERFORM 2800-RESULTADO-COBRADO
                   WHEN 'X'
                       PERFORM 2900-RESULTADO-RECHAZADO
                   WHEN OTHER
                       DISPLAY 'PBNKEC - TIPO INVALIDO: ' ECQ-TIPO
                           ' ' ECQ-NRO
                       ADD 1 TO WS-CONT-IGNORADOS
               END-EVALUATE
           END-IF.

      *================================================================*
      * 2200 - ALTA DE UN E-CHEQUE DE OTRO BANCO A FAVOR DE UN CLIENTE *
      *================================================================*
       2200-ALTA-RECIBIDO.
           PERFORM 7200-LEER-ECHEQ-NRO.
           IF SQLCODE = 0 OR ECQ-BANCO-LIBRADOR = WS-CODIGO-BANCO-X
               DISPLAY 'PBNKEC - ALTA YA CONOCIDA: ' ECQ-NRO
               ADD 1 TO WS-CONT-IGNORADOS
           ELSE
               MOVE ECQ-DOC-DESTINO TO HV-NRO-DOCU
               PERFORM 7150-RESOLVER-DOCUMENTO
               IF HV-USUARIO-DOCU = SPACES
                   DISPLAY 'PBNKEC - BENEFICIARIO NO ES CLIENTE: '
                       ECQ-NRO
                   ADD 1 TO WS-CONT-IGNORADOS
               ELSE
                   MOVE 0 TO HV-ENDOSOS-ECHQ
                   PERFORM 2250-GRABAR-RECIBIDO
               END-IF
           END-IF.

      * Alta local del e-cheque recibido y su evento (ya informado
      * por el repositorio: ENVIO 'N').
       2250-GRABAR-RECIBIDO.
           PERFORM 7210-INSERTAR-RECIBIDO.
           IF SQLCODE = 0
               MOVE ECQ-TIPO        TO WS-TIPO-EVENTO
               MOVE 'N'             TO WS-ENVIO-EVENTO
               MOVE SPACES          TO HV-USUARIO-ECEV
               MOVE ECQ-DOC-ORIGEN  TO HV-DOC-ORI-ECEV
               MOVE ECQ-DOC-DESTINO TO HV-DOC-DES-ECEV
               MOVE SPACE           TO HV-MOTIVO-ECEV
               PERFORM 7450-INSERTAR-EVENTO
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               IF ECQ-TIPO = 'E'
                   ADD 1 TO WS-CONT-ALTAS
               ELSE
                   ADD 1 TO WS-CONT-ENDOSOS
               END-IF
           ELSE
               DISPLAY 'PBNKEC - ERROR SQLCODE ' SQLCODE
                   ' GRABANDO ' ECQ-NRO
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.

      *================================================================*
      * 2300 - ENDOSO INFORMADO POR EL REPOSITORIO                     *
      * Conocido y en cartera: cambia el tenedor. Desconocido y a      *
      * favor de un cliente: entra como recibido por endoso.           *
      *================================================================*
       2300-ENDOSO-RECIBIDO.
           PERFORM 7200-LEER-ECHEQ-NRO.
           MOVE ECQ-DOC-DESTINO TO HV-NRO-DOCU.
           EVALUATE TRUE
               WHEN SQLCODE = 0 AND HV-ESTADO-ECHQ = 'E'
                   PERFORM 7150-RESOLVER-DOCUMENTO
                   PERFORM 7220-CAMBIAR-TENEDOR
                   IF SQLCODE = 0
                       MOVE 'N'             TO WS-TIPO-EVENTO
                       MOVE 'N'             TO WS-ENVIO-EVENTO
                       MOVE SPACES          TO HV-USUARIO-ECEV
                       MOVE ECQ-DOC-ORIGEN  TO HV-DOC-ORI-ECEV
                       MOVE ECQ-DOC-DESTINO TO HV-DOC-DES-ECEV
                       MOVE SPACE           TO HV-MOTIVO-ECEV
                       PERFORM 7450-INSERTAR-EVENTO
                   END-IF
                   IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       ADD 1 TO WS-CONT-ENDOSOS
                   ELSE
                       DISPLAY 'PBNKEC - ERROR SQLCODE ' SQLCODE
                           ' ENDOSANDO ' ECQ-NRO
                       EXEC SQL ROLLBACK END-EXEC
                       ADD 1 TO WS-CONT-ERRORES
                   END-IF
               WHEN SQLCODE = 0
                   DISPLAY 'PBNKEC - ENDOSO FUERA DE CARTERA: '
                       ECQ-NRO
                   ADD 1 TO WS-CONT-IGNORADOS
               WHEN OTHER
                   PERFORM 7150-RESOLVER-DOCUMENTO
                   IF HV-USUARIO-DOCU = SPACES
                       DISPLAY 'PBNKEC - ENDOSATARIO NO ES CLIENTE: '
                           ECQ-NRO
                       ADD 1 TO WS-CONT-IGNORADOS
                   ELSE
                       MOVE 1 TO HV-ENDOSOS-ECHQ
                       PERFORM 2250-GRABAR-RECIBIDO
                   END-IF
           END-EVALUATE.

      *================================================================*
      * 2400 - PRESENTACION DE UN E-CHEQUE LIBRADO CONTRA NOSOTROS     *
      * Solo uno en cartera y vencido; antes de FECHA_PAGO se informa  *
      * un rechazo tecnico (motivo blanco) y sigue en cartera.         *
      *================================================================*
       2400-PRESENTACION.
           PERFORM 7200-LEER-ECHEQ-NRO.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'PBNKEC - PRESENTADO DESCONOCIDO: ' ECQ-NRO
                   ADD 1 TO WS-CONT-IGNORADOS
               WHEN HV-BANCO-LIB-ECHQ NOT = WS-CODIGO-BANCO-X
                   OR HV-ESTADO-ECHQ NOT = 'E'
                   DISPLAY 'PBNKEC - PRESENTADO NO PAGABLE: ' ECQ-NRO
                       ' ESTADO ' HV-ESTADO-ECHQ
                   ADD 1 TO WS-CONT-IGNORADOS
               WHEN HV-FECHA-PAGO-ECHQ > WS-FECHA-PROCESO
                   MOVE 'R'      TO WS-TIPO-EVENTO
                   MOVE 'P'      TO WS-ENVIO-EVENTO
                   MOVE SPACES   TO HV-USUARIO-ECEV
                   MOVE SPACES   TO HV-DOC-ORI-ECEV
                   MOVE SPACES   TO HV-DOC-DES-ECEV
                   MOVE SPACE    TO HV-MOTIVO-ECEV
                   PERFORM 7450-INSERTAR-EVENTO
                   IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                       DISPLAY 'PBNKEC - PRESENTADO ANTES DE FECHA: '
                           ECQ-NRO
                       ADD 1 TO WS-CONT-IGNORADOS
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                       ADD 1 TO WS-CONT-ERRORES
                   END-IF
               WHEN OTHER
                   SET PAGO-EXTERNO TO TRUE
                   PERFORM 2500-PAGAR-AL-LIBRADOR
           END-EVALUATE.

      *================================================================*
      * 2500 - PAGO O RECHAZO CONTRA LA CUENTA DEL LIBRADOR            *
      * Con HV-*-ECHQ del e-cheque leido. Pagado externo: sale por el  *
      * nostro. Pagado interno: 2700 acredita al tenedor en la misma   *
      * unidad de trabajo. Un error deshace todo: el interno sigue 'D' *
      * y se reintenta en la corrida siguiente.                        *
      *================================================================*
       2500-PAGAR-AL-LIBRADOR.
           MOVE HV-ID-ECHQ          TO WS-ID-ECHEQ.
           MOVE HV-MONTO-ECHQ       TO WS-MONTO-ECHEQ.
           MOVE HV-CUENTA-LIB-ECHQ  TO WS-CUENTA-LIBRADOR.
           MOVE HV-CUENTA-DEP-ECHQ  TO WS-CUENTA-DEPOSITO.
           MOVE SPACE               TO WS-MOTIVO-COD.
           MOVE WS-CUENTA-LIBRADOR  TO HV-NUMERO-CUENTA.
           PERFORM 7300-LEER-CUENTA.
           IF SQLCODE = 0
               MOVE HV-USUARIO-CTA TO WS-DUENO-CUENTA
               PERFORM 2550-VALIDAR-LIBRADOR
           END-IF.
           IF SQLCODE = 0
               IF WS-MOTIVO-COD = SPACE
                   PERFORM 2600-DEBITAR-LIBRADOR
               ELSE
                   PERFORM 2650-RECHAZAR-ECHEQ
               END-IF
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               IF WS-MOTIVO-COD = SPACE
                   ADD 1 TO WS-CONT-PAGADOS
                   ADD WS-MONTO-ECHEQ TO WS-TOTAL-PAGADO
                   IF PAGO-EXTERNO
                       ADD 1 TO WS-CONT-LIQUIDADOS
                       ADD WS-MONTO-ECHEQ TO WS-TOTAL-PAGADO-EXT
                   END-IF
               ELSE
                   ADD 1 TO WS-CONT-RECHAZADOS
                   IF WS-MCH-COBRADA = 'S'
                       ADD 1 TO WS-CONT-MULTAS
                   END-IF
               END-IF
           ELSE
               DISPLAY 'PBNKEC - ERROR SQLCODE ' SQLCODE
                   ' PAGANDO E-CHEQUE ' WS-ID-ECHEQ
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.

      * Mismo orden de PBNKCP 2250 (sin firma: el e-cheque se
      * emite autenticado), con la orden de no pagar primero.
       2550-VALIDAR-LIBRADOR.
           PERFORM 7320-LEER-ESTADO-CLIENTE.
           EVALUATE TRUE
               WHEN HV-FRENADO-ECHQ = 'S'
                   MOVE 'S' TO WS-MOTIVO-COD
               WHEN WS-ESTADO-CLIENTE = 'C'
                   MOVE 'C' TO WS-MOTIVO-COD
               WHEN OTHER
                   PERFORM 7350-LEER-PROTEGIDO
                   IF WS-SALDO-ACTUAL < WS-MONTO-ECHEQ
                       OR WS-SALDO-ACTUAL - WS-RETENIDO-ACTIVO
                           - WS-EMBARGADO-ACTIVO < WS-MONTO-ECHEQ
                       MOVE 'F' TO WS-MOTIVO-COD
                   END-IF
           END-EVALUATE.
           MOVE 0 TO SQLCODE.

       2600-DEBITAR-LIBRADOR.
           SUBTRACT WS-MONTO-ECHEQ FROM WS-SALDO-ACTUAL
               GIVING WS-SALDO-NUEVO.
           PERFORM 7310-ACTUALIZAR-SALDO.
           IF SQLCODE = 0
               MOVE 'K'                TO HV-TIPO-OPER
               MOVE WS-DUENO-CUENTA    TO HV-USUARIO-MOV
               MOVE WS-CUENTA-LIBRADOR TO HV-CUENTA-NUM
               MOVE SPACES             TO HV-CONCEPTO
               STRING 'PAGO ECHEQ ' DELIMITED BY SIZE
                   HV-NRO-ECHQ DELIMITED BY SIZE
                   INTO HV-CONCEPTO
               PERFORM 7500-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               MOVE 'S' TO WS-IDC-ES-DEBITO
               PERFORM 2750-COBRAR-IMP-DEBCRED
           END-IF.
           IF SQLCODE = 0
               MOVE WS-ID-MOV TO HV-ID-MOV-PAG-ECHQ
               MOVE 0         TO HV-ID-MOV-CRE-ECHQ
               IF PAGO-INTERNO
                   PERFORM 2700-ACREDITAR-TENEDOR
               END-IF
           END-IF.
           IF SQLCODE = 0
               MOVE 'P'   TO HV-ESTADO-ECHQ
               MOVE SPACE TO HV-MOTIVO-ECHQ
               PERFORM 7230-RESOLVER-ECHEQ
           END-IF.
           IF SQLCODE = 0
               MOVE 'P'    TO WS-TIPO-EVENTO
               MOVE 'P'    TO WS-ENVIO-EVENTO
               MOVE SPACES TO HV-USUARIO-ECEV
               MOVE SPACES TO HV-DOC-ORI-ECEV
               MOVE SPACES TO HV-DOC-DES-ECEV
               MOVE SPACE  TO HV-MOTIVO-ECEV
               PERFORM 7450-INSERTAR-EVENTO
           END-IF.

      * Rechazo con el registro y la multa regulada de PBNKCP 2450.
       2650-RECHAZAR-ECHEQ.
           MOVE 0   TO WS-MCH-MULTA.
           MOVE 'N' TO WS-MCH-COBRADA.
           IF WS-MOTIVO-COD = 'F'
               MOVE WS-MONTO-ECHEQ TO WS-MCH-MONTO-CHEQUE
               PERFORM 9732-CALCULAR-MULTA-CHEQUE
           END-IF.
           MOVE 'R'           TO HV-ESTADO-ECHQ.
           MOVE WS-MOTIVO-COD TO HV-MOTIVO-ECHQ.
           MOVE 0             TO HV-ID-MOV-PAG-ECHQ.
           MOVE 0             TO HV-ID-MOV-CRE-ECHQ.
           PERFORM 7230-RESOLVER-ECHEQ.
           IF SQLCODE = 0
               PERFORM 7800-INSERTAR-RECHAZO
           END-IF.
           IF SQLCODE = 0 AND WS-MCH-MULTA > 0
               MOVE HV-ID-CHRE         TO WS-MCH-ID-RECHAZO
               MOVE WS-CUENTA-LIBRADOR TO WS-MCH-CUENTA
               MOVE WS-DUENO-CUENTA    TO WS-MCH-USUARIO
               MOVE WS-ID-ECHEQ        TO WS-MCH-NRO-CHEQUE
               PERFORM 9730-COBRAR-MULTA-CHEQUE
           END-IF.
           IF SQLCODE = 0
               MOVE 'R'           TO WS-TIPO-EVENTO
               MOVE 'P'           TO WS-ENVIO-EVENTO
               MOVE SPACES        TO HV-USUARIO-ECEV
               MOVE SPACES        TO HV-DOC-ORI-ECEV
               MOVE SPACES        TO HV-DOC-DES-ECEV
               MOVE WS-MOTIVO-COD TO HV-MOTIVO-ECEV
               PERFORM 7450-INSERTAR-EVENTO
           END-IF.

      *================================================================*
      * 2700 - CREDITO AL TENEDOR EN CUENTA_DEPOSITO                   *
      * Se lee despues del debito: si es la misma cuenta ve su saldo   *
      * nuevo.                                                         *
      *================================================================*
       2700-ACREDITAR-TENEDOR.
           MOVE WS-CUENTA-DEPOSITO TO HV-NUMERO-CUENTA.
           PERFORM 7300-LEER-CUENTA.
           IF SQLCODE = 0
               MOVE HV-USUARIO-CTA TO WS-DUENO-DEPOSITO
               ADD WS-MONTO-ECHEQ TO WS-SALDO-ACTUAL
                   GIVING WS-SALDO-NUEVO
               PERFORM 7310-ACTUALIZAR-SALDO
           END-IF.
           IF SQLCODE = 0
               MOVE '|'                TO HV-TIPO-OPER
               MOVE WS-DUENO-DEPOSITO  TO HV-USUARIO-MOV
               MOVE WS-CUENTA-DEPOSITO TO HV-CUENTA-NUM
               MOVE SPACES             TO HV-CONCEPTO
               STRING 'ACRED. ECHEQ ' DELIMITED BY SIZE
                   HV-NRO-ECHQ DELIMITED BY SIZE
                   INTO HV-CONCEPTO
               PERFORM 7500-INSERTAR-MOVIMIENTO
           END-IF.
           IF SQLCODE = 0
               MOVE 'N' TO WS-IDC-ES-DEBITO
               PERFORM 2750-COBRAR-IMP-DEBCRED
           END-IF.
           IF SQLCODE = 0
               MOVE WS-ID-MOV TO HV-ID-MOV-CRE-ECHQ
           END-IF.

      * Impuesto a los debitos y creditos sobre el movimiento recien
      * grabado (COPYS/CPYIDCP.cbl); WS-IDC-ES-DEBITO lo carga el
      * llamador.
       2750-COBRAR-IMP-DEBCRED.
           MOVE HV-USUARIO-MOV     TO WS-IDC-USUARIO.
           MOVE HV-USUARIO-MOV     TO WS-IDC-TITULAR.
           MOVE HV-CUENTA-NUM      TO WS-IDC-CUENTA.
           MOVE HV-MONTO           TO WS-IDC-MONTO.
           MOVE WS-SALDO-NUEVO     TO WS-IDC-SALDO.
           MOVE HV-SUC-RADIC-CTA   TO WS-IDC-SUCURSAL.
           MOVE SPACES             TO WS-IDC-AGENTE.
           PERFORM 9720-APLICAR-IMP-DEBCRED.
           IF WS-IDC-COBRADO = 'S'
               MOVE WS-IDC-SALDO TO WS-SALDO-NUEVO
           END-IF.

      *================================================================*
      * 2800 - COBRADO POR EL BANCO LIBRADOR (DEPOSITADO AQUI)         *
      *================================================================*
       2800-RESULTADO-COBRADO.
           PERFORM 7200-LEER-ECHEQ-NRO.
           IF SQLCODE NOT = 0 OR HV-ESTADO-ECHQ NOT = 'D'
                   OR HV-BANCO-LIB-ECHQ = WS-CODIGO-BANCO-X
               DISPLAY 'PBNKEC - COBRADO NO DEPOSITADO: ' ECQ-NRO
               ADD 1 TO WS-CONT-IGNORADOS
           ELSE
               MOVE HV-ID-ECHQ         TO WS-ID-ECHEQ
               MOVE HV-MONTO-ECHQ      TO WS-MONTO-ECHEQ
               MOVE HV-CUENTA-DEP-ECHQ TO WS-CUENTA-DEPOSITO
               PERFORM 2700-ACREDITAR-TENEDOR
               IF SQLCODE = 0
                   MOVE 'P'   TO HV-ESTADO-ECHQ
                   MOVE SPACE TO HV-MOTIVO-ECHQ
                   MOVE 0     TO HV-ID-MOV-PAG-ECHQ
                   PERFORM 7230-RESOLVER-ECHEQ
               END-IF
               IF SQLCODE = 0
                   MOVE 'C'    TO WS-TIPO-EVENTO
                   MOVE 'N'    TO WS-ENVIO-EVENTO
                   MOVE SPACES TO HV-USUARIO-ECEV
                   MOVE SPACES TO HV-DOC-ORI-ECEV
                   MOVE SPACES TO HV-DOC-DES-ECEV
                   MOVE SPACE  TO HV-MOTIVO-ECEV
                   PERFORM 7450-INSERTAR-EVENTO
               END-IF
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-CONT-COBRADOS
                   ADD 1 TO WS-CONT-LIQUIDADOS
                   ADD WS-MONTO-ECHEQ TO WS-TOTAL-COBRADO
               ELSE
                   DISPLAY 'PBNKEC - ERROR SQLCODE ' SQLCODE
                       ' ACREDITANDO ' ECQ-NRO
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-CONT-ERRORES
               END-IF
           END-IF.

      *================================================================*
      * 2900 - RECHAZADO POR EL BANCO LIBRADOR (DEPOSITADO AQUI)       *
      * No se acredita nada; el motivo queda para el tenedor.          *
      *================================================================*
       2900-RESULTADO-RECHAZADO.
           PERFORM 7200-LEER-ECHEQ-NRO.
           IF SQLCODE NOT = 0 OR HV-ESTADO-ECHQ NOT = 'D'
                   OR HV-BANCO-LIB-ECHQ = WS-CODIGO-BANCO-X
               DISPLAY 'PBNKEC - RECHAZO NO DEPOSITADO: ' ECQ-NRO
               ADD 1 TO WS-CONT-IGNORADOS
           ELSE
               MOVE HV-ID-ECHQ TO WS-ID-ECHEQ
               MOVE 'R'        TO HV-ESTADO-ECHQ
               MOVE ECQ-MOTIVO TO HV-MOTIVO-ECHQ
               MOVE 0          TO HV-ID-MOV-PAG-ECHQ
               MOVE 0          TO HV-ID-MOV-CRE-ECHQ
               PERFORM 7230-RESOLVER-ECHEQ
               IF SQLCODE = 0
                   MOVE 'X'        TO WS-TIPO-EVENTO
                   MOVE 'N'        TO WS-ENVIO-EVENTO
                   MOVE SPACES     TO HV-USUARIO-ECEV
                   MOVE SPACES     TO HV-DOC-ORI-ECEV
                   MOVE SPACES     TO HV-DOC-DES-ECEV
                   MOVE ECQ-MOTIVO TO HV-MOTIVO-ECEV
                   PERFORM 7450-INSERTAR-EVENTO
               END-IF
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-CONT-DEVUELTOS
               ELSE
                   DISPLAY 'PBNKEC - ERROR SQLCODE ' SQLCODE
                       ' RECHAZANDO ' ECQ-NRO
                   EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-CONT-ERRORES
               END-IF
           END-IF.

      *================================================================*
      * 3000 - VENCIMIENTOS PROPIOS                                    *
      * Depositados aqui y librados contra nosotros: se paga y         *
      * acredita sin pasar por el repositorio (se le informa el pago). *
      *================================================================*
       3000-VENCIMIENTOS-PROPIOS.
           SET PAGO-INTERNO TO TRUE.
           PERFORM 7600-ABRIR-CURSOR-VENCIDOS.
           PERFORM 7610-FETCH-VENCIDO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 2500-PAGAR-AL-LIBRADOR
               PERFORM 7610-FETCH-VENCIDO
           END-PERFORM.
           EXEC SQL CLOSE CUR-VENCIDOS END-EXEC.

      *================================================================*
      * 4000 - CORTE DE LOS EVENTOS PENDIENTES AL ARCHIVO ECQSAL       *
      *================================================================*
       4000-CORTE-AL-REPOSITORIO.
           OPEN OUTPUT ARCHIVO-SALIDA.
      * Cabecera de intercambio (secuencia del libro de control).
           MOVE 'ECQSAL' TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'HDR' TO WS-ARC-HDR-MARCA.
           MOVE WS-ARC-INTERFAZ TO WS-ARC-HDR-INTERFAZ.
           MOVE WS-ARC-SECUENCIA TO WS-ARC-HDR-SECUENCIA.
           WRITE REG-ECHEQ-SAL FROM WS-ARC-REGISTRO.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.

           PERFORM 7700-ABRIR-CURSOR-EVENTOS.
           PERFORM 7710-FETCH-EVENTO.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 4100-ENVIAR-EVENTO
               PERFORM 7710-FETCH-EVENTO
           END-PERFORM.
           EXEC SQL CLOSE CUR-EVENTOS END-EXEC.

      * Pie de intercambio y registro del corte en el libro.
           MOVE SPACES TO WS-ARC-REGISTRO.
           MOVE 'TRL' TO WS-ARC-TRL-MARCA.
           MOVE WS-ARC-CANT-LEIDOS TO WS-ARC-TRL-CANTIDAD.
           MOVE WS-ARC-TOTAL-LEIDO TO WS-ARC-TRL-TOTAL.
           WRITE REG-ECHEQ-SAL FROM WS-ARC-REGISTRO.
           CLOSE ARCHIVO-SALIDA.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.

       4100-ENVIAR-EVENTO.
           MOVE HV-FECHA-PAGO-ECHQ TO WS-FECHA-ISO.
           MOVE WS-FI-AAAA TO WS-FA-AAAA.
           MOVE WS-FI-MM   TO WS-FA-MM.
           MOVE WS-FI-DD   TO WS-FA-DD.
           MOVE HV-TIPO-ECEV      TO WS-LS-TIPO.
           MOVE HV-NRO-ECHQ       TO WS-LS-NRO.
           MOVE HV-BANCO-LIB-ECHQ TO WS-LS-BANCO-LIBRADOR.
           MOVE HV-DOC-ORI-ECEV   TO WS-LS-DOC-ORIGEN.
           MOVE HV-DOC-DES-ECEV   TO WS-LS-DOC-DESTINO.
           MOVE HV-MONTO-ECHQ     TO WS-LS-MONTO.
           MOVE WS-FECHA-NUM      TO WS-LS-FECHA-PAGO.
           MOVE HV-MOTIVO-ECEV    TO WS-LS-MOTIVO.
           WRITE REG-ECHEQ-SAL FROM WS-LINEA-SALIDA.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD HV-MONTO-ECHQ TO WS-ARC-TOTAL-LEIDO.

           PERFORM 7720-MARCAR-ENVIADO.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-ENVIADOS
           ELSE
               DISPLAY 'PBNKEC - ERROR SQLCODE ' SQLCODE
                   ' ENVIANDO EVENTO ' HV-ID-ECEV
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.

      *================================================================*
      * 7000 - ACCESO A ARCHIVOS Y DB2                                 *
      *================================================================*
      * Fecha de negocio vigente.
       7020-RESOLVER-FECHA.
           EXEC SQL SELECT FECHA_NEGOCIO INTO :HV-FECHA-NEGOCIO
               FROM IBMUSER.FECHA_NEGOCIO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-FECHA-NEGOCIO TO WS-FECHA-PROCESO
           ELSE
               EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-FECHA-PROCESO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7050-LEER-PARAMETROS.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'CODIGO_BANCO_CBU'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-CODIGO-BANCO
           END-IF.

       7100-LEER-NOVEDAD.
           READ ARCHIVO-ENTRADA
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.

      * Cliente por su documento vigente; blanco si no lo es.
       7150-RESOLVER-DOCUMENTO.
           EXEC SQL SELECT USUARIO INTO :HV-USUARIO-DOCU
               FROM IBMUSER.DOCUMENTOS_IDENTIDAD
               WHERE NRO_DOC = :HV-NRO-DOCU
                 AND ESTADO = 'V'
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-USUARIO-DOCU
           END-IF.

       7200-LEER-ECHEQ-NRO.
           EXEC SQL SELECT ID_ECHEQ, BANCO_LIBRADOR, CUENTA_LIBRADOR,
                           MONTO, CHAR(FECHA_PAGO, ISO), ESTADO,
                           FRENADO, CUENTA_DEPOSITO
               INTO :HV-ID-ECHQ, :HV-BANCO-LIB-ECHQ,
                    :HV-CUENTA-LIB-ECHQ, :HV-MONTO-ECHQ,
                    :HV-FECHA-PAGO-ECHQ, :HV-ESTADO-ECHQ,
                    :HV-FRENADO-ECHQ, :HV-CUENTA-DEP-ECHQ
               FROM IBMUSER.ECHEQUES
               WHERE NRO_ECHEQ = :HV-NRO-ECHQ
           END-EXEC.

       7210-INSERTAR-RECIBIDO.
           MOVE ECQ-FECHA-PAGO     TO WS-FECHA-NUM.
           PERFORM 7900-FECHA-A-ISO.
           MOVE ECQ-NRO            TO HV-NRO-ECHQ.
           MOVE ECQ-BANCO-LIBRADOR TO HV-BANCO-LIB-ECHQ.
           MOVE ECQ-DOC-ORIGEN     TO HV-DOC-LIB-ECHQ.
           MOVE ECQ-DOC-DESTINO    TO HV-DOC-TEN-ECHQ.
           MOVE HV-USUARIO-DOCU    TO HV-USUARIO-TEN-ECHQ.
           MOVE ECQ-MONTO          TO HV-MONTO-ECHQ.
           EXEC SQL INSERT INTO IBMUSER.ECHEQUES
               (NRO_ECHEQ, BANCO_LIBRADOR, DOC_LIBRADOR, DOC_TENEDOR,
                USUARIO_TENEDOR, MONTO, FECHA_PAGO, ESTADO,
                CANT_ENDOSOS, FECHA_EMISION)
               VALUES (:HV-NRO-ECHQ, :HV-BANCO-LIB-ECHQ,
                :HV-DOC-LIB-ECHQ, :HV-DOC-TEN-ECHQ,
                :HV-USUARIO-TEN-ECHQ, :HV-MONTO-ECHQ,
                DATE(:HV-FECHA-PAGO-ECHQ), 'E', :HV-ENDOSOS-ECHQ,
                CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :HV-ID-ECHQ
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7220-CAMBIAR-TENEDOR.
           MOVE ECQ-DOC-DESTINO TO HV-DOC-TEN-ECHQ.
           MOVE HV-USUARIO-DOCU TO HV-USUARIO-TEN-ECHQ.
           EXEC SQL UPDATE IBMUSER.ECHEQUES
               SET DOC_TENEDOR = :HV-DOC-TEN-ECHQ,
                   USUARIO_TENEDOR = :HV-USUARIO-TEN-ECHQ,
                   CANT_ENDOSOS = CANT_ENDOSOS + 1
               WHERE ID_ECHEQ = :HV-ID-ECHQ
                 AND ESTADO = 'E'
           END-EXEC.

      * Cierre del e-cheque: pagado o rechazado, con sus
      * movimientos.
       7230-RESOLVER-ECHEQ.
           MOVE WS-ID-ECHEQ TO HV-ID-ECHQ.
           EXEC SQL UPDATE IBMUSER.ECHEQUES
               SET ESTADO = :HV-ESTADO-ECHQ,
                   MOTIVO_RECHAZO = :HV-MOTIVO-ECHQ,
                   ID_MOV_PAGO = :HV-ID-MOV-PAG-ECHQ,
                   ID_MOV_CREDITO = :HV-ID-MOV-CRE-ECHQ,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP
               WHERE ID_ECHEQ = :HV-ID-ECHQ
                 AND ESTADO IN ('E', 'D')
           END-EXEC.

       7300-LEER-CUENTA.
           EXEC SQL SELECT SALDO, USUARIO, SUCURSAL_RADICACION
               INTO :HV-SALDO-CTA, :HV-USUARIO-CTA, :HV-SUC-RADIC-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.
           MOVE HV-SALDO-CTA TO WS-SALDO-ACTUAL.

      * Mismo bloqueo optimista de BATCH/PBNKV.cbl.
       7310-ACTUALIZAR-SALDO.
           MOVE WS-SALDO-NUEVO TO HV-SALDO-CTA.
           EXEC SQL UPDATE IBMUSER.CUENTAS SET SALDO = :HV-SALDO-CTA
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND SALDO = :WS-SALDO-ACTUAL
           END-EXEC.

       7320-LEER-ESTADO-CLIENTE.
           MOVE SPACE TO WS-ESTADO-CLIENTE.
           EXEC SQL SELECT ESTADO INTO :WS-ESTADO-CLIENTE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :WS-DUENO-CUENTA
           END-EXEC.

      * Mismo disponible que BATCH/PBNKCP.cbl 7350.
       7350-LEER-PROTEGIDO.
           MOVE 0 TO WS-RETENIDO-ACTIVO.
           EXEC SQL SELECT COALESCE(SUM(MONTO), 0)
               INTO :WS-RETENIDO-ACTIVO
               FROM IBMUSER.RETENCIONES_DISP
               WHERE CUENTA_NUM = :HV-NUMERO-CUENTA
                 AND ESTADO = 'A'
           END-EXEC.
           MOVE 0 TO WS-EMBARGADO-ACTIVO.
           EXEC SQL SELECT
                 COALESCE(SUM(MONTO - MONTO_EJECUTADO), 0)
               INTO :WS-EMBARGADO-ACTIVO
               FROM IBMUSER.ORDENES_LEGALES
               WHERE ESTADO = 'A'
                 AND (CUENTA_NUM = :HV-NUMERO-CUENTA
                   OR (CUENTA_NUM = ' '
                       AND USUARIO = :WS-DUENO-CUENTA))
           END-EXEC.

      * El e-cheque y su evento: el llamador carga WS-TIPO-EVENTO,
      * WS-ENVIO-EVENTO, usuario, documentos y motivo.
       7450-INSERTAR-EVENTO.
           MOVE HV-ID-ECHQ      TO HV-ID-ECHQ-ECEV.
           MOVE WS-TIPO-EVENTO  TO HV-TIPO-ECEV.
           MOVE WS-ENVIO-EVENTO TO HV-ENVIO-ECEV.
           IF WS-ENVIO-EVENTO = 'N'
               MOVE WS-ENT-SECUENCIA TO HV-SEC-ENV-ECEV
           ELSE
               MOVE 0 TO HV-SEC-ENV-ECEV
           END-IF.
           MOVE SPACES          TO HV-AGENTE-ECEV.
           EXEC SQL INSERT INTO IBMUSER.ECHEQUES_EVENTOS
               (ID_ECHEQ, TIPO, USUARIO, DOC_ORIGEN, DOC_DESTINO,
                MOTIVO, ENVIO, SEC_ENVIO, AGENTE_ID, FECHA_EVENTO)
               VALUES (:HV-ID-ECHQ-ECEV, :HV-TIPO-ECEV,
                :HV-USUARIO-ECEV, :HV-DOC-ORI-ECEV, :HV-DOC-DES-ECEV,
                :HV-MOTIVO-ECEV, :HV-ENVIO-ECEV, :HV-SEC-ENV-ECEV,
                :HV-AGENTE-ECEV, CURRENT TIMESTAMP)
           END-EXEC.

      * El llamador carga tipo, usuario, cuenta y concepto; el
      * resto sale del e-cheque y del saldo nuevo.
       7500-INSERTAR-MOVIMIENTO.
           MOVE WS-MONTO-ECHEQ     TO HV-MONTO.
           MOVE HV-USUARIO-MOV     TO HV-USUARIO-REL.
           MOVE WS-SALDO-NUEVO     TO HV-SALDO-RESULTANTE.
           MOVE SPACES             TO HV-AGENTE-ID.
           MOVE HV-SUC-RADIC-CTA   TO HV-SUCURSAL-ID.
           MOVE WS-FECHA-PROCESO   TO HV-FECHA-NEG.
           MOVE WS-FECHA-PROCESO   TO HV-FECHA-VALOR.
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
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-MOV
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * Depositados aqui, librados contra nosotros, vencidos.
       7600-ABRIR-CURSOR-VENCIDOS.
           EXEC SQL DECLARE CUR-VENCIDOS CURSOR WITH HOLD FOR
               SELECT ID_ECHEQ, NRO_ECHEQ, BANCO_LIBRADOR,
                      CUENTA_LIBRADOR, MONTO, CHAR(FECHA_PAGO, ISO),
                      ESTADO, FRENADO, CUENTA_DEPOSITO
               FROM IBMUSER.ECHEQUES
               WHERE ESTADO = 'D'
                 AND BANCO_LIBRADOR = :WS-CODIGO-BANCO-X
                 AND FECHA_PAGO <= DATE(:WS-FECHA-PROCESO)
               ORDER BY FECHA_PAGO, ID_ECHEQ
           END-EXEC.
           EXEC SQL OPEN CUR-VENCIDOS END-EXEC.

       7610-FETCH-VENCIDO.
           EXEC SQL FETCH CUR-VENCIDOS
               INTO :HV-ID-ECHQ, :HV-NRO-ECHQ, :HV-BANCO-LIB-ECHQ,
                    :HV-CUENTA-LIB-ECHQ, :HV-MONTO-ECHQ,
                    :HV-FECHA-PAGO-ECHQ, :HV-ESTADO-ECHQ,
                    :HV-FRENADO-ECHQ, :HV-CUENTA-DEP-ECHQ
           END-EXEC.

      * Eventos pendientes de informar, en orden de ocurrencia.
       7700-ABRIR-CURSOR-EVENTOS.
           EXEC SQL DECLARE CUR-EVENTOS CURSOR WITH HOLD FOR
               SELECT V.ID_EVENTO, V.TIPO, V.DOC_ORIGEN,
                      V.DOC_DESTINO, V.MOTIVO, E.NRO_ECHEQ,
                      E.BANCO_LIBRADOR, E.MONTO,
                      CHAR(E.FECHA_PAGO, ISO)
               FROM IBMUSER.ECHEQUES_EVENTOS V,
                    IBMUSER.ECHEQUES E
               WHERE V.ENVIO = 'P'
                 AND E.ID_ECHEQ = V.ID_ECHEQ
               ORDER BY V.ID_EVENTO
           END-EXEC.
           EXEC SQL OPEN CUR-EVENTOS END-EXEC.

       7710-FETCH-EVENTO.
           EXEC SQL FETCH CUR-EVENTOS
               INTO :HV-ID-ECEV, :HV-TIPO-ECEV, :HV-DOC-ORI-ECEV,
                    :HV-DOC-DES-ECEV, :HV-MOTIVO-ECEV, :HV-NRO-ECHQ,
                    :HV-BANCO-LIB-ECHQ, :HV-MONTO-ECHQ,
                    :HV-FECHA-PAGO-ECHQ
           END-EXEC.

       7720-MARCAR-ENVIADO.
           MOVE WS-ARC-SECUENCIA TO HV-SEC-ENV-ECEV.
           EXEC SQL UPDATE IBMUSER.ECHEQUES_EVENTOS
               SET ENVIO = 'E',
                   SEC_ENVIO = :HV-SEC-ENV-ECEV
               WHERE ID_EVENTO = :HV-ID-ECEV
                 AND ENVIO = 'P'
           END-EXEC.

      * Rechazo imputado al librador (TIPO_CHEQUE 'E': ID_ECHEQ en
      * NRO_CHEQUE y el numero del repositorio en REFERENCIA).
       7800-INSERTAR-RECHAZO.
           MOVE WS-CUENTA-LIBRADOR TO HV-CUENTA-CHRE.
           MOVE WS-ID-ECHEQ        TO HV-NRO-CHRE.
           MOVE WS-DUENO-CUENTA    TO HV-USUARIO-CHRE.
           MOVE WS-MONTO-ECHEQ     TO HV-MONTO-CHRE.
           MOVE WC-BANCO-PRES      TO HV-BANCO-CHRE.
           MOVE HV-NRO-ECHQ        TO HV-REFER-CHRE.
           MOVE WS-MOTIVO-COD      TO HV-MOTIVO-CHRE.
           MOVE WS-MCH-MULTA       TO HV-MULTA-CHRE.
           IF WS-MCH-MULTA > 0
               MOVE 'P' TO HV-MULTA-EST-CHRE
           ELSE
               MOVE 'N' TO HV-MULTA-EST-CHRE
           END-IF.
           EXEC SQL INSERT INTO IBMUSER.CHEQUES_RECHAZADOS
               (CUENTA_NUM, NRO_CHEQUE, USUARIO, MONTO, BANCO_PRES,
                REFERENCIA, MOTIVO, FECHA_RECHAZO, MULTA,
                MULTA_ESTADO, TIPO_CHEQUE)
               VALUES (:HV-CUENTA-CHRE, :HV-NRO-CHRE, :HV-USUARIO-CHRE,
                :HV-MONTO-CHRE, :HV-BANCO-CHRE, :HV-REFER-CHRE,
                :HV-MOTIVO-CHRE, CURRENT TIMESTAMP, :HV-MULTA-CHRE,
                :HV-MULTA-EST-CHRE, 'E')
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :HV-ID-CHRE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

      * AAAAMMDD del archivo a ISO para DB2.
       7900-FECHA-A-ISO.
           MOVE WS-FA-AAAA TO WS-FI-AAAA.
           MOVE WS-FA-MM   TO WS-FI-MM.
           MOVE WS-FA-DD   TO WS-FI-DD.
           MOVE WS-FECHA-ISO TO HV-FECHA-PAGO-ECHQ.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           COMPUTE WS-EJEC-PROC = WS-CONT-ALTAS + WS-CONT-ENDOSOS
               + WS-CONT-PAGADOS + WS-CONT-RECHAZADOS
               + WS-CONT-COBRADOS + WS-CONT-DEVUELTOS.
           COMPUTE WS-EJEC-OMIT = WS-CONT-IGNORADOS
               + WS-CONT-ERRORES.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
      * Registro del ECQENT consumido (foto tomada en 1000).
           MOVE 'ECQENT' TO WS-ARC-INTERFAZ.
           MOVE 'S' TO WS-ARC-OK.
           MOVE WS-ENT-SECUENCIA   TO WS-ARC-SECUENCIA.
           MOVE WS-ENT-CANT        TO WS-ARC-CANT-LEIDOS.
           MOVE WS-ENT-TOTAL       TO WS-ARC-TOTAL-LEIDO.
           PERFORM 9770-REGISTRAR-ARCHIVO-ARC.
      * Neto con otros bancos por el nostro: lo cobrado de los
      * depositados aqui entra, lo pagado a los presentados sale.
           MOVE 'ECQENT' TO WS-NOS-REF-INTERFAZ.
           MOVE WS-ENT-SECUENCIA TO WS-NOS-REF-SECUENCIA.
           COMPUTE WS-NOS-MONTO = WS-TOTAL-COBRADO
               - WS-TOTAL-PAGADO-EXT.
           MOVE WS-CONT-LIQUIDADOS TO WS-NOS-CANT-ITEMS.
           PERFORM 9790-REGISTRAR-LIQUIDACION-NOS.
           DISPLAY 'PBNKEC - NOVEDADES LEIDAS      : ' WS-CONT-LEIDOS.
           DISPLAY 'PBNKEC - ALTAS RECIBIDAS       : ' WS-CONT-ALTAS.
           DISPLAY 'PBNKEC - ENDOSOS               : '
               WS-CONT-ENDOSOS.
           DISPLAY 'PBNKEC - PAGADOS AL VENCIMIENTO: '
               WS-CONT-PAGADOS.
           MOVE WS-TOTAL-PAGADO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKEC - TOTAL PAGADO          : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKEC - RECHAZADOS AL LIBRADOR: '
               WS-CONT-RECHAZADOS.
           DISPLAY 'PBNKEC - MULTAS COBRADAS       : ' WS-CONT-MULTAS.
           DISPLAY 'PBNKEC - DEPOSITADOS COBRADOS  : '
               WS-CONT-COBRADOS.
           MOVE WS-TOTAL-COBRADO TO WS-TOTAL-EDIT.
           DISPLAY 'PBNKEC - TOTAL COBRADO         : ' WS-TOTAL-EDIT.
           DISPLAY 'PBNKEC - DEPOSITADOS RECHAZADOS: '
               WS-CONT-DEVUELTOS.
           DISPLAY 'PBNKEC - EVENTOS INFORMADOS    : '
               WS-CONT-ENVIADOS.
           DISPLAY 'PBNKEC - NOVEDADES IGNORADAS   : '
               WS-CONT-IGNORADOS.
           DISPLAY 'PBNKEC - ERRORES               : ' WS-CONT-ERRORES.
           DISPLAY 'PBNKEC - CHEQUES ELECTRONICOS - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYNOSP.
       COPY CPYIDCP.
       COPY CPYMCHP.
       COPY CPYCHNP.
