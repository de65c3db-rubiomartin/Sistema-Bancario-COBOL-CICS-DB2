       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKPY.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKPY                                 **
      ** TITULO ...........: EXCEPCIONES DE PAGO POSITIVO           **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Decision del firmante de empresa (PF8 desde PBNKFS)      **
      **   sobre los cheques presentados que el clearing (BATCH/    **
      **   PBNKCP.cbl) no pudo casar con el archivo de emitidos:    **
      **   no informado, anulado o con otro monto.                  **
      ** - Muestra la excepcion mas antigua sin decidir de las      **
      **   cuentas donde la sesion es firmante vigente, mientras    **
      **   no haya pasado FECHA_LIMITE.                             **
      ** - PF5 decide pagar, PF6 decide devolver; la ejecuta la     **
      **   pasada 0 del proximo clearing. Sin decision al llegar a  **
      **   FECHA_LIMITE el cheque se devuelve.                      **
      ** - PF7 refresca la cola.                                    **
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
       COPY BKPYMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLPPEX END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-ID-EDIT            PIC 9(8).
           05 WS-NRO-EDIT           PIC 9(8).
           05 WS-MONTO-EDIT         PIC -(8)9,99.
           05 WS-EMITIDO-EDIT       PIC -(8)9,99.
           05 WS-MOTIVO-TEXTO       PIC X(14) VALUE SPACES.
           05 WS-LINEA-EXCEPCION    PIC X(78) VALUE SPACES.
           05 WS-LINEA-DETALLE      PIC X(78) VALUE SPACES.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-HAY-EXCEPCION      PIC X     VALUE 'N'.
              88 HAY-EXCEPCION-CARGADA        VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKPY'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKPY'.

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
           END-IF.

           EVALUATE TRUE
               WHEN EIBCALEN = 0
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
           MOVE LOW-VALUES TO BKMAPPYO.
           MOVE ' PF5=PAGAR PF6=DEVOLVER PF7=REFRESCAR PF3=FIN'
             TO LEYENDAO.
           PERFORM 3000-CARGAR-EXCEPCION.
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
               WHEN EIBAID = DFHPF5
                   MOVE 'P' TO HV-DECISION-PPEX
                   PERFORM 2100-DECIDIR
                   PERFORM 3000-CARGAR-EXCEPCION

               WHEN EIBAID = DFHPF6
                   MOVE 'D' TO HV-DECISION-PPEX
                   PERFORM 2100-DECIDIR
                   PERFORM 3000-CARGAR-EXCEPCION

               WHEN EIBAID = DFHPF7 OR EIBAID = DFHENTER
                   PERFORM 3000-CARGAR-EXCEPCION

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - DECISION SOBRE LA EXCEPCION MOSTRADA (PF5 / PF6)        *
      * Solo se registra; pago o devolucion los ejecuta el clearing.   *
      *================================================================*
       2100-DECIDIR.
           PERFORM 7500-LEER-EXCEPCION-ACTUAL.
           IF SQLCODE NOT = 0
               MOVE ' NO HAY EXCEPCIONES A DECIDIR' TO MSGO
           ELSE
               PERFORM 7600-REGISTRAR-DECISION
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   IF HV-DECISION-PPEX = 'P'
                       MOVE ' PAGO DECIDIDO - LO EJECUTA EL CLEARING'
                         TO MSGO
                   ELSE
                       MOVE ' DEVOLUCION DECIDIDA - LA HARA EL CLEARING'
                         TO MSGO
                   END-IF
                   MOVE ATTR-GREEN TO MSGC
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' LA EXCEPCION YA NO ESTA PENDIENTE' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *================================================================*
      * 3000 - EXCEPCION PENDIENTE MAS ANTIGUA                         *
      *================================================================*
       3000-CARGAR-EXCEPCION.
           MOVE 'N' TO SW-HAY-EXCEPCION.
           MOVE SPACES TO EXCLINO.
           MOVE SPACES TO DETLINO.
           PERFORM 7500-LEER-EXCEPCION-ACTUAL.
           IF SQLCODE = 0
               SET HAY-EXCEPCION-CARGADA TO TRUE
               EVALUATE HV-MOTIVO-PPEX
                   WHEN 'N'
                       MOVE 'NO INFORMADO' TO WS-MOTIVO-TEXTO
                   WHEN 'A'
                       MOVE 'ANULADO' TO WS-MOTIVO-TEXTO
                   WHEN 'M'
                       MOVE 'MONTO DISTINTO' TO WS-MOTIVO-TEXTO
                   WHEN OTHER
                       MOVE HV-MOTIVO-PPEX TO WS-MOTIVO-TEXTO
               END-EVALUATE
               MOVE HV-ID-PPEX TO WS-ID-EDIT
               MOVE HV-NRO-PPEX TO WS-NRO-EDIT
               MOVE HV-MONTO-PPEX TO WS-MONTO-EDIT
               MOVE HV-MONTO-EMI-PPEX TO WS-EMITIDO-EDIT
               MOVE SPACES TO WS-LINEA-EXCEPCION
               STRING ' ' WS-ID-EDIT ' CTA ' HV-CUENTA-PPEX
                   ' CHQ ' WS-NRO-EDIT ' ' WS-MONTO-EDIT
                   ' ' WS-MOTIVO-TEXTO
                   DELIMITED BY SIZE INTO WS-LINEA-EXCEPCION
               MOVE WS-LINEA-EXCEPCION TO EXCLINO
               MOVE SPACES TO WS-LINEA-DETALLE
               IF HV-MOTIVO-PPEX = 'N'
                   STRING ' BCO ' HV-BANCO-PPEX
                       ' REF ' HV-REFER-PPEX
                       ' LIMITE ' HV-FECHA-LIM-PPEX
                       DELIMITED BY SIZE INTO WS-LINEA-DETALLE
               ELSE
                   STRING ' EMITIDO ' WS-EMITIDO-EDIT
                       ' ' HV-BENEF-PPEX
                       ' LIMITE ' HV-FECHA-LIM-PPEX
                       DELIMITED BY SIZE INTO WS-LINEA-DETALLE
               END-IF
               MOVE WS-LINEA-DETALLE TO DETLINO
           ELSE
               IF MSGO = SPACES
                   MOVE ' NO HAY EXCEPCIONES A DECIDIR' TO MSGO
               END-IF
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPPY') MAPSET('BKPYMP')
                        FROM(BKMAPPYO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPPY') MAPSET('BKPYMP')
                        FROM(BKMAPPYO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPPY') MAPSET('BKPYMP')
               INTO(BKMAPPYI) RESP(WA-RESPUESTA-CICS) END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
      * La mas antigua sin decidir, dentro del plazo, de una cuenta
      * donde la sesion es firmante vigente.
       7500-LEER-EXCEPCION-ACTUAL.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT X.ID_EXCEPCION, X.CUENTA_NUM,
                      X.NRO_CHEQUE, X.MONTO, X.MONTO_EMITIDO,
                      X.BENEFICIARIO, X.BANCO_PRES, X.REFERENCIA,
                      X.MOTIVO, CHAR(X.FECHA_LIMITE, ISO)
               INTO :HV-ID-PPEX, :HV-CUENTA-PPEX, :HV-NRO-PPEX,
                    :HV-MONTO-PPEX, :HV-MONTO-EMI-PPEX,
                    :HV-BENEF-PPEX, :HV-BANCO-PPEX, :HV-REFER-PPEX,
                    :HV-MOTIVO-PPEX, :HV-FECHA-LIM-PPEX
               FROM IBMUSER.PAGO_POSITIVO_EXCEPCIONES X,
                    IBMUSER.FIRMANTES F
               WHERE X.ESTADO = 'P'
                 AND X.DECISION = ' '
                 AND X.FECHA_LIMITE >= CURRENT DATE
                 AND F.CUENTA_NUM = X.CUENTA_NUM
                 AND F.USUARIO = :CG-M-USER
                 AND F.ESTADO = 'A'
               ORDER BY X.ID_EXCEPCION
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

      * Guarda contra una decision concurrente de otro firmante y
      * contra la pasada 0 del clearing.
       7600-REGISTRAR-DECISION.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.PAGO_POSITIVO_EXCEPCIONES
               SET DECISION = :HV-DECISION-PPEX,
                   USUARIO_DECIDE = :CG-M-USER,
                   FECHA_DECISION = CURRENT TIMESTAMP
               WHERE ID_EXCEPCION = :HV-ID-PPEX
                 AND ESTADO = 'P'
                 AND DECISION = ' '
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

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYRTMP.
