      **   siempre.                                                 **
      ** - COMMIT por agencia; relanzar es seguro ('R' no           **
      **   recalifica).                                             **
      ** - El IVA de esas comisiones (facturas fiscales que emite   **
      **   PBNKAG al cobrar) sale del 'F' como movimiento '%'       **
      **   propio: el 'F' queda por el neto.                        **
      ** - Cada movimiento grabado se encadena en su misma unidad   **
      **   de trabajo (HASH_ANT/HASH_MOV, COPYS/CPYCHNP.cbl).       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-TOTAL-AGENCIA       PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-AGENCIA        PIC S9(7) COMP-3 VALUE 0.
           05 WS-TOTAL-COMISIONES    PIC S9(11)V9(2) COMP-3 VALUE 0.
      * IVA contenido en las comisiones liquidadas (facturas de
      * PBNKAG), que sale del 'F' como movimiento '%' propio.
           05 WS-IVA-AGENCIA         PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-IVA-COMIS     PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-CONT-AGENCIAS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONT-ERRORES        PIC S9(7) COMP-3 VALUE 0.

               VALUE 'REMESA COBRANZA AGENCIA'.
           03  WC-CONCEPTO-COMISION  PIC X(30)
               VALUE 'COMISION COBRANZA AGENCIAS'.
           03  WC-CONCEPTO-IVA       PIC X(30)
               VALUE 'IVA S/COMISION'.

       COPY CPYEJBW.
       COPY CPYARCW.
       COPY CPYCHNW.

       PROCEDURE DIVISION.
      *================================================================*
               MOVE WC-CONCEPTO-REMESA TO HV-CONCEPTO
               PERFORM 7500-INSERTAR-MOV-INTERNO
           END-IF.
           IF SQLCODE = 0
               PERFORM 7550-SUMAR-IVA-AGENCIA
           END-IF.
           IF SQLCODE = 0
               PERFORM 7600-MARCAR-REMESADAS
           END-IF.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-CONT-AGENCIAS
               ADD WS-IVA-AGENCIA TO WS-TOTAL-IVA-COMIS
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-CONT-ERRORES
                       GIVING WS-SALDO-NUEVO
                   PERFORM 7400-DEBITAR-INTERNO
               END-IF
      * El 'F' queda por el neto y el '%' lleva el IVA facturado;
      * entre los dos suman el debito de la cuenta interna.
               IF SQLCODE = 0
                   MOVE 'F' TO HV-TIPO-OPER
                   SUBTRACT WS-TOTAL-IVA-COMIS FROM WS-TOTAL-COMISIONES
                       GIVING HV-MONTO
                   MOVE WC-CONCEPTO-COMISION TO HV-CONCEPTO
                   ADD WS-TOTAL-IVA-COMIS TO WS-SALDO-NUEVO
                   PERFORM 7500-INSERTAR-MOV-INTERNO
                   SUBTRACT WS-TOTAL-IVA-COMIS FROM WS-SALDO-NUEVO
               END-IF
               IF SQLCODE = 0 AND WS-TOTAL-IVA-COMIS > 0
                   MOVE '%' TO HV-TIPO-OPER
                   MOVE WS-TOTAL-IVA-COMIS TO HV-MONTO
                   MOVE WC-CONCEPTO-IVA TO HV-CONCEPTO
                   PERFORM 7500-INSERTAR-MOV-INTERNO
               END-IF
               IF SQLCODE = 0
                :HV-SALDO-RESULTANTE, :HV-AGENTE-ID, :HV-CUENTA-NUM,
                :HV-SUCURSAL-ID, :HV-CONCEPTO)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9580-ENCADENAR-MOVIMIENTO
           END-IF.

      * IVA de las facturas fiscales emitidas por PBNKAG sobre las
      * cobranzas que se liquidan (factura ligada al movimiento 'D'
      * de la cobranza).
       7550-SUMAR-IVA-AGENCIA.
           MOVE 0 TO WS-IVA-AGENCIA.
           EXEC SQL SELECT COALESCE(SUM(F.IVA), 0)
               INTO :WS-IVA-AGENCIA
               FROM IBMUSER.COBRANZAS_AGENCIA C,
                    IBMUSER.FACTURAS_FISCALES F
               WHERE C.CODIGO_EMPRESA = :HV-EMPRESA-CAGE
                 AND C.ESTADO = 'P'
                 AND F.ID_MOV = C.ID_MOV
                 AND F.TIPO_COMPROBANTE = 'F'
                 AND F.ESTADO = 'E'
           END-EXEC.

       7600-MARCAR-REMESADAS.
           EXEC SQL UPDATE IBMUSER.COBRANZAS_AGENCIA
               WS-CONT-AGENCIAS.
           DISPLAY 'PBNKAS - COMISIONES DEL DIA  : '
               WS-TOTAL-COMISIONES.
           DISPLAY 'PBNKAS - IVA S/COMISIONES    : '
               WS-TOTAL-IVA-COMIS.
           DISPLAY 'PBNKAS - LIQUIDACION DE AGENCIAS - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
       COPY CPYCHNP.
