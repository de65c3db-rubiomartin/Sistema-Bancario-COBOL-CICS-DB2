       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKEH.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKEH                                 **
      ** TITULO ...........: HALLAZGOS SOBRE EL PERSONAL            **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Cola de cumplimiento de IBMUSER.HALLAZGOS_PERSONAL       **
      **   (la llena el batch PBNKEM). Solo empleados; se entra     **
      **   con PF4 desde la revision de casos AML PBNKAC y sigue    **
      **   su mismo patron de cola.                                 **
      ** - Muestra el hallazgo pendiente mas antiguo: tipo y        **
      **   relacion, empleado, cliente, cuenta, movimiento o        **
      **   cantidad de consultas, monto, detalle y fecha.           **
      **   ENTER salta al hallazgo tecleado; PF7 pasa al            **
      **   siguiente pendiente (al final vuelve al primero).        **
      ** - PF5 lo cierra sin merito ('C'), PF6 lo escala ('E');     **
      **   la nota tecleada queda en NOTA junto con quien           **
      **   resolvio y cuando.                                       **
      ** - Nadie ve ni resuelve hallazgos sobre si mismo: la        **
      **   cola los salta y el UPDATE los excluye.                  **
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
       COPY BKEHMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYRTMW.
       COPY CICSATTR.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLHPER END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-ID-ACTUAL          PIC S9(9) COMP VALUE 0.
           05 WS-ID-DESDE           PIC S9(9) COMP VALUE 0.
           05 WS-ID-EDIT            PIC 9(9).
           05 WS-REF-EDIT           PIC ZZZZZZZZ9.
           05 WS-MONTO-EDIT         PIC -.---.---.--9,99.
           05 WS-ESTADO-DESTINO     PIC X(1).

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-HAY-PENDIENTE      PIC X     VALUE 'N'.
              88 HAY-HALLAZGO-CARGADO         VALUE 'S'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKEH'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKEH'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPEH'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKEHMP'.

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

               WHEN NOT USUARIO-EMPLEADO
                   PERFORM 9000-VOLVER-AL-MENU

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
           MOVE LOW-VALUES TO BKMAPEHO.
           MOVE ' PF5=SIN MERITO PF6=ESCALAR PF7=SIGUIENTE PF3=MENU'
             TO LEYENDAO.
           MOVE 0 TO WS-ID-DESDE.
           PERFORM 3000-CARGAR-HALLAZGO.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      * El hallazgo en curso es el ID que esta en pantalla.            *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           INSPECT IDHEI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE 0 TO WS-ID-ACTUAL.
           IF IDHEI IS NUMERIC
               MOVE IDHEI TO WS-ID-ACTUAL
           END-IF.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 3050-CARGAR-POR-ID

               WHEN EIBAID = DFHPF5
                   MOVE 'C' TO WS-ESTADO-DESTINO
                   PERFORM 2100-RESOLVER-HALLAZGO

               WHEN EIBAID = DFHPF6
                   MOVE 'E' TO WS-ESTADO-DESTINO
                   PERFORM 2100-RESOLVER-HALLAZGO

               WHEN EIBAID = DFHPF7
                   MOVE WS-ID-ACTUAL TO WS-ID-DESDE
                   PERFORM 3000-CARGAR-HALLAZGO

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      * El UPDATE solo toma hallazgos pendientes y ajenos; cero filas
      * es que otro ya lo resolvio o que es del propio usuario.
       2100-RESOLVER-HALLAZGO.
           IF WS-ID-ACTUAL = 0
               MOVE ' NO HAY HALLAZGOS PENDIENTES' TO MSGO
           ELSE
               INSPECT NOTAHEI REPLACING ALL LOW-VALUES BY SPACES
               PERFORM 7700-RESOLVER-HALLAZGO-DB2
               EVALUATE SQLCODE
                   WHEN 0
                       EXEC CICS SYNCPOINT END-EXEC
                       IF WS-ESTADO-DESTINO = 'C'
                           MOVE ' HALLAZGO CERRADO SIN MERITO' TO MSGO
                       ELSE
                           MOVE ' HALLAZGO ESCALADO' TO MSGO
                       END-IF
                       MOVE ATTR-GREEN TO MSGC
                       MOVE WS-ID-ACTUAL TO WS-ID-DESDE
                       PERFORM 3000-CARGAR-HALLAZGO
                   WHEN 100
                       MOVE ' HALLAZGO YA RESUELTO O SOBRE SI MISMO'
                         TO MSGO
                       MOVE ATTR-RED TO MSGC
                   WHEN OTHER
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL RESOLVER EL HALLAZGO' TO MSGO
                       MOVE ATTR-RED TO MSGC
               END-EVALUATE
           END-IF.

      *================================================================*
      * 3000 - CARGA DEL HALLAZGO PENDIENTE SIGUIENTE A WS-ID-DESDE    *
      *================================================================*
       3000-CARGAR-HALLAZGO.
           PERFORM 3200-LIMPIAR-HALLAZGO.
           PERFORM 7100-LEER-SIGUIENTE.
           IF SQLCODE = 100 AND WS-ID-DESDE > 0
               MOVE 0 TO WS-ID-DESDE
               PERFORM 7100-LEER-SIGUIENTE
           END-IF.

           IF SQLCODE = 0
               PERFORM 3100-MOSTRAR-HALLAZGO
           ELSE
               IF MSGO = SPACES
                   MOVE ' NO HAY HALLAZGOS PENDIENTES' TO MSGO
               END-IF
           END-IF.

       3050-CARGAR-POR-ID.
           PERFORM 3200-LIMPIAR-HALLAZGO.
           IF WS-ID-ACTUAL = 0
               MOVE ' INGRESE EL NUMERO DE HALLAZGO' TO MSGO
               MOVE ATTR-RED TO MSGC
           ELSE
               PERFORM 7150-LEER-POR-ID
               IF SQLCODE = 0
                   PERFORM 3100-MOSTRAR-HALLAZGO
               ELSE
                   MOVE ' HALLAZGO INEXISTENTE, RESUELTO O PROPIO'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

       3100-MOSTRAR-HALLAZGO.
           SET HAY-HALLAZGO-CARGADO TO TRUE.
           MOVE HV-ID-HPER TO WS-ID-EDIT.
           MOVE WS-ID-EDIT TO IDHEO.
           IF HV-TIPO-HPER = 'C'
               MOVE 'CONSULTAS 360 SIN NEGOCIO' TO TIPOHEO
               MOVE HV-CANT-CONS-HPER TO WS-REF-EDIT
               STRING 'CONSULTAS ' WS-REF-EDIT
                   DELIMITED BY SIZE INTO REFHEO
           ELSE
               EVALUATE HV-RELACION-HPER
                   WHEN 'T'
                       MOVE 'MOVIMIENTO - CUENTA PROPIA' TO TIPOHEO
                   WHEN 'C'
                       MOVE 'MOVIMIENTO - CUENTA COMPARTIDA'
                         TO TIPOHEO
                   WHEN 'P'
                       MOVE 'MOVIMIENTO - APODERADO DEL TITULAR'
                         TO TIPOHEO
                   WHEN 'F'
                       MOVE 'MOVIMIENTO - FIRMANTE DEL TITULAR'
                         TO TIPOHEO
               END-EVALUATE
               MOVE HV-ID-MOV-HPER TO WS-REF-EDIT
               STRING 'MOVIMIENTO ' WS-REF-EDIT
                   DELIMITED BY SIZE INTO REFHEO
           END-IF.
           MOVE HV-EMPLEADO-HPER  TO EMPLHEO.
           MOVE HV-CLIENTE-HPER   TO CLIEHEO.
           MOVE HV-CUENTA-HPER    TO CTAHEO.
           MOVE HV-MONTO-HPER     TO WS-MONTO-EDIT.
           MOVE WS-MONTO-EDIT     TO MONTOHEO.
           MOVE HV-DETALLE-HPER   TO DETHEO.
           MOVE HV-FECHA-NEG-HPER TO FECHEO.

       3200-LIMPIAR-HALLAZGO.
           MOVE SPACES TO IDHEO TIPOHEO EMPLHEO CLIEHEO CTAHEO.
           MOVE SPACES TO REFHEO MONTOHEO DETHEO FECHEO NOTAHEO.
           MOVE 'N' TO SW-HAY-PENDIENTE.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPEHO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPEHO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPEHI) RESP(WA-RESPUESTA-CICS)
           END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-SIGUIENTE.
           MOVE CG-M-USER TO HV-RESUELTO-HPER.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_HALLAZGO, TIPO, RELACION, EMPLEADO,
                      USUARIO_CLIENTE, CUENTA_NUM, ID_MOV, MONTO,
                      CANT_CONSULTAS, DETALLE,
                      CHAR(FECHA_NEGOCIO, ISO)
               INTO :HV-ID-HPER, :HV-TIPO-HPER, :HV-RELACION-HPER,
                    :HV-EMPLEADO-HPER, :HV-CLIENTE-HPER,
                    :HV-CUENTA-HPER, :HV-ID-MOV-HPER, :HV-MONTO-HPER,
                    :HV-CANT-CONS-HPER, :HV-DETALLE-HPER,
                    :HV-FECHA-NEG-HPER
               FROM IBMUSER.HALLAZGOS_PERSONAL
               WHERE ESTADO = 'P'
                 AND ID_HALLAZGO > :WS-ID-DESDE
                 AND EMPLEADO <> :HV-RESUELTO-HPER
               ORDER BY ID_HALLAZGO
               FETCH FIRST 1 ROW ONLY
           END-EXEC.

       7150-LEER-POR-ID.
           MOVE CG-M-USER    TO HV-RESUELTO-HPER.
           MOVE WS-ID-ACTUAL TO HV-ID-HPER.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ID_HALLAZGO, TIPO, RELACION, EMPLEADO,
                      USUARIO_CLIENTE, CUENTA_NUM, ID_MOV, MONTO,
                      CANT_CONSULTAS, DETALLE,
                      CHAR(FECHA_NEGOCIO, ISO)
               INTO :HV-ID-HPER, :HV-TIPO-HPER, :HV-RELACION-HPER,
                    :HV-EMPLEADO-HPER, :HV-CLIENTE-HPER,
                    :HV-CUENTA-HPER, :HV-ID-MOV-HPER, :HV-MONTO-HPER,
                    :HV-CANT-CONS-HPER, :HV-DETALLE-HPER,
                    :HV-FECHA-NEG-HPER
               FROM IBMUSER.HALLAZGOS_PERSONAL
               WHERE ID_HALLAZGO = :HV-ID-HPER
                 AND ESTADO = 'P'
                 AND EMPLEADO <> :HV-RESUELTO-HPER
           END-EXEC.

       7700-RESOLVER-HALLAZGO-DB2.
           MOVE CG-M-USER         TO HV-RESUELTO-HPER.
           MOVE WS-ESTADO-DESTINO TO HV-ESTADO-HPER.
           MOVE WS-ID-ACTUAL      TO HV-ID-HPER.
           MOVE NOTAHEI           TO HV-NOTA-HPER.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.HALLAZGOS_PERSONAL
               SET ESTADO = :HV-ESTADO-HPER,
                   RESUELTO_POR = :HV-RESUELTO-HPER,
                   FECHA_RESOLUCION = CURRENT TIMESTAMP,
                   NOTA = :HV-NOTA-HPER
               WHERE ID_HALLAZGO = :HV-ID-HPER
                 AND ESTADO = 'P'
                 AND EMPLEADO <> :HV-RESUELTO-HPER
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
           EXEC CICS XCTL
                PROGRAM (CS-PGM-LOGIN)
           END-EXEC.

       9200-ENVIAR-AVISO-TEXTO.
           EXEC CICS SEND TEXT
                FROM (WS-MENSAJE-LOGN)
                LENGTH (LENGTH OF WS-MENSAJE-LOGN)
                ERASE
                FREEKB
           END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(COMMAREA-GLOBAL)
           END-EXEC.

       COPY CPYRTMP.
