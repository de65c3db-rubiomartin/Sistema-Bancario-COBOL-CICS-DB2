       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKSG.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKSG                                 **
      ** TITULO ...........: POLIZAS DE SEGURO (BANCASEGUROS)       **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Polizas que el banco vende como agente de aseguradoras  **
      **   (ASEGURADORAS): hogar ('H') y accidentes personales     **
      **   ('A'). La de vida saldo deudor ('V') la emite PBNKLO    **
      **   con el prestamo y no se maneja aqui.                    **
      ** - ENTER con solo el cliente consulta: lista sus polizas   **
      **   (vigentes primero). Con aseguradora y cobertura         **
      **   cargadas da de alta; con el ID en BAJA la cancela a     **
      **   pedido del cliente (MOTIVO_BAJA 'S').                   **
      ** - La prima se debita cada mes de la cuenta de cobro       **
      **   (PBNKSY, primer cobro al mes del alta) y se rinde a la  **
      **   aseguradora una vez al mes (PBNKSZ).                    **
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
       COPY BKSGMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLASEG END-EXEC.
           EXEC SQL INCLUDE DCLPOLS END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-USUARIO            PIC X(8)  VALUE SPACES.
           05 WS-ID-POLIZA          PIC S9(9) COMP VALUE 0.
           05 WS-SUMA-ASEGURADA     PIC S9(11)V9(2) COMP-3 VALUE 0.
           05 WS-PRIMA              PIC S9(9)V9(2) COMP-3 VALUE 0.
           05 WS-INDICE             PIC S9(4) COMP VALUE 0.
           05 WS-ID-EDIT            PIC 9(8).

       01  WS-CABECERA-POLIZAS.
           05 FILLER                PIC X(36) VALUE
              '  POLIZA  ASEG.   C     SUMA ASEG.  '.
           05 FILLER                PIC X(34) VALUE
              '     PRIMA  E  PROX.COBRO  IM     '.

       01  WS-LINEA-POLIZA.
           05 WS-LP-ID              PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-ASEG            PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-COBERTURA       PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-SUMA            PIC -(9)9,99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-PRIMA           PIC -(7)9,99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-ESTADO          PIC X(1).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-PROX-COBRO      PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-LP-IMPAGOS         PIC Z9.
           05 FILLER                PIC X(4)  VALUE SPACES.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

           03 SW-ERRORES            PIC X     VALUE 'N'.
              88 HAY-ERROR-VALIDACION         VALUE 'S'.
              88 NO-HAY-ERRORES               VALUE 'N'.

       01  WS-CONSTANTES.
           05 WS-MENSAJE-LOGN       PIC X(25)
              VALUE 'DEBE INGRESAR POR LOGN'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKSG'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKSG'.

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
           MOVE LOW-VALUES TO BKMAPSGO.
           MOVE ' ENTER=CONSULTAR/ALTA/BAJA PF3=FIN' TO LEYENDAO.
           MOVE ' CLIENTE ....:' TO LBLCLIO.
           MOVE ' ASEG:'   TO LBLASEO.
           MOVE ' COB.:'   TO LBLCOBO.
           MOVE ' SUMA:'   TO LBLSUMO.
           MOVE ' PRIMA:'  TO LBLPRIO.
           MOVE ' CUENTA:' TO LBLCTAO.
           MOVE ' BAJA POLIZA:' TO LBLBAJO.
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
               WHEN EIBAID = DFHENTER
                   PERFORM 2100-TRATAR-ENTRADA

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      * Solo el cliente cargado = consulta; con el ID en BAJA se
      * cancela esa poliza; con aseguradora o cobertura, alta.
       2100-TRATAR-ENTRADA.
           PERFORM 2200-VALIDAR-CLIENTE.
           IF NO-HAY-ERRORES
               INSPECT BAJASGI REPLACING ALL LOW-VALUES BY SPACES
               INSPECT ASEGSGI REPLACING ALL LOW-VALUES BY SPACES
               INSPECT COBERSGI REPLACING ALL LOW-VALUES BY SPACES
               EVALUATE TRUE
                   WHEN BAJASGI NOT = SPACES
                       PERFORM 2500-CANCELAR-POLIZA
                   WHEN ASEGSGI NOT = SPACES
                     OR COBERSGI NOT = SPACES
                       PERFORM 2300-ALTA-POLIZA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 3000-LISTAR-POLIZAS
           END-IF.

       2200-VALIDAR-CLIENTE.
           MOVE 'N' TO SW-ERRORES.
           INSPECT CLIENSGI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO CLIENSGC.
           MOVE SPACES TO NOMCLIO.
           IF CLIENSGI = SPACES
               MOVE ' ERROR: INGRESE EL USUARIO DEL CLIENTE' TO MSGO
               MOVE ATTR-RED TO CLIENSGC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE CLIENSGI TO WS-USUARIO
               PERFORM 7100-LEER-CLIENTE
               IF SQLCODE NOT = 0
                   MOVE ' ERROR: CLIENTE INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO CLIENSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   MOVE HV-NOMBRE TO NOMCLIO
               END-IF
           END-IF.

      *================================================================*
      * 2300 - ALTA DE LA POLIZA                                       *
      *================================================================*
       2300-ALTA-POLIZA.
           PERFORM 2350-VALIDAR-ALTA.
           IF NO-HAY-ERRORES
               PERFORM 7400-INSERTAR-POLIZA
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE ' POLIZA EMITIDA' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO ASEGSGO COBERSGO SUMASGO PRIMASGO
                                  CUENTSGO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL EMITIR LA POLIZA' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

       2350-VALIDAR-ALTA.
           INSPECT SUMASGI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PRIMASGI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CUENTSGI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO ASEGSGC.
           MOVE ATTR-NORMAL TO COBERSGC.
           MOVE ATTR-NORMAL TO SUMASGC.
           MOVE ATTR-NORMAL TO PRIMASGC.
           MOVE ATTR-NORMAL TO CUENTSGC.

      * Una aseguradora 'B' sigue cobrando lo vigente pero no
      * recibe polizas nuevas.
           PERFORM 7200-LEER-ASEGURADORA.
           IF SQLCODE NOT = 0 OR HV-ESTADO-ASEG NOT = 'A'
               MOVE ' ERROR: ASEGURADORA INEXISTENTE O INACTIVA'
                 TO MSGO
               MOVE ATTR-RED TO ASEGSGC
               SET HAY-ERROR-VALIDACION TO TRUE
           END-IF.

           IF NO-HAY-ERRORES
               IF COBERSGI NOT = 'H' AND COBERSGI NOT = 'A'
                   IF COBERSGI = 'V'
                       MOVE ' ERROR: VIDA SALDO DEUDOR VA CON PRESTAMO'
                         TO MSGO
                   ELSE
                       MOVE ' ERROR: COBERTURA H (HOGAR) O A (ACCID.)'
                         TO MSGO
                   END-IF
                   MOVE ATTR-RED TO COBERSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               MOVE SUMASGI TO WS-VAL-ENTRADA
               PERFORM 9900-RUTINA-VALIDAR-NUMERO
               IF SW-VAL-ERROR = 'S' OR WS-VAL-SALIDA-V <= 0
                   MOVE ' ERROR: SUMA ASEGURADA INVALIDA' TO MSGO
                   MOVE ATTR-RED TO SUMASGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   MOVE WS-VAL-SALIDA-V TO WS-SUMA-ASEGURADA
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               MOVE PRIMASGI TO WS-VAL-ENTRADA
               PERFORM 9900-RUTINA-VALIDAR-NUMERO
               IF SW-VAL-ERROR = 'S' OR WS-VAL-SALIDA-V <= 0
                   MOVE ' ERROR: PRIMA MENSUAL INVALIDA' TO MSGO
                   MOVE ATTR-RED TO PRIMASGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   MOVE WS-VAL-SALIDA-V TO WS-PRIMA
               END-IF
           END-IF.

      * La cuenta de cobro tiene que ser del cliente: la prima se
      * debita de ella sin otra autorizacion.
           IF NO-HAY-ERRORES
               PERFORM 7300-LEER-CUENTA
               IF SQLCODE NOT = 0 OR HV-USUARIO-CTA NOT = WS-USUARIO
                   MOVE ' ERROR: LA CUENTA NO ES DEL CLIENTE' TO MSGO
                   MOVE ATTR-RED TO CUENTSGC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

      *================================================================*
      * 2500 - BAJA A PEDIDO DEL CLIENTE                               *
      *================================================================*
       2500-CANCELAR-POLIZA.
           MOVE ATTR-NORMAL TO BAJASGC.
           MOVE BAJASGI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR = 'S' OR WS-VAL-SALIDA-V <= 0
               MOVE ' ERROR: ID DE POLIZA INVALIDO' TO MSGO
               MOVE ATTR-RED TO BAJASGC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-ID-POLIZA
               PERFORM 7500-LEER-POLIZA
      * La de vida saldo deudor acompana al prestamo: termina
      * cuando el prestamo se cancela (PBNKLQ/PBNKLC).
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                     OR HV-USUARIO-POLS NOT = WS-USUARIO
                       MOVE ' ERROR: LA POLIZA NO ES DEL CLIENTE'
                         TO MSGO
                       MOVE ATTR-RED TO BAJASGC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN HV-ESTADO-POLS NOT = 'A'
                       MOVE ' ERROR: LA POLIZA NO ESTA VIGENTE' TO MSGO
                       MOVE ATTR-RED TO BAJASGC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN HV-COBERTURA-POLS = 'V'
                       MOVE ' ERROR: VIDA SALDO DEUDOR VA CON PRESTAMO'
                         TO MSGO
                       MOVE ATTR-RED TO BAJASGC
                       SET HAY-ERROR-VALIDACION TO TRUE

                   WHEN OTHER
                       PERFORM 7600-BAJA-POLIZA
                       IF SQLCODE = 0
                           EXEC CICS SYNCPOINT END-EXEC
                           MOVE ' POLIZA CANCELADA' TO MSGO
                           MOVE ATTR-GREEN TO MSGC
                           MOVE SPACES TO BAJASGO
                       ELSE
                           EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                           MOVE ' ERROR AL CANCELAR LA POLIZA' TO MSGO
                           MOVE ATTR-RED TO MSGC
                       END-IF
               END-EVALUATE
           END-IF.

      *================================================================*
      * 3000 - POLIZAS DEL CLIENTE                                     *
      *================================================================*
       3000-LISTAR-POLIZAS.
           MOVE WS-CABECERA-POLIZAS TO POLHDRO.
           MOVE SPACES TO POLLIN1O POLLIN2O POLLIN3O POLLIN4O.
           MOVE 0 TO WS-INDICE.
           PERFORM 7700-ABRIR-CURSOR-POLIZAS.
           PERFORM 7750-FETCH-POLIZA.
           PERFORM 3100-VOLCAR-POLIZA
               UNTIL SQLCODE NOT = 0 OR WS-INDICE >= 4.
           PERFORM 7780-CERRAR-CURSOR-POLIZAS.
           IF WS-INDICE = 0 AND MSGO = SPACES
               MOVE ' EL CLIENTE NO TIENE POLIZAS' TO MSGO
           END-IF.

       3100-VOLCAR-POLIZA.
           ADD 1 TO WS-INDICE.
           MOVE HV-ID-POLS TO WS-ID-EDIT.
           MOVE WS-ID-EDIT TO WS-LP-ID.
           MOVE HV-ASEG-POLS TO WS-LP-ASEG.
           MOVE HV-COBERTURA-POLS TO WS-LP-COBERTURA.
           MOVE HV-SUMA-POLS TO WS-LP-SUMA.
           MOVE HV-PRIMA-POLS TO WS-LP-PRIMA.
           MOVE HV-ESTADO-POLS TO WS-LP-ESTADO.
           IF HV-ESTADO-POLS = 'A'
               MOVE HV-PROX-COBRO-POLS TO WS-LP-PROX-COBRO
           ELSE
               MOVE SPACES TO WS-LP-PROX-COBRO
           END-IF.
           MOVE HV-IMPAGOS-POLS TO WS-LP-IMPAGOS.
           EVALUATE WS-INDICE
               WHEN 1 MOVE WS-LINEA-POLIZA TO POLLIN1O
               WHEN 2 MOVE WS-LINEA-POLIZA TO POLLIN2O
               WHEN 3 MOVE WS-LINEA-POLIZA TO POLLIN3O
               WHEN 4 MOVE WS-LINEA-POLIZA TO POLLIN4O
           END-EVALUATE.
           IF HV-ESTADO-POLS = 'A' AND HV-IMPAGOS-POLS > 0
               EVALUATE WS-INDICE
                   WHEN 1 MOVE ATTR-YELLOW TO POLLIN1C
                   WHEN 2 MOVE ATTR-YELLOW TO POLLIN2C
                   WHEN 3 MOVE ATTR-YELLOW TO POLLIN3C
                   WHEN 4 MOVE ATTR-YELLOW TO POLLIN4C
               END-EVALUATE
           END-IF.
           PERFORM 7750-FETCH-POLIZA.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPSG') MAPSET('BKSGMP')
                        FROM(BKMAPSGO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPSG') MAPSET('BKSGMP')
                        FROM(BKMAPSGO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPSG') MAPSET('BKSGMP')
               INTO(BKMAPSGI) RESP(WA-RESPUESTA-CICS) END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-CLIENTE.
           MOVE WS-USUARIO TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE
               INTO :HV-NOMBRE
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7200-LEER-ASEGURADORA.
           MOVE ASEGSGI TO HV-CODIGO-ASEG.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT ESTADO
               INTO :HV-ESTADO-ASEG
               FROM IBMUSER.ASEGURADORAS
               WHERE CODIGO_ASEG = :HV-CODIGO-ASEG
           END-EXEC.

       7300-LEER-CUENTA.
           MOVE CUENTSGI TO HV-NUMERO-CUENTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO
               INTO :HV-USUARIO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
           END-EXEC.

      * Primer cobro al mes del alta; despues PBNKSY corre la fecha
      * un mes por cada prima cobrada.
       7400-INSERTAR-POLIZA.
           MOVE WS-USUARIO TO HV-USUARIO-POLS.
           MOVE HV-CODIGO-ASEG TO HV-ASEG-POLS.
           MOVE COBERSGI TO HV-COBERTURA-POLS.
           MOVE WS-SUMA-ASEGURADA TO HV-SUMA-POLS.
           MOVE WS-PRIMA TO HV-PRIMA-POLS.
           MOVE HV-NUMERO-CUENTA TO HV-CUENTA-POLS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.POLIZAS_SEGURO
               (USUARIO, CODIGO_ASEG, TIPO_COBERTURA, SUMA_ASEGURADA,
                PRIMA, CUENTA_COBRO, ID_PRESTAMO, ESTADO,
                FECHA_PROX_COBRO, MESES_IMPAGOS, AGENTE_ID,
                FECHA_ALTA)
               VALUES (:HV-USUARIO-POLS, :HV-ASEG-POLS,
                :HV-COBERTURA-POLS, :HV-SUMA-POLS, :HV-PRIMA-POLS,
                :HV-CUENTA-POLS, 0, 'A', CURRENT DATE + 1 MONTH, 0,
                :CG-M-USER, CURRENT TIMESTAMP)
           END-EXEC.

       7500-LEER-POLIZA.
           MOVE WS-ID-POLIZA TO HV-ID-POLS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT USUARIO, TIPO_COBERTURA, ESTADO
               INTO :HV-USUARIO-POLS, :HV-COBERTURA-POLS,
                    :HV-ESTADO-POLS
               FROM IBMUSER.POLIZAS_SEGURO
               WHERE ID_POLIZA = :HV-ID-POLS
           END-EXEC.

      * La condicion sobre ESTADO cubre una baja por impago que
      * PBNKSY haya hecho entre la lectura y el UPDATE.
       7600-BAJA-POLIZA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.POLIZAS_SEGURO
               SET ESTADO      = 'C',
                   MOTIVO_BAJA = 'S',
                   FECHA_BAJA  = CURRENT TIMESTAMP
               WHERE ID_POLIZA = :HV-ID-POLS
                 AND ESTADO    = 'A'
           END-EXEC.

       7700-ABRIR-CURSOR-POLIZAS.
           MOVE WS-USUARIO TO HV-USUARIO-POLS.
           EXEC SQL DECLARE CUR-POLIZAS CURSOR FOR
               SELECT ID_POLIZA, CODIGO_ASEG, TIPO_COBERTURA,
                      SUMA_ASEGURADA, PRIMA, ESTADO,
                      CHAR(FECHA_PROX_COBRO, ISO), MESES_IMPAGOS
               FROM IBMUSER.POLIZAS_SEGURO
               WHERE USUARIO = :HV-USUARIO-POLS
               ORDER BY ESTADO, ID_POLIZA DESC
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-POLIZAS END-EXEC.

       7750-FETCH-POLIZA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-POLIZAS
               INTO :HV-ID-POLS, :HV-ASEG-POLS, :HV-COBERTURA-POLS,
                    :HV-SUMA-POLS, :HV-PRIMA-POLS, :HV-ESTADO-POLS,
                    :HV-PROX-COBRO-POLS, :HV-IMPAGOS-POLS
           END-EXEC.

       7780-CERRAR-CURSOR-POLIZAS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-POLIZAS END-EXEC.

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

       COPY CPYVALPD.
       COPY CPYRTMP.
