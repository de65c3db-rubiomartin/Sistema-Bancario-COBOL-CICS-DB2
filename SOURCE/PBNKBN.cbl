       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKBN.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKBN                                 **
      ** TITULO ...........: BENEFICIARIOS FINALES DE EMPRESAS      **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Pantalla de personal (TIPO_USUARIO 'E', PF9 desde la     **
      **   verificacion KYC de PBNKKY y PF8 desde la posicion 360   **
      **   de PBNKVC): registro de quienes son duenos o controlan   **
      **   un cliente empresa (duena de una cuenta con FIRMANTES    **
      **   vigentes) en IBMUSER.BENEFICIARIOS_FINALES.              **
      ** - ENTER consulta la empresa: beneficiarios vigentes con su **
      **   porcentaje efectivo y si alcanzan el umbral (CPYBFIP).   **
      ** - PF5 da de alta un beneficiario: rol 'P' propiedad, 'C'   **
      **   control por otros medios o 'G' alta gerencia; con        **
      **   empresa intermedia el efectivo es el porcentaje de la    **
      **   intermedia en la empresa por el del dueno en la          **
      **   intermedia. El total efectivo no puede pasar de 100.     **
      ** - Cada nombre pasa por el screening de listas (CPYSCRP)    **
      **   igual que un enrolamiento: una coincidencia se parquea   **
      **   en COINCIDENCIAS_SANCION contra la empresa (ORIGEN 'F')  **
      **   en la misma unidad de trabajo que el alta.               **
      ** - PF6 da de baja ('B') el beneficiario del ID tecleado.    **
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
       COPY BKBNMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CPYSCRW.
       COPY CPYBFIW.
       COPY CPYRTMW.
       COPY CICSATTR.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLBFIN END-EXEC.
           EXEC SQL INCLUDE DCLLVIG END-EXEC.
           EXEC SQL INCLUDE DCLCSAN END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-EMPRESA            PIC X(8)  VALUE SPACES.
           05 WS-PORC-DIRECTO       PIC S9(3)V9(2) COMP-3 VALUE 0.
           05 WS-PORC-INTERMEDIA    PIC S9(3)V9(2) COMP-3 VALUE 0.
           05 WS-PORC-EFECTIVO      PIC S9(3)V9(2) COMP-3 VALUE 0.
           05 WS-TOTAL-EFECTIVO     PIC S9(5)V9(2) COMP-3 VALUE 0.
           05 WS-ID-BAJA            PIC S9(9) COMP VALUE 0.
           05 WS-CANT-LINEAS        PIC S9(4) COMP VALUE 0.
           05 WS-PORC-EDIT          PIC ZZ9,99.
           05 WS-ID-EDIT            PIC Z(5)9.
           05 WS-LINEA-BEN          PIC X(75) VALUE SPACES.

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

       01  WS-TITULO-LISTA.
           05 FILLER                PIC X(31)
               VALUE '     ID NOMBRE                 '.
           05 FILLER                PIC X(44)
               VALUE 'R   %EFE DOCUMENTO      VIA INTERMEDIA'.

       01  WS-TITULO-ALTA.
           05 FILLER                PIC X(33)
               VALUE ' ALTA: NOMBRE / DOC / PAIS / ROL '.
           05 FILLER                PIC X(42)
               VALUE '(P/C/G) / % / INTERMEDIA / % EN ELLA'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKBN'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKBN'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPBN'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKBNMP'.

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

      * Cinturon ademas del gate del PF de PBNKKY / PBNKVC.
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
           MOVE LOW-VALUES TO BKMAPBNO.
           MOVE ' ENTER=CONSULTAR PF5=ALTA PF6=BAJA (ID) PF3=FIN'
             TO LEYENDAO.
           MOVE ' USUARIO EMPRESA' TO LBLEMPO.
           MOVE WS-TITULO-LISTA TO LBLLISTO.
           MOVE WS-TITULO-ALTA  TO LBLALTAO.
           MOVE ' BAJA ID' TO LBLBAJAO.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           MOVE FUNCTION UPPER-CASE(EMPRESAI) TO EMPRESAI.
           INSPECT EMPRESAI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE EMPRESAI TO WS-EMPRESA.
           MOVE ATTR-NORMAL TO EMPRESAC.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 2100-CONSULTAR-EMPRESA

               WHEN EIBAID = DFHPF5
                   PERFORM 2200-ALTA-BENEFICIARIO

               WHEN EIBAID = DFHPF6
                   PERFORM 2300-BAJA-BENEFICIARIO

               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' % CON COMA DECIMAL; SIN INTERMEDIA = DIRECTO'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN OTHER
                   MOVE ' TECLA INVALIDA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - CONSULTA DE LA EMPRESA (ENTER)                          *
      *================================================================*
       2100-CONSULTAR-EMPRESA.
           PERFORM 2150-VALIDAR-EMPRESA.
           IF NO-HAY-ERRORES
               PERFORM 3000-MOSTRAR-BENEFICIARIOS
           END-IF.

       2150-VALIDAR-EMPRESA.
           MOVE 'N' TO SW-ERRORES.
           MOVE SPACES TO EMPINFOO.
           IF WS-EMPRESA = SPACES
               MOVE ' ERROR: INGRESE EL USUARIO DE LA EMPRESA' TO MSGO
               MOVE ATTR-RED TO EMPRESAC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               PERFORM 7100-LEER-EMPRESA
               IF SQLCODE NOT = 0
                   MOVE ' CLIENTE INEXISTENTE' TO MSGO
                   MOVE ATTR-RED TO EMPRESAC
                   SET HAY-ERROR-VALIDACION TO TRUE
               ELSE
                   MOVE WS-EMPRESA TO WS-BFI-EMPRESA
                   PERFORM 9940-EVALUAR-BENEFICIARIOS
                   IF NOT BFI-ES-EMPRESA
                       MOVE ' NO ES EMPRESA (SIN FIRMANTES VIGENTES)'
                         TO MSGO
                       MOVE ATTR-RED TO EMPRESAC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   END-IF
               END-IF
           END-IF.

      *================================================================*
      * 2200 - ALTA DE BENEFICIARIO (PF5)                              *
      *================================================================*
       2200-ALTA-BENEFICIARIO.
           PERFORM 2150-VALIDAR-EMPRESA.
           IF NO-HAY-ERRORES
               PERFORM 2250-VALIDAR-CAMPOS
           END-IF.
           IF NO-HAY-ERRORES
               PERFORM 7300-INSERTAR-BENEFICIARIO
               IF SQLCODE = 0
                   MOVE BNOMBREI TO WS-SCR-NOMBRE
                   PERFORM 9935-EVALUAR-NOMBRE
                   IF SCR-HAY-COINCIDENCIA
                       MOVE WS-EMPRESA TO WS-SCR-USUARIO
                       PERFORM 9936-VERIFICAR-LIBERADA
                   END-IF
                   IF SCR-HAY-COINCIDENCIA
                       PERFORM 7350-PARQUEAR-COINCIDENCIA
                   END-IF
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   IF SCR-HAY-COINCIDENCIA
                       MOVE ' COINCIDENCIA DE LISTAS - VER BKSC'
                         TO MSGO
                       MOVE ATTR-RED TO MSGC
                   ELSE
                       MOVE ' BENEFICIARIO REGISTRADO' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                   END-IF
                   MOVE SPACES TO BNOMBREO BDOCO BPAISO BROLO
                   MOVE SPACES TO BPORCO BINTERO BPINTO
                   PERFORM 3000-MOSTRAR-BENEFICIARIOS
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL REGISTRAR EL BENEFICIARIO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

       2250-VALIDAR-CAMPOS.
           INSPECT BNOMBREI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BDOCI    REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BPAISI   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BROLI    REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT BINTERI  REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(BNOMBREI) TO BNOMBREI.
           MOVE FUNCTION UPPER-CASE(BPAISI)   TO BPAISI.
           MOVE FUNCTION UPPER-CASE(BROLI)    TO BROLI.
           MOVE FUNCTION UPPER-CASE(BINTERI)  TO BINTERI.
           MOVE ATTR-NORMAL TO BNOMBREC BDOCC BPAISC BROLC.
           MOVE ATTR-NORMAL TO BPORCC BINTERC BPINTC.

           MOVE BPORCI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF VAL-HAY-ERROR OR WS-VAL-SALIDA-V > 100
               MOVE -1 TO WS-PORC-DIRECTO
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-PORC-DIRECTO
           END-IF.
           MOVE BPINTI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF VAL-HAY-ERROR OR WS-VAL-SALIDA-V > 100
               MOVE -1 TO WS-PORC-INTERMEDIA
           ELSE
               MOVE WS-VAL-SALIDA-V TO WS-PORC-INTERMEDIA
           END-IF.

           EVALUATE TRUE
               WHEN BNOMBREI = SPACES
                   MOVE ' ERROR: INGRESE EL NOMBRE' TO MSGO
                   MOVE ATTR-RED TO BNOMBREC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN BDOCI = SPACES
                   MOVE ' ERROR: INGRESE EL DOCUMENTO' TO MSGO
                   MOVE ATTR-RED TO BDOCC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN BPAISI NOT = SPACES
                       AND (BPAISI(1:1) NOT ALPHABETIC-UPPER
                         OR BPAISI(2:1) NOT ALPHABETIC-UPPER
                         OR BPAISI(1:1) = SPACE
                         OR BPAISI(2:1) = SPACE)
                   MOVE ' PAIS: CODIGO ISO DE 2 LETRAS' TO MSGO
                   MOVE ATTR-RED TO BPAISC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN BROLI NOT = 'P' AND BROLI NOT = 'C'
                       AND BROLI NOT = 'G'
                   MOVE ' ROL: P=PROPIEDAD C=CONTROL G=GERENCIA'
                     TO MSGO
                   MOVE ATTR-RED TO BROLC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-PORC-DIRECTO < 0
                   MOVE ' PORCENTAJE INVALIDO (0 A 100)' TO MSGO
                   MOVE ATTR-RED TO BPORCC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN BROLI = 'P' AND WS-PORC-DIRECTO = 0
                   MOVE ' PROPIEDAD: INGRESE EL PORCENTAJE' TO MSGO
                   MOVE ATTR-RED TO BPORCC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-PORC-INTERMEDIA < 0
                   MOVE ' % EN INTERMEDIA INVALIDO (0 A 100)' TO MSGO
                   MOVE ATTR-RED TO BPINTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN BINTERI NOT = SPACES AND BROLI = 'P'
                       AND WS-PORC-INTERMEDIA = 0
                   MOVE ' INGRESE EL % DEL DUENO EN LA INTERMEDIA'
                     TO MSGO
                   MOVE ATTR-RED TO BPINTC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN BINTERI = SPACES AND WS-PORC-INTERMEDIA > 0
                   MOVE ' FALTA EL NOMBRE DE LA EMPRESA INTERMEDIA'
                     TO MSGO
                   MOVE ATTR-RED TO BINTERC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   IF BINTERI = SPACES
                       MOVE WS-PORC-DIRECTO TO WS-PORC-EFECTIVO
                   ELSE
                       COMPUTE WS-PORC-EFECTIVO ROUNDED =
                           WS-PORC-DIRECTO * WS-PORC-INTERMEDIA / 100
                   END-IF
                   PERFORM 7200-SUMAR-EFECTIVO
                   IF WS-TOTAL-EFECTIVO + WS-PORC-EFECTIVO > 100
                       MOVE ' EL TOTAL EFECTIVO SUPERARIA EL 100%'
                         TO MSGO
                       MOVE ATTR-RED TO BPORCC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   END-IF
           END-EVALUATE.

      *================================================================*
      * 2300 - BAJA DE BENEFICIARIO (PF6)                              *
      *================================================================*
       2300-BAJA-BENEFICIARIO.
           PERFORM 2150-VALIDAR-EMPRESA.
           IF NO-HAY-ERRORES
               MOVE BBAJAI TO WS-VAL-ENTRADA
               PERFORM 9900-RUTINA-VALIDAR-NUMERO
               IF VAL-HAY-ERROR OR WS-VAL-SALIDA-V < 1
                   MOVE ' INGRESE EL ID DEL BENEFICIARIO A DAR DE BAJA'
                     TO MSGO
                   MOVE ATTR-RED TO BBAJAC
               ELSE
                   MOVE WS-VAL-SALIDA-V TO WS-ID-BAJA
                   PERFORM 7400-BAJA-BENEFICIARIO
                   IF SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE ' BENEFICIARIO DADO DE BAJA' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                       MOVE SPACES TO BBAJAO
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ID INEXISTENTE O YA DADO DE BAJA' TO MSGO
                       MOVE ATTR-RED TO BBAJAC
                   END-IF
                   PERFORM 3000-MOSTRAR-BENEFICIARIOS
               END-IF
           END-IF.

      *================================================================*
      * 3000 - LISTA DE BENEFICIARIOS VIGENTES                         *
      *================================================================*
       3000-MOSTRAR-BENEFICIARIOS.
           MOVE SPACES TO BEN1O BEN2O BEN3O BEN4O BEN5O BEN6O.
           MOVE WS-EMPRESA TO WS-BFI-EMPRESA.
           PERFORM 9940-EVALUAR-BENEFICIARIOS.
           MOVE WS-BFI-MAX-PORC TO WS-PORC-EDIT.
           IF BFI-CUMPLE-UMBRAL
               STRING ' ' HV-NOMBRE ' ESTADO ' HV-ESTADO
                   ' MAYOR %: ' WS-PORC-EDIT ' - UMBRAL CUBIERTO'
                   DELIMITED BY SIZE INTO EMPINFOO
           ELSE
               STRING ' ' HV-NOMBRE ' ESTADO ' HV-ESTADO
                   ' MAYOR %: ' WS-PORC-EDIT ' - SIN DUENO DEL UMBRAL'
                   DELIMITED BY SIZE INTO EMPINFOO
           END-IF.
           MOVE 0 TO WS-CANT-LINEAS.
           MOVE WS-EMPRESA TO HV-EMPRESA-BFIN.
           EXEC SQL DECLARE CUR-BENEFICIARIOS CURSOR FOR
               SELECT ID_BENEFICIARIO, NOMBRE, ROL, PORC_EFECTIVO,
                      NRO_DOC, EMPRESA_INTERMEDIA
               FROM IBMUSER.BENEFICIARIOS_FINALES
               WHERE USUARIO_EMPRESA = :HV-EMPRESA-BFIN
                 AND ESTADO = 'A'
               ORDER BY PORC_EFECTIVO DESC, ID_BENEFICIARIO
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-BENEFICIARIOS END-EXEC.
           PERFORM 7150-FETCH-BENEFICIARIO.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-CANT-LINEAS = 6
               ADD 1 TO WS-CANT-LINEAS
               PERFORM 3100-ARMAR-LINEA
               PERFORM 7150-FETCH-BENEFICIARIO
           END-PERFORM.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-BENEFICIARIOS END-EXEC.
           IF WS-CANT-LINEAS = 0
               MOVE ' SIN BENEFICIARIOS FINALES DECLARADOS' TO BEN1O
           END-IF.

       3100-ARMAR-LINEA.
           MOVE HV-ID-BFIN       TO WS-ID-EDIT.
           MOVE HV-PORC-EFE-BFIN TO WS-PORC-EDIT.
           MOVE SPACES TO WS-LINEA-BEN.
           IF HV-INTERMEDIA-BFIN = SPACES
               STRING ' ' WS-ID-EDIT ' ' HV-NOMBRE-BFIN(1:22) ' '
                   HV-ROL-BFIN ' ' WS-PORC-EDIT ' '
                   HV-DOC-BFIN(1:14) ' DIRECTO'
                   DELIMITED BY SIZE INTO WS-LINEA-BEN
           ELSE
               STRING ' ' WS-ID-EDIT ' ' HV-NOMBRE-BFIN(1:22) ' '
                   HV-ROL-BFIN ' ' WS-PORC-EDIT ' '
                   HV-DOC-BFIN(1:14) ' VIA '
                   HV-INTERMEDIA-BFIN(1:17)
                   DELIMITED BY SIZE INTO WS-LINEA-BEN
           END-IF.
           EVALUATE WS-CANT-LINEAS
               WHEN 1 MOVE WS-LINEA-BEN TO BEN1O
               WHEN 2 MOVE WS-LINEA-BEN TO BEN2O
               WHEN 3 MOVE WS-LINEA-BEN TO BEN3O
               WHEN 4 MOVE WS-LINEA-BEN TO BEN4O
               WHEN 5 MOVE WS-LINEA-BEN TO BEN5O
               WHEN 6 MOVE WS-LINEA-BEN TO BEN6O
           END-EVALUATE.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPBNO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPBNO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
               INTO(BKMAPBNI) RESP(WA-RESPUESTA-CICS) END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7100-LEER-EMPRESA.
           MOVE WS-EMPRESA TO HV-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT NOMBRE, ESTADO
               INTO :HV-NOMBRE, :HV-ESTADO
               FROM IBMUSER.CLIENTES
               WHERE USUARIO = :HV-USUARIO
           END-EXEC.

       7150-FETCH-BENEFICIARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-BENEFICIARIOS
               INTO :HV-ID-BFIN, :HV-NOMBRE-BFIN, :HV-ROL-BFIN,
                    :HV-PORC-EFE-BFIN, :HV-DOC-BFIN,
                    :HV-INTERMEDIA-BFIN
           END-EXEC.

       7200-SUMAR-EFECTIVO.
           MOVE 0 TO WS-TOTAL-EFECTIVO.
           MOVE WS-EMPRESA TO HV-EMPRESA-BFIN.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COALESCE(SUM(PORC_EFECTIVO), 0)
               INTO :WS-TOTAL-EFECTIVO
               FROM IBMUSER.BENEFICIARIOS_FINALES
               WHERE USUARIO_EMPRESA = :HV-EMPRESA-BFIN
                 AND ESTADO = 'A'
                 AND ROL = 'P'
           END-EXEC.

       7300-INSERTAR-BENEFICIARIO.
           MOVE WS-EMPRESA         TO HV-EMPRESA-BFIN.
           MOVE BNOMBREI           TO HV-NOMBRE-BFIN.
           MOVE BDOCI              TO HV-DOC-BFIN.
           MOVE BPAISI             TO HV-PAIS-BFIN.
           MOVE BROLI              TO HV-ROL-BFIN.
           MOVE BINTERI            TO HV-INTERMEDIA-BFIN.
           MOVE WS-PORC-DIRECTO    TO HV-PORC-DIR-BFIN.
           MOVE WS-PORC-INTERMEDIA TO HV-PORC-INT-BFIN.
           MOVE WS-PORC-EFECTIVO   TO HV-PORC-EFE-BFIN.
           MOVE CG-M-USER          TO HV-AGENTE-BFIN.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.BENEFICIARIOS_FINALES
               (USUARIO_EMPRESA, NOMBRE, NRO_DOC, PAIS, ROL,
                EMPRESA_INTERMEDIA, PORC_DIRECTO, PORC_INTERMEDIA,
                PORC_EFECTIVO, ESTADO, AGENTE_ID, FECHA_ALTA)
               VALUES (:HV-EMPRESA-BFIN, :HV-NOMBRE-BFIN,
                :HV-DOC-BFIN, :HV-PAIS-BFIN, :HV-ROL-BFIN,
                :HV-INTERMEDIA-BFIN, :HV-PORC-DIR-BFIN,
                :HV-PORC-INT-BFIN, :HV-PORC-EFE-BFIN, 'A',
                :HV-AGENTE-BFIN, CURRENT TIMESTAMP)
           END-EXEC.

      * La coincidencia queda a nombre de la empresa con el nombre
      * del beneficiario que pego, para que PBNKSC la resuelva.
       7350-PARQUEAR-COINCIDENCIA.
           MOVE WS-EMPRESA          TO HV-USUARIO-CSAN.
           MOVE BNOMBREI            TO HV-NOMBRE-CSAN.
           MOVE WS-SCR-ID-LISTA     TO HV-ID-LISTA-CSAN.
           MOVE WS-SCR-NOMBRE-LISTA TO HV-NOMLISTA-CSAN.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.COINCIDENCIAS_SANCION
               (USUARIO, NOMBRE_CLIENTE, ID_LISTA, NOMBRE_LISTA,
                ORIGEN, ESTADO, FECHA_DETECCION)
               VALUES (:HV-USUARIO-CSAN, :HV-NOMBRE-CSAN,
                :HV-ID-LISTA-CSAN, :HV-NOMLISTA-CSAN,
                'F', 'P', CURRENT TIMESTAMP)
           END-EXEC.

       7400-BAJA-BENEFICIARIO.
           MOVE WS-EMPRESA TO HV-EMPRESA-BFIN.
           MOVE WS-ID-BAJA TO HV-ID-BFIN.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.BENEFICIARIOS_FINALES
               SET ESTADO = 'B',
                   FECHA_BAJA = CURRENT TIMESTAMP
               WHERE ID_BENEFICIARIO = :HV-ID-BFIN
                 AND USUARIO_EMPRESA = :HV-EMPRESA-BFIN
                 AND ESTADO = 'A'
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
       COPY CPYBFIP.
       COPY CPYRTMP.
