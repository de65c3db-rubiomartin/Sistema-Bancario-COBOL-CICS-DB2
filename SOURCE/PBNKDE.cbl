       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKDE.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKDE                                 **
      ** TITULO ...........: DEBITOS ORIGINADOS - ACREEDORES Y      **
      **                     DEUDORES                               **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Adhesion de un cliente empresa como acreedor de debitos  **
      **   directos contra cuentas de OTROS bancos (ver DDL/        **
      **   DEBITOS_ORIGINADOS.sql; menu 5-D, solo empleados).       **
      ** - PF5 = adhiere al acreedor con su cuenta de acreditacion  **
      **   (o la cambia / reactiva). PF8 = baja del acreedor.       **
      ** - PF6 = alta de un deudor: referencia del mandato, nombre, **
      **   CBU del otro banco (digitos verificadores con COPYS/     **
      **   CPYCBUP.cbl; un CBU de este banco se rechaza, eso va por **
      **   IBMUSER.MANDATOS) e importe mensual. PF7 = baja manual   **
      **   del deudor por numero.                                   **
      ** - Una baja borra los debitos del deudor (o del acreedor)   **
      **   generados y aun no enviados a la camara.                 **
      ** - ENTER lista los deudores del acreedor, los activos       **
      **   primero, con los rechazos consecutivos que lleva.        **
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
       COPY BKDEMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY WSCOMM.
       COPY CPYVALWD.
       COPY CICSATTR.
       COPY CPYCBUW.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLACRD END-EXEC.
           EXEC SQL INCLUDE DCLDEUD END-EXEC.
           EXEC SQL INCLUDE DCLPARA END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

       01  WS-VARIABLES-TRABAJO.
           05 WS-INDICE             PIC S9(4) COMP VALUE 0.
           05 WS-ACREEDOR           PIC X(08) VALUE SPACES.
           05 WS-MONTO-DEUDOR       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-CANT-DUPLICADOS    PIC S9(9) COMP VALUE 0.
           05 WS-CANT-ACTIVOS       PIC S9(9) COMP VALUE 0.
           05 WS-ID-DEUDOR          PIC S9(9) COMP VALUE 0.
           05 WS-NRO-DEUDOR         PIC 9(09) VALUE 0.
           05 WS-ESTADO-DESC        PIC X(09) VALUE SPACES.
           05 SW-ACREEDOR           PIC X(01) VALUE 'N'.
              88 ACREEDOR-EXISTE              VALUE 'S'.
              88 ACREEDOR-NO-EXISTE           VALUE 'N'.
      * Codigo de entidad propio en el CBU (IBMUSER.PARAMETROS
      * CODIGO_BANCO_CBU, como BATCH/PBNKCU.cbl).
           05 WS-CODIGO-BANCO       PIC 9(03) VALUE 285.
           05 WS-CODIGO-BANCO-X REDEFINES WS-CODIGO-BANCO
                                    PIC X(03).

       01  WS-LINEA-INFO.
           05 FILLER                PIC X(11) VALUE ' ACREEDOR: '.
           05 WS-LI-ESTADO          PIC X(09).
           05 FILLER                PIC X(10) VALUE ' - CUENTA '.
           05 WS-LI-CUENTA          PIC X(10).
           05 FILLER                PIC X(03) VALUE ' - '.
           05 WS-LI-ACTIVOS         PIC ZZZZ9.
           05 FILLER                PIC X(17) VALUE
              ' DEUDORES ACTIVOS'.

       01  WS-LINEA-CABECERA.
           05 FILLER                PIC X(11) VALUE ' NUMERO'.
           05 FILLER                PIC X(17) VALUE 'REFERENCIA'.
           05 FILLER                PIC X(23) VALUE 'CBU'.
           05 FILLER                PIC X(13) VALUE '     IMPORTE'.
           05 FILLER                PIC X(10) VALUE 'ESTADO'.
           05 FILLER                PIC X(01) VALUE 'R'.

       01  WS-LINEA-DEUDOR.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LD-NUMERO          PIC 9(09).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LD-REFERENCIA      PIC X(16).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LD-CBU             PIC X(22).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LD-IMPORTE         PIC Z.ZZZ.ZZ9,99.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LD-ESTADO          PIC X(09).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WS-LD-RECHAZOS        PIC 9(01).

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
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKDE'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKDE'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPDE'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKDEMP'.

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
           MOVE LOW-VALUES TO BKMAPDEO.
           MOVE ' ENTER=LISTA PF5=ACREEDOR PF6=DEUDOR PF7/PF8=BAJA'
             TO LEYENDAO.
           PERFORM 1100-PREPARAR-CAMPOS.
           MOVE ' INGRESE EL CLIENTE ACREEDOR Y PRESIONE ENTER'
             TO INFODEO.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

       1100-PREPARAR-CAMPOS.
           MOVE ' DEBITOS DIRECTOS A OTROS BANCOS' TO TITULOO.
           MOVE 'CLIENTE ACREEDOR .:' TO LBLACRO.
           MOVE 'CUENTA A ACREDITAR:' TO LBLCTAO.
           MOVE 'REFERENCIA MANDATO:' TO LBLREFO.
           MOVE 'NOMBRE DEL DEUDOR :' TO LBLNOMO.
           MOVE 'CBU DEL DEUDOR ...:' TO LBLCBUO.
           MOVE 'IMPORTE MENSUAL ..:' TO LBLMONO.
           MOVE 'NRO. DEUDOR (BAJA):' TO LBLNROO.

      *================================================================*
      * 2000 - LOGICA DE NEGOCIO                                       *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.
           MOVE 'N' TO SW-ERRORES.
           INSPECT ACRDEI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(ACRDEI) TO ACRDEI.
           MOVE ACRDEI TO WS-ACREEDOR.
           MOVE ATTR-NORMAL TO ACRDEC.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   PERFORM 9000-VOLVER-AL-MENU

               WHEN EIBAID = DFHPF1
                   MOVE ' CTA+PF5 DEUDOR+PF6 NRO+PF7 PF8=BAJA ACREED.'
                     TO MSGO
                   MOVE ATTR-YELLOW TO MSGC

               WHEN EIBAID NOT = DFHENTER AND NOT = DFHPF5
                       AND NOT = DFHPF6 AND NOT = DFHPF7
                       AND NOT = DFHPF8
                   MOVE ' TECLA INVALIDA' TO MSGO

               WHEN WS-ACREEDOR = SPACES
                   MOVE ' ERROR: INGRESE EL CLIENTE ACREEDOR' TO MSGO
                   MOVE ATTR-RED TO ACRDEC MSGC

               WHEN EIBAID = DFHENTER
                   PERFORM 3000-MOSTRAR-DEUDORES

               WHEN EIBAID = DFHPF5
                   PERFORM 2100-ADHERIR-ACREEDOR

               WHEN EIBAID = DFHPF6
                   PERFORM 2200-ALTA-DEUDOR

               WHEN EIBAID = DFHPF7
                   PERFORM 2300-BAJA-DEUDOR

               WHEN EIBAID = DFHPF8
                   PERFORM 2400-BAJA-ACREEDOR
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - ADHESION DEL ACREEDOR                                   *
      *================================================================*
      * La cuenta de acreditacion debe ser del propio cliente. Un
      * acreedor ya adherido cambia de cuenta; uno dado de baja se
      * reactiva.
       2100-ADHERIR-ACREEDOR.
           INSPECT CTADEI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO CTADEC.
           IF CTADEI = SPACES
               MOVE ' ERROR: INGRESE LA CUENTA A ACREDITAR' TO MSGO
               MOVE ATTR-RED TO CTADEC
               SET HAY-ERROR-VALIDACION TO TRUE
           ELSE
               PERFORM 7100-LEER-CUENTA
               IF SQLCODE NOT = 0
                   MOVE ' CUENTA INEXISTENTE O DE OTRO CLIENTE' TO MSGO
                   MOVE ATTR-RED TO CTADEC
                   SET HAY-ERROR-VALIDACION TO TRUE
               END-IF
           END-IF.

           IF NO-HAY-ERRORES
               PERFORM 7200-LEER-ACREEDOR
               IF ACREEDOR-EXISTE
                   PERFORM 7260-ACTUALIZAR-ACREEDOR
               ELSE
                   PERFORM 7250-INSERTAR-ACREEDOR
               END-IF
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   PERFORM 3000-MOSTRAR-DEUDORES
                   IF ACREEDOR-EXISTE
                       MOVE ' ACREEDOR ACTIVO CON LA CUENTA INDICADA'
                         TO MSGO
                   ELSE
                       MOVE ' ACREEDOR ADHERIDO - CARGUE SUS DEUDORES'
                         TO MSGO
                   END-IF
                   MOVE ATTR-GREEN TO MSGC
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL GRABAR EL ACREEDOR' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           ELSE
               MOVE ATTR-RED TO MSGC
           END-IF.

      *================================================================*
      * 2200 - ALTA DE UN DEUDOR                                       *
      *================================================================*
       2200-ALTA-DEUDOR.
           PERFORM 2250-VALIDAR-DEUDOR.
           IF NO-HAY-ERRORES
               PERFORM 7300-INSERTAR-DEUDOR
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   PERFORM 3000-MOSTRAR-DEUDORES
                   MOVE WS-ID-DEUDOR TO WS-NRO-DEUDOR
                   INITIALIZE MSGO
                   STRING ' DEUDOR ' DELIMITED BY SIZE
                       WS-NRO-DEUDOR DELIMITED BY SIZE
                       ' DADO DE ALTA' DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-GREEN TO MSGC
                   MOVE SPACES TO REFDEO NOMDEO CBUDEO MONDEO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL GRABAR EL DEUDOR' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           ELSE
               MOVE ATTR-RED TO MSGC
           END-IF.

      * Acreedor activo, referencia unica entre los deudores activos
      * del acreedor, CBU valido de otra entidad e importe positivo.
       2250-VALIDAR-DEUDOR.
           INSPECT REFDEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT NOMDEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT CBUDEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MONDEI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(REFDEI) TO REFDEI.
           MOVE FUNCTION UPPER-CASE(NOMDEI) TO NOMDEI.
           MOVE ATTR-NORMAL TO REFDEC NOMDEC CBUDEC MONDEC.
           PERFORM 7050-LEER-PARAMETROS.
           PERFORM 7200-LEER-ACREEDOR.
           MOVE CBUDEI TO WS-CBU-NUMERO.
           PERFORM 9710-VALIDAR-CBU.
           MOVE MONDEI TO WS-VAL-ENTRADA.
           PERFORM 9900-RUTINA-VALIDAR-NUMERO.
           IF SW-VAL-ERROR NOT = 'S'
               MOVE WS-VAL-SALIDA-V TO WS-MONTO-DEUDOR
           END-IF.

           EVALUATE TRUE
               WHEN ACREEDOR-NO-EXISTE OR HV-ESTADO-ACRD NOT = 'A'
                   MOVE ' EL CLIENTE NO ES UN ACREEDOR ACTIVO (PF5)'
                     TO MSGO
                   MOVE ATTR-RED TO ACRDEC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN REFDEI = SPACES
                   MOVE ' ERROR: INGRESE LA REFERENCIA DEL MANDATO'
                     TO MSGO
                   MOVE ATTR-RED TO REFDEC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN NOMDEI = SPACES
                   MOVE ' ERROR: INGRESE EL NOMBRE DEL DEUDOR' TO MSGO
                   MOVE ATTR-RED TO NOMDEC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-CBU-OK NOT = 'S'
                   MOVE SPACES TO MSGO
                   STRING ' ERROR: ' DELIMITED BY SIZE
                       WS-CBU-MOTIVO DELIMITED BY SIZE
                       INTO MSGO
                   MOVE ATTR-RED TO CBUDEC
                   SET HAY-ERROR-VALIDACION TO TRUE

      * Un deudor de este banco se adhiere por IBMUSER.MANDATOS.
               WHEN WS-CBU-BANCO = WS-CODIGO-BANCO-X
                   MOVE ' CBU DE ESTE BANCO: USE DEBITO POR MANDATO'
                     TO MSGO
                   MOVE ATTR-RED TO CBUDEC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN SW-VAL-ERROR = 'S' OR WS-MONTO-DEUDOR NOT > 0
                   MOVE ' ERROR: IMPORTE INVALIDO' TO MSGO
                   MOVE ATTR-RED TO MONDEC
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   PERFORM 7310-CONTAR-REFERENCIA
                   IF WS-CANT-DUPLICADOS > 0
                       MOVE ' YA HAY UN DEUDOR ACTIVO CON ESA REF.'
                         TO MSGO
                       MOVE ATTR-RED TO REFDEC
                       SET HAY-ERROR-VALIDACION TO TRUE
                   END-IF
           END-EVALUATE.

      *================================================================*
      * 2300 - BAJA MANUAL DE UN DEUDOR                                *
      *================================================================*
       2300-BAJA-DEUDOR.
           INSPECT NRODEI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE ATTR-NORMAL TO NRODEC.
           IF NRODEI IS NOT NUMERIC
               MOVE ' ERROR: INGRESE EL NUMERO DE DEUDOR (9 DIGITOS)'
                 TO MSGO
               MOVE ATTR-RED TO NRODEC MSGC
           ELSE
               MOVE NRODEI TO WS-ID-DEUDOR
               PERFORM 7350-BAJA-DEUDOR
               IF SQLCODE = 0
                   PERFORM 7360-BORRAR-PENDIENTES-DEUDOR
               END-IF
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       EXEC CICS SYNCPOINT END-EXEC
                       PERFORM 3000-MOSTRAR-DEUDORES
                       MOVE ' DEUDOR DADO DE BAJA' TO MSGO
                       MOVE ATTR-GREEN TO MSGC
                       MOVE SPACES TO NRODEO
                   WHEN SQLCODE = 100
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' NO HAY UN DEUDOR ACTIVO CON ESE NUMERO'
                         TO MSGO
                       MOVE ATTR-RED TO NRODEC MSGC
                   WHEN OTHER
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE ' ERROR AL DAR DE BAJA EL DEUDOR' TO MSGO
                       MOVE ATTR-RED TO MSGC
               END-EVALUATE
           END-IF.

      *================================================================*
      * 2400 - BAJA DEL ACREEDOR                                       *
      *================================================================*
      * Los deudores quedan como estan (PF5 reactiva la cobranza);
      * lo ya enviado se sigue acreditando cuando se cobre.
       2400-BAJA-ACREEDOR.
           PERFORM 7400-BAJA-ACREEDOR.
           IF SQLCODE = 0
               PERFORM 7410-BORRAR-PENDIENTES-ACREEDOR
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   PERFORM 3000-MOSTRAR-DEUDORES
                   MOVE ' ACREEDOR DADO DE BAJA' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
               WHEN SQLCODE = 100
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' EL CLIENTE NO ES UN ACREEDOR ACTIVO' TO MSGO
                   MOVE ATTR-RED TO ACRDEC MSGC
               WHEN OTHER
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL DAR DE BAJA EL ACREEDOR' TO MSGO
                   MOVE ATTR-RED TO MSGC
           END-EVALUATE.

      *================================================================*
      * 3000 - ACREEDOR Y LISTA DE DEUDORES                            *
      *================================================================*
       3000-MOSTRAR-DEUDORES.
           MOVE SPACES TO DEU1O DEU2O DEU3O DEU4O DEU5O.
           MOVE WS-LINEA-CABECERA TO LINEA2O.
           PERFORM 7200-LEER-ACREEDOR.
           IF ACREEDOR-NO-EXISTE
               MOVE ' EL CLIENTE NO ESTA ADHERIDO COMO ACREEDOR'
                 TO INFODEO
           ELSE
               PERFORM 7320-CONTAR-ACTIVOS
               IF HV-ESTADO-ACRD = 'A'
                   MOVE 'ACTIVO   ' TO WS-LI-ESTADO
               ELSE
                   MOVE 'DE BAJA  ' TO WS-LI-ESTADO
               END-IF
               MOVE HV-CUENTA-ACRD  TO WS-LI-CUENTA
               MOVE WS-CANT-ACTIVOS TO WS-LI-ACTIVOS
               MOVE WS-LINEA-INFO   TO INFODEO
               MOVE 0 TO WS-INDICE
               PERFORM 7700-ABRIR-CURSOR-DEUDORES
               PERFORM 7750-FETCH-DEUDOR
               PERFORM 3100-VOLCAR-DEUDOR
                   UNTIL SQLCODE NOT = 0 OR WS-INDICE >= 5
               PERFORM 7780-CERRAR-CURSOR-DEUDORES
               IF WS-INDICE = 0
                   MOVE ' EL ACREEDOR NO TIENE DEUDORES' TO DEU1O
               END-IF
           END-IF.

       3100-VOLCAR-DEUDOR.
           ADD 1 TO WS-INDICE.
           MOVE HV-ID-DEUD       TO WS-LD-NUMERO.
           MOVE HV-REF-DEUD      TO WS-LD-REFERENCIA.
           MOVE HV-CBU-DEUD      TO WS-LD-CBU.
           MOVE HV-MONTO-DEUD    TO WS-LD-IMPORTE.
           EVALUATE HV-ESTADO-DEUD
               WHEN 'A' MOVE 'ACTIVO   ' TO WS-ESTADO-DESC
               WHEN 'B' MOVE 'BAJA     ' TO WS-ESTADO-DESC
               WHEN 'D' MOVE 'BAJA ' TO WS-ESTADO-DESC
                        MOVE HV-MOTIVO-DEUD TO WS-ESTADO-DESC(6:3)
               WHEN OTHER MOVE HV-ESTADO-DEUD TO WS-ESTADO-DESC
           END-EVALUATE.
           MOVE WS-ESTADO-DESC TO WS-LD-ESTADO.
           IF HV-RECHAZOS-DEUD > 9
               MOVE 9 TO WS-LD-RECHAZOS
           ELSE
               MOVE HV-RECHAZOS-DEUD TO WS-LD-RECHAZOS
           END-IF.
           EVALUATE WS-INDICE
               WHEN 1 MOVE WS-LINEA-DEUDOR TO DEU1O
               WHEN 2 MOVE WS-LINEA-DEUDOR TO DEU2O
               WHEN 3 MOVE WS-LINEA-DEUDOR TO DEU3O
               WHEN 4 MOVE WS-LINEA-DEUDOR TO DEU4O
               WHEN 5 MOVE WS-LINEA-DEUDOR TO DEU5O
           END-EVALUATE.
           PERFORM 7750-FETCH-DEUDOR.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           MOVE CG-M-USER TO NOMBREUSO.

           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP('BKMAPDE') MAPSET('BKDEMP')
                        FROM(BKMAPDEO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP('BKMAPDE') MAPSET('BKDEMP')
                        FROM(BKMAPDEO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP('BKMAPDE') MAPSET('BKDEMP')
               INTO(BKMAPDEI) RESP(WA-RESPUESTA-CICS) END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS (DB2)                                    *
      *================================================================*
       7050-LEER-PARAMETROS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT VALOR_PARAM INTO :HV-VALOR-PARAM
               FROM IBMUSER.PARAMETROS
               WHERE NOMBRE_PARAM = 'CODIGO_BANCO_CBU'
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-VALOR-PARAM TO WS-CODIGO-BANCO
           END-IF.

      * Cuenta de acreditacion del acreedor (titular de CUENTAS).
       7100-LEER-CUENTA.
           MOVE CTADEI      TO HV-NUMERO-CUENTA.
           MOVE WS-ACREEDOR TO HV-USUARIO-CTA.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT SALDO
               INTO :HV-SALDO-CTA
               FROM IBMUSER.CUENTAS
               WHERE NUMERO_CUENTA = :HV-NUMERO-CUENTA
                 AND USUARIO = :HV-USUARIO-CTA
           END-EXEC.

       7200-LEER-ACREEDOR.
           MOVE WS-ACREEDOR TO HV-USUARIO-ACRD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CUENTA_NUM, ESTADO
               INTO :HV-CUENTA-ACRD, :HV-ESTADO-ACRD
               FROM IBMUSER.ACREEDORES_DEBITO
               WHERE USUARIO = :HV-USUARIO-ACRD
           END-EXEC.
           IF SQLCODE = 0
               SET ACREEDOR-EXISTE TO TRUE
           ELSE
               SET ACREEDOR-NO-EXISTE TO TRUE
           END-IF.

       7250-INSERTAR-ACREEDOR.
           MOVE WS-ACREEDOR      TO HV-USUARIO-ACRD.
           MOVE HV-NUMERO-CUENTA TO HV-CUENTA-ACRD.
           MOVE CG-SUCURSAL-ID   TO HV-SUCURSAL-ACRD.
           MOVE CG-M-USER        TO HV-AGENTE-ACRD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.ACREEDORES_DEBITO
               (USUARIO, CUENTA_NUM, SUCURSAL_ID, ESTADO, AGENTE_ID,
                FECHA_ALTA)
               VALUES (:HV-USUARIO-ACRD, :HV-CUENTA-ACRD,
                :HV-SUCURSAL-ACRD, 'A', :HV-AGENTE-ACRD,
                CURRENT TIMESTAMP)
           END-EXEC.

       7260-ACTUALIZAR-ACREEDOR.
           MOVE HV-NUMERO-CUENTA TO HV-CUENTA-ACRD.
           MOVE CG-M-USER        TO HV-AGENTE-ACRD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ACREEDORES_DEBITO
               SET CUENTA_NUM = :HV-CUENTA-ACRD,
                   ESTADO = 'A',
                   AGENTE_ID = :HV-AGENTE-ACRD,
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE USUARIO = :HV-USUARIO-ACRD
           END-EXEC.

       7300-INSERTAR-DEUDOR.
           MOVE WS-ACREEDOR     TO HV-ACREEDOR-DEUD.
           MOVE REFDEI          TO HV-REF-DEUD.
           MOVE NOMDEI          TO HV-NOMBRE-DEUD.
           MOVE WS-CBU-NUMERO   TO HV-CBU-DEUD.
           MOVE WS-MONTO-DEUDOR TO HV-MONTO-DEUD.
           MOVE CG-M-USER       TO HV-AGENTE-DEUD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.DEUDORES_DEBITO
               (ACREEDOR, REF_MANDATO, NOMBRE, CBU, MONTO, ESTADO,
                RECHAZOS_CONSEC, MOTIVO_BAJA, AGENTE_ID, FECHA_ALTA)
               VALUES (:HV-ACREEDOR-DEUD, :HV-REF-DEUD,
                :HV-NOMBRE-DEUD, :HV-CBU-DEUD, :HV-MONTO-DEUD, 'A',
                0, ' ', :HV-AGENTE-DEUD, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9591-CONTAR-SQL
               EXEC SQL SELECT IDENTITY_VAL_LOCAL()
                   INTO :WS-ID-DEUDOR
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.

       7310-CONTAR-REFERENCIA.
           MOVE WS-ACREEDOR TO HV-ACREEDOR-DEUD.
           MOVE REFDEI      TO HV-REF-DEUD.
           MOVE 0 TO WS-CANT-DUPLICADOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-DUPLICADOS
               FROM IBMUSER.DEUDORES_DEBITO
               WHERE ACREEDOR = :HV-ACREEDOR-DEUD
                 AND REF_MANDATO = :HV-REF-DEUD
                 AND ESTADO = 'A'
           END-EXEC.

       7320-CONTAR-ACTIVOS.
           MOVE WS-ACREEDOR TO HV-ACREEDOR-DEUD.
           MOVE 0 TO WS-CANT-ACTIVOS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-CANT-ACTIVOS
               FROM IBMUSER.DEUDORES_DEBITO
               WHERE ACREEDOR = :HV-ACREEDOR-DEUD
                 AND ESTADO = 'A'
           END-EXEC.

       7350-BAJA-DEUDOR.
           MOVE WS-ID-DEUDOR TO HV-ID-DEUD.
           MOVE WS-ACREEDOR  TO HV-ACREEDOR-DEUD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.DEUDORES_DEBITO
               SET ESTADO = 'B',
                   MOTIVO_BAJA = 'MAN',
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE ID_DEUDOR = :HV-ID-DEUD
                 AND ACREEDOR = :HV-ACREEDOR-DEUD
                 AND ESTADO = 'A'
           END-EXEC.

      * Lo generado y aun no cortado no viaja; lo ya enviado sigue
      * su curso. Sin pendientes no es error.
       7360-BORRAR-PENDIENTES-DEUDOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL DELETE FROM IBMUSER.DEBITOS_ORIGINADOS
               WHERE ID_DEUDOR = :HV-ID-DEUD
                 AND ESTADO = 'P'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

       7400-BAJA-ACREEDOR.
           MOVE WS-ACREEDOR TO HV-USUARIO-ACRD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ACREEDORES_DEBITO
               SET ESTADO = 'B',
                   FECHA_ESTADO = CURRENT TIMESTAMP
               WHERE USUARIO = :HV-USUARIO-ACRD
                 AND ESTADO = 'A'
           END-EXEC.

       7410-BORRAR-PENDIENTES-ACREEDOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL DELETE FROM IBMUSER.DEBITOS_ORIGINADOS
               WHERE ACREEDOR = :HV-USUARIO-ACRD
                 AND ESTADO = 'P'
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      * Activos primero, luego las bajas mas recientes.
       7700-ABRIR-CURSOR-DEUDORES.
           MOVE WS-ACREEDOR TO HV-ACREEDOR-DEUD.
           EXEC SQL DECLARE CUR-DEUDORES CURSOR FOR
               SELECT ID_DEUDOR, REF_MANDATO, CBU, MONTO, ESTADO,
                      RECHAZOS_CONSEC, MOTIVO_BAJA
               FROM IBMUSER.DEUDORES_DEBITO
               WHERE ACREEDOR = :HV-ACREEDOR-DEUD
               ORDER BY CASE ESTADO WHEN 'A' THEN 0 ELSE 1 END,
                        ID_DEUDOR DESC
           END-EXEC.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL OPEN CUR-DEUDORES END-EXEC.

       7750-FETCH-DEUDOR.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL FETCH CUR-DEUDORES
               INTO :HV-ID-DEUD, :HV-REF-DEUD, :HV-CBU-DEUD,
                    :HV-MONTO-DEUD, :HV-ESTADO-DEUD,
                    :HV-RECHAZOS-DEUD, :HV-MOTIVO-DEUD
           END-EXEC.

       7780-CERRAR-CURSOR-DEUDORES.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL CLOSE CUR-DEUDORES END-EXEC.

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
       COPY CPYCBUP.
       COPY CPYRTMP.
