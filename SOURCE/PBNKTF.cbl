       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKTF.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKTF                                 **
      ** TITULO ...........: TARIFARIO DE COMISIONES                **
      ** **
      ** TIPO .............: ONLINE                                 **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: CICS                           **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Sesion administrativa independiente (transaccion BKTF,   **
      **   credencial de IBMUSER.ADMINS, mismo patron que PBNKPA):  **
      **   el rol 'C' solo consulta, 'S'/'J' publican.              **
      ** - ENTER consulta un evento de comision y un producto       **
      **   (TIPO_CUENTA; blanco = tarifa generica): la tarifa       **
      **   vigente hoy y la proxima publicada con fecha futura.     **
      ** - PF6 publica una tarifa nueva (fijo, porcentaje, minimo,  **
      **   maximo, franquicia mensual) con FECHA DE VIGENCIA        **
      **   FUTURA: entra sola en vigor ese dia, la busqueda de      **
      **   COPYS/CPYTARP.cbl toma la fila mas reciente <= la fecha  **
      **   de la operacion. Republicar la misma fecha la reemplaza. **
      ** - PF7 anula ('X') la proxima tarifa futura antes de que    **
      **   entre en vigor. Una tarifa vigente no se toca: se        **
      **   reemplaza publicando otra con fecha futura.              **
      ** - Los importes llevan coma decimal: 2 decimales para los   **
      **   montos y 4 para el porcentaje (3100-PARSEAR-VALOR, la    **
      **   rutina de PBNKPA con el largo de cada campo).            **
      ** - Solo acepta credenciales de soporte activas (ADMINS      **
      **   ESTADO 'A'; la recertificacion trimestral revoca o       **
      **   suspende) y anota ADMINS.ULTIMO_ACCESO en cada login.    **
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
      * COPIES DE MAPAS Y UTILIDADES                                   *
      *----------------------------------------------------------------*
       COPY BKTFMP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY CICSATTR.
       COPY CPYHSHWD.
       COPY CPYRTMW.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLADMIN END-EXEC.
           EXEC SQL INCLUDE DCLPROD END-EXEC.
           EXEC SQL INCLUDE DCLTARI END-EXEC.

      *----------------------------------------------------------------*
      * COMMAREA PROPIA DE LA SESION ADMINISTRATIVA (patron PBNKPA)    *
      *----------------------------------------------------------------*
       01  WA-COMMAREA-ADMIN.
           05 WA-ADMIN-AUTENTICADO  PIC X     VALUE 'N'.
              88 ADMIN-AUTENTICADO            VALUE 'S'.
           05 WA-ADMIN-ID           PIC X(08) VALUE SPACES.
           05 WA-ADMIN-ROL          PIC X(01) VALUE 'C'.
              88 ROL-CONSULTA                 VALUE 'C'.
           05 WA-EVENTO-CARGADO     PIC X(08) VALUE SPACES.
           05 WA-TIPO-CARGADO       PIC X(01) VALUE SPACES.

       01  WS-VARIABLES-TRABAJO.
           05 WA-RESPUESTA-CICS     PIC S9(8) COMP.
           05 WS-ADMIN-INPUT        PIC X(08).
           05 WS-ADMINPWD-INPUT     PIC X(08).
           05 WS-ADMIN-PASSWORD-HASH PIC X(16).
      * Eventos que cobra algun programa (ver DDL/TARIFARIO_
      * COMISIONES.sql); otro nombre no tendria quien lo lea.
           05 WS-EVENTO-INPUT       PIC X(08).
              88 EVENTO-CATALOGO    VALUE 'SOBREGIR' 'CHEQGER'
                                          'AGENCIA'  'ADELANTO'
                                          'COMERCIO' 'TRANSFER'
                                          'RETATM'.
           05 WS-TIPO-INPUT         PIC X(01).
           05 WS-FIJO-NUEVO         PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-PCT-NUEVO          PIC S9(3)V9(4) COMP-3 VALUE 0.
           05 WS-MINIMO-NUEVO       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-MAXIMO-NUEVO       PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-FRANQ-NUEVA        PIC S9(9) COMP VALUE 0.
           05 WS-MONTO-EDIT         PIC Z(7)9,99.
           05 WS-PCT-EDIT           PIC ZZ9,9999.
           05 WS-FRANQ-EDIT         PIC ZZ9.
           05 WS-FECHA-EF-ISO       PIC X(10) VALUE SPACES.
           05 WS-DUMMY-FECHA        PIC X(10) VALUE SPACES.
           05 WS-ETIQUETA           PIC X(08) VALUE SPACES.
           05 WS-LINEA-1            PIC X(79) VALUE SPACES.
           05 WS-LINEA-2            PIC X(79) VALUE SPACES.
      * Parseo del valor tecleado (entero + coma + decimales); el
      * llamador fija el largo del campo en WS-PRS-MAX-ENT/-DEC.
           05 WS-PRS-ENTRADA        PIC X(16).
           05 WS-PRS-MAX-ENT        PIC 99 VALUE 0.
           05 WS-PRS-MAX-DEC        PIC 99 VALUE 0.
           05 WS-PRS-VALOR          PIC S9(9)V9(6) COMP-3 VALUE 0.
           05 WS-PRS-IND            PIC 99 VALUE 0.
           05 WS-PRS-CHAR           PIC X(01).
           05 WS-PRS-ENTERO         PIC 9(9) VALUE 0.
           05 WS-PRS-DECIMAL        PIC X(6) VALUE SPACES.
           05 WS-PRS-DEC-NUM        PIC 9(6) VALUE 0.
           05 WS-PRS-DEC-V REDEFINES WS-PRS-DEC-NUM PIC V9(6).
           05 WS-PRS-DIGITOS        PIC 99 VALUE 0.
           05 WS-PRS-DEC-IND        PIC 99 VALUE 0.
           05 WS-PRS-HAY-COMA       PIC X(01) VALUE 'N'.
           05 SW-PRS-ERROR          PIC X(01) VALUE 'N'.
              88 PARSEO-INVALIDO              VALUE 'S'.

       01  WS-CONTROL.
           03 SW-ENVIO-MAPA         PIC X     VALUE '0'.
              88 ENVIO-ERASE                  VALUE '1'.
              88 ENVIO-DATAONLY               VALUE '2'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA          PIC X(8)  VALUE 'PBNKTF'.
           03  WC-TRANSACCION       PIC X(4)  VALUE 'BKTF'.
           03  WC-MAP               PIC X(8)  VALUE 'BKMAPTF'.
           03  WC-MAPSET            PIC X(8)  VALUE 'BKTFMP'.
           03  WC-MSG-SALIDA        PIC X(31)
               VALUE 'SESION DE TARIFARIO FINALIZADA'.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(40).

       PROCEDURE DIVISION.

      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-TAREA.
           PERFORM 9590-INICIAR-CRONOMETRO.
           MOVE 'ADMN' TO WS-RTM-SUCURSAL.

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO WA-COMMAREA-ADMIN
           END-IF.

           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 1000-INICIALIZACION

               WHEN OTHER
                   PERFORM 2000-PROCESAR-INTERACCION
           END-EVALUATE.

           PERFORM 9999-RETORNO-CICS.

      *================================================================*
      * 1000 - PRIMERA PANTALLA                                        *
      *================================================================*
       1000-INICIALIZACION.
           MOVE LOW-VALUES TO BKMAPTFO.
           MOVE ' TARIFARIO DE COMISIONES' TO TITULOO.
           MOVE ' IDENTIFIQUESE CON SU CREDENCIAL DE SOPORTE' TO MSGO.
           MOVE ' ENTER=CONSULTAR PF6=PUBLICAR PF7=ANULAR PF3=SALIR'
             TO LEYENDAO.
           SET ENVIO-ERASE TO TRUE.
           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2000 - INTERACCION                                             *
      *================================================================*
       2000-PROCESAR-INTERACCION.
           PERFORM 4100-RECIBIR-MAPA.
           SET ENVIO-DATAONLY TO TRUE.
           MOVE SPACES TO MSGO.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER AND NOT ADMIN-AUTENTICADO
                   PERFORM 2100-VALIDAR-ADMIN

               WHEN EIBAID = DFHENTER AND ADMIN-AUTENTICADO
                   PERFORM 2200-CONSULTAR-TARIFA

               WHEN EIBAID = DFHPF6 AND ADMIN-AUTENTICADO
                       AND NOT ROL-CONSULTA
                       AND WA-EVENTO-CARGADO NOT = SPACES
                   PERFORM 2400-PUBLICAR-TARIFA

               WHEN EIBAID = DFHPF7 AND ADMIN-AUTENTICADO
                       AND NOT ROL-CONSULTA
                       AND WA-EVENTO-CARGADO NOT = SPACES
                   PERFORM 2500-ANULAR-FUTURA

               WHEN (EIBAID = DFHPF6 OR EIBAID = DFHPF7)
                       AND ADMIN-AUTENTICADO AND ROL-CONSULTA
                   MOVE ' SU ROL ES SOLO DE CONSULTA' TO MSGO
                   MOVE ATTR-RED TO MSGC

               WHEN EIBAID = DFHPF3
                   PERFORM 9200-SALIR-DEL-SISTEMA

               WHEN OTHER
                   MOVE ' TECLA INVALIDA O FUERA DE SECUENCIA' TO MSGO
           END-EVALUATE.

           PERFORM 4000-ENVIO-MAPA.

      *================================================================*
      * 2100 - AUTENTICACION DEL ADMINISTRADOR (PATRON PBNKPA)         *
      *================================================================*
       2100-VALIDAR-ADMIN.
           INSPECT ADMINUI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ADMINPI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(ADMINUI) TO WS-ADMIN-INPUT.
           MOVE FUNCTION UPPER-CASE(ADMINPI) TO WS-ADMINPWD-INPUT.

           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT PASSWORD, ROL
               INTO :HV-ADMIN-PASSWORD, :HV-ADMIN-ROL
               FROM IBMUSER.ADMINS
               WHERE ADMIN_ID = :WS-ADMIN-INPUT
                 AND ESTADO = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE ' CREDENCIAL DE SOPORTE INVALIDA' TO MSGO
           ELSE
               MOVE WS-ADMINPWD-INPUT TO WS-HASH-STR-IN
               MOVE WS-ADMIN-INPUT    TO WS-HASH-SALT-IN
               PERFORM 9960-CALCULAR-HASH
               MOVE WS-HASH-STR-OUT TO WS-ADMIN-PASSWORD-HASH
               IF WS-ADMIN-PASSWORD-HASH = HV-ADMIN-PASSWORD
                   SET ADMIN-AUTENTICADO TO TRUE
                   PERFORM 2150-REGISTRAR-ACCESO
                   MOVE WS-ADMIN-INPUT TO WA-ADMIN-ID
                   MOVE HV-ADMIN-ROL   TO WA-ADMIN-ROL
                   MOVE ATTR-PROT TO ADMINUA
                   MOVE ATTR-PROT TO ADMINPA
                   MOVE ATTR-UNPROT-MDT TO EVENTOA
                   MOVE ' INGRESE EVENTO Y PRODUCTO (BLANCO=GENERICA)'
                     TO MSGO
               ELSE
                   MOVE ' CREDENCIAL DE SOPORTE INVALIDA' TO MSGO
               END-IF
           END-IF.

      * Ultimo login del soporte para la recertificacion trimestral
      * (ADMINS.ULTIMO_ACCESO; este login no escribe ACCESOS).
       2150-REGISTRAR-ACCESO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.ADMINS
               SET ULTIMO_ACCESO = CURRENT TIMESTAMP
               WHERE ADMIN_ID = :WS-ADMIN-INPUT
           END-EXEC.
           IF SQLCODE = 0
               EXEC CICS SYNCPOINT END-EXEC
           END-IF.

      *================================================================*
      * 2200 - CONSULTA DE LA TARIFA (VIGENTE Y PROXIMA)               *
      *================================================================*
       2200-CONSULTAR-TARIFA.
           MOVE SPACES TO WA-EVENTO-CARGADO.
           MOVE SPACES TO WA-TIPO-CARGADO.
           MOVE SPACES TO VIGLN1O.
           MOVE SPACES TO VIGLN2O.
           MOVE SPACES TO FUTLN1O.
           MOVE SPACES TO FUTLN2O.
           INSPECT EVENTOI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT TIPOCTI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(EVENTOI) TO WS-EVENTO-INPUT.
           MOVE FUNCTION UPPER-CASE(TIPOCTI) TO WS-TIPO-INPUT.

           IF NOT EVENTO-CATALOGO
               MOVE ' EVENTO INEXISTENTE (VER CATALOGO DE EVENTOS)'
                 TO MSGO
               MOVE ATTR-RED TO MSGC
           ELSE
               MOVE 0 TO SQLCODE
               IF WS-TIPO-INPUT NOT = SPACES
                   PERFORM 7100-LEER-PRODUCTO
               END-IF
               IF SQLCODE NOT = 0
                   MOVE ' PRODUCTO INEXISTENTE EN IBMUSER.PRODUCTOS'
                     TO MSGO
                   MOVE ATTR-RED TO MSGC
               ELSE
                   MOVE WS-EVENTO-INPUT TO WA-EVENTO-CARGADO
                   MOVE WS-TIPO-INPUT   TO WA-TIPO-CARGADO
                   PERFORM 7200-MOSTRAR-VIGENTE
                   PERFORM 7300-MOSTRAR-FUTURA
                   MOVE ' TARIFA CARGADA' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
               END-IF
           END-IF.

      *================================================================*
      * 2400 - PUBLICAR TARIFA CON VIGENCIA FUTURA (PF6)               *
      *================================================================*
       2400-PUBLICAR-TARIFA.
           PERFORM 3000-VALIDAR-TARIFA-NUEVA.
           IF NOT PARSEO-INVALIDO
               PERFORM 3200-VALIDAR-FECHA-EFECTIVA
           END-IF.
           IF NOT PARSEO-INVALIDO
               PERFORM 7600-GRABAR-TARIFA
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   PERFORM 2200-CONSULTAR-TARIFA
                   MOVE ' TARIFA PUBLICADA - RIGE DESDE LA FECHA'
                     TO MSGO
                   MOVE ATTR-GREEN TO MSGC
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL PUBLICAR LA TARIFA' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *================================================================*
      * 2500 - ANULAR LA PROXIMA TARIFA FUTURA (PF7)                   *
      *================================================================*
       2500-ANULAR-FUTURA.
           MOVE WA-EVENTO-CARGADO TO HV-EVENTO-TARI.
           MOVE WA-TIPO-CARGADO   TO HV-TIPO-CTA-TARI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(FECHA_VIGENCIA, ISO)
               INTO :HV-FECHA-VIG-TARI
               FROM IBMUSER.TARIFARIO_COMISIONES
               WHERE EVENTO = :HV-EVENTO-TARI
                 AND TIPO_CUENTA = :HV-TIPO-CTA-TARI
                 AND ESTADO = 'A'
                 AND FECHA_VIGENCIA > CURRENT DATE
               ORDER BY FECHA_VIGENCIA
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ' NO HAY TARIFA FUTURA PARA ANULAR' TO MSGO
               MOVE ATTR-RED TO MSGC
           ELSE
               MOVE WA-ADMIN-ID TO HV-ANULADO-TARI
               PERFORM 9591-CONTAR-SQL
               EXEC SQL UPDATE IBMUSER.TARIFARIO_COMISIONES
                   SET ESTADO = 'X',
                       ANULADO_POR = :HV-ANULADO-TARI
                   WHERE EVENTO = :HV-EVENTO-TARI
                     AND TIPO_CUENTA = :HV-TIPO-CTA-TARI
                     AND FECHA_VIGENCIA = DATE(:HV-FECHA-VIG-TARI)
                     AND ESTADO = 'A'
                     AND FECHA_VIGENCIA > CURRENT DATE
               END-EXEC
               IF SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   PERFORM 2200-CONSULTAR-TARIFA
                   MOVE ' TARIFA FUTURA ANULADA' TO MSGO
                   MOVE ATTR-GREEN TO MSGC
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE ' ERROR AL ANULAR' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      *================================================================*
      * 3000 - VALIDACION DE LA TARIFA TECLEADA                        *
      * Campo en blanco = 0 (una tarifa solo porcentual no lleva      *
      * fijo; MAXIMO 0 = sin tope; FRANQUICIA 0 = sin usos gratis).   *
      *================================================================*
       3000-VALIDAR-TARIFA-NUEVA.
           INSPECT FIJONVI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FIJONVI TO WS-PRS-ENTRADA.
           MOVE 8 TO WS-PRS-MAX-ENT.
           MOVE 2 TO WS-PRS-MAX-DEC.
           PERFORM 3100-PARSEAR-VALOR.
           MOVE WS-PRS-VALOR TO WS-FIJO-NUEVO.
           IF NOT PARSEO-INVALIDO
               INSPECT PCTNVI REPLACING ALL LOW-VALUES BY SPACES
               MOVE PCTNVI TO WS-PRS-ENTRADA
               MOVE 3 TO WS-PRS-MAX-ENT
               MOVE 4 TO WS-PRS-MAX-DEC
               PERFORM 3100-PARSEAR-VALOR
               MOVE WS-PRS-VALOR TO WS-PCT-NUEVO
           END-IF.
           IF NOT PARSEO-INVALIDO
               INSPECT MINNVI REPLACING ALL LOW-VALUES BY SPACES
               MOVE MINNVI TO WS-PRS-ENTRADA
               MOVE 8 TO WS-PRS-MAX-ENT
               MOVE 2 TO WS-PRS-MAX-DEC
               PERFORM 3100-PARSEAR-VALOR
               MOVE WS-PRS-VALOR TO WS-MINIMO-NUEVO
           END-IF.
           IF NOT PARSEO-INVALIDO
               INSPECT MAXNVI REPLACING ALL LOW-VALUES BY SPACES
               MOVE MAXNVI TO WS-PRS-ENTRADA
               MOVE 8 TO WS-PRS-MAX-ENT
               MOVE 2 TO WS-PRS-MAX-DEC
               PERFORM 3100-PARSEAR-VALOR
               MOVE WS-PRS-VALOR TO WS-MAXIMO-NUEVO
           END-IF.
           IF NOT PARSEO-INVALIDO
               INSPECT FRANNVI REPLACING ALL LOW-VALUES BY SPACES
               MOVE FRANNVI TO WS-PRS-ENTRADA
               MOVE 3 TO WS-PRS-MAX-ENT
               MOVE 0 TO WS-PRS-MAX-DEC
               PERFORM 3100-PARSEAR-VALOR
               MOVE WS-PRS-VALOR TO WS-FRANQ-NUEVA
           END-IF.
           IF PARSEO-INVALIDO
               MOVE ' IMPORTE INVALIDO (DIGITOS Y COMA DECIMAL)'
                 TO MSGO
               MOVE ATTR-RED TO MSGC
           ELSE
               IF WS-MAXIMO-NUEVO > 0
                       AND WS-MINIMO-NUEVO > WS-MAXIMO-NUEVO
                   SET PARSEO-INVALIDO TO TRUE
                   MOVE ' EL MINIMO SUPERA AL MAXIMO' TO MSGO
                   MOVE ATTR-RED TO MSGC
               END-IF
           END-IF.

      * Digitos con una coma decimal opcional; a lo sumo
      * WS-PRS-MAX-ENT enteros y WS-PRS-MAX-DEC decimales (0 = el
      * campo no admite coma). Blanco vale 0.
       3100-PARSEAR-VALOR.
           MOVE 'N' TO SW-PRS-ERROR.
           MOVE 0 TO WS-PRS-VALOR.
           MOVE 0 TO WS-PRS-ENTERO.
           MOVE SPACES TO WS-PRS-DECIMAL.
           MOVE 0 TO WS-PRS-DIGITOS.
           MOVE 0 TO WS-PRS-DEC-IND.
           MOVE 'N' TO WS-PRS-HAY-COMA.
           PERFORM VARYING WS-PRS-IND FROM 1 BY 1
                   UNTIL WS-PRS-IND > 16 OR PARSEO-INVALIDO
               MOVE WS-PRS-ENTRADA(WS-PRS-IND:1) TO WS-PRS-CHAR
               EVALUATE TRUE
                   WHEN WS-PRS-CHAR = SPACE
                       CONTINUE
                   WHEN WS-PRS-CHAR = ','
                       IF WS-PRS-HAY-COMA = 'S'
                               OR WS-PRS-MAX-DEC = 0
                           SET PARSEO-INVALIDO TO TRUE
                       ELSE
                           MOVE 'S' TO WS-PRS-HAY-COMA
                       END-IF
                   WHEN WS-PRS-CHAR >= '0' AND WS-PRS-CHAR <= '9'
                       IF WS-PRS-HAY-COMA = 'N'
                           IF WS-PRS-DIGITOS >= WS-PRS-MAX-ENT
                               SET PARSEO-INVALIDO TO TRUE
                           ELSE
                               ADD 1 TO WS-PRS-DIGITOS
                               COMPUTE WS-PRS-ENTERO =
                                   WS-PRS-ENTERO * 10
                                   + FUNCTION NUMVAL(WS-PRS-CHAR)
                           END-IF
                       ELSE
                           IF WS-PRS-DEC-IND >= WS-PRS-MAX-DEC
                               SET PARSEO-INVALIDO TO TRUE
                           ELSE
                               ADD 1 TO WS-PRS-DEC-IND
                               MOVE WS-PRS-CHAR TO
                                   WS-PRS-DECIMAL(WS-PRS-DEC-IND:1)
                           END-IF
                       END-IF
                   WHEN OTHER
                       SET PARSEO-INVALIDO TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF NOT PARSEO-INVALIDO
               INSPECT WS-PRS-DECIMAL REPLACING ALL SPACES BY ZEROS
               MOVE WS-PRS-DECIMAL TO WS-PRS-DEC-NUM(1:6)
               COMPUTE WS-PRS-VALOR =
                   WS-PRS-ENTERO + WS-PRS-DEC-V
           END-IF.

      * La fecha de vigencia se teclea ISO (AAAA-MM-DD) y debe ser
      * posterior a hoy: una tarifa nunca cambia un precio del dia
      * en curso. DB2 es el arbitro de validez.
       3200-VALIDAR-FECHA-EFECTIVA.
           INSPECT FECHAEFI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FECHAEFI TO WS-FECHA-EF-ISO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(DATE(:WS-FECHA-EF-ISO), ISO)
               INTO :WS-DUMMY-FECHA
               FROM SYSIBM.SYSDUMMY1
               WHERE DATE(:WS-FECHA-EF-ISO) > CURRENT DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               SET PARSEO-INVALIDO TO TRUE
               MOVE ' FECHA DE VIGENCIA INVALIDA O NO FUTURA (ISO)'
                 TO MSGO
               MOVE ATTR-RED TO MSGC
           END-IF.

      *================================================================*
      * 4000 - MANEJO DE MAPAS                                         *
      *================================================================*
       4000-ENVIO-MAPA.
           EVALUATE TRUE
               WHEN ENVIO-ERASE
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPTFO) ERASE FREEKB END-EXEC
               WHEN ENVIO-DATAONLY
                   EXEC CICS SEND MAP(WC-MAP) MAPSET(WC-MAPSET)
                        FROM(BKMAPTFO) DATAONLY FREEKB END-EXEC
           END-EVALUATE.

       4100-RECIBIR-MAPA.
           EXEC CICS RECEIVE MAP(WC-MAP) MAPSET(WC-MAPSET)
                INTO(BKMAPTFI) RESP(WA-RESPUESTA-CICS) END-EXEC.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
       7100-LEER-PRODUCTO.
           MOVE WS-TIPO-INPUT TO HV-TIPO-CTA-PROD.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT DESCRIPCION INTO :HV-DESC-PROD
               FROM IBMUSER.PRODUCTOS
               WHERE TIPO_CUENTA = :HV-TIPO-CTA-PROD
           END-EXEC.

      * La vigente de ESTA clave (evento + producto); si el producto
      * no tiene fila propia, la operacion cobra la generica.
       7200-MOSTRAR-VIGENTE.
           MOVE WA-EVENTO-CARGADO TO HV-EVENTO-TARI.
           MOVE WA-TIPO-CARGADO   TO HV-TIPO-CTA-TARI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(FECHA_VIGENCIA, ISO), MONTO_FIJO,
                           PORCENTAJE, MINIMO, MAXIMO, FRANQUICIA_MES
               INTO :HV-FECHA-VIG-TARI, :HV-FIJO-TARI, :HV-PCT-TARI,
                    :HV-MINIMO-TARI, :HV-MAXIMO-TARI, :HV-FRANQ-TARI
               FROM IBMUSER.TARIFARIO_COMISIONES
               WHERE EVENTO = :HV-EVENTO-TARI
                 AND TIPO_CUENTA = :HV-TIPO-CTA-TARI
                 AND ESTADO = 'A'
                 AND FECHA_VIGENCIA <= CURRENT DATE
               ORDER BY FECHA_VIGENCIA DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'VIGENTE' TO WS-ETIQUETA
               PERFORM 7400-ARMAR-LINEAS
               MOVE WS-LINEA-1 TO VIGLN1O
               MOVE WS-LINEA-2 TO VIGLN2O
           ELSE
               IF WA-TIPO-CARGADO = SPACES
                   MOVE ' SIN TARIFA VIGENTE - EL EVENTO NO COBRA O USA'
                     TO VIGLN1O
                   MOVE '   EL VALOR DE IBMUSER.PARAMETROS' TO VIGLN2O
               ELSE
                   MOVE ' SIN TARIFA PROPIA VIGENTE - EL PRODUCTO PAGA'
                     TO VIGLN1O
                   MOVE '   LA TARIFA GENERICA (PRODUCTO EN BLANCO)'
                     TO VIGLN2O
               END-IF
           END-IF.

      * La proxima publicada a futuro (la que anula PF7).
       7300-MOSTRAR-FUTURA.
           MOVE WA-EVENTO-CARGADO TO HV-EVENTO-TARI.
           MOVE WA-TIPO-CARGADO   TO HV-TIPO-CTA-TARI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT CHAR(FECHA_VIGENCIA, ISO), MONTO_FIJO,
                           PORCENTAJE, MINIMO, MAXIMO, FRANQUICIA_MES
               INTO :HV-FECHA-VIG-TARI, :HV-FIJO-TARI, :HV-PCT-TARI,
                    :HV-MINIMO-TARI, :HV-MAXIMO-TARI, :HV-FRANQ-TARI
               FROM IBMUSER.TARIFARIO_COMISIONES
               WHERE EVENTO = :HV-EVENTO-TARI
                 AND TIPO_CUENTA = :HV-TIPO-CTA-TARI
                 AND ESTADO = 'A'
                 AND FECHA_VIGENCIA > CURRENT DATE
               ORDER BY FECHA_VIGENCIA
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'PROXIMA' TO WS-ETIQUETA
               PERFORM 7400-ARMAR-LINEAS
               MOVE WS-LINEA-1 TO FUTLN1O
               MOVE WS-LINEA-2 TO FUTLN2O
           ELSE
               MOVE ' SIN TARIFA FUTURA PUBLICADA' TO FUTLN1O
           END-IF.

       7400-ARMAR-LINEAS.
           MOVE SPACES TO WS-LINEA-1.
           MOVE SPACES TO WS-LINEA-2.
           MOVE HV-FRANQ-TARI TO WS-FRANQ-EDIT.
           STRING ' ' DELIMITED BY SIZE
               WS-ETIQUETA DELIMITED BY SPACE
               ' DESDE ' DELIMITED BY SIZE
               HV-FECHA-VIG-TARI DELIMITED BY SIZE
               '   FRANQUICIA ' DELIMITED BY SIZE
               WS-FRANQ-EDIT DELIMITED BY SIZE
               ' USOS POR MES' DELIMITED BY SIZE
               INTO WS-LINEA-1.
           MOVE HV-FIJO-TARI TO WS-MONTO-EDIT.
           STRING ' FIJO ' DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
               INTO WS-LINEA-2.
           MOVE HV-PCT-TARI TO WS-PCT-EDIT.
           STRING '  PORC ' DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               ' %' DELIMITED BY SIZE
               INTO WS-LINEA-2(17:).
           MOVE HV-MINIMO-TARI TO WS-MONTO-EDIT.
           STRING '  MIN ' DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
               INTO WS-LINEA-2(34:).
           MOVE HV-MAXIMO-TARI TO WS-MONTO-EDIT.
           STRING '  MAX ' DELIMITED BY SIZE
               WS-MONTO-EDIT DELIMITED BY SIZE
               INTO WS-LINEA-2(51:).

      * Republicar la misma clave y fecha (futura) reemplaza la fila,
      * aun si estaba anulada; si no existe, se inserta.
       7600-GRABAR-TARIFA.
           MOVE WA-EVENTO-CARGADO TO HV-EVENTO-TARI.
           MOVE WA-TIPO-CARGADO   TO HV-TIPO-CTA-TARI.
           MOVE WS-FECHA-EF-ISO   TO HV-FECHA-VIG-TARI.
           MOVE WS-FIJO-NUEVO     TO HV-FIJO-TARI.
           MOVE WS-PCT-NUEVO      TO HV-PCT-TARI.
           MOVE WS-MINIMO-NUEVO   TO HV-MINIMO-TARI.
           MOVE WS-MAXIMO-NUEVO   TO HV-MAXIMO-TARI.
           MOVE WS-FRANQ-NUEVA    TO HV-FRANQ-TARI.
           MOVE WA-ADMIN-ID       TO HV-PUBLIC-TARI.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL UPDATE IBMUSER.TARIFARIO_COMISIONES
               SET MONTO_FIJO = :HV-FIJO-TARI,
                   PORCENTAJE = :HV-PCT-TARI,
                   MINIMO = :HV-MINIMO-TARI,
                   MAXIMO = :HV-MAXIMO-TARI,
                   FRANQUICIA_MES = :HV-FRANQ-TARI,
                   ESTADO = 'A',
                   PUBLICADO_POR = :HV-PUBLIC-TARI,
                   FECHA_PUBLICACION = CURRENT TIMESTAMP,
                   ANULADO_POR = ' '
               WHERE EVENTO = :HV-EVENTO-TARI
                 AND TIPO_CUENTA = :HV-TIPO-CTA-TARI
                 AND FECHA_VIGENCIA = DATE(:HV-FECHA-VIG-TARI)
                 AND FECHA_VIGENCIA > CURRENT DATE
           END-EXEC.
           IF SQLCODE = 100
               PERFORM 9591-CONTAR-SQL
               EXEC SQL INSERT INTO IBMUSER.TARIFARIO_COMISIONES
                   (EVENTO, TIPO_CUENTA, FECHA_VIGENCIA, MONTO_FIJO,
                    PORCENTAJE, MINIMO, MAXIMO, FRANQUICIA_MES,
                    ESTADO, PUBLICADO_POR, FECHA_PUBLICACION,
                    ANULADO_POR)
                   VALUES (:HV-EVENTO-TARI, :HV-TIPO-CTA-TARI,
                    DATE(:HV-FECHA-VIG-TARI), :HV-FIJO-TARI,
                    :HV-PCT-TARI, :HV-MINIMO-TARI, :HV-MAXIMO-TARI,
                    :HV-FRANQ-TARI, 'A', :HV-PUBLIC-TARI,
                    CURRENT TIMESTAMP, ' ')
               END-EXEC
           END-IF.

      *================================================================*
      * 9000 - SALIDA                                                  *
      *================================================================*
       9200-SALIR-DEL-SISTEMA.
           EXEC CICS SEND TEXT
                FROM (WC-MSG-SALIDA)
                LENGTH (LENGTH OF WC-MSG-SALIDA)
                ERASE FREEKB
           END-EXEC.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN END-EXEC.

       9999-RETORNO-CICS.
           MOVE WA-COMMAREA-ADMIN TO DFHCOMMAREA.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       COPY CPYHSHPD.
       COPY CPYRTMP.
