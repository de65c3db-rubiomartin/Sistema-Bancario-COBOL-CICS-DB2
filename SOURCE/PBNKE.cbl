      ** Valida que el usuario no exista, que ambas claves           **
      ** coincidan, e inserta el registro en IBMUSER.CLIENTES con    **
      ** saldo inicial en cero. Se accede desde PBNKL via PF4.       **
      ** - Autocertificacion fiscal (FATCA/CRS) obligatoria en el    **
      ** alta: pais de residencia fiscal (ISO alfa-2) y numero de    **
      ** identificacion fiscal, grabados en IBMUSER.RESIDENCIAS_     **
      ** FISCALES (ORIGEN 'E') en la misma unidad de trabajo. Otras  **
      ** residencias se declaran despues desde PBNKPE.               **
      ** - Cada interaccion deja su fila de tiempo de respuesta y   **
      **   llamadas SQL en la cola TD BKTR (COPYS/CPYRTMP.cbl).     **
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY WSCOMM.
       COPY CPYHSHWD.
       COPY CPYSCRW.
       COPY CPYRTMW.

      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
           EXEC SQL INCLUDE DCLLVIG END-EXEC.
           EXEC SQL INCLUDE DCLCSAN END-EXEC.
           EXEC SQL INCLUDE DCLCLIEN END-EXEC.
           EXEC SQL INCLUDE DCLRFIS END-EXEC.

       01  WA-RESPUESTA-CICS        PIC S9(8) COMP.

           05 WS-NOMBRE-INPUT       PIC X(20).
           05 WS-PASS1-INPUT        PIC X(08).
           05 WS-PASS2-INPUT        PIC X(08).
           05 WS-PAIS-INPUT         PIC X(02).
           05 WS-NIF-INPUT          PIC X(20).
           05 WS-EXISTE-USUARIO     PIC S9(4) COMP VALUE 0.

       01  WS-CONTROL.
      *================================================================*
       0000-PROCESO-TAREA.

           PERFORM 9590-INICIAR-CRONOMETRO.

           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   PERFORM 1000-PREPARAR-DATOS
           INSPECT NOMBREI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PASS1I REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PASS2I REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT FISPAISI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT FISNIFI REPLACING ALL LOW-VALUES BY SPACES.

           MOVE FUNCTION UPPER-CASE(USERNI) TO WS-USUARIO-INPUT.
           MOVE NOMBREI                     TO WS-NOMBRE-INPUT.
           MOVE PASS1I                      TO WS-PASS1-INPUT.
           MOVE PASS2I                      TO WS-PASS2-INPUT.
           MOVE FUNCTION UPPER-CASE(FISPAISI) TO WS-PAIS-INPUT.
           MOVE FUNCTION UPPER-CASE(FISNIFI)  TO WS-NIF-INPUT.

           EVALUATE TRUE
               WHEN WS-USUARIO-INPUT = SPACES
                   MOVE ' LAS CLAVES NO COINCIDEN' TO MSGEO
                   SET HAY-ERROR-VALIDACION TO TRUE

      * Autocertificacion fiscal: pais ISO alfa-2 y su NIF.
               WHEN WS-PAIS-INPUT(1:1) NOT ALPHABETIC-UPPER
                       OR WS-PAIS-INPUT(2:1) NOT ALPHABETIC-UPPER
                       OR WS-PAIS-INPUT(1:1) = SPACE
                       OR WS-PAIS-INPUT(2:1) = SPACE
                   MOVE ' PAIS DE RESIDENCIA FISCAL (ISO 2 LETRAS)'
                     TO MSGEO
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN WS-NIF-INPUT = SPACES
                   MOVE ' INGRESE SU NUMERO DE IDENTIFICACION FISCAL'
                     TO MSGEO
                   SET HAY-ERROR-VALIDACION TO TRUE

               WHEN OTHER
                   PERFORM 7000-VERIFICAR-USUARIO-DB2
                   IF WS-EXISTE-USUARIO > 0
      *================================================================*
       7000-VERIFICAR-USUARIO-DB2.
           MOVE 0 TO WS-EXISTE-USUARIO.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL SELECT COUNT(*) INTO :WS-EXISTE-USUARIO
               FROM IBMUSER.CLIENTES WHERE USUARIO = :WS-USUARIO-INPUT
           END-EXEC.
      * El enrolamiento por autoservicio nace pendiente de
      * verificacion KYC ('V'): no puede ingresar hasta que el
      * personal lo active desde SOURCE/PBNKKY.cbl.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.CLIENTES
                (USUARIO, PASSWORD, NOMBRE, SALDO,
                 INTENTOS_FALLIDOS, BLOQUEADO, ESTADO)
                        :HV-BLOQUEADO, 'V')
           END-EXEC.

      * Residencia fiscal autocertificada en el alta.
           IF SQLCODE = 0
               PERFORM 7120-INSERTAR-RESIDENCIA
           END-IF.

      * Screening de listas en el alta: una coincidencia queda
      * parqueada en la cola de cumplimiento (SOURCE/PBNKSC.cbl)
      * dentro de la misma unidad de trabajo; el enrolamiento
               END-IF
           END-IF.

       7120-INSERTAR-RESIDENCIA.
           MOVE WS-USUARIO-INPUT TO HV-USUARIO-RFIS.
           MOVE WS-PAIS-INPUT    TO HV-PAIS-RFIS.
           MOVE WS-NIF-INPUT     TO HV-NIF-RFIS.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.RESIDENCIAS_FISCALES
               (USUARIO, PAIS, NIF, ESTADO, ORIGEN, FECHA_AUTOCERT)
               VALUES (:HV-USUARIO-RFIS, :HV-PAIS-RFIS,
                :HV-NIF-RFIS, 'A', 'E', CURRENT TIMESTAMP)
           END-EXEC.

       7150-PARQUEAR-COINCIDENCIA.
           MOVE HV-USUARIO TO HV-USUARIO-CSAN.
           MOVE HV-NOMBRE   TO HV-NOMBRE-CSAN.
           MOVE WS-SCR-ID-LISTA     TO HV-ID-LISTA-CSAN.
           MOVE WS-SCR-NOMBRE-LISTA TO HV-NOMLISTA-CSAN.
           PERFORM 9591-CONTAR-SQL.
           EXEC SQL INSERT INTO IBMUSER.COINCIDENCIAS_SANCION
               (USUARIO, NOMBRE_CLIENTE, ID_LISTA, NOMBRE_LISTA,
                ORIGEN, ESTADO, FECHA_DETECCION)
      * 9000 - NAVEGACION Y SALIDA                                     *
      *================================================================*
       9100-SALIR-A-LOGN.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9594-GRABAR-TIEMPO-XCTL.
           EXEC CICS XCTL
                PROGRAM (CS-PGM-LOGIN)
           END-EXEC.

       9999-RETORNO-CICS.
           MOVE CG-SUCURSAL-ID TO WS-RTM-SUCURSAL.
           PERFORM 9592-GRABAR-TIEMPO.
           EXEC CICS RETURN TRANSID(WC-TRANSACCION)
           END-EXEC.

       COPY CPYHSHPD.

       COPY CPYSCRP.
       COPY CPYRTMP.
