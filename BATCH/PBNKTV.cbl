       7100-ABRIR-CURSOR-VENCEN.
           EXEC SQL DECLARE CUR-VENCEN CURSOR WITH HOLD FOR
               SELECT T.ID_TARJETA, T.USUARIO, T.CUENTA_NUM,
                      T.PIN_HASH, T.LIMITE_DIARIO_TARJ, T.TIPO_TARJETA
               FROM IBMUSER.TARJETAS T
               WHERE T.ESTADO = 'A'
                 AND T.FECHA_VENCIMIENTO
       7200-FETCH-TARJETA.
           EXEC SQL FETCH CUR-VENCEN
               INTO :HV-ID-TARJ, :HV-USUARIO-TARJ, :HV-CUENTA-TARJ,
                    :HV-PIN-HASH-TARJ, :HV-LIMITE-TARJ, :HV-TIPO-TARJ
           END-EXEC.

      * Mismo esquema de numeracion de PBNKTJ 7200: BIN fijo +
      * ID_TARJETA, completado con UPDATE porque el ID lo genera
      * DB2. El PIN_HASH se conserva: el cliente sigue usando su
      * PIN de siempre con el plastico nuevo. El tipo (debito o
      * credito) y la cuenta de la tarjeta vieja tambien.
       7300-INSERTAR-REPOSICION.
           MOVE WS-FECHA-VTO-NUEVA TO HV-FECHA-VENC-TARJ.
           MOVE HV-ID-TARJ         TO HV-ID-TARJ-ORIGEN.
               (USUARIO, CUENTA_NUM, ESTADO, PIN_HASH,
                ENVIADA_EMBOZADOR, MODIFICADO_POR, FECHA_EMISION,
                FECHA_ESTADO, LIMITE_DIARIO_TARJ, FECHA_VENCIMIENTO,
                ID_TARJETA_ORIGEN, TIPO_TARJETA)
               VALUES (:HV-USUARIO-TARJ, :HV-CUENTA-TARJ, 'E',
                :HV-PIN-HASH-TARJ, 'N', :HV-MODIF-POR-TARJ,
                CURRENT TIMESTAMP, CURRENT TIMESTAMP,
                :HV-LIMITE-TARJ, DATE(:HV-FECHA-VENC-TARJ),
                :HV-ID-TARJ-ORIGEN, :HV-TIPO-TARJ)
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL SELECT IDENTITY_VAL_LOCAL() INTO :WS-ID-NUEVO
