      *                '91' timeout del riel (la salida se            *
      *                deshace sola: el debito viaja en la misma      *
      *                unidad de trabajo y se rollbackea).            *
      *                                                               *
      * Las dos cuentas viajan como CBU de 22 digitos (ver COPYS/     *
      * CPYCBUP.cbl); el largo total de la commarea no cambia.        *
      ******************************************************************
       01  INS-COMMAREA.
           05  INS-DIRECCION            PIC X(01).
               88  INS-SALIDA           VALUE 'S'.
               88  INS-ENTRADA          VALUE 'E'.
           05  INS-BANCO                PIC X(04).
           05  INS-CUENTA-DESTINO       PIC X(22).
           05  INS-CUENTA-ORIGEN        PIC X(22).
           05  INS-MONTO                PIC 9(09)V99.
           05  INS-REFERENCIA           PIC X(12).
           05  INS-RESULTADO            PIC X(02).
               88  INS-CONFIRMADA       VALUE '00'.
               88  INS-RECHAZADA        VALUE '05'.
               88  INS-TIMEOUT          VALUE '91'.
           05  FILLER                   PIC X(06).
