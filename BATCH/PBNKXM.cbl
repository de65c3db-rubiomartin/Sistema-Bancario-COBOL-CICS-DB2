       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBNKXM.
       AUTHOR. IBMUSER.
      *
      *****************************************************************
      ** PROGRAMA .........: PBNKXM                                 **
      ** TITULO ...........: EXTRACTO DIARIO ISO 20022 CAMT.053     **
      ** **
      ** TIPO .............: BATCH                                  **
      ** - LENGUAJE ...............: COBOL                          **
      ** - ENTORNO ................: BATCH (SIN CICS)               **
      ** - BASE DE DATOS ..........: DB2                            **
      ** **
      ** DESCRIPCION ......:                                        **
      ** **
      ** - Arma en DD CAMT053 un documento camt.053.001.02 (bank-   **
      **   to-customer statement) con un <Stmt> por cada cuenta     **
      **   adherida en IBMUSER.EXTRACTO_CAMT_CUENTAS (ESTADO 'A',   **
      **   mantenida por personal en SOURCE/PBNKXE.cbl), para que   **
      **   la empresa concilie en su propio ERP.                    **
      ** - Saldo de apertura (OPBD) = ultima foto de SALDOS_EOD     **
      **   anterior a la fecha de negocio (sin foto, cero); saldo   **
      **   de cierre (CLBD) = foto de la fecha. Sin foto de cierre  **
      **   la cuenta se omite con aviso (PBNKEO no corrio).         **
      ** - Un <Ntry> por movimiento de la fecha de negocio de la    **
      **   cuenta, en orden de ID_MOV: importe, credito/debito con  **
      **   el mismo criterio por TIPO_OPER que BATCH/PBNKC.cbl,     **
      **   fecha de negocio y FECHA_VALOR, USUARIO_REL como         **
      **   contraparte, CONCEPTO como referencia y el saldo         **
      **   resultante (SALDO_RESULTANTE) como informacion adicional.**
      ** - Fecha de negocio: la de IBMUSER.FECHA_NEGOCIO, o una     **
      **   AAAA-MM-DD en SYSIN para regenerar un dia anterior.      **
      ** - El corte queda en el libro de control (CPYARCP 9775 /    **
      **   9780, interfaz 'CAMT053'): la secuencia va en el MsgId;  **
      **   cantidad = movimientos informados, total = suma de sus   **
      **   importes. Siendo XML, el archivo no lleva HDR/TRL.       **
      ** - Cuenta cuyo saldo de apertura mas movimientos no da el   **
      **   de cierre: se informa igual, con aviso y RETURN-CODE 4.  **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CAMT ASSIGN TO CAMT053
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CAMT
           RECORDING MODE IS F.
       01  REG-CAMT                     PIC X(200).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * DEFINICIONES DB2                                               *
      *----------------------------------------------------------------*
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE DCLXCAM END-EXEC.
           EXEC SQL INCLUDE DCLCTA END-EXEC.
           EXEC SQL INCLUDE DCLSEOD END-EXEC.
           EXEC SQL INCLUDE DCLMOVIM END-EXEC.
           EXEC SQL INCLUDE DCLCARC END-EXEC.
           EXEC SQL INCLUDE DCLEJEC END-EXEC.

       01  WS-VARIABLES-TRABAJO.
           05 WS-FECHA-SYSIN         PIC X(10) VALUE SPACES.
           05 WS-FECHA-NEGOCIO       PIC X(10) VALUE SPACES.
           05 WS-FECHA-APERTURA      PIC X(10) VALUE SPACES.
           05 WS-TIMESTAMP           PIC X(26) VALUE SPACES.
      * AAAA-MM-DDTHH:MM:SS (ISODateTime).
           05 WS-CREACION            PIC X(19) VALUE SPACES.
           05 WS-SALDO-APERTURA      PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-CIERRE        PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-SALDO-CALCULADO     PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-CRED-DEB            PIC X(4)  VALUE SPACES.
           05 WS-SIGNO-SALDO         PIC X(4)  VALUE SPACES.
           05 WS-CONTADOR-CUENTAS    PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-OMITIDAS   PIC S9(7) COMP-3 VALUE 0.
           05 WS-CONTADOR-MOVS       PIC S9(7) COMP-3 VALUE 0.
           05 WS-ID-EDIT             PIC 9(9).
           05 WS-SECUENCIA-EDIT      PIC 9(6).

      * Importe sin signo con punto decimal, sin blancos a la
      * izquierda (ver 8100).
       01  WS-IMPORTE-XML.
           05 WS-IMP-VALOR           PIC S9(10)V9(2) COMP-3 VALUE 0.
           05 WS-IMP-EDIT            PIC Z(9)9.99.
           05 WS-IMP-BLANCOS         PIC S9(4) COMP VALUE 0.
           05 WS-IMP-TEXTO           PIC X(13) VALUE SPACES.

      * Texto libre con los caracteres reservados de XML escapados
      * (ver 8200).
       01  WS-TEXTO-XML.
           05 WS-TXT-ENTRADA         PIC X(30) VALUE SPACES.
           05 WS-TXT-SALIDA          PIC X(150) VALUE SPACES.
           05 WS-TXT-LARGO           PIC S9(4) COMP VALUE 0.
           05 WS-TXT-FIN             PIC S9(4) COMP VALUE 0.
           05 WS-TXT-IDX             PIC S9(4) COMP VALUE 0.
           05 WS-TXT-CARACTER        PIC X(1)  VALUE SPACE.

       01  WS-CONTROL.
           05 SW-FIN-CUENTAS         PIC X(01) VALUE 'N'.
              88 FIN-CUENTAS                   VALUE 'S'.

       01  WC-CONSTANTES.
           03  WC-PROGRAMA           PIC X(8)  VALUE 'PBNKXM'.
           03  WC-INTERFAZ           PIC X(8)  VALUE 'CAMT053'.
           03  WC-SIN-FOTO           PIC X(10) VALUE '0001-01-01'.

       COPY CPYEJBW.
       COPY CPYARCW.

       PROCEDURE DIVISION.
      *================================================================*
      * 0000 - CONTROL PRINCIPAL                                       *
      *================================================================*
       0000-PROCESO-PRINCIPAL.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESAR-CUENTAS.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

      *================================================================*
      * 1000 - INICIALIZACION                                          *
      *================================================================*
       1000-INICIALIZAR.
           DISPLAY 'PBNKXM - EXTRACTO CAMT.053 - INICIO'.
           ACCEPT WS-FECHA-SYSIN FROM SYSIN.
      * La corrida diaria necesita la foto EOD del dia; una fecha
      * en SYSIN es una regeneracion y no depende de la ventana.
           IF WS-FECHA-SYSIN = SPACES
               MOVE 'PBNKEO' TO WS-EJEC-DEP-PROGRAMA
               PERFORM 9840-VERIFICAR-DEPENDENCIA
               IF WS-EJEC-DEP-OK NOT = 'S'
                   DISPLAY 'PBNKXM - FALTA CORRIDA OK DE PBNKEO HOY'
                       ' - ABORTA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 9800-ABRIR-EJECUCION.
           PERFORM 7010-DETERMINAR-FECHA.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKXM - FECHA INVALIDA EN SYSIN: '
                   WS-FECHA-SYSIN
               MOVE 8 TO RETURN-CODE
               MOVE RETURN-CODE TO WS-EJEC-RC
               PERFORM 9820-CERRAR-EJECUCION
               STOP RUN
           END-IF.
           DISPLAY 'PBNKXM - FECHA DE NEGOCIO: ' WS-FECHA-NEGOCIO.

           OPEN OUTPUT ARCHIVO-CAMT.
           MOVE WC-INTERFAZ TO WS-ARC-INTERFAZ.
           PERFORM 9775-ASIGNAR-SECUENCIA-SAL.
           MOVE 0 TO WS-ARC-CANT-LEIDOS.
           MOVE 0 TO WS-ARC-TOTAL-LEIDO.
           PERFORM 1100-ESCRIBIR-CABECERA.

      *================================================================*
      * 1100 - DOCUMENTO Y CABECERA DE GRUPO (GrpHdr)                  *
      *================================================================*
       1100-ESCRIBIR-CABECERA.
           MOVE WS-ARC-SECUENCIA TO WS-SECUENCIA-EDIT.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO REG-CAMT.
           WRITE REG-CAMT.
           MOVE SPACES TO REG-CAMT.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
               'camt.053.001.02">'
               DELIMITED BY SIZE INTO REG-CAMT.
           WRITE REG-CAMT.
           MOVE ' <BkToCstmrStmt>' TO REG-CAMT.
           WRITE REG-CAMT.
           MOVE '  <GrpHdr>' TO REG-CAMT.
           WRITE REG-CAMT.
           MOVE SPACES TO REG-CAMT.
           STRING '   <MsgId>' WC-INTERFAZ(1:7) '-'
               WS-FECHA-NEGOCIO '-' WS-SECUENCIA-EDIT '</MsgId>'
               DELIMITED BY SIZE INTO REG-CAMT.
           WRITE REG-CAMT.
           MOVE SPACES TO REG-CAMT.
           STRING '   <CreDtTm>' WS-CREACION '</CreDtTm>'
               DELIMITED BY SIZE INTO REG-CAMT.
           WRITE REG-CAMT.
           MOVE '  </GrpHdr>' TO REG-CAMT.
           WRITE REG-CAMT.

      *================================================================*
      * 2000 - UN <Stmt> POR CUENTA ADHERIDA                           *
      *================================================================*
       2000-PROCESAR-CUENTAS.
           PERFORM 7100-ABRIR-CURSOR-CUENTAS.
           PERFORM 7110-FETCH-CUENTA.
           PERFORM UNTIL FIN-CUENTAS
               PERFORM 2100-EXTRACTO-CUENTA
               PERFORM 7110-FETCH-CUENTA
           END-PERFORM.
           EXEC SQL CLOSE CUR-CAMT-CUENTAS END-EXEC.
           MOVE ' </BkToCstmrStmt>' TO REG-CAMT.
           WRITE REG-CAMT.
           MOVE '</Document>' TO REG-CAMT.
           WRITE REG-CAMT.

       2100-EXTRACTO-CUENTA.
           PERFORM 7200-LEER-SALDO-CIERRE.
           IF SQLCODE NOT = 0
               DISPLAY 'PBNKXM - SIN FOTO EOD DE CIERRE, SE OMITE '
                   'CUENTA ' HV-NUMERO-CUENTA
               ADD 1 TO WS-CONTADOR-OMITIDAS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 7210-LEER-SALDO-APERTURA
               ADD 1 TO WS-CONTADOR-CUENTAS
               MOVE WS-SALDO-APERTURA TO WS-SALDO-CALCULADO
               PERFORM 2200-ESCRIBIR-ENCABEZADO-STMT
               PERFORM 7300-ABRIR-CURSOR-MOVIMIENTOS
               PERFORM 7310-FETCH-MOVIMIENTO
               PERFORM UNTIL SQLCODE NOT = 0
                   PERFORM 2300-ESCRIBIR-ENTRADA
                   PERFORM 7310-FETCH-MOVIMIENTO
               END-PERFORM
               IF SQLCODE NOT = 100
                   DISPLAY 'PBNKXM - ERROR EN MOVIMIENTOS CUENTA '
                       HV-NUMERO-CUENTA ' SQLCODE ' SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXEC SQL CLOSE CUR-CAMT-MOVS END-EXEC
               MOVE '  </Stmt>' TO REG-CAMT
               WRITE REG-CAMT
               IF WS-SALDO-CALCULADO NOT = WS-SALDO-CIERRE
                   DISPLAY 'PBNKXM - AVISO: APERTURA MAS MOVIMIENTOS '
                       'NO DA EL CIERRE EN CUENTA ' HV-NUMERO-CUENTA
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 7400-MARCAR-ENVIO
           END-IF.

      *================================================================*
      * 2200 - IDENTIFICACION DE LA CUENTA Y SALDOS (OPBD / CLBD)      *
      *================================================================*
       2200-ESCRIBIR-ENCABEZADO-STMT.
           MOVE '  <Stmt>' TO REG-CAMT.
           WRITE REG-CAMT.
           MOVE SPACES TO REG-CAMT.
           STRING '   <Id>' HV-NUMERO-CUENTA '-' WS-FECHA-NEGOCIO
               '</Id>'
               DELIMITED BY SIZE INTO REG-CAMT.
           WRITE REG-CAMT.
           MOVE SPACES TO REG-CAMT.
           STRING '   <CreDtTm>' WS-CREACION '</CreDtTm>'
               DELIMITED BY SIZE INTO REG-CAMT.
           WRITE REG-CAMT.
           MOVE SPACES TO REG-CAMT.
           STRING '   <FrToDt><FrDtTm>' WS-FECHA-NEGOCIO
               'T00:00:00</FrDtTm><ToDtTm>' WS-FECHA-NEGOCIO
               'T23:59:59</ToDtTm></FrToDt>'
               DELIMITED BY SIZE INTO REG-CAMT.
           WRITE REG-CAMT.
      * La cuenta se identifica por su CBU; sin CBU asignado, por
      * el numero interno.
           MOVE SPACES TO REG-CAMT.
           IF HV-CBU-CTA NOT = SPACES
               STRING '   <Acct><Id><Othr><Id>' HV-CBU-CTA
                   '</Id><SchmeNm><Prtry>CBU</Prtry></SchmeNm>'
                   '</Othr></Id><Ccy>' HV-MONEDA-CTA '</Ccy></Acct>'
                   DELIMITED BY SIZE INTO REG-CAMT
           ELSE
               STRING '   <Acct><Id><Othr><Id>' HV-NUMERO-CUENTA
                   '</Id></Othr></Id><Ccy>' HV-MONEDA-CTA
                   '</Ccy></Acct>'
                   DELIMITED BY SIZE INTO REG-CAMT
           END-IF.
           WRITE REG-CAMT.
           MOVE WS-SALDO-APERTURA TO WS-IMP-VALOR.
           PERFORM 8100-FORMATEAR-IMPORTE.
           MOVE SPACES TO REG-CAMT.
           STRING '   <Bal><Tp><CdOrPrtry><Cd>OPBD</Cd></CdOrPrtry>'
               '</Tp><Amt Ccy="' HV-MONEDA-CTA '">'
               WS-IMP-TEXTO DELIMITED BY SPACE
               '</Amt><CdtDbtInd>' WS-SIGNO-SALDO
               '</CdtDbtInd><Dt><Dt>' WS-FECHA-APERTURA
               '</Dt></Dt></Bal>'
               DELIMITED BY SIZE INTO REG-CAMT.
           WRITE REG-CAMT.
           MOVE WS-SALDO-CIERRE TO WS-IMP-VALOR.
           PERFORM 8100-FORMATEAR-IMPORTE.
           MOVE SPACES TO REG-CAMT.
           STRING '   <Bal><Tp><CdOrPrtry><Cd>CLBD</Cd></CdOrPrtry>'
               '</Tp><Amt Ccy="' HV-MONEDA-CTA '">'
               WS-IMP-TEXTO DELIMITED BY SPACE
               '</Amt><CdtDbtInd>' WS-SIGNO-SALDO
               '</CdtDbtInd><Dt><Dt>' WS-FECHA-NEGOCIO
               '</Dt></Dt></Bal>'
               DELIMITED BY SIZE INTO REG-CAMT.
           WRITE REG-CAMT.

      *================================================================*
      * 2300 - UNA ENTRADA (<Ntry>) POR MOVIMIENTO                     *
      *================================================================*
       2300-ESCRIBIR-ENTRADA.
           ADD 1 TO WS-CONTADOR-MOVS.
           ADD 1 TO WS-ARC-CANT-LEIDOS.
           ADD HV-MONTO TO WS-ARC-TOTAL-LEIDO.
           IF WS-CRED-DEB = 'CRDT'
               ADD HV-MONTO TO WS-SALDO-CALCULADO
           ELSE
               SUBTRACT HV-MONTO FROM WS-SALDO-CALCULADO
           END-IF.
           MOVE '   <Ntry>' TO REG-CAMT.
           WRITE REG-CAMT.
           MOVE HV-MONTO TO WS-IMP-VALOR.
           PERFORM 8100-FORMATEAR-IMPORTE.
           MOVE SPACES TO REG-CAMT.
           STRING '    <Amt Ccy="' HV-MONEDA-CTA '">'
               WS-IMP-TEXTO DELIMITED BY SPACE
               '</Amt><CdtDbtInd>' WS-CRED-DEB
               '</CdtDbtInd><Sts>BOOK</Sts>'
               DELIMITED BY SIZE INTO REG-CAMT.
           WRITE REG-CAMT.
           MOVE SPACES TO REG-CAMT.
           STRING '    <BookgDt><Dt>' HV-FECHA-NEG
               '</Dt></BookgDt><ValDt><Dt>' HV-FECHA-VALOR
               '</Dt></ValDt>'
               DELIMITED BY SIZE INTO REG-CAMT.
           WRITE REG-CAMT.
           MOVE HV-ID-MOV TO WS-ID-EDIT.
           MOVE SPACES TO REG-CAMT.
           STRING '    <AcctSvcrRef>' WS-ID-EDIT
               '</AcctSvcrRef><BkTxCd><Prtry><Cd>' HV-TIPO-OPER
               '</Cd><Issr>' WC-PROGRAMA(1:5)
               '</Issr></Prtry></BkTxCd>'
               DELIMITED BY SIZE INTO REG-CAMT.
           WRITE REG-CAMT.
           MOVE '    <NtryDtls><TxDtls>' TO REG-CAMT.
           WRITE REG-CAMT.
      * Contraparte: quien recibe en un debito, quien envia en un
      * credito.
           IF HV-USUARIO-REL NOT = SPACES
               MOVE HV-USUARIO-REL TO WS-TXT-ENTRADA
               PERFORM 8200-ESCAPAR-TEXTO
               MOVE SPACES TO REG-CAMT
               IF WS-CRED-DEB = 'CRDT'
                   STRING '     <RltdPties><Dbtr><Nm>'
                       WS-TXT-SALIDA(1:WS-TXT-LARGO)
                       '</Nm></Dbtr></RltdPties>'
                       DELIMITED BY SIZE INTO REG-CAMT
               ELSE
                   STRING '     <RltdPties><Cdtr><Nm>'
                       WS-TXT-SALIDA(1:WS-TXT-LARGO)
                       '</Nm></Cdtr></RltdPties>'
                       DELIMITED BY SIZE INTO REG-CAMT
               END-IF
               WRITE REG-CAMT
           END-IF.
           IF HV-CONCEPTO NOT = SPACES
               MOVE HV-CONCEPTO TO WS-TXT-ENTRADA
               PERFORM 8200-ESCAPAR-TEXTO
               MOVE SPACES TO REG-CAMT
               STRING '     <RmtInf><Ustrd>'
                   WS-TXT-SALIDA(1:WS-TXT-LARGO)
                   '</Ustrd></RmtInf>'
                   DELIMITED BY SIZE INTO REG-CAMT
               WRITE REG-CAMT
           END-IF.
           MOVE '    </TxDtls></NtryDtls>' TO REG-CAMT.
           WRITE REG-CAMT.
      * Saldo resultante despues del movimiento (el esquema no
      * tiene un saldo por entrada).
           MOVE HV-SALDO-RESULTANTE TO WS-IMP-VALOR.
           PERFORM 8100-FORMATEAR-IMPORTE.
           MOVE SPACES TO REG-CAMT.
           IF WS-SIGNO-SALDO = 'DBIT'
               STRING '    <AddtlNtryInf>SALDO -'
                   WS-IMP-TEXTO DELIMITED BY SPACE
                   '</AddtlNtryInf>'
                   DELIMITED BY SIZE INTO REG-CAMT
           ELSE
               STRING '    <AddtlNtryInf>SALDO '
                   WS-IMP-TEXTO DELIMITED BY SPACE
                   '</AddtlNtryInf>'
                   DELIMITED BY SIZE INTO REG-CAMT
           END-IF.
           WRITE REG-CAMT.
           MOVE '   </Ntry>' TO REG-CAMT.
           WRITE REG-CAMT.

      *================================================================*
      * 7000 - ACCESO A DATOS                                          *
      *================================================================*
      * Fecha de SYSIN (validada por DB2) o la fecha de negocio
      * vigente; ademas la marca de creacion del documento.
       7010-DETERMINAR-FECHA.
           IF WS-FECHA-SYSIN = SPACES
               EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM IBMUSER.FECHA_NEGOCIO
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE NOT = 0
                   EXEC SQL SELECT CHAR(CURRENT DATE, ISO)
                       INTO :WS-FECHA-NEGOCIO
                       FROM SYSIBM.SYSDUMMY1
                   END-EXEC
               END-IF
           ELSE
               EXEC SQL SELECT CHAR(DATE(:WS-FECHA-SYSIN), ISO)
                   INTO :WS-FECHA-NEGOCIO
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               EXEC SQL SELECT CHAR(CURRENT TIMESTAMP)
                   INTO :WS-TIMESTAMP
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               STRING WS-TIMESTAMP(1:10) 'T' WS-TIMESTAMP(12:2) ':'
                   WS-TIMESTAMP(15:2) ':' WS-TIMESTAMP(18:2)
                   DELIMITED BY SIZE INTO WS-CREACION
           END-IF.

       7100-ABRIR-CURSOR-CUENTAS.
           EXEC SQL DECLARE CUR-CAMT-CUENTAS CURSOR FOR
               SELECT T.NUMERO_CUENTA, T.USUARIO, T.MONEDA, T.CBU
               FROM IBMUSER.EXTRACTO_CAMT_CUENTAS X,
                    IBMUSER.CUENTAS T
               WHERE X.ESTADO = 'A'
                 AND T.NUMERO_CUENTA = X.CUENTA_NUM
               ORDER BY T.NUMERO_CUENTA
           END-EXEC.
           EXEC SQL OPEN CUR-CAMT-CUENTAS END-EXEC.

       7110-FETCH-CUENTA.
           EXEC SQL FETCH CUR-CAMT-CUENTAS
               INTO :HV-NUMERO-CUENTA, :HV-USUARIO-CTA,
                    :HV-MONEDA-CTA, :HV-CBU-CTA
           END-EXEC.
           IF SQLCODE NOT = 0
               SET FIN-CUENTAS TO TRUE
               IF SQLCODE NOT = 100
                   DISPLAY 'PBNKXM - ERROR EN CURSOR CUENTAS SQLCODE '
                       SQLCODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       7200-LEER-SALDO-CIERRE.
           EXEC SQL SELECT SALDO_CIERRE INTO :HV-SALDO-SEOD
               FROM IBMUSER.SALDOS_EOD
               WHERE FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
                 AND CUENTA_NUM = :HV-NUMERO-CUENTA
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-SALDO-SEOD TO WS-SALDO-CIERRE
           END-IF.

      * Ultima foto anterior a la fecha; sin foto (cuenta nueva) la
      * apertura es cero, mismo centinela que BATCH/PBNKC.cbl.
       7210-LEER-SALDO-APERTURA.
           EXEC SQL SELECT CHAR(FECHA_NEGOCIO, ISO), SALDO_CIERRE
               INTO :WS-FECHA-APERTURA, :HV-SALDO-SEOD
               FROM IBMUSER.SALDOS_EOD
               WHERE FECHA_NEGOCIO < DATE(:WS-FECHA-NEGOCIO)
                 AND CUENTA_NUM = :HV-NUMERO-CUENTA
               ORDER BY FECHA_NEGOCIO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE HV-SALDO-SEOD TO WS-SALDO-APERTURA
           ELSE
               MOVE WC-SIN-FOTO TO WS-FECHA-APERTURA
               MOVE 0 TO WS-SALDO-APERTURA
           END-IF.

      * Credito/debito con la misma tabla de TIPO_OPER que la
      * conciliacion de BATCH/PBNKC.cbl 7300.
       7300-ABRIR-CURSOR-MOVIMIENTOS.
           EXEC SQL DECLARE CUR-CAMT-MOVS CURSOR FOR
               SELECT ID_MOV, TIPO_OPER, MONTO, USUARIO_REL,
                      SALDO_RESULTANTE, CONCEPTO,
                      CHAR(FECHA_NEGOCIO, ISO),
                      CHAR(FECHA_VALOR, ISO),
                      CASE WHEN TIPO_OPER IN ('D', 'I', 'R', 'V', 'L',
                                             '0', '\', '@', '+', ';',
                                             ']', '|')
                           THEN 'CRDT' ELSE 'DBIT' END
               FROM IBMUSER.MOVIMIENTOS
               WHERE CUENTA_NUM = :HV-NUMERO-CUENTA
                 AND FECHA_NEGOCIO = DATE(:WS-FECHA-NEGOCIO)
               ORDER BY ID_MOV
           END-EXEC.
           EXEC SQL OPEN CUR-CAMT-MOVS END-EXEC.

       7310-FETCH-MOVIMIENTO.
           EXEC SQL FETCH CUR-CAMT-MOVS
               INTO :HV-ID-MOV, :HV-TIPO-OPER, :HV-MONTO,
                    :HV-USUARIO-REL, :HV-SALDO-RESULTANTE,
                    :HV-CONCEPTO, :HV-FECHA-NEG, :HV-FECHA-VALOR,
                    :WS-CRED-DEB
           END-EXEC.

      * Se confirma junto con el registro del corte (9780).
       7400-MARCAR-ENVIO.
           MOVE HV-NUMERO-CUENTA TO HV-CUENTA-XCAM.
           EXEC SQL UPDATE IBMUSER.EXTRACTO_CAMT_CUENTAS
               SET FECHA_ULT_ENVIO = DATE(:WS-FECHA-NEGOCIO)
               WHERE CUENTA_NUM = :HV-CUENTA-XCAM
           END-EXEC.

      *================================================================*
      * 8000 - FORMATEO XML                                            *
      *================================================================*
      * WS-IMP-VALOR -> WS-IMP-TEXTO (sin signo, punto decimal, sin
      * blancos a la izquierda) y WS-SIGNO-SALDO segun el signo, que
      * solo usan los saldos (en una entrada lo da TIPO_OPER).
       8100-FORMATEAR-IMPORTE.
           IF WS-IMP-VALOR < 0
               MOVE 'DBIT' TO WS-SIGNO-SALDO
               COMPUTE WS-IMP-VALOR = 0 - WS-IMP-VALOR
           ELSE
               MOVE 'CRDT' TO WS-SIGNO-SALDO
           END-IF.
           MOVE WS-IMP-VALOR TO WS-IMP-EDIT.
           MOVE 0 TO WS-IMP-BLANCOS.
           INSPECT WS-IMP-EDIT TALLYING WS-IMP-BLANCOS
               FOR LEADING SPACES.
           MOVE SPACES TO WS-IMP-TEXTO.
           MOVE WS-IMP-EDIT(WS-IMP-BLANCOS + 1:) TO WS-IMP-TEXTO.

      * WS-TXT-ENTRADA -> WS-TXT-SALIDA con & < > " ' escapados y
      * WS-TXT-LARGO sin los blancos finales (minimo 1).
       8200-ESCAPAR-TEXTO.
           MOVE SPACES TO WS-TXT-SALIDA.
           MOVE 0 TO WS-TXT-LARGO.
           MOVE 30 TO WS-TXT-FIN.
           PERFORM UNTIL WS-TXT-FIN = 0
                      OR WS-TXT-ENTRADA(WS-TXT-FIN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TXT-FIN
           END-PERFORM.
           PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
                   UNTIL WS-TXT-IDX > WS-TXT-FIN
               MOVE WS-TXT-ENTRADA(WS-TXT-IDX:1) TO WS-TXT-CARACTER
               EVALUATE WS-TXT-CARACTER
                   WHEN '&'
                       MOVE '&amp;' TO
                           WS-TXT-SALIDA(WS-TXT-LARGO + 1:5)
                       ADD 5 TO WS-TXT-LARGO
                   WHEN '<'
                       MOVE '&lt;' TO
                           WS-TXT-SALIDA(WS-TXT-LARGO + 1:4)
                       ADD 4 TO WS-TXT-LARGO
                   WHEN '>'
                       MOVE '&gt;' TO
                           WS-TXT-SALIDA(WS-TXT-LARGO + 1:4)
                       ADD 4 TO WS-TXT-LARGO
                   WHEN '"'
                       MOVE '&quot;' TO
                           WS-TXT-SALIDA(WS-TXT-LARGO + 1:6)
                       ADD 6 TO WS-TXT-LARGO
                   WHEN "'"
                       MOVE '&apos;' TO
                           WS-TXT-SALIDA(WS-TXT-LARGO + 1:6)
                       ADD 6 TO WS-TXT-LARGO
                   WHEN OTHER
                       ADD 1 TO WS-TXT-LARGO
                       MOVE WS-TXT-CARACTER TO
                           WS-TXT-SALIDA(WS-TXT-LARGO:1)
               END-EVALUATE
           END-PERFORM.
           IF WS-TXT-LARGO = 0
               MOVE 1 TO WS-TXT-LARGO
           END-IF.

      *================================================================*
      * 9000 - CIERRE DEL JOB                                          *
      *================================================================*
       9000-FINALIZAR.
           CLOSE ARCHIVO-CAMT.
      * Registro del corte en el libro de control; su COMMIT confirma
      * tambien las FECHA_ULT_ENVIO de 7400.
           PERFORM 9780-REGISTRAR-SALIDA-ARC.
           MOVE WS-CONTADOR-CUENTAS TO WS-EJEC-PROC.
           MOVE WS-CONTADOR-OMITIDAS TO WS-EJEC-OMIT.
           MOVE RETURN-CODE TO WS-EJEC-RC.
           PERFORM 9820-CERRAR-EJECUCION.
           DISPLAY 'PBNKXM - SECUENCIA CAMT053  : ' WS-SECUENCIA-EDIT.
           DISPLAY 'PBNKXM - CUENTAS EXTRACTADAS: '
               WS-CONTADOR-CUENTAS.
           DISPLAY 'PBNKXM - CUENTAS OMITIDAS   : '
               WS-CONTADOR-OMITIDAS.
           DISPLAY 'PBNKXM - MOVIMIENTOS        : ' WS-CONTADOR-MOVS.
           DISPLAY 'PBNKXM - EXTRACTO CAMT.053 - FIN'.

       COPY CPYEJBP.
       COPY CPYARCP.
