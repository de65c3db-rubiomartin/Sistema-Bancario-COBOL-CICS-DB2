      *----------------------------------------------------------------*
      * CPYCBUW: LIBRERIA DE VARIABLES (CLAVE BANCARIA UNIFORME - CBU) *
      * Las rutinas estan en COPYS/CPYCBUP.cbl (sin SQL: sirven igual  *
      * en CICS y en batch).                                           *
      * Estructura de las 22 posiciones:                               *
      *   BANCO(3) SUCURSAL(4) DV1(1) | CUENTA(13) DV2(1)              *
      * DV1 pondera banco+sucursal con 7,1,3,9,7,1,3 y DV2 la cuenta   *
      * con 3,9,7,1,3,9,7,1,3,9,7,1,3; en ambos DV = (10 - SUMA MOD    *
      * 10) MOD 10.                                                    *
      *----------------------------------------------------------------*
       01  WS-CBU-CONTROLES.
           05 WS-CBU-NUMERO         PIC X(22) VALUE SPACES.
           05 WS-CBU-DIGITOS REDEFINES WS-CBU-NUMERO.
              10 WS-CBU-DIG         PIC 9(1) OCCURS 22 TIMES.
           05 WS-CBU-BLOQUES REDEFINES WS-CBU-NUMERO.
              10 WS-CBU-BANCO       PIC X(3).
              10 WS-CBU-SUCURSAL    PIC X(4).
              10 WS-CBU-DV1         PIC 9(1).
              10 WS-CBU-CUENTA      PIC X(13).
              10 WS-CBU-DV2         PIC 9(1).
      * Resultado de 9710: 'S' CBU valido / 'N' con motivo.
           05 WS-CBU-OK             PIC X(1)  VALUE 'N'.
           05 WS-CBU-MOTIVO         PIC X(30) VALUE SPACES.
           05 WS-CBU-SUMA           PIC S9(4) COMP VALUE 0.
           05 WS-CBU-IND            PIC S9(4) COMP VALUE 0.
           05 WS-CBU-POS            PIC S9(4) COMP VALUE 0.
           05 WS-CBU-COCIENTE       PIC S9(4) COMP VALUE 0.
           05 WS-CBU-RESTO          PIC S9(4) COMP VALUE 0.
           05 WS-CBU-DV-CALC        PIC 9(1)  VALUE 0.

       01  WS-CBU-PESOS.
           05 WS-CBU-PESOS-BLQ1     PIC X(7)  VALUE '7139713'.
           05 WS-CBU-PESO1 REDEFINES WS-CBU-PESOS-BLQ1
                                    PIC 9(1) OCCURS 7 TIMES.
           05 WS-CBU-PESOS-BLQ2     PIC X(13) VALUE '3971397139713'.
           05 WS-CBU-PESO2 REDEFINES WS-CBU-PESOS-BLQ2
                                    PIC 9(1) OCCURS 13 TIMES.
