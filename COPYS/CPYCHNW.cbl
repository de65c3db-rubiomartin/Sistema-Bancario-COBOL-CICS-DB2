      *----------------------------------------------------------------*
      * CPYCHNW: LIBRERIA DE VARIABLES (CADENA DE HASH DE MOVIMIENTOS) *
      * Entradas/salidas de COPYS/CPYCHNP.cbl, que trae sus propias    *
      * variables host (no depende de DCLMOVIM/DCLMVHI del llamador).  *
      * WS-CHN-IMAGEN es exactamente lo que se resume en HASH_MOV: los *
      * campos clave del movimiento mas el HASH_MOV del anterior de la *
      * misma USUARIO/CUENTA_NUM. Su forma no puede cambiar sin        *
      * invalidar las cadenas ya grabadas.                             *
      *----------------------------------------------------------------*
       01  WS-CHN-CONTROLES.
           05 WS-CHN-IMAGEN.
              10 WS-CHN-IMG-ID-MOV     PIC 9(9).
              10 WS-CHN-USUARIO        PIC X(8).
              10 WS-CHN-CUENTA         PIC X(10).
              10 WS-CHN-TIPO-OPER      PIC X(1).
              10 WS-CHN-IMG-MONTO      PIC S9(8)V9(2)
                                       SIGN LEADING SEPARATE.
              10 WS-CHN-IMG-SALDO      PIC S9(8)V9(2)
                                       SIGN LEADING SEPARATE.
              10 WS-CHN-FECHA          PIC X(26).
              10 WS-CHN-USUARIO-REL    PIC X(8).
              10 WS-CHN-IMG-ORIGEN     PIC 9(9).
              10 WS-CHN-HASH-ANT       PIC X(16).
           05 WS-CHN-HASH-MOV          PIC X(16) VALUE SPACES.
      * Variables host numericas de la fila (las alfanumericas van
      * directo a la imagen).
           05 WS-CHN-ID-MOV            PIC S9(9) COMP VALUE 0.
           05 WS-CHN-MONTO             PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-CHN-SALDO             PIC S9(8)V9(2) COMP-3 VALUE 0.
           05 WS-CHN-ID-ORIGEN         PIC S9(9) COMP VALUE 0.
      * Primer eslabon de una cuenta.
           05 WS-CHN-CEROS             PIC X(16)
                                       VALUE '0000000000000000'.
      * Uso interno de 9585.
           05 WS-CHN-ACUM              PIC 9(18) VALUE 0.
           05 WS-CHN-DIGEST            PIC 9(16) VALUE 0.
           05 WS-CHN-IND               PIC S9(4) COMP VALUE 0.
           05 WS-CHN-ORD               PIC 9(3)  VALUE 0.
