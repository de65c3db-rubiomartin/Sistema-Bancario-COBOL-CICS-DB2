           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-CN-BANCO            PIC X(4).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-CN-CUENTA           PIC X(22).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-CN-NOMBRE           PIC X(30).
           05 FILLER                 PIC X(12) VALUE SPACES.

       01  WS-CONTROL.
           05 SW-FIN-ARCHIVO         PIC X(01) VALUE 'N'.
