           03  CS-PGM-QUEJAS              PIC X(08) VALUE 'PBNKQJ  '.
           03  CS-PGM-FIRMAS              PIC X(08) VALUE 'PBNKFS  '.
           03  CS-PGM-GARANTIAS           PIC X(08) VALUE 'PBNKGA  '.
           03  CS-PGM-CBU                 PIC X(08) VALUE 'PBNKBU  '.
           03  CS-PGM-EXENCION-IDC        PIC X(08) VALUE 'PBNKIE  '.
           03  CS-PGM-PAGO-POSITIVO       PIC X(08) VALUE 'PBNKPY  '.
           03  CS-PGM-EXTRACTO-CAMT       PIC X(08) VALUE 'PBNKXE  '.
           03  CS-PGM-TARJ-CREDITO        PIC X(08) VALUE 'PBNKTK  '.
           03  CS-PGM-PUNTOS              PIC X(08) VALUE 'PBNKPN  '.
           03  CS-PGM-RETIRO-SIN-TARJ     PIC X(08) VALUE 'PBNKST  '.
           03  CS-PGM-CASETES-ATM         PIC X(08) VALUE 'PBNKAX  '.
           03  CS-PGM-SECUESTRO           PIC X(08) VALUE 'PBNKSQ  '.
           03  CS-PGM-BENEF-FINAL         PIC X(08) VALUE 'PBNKBN  '.
           03  CS-PGM-DUPLICADOS          PIC X(08) VALUE 'PBNKFU  '.
           03  CS-PGM-SOLICITUD-DSAR      PIC X(08) VALUE 'PBNKDR  '.
           03  CS-PGM-CONDICIONES         PIC X(08) VALUE 'PBNKCD  '.
           03  CS-PGM-GRUPOS-ECON         PIC X(08) VALUE 'PBNKGE  '.
           03  CS-PGM-EVENTOS-PERDIDA     PIC X(08) VALUE 'PBNKOP  '.
           03  CS-PGM-HALLAZGOS-PERS      PIC X(08) VALUE 'PBNKEH  '.
           03  CS-PGM-RECERTIFICACION     PIC X(08) VALUE 'PBNKRX  '.
           03  CS-PGM-TERMINOS            PIC X(08) VALUE 'PBNKTY  '.
           03  CS-PGM-ECHEQUES            PIC X(08) VALUE 'PBNKEQ  '.
           03  CS-PGM-JUBILADOS           PIC X(08) VALUE 'PBNKJU  '.
