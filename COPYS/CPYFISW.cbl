      *----------------------------------------------------------------*
      * CPYFISW: CONSTANTES DE RESIDENCIA FISCAL (FATCA / CRS)         *
      * Jurisdiccion propia del banco (ISO 3166 alfa-2) y su prefijo   *
      * telefonico internacional. Una residencia, documento o telefono *
      * de otro pais es lo que se informa / se marca como indicio      *
      * (ver DDL/RESIDENCIAS_FISCALES.sql).                            *
      *----------------------------------------------------------------*
       01  WS-FIS-CONSTANTES.
           05 WC-FIS-PAIS-LOCAL     PIC X(2)  VALUE 'EC'.
           05 WC-FIS-PREFIJO-TEL    PIC X(3)  VALUE '593'.
