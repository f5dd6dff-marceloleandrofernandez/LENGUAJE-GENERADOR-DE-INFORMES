      *-----------------------------------------------------------*
      *-- LAYOUT DE LA TABLA DE INDICES DE PRECIOS (INDICES.IND) --*
      *-- UN VALOR POR MES (AAAAMM), COMO NIVEL ACUMULADO DEL     --*
      *-- INDICE (NO LA VARIACION): EL AJUSTE ENTRE DOS PERIODOS --*
      *-- ES EL COCIENTE DE SUS VALORES - LA CARGA ABMIND (POR   --*
      *-- PANTALLA O DESDE INDICES.DAT) Y LA USAN ACTIND Y LOS   --*
      *-- PROGRAMAS QUE FIJAN UNA BASE VIA LEEIND                --*
      *-----------------------------------------------------------*
       01  R-IND.
            02 IXPER       PIC 9(06).
            02 IXVAL       PIC 9(05)V9999.
            02 IXFECHA     PIC 9(8).
            02 IXOPE       PIC X(03).
