      *-- Y CARTAS VIA PLANVIG: UN CLIENTE CON PLAN VIGENTE      --*
      *-- ESTA "AL DIA"; UNA CUOTA VENCIDA IMPAGA LO ROMPE Y     --*
      *-- EL CLIENTE VUELVE A LA GESTION DE COBRANZA NORMAL      --*
      *-- PLIDX = "S": PLAN INDEXABLE - ACTIND AJUSTA CADA CUOTA --*
      *-- PENDIENTE AL VENCER, POR EL INDICE DE PRECIOS DESDE EL --*
      *-- PERIODO BASE PLPERB (AAAAMM) DEL ALTA DEL PLAN         --*
      *-----------------------------------------------------------*
       01  R-PLA.
            02 PLNRO       PIC 9(06).
               88 PLA-CUMPLIDO VALUE "C".
               88 PLA-ROTO     VALUE "R".
            02 PLOPE       PIC X(03).
            02 PLIDX       PIC X.
               88 PLA-INDEXABLE VALUE "S".
            02 PLPERB      PIC 9(06).
