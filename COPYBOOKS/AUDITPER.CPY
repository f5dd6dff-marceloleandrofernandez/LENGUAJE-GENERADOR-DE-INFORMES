         02 LP-PSA-ANT            PIC 9(5)V99.
         02 FILLER                PIC X VALUE SPACE.
         02 LP-PSA-NUE            PIC 9(5)V99.
         02 FILLER                PIC X VALUE SPACE.
      *-- OPERADOR QUE HIZO EL MOVIMIENTO (VER QUIENSOY); LAS ----*
      *-- LINEAS ANTERIORES LO TIENEN EN BLANCO ------------------*
         02 LP-OPER               PIC X(3).
