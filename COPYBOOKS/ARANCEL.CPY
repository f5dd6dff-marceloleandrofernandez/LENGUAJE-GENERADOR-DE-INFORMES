      *-- UNA CUOTA MENSUAL POR CURSO (EL MISMO MCUR DE 2        --*
      *-- DIGITOS DE CURSO.IND) - LO MANTIENE ABMARAN Y LO USA   --*
      *-- LA GENERACION MENSUAL DE CUOTAS (GENCUO)               --*
      *-- ARPER: PERIODO (AAAAMM) DEL INDICE DE PRECIOS CON QUE  --*
      *-- SE FIJO ARIMP (VER INDICE.CPY) - ACTIND ACTUALIZA EL   --*
      *-- IMPORTE DESDE AHI; EN CERO TODAVIA NO TIENE BASE       --*
      *-----------------------------------------------------------*
       01  R-ARA.
            02 ARCUR    PIC 9(2).
            02 ARIMP    PIC 9(05)V99.
            02 ARPER    PIC 9(06).
