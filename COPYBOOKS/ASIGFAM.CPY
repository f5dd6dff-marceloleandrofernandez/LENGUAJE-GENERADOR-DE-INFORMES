      *-----------------------------------------------------------*
      *-- LAYOUT DE LA TABLA DE ASIGNACIONES FAMILIARES          --*
      *-- (ASIGFAM.IND) - CLAVE: NUMERO DE TRAMO; CADA TRAMO     --*
      *-- LLEGA HASTA UNA REMUNERACION (INCLUSIVE) Y FIJA LOS    --*
      *-- MONTOS MENSUALES POR HIJO, POR HIJO CON DISCAPACIDAD Y --*
      *-- POR CONYUGE Y LA AYUDA ESCOLAR ANUAL POR HIJO - LOS    --*
      *-- TRAMOS VAN DE MENOR A MAYOR REMUNERACION; POR ENCIMA   --*
      *-- DEL ULTIMO NO HAY ASIGNACIONES, SALVO LA DE HIJO CON   --*
      *-- DISCAPACIDAD (CON LOS MONTOS DEL ULTIMO TRAMO) - LA    --*
      *-- MANTIENE ABMASIG Y LA APLICA LIQUIDA                   --*
      *-----------------------------------------------------------*
       01  R-ASF.
            02 AFTRAMO     PIC 9(2).
            02 AFHASTA     PIC 9(07)V99.
            02 AFHIJO      PIC 9(07)V99.
            02 AFHDIS      PIC 9(07)V99.
            02 AFCONY      PIC 9(07)V99.
            02 AFESC       PIC 9(07)V99.
