      *-- CLAVE: NUMERO DE PLAN + NUMERO DE CUOTA - LAS GRABA    --*
      *-- PLANPAG AL GENERAR EL PLAN Y LAS CANCELA AL REGISTRAR  --*
      *-- CADA PAGO - UNA CUOTA CON PCVTO VENCIDO Y ESTADO "P"   --*
      *-- ROMPE EL PLAN (VER PLANVIG) - PCIDX = "S": LA CUOTA DE --*
      *-- UN PLAN INDEXABLE YA FUE AJUSTADA POR INDICE (ACTIND), --*
      *-- NO SE VUELVE A AJUSTAR                                 --*
      *-----------------------------------------------------------*
       01  R-PCU.
            02 PCCLAVE.
            02 PCEST       PIC X.
               88 CUO-PENDIENTE VALUE "P".
               88 CUO-CANCELADA VALUE "C".
            02 PCIDX       PIC X.
               88 CUO-INDEXADA VALUE "S".
