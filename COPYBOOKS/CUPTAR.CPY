      *-----------------------------------------------------------*
      *-- LAYOUT DEL CUPON DE TARJETA (CUPONES.IND)              --*
      *-- UNO POR PAGO CON TARJETA DE CREDITO O DEBITO EN        --*
      *-- MOSTRADOR - CLAVE: TARJETA + LOTE DE CIERRE DEL POSNET --*
      *-- + NUMERO DE CUPON - LO GRABA COBRANZA JUNTO CON EL     --*
      *-- RECIBO (CBMED = 6) Y LO APAREA LIQTAR CONTRA LA        --*
      *-- LIQUIDACION QUE MANDA LA TARJETA: QUEDA LIQUIDADO O,   --*
      *-- SI LA TARJETA PAGO OTRO IMPORTE, CON DIFERENCIA (EN    --*
      *-- CUIMPLIQ LO QUE LIQUIDO) - CULIQ ES EL NUMERO DE       --*
      *-- LIQUIDACION DE LA TARJETA                              --*
      *-----------------------------------------------------------*
       01  R-CUP.
            02 CUCLAVE.
               03 CUTAR    PIC 9(02).
               03 CULOTE   PIC 9(04).
               03 CUNRO    PIC 9(06).
            02 CUCA        PIC 9(08).
            02 CURECIBO    PIC 9(09).
            02 CUIMP       PIC 9(05)V99.
            02 CUFECHA     PIC 9(8).
            02 CUEST       PIC X.
               88 CUP-PENDIENTE  VALUE "P".
               88 CUP-LIQUIDADO  VALUE "L".
               88 CUP-DIFERENCIA VALUE "D".
            02 CUFLIQ      PIC 9(8).
            02 CULIQ       PIC 9(8).
            02 CUIMPLIQ    PIC 9(05)V99.
