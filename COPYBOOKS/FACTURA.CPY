      *-- DEL TALONARIO FACTURAS.CTL (SIN SALTOS, COMO EL DE     --*
      *-- RECIBOS) - LA GRABA FACTURAR JUNTO CON SUS RENGLONES   --*
      *-- (FACTITEM.CPY) Y EL MOVIMIENTO DEBE EN MOVPER.IND      --*
      *-- FACTURA ELECTRONICA: FACTURAR LA GRABA PENDIENTE DE    --*
      *-- CAE ("P"); GENCAE ARMA LA SOLICITUD Y RESPCAE PROCESA  --*
      *-- LA RESPUESTA (CAE + VENCIMIENTO O MOTIVO DE RECHAZO) - --*
      *-- IMPCOMP SOLO IMPRIME LAS QUE TIENEN CAE                --*
      *-----------------------------------------------------------*
       01  R-FAC.
            02 FCNRO       PIC 9(06).
               88 FAC-EMITIDA VALUE "E".
               88 FAC-ANULADA VALUE "A".
            02 FCLINEAS    PIC 9(02).
      *-- AUTORIZACION ELECTRONICA - EN BLANCO: EMITIDA EN PAPEL --*
      *-- ANTES DE LA FACTURA ELECTRONICA (CONVCAE)              --*
            02 FCCAEEST    PIC X.
               88 FAC-PEND-CAE VALUE "P".
               88 FAC-CON-CAE  VALUE "A".
               88 FAC-RECH-CAE VALUE "R".
            02 FCCAE       PIC 9(14).
            02 FCVTOCAE    PIC 9(8).
            02 FCMOTRECH   PIC X(30).
      *-- TIPO DE COMPROBANTE (001 = A, 006 = B) Y PUNTO DE VENTA --*
      *-- CON QUE SE AUTORIZO: CON ESOS SALE EL CODIGO DE BARRAS --*
            02 FCCBTE      PIC 9(3).
            02 FCPTOVTA    PIC 9(4).
