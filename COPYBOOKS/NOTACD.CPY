      *-- CONCEPTO "NCR nnnnnn" / "NDB nnnnnn": POR ESE PREFIJO  --*
      *-- LO RECONOCEN RESCTA (COLUMNA AJUSTE), CIERREM (TOTALES --*
      *-- APARTE DEL PERIODO) Y LA IMPUTACION DE APLIMOV         --*
      *-- FACTURA ELECTRONICA: IGUAL QUE FACTURA.CPY, LA NOTA    --*
      *-- QUEDA PENDIENTE DE CAE HASTA QUE RESPCAE PROCESA LA    --*
      *-- RESPUESTA - IMPCOMP SOLO IMPRIME LAS QUE TIENEN CAE    --*
      *-----------------------------------------------------------*
       01  R-NOT.
            02 NCCLAVE.
            02 NCRSEC      PIC 9(03).
            02 NCMSEC      PIC 9(03).
            02 NCOPE       PIC X(03).
      *-- AUTORIZACION ELECTRONICA (VER FACTURA.CPY)             --*
            02 NCCAEEST    PIC X.
               88 NOT-PEND-CAE VALUE "P".
               88 NOT-CON-CAE  VALUE "A".
               88 NOT-RECH-CAE VALUE "R".
            02 NCCAE       PIC 9(14).
            02 NCVTOCAE    PIC 9(8).
            02 NCMOTRECH   PIC X(30).
      *-- TIPO (N.DEBITO 002/007, N.CREDITO 003/008) Y PUNTO DE --*
      *-- VENTA CON QUE SE AUTORIZO (VER FACTURA.CPY)            --*
            02 NCCBTE      PIC 9(3).
            02 NCPTOVTA    PIC 9(4).
