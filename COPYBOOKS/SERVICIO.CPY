      *-----------------------------------------------------------*
      *-- LAYOUT DEL MAESTRO DE SERVICIOS ADICIONALES            --*
      *-- (SERVICIO.IND) - CLAVE: CODIGO DE SERVICIO - COMEDOR,  --*
      *-- TRANSPORTE, TALLERES, MATERIALES, ETC. CON SU PRECIO   --*
      *-- MENSUAL - SVABR ES LA ABREVIATURA QUE ENCABEZA EL      --*
      *-- CONCEPTO DEL MOVIMIENTO EN LA CUENTA DEL RESPONSABLE - --*
      *-- LO MANTIENE ABMSERV Y LO FACTURA LA GENERACION MENSUAL --*
      *-- DE CUOTAS (GENCUO) A LOS ALUMNOS SUSCRIPTOS (VER       --*
      *-- SUSCRIP.CPY)                                           --*
      *-----------------------------------------------------------*
       01  R-SRV.
            02 SVCOD    PIC 9(3).
            02 SVDES    PIC X(20).
            02 SVABR    PIC X(5).
            02 SVIMP    PIC 9(05)V99.
      *-- "S" = LA BECA DEL ALUMNO (BECA.IND) TAMBIEN DESCUENTA --*
      *-- ESTE SERVICIO; EL DESCUENTO POR HERMANOS NO LO TOCA ----*
            02 SVBECA   PIC X.
               88 SRV-CON-BECA VALUE "S".
      *-- UN SERVICIO DADO DE BAJA NO SE FACTURA MAS, PERO QUEDA --*
      *-- PARA LAS SUSCRIPCIONES Y LA RECAUDACION YA HECHAS ------*
            02 SVEST    PIC X.
               88 SRV-ACTIVO   VALUE "A".
               88 SRV-BAJA     VALUE "B".
