      *-- DE RECIBO SSSNNNNNN (SERIE DE LA SUCURSAL + CORRELATIVO --*
      *-- SIN SALTOS DEL TALONARIO DE ESA SUCURSAL, VER           --*
      *-- TALONSUC.IND / CONVSER; LA SERIE 000 ES LA NUMERACION   --*
      *-- PROPIA DE LOS DEBITOS AUTOMATICOS, 900001 EN ADELANTE,  --*
      *-- DE LA COBRANZA EXTRABANCARIA, 800001 EN ADELANTE, DE    --*
      *-- LO QUE RINDEN LAS AGENCIAS (RENDAGE), 700001 EN ADELANTE,-*
      *-- Y DE LO QUE RINDEN LOS COBRADORES (RENCALLE), 600001 EN --*
      *-- ADELANTE)                                               --*
      *-- LO GRABA COBRANZA Y LO LISTA CAJADIA                   --*
      *-- CBMED = MEDIO DE PAGO: EL ARQUEO DE CAJA ABRE POR      --*
      *-- MEDIO Y LOS CHEQUES QUEDAN ADEMAS EN LA CARTERA        --*
      *-- CHEQUES.IND (CONVERSION DEL ARCHIVO: VER CONVMED) - LOS --*
      *-- PAGOS CON TARJETA DEJAN SU CUPON EN CUPONES.IND        --*
      *-- CBEST = ESTADO: UN RECIBO ANULADO (VER ANULREC)        --*
      *-- CONSERVA SU NUMERO PARA QUE EL TALONARIO SIGA SIN      --*
      *-- SALTOS, PERO YA NO CUENTA EN LA CAJA DIARIA            --*
               88 COB-CHEQUE        VALUE 2.
               88 COB-TRANSFERENCIA VALUE 3.
               88 COB-DEBITO        VALUE 4.
               88 COB-EXTERNA       VALUE 5.
               88 COB-TARJETA       VALUE 6.
               88 COB-AGENCIA       VALUE 7.
               88 COB-COBRADOR      VALUE 8.
            02 CBEST       PIC X.
               88 COB-ACTIVO   VALUE "A".
               88 COB-ANULADO  VALUE "N".
