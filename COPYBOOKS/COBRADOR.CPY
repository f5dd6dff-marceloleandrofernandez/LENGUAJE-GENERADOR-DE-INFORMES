      *-----------------------------------------------------------*
      *-- LAYOUT DEL MAESTRO DE COBRADORES A DOMICILIO           --*
      *-- (COBRADOR.IND) - CLAVE: CODIGO - LO MANTIENE ABMCOBR - --*
      *-- CADA COBRADOR TIENE SU CARTERA DE CLIENTES (VER        --*
      *-- CARTCOB.CPY / ASIGCOB), SALE A LA CALLE CON LA HOJA DE --*
      *-- RUTA (HOJARUTA) Y RINDE LO COBRADO CON RENCALLE        --*
      *-- LA COMISION ES UN PORCENTAJE DE LO EFECTIVAMENTE       --*
      *-- COBRADO, SEGUN LA ANTIGUEDAD DE LA DEUDA QUE CANCELO:  --*
      *-- COPOR1 HASTA 30 DIAS DE VENCIDA (O SIN VENCER), COPOR2 --*
      *-- DE 31 A 90 DIAS, COPOR3 MAS DE 90 DIAS (VER LIQCOBR)   --*
      *-----------------------------------------------------------*
       01  R-CBR.
            02 COCOD       PIC 9(03).
            02 CONOM       PIC X(30).
            02 CODOM       PIC X(30).
            02 COTEL       PIC X(15).
            02 COCUIT      PIC 9(11).
            02 COPOR1      PIC 9(02)V99.
            02 COPOR2      PIC 9(02)V99.
            02 COPOR3      PIC 9(02)V99.
            02 COEST       PIC X.
               88 COBR-ACTIVO VALUE "A".
               88 COBR-BAJA   VALUE "B".
