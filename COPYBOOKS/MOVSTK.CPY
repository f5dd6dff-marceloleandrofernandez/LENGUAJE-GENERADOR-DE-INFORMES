      *-----------------------------------------------------------*
      *-- LAYOUT DEL MOVIMIENTO DE STOCK (MOVSTK.IND)            --*
      *-- CLAVE: ARTICULO + FECHA + SECUENCIA - UNO POR CADA     --*
      *-- ENTRADA O SALIDA DE MERCADERIA DE UNA SUCURSAL: VENTA  --*
      *-- (FACTURAR, CON EL NUMERO DE FACTURA), COMPRA (INGSTK,  --*
      *-- CON LA CLAVE DE LA FACTURA DEL PROVEEDOR EN            --*
      *-- MOVPROV.IND) O AJUSTE DE INVENTARIO (AJUSTK, SOLO      --*
      *-- SUPERVISOR, CON SU MOTIVO)                             --*
      *-----------------------------------------------------------*
       01  R-MSK.
            02 MKCLAVE.
               03 MKART    PIC 9(06).
               03 MKFECHA  PIC 9(8).
               03 MKSEC    PIC 9(03).
            02 MKSUC       PIC 9(3).
            02 MKTIP       PIC X.
               88 STK-VENTA   VALUE "V".
               88 STK-COMPRA  VALUE "C".
               88 STK-AJUSTE  VALUE "A".
      *-- UNIDADES: POSITIVO ENTRA, NEGATIVO SALE ------------------*
            02 MKCANT      PIC S9(06).
            02 MKCOS       PIC 9(05)V99.
            02 MKFAC       PIC 9(06).
      *-- FACTURA DEL PROVEEDOR (MISMA CLAVE QUE MOVPROV.IND) -----*
            02 MKCOMP.
               03 MKPROV   PIC 9(05).
               03 MKPFECHA PIC 9(8).
               03 MKPSEC   PIC 9(03).
            02 MKOPE       PIC X(03).
            02 MKMOT       PIC X(20).
