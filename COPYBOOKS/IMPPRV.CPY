      *-----------------------------------------------------------*
      *-- LAYOUT DE LA IMPUTACION DE PAGOS A PROVEEDORES         --*
      *-- (IMPPRV.IND) - UNA POR CADA PARTE DE UNA ORDEN DE PAGO --*
      *-- O NOTA DE CREDITO APLICADA A UNA FACTURA: CLAVE = EL   --*
      *-- COMPROBANTE QUE PAGA (MPCLAVE) + SECUENCIA; IPFACT ES  --*
      *-- LA FACTURA CANCELADA (ALTERNATIVA, PARA VER QUIEN LA   --*
      *-- PAGO) - LA GRABA CARGAPRV AL REBAJAR EL MPSDO DE LA    --*
      *-- FACTURA, Y LA LEE RESPRV EN EL RESUMEN DE CUENTA       --*
      *-----------------------------------------------------------*
       01  R-IPV.
            02 IPCLAVE.
               03 IPPAGO   PIC X(16).
               03 IPSEC    PIC 9(03).
            02 IPFACT      PIC X(16).
            02 IPIMP       PIC 9(05)V99.
            02 IPFECHA     PIC 9(8).
