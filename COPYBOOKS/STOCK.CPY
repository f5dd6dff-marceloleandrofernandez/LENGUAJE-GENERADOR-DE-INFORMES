      *-----------------------------------------------------------*
      *-- LAYOUT DEL STOCK POR SUCURSAL (STOCK.IND)              --*
      *-- CLAVE: ARTICULO + SUCURSAL - LO SUMA INGSTK (COMPRAS), --*
      *-- LO RESTA FACTURAR AL EMITIR Y LO CORRIGE AJUSTK        --*
      *-- (SUPERVISOR) - CADA CAMBIO QUEDA EN MOVSTK.IND         --*
      *-----------------------------------------------------------*
       01  R-STK.
            02 SKCLAVE.
               03 SKART    PIC 9(06).
               03 SKSUC    PIC 9(3).
            02 SKCANT      PIC 9(06).
