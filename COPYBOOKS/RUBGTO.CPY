      *-----------------------------------------------------------*
      *-- LAYOUT DE LA TABLA DE RUBROS DE GASTO (RUBGTO.IND)     --*
      *-- CLAVE: CODIGO - LA MANTIENE ABMRUB - CADA PROVEEDOR    --*
      *-- LLEVA SU RUBRO (PROVEE.CPY) Y CADA FACTURA O EGRESO DE --*
      *-- CAJA EL SUYO (MOVPROV.CPY) - EL PRESUPUESTO DE GASTOS  --*
      *-- SE ARMA POR SUCURSAL, RUBRO Y MES (VER PRESUP.CPY)     --*
      *-----------------------------------------------------------*
       01  R-RUB.
            02 RBCOD       PIC 9(03).
            02 RBDESC      PIC X(25).
