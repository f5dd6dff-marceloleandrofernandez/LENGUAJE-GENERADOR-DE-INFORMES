      *-----------------------------------------------------------*
      *-- LAYOUT DEL PRESUPUESTO DE GASTOS (PRESUP.IND)          --*
      *-- CLAVE: SUCURSAL + RUBRO DE GASTO (RUBGTO.IND) + ANIO   --*
      *-- + MES - UN IMPORTE POR MES - LO CARGA ABMPRES, QUE     --*
      *-- TAMBIEN LO COPIA DE UN ANIO A OTRO CON UN PORCENTAJE   --*
      *-- DE AJUSTE, Y LO COMPARA PRESREAL CONTRA LO FACTURADO   --*
      *-- Y LOS EGRESOS DE CAJA DE MOVPROV.IND (MPSUC / MPRUB)   --*
      *-----------------------------------------------------------*
       01  R-PRE.
            02 PUCLAVE.
               03 PUSUC    PIC 9(03).
               03 PURUB    PIC 9(03).
               03 PUANIO   PIC 9(04).
               03 PUMES    PIC 9(02).
            02 PUIMP       PIC 9(07)V99.
            02 PUOPE       PIC X(03).
