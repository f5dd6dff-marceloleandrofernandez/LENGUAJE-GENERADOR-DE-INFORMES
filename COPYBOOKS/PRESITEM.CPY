      *-----------------------------------------------------------*
      *-- LAYOUT DEL RENGLON DE PRESUPUESTO (PRESITEM.IND)       --*
      *-- MISMO FORMATO QUE EL RENGLON DE FACTURA (FACTITEM.CPY) --*
      *-- CLAVE: NUMERO DE PRESUPUESTO + NUMERO DE RENGLON - AL  --*
      *-- CONVERTIRLO, FACTURAR LOS PASA TAL CUAL A FACTITEM.IND --*
      *-----------------------------------------------------------*
       01  R-PIT.
            02 QICLAVE.
               03 QINRO    PIC 9(06).
               03 QILIN    PIC 9(02).
            02 QIDET       PIC X(30).
            02 QICANT      PIC 9(03).
            02 QIPRE       PIC 9(05)V99.
            02 QIIMP       PIC 9(05)V99.
      *-- ARTICULO DEL MAESTRO (ARTICULO.IND); EN CERO ES UN      --*
      *-- RENGLON DE TEXTO LIBRE                                  --*
            02 QIART       PIC 9(06).
