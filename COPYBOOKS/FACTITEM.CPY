            02 FICANT      PIC 9(03).
            02 FIPRE       PIC 9(05)V99.
            02 FIIMP       PIC 9(05)V99.
      *-- ARTICULO DEL MAESTRO (ARTICULO.IND); EN CERO ES UN      --*
      *-- RENGLON DE TEXTO LIBRE (CONVERSION: VER CONVART)        --*
            02 FIART       PIC 9(06).
