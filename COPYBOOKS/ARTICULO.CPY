      *-----------------------------------------------------------*
      *-- LAYOUT DEL MAESTRO DE ARTICULOS (ARTICULO.IND)         --*
      *-- UNIFORMES, LIBROS Y MATERIALES QUE SE VENDEN POR       --*
      *-- FACTURAR - CLAVE: CODIGO - LO MANTIENE ABMART - EL     --*
      *-- PRECIO DE LISTA ES EL FINAL (IVA INCLUIDO), COMO TODO  --*
      *-- LO QUE SE FACTURA; ATIVA ES LA ALICUOTA DEL ARTICULO   --*
      *-- EL STOCK VA POR SUCURSAL EN STOCK.IND (STOCK.CPY) Y    --*
      *-- CADA ENTRADA O SALIDA DEJA SU RENGLON EN MOVSTK.IND    --*
      *-----------------------------------------------------------*
       01  R-ART.
            02 ATCOD       PIC 9(06).
            02 ATDES       PIC X(30).
            02 ATPRE       PIC 9(05)V99.
      *-- 0, 10,5, 21 O 27 -----------------------------------------*
            02 ATIVA       PIC 9(02)V99.
      *-- COSTO UNITARIO DE LA ULTIMA COMPRA (LO ACTUALIZA INGSTK); *
      *-- CON EL SE VALORIZA EL STOCK (VER LISSTK) -----------------*
            02 ATCOS       PIC 9(05)V99.
      *-- PUNTO DE REPOSICION: CON MENOS UNIDADES EN UNA SUCURSAL --*
      *-- EL ARTICULO SALE EN EL LISTADO DE REPOSICION -------------*
            02 ATPREP      PIC 9(05).
            02 ATEST       PIC X.
               88 ART-ACTIVO VALUE "A".
               88 ART-BAJA   VALUE "B".
