      *-----------------------------------------------------------*
      *-- LAYOUT DEL REGISTRO DE ACTUALIZACIONES POR INDICE      --*
      *-- (INDHIST.IND) - UNO POR IMPORTE QUE ACTIND CAMBIO:     --*
      *-- TIPO "A" = ARANCEL (IHREF = CURSO), "C" = CUOTA DE     --*
      *-- PLAN (IHREF = PLAN * 100 + CUOTA) - GUARDA EL PERIODO  --*
      *-- E INDICE BASE, EL INDICE APLICADO Y LOS IMPORTES       --*
      *-- ANTERIOR Y NUEVO                                       --*
      *-----------------------------------------------------------*
       01  R-IH.
            02 IHCLAVE.
               03 IHTIPO   PIC X.
                  88 IH-ARANCEL VALUE "A".
                  88 IH-CUOTA   VALUE "C".
               03 IHREF    PIC 9(08).
               03 IHPER    PIC 9(06).
            02 IHPERB      PIC 9(06).
            02 IHIDXB      PIC 9(05)V9999.
            02 IHIDXA      PIC 9(05)V9999.
            02 IHANT       PIC 9(05)V99.
            02 IHNUE       PIC 9(05)V99.
            02 IHFECHA     PIC 9(8).
            02 IHOPE       PIC X(03).
