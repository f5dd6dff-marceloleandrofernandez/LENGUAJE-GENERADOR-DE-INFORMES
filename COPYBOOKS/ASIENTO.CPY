      *-----------------------------------------------------------*
      *-- LAYOUT DEL RENGLON DEL LIBRO DIARIO (ASIENTO.IND)      --*
      *-- CLAVE: PERIODO (AAAAMM) + NUMERO DE ASIENTO + RENGLON  --*
      *-- - LO GENERA DIARIO A PARTIR DE LOS COMPROBANTES DEL    --*
      *-- MES SEGUN LA TABLA DE IMPUTACION (IMPCONT.IND); CADA   --*
      *-- ASIENTO SUMA LO MISMO AL DEBE QUE AL HABER - CLAVE     --*
      *-- ALTERNATIVA POR CUENTA PARA EL MAYOR (VER MAYOR)       --*
      *-- ASORIG = CODIGO DE OPERACION DE IMPCONT QUE LO ORIGINO --*
      *-- ASEST = P: SE GENERO CON EL PERIODO ABIERTO (SE PUEDE  --*
      *-- REEMPLAZAR); D: SE GENERO CON EL PERIODO YA CERRADO    --*
      *-- (DEFINITIVO) - CONVERSION DEL ARCHIVO: VER CONVASI     --*
      *-----------------------------------------------------------*
       01  R-ASI.
            02 ASCLAVE.
               03 ASPER    PIC 9(06).
               03 ASNRO    PIC 9(05).
               03 ASLIN    PIC 9(03).
            02 ASFECHA     PIC 9(08).
            02 ASCTA       PIC 9(06).
            02 ASDH        PIC 9.
               88 ASI-DEBE  VALUE 1.
               88 ASI-HABER VALUE 2.
            02 ASIMP       PIC 9(07)V99.
            02 ASLEY       PIC X(30).
            02 ASORIG      PIC X(04).
            02 ASEST       PIC X.
               88 ASI-PROVISORIO VALUE "P".
               88 ASI-DEFINITIVO VALUE "D".
