      *-----------------------------------------------------------*
      *-- RENGLONES DEL TALON DE PAGO EXTRABANCARIO: LOS DOS     --*
      *-- VENCIMIENTOS CON SU IMPORTE Y EL CODIGO DE BARRAS      --*
      *-- (BARCOB.CPY) - LOS USAN IMPCOMP, GENCUO Y PLANPAG      --*
      *-----------------------------------------------------------*
       01  LINEA-VTO-COB.
            02 FILLER     PIC X(09) VALUE "1ER VTO. ".
            02 LVC-DD1    PIC 99.
            02 FILLER     PIC X     VALUE "/".
            02 LVC-MM1    PIC 99.
            02 FILLER     PIC X     VALUE "/".
            02 LVC-AA1    PIC 9(4).
            02 FILLER     PIC X(03) VALUE " $ ".
            02 LVC-IMP1   PIC ZZ.ZZ9,99.
            02 FILLER     PIC X(05) VALUE SPACES.
            02 FILLER     PIC X(09) VALUE "2DO VTO. ".
            02 LVC-DD2    PIC 99.
            02 FILLER     PIC X     VALUE "/".
            02 LVC-MM2    PIC 99.
            02 FILLER     PIC X     VALUE "/".
            02 LVC-AA2    PIC 9(4).
            02 FILLER     PIC X(03) VALUE " $ ".
            02 LVC-IMP2   PIC ZZ.ZZ9,99.

       01  LINEA-BARRA-COB.
            02 FILLER     PIC X(17) VALUE "PAGO FACIL / RP: ".
            02 LBC-COD    PIC X(55).
