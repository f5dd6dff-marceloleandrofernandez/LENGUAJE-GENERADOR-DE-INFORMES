      *-----------------------------------------------------------*
      *-- LAYOUT DE LAS CUENTAS BANCARIAS PROPIAS (CTABCO.IND)   --*
      *-- CLAVE: CODIGO INTERNO DE CUENTA - LO MANTIENE ABMBCO - --*
      *-- CADA CUENTA LLEVA EL SALDO A LA FECHA DESDE LA QUE SE  --*
      *-- ARMA EL LIBRO BANCO (VER LIBBCO) Y LA CHEQUERA EN USO: --*
      *-- PRIMER Y ULTIMO NUMERO Y EL PROXIMO A EMITIR (LO AVANZA--*
      *-- CARGAPRV AL PAGAR CON CHEQUE PROPIO) - LA CUENTA       --*
      *-- RECAUDADORA ES LA QUE RECIBE LAS BOLETAS DE            --*
      *-- DEPOSITO.IND (VER CARGADEP): HAY UNA SOLA              --*
      *-----------------------------------------------------------*
       01  R-CTB.
            02 CBCOD       PIC 9(02).
            02 CBBCO       PIC 9(03).
            02 CBDESC      PIC X(30).
            02 CBNROCTA    PIC X(20).
            02 CBRECAU     PIC X.
               88 CTB-RECAUDADORA VALUE "S".
      *-- SALDO INICIAL DEL LIBRO BANCO Y SU FECHA -----------------*
            02 CBFSDO      PIC 9(08).
            02 CBSDOINI    PIC S9(09)V99.
      *-- CHEQUERA EN USO ------------------------------------------*
            02 CBCHDES     PIC 9(08).
            02 CBCHHAS     PIC 9(08).
            02 CBCHPROX    PIC 9(08).
