      *-----------------------------------------------------------*
      *-- LAYOUT DE LA TABLA DE REGIMENES DE RETENCION           --*
      *-- (REGRET.IND) - LA MANTIENE ABMREG - UN REGISTRO POR    --*
      *-- REGIMEN (GANANCIAS O INGRESOS BRUTOS) CON LA ALICUOTA  --*
      *-- PARA INSCRIPTOS Y NO INSCRIPTOS, EL MINIMO NO IMPONIBLE--*
      *-- Y LA RETENCION MINIMA - EN GANANCIAS EL MINIMO SE      --*
      *-- DESCUENTA DE LO PAGADO EN EL MES AL PROVEEDOR; EN      --*
      *-- INGRESOS BRUTOS SE MIRA PAGO POR PAGO - EL PROVEEDOR   --*
      *-- LLEVA SU REGIMEN DE CADA IMPUESTO EN PROVEE.CPY        --*
      *-----------------------------------------------------------*
       01  R-RGR.
            02 RGCOD       PIC X(04).
            02 RGDESC      PIC X(30).
            02 RGIMPU      PIC X.
               88 RGR-GANANCIAS   VALUE "G".
               88 RGR-INGBRUTOS   VALUE "I".
            02 RGALINS     PIC 9(02)V99.
            02 RGALNOI     PIC 9(02)V99.
            02 RGMNI       PIC 9(07)V99.
            02 RGMINRET    PIC 9(05)V99.
