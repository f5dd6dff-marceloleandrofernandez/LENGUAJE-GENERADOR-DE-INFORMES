      *-----------------------------------------------------------*
      *-- LAYOUT DEL CONTRATO DE ABONO (CONTRATO.IND)            --*
      *-- SERVICIOS FIJOS QUE SE FACTURAN SOLOS CADA PERIODO A   --*
      *-- LOS CLIENTES DE PERSONA.IND - CLAVE: CLIENTE + NUMERO  --*
      *-- DE CONTRATO - LO MANTIENE ABMCONT Y LO FACTURA FACABON --*
      *-- CON EL MISMO TALONARIO QUE FACTURAR (FACTURAS.CTL)     --*
      *-----------------------------------------------------------*
       01  R-ABO.
            02 ABCLAVE.
               03 ABCA     PIC 9(08).
               03 ABNRO    PIC 9(02).
            02 ABCON       PIC X(30).
            02 ABIMP       PIC 9(05)V99.
      *-- CADA CUANTOS MESES SE FACTURA, CONTANDO DESDE EL MES DE --*
      *-- ALTA (ABDESDE): 1, 2 O 12 --------------------------------*
            02 ABPER       PIC X.
               88 ABO-MENSUAL    VALUE "M".
               88 ABO-BIMESTRAL  VALUE "B".
               88 ABO-ANUAL      VALUE "A".
      *-- VIGENCIA (AAAAMMDD) - ABHASTA EN CERO: SIN VENCIMIENTO ---*
            02 ABDESDE     PIC 9(8).
            02 ABHASTA     PIC 9(8).
      *-- DIA DEL MES A PARTIR DEL CUAL SE EMITE LA FACTURA -------*
            02 ABDIA       PIC 9(02).
      *-- ULTIMO PERIODO FACTURADO (AAAAMM): UN PERIODO YA -------*
      *-- FACTURADO NO SE VUELVE A FACTURAR -----------------------*
            02 ABULT       PIC 9(06).
            02 ABEST       PIC X.
               88 ABO-VIGENTE VALUE "V".
               88 ABO-BAJA    VALUE "B".
