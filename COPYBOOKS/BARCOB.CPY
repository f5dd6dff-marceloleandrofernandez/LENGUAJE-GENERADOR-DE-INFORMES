      *-----------------------------------------------------------*
      *-- CODIGO DE BARRAS DE COBRANZA EXTRABANCARIA (PAGO FACIL --*
      *-- / RAPIPAGO): 55 DIGITOS - LO ARMA CODCOB Y LO IMPRIMEN --*
      *-- LA FACTURA (IMPCOMP), LA BOLETA DE CUOTA DE ALUMNO     --*
      *-- (GENCUO) Y EL CUPON DE CUOTA DE PLAN (PLANPAG) - LA    --*
      *-- RED LO DEVUELVE LEIDO EN LA RENDICION DIARIA (RENDCOB) --*
      *-- BR-ENTE = CODIGO DE LA EMPRESA EN LA RED (PARAMETRO    --*
      *-- ENTECOB) - BR-COMP SEGUN EL TIPO: 1 = FACTURA (NUMERO),--*
      *-- 2 = CUOTA DE ALUMNO (FECHA + SECUENCIA DE LA PARTIDA   --*
      *-- EN MOVPER.IND), 3 = CUOTA DE PLAN (PLAN + CUOTA) - EL  --*
      *-- TIPO 0 (A CUENTA, SIN COMPROBANTE) NO SE IMPRIME NUNCA:--*
      *-- SOLO LO PONE CORREND AL CORREGIR UN RECHAZO            --*
      *-- BR-IMP2/BR-VTO2 = IMPORTE RECARGADO Y SEGUNDO          --*
      *-- VENCIMIENTO - BR-DV = DIGITO VERIFICADOR (IMPARES POR  --*
      *-- 3 MAS PARES, HASTA LA DECENA SIGUIENTE, COMO EL CODIGO --*
      *-- DEL CAE EN IMPCOMP)                                    --*
      *-----------------------------------------------------------*
       01  BARRA-COBRANZA.
            02 BR-ENTE     PIC 9(04).
            02 BR-TIPO     PIC 9.
               88 BR-A-CUENTA    VALUE 0.
               88 BR-FACTURA     VALUE 1.
               88 BR-CUOTA-ALU   VALUE 2.
               88 BR-CUOTA-PLAN  VALUE 3.
            02 BR-CA       PIC 9(08).
            02 BR-COMP     PIC 9(11).
            02 BR-COMP-FAC REDEFINES BR-COMP.
               03 BR-FAC-NRO   PIC 9(06).
               03 FILLER       PIC 9(05).
            02 BR-COMP-MOV REDEFINES BR-COMP.
               03 BR-MOV-FECHA PIC 9(08).
               03 BR-MOV-SEC   PIC 9(03).
            02 BR-COMP-PLA REDEFINES BR-COMP.
               03 BR-PLA-NRO   PIC 9(06).
               03 BR-PLA-CUO   PIC 9(02).
               03 FILLER       PIC 9(03).
            02 BR-IMP1     PIC 9(05)V99.
            02 BR-VTO1.
               03 BR-AA1   PIC 9(4).
               03 BR-MM1   PIC 9(2).
               03 BR-DD1   PIC 9(2).
            02 BR-IMP2     PIC 9(05)V99.
            02 BR-VTO2.
               03 BR-AA2   PIC 9(4).
               03 BR-MM2   PIC 9(2).
               03 BR-DD2   PIC 9(2).
            02 BR-DV       PIC 9.
       01  R-BARRA-COBRANZA REDEFINES BARRA-COBRANZA.
            02 BR-DIG      OCCURS 55 TIMES PIC 9.
