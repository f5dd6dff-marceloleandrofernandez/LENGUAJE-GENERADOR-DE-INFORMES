      *-----------------------------------------------------------*
      *-- LAYOUT DE LA TABLA DE CARGAS SOCIALES (CARGAS.IND)     --*
      *-- UN CONCEPTO POR REGISTRO, HASTA 8: APORTE DEL EMPLEADO --*
      *-- ("A", SE DESCUENTA DEL RECIBO) O CONTRIBUCION PATRONAL --*
      *-- ("C", LA PAGA LA EMPRESA), ORGANISMO AL QUE SE DEPOSITA--*
      *-- PORCENTAJE SOBRE LA REMUNERACION Y TOPE DE LA BASE     --*
      *-- IMPONIBLE (0 = SIN TOPE) - LO MANTIENE ABMCARGA, LO    --*
      *-- APLICA LIQUIDA Y LO AGRUPA POR ORGANISMO DDJJSS        --*
      *-----------------------------------------------------------*
       01  R-CGS.
            02 CGCOD     PIC X(4).
            02 CGDESC    PIC X(22).
            02 CGTIPO    PIC X.
               88 CGS-APORTE   VALUE "A".
               88 CGS-CONTRIB  VALUE "C".
            02 CGORG     PIC X(10).
            02 CGPCT     PIC 9(2)V99.
            02 CGTOPE    PIC 9(07)V99.
