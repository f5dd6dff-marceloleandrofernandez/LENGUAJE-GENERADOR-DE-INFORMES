      *-----------------------------------------------------------*
      *-- LAYOUT DEL REGISTRO DE CERTIFICADOS ANALITICOS         --*
      *-- (CERTANA.IND) - CLAVE: NUMERO DE CERTIFICADO - UNO POR --*
      *-- CERTIFICADO EMITIDO CON EL ALUMNO (ACTIVO O DE         --*
      *-- BAJASALU.IND), EL MOTIVO (EGRESO O PASE A OTRA         --*
      *-- ESCUELA), LA ESCUELA DE DESTINO, LA FECHA, EL OPERADOR --*
      *-- Y EL NUMERO DE SPOOL - EL REGISTRO 000000 ES EL        --*
      *-- NUMERADOR (ULTIMO NUMERO EMITIDO): SE REGRABA APENAS   --*
      *-- SE TOMA UN NUMERO, COMO EL TALONARIO DE TALONSUC.IND - --*
      *-- LO GRABA CERTANA                                       --*
      *-----------------------------------------------------------*
       01  R-CAN.
            02 CANUM       PIC 9(6).
            02 CAALU       PIC 9(8).
            02 CAMOT       PIC X.
               88 CAN-EGRESO      VALUE "E".
               88 CAN-PASE        VALUE "P".
            02 CADEST      PIC X(30).
            02 CAFECHA     PIC 9(8).
            02 CAOPER      PIC X(3).
            02 CASPL       PIC 9(6).
      *-- EL NUMERADOR (CANUM = 0) -----------------------------*
       01  R-CAN-NUM.
            02 CANUM-CTL   PIC 9(6).
            02 CAULT       PIC 9(6).
            02 FILLER      PIC X(50).
