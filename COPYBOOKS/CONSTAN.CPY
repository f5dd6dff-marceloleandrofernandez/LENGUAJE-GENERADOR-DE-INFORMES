      *-----------------------------------------------------------*
      *-- LAYOUT DE LAS CONSTANCIAS NUMERADAS (CONSTAN.IND) -    --*
      *-- CLAVE: TIPO + NUMERO, NUMERACION CORRELATIVA POR TIPO  --*
      *-- (R = ALUMNO REGULAR, L = LIBRE DEUDA DE CLIENTE) - UNO --*
      *-- POR CONSTANCIA EMITIDA CON EL ALUMNO O CLIENTE, EL     --*
      *-- DESTINATARIO, LA FECHA, EL OPERADOR, EL CODIGO DE      --*
      *-- VERIFICACION IMPRESO (VER CODVERIF) Y EL NUMERO DE     --*
      *-- SPOOL - EL REGISTRO TIPO + 000000 ES EL NUMERADOR DEL  --*
      *-- TIPO: SE REGRABA APENAS SE TOMA UN NUMERO, COMO EN     --*
      *-- CERTANA.IND - LO GRABA EMICONS Y LO CONSULTA VALCONS   --*
      *-----------------------------------------------------------*
       01  R-CNS.
            02 CNCLAVE.
               03 CNTIPO   PIC X.
                  88 CNS-REGULAR     VALUE "R".
                  88 CNS-LIBRE-DEUDA VALUE "L".
               03 CNNUM    PIC 9(6).
            02 CNFECHA     PIC 9(8).
            02 CNOPER      PIC X(3).
      *-- ALUMNO (MAEALU.IND) O CLIENTE (PERSONA.IND) Y SU NOMBRE --*
      *-- TAL COMO SALIO IMPRESO ------------------------------------*
            02 CNSUJ       PIC 9(8).
            02 CNNOM       PIC X(30).
            02 CNDEST      PIC X(30).
      *-- SOLO ALUMNO REGULAR: CURSO Y SUCURSAL A LA FECHA ----------*
            02 CNCUR       PIC 9(2).
            02 CNSUC       PIC 9(3).
            02 CNCOD       PIC 9(6).
            02 CNSPL       PIC 9(6).
      *-- EL NUMERADOR DEL TIPO (CNNUM = 0) ------------------------*
       01  R-CNS-NUM.
            02 CNTIPO-CTL  PIC X.
            02 CNNUM-CTL   PIC 9(6).
            02 CNULT       PIC 9(6).
            02 FILLER      PIC X(90).
