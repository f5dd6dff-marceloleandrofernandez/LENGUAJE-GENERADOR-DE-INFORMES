      *-----------------------------------------------------------*
      *-- LAYOUT DEL MAESTRO DE AGENCIAS DE COBRANZA (AGENCIA.IND)-*
      *-- ESTUDIOS JURIDICOS Y AGENCIAS EXTERNAS A LAS QUE SE    --*
      *-- DERIVAN LAS CUENTAS EN MORA (VER DERIVA.CPY / DERIVAR) --*
      *-- CLAVE: CODIGO - LO MANTIENE ABMAGE - AGCOM ES EL       --*
      *-- PORCENTAJE DE COMISION SOBRE LO QUE LA AGENCIA COBRA,  --*
      *-- QUE LIQUIDA RENDAGE AL IMPORTAR SU RENDICION - UNA     --*
      *-- AGENCIA DADA DE BAJA NO RECIBE CUENTAS NUEVAS PERO SIGUE-*
      *-- RINDIENDO LAS QUE YA TIENE                             --*
      *-----------------------------------------------------------*
       01  R-AGE.
            02 AGCOD       PIC 9(03).
            02 AGNOM       PIC X(30).
            02 AGDOM       PIC X(30).
            02 AGTEL       PIC X(15).
            02 AGCUIT      PIC 9(11).
            02 AGCOM       PIC 9(02)V99.
            02 AGEST       PIC X.
               88 AGE-ACTIVA VALUE "A".
               88 AGE-BAJA   VALUE "B".
