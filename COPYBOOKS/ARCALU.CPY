      *-- (ARC-DATOS = TODO EL REGISTRO DESPUES DE LA CLAVE) MAS --*
      *-- LA FECHA DE LA BAJA - LO GRABA MODABM AL BORRAR, LO    --*
      *-- CONSULTA CONBAJA Y LO OFRECE RESTAURAR EL ALTA         --*
      *-- ARC-MOTIVO: CODIGO DE MOTIVO DE LA BAJA (VER MOTBAJA;  --*
      *-- 00 = BAJA ANTERIOR AL MOTIVO, AGREGADO CON CONVMOT)    --*
      *-----------------------------------------------------------*
       01  R-ARC.
            02 ARC-MCA    PIC 9(08).
            02 ARC-DATOS  PIC X(59).
            02 ARC-FBAJA  PIC 9(8).
            02 ARC-MOTIVO PIC 9(2).
               88 BAJA-SIN-MOTIVO  VALUE 0.
               88 BAJA-EGRESO      VALUE 8.
               88 BAJA-FUSION      VALUE 90.
