      *-----------------------------------------------------------*
      *-- LAYOUT DE LA JORNADA TEORICA DEL PERSONAL (JORNADA.IND)--*
      *-- CLAVE: LEGAJO - HORA DE ENTRADA Y DE SALIDA EN HHMM    --*
      *-- PARA CADA DIA DE LA SEMANA (1=LUNES ... 7=DOMINGO,     --*
      *-- COMO HORARIO.IND); 0000-0000 = DIA NO LABORABLE - LA   --*
      *-- MANTIENE ABMJOR Y LA USA CALCHEX PARA LAS HORAS EXTRA  --*
      *-----------------------------------------------------------*
       01  R-JOR.
            02 JOLEG       PIC 9(8).
            02 JODIA OCCURS 7 TIMES.
               03 JOENT    PIC 9(4).
               03 JOSAL    PIC 9(4).
