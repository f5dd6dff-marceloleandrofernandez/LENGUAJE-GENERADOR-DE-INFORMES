      *-----------------------------------------------------------*
      *-- LAYOUT DEL CALENDARIO DE MESAS DE EXAMEN (MESAEX.IND)  --*
      *-- - CLAVE: NUMERO DE MESA - MATERIA, FECHA, HORA (HHMM), --*
      *-- AULA DE AULA.IND Y TRIBUNAL DE TRES DOCENTES DE        --*
      *-- MAEEMP.IND (EL PRIMERO PRESIDE) - ABIERTA MIENTRAS SE  --*
      *-- INSCRIBE Y SE CARGA EL ACTA, CERRADA CUANDO NOTAACTA   --*
      *-- CIERRA EL ACTA - LA MANTIENE ABMMESA                   --*
      *-----------------------------------------------------------*
       01  R-MEX.
            02 MENUM       PIC 9(4).
            02 MEMAT       PIC 9(2).
            02 MEFECHA     PIC 9(8).
            02 MEHORA      PIC 9(4).
            02 MEAULA      PIC 9(3).
            02 METRIB.
               03 MEDOC    PIC 9(8) OCCURS 3 TIMES.
            02 MEEST       PIC X.
               88 MEX-ABIERTA     VALUE "A".
               88 MEX-CERRADA     VALUE "C".
            02 MEOPER      PIC X(3).
