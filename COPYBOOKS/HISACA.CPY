      *-----------------------------------------------------------*
      *-- LAYOUT DEL HISTORIAL ACADEMICO (HISACA.IND) - CLAVE:   --*
      *-- ALUMNO + CICLO LECTIVO + MATERIA - UN REGISTRO POR     --*
      *-- MATERIA CURSADA CON EL CURSO, LA NOTA FINAL (PROMEDIO  --*
      *-- DE LOS TRIMESTRES DE NOTAS.IND), LOS TRIMESTRES CON    --*
      *-- NOTA Y LA CONDICION - LO GRABA CIERRECL AL CERRAR EL   --*
      *-- CICLO, ANTES DEL PASE DE CURSO (PASECUR NO PASA SIN EL --*
      *-- CIERRE); EL REGISTRO CON ALUMNO 0 Y MATERIA 00 MARCA   --*
      *-- EL CICLO CERRADO - LO CONSULTA CONHIST Y LO IMPRIME    --*
      *-- CERTANA                                                --*
      *-----------------------------------------------------------*
       01  R-HAC.
            02 HACLAVE.
               03 HAALU    PIC 9(8).
               03 HACICLO  PIC 9(4).
               03 HAMAT    PIC 9(2).
            02 HACUR       PIC 9(2).
            02 HANOTA      PIC 9(2)V99.
            02 HACOND      PIC X.
               88 HAC-APROBADA    VALUE "A".
               88 HAC-PREVIA      VALUE "P".
      *-- PREVIA APROBADA DESPUES EN MESA DE EXAMEN (NOTAACTA): --*
      *-- HANOTA PASA A SER LA NOTA DEL ACTA                    --*
               88 HAC-APR-MESA    VALUE "M".
               88 HAC-CIERRE      VALUE "C".
            02 HATRIM      PIC 9.
            02 HAOPER      PIC X(3).
            02 HAFCIE      PIC 9(8).
