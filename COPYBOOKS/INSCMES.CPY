      *-----------------------------------------------------------*
      *-- LAYOUT DE LA INSCRIPCION A MESAS DE EXAMEN             --*
      *-- (INSCMES.IND) - CLAVE: MESA + ALUMNO - EL CICLO DE LA  --*
      *-- PREVIA QUE RINDE (VER PREVIA), LA FECHA Y EL OPERADOR  --*
      *-- DE LA INSCRIPCION Y EL RESULTADO DEL ACTA: INSCRIPTO,  --*
      *-- APROBADO, DESAPROBADO O AUSENTE CON LA NOTA - LA GRABA --*
      *-- INSMESA, LA IMPRIME ACTAEX Y LA COMPLETA NOTAACTA      --*
      *-----------------------------------------------------------*
       01  R-INM.
            02 IMCLAVE.
               03 IMMESA   PIC 9(4).
               03 IMALU    PIC 9(8).
            02 IMCICLO     PIC 9(4).
            02 IMNOTA      PIC 9(2).
            02 IMEST       PIC X.
               88 INM-INSCRIPTO   VALUE "I".
               88 INM-APROBADO    VALUE "A".
               88 INM-DESAPROBADO VALUE "D".
               88 INM-AUSENTE     VALUE "U".
            02 IMFINS      PIC 9(8).
            02 IMOPER      PIC X(3).
