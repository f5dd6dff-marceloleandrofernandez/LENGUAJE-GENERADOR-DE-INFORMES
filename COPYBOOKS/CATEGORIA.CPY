      *-- (LO USA LA LIQUIDACION DE SUELDOS, VER LIQUIDA) -          *
      *-- CONVERSION DEL ARCHIVO: VER CONVCAT                      --*
            02 MCATPCT  PIC 9(2).
      *-- FORMA DE LIQUIDAR LA CATEGORIA: M=SUELDO MENSUAL (MSB), --*
      *-- H=HORAS CATEDRA (LOS DOCENTES: LIQUIDA TOMA LAS HORAS   --*
      *-- DEL MES DE SUS CURSOS EN CURSODOC.IND/HORARIO.IND AL    --*
      *-- VALOR HORA MCATVHORA) - CONVERSION: VER CONVCTH         --*
            02 MCATLIQ  PIC X.
               88 CAT-MENSUAL       VALUE "M".
               88 CAT-HORA-CATEDRA  VALUE "H".
            02 MCATVHORA PIC 9(5)V99.
