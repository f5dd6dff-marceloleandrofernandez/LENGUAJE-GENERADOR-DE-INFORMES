      *-----------------------------------------------------------*
      *-- TABLA DE MOTIVOS DE BAJA DE ALUMNOS - LOS NUEVE        --*
      *-- PRIMEROS SON LOS QUE OFRECE LA BAJA DEL A-B-M DE       --*
      *-- ALUMNOS (MODABM) Y QUEDAN EN BAJASPEN.IND Y            --*
      *-- BAJASALU.IND; EL 90 LO PONE FUSALU AL ARCHIVAR UNA     --*
      *-- FICHA DUPLICADA - EL 08 (EGRESO) Y EL 90 NO SON        --*
      *-- DESERCION PARA EL INFORME POR COHORTE (RETCOH)         --*
      *-----------------------------------------------------------*
       01 TABLA-MOTIVOS-BAJA.
          02 FILLER PIC X(22) VALUE "01MUDANZA".
          02 FILLER PIC X(22) VALUE "02CAMBIO DE ESCUELA".
          02 FILLER PIC X(22) VALUE "03MOTIVOS ECONOMICOS".
          02 FILLER PIC X(22) VALUE "04RENDIMIENTO/REPITE".
          02 FILLER PIC X(22) VALUE "05SALUD".
          02 FILLER PIC X(22) VALUE "06CONDUCTA".
          02 FILLER PIC X(22) VALUE "07ABANDONO SIN AVISO".
          02 FILLER PIC X(22) VALUE "08EGRESO".
          02 FILLER PIC X(22) VALUE "09OTRO".
          02 FILLER PIC X(22) VALUE "90FUSION DUPLICADO".
       01 TABLA-MOTIVOS-R REDEFINES TABLA-MOTIVOS-BAJA.
          02 TMB-ELEM OCCURS 10 TIMES.
             03 TMB-COD     PIC 9(2).
             03 TMB-DES     PIC X(20).
