      *-----------------------------------------------------------*
      *-- LAYOUT DE LOS FAMILIARES A CARGO DEL PERSONAL          --*
      *-- (FAMCARGO.IND) - CLAVE: LEGAJO + RENGLON; CADA RENGLON --*
      *-- ES UN HIJO O EL CONYUGE CON SU FECHA DE NACIMIENTO,    --*
      *-- ESCOLARIDAD, DISCAPACIDAD, EL ANIO DEL ULTIMO          --*
      *-- CERTIFICADO DE ESCOLARIDAD PRESENTADO (Y CUANDO) Y EL  --*
      *-- ANIO EN QUE SE PAGO LA AYUDA ESCOLAR - LO CARGA        --*
      *-- ABMFCAR, LO USA LIQUIDA CON LA TABLA ASIGFAM.IND Y     --*
      *-- LISCERT LISTA LOS CERTIFICADOS QUE FALTAN - NO ES      --*
      *-- FAMILIA.IND, QUE AGRUPA ALUMNOS                        --*
      *-----------------------------------------------------------*
       01  R-FCA.
            02 FCCLAVE.
               03 FCLEG    PIC 9(8).
               03 FCREN    PIC 9(2).
            02 FCNOM       PIC X(30).
            02 FCPAR       PIC X.
               88 FCA-HIJO           VALUE "H".
               88 FCA-CONYUGE        VALUE "C".
            02 FCFNAC      PIC 9(8).
            02 FCESC       PIC X.
               88 FCA-SIN-ESCUELA    VALUE "N".
               88 FCA-INICIAL        VALUE "I".
               88 FCA-PRIMARIA       VALUE "P".
               88 FCA-SECUNDARIA     VALUE "S".
            02 FCDISC      PIC X.
               88 FCA-DISCAPACIDAD   VALUE "S".
            02 FCCERT      PIC 9(4).
            02 FCFCERT     PIC 9(8).
            02 FCAYU       PIC 9(4).
