      *-----------------------------------------------------------*
      *-- LAYOUT DE LAS DEDUCCIONES PERSONALES DE GANANCIAS      --*
      *-- (DEDGAN.IND) - CLAVE: LEGAJO + ANIO + RENGLON; CADA    --*
      *-- RENGLON ES UNA DEDUCCION DEL TIPO "D" DE GANTAB.IND    --*
      *-- (CONYUGE, HIJOS, ALQUILER, SEGUROS...) CON LA CANTIDAD --*
      *-- DE CARGAS O EL IMPORTE ANUAL PAGADO, EL COMPROBANTE    --*
      *-- QUE LO RESPALDA Y EL MES DESDE EL QUE SE COMPUTA - LA  --*
      *-- CARGA ABMDEDG Y LA USA LIQUIDA                         --*
      *-----------------------------------------------------------*
       01  R-DDG.
            02 DGCLAVE.
               03 DGLEG    PIC 9(8).
               03 DGANIO   PIC 9(4).
               03 DGREN    PIC 9(2).
            02 DGCOD       PIC X(4).
            02 DGCANT      PIC 9(2).
            02 DGIMP       PIC 9(07)V99.
            02 DGCOMP      PIC X(20).
            02 DGMDES      PIC 9(2).
