      *-----------------------------------------------------------*
      *-- LAYOUT DEL REGISTRO DE FOLIOS DEL LIBRO DE SUELDOS     --*
      *-- (LIBFOL.IND) - UNO POR PERIODO (AAAAMM) EMITIDO: LOS   --*
      *-- FOLIOS QUE OCUPO, CUANTOS EMPLEADOS, CUANDO Y QUIEN LO --*
      *-- EMITIO Y LAS REIMPRESIONES (CADA UNA QUEDA ADEMAS CON  --*
      *-- SU MOTIVO EN LIBSUE.LOG) - LO GRABA LIBSUE; EL PROXIMO --*
      *-- FOLIO VIVE EN LIBSUE.CTL                               --*
      *-----------------------------------------------------------*
       01  R-LBF.
            02 LFPER       PIC 9(6).
            02 LFFDES      PIC 9(6).
            02 LFFHAS      PIC 9(6).
            02 LFCANT      PIC 9(5).
            02 LFFECHA     PIC 9(8).
            02 LFOPER      PIC X(3).
            02 LFREIMP     PIC 9(3).
            02 LFFREIM     PIC 9(8).
