      *-----------------------------------------------------------*
      *-- LAYOUT DE LA COBRANZA EN LA CALLE (COBCALLE.IND)       --*
      *-- UNO POR RECIBO QUE GENERA LA RENDICION DE UN COBRADOR  --*
      *-- (RENCALLE) - CLAVE: COBRADOR + FECHA DE COBRO + NUMERO --*
      *-- DE RECIBO - LO COBRADO SE ABRE EN TRES TRAMOS SEGUN LA --*
      *-- ANTIGUEDAD DE LAS PARTIDAS QUE CANCELO (HASTA 30 DIAS  --*
      *-- DE VENCIDA, DE 31 A 90, MAS DE 90; LO QUE QUEDA A      --*
      *-- CUENTA VA AL PRIMERO) - SOBRE ESOS TRAMOS LIQCOBR      --*
      *-- LIQUIDA LA COMISION DEL MES Y DEJA EL PERIODO EN CLLIQ --*
      *-- (0 = TODAVIA NO LIQUIDADO)                             --*
      *-----------------------------------------------------------*
       01  R-CCA.
            02 CLCLAVE.
               03 CLCOB    PIC 9(03).
               03 CLFECHA  PIC 9(08).
               03 CLREC    PIC 9(09).
            02 CLCA        PIC 9(08).
            02 CLIMP       PIC 9(05)V99.
            02 CLIMP1      PIC 9(05)V99.
            02 CLIMP2      PIC 9(05)V99.
            02 CLIMP3      PIC 9(05)V99.
            02 CLLIQ       PIC 9(06).
