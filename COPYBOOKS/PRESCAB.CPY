      *-----------------------------------------------------------*
      *-- LAYOUT DEL PRESUPUESTO A CLIENTES (PRESCLI.IND)        --*
      *-- CABECERA CON EL MISMO FORMATO QUE LA FACTURA (VER      --*
      *-- FACTURA.CPY) Y RENGLONES EN PRESITEM.IND - CLAVE:      --*
      *-- NUMERO DEL TALONARIO PRESCLI.CTL - LO EMITE PRESCLI,   --*
      *-- LO IMPRIME IMPPRES, LO ACEPTA O RECHAZA ESTPRES Y,     --*
      *-- UNA VEZ ACEPTADO, FACTURAR LO CONVIERTE EN FACTURA     --*
      *-- TRAYENDO SUS RENGLONES                                 --*
      *-----------------------------------------------------------*
       01  R-PRC.
            02 QCNRO       PIC 9(06).
            02 QCFECHA.
               03 QCAA     PIC 9(4).
               03 QCMM     PIC 9(2).
               03 QCDD     PIC 9(2).
            02 QCCA        PIC 9(08).
            02 QCNOM       PIC X(30).
            02 QCTOT       PIC 9(05)V99.
            02 QCSUC       PIC 9(3).
            02 QCOPE       PIC X(03).
            02 QCLINEAS    PIC 9(02).
      *-- VALIDEZ EN DIAS Y FECHA HASTA LA QUE VALE (AAAAMMDD, ----*
      *-- CORRIDA A DIA HABIL POR CALCVTO) - PASADA ESA FECHA UN --*
      *-- PRESUPUESTO EMITIDO YA NO SE PUEDE ACEPTAR -------------*
            02 QCVAL       PIC 9(03).
            02 QCVTO       PIC 9(8).
            02 QCEST       PIC X.
               88 PRE-EMITIDO   VALUE "E".
               88 PRE-ACEPTADO  VALUE "A".
               88 PRE-VENCIDO   VALUE "V".
               88 PRE-RECHAZADO VALUE "R".
      *-- FECHA DEL ULTIMO CAMBIO DE ESTADO Y OPERADOR QUE LO HIZO *
            02 QCFEST      PIC 9(8).
            02 QCOEST      PIC X(03).
      *-- FACTURA EN QUE SE CONVIRTIO (0 = TODAVIA NO FACTURADO) --*
            02 QCFAC       PIC 9(06).
