      *-----------------------------------------------------------*
      *-- LAYOUT DE LA REMESA DE FONDOS (REMESA.IND)             --*
      *-- UNA POR ENVIO DE EFECTIVO Y CHEQUES DE CARTERA DE LA   --*
      *-- CAJA DE UNA SUCURSAL A LA TESORERIA CENTRAL - CLAVE:   --*
      *-- NUMERO CORRELATIVO (REMESA.CTL) - LOS CHEQUES QUE      --*
      *-- VIAJAN ESTAN EN REMCHQ.IND - LA GRABA Y LA RECIBE      --*
      *-- REMESAS, LAS PENDIENTES LAS LISTA REMPEND Y CAJASES    --*
      *-- DESCUENTA EL EFECTIVO REMESADO DEL ARQUEO DEL DIA      --*
      *-----------------------------------------------------------*
       01  R-REM.
            02 RMNRO       PIC 9(06).
      *-- ENVIO: FECHA, SUCURSAL DE ORIGEN Y OPERADOR DE CAJA -----*
            02 RMFECHA     PIC 9(8).
            02 RMSUC       PIC 9(3).
            02 RMOPE       PIC X(03).
            02 RMEFE       PIC 9(07)V99.
            02 RMCHQ       PIC 9(07)V99.
            02 RMCANT      PIC 9(03).
            02 RMEST       PIC X.
               88 REM-EN-TRANSITO  VALUE "T".
               88 REM-RECIBIDA     VALUE "R".
               88 REM-CON-DIFER    VALUE "D".
      *-- RECEPCION EN TESORERIA: FECHA, OPERADOR, LO RECIBIDO ----*
      *-- Y LA DIFERENCIA (RECIBIDO MENOS ENVIADO) ----------------*
            02 RMFREC      PIC 9(8).
            02 RMOPREC     PIC X(03).
            02 RMEFEREC    PIC 9(07)V99.
            02 RMCHQREC    PIC 9(07)V99.
            02 RMDIF       PIC S9(07)V99.
