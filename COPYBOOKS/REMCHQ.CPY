      *-----------------------------------------------------------*
      *-- LAYOUT DE LOS CHEQUES DE UNA REMESA (REMCHQ.IND)       --*
      *-- UNO POR CHEQUE DE CARTERA QUE VIAJA EN LA REMESA -     --*
      *-- CLAVE: REMESA + BANCO + NUMERO DE CHEQUE - AL RECIBIR  --*
      *-- LA REMESA QUEDA MARCADO RECIBIDO O FALTANTE            --*
      *-----------------------------------------------------------*
       01  R-RCH.
            02 RCCLAVE.
               03 RCNRO    PIC 9(06).
               03 RCBCO    PIC 9(3).
               03 RCCHNRO  PIC 9(8).
            02 RCIMP       PIC 9(05)V99.
            02 RCEST       PIC X.
               88 RCH-ENVIADO   VALUE "E".
               88 RCH-RECIBIDO  VALUE "R".
               88 RCH-FALTANTE  VALUE "F".
