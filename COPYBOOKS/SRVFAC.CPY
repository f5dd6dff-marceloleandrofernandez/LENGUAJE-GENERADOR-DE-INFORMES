      *-----------------------------------------------------------*
      *-- LAYOUT DEL REGISTRO DE SERVICIOS FACTURADOS            --*
      *-- (SRVFAC.IND) - CLAVE: PERIODO (AAAAMM) + SERVICIO +    --*
      *-- ALUMNO - UNO POR CADA MOVIMIENTO DE SERVICIO QUE GRABA --*
      *-- GENCUO, CON LA PARTIDA DE MOVPER.IND (CUENTA, FECHA Y  --*
      *-- SECUENCIA) PARA QUE RECSERV SEPA CUANTO SE COBRO DE    --*
      *-- CADA SERVICIO - FUSCLI LO CORRIGE AL TRASLADAR UNA     --*
      *-- CUENTA                                                 --*
      *-----------------------------------------------------------*
       01  R-SFC.
            02 SFCLAVE.
               03 SFPER    PIC 9(6).
               03 SFSER    PIC 9(3).
               03 SFALU    PIC 9(8).
            02 SFCA        PIC 9(8).
            02 SFFECHA     PIC 9(8).
            02 SFSEC       PIC 9(3).
            02 SFIMP       PIC 9(05)V99.
      *-- PORCENTAJE DE BECA APLICADO (0 = PRECIO LLENO) ---------*
            02 SFPCT       PIC 9(3).
