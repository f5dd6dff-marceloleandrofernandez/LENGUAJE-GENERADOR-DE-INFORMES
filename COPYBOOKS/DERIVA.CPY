      *-----------------------------------------------------------*
      *-- LAYOUT DE LA DERIVACION DE CUENTAS A AGENCIAS          --*
      *-- (DERIVA.IND) - UNA POR CADA VEZ QUE UNA CUENTA EN MORA --*
      *-- SE MANDA A UN ESTUDIO O AGENCIA (AGENCIA.IND) - CLAVE: --*
      *-- CLIENTE + FECHA DE DERIVACION - LA GRABA DERIVAR CON   --*
      *-- LA DEUDA VENCIDA DE ESE DIA, LA EXPORTA EXPAGE Y LA    --*
      *-- VA ACTUALIZANDO RENDAGE CON LO QUE LA AGENCIA RINDE    --*
      *-- (COBRADO Y COMISION ACUMULADOS) - UNA CUENTA TIENE A   --*
      *-- LO SUMO UNA DERIVACION ACTIVA: MIENTRAS LA TENGA,      --*
      *-- COBRANZA Y AGENDACO LO AVISAN (VER DERIVIG)            --*
      *-----------------------------------------------------------*
       01  R-DRV.
            02 DVCLAVE.
               03 DVCA     PIC 9(08).
               03 DVFECHA  PIC 9(08).
            02 DVAGE       PIC 9(03).
            02 DVDEU       PIC 9(05)V99.
      *-- "D" = DEVUELTA (LA RETIRA DERIVAR O LA DEVUELVE LA ------*
      *-- AGENCIA EN SU RENDICION), "C" = CANCELADA (LA AGENCIA ---*
      *-- COBRO TODA LA DEUDA) ------------------------------------*
            02 DVEST       PIC X.
               88 DRV-ACTIVA    VALUE "A".
               88 DRV-DEVUELTA  VALUE "D".
               88 DRV-CANCELADA VALUE "C".
            02 DVCOB       PIC 9(05)V99.
            02 DVCOM       PIC 9(05)V99.
            02 DVFBAJA     PIC 9(08).
      *-- SUPERVISOR QUE DERIVO LA CUENTA -------------------------*
            02 DVOPE       PIC X(03).
      *-- "S" = YA SALIO EN UN ARCHIVO DE EXPORTACION (EXPAGE) ----*
            02 DVEXP       PIC X.
               88 DRV-EXPORTADA VALUE "S".
