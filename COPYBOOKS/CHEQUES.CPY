      *-- GRABA COBRANZA AL TOMAR UN PAGO CON CHEQUE, LOS        --*
      *-- DEPOSITA LA CORRIDA DEPCHEQ Y LOS RECHAZADOS LOS       --*
      *-- REVIERTE RECHCHEQ SOBRE MOVPER.IND Y PERSONA.IND       --*
      *-- LOS QUE SE ENTREGAN A UN PROVEEDOR EN PAGO QUEDAN      --*
      *-- ENDOSADOS (CARGAPRV) CON EL PROVEEDOR Y LA ORDEN DE    --*
      *-- PAGO DE MOVPROV.IND QUE LOS RECIBIO (CLAVE ALTERNATIVA --*
      *-- CHPAGO) - SI EL PROVEEDOR LO DEVUELVE RECHAZADO,       --*
      *-- RECHCHEQ REABRE LA DEUDA CON EL PROVEEDOR ADEMAS DE    --*
      *-- LA DEL CLIENTE (CONVERSION DEL ARCHIVO: VER CONVEND)   --*
      *-- LOS QUE LA SUCURSAL MANDA A LA TESORERIA CENTRAL VAN   --*
      *-- EN UNA REMESA (VER REMESAS): QUEDAN EN TRANSITO HASTA  --*
      *-- QUE SE RECIBEN (VUELVEN A CARTERA) O FALTAN            --*
      *-----------------------------------------------------------*
       01  R-CHQ.
            02 CHCLAVE.
               88 CHQ-CARTERA    VALUE "C".
               88 CHQ-DEPOSITADO VALUE "D".
               88 CHQ-RECHAZADO  VALUE "R".
               88 CHQ-ENDOSADO   VALUE "E".
               88 CHQ-EN-TRANSITO VALUE "T".
               88 CHQ-FALTANTE   VALUE "X".
      *-- ENDOSO: PROVEEDOR, ORDEN DE PAGO (MPCLAVE) Y FECHA - EN --*
      *-- LOS RECHAZADOS DESPUES DEL ENDOSO SE CONSERVAN ----------*
            02 CHPROV      PIC 9(05).
            02 CHPAGO      PIC X(16).
            02 CHFEND      PIC 9(8).
