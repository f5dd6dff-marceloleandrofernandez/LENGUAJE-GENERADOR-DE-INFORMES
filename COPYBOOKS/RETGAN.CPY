      *-----------------------------------------------------------*
      *-- LAYOUT DE LAS RETENCIONES DE GANANCIAS (RETGAN.IND)    --*
      *-- CLAVE: LEGAJO + PERIODO (AAAAMM), UNA POR LIQUIDACION  --*
      *-- DE LIQSUE.IND - TODO ACUMULADO DEL ANIO AL MES:        --*
      *-- GANANCIA NETA (REMUNERACION MENOS APORTES), LAS        --*
      *-- DEDUCCIONES, LA GANANCIA IMPONIBLE Y EL IMPUESTO       --*
      *-- DETERMINADO; RGRET ES LO RETENIDO EN EL MES (NEGATIVO  --*
      *-- SI SE DEVUELVE) Y RGRETAC LO RETENIDO EN EL ANIO -     --*
      *-- RGAJU MARCA EL AJUSTE ANUAL: "D" DICIEMBRE, "E" EGRESO --*
      *-- LO GRABA LIQUIDA Y LO IMPRIME CONSGAN                  --*
      *-----------------------------------------------------------*
       01  R-RGN.
            02 RGCLAVE.
               03 RGLEG    PIC 9(8).
               03 RGPER    PIC 9(6).
            02 RGGNA       PIC 9(09)V99.
            02 RGDED       PIC 9(09)V99.
            02 RGGIM       PIC 9(09)V99.
            02 RGIMP       PIC 9(09)V99.
            02 RGRET       PIC S9(07)V99.
            02 RGRETAC     PIC S9(09)V99.
            02 RGAJU       PIC X.
               88 RGN-AJUSTE-DIC  VALUE "D".
               88 RGN-EGRESO      VALUE "E".
