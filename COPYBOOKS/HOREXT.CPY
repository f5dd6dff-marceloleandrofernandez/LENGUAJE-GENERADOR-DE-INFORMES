      *-----------------------------------------------------------*
      *-- LAYOUT DE LAS HORAS EXTRA DIARIAS (HOREXT.IND)         --*
      *-- CLAVE: LEGAJO + FECHA - LAS GRABA CALCHEX DESDE LAS    --*
      *-- FICHADAS (FICHADAS.IND) CONTRA LA JORNADA TEORICA      --*
      *-- (JORNADA.IND): MINUTOS AL 50% Y AL 100% (SABADOS       --*
      *-- DESPUES DE LAS 13, DOMINGOS Y FERIADOS) - QUEDAN       --*
      *-- PENDIENTES HASTA QUE UN SUPERVISOR LAS APRUEBA O       --*
      *-- RECHAZA (APRHEX); LIQUIDA PAGA SOLO LAS APROBADAS Y    --*
      *-- DEJA EL PERIODO Y EL IMPORTE PAGADO - INFORME: INFHEX  --*
      *-----------------------------------------------------------*
       01  R-HEX.
            02 HXCLAVE.
               03 HXLEG    PIC 9(8).
               03 HXFECHA  PIC 9(8).
            02 HXENT       PIC 9(4).
            02 HXSAL       PIC 9(4).
            02 HXMIN50     PIC 9(4).
            02 HXMIN100    PIC 9(4).
            02 HXEST       PIC X.
               88 HEX-PENDIENTE      VALUE "P".
               88 HEX-APROBADA       VALUE "A".
               88 HEX-RECHAZADA      VALUE "R".
            02 HXOPER      PIC X(3).
            02 HXFAPR      PIC 9(8).
            02 HXPER       PIC 9(6).
            02 HXIMP       PIC 9(07)V99.
