      *-----------------------------------------------------------*
      *-- LAYOUT DE ADELANTOS Y PRESTAMOS AL PERSONAL            --*
      *-- (ADELANTO.IND) - CLAVE: LEGAJO + SECUENCIA - LO DA DE  --*
      *-- ALTA UN SUPERVISOR (ABMADEL) CON IMPORTE, CUOTAS Y     --*
      *-- PRIMER PERIODO A DESCONTAR; QUEDA AUTORIZADO HASTA QUE --*
      *-- LA CAJA LO ENTREGA COMO EGRESO DE CARGAPRV (PROVEEDOR  --*
      *-- 0, VALE "A"+LEGAJO+SECUENCIA), QUE LO DEJA VIGENTE CON --*
      *-- LA FECHA Y SECUENCIA DEL EGRESO EN MOVPROV.IND -       --*
      *-- LIQUIDA DESCUENTA UNA CUOTA POR MES (LA ULTIMA, EL     --*
      *-- SALDO) HASTA CANCELARLO - EL ADELANTO ES UNA SOLA      --*
      *-- CUOTA - SALDOS PENDIENTES: VER SALADEL                 --*
      *-----------------------------------------------------------*
       01  R-ADL.
            02 ADCLAVE.
               03 ADLEG    PIC 9(8).
               03 ADSEC    PIC 9(3).
            02 ADTIPO      PIC X.
               88 ADL-ADELANTO    VALUE "A".
               88 ADL-PRESTAMO    VALUE "P".
            02 ADFECHA     PIC 9(8).
            02 ADIMP       PIC 9(07)V99.
            02 ADCUO       PIC 9(2).
            02 ADIMPC      PIC 9(07)V99.
            02 ADPDES      PIC 9(6).
            02 ADAUT       PIC X(3).
            02 ADEST       PIC X.
               88 ADL-AUTORIZADO  VALUE "A".
               88 ADL-VIGENTE     VALUE "V".
               88 ADL-CANCELADO   VALUE "C".
               88 ADL-ANULADO     VALUE "N".
            02 ADEFEC      PIC 9(8).
            02 ADESEC      PIC 9(3).
            02 ADPAG       PIC 9(2).
            02 ADSDO       PIC 9(07)V99.
            02 ADULTPER    PIC 9(6).
            02 ADMOT       PIC X(20).
