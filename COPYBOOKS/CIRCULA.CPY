      *-----------------------------------------------------------*
      *-- LAYOUT DEL PEDIDO DE CONFIRMACION DE SALDOS            --*
      *-- (CIRCULA.IND) - UNO POR CARTA DE CIRCULARIZACION PARA  --*
      *-- LA AUDITORIA EXTERNA - CLAVE: NUMERO DE PEDIDO         --*
      *-- (TALONARIO CIRCUL.CTL), ALTERNATIVA: CLIENTE - LO GRABA--*
      *-- CIRCSAL CON EL SALDO A LA FECHA DE CIERRE, LA RESPUESTA--*
      *-- LA CARGA RESPCIR Y LAS DIFERENCIAS LAS CONCILIA CONCCIR--*
      *-----------------------------------------------------------*
       01  R-CIR.
            02 CRNRO       PIC 9(06).
            02 CRCA        PIC 9(08).
            02 CRFCIE      PIC 9(08).
            02 CRFEMI      PIC 9(08).
      *-- POR QUE SE ELIGIO: "I" = SALDO MAYOR AL IMPORTE PEDIDO, -*
      *-- "M" = MUESTRA AL AZAR DE LOS SALDOS CHICOS --------------*
            02 CRSEL       PIC X.
               88 CIR-POR-IMPORTE VALUE "I".
               88 CIR-MUESTRA     VALUE "M".
      *-- SALDO SEGUN NUESTROS LIBROS A LA FECHA DE CIERRE (1 =   --*
      *-- DEUDOR, 2 = ACREEDOR, COMO PTS) -------------------------*
            02 CRSDO       PIC 9(06)V99.
            02 CRTS        PIC 9.
            02 CREST       PIC X.
               88 CIR-PENDIENTE      VALUE "P".
               88 CIR-CONFORME       VALUE "C".
               88 CIR-DISCONFORME    VALUE "D".
               88 CIR-SIN-RESPUESTA  VALUE "S".
      *-- SALDO QUE INFORMA EL CLIENTE CUANDO NO ESTA CONFORME ----*
            02 CRSDOCLI    PIC 9(06)V99.
            02 CRTSCLI     PIC 9.
            02 CRFRESP     PIC 9(08).
      *-- OPERADOR QUE CARGO LA RESPUESTA --------------------------*
            02 CROPE       PIC X(03).
            02 CROBS       PIC X(30).
