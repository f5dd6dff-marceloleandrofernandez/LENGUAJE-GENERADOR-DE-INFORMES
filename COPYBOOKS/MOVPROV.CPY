      *-- EL GASTO DEL MES POR PROVEEDOR Y SUCURSAL              --*
      *-- EL PROVEEDOR 0 SOLO SE ADMITE EN EGRESOS DE CAJA       --*
      *-- (GASTOS VARIOS DE MOSTRADOR CON SU VALE EN MPCOMP)     --*
      *-- EL TIPO 4 ES LA DEUDA QUE SE REABRE CUANDO EL          --*
      *-- PROVEEDOR DEVUELVE RECHAZADO UN CHEQUE DE TERCEROS QUE --*
      *-- SE LE ENDOSO (LO GRABA RECHCHEQ, MPCTIPO "CHR") O      --*
      *-- CUANDO SE ANULA UN CHEQUE PROPIO CON QUE SE LE PAGO    --*
      *-- (LO GRABA CHEQPROP, MPCTIPO "CHA"): SE CANCELA CON     --*
      *-- ORDENES DE PAGO COMO UNA FACTURA, PERO NO VA AL LIBRO  --*
      *-- IVA NI AL GASTO DEL MES                                --*
      *-- EL EGRESO QUE ENTREGA UN ADELANTO O PRESTAMO AL        --*
      *-- PERSONAL (VER ABMADEL) LLEVA MPCTIPO "ADL": EN EL      --*
      *-- DIARIO NO ES GASTO SINO CREDITO CON EL EMPLEADO        --*
      *-----------------------------------------------------------*
       01  R-MPV.
            02 MPCLAVE.
               88 PRV-FACTURA     VALUE 1.
               88 PRV-ORDEN-PAGO  VALUE 2.
               88 PRV-EGRESO-CAJA VALUE 3.
               88 PRV-CHEQUE-DEVUELTO VALUE 4.
            02 MPCOMP      PIC X(12).
            02 MPIMP       PIC 9(05)V99.
            02 MPSUC       PIC 9(3).
            02 MPOPE       PIC X(03).
      *-- DATOS FISCALES DE LA FACTURA RECIBIDA (LIBRO IVA       --*
      *-- COMPRAS, VER LIBIVAC): TIPO DE COMPROBANTE, NETO       --*
      *-- GRAVADO E IVA POR ALICUOTA, NO GRAVADO/EXENTO Y        --*
      *-- PERCEPCIONES SUFRIDAS - MPIMP ES SIEMPRE LA SUMA DE    --*
      *-- TODO - SOLO LOS COMPROBANTES "A" DISCRIMINAN IVA; EN   --*
      *-- LOS "B"/"C"/TIQUES EL TOTAL VA COMO NO GRAVADO - LAS   --*
      *-- NOTAS DE CREDITO RESTAN - EN ORDENES DE PAGO Y EGRESOS --*
      *-- VAN EN CERO (CONVERSION DEL ARCHIVO: VER CONVPRV)      --*
            02 MPCTIPO     PIC X(03).
               88 PRV-LETRA-A       VALUE "FCA" "NDA" "NCA".
               88 PRV-NOTA-CREDITO  VALUE "NCA" "NCB" "NCC".
            02 MPNG21      PIC 9(05)V99.
            02 MPIVA21     PIC 9(05)V99.
            02 MPNG105     PIC 9(05)V99.
            02 MPIVA105    PIC 9(05)V99.
            02 MPNG27      PIC 9(05)V99.
            02 MPIVA27     PIC 9(05)V99.
            02 MPNOGR      PIC 9(05)V99.
            02 MPPERIVA    PIC 9(05)V99.
            02 MPPERIB     PIC 9(05)V99.
      *-- CUENTA CORRIENTE DEL PROVEEDOR POR PARTIDAS: MPVTO ES  --*
      *-- EL VENCIMIENTO DE LA FACTURA (FECHA DE CARGA MAS EL    --*
      *-- PLAZO, O EL QUE TRAE EL COMPROBANTE) - MPSDO EN LAS    --*
      *-- FACTURAS Y NOTAS DE DEBITO ES LO QUE FALTA PAGAR (0 =  --*
      *-- CANCELADA); EN LAS ORDENES DE PAGO Y NOTAS DE CREDITO  --*
      *-- ES LO QUE QUEDO SIN IMPUTAR (A CUENTA); EN LOS EGRESOS --*
      *-- DE CAJA VA EN 0 - EL DETALLE DE CADA IMPUTACION ESTA   --*
      *-- EN IMPPRV.IND (CONVERSION DEL ARCHIVO: VER CONVCCP)    --*
            02 MPVTO       PIC 9(8).
            02 MPSDO       PIC 9(05)V99.
      *-- RUBRO DE GASTO (RUBGTO.IND) DE LAS FACTURAS Y          --*
      *-- EGRESOS DE CAJA: LO PONE CARGAPRV (EL DEL PROVEEDOR    --*
      *-- O EL QUE SE ELIGE EN EL EGRESO) Y CONTRA EL SE         --*
      *-- CONTROLA EL PRESUPUESTO (VER PRESUP.CPY / PRESREAL)    --*
      *-- CONVERSION DEL ARCHIVO: VER CONVRUB                    --*
            02 MPRUB       PIC 9(03).
