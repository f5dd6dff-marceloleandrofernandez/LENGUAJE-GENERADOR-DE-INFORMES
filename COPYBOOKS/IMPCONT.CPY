      *-----------------------------------------------------------*
      *-- LAYOUT DE LA TABLA DE IMPUTACION CONTABLE (IMPCONT.IND)--*
      *-- UNA POR TIPO DE OPERACION: QUE CUENTA VA AL DEBE Y CUAL--*
      *-- AL HABER CUANDO DIARIO ARMA EL ASIENTO - LA MANTIENE   --*
      *-- ABMIMPC - CODIGOS QUE USA DIARIO:                      --*
      *--   FACT FACTURAS (FACTURA.IND)                          --*
      *--   REC1 A REC8 RECIBOS POR MEDIO DE PAGO (EFECTIVO,     --*
      *--        CHEQUE, TRANSFERENCIA, DEBITO, COBRANZA         --*
      *--        EXTRABANCARIA, TARJETA, AGENCIA DE COBRANZA,    --*
      *--        COBRADOR A DOMICILIO)                           --*
      *--   NCR  / NDB  NOTAS DE CREDITO Y DEBITO (NOTACD.IND)   --*
      *--   PRVF FACTURAS DE PROVEEDOR, PRVN NOTAS DE CREDITO DE --*
      *--   PROVEEDOR, PRVO ORDENES DE PAGO, PRVE EGRESOS DE CAJA--*
      *--   (MOVPROV.IND) - PRVO VA POR LO PAGADO EN EFECTIVO,   --*
      *--   PRVC POR CADA CHEQUE PROPIO QUE PAGO LA ORDEN        --*
      *--   (CHEQPRO.IND): DEBE PROVEEDORES, HABER BANCO, Y PRVR --*
      *--   POR LO RETENIDO (RETPRV.IND): DEBE PROVEEDORES, HABER--*
      *--   RETENCIONES A DEPOSITAR                              --*
      *--   PRVT POR CADA CHEQUE DE TERCEROS ENDOSADO EN UNA     --*
      *--   ORDEN (CHEQUES.IND): DEBE PROVEEDORES, HABER VALORES --*
      *--   EN CARTERA - PRVD POR CADA CHEQUE ENDOSADO QUE EL    --*
      *--   PROVEEDOR DEVUELVE RECHAZADO (MOVPROV.IND, MPTIP 4): --*
      *--   DEBE CHEQUES RECHAZADOS, HABER PROVEEDORES           --*
      *--   PRVA POR CADA CHEQUE PROPIO ANULADO DESPUES DE       --*
      *--   EMITIDO (MOVPROV.IND, MPTIP 4 "CHA", VER CHEQPROP):  --*
      *--   DEBE BANCO, HABER PROVEEDORES                        --*
      *--   PRVP POR CADA EGRESO QUE ENTREGA UN ADELANTO O       --*
      *--   PRESTAMO AL PERSONAL (MOVPROV.IND, MPCTIPO "ADL"):   --*
      *--   DEBE PRESTAMOS AL PERSONAL, HABER CAJA               --*
      *--   SUEL LIQUIDACION DE SUELDOS DEL MES (LIQSUE.IND), UN --*
      *--   SOLO ASIENTO ARMADO CON ESTOS PARES (CADA CUENTA VA  --*
      *--   UNA VEZ, POR SU SALDO):                              --*
      *--   SUEL REMUNERACION: DEBE SUELDOS, HABER SUELDOS A     --*
      *--        PAGAR                                           --*
      *--   SUEC CONTRIBUCIONES PATRONALES: DEBE CONTRIBUCIONES, --*
      *--        HABER CARGAS SOCIALES A DEPOSITAR               --*
      *--   SUEA ASIGNACIONES FAMILIARES: DEBE ASIGNACIONES,     --*
      *--        HABER SUELDOS A PAGAR                           --*
      *--   SUEO APORTES RETENIDOS: DEBE SUELDOS A PAGAR, HABER  --*
      *--        CARGAS SOCIALES A DEPOSITAR                     --*
      *--   SUEG GANANCIAS RETENIDA: DEBE SUELDOS A PAGAR, HABER --*
      *--        RETENCIONES A DEPOSITAR (SI EN EL MES SE        --*
      *--        DEVOLVIO MAS DE LO RETENIDO, AL REVES)          --*
      *--   SUEP CUOTAS DE PRESTAMOS: DEBE SUELDOS A PAGAR,      --*
      *--        HABER PRESTAMOS AL PERSONAL                     --*
      *--   INCC CASTIGO DE UNA CUENTA INCOBRABLE (INCOBRA.IND): --*
      *--   DEBE PREVISION PARA INCOBRABLES, HABER DEUDORES -    --*
      *--   INCR RECUPERO DE UNA CUENTA CASTIGADA: DEBE          --*
      *--   DEUDORES, HABER RECUPERO DE INCOBRABLES (EL RECIBO   --*
      *--   QUE LO COBRA VA POR SU REC1..REC8)                   --*
      *-- ICIVA = CUENTA DEL IVA (0 = LA OPERACION NO LO ABRE):  --*
      *-- EL IMPORTE DEL LADO ICLADO SE PARTE EN NETO + IVA      --*
      *-- (EN PRVF/PRVN CON EL IVA QUE TRAE EL COMPROBANTE)      --*
      *-----------------------------------------------------------*
       01  R-IMC.
            02 ICCOD       PIC X(04).
            02 ICDESC      PIC X(30).
            02 ICDEBE      PIC 9(06).
            02 ICHABER     PIC 9(06).
            02 ICIVA       PIC 9(06).
            02 ICLADO      PIC X.
               88 IVA-AL-DEBE  VALUE "D".
               88 IVA-AL-HABER VALUE "H".
