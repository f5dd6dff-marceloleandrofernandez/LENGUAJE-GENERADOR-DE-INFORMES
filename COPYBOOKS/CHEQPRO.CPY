      *-----------------------------------------------------------*
      *-- LAYOUT DE LOS CHEQUES PROPIOS EMITIDOS (CHEQPRO.IND)   --*
      *-- CLAVE: CUENTA BANCARIA (CTABCO.IND) + NUMERO DE CHEQUE --*
      *-- LOS EMITE CARGAPRV AL PAGAR UNA ORDEN DE PAGO (CPPAGO  --*
      *-- ES SU MPCLAVE EN MOVPROV.IND), CHEQPROP LOS ENTREGA,   --*
      *-- DEBITA O ANULA Y CONCBANC LOS DEBITA AL APAREARLOS CON --*
      *-- EL EXTRACTO - EL DIFERIDO LLEVA FECHA DE PAGO POSTERIOR--*
      *-- A LA DE EMISION                                        --*
      *-----------------------------------------------------------*
       01  R-CHP.
            02 CPCLAVE.
               03 CPCTA    PIC 9(02).
               03 CPNRO    PIC 9(08).
      *-- FECHA DE EMISION Y FECHA DE PAGO (DIFERIDO) --------------*
            02 CPFEMI      PIC 9(08).
            02 CPFPAGO     PIC 9(08).
            02 CPIMP       PIC 9(07)V99.
            02 CPPROV      PIC 9(05).
            02 CPPAGO      PIC X(16).
            02 CPEST       PIC X.
               88 CHP-EMITIDO    VALUE "E".
               88 CHP-ENTREGADO  VALUE "T".
               88 CHP-DEBITADO   VALUE "D".
               88 CHP-ANULADO    VALUE "A".
      *-- FECHA DE ENTREGA AL BENEFICIARIO Y DE DEBITO EN CUENTA ---*
            02 CPFENT      PIC 9(08).
            02 CPFDEB      PIC 9(08).
            02 CPOPE       PIC X(03).
