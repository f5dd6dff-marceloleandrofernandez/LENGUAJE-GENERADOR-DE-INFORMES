      *-----------------------------------------------------------*
      *-- LAYOUT DE LAS RETENCIONES PRACTICADAS (RETPRV.IND)     --*
      *-- UNA POR CERTIFICADO: LA GRABA CARGAPRV AL EMITIR LA    --*
      *-- ORDEN DE PAGO (RPPAGO = MPCLAVE DE LA ORDEN) - CLAVE:  --*
      *-- NUMERO DE CERTIFICADO (TALONARIO CERTRET.CTL) -        --*
      *-- RPPAGADO ES EL IMPORTE DE LA ORDEN, RPACUM LO PAGADO   --*
      *-- AL PROVEEDOR EN EL MES CONTANDO ESTA ORDEN, RPBASE LO  --*
      *-- SUJETO A RETENCION DESPUES DEL MINIMO Y RPRETANT LO    --*
      *-- YA RETENIDO EN EL MES POR EL MISMO REGIMEN - LA        --*
      *-- LISTA LISRET PARA LA DECLARACION JURADA                --*
      *-----------------------------------------------------------*
       01  R-RPV.
            02 RPNRO       PIC 9(08).
            02 RPPAGO      PIC X(16).
            02 RPPROV      PIC 9(05).
            02 RPFECHA.
               03 RPAA     PIC 9(4).
               03 RPMM     PIC 9(2).
               03 RPDD     PIC 9(2).
            02 RPREG       PIC X(04).
            02 RPIMPU      PIC X.
               88 RPV-GANANCIAS   VALUE "G".
               88 RPV-INGBRUTOS   VALUE "I".
            02 RPPAGADO    PIC 9(07)V99.
            02 RPACUM      PIC 9(09)V99.
            02 RPMNI       PIC 9(07)V99.
            02 RPBASE      PIC 9(09)V99.
            02 RPALIC      PIC 9(02)V99.
            02 RPRETANT    PIC 9(07)V99.
            02 RPIMP       PIC 9(07)V99.
            02 RPOPE       PIC X(03).
