      *-- LOS COMPROBANTES DE PROVEEDOR (VER MOVPROV.CPY /       --*
      *-- CARGAPRV) - CUIT CON DIGITO VERIFICADOR, VALIDADO AL   --*
      *-- CARGAR (0 = SIN CUIT)                                  --*
      *-- RETENCIONES: REGIMEN DE GANANCIAS Y DE INGRESOS BRUTOS --*
      *-- (VER REGRET.CPY, BLANCO = NO SE LE RETIENE) Y LA       --*
      *-- CONDICION DEL PROVEEDOR EN CADA IMPUESTO, QUE ELIGE LA --*
      *-- ALICUOTA (CONVERSION DEL ARCHIVO: VER CONVRPV)         --*
      *-- RUBRO DE GASTO (RUBGTO.IND, VER ABMRUB) QUE TOMAN SUS  --*
      *-- FACTURAS PARA EL PRESUPUESTO (0 = SIN RUBRO) -         --*
      *-- CONVERSION DEL ARCHIVO: VER CONVRUB                    --*
      *-----------------------------------------------------------*
       01  R-PROV.
            02 PVCOD    PIC 9(05).
            02 PVCUIT   PIC 9(11).
            02 PVDOM    PIC X(30).
            02 PVTEL    PIC X(15).
            02 PVRGAN   PIC X(04).
            02 PVCGAN   PIC X.
               88 PRV-GAN-INSCRIPTO   VALUE "I".
               88 PRV-GAN-NO-INSCR    VALUE "N".
               88 PRV-GAN-EXENTO      VALUE "E".
            02 PVRIB    PIC X(04).
            02 PVCIB    PIC X.
               88 PRV-IB-INSCRIPTO    VALUE "I".
               88 PRV-IB-NO-INSCR     VALUE "N".
               88 PRV-IB-EXENTO       VALUE "E".
            02 PVRUB    PIC 9(03).
