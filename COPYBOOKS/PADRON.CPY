      *-----------------------------------------------------------*
      *-- LAYOUT DEL PADRON DE CONTRIBUYENTES (PADRON.IND)       --*
      *-- CLAVE: CUIT - LO ARMA IMPPAD DESDE EL TEXTO OFICIAL    --*
      *-- (PADRON.TXT) Y LO CRUZA CRUZPAD CONTRA LOS CUIT DE     --*
      *-- CLIENTES (PERSONA.IND) Y PROVEEDORES (PROVEE.IND)      --*
      *-- CONDICION DE IVA DEL PADRON: I = RESP. INSCRIPTO,      --*
      *-- E = EXENTO, M = MONOTRIBUTO, N = NO INSCRIPTO (ESTOS   --*
      *-- DOS SE FACTURAN COMO CONSUMIDOR FINAL, PIVA 2)         --*
      *-- EXCLUSION DE RETENCIONES: "S" CON SU VIGENCIA DESDE -  --*
      *-- HASTA (AAAAMMDD)                                       --*
      *-----------------------------------------------------------*
       01  R-PAD.
            02 PDCUIT   PIC 9(11).
            02 PDNOM    PIC X(30).
            02 PDEST    PIC X.
               88 PAD-ACTIVO          VALUE "A".
               88 PAD-BAJA            VALUE "B".
            02 PDIVA    PIC X.
               88 PAD-IVA-INSCRIPTO   VALUE "I".
               88 PAD-IVA-EXENTO      VALUE "E".
               88 PAD-IVA-MONOTRIB    VALUE "M".
               88 PAD-IVA-NO-INSCR    VALUE "N".
            02 PDEXCL   PIC X.
               88 PAD-CON-EXCLUSION   VALUE "S".
            02 PDEXDES  PIC 9(08).
            02 PDEXHAS  PIC 9(08).
