      *-----------------------------------------------------------*
      *-- LAYOUT DEL PLAN DE CUENTAS CONTABLE (PLANCTA.IND)      --*
      *-- CLAVE: CODIGO DE CUENTA DE SEIS DIGITOS (RUBRO, CAPITULO*
      *-- Y CUENTA, DOS DIGITOS CADA UNO) - LO MANTIENE ABMCTA   --*
      *-- SOLO LAS CUENTAS IMPUTABLES RECIBEN ASIENTOS; LAS DE   --*
      *-- TITULO AGRUPAN EN EL MAYOR                             --*
      *-----------------------------------------------------------*
       01  R-CTA.
            02 CTCOD       PIC 9(06).
            02 CTNOM       PIC X(30).
            02 CTTIPO      PIC X.
               88 CTA-ACTIVO     VALUE "A".
               88 CTA-PASIVO     VALUE "P".
               88 CTA-PATRIMONIO VALUE "N".
               88 CTA-INGRESO    VALUE "I".
               88 CTA-EGRESO     VALUE "E".
            02 CTIMPU      PIC X.
               88 CTA-IMPUTABLE  VALUE "S".
               88 CTA-TITULO     VALUE "N".
