      *-----------------------------------------------------------*
      *-- LAYOUT DE LA POSICION MENSUAL DE IVA (POSIVA.IND)      --*
      *-- UNA POR PERIODO (AAAAMM) - LA GRABA LIBIVAC AL PIE DEL --*
      *-- LIBRO IVA COMPRAS: DEBITO FISCAL DE VENTAS (CALCULADO  --*
      *-- COMO LIBROIVA), CREDITO FISCAL DE COMPRAS NETO DE      --*
      *-- NOTAS DE CREDITO, PERCEPCIONES DE IVA SUFRIDAS Y EL    --*
      *-- SALDO A FAVOR QUE VIENE DEL MES ANTERIOR - PISALDO     --*
      *-- POSITIVO ES A PAGAR, NEGATIVO ES A FAVOR Y PASA AL MES --*
      *-- SIGUIENTE COMO PISALANT                                --*
      *-----------------------------------------------------------*
       01  R-PIV.
            02 PIPER.
               03 PIAA     PIC 9(4).
               03 PIMM     PIC 9(2).
            02 PIDEBITO    PIC 9(09)V99.
            02 PICREDITO   PIC S9(09)V99.
            02 PIPERC      PIC 9(09)V99.
            02 PISALANT    PIC 9(09)V99.
            02 PISALDO     PIC S9(09)V99.
            02 PIEST       PIC X.
               88 PIV-PROVISORIA  VALUE "P".
               88 PIV-DEFINITIVA  VALUE "D".
