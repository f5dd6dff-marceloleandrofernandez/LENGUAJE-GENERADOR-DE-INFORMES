      *-----------------------------------------------------------*
      *-- LAYOUT DEL HISTORIAL DE MOROSIDAD (MORMES.IND)         --*
      *-- UNA FOTO POR MES CERRADO Y SUCURSAL DE LA CARTERA DE   --*
      *-- CLIENTES - LA TOMA FOTOMOR (PROCNOC, EL DIA 1, SOBRE   --*
      *-- EL MES ANTERIOR) Y LA LISTA LISMOR (ULTIMOS 12 MESES)  --*
      *-- SE GUARDAN LOS IMPORTES Y CANTIDADES, NO LOS INDICES:  --*
      *-- LOS PORCENTAJES Y LOS DIAS DE COBRO SE CALCULAN AL     --*
      *-- LISTAR, ASI EL TOTAL DE LA EMPRESA SALE DE SUMAR LAS   --*
      *-- SUCURSALES Y NO DE PROMEDIAR PORCENTAJES               --*
      *-- CLAVE: PERIODO AAAAMM + SUCURSAL - REPETIR LA FOTO DE  --*
      *-- UN MES REEMPLAZA LA ANTERIOR                           --*
      *-----------------------------------------------------------*
       01  R-MOR.
            02 MOCLAVE.
               03 MOPER       PIC 9(06).
               03 MOSUC       PIC 9(03).
      *-- FECHA DE CORTE (ULTIMO DIA DEL MES) Y FECHA EN QUE SE  --*
      *-- TOMO LA FOTO                                           --*
            02 MOCORTE     PIC 9(8).
            02 MOFECHA     PIC 9(8).
      *-- DEUDA: PARTIDAS DEBE ABIERTAS AL CORTE; VENCIDA LA DE  --*
      *-- VENCIMIENTO ANTERIOR AL CORTE; +90 LA VENCIDA HACE MAS --*
      *-- DE 90 DIAS (LOS CLIENTES CON PLAN VIGENTE, AL DIA)     --*
            02 MODEUDA     PIC 9(09)V99.
            02 MOVENC      PIC 9(09)V99.
            02 MOV90       PIC 9(09)V99.
      *-- FACTURADO (CARGOS DEBE SIN INTERESES NI NOTAS DE       --*
      *-- DEBITO) DEL MES Y DEL MES ANTERIOR; COBRADO (HABER SIN --*
      *-- NOTAS DE CREDITO) DEL MES                              --*
            02 MOFACT      PIC 9(09)V99.
            02 MOFANT      PIC 9(09)V99.
            02 MOCOBR      PIC 9(09)V99.
      *-- CLIENTES CON DEUDA Y CLIENTES MOROSOS (CON DEUDA       --*
      *-- VENCIDA Y SIN PLAN DE PAGO VIGENTE)                    --*
            02 MOCLI       PIC 9(06).
            02 MOMORO      PIC 9(06).
