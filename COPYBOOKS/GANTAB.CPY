      *-----------------------------------------------------------*
      *-- LAYOUT DE LA TABLA DE GANANCIAS DE CUARTA CATEGORIA    --*
      *-- (GANTAB.IND) - CLAVE: ANIO + TIPO + CODIGO; LOS        --*
      *-- IMPORTES SON ANUALES Y LIQUIDA LOS PRORRATEA AL MES:   --*
      *--   TIPO "E" TRAMO DE LA ESCALA (CODIGO 01, 02, ...):     --*
      *--        GTIMP1 GANANCIA DESDE, GTIMP2 IMPUESTO FIJO,     --*
      *--        GTPCT  PORCENTAJE SOBRE EL EXCEDENTE             --*
      *--   TIPO "G" DEDUCCION GENERAL DE TODO EMPLEADO (MINIMO   --*
      *--        NO IMPONIBLE, DEDUCCION ESPECIAL): GTIMP2        --*
      *--   TIPO "D" DEDUCCION PERSONAL QUE DECLARA EL EMPLEADO   --*
      *--        (VER DEDGAN): GTIMP2 IMPORTE POR CARGA (CONYUGE, --*
      *--        HIJOS), GTPCT PORCENTAJE COMPUTABLE DE LO PAGADO --*
      *--        (ALQUILER; 0 = TODO) Y GTIMP1 SU TOPE (0 = SIN)  --*
      *-- LO MANTIENE ABMGAN                                     --*
      *-----------------------------------------------------------*
       01  R-GTB.
            02 GTCLAVE.
               03 GTANIO   PIC 9(4).
               03 GTTIPO   PIC X.
                  88 GTB-ESCALA     VALUE "E".
                  88 GTB-GENERAL    VALUE "G".
                  88 GTB-PERSONAL   VALUE "D".
               03 GTCOD    PIC X(4).
            02 GTDESC      PIC X(22).
            02 GTIMP1      PIC 9(09)V99.
            02 GTIMP2      PIC 9(09)V99.
            02 GTPCT       PIC 9(2)V99.
