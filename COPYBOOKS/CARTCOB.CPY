      *-----------------------------------------------------------*
      *-- LAYOUT DE LA CARTERA DE LOS COBRADORES (CARTCOB.IND)   --*
      *-- ASIGNA A UN COBRADOR UN CLIENTE ("C" + CODIGO DE       --*
      *-- CLIENTE) O UNA LOCALIDAD ENTERA ("L" + CODIGO DE       --*
      *-- LOCALIDAD PLOC) - LA ASIGNACION DEL CLIENTE MANDA      --*
      *-- SOBRE LA DE SU LOCALIDAD - LA MANTIENE ASIGCOB Y LA    --*
      *-- USAN HOJARUTA Y RENCALLE                                --*
      *-----------------------------------------------------------*
       01  R-CAR.
            02 CACLAVE.
               03 CATIPO   PIC X.
                  88 CAR-CLIENTE   VALUE "C".
                  88 CAR-LOCALIDAD VALUE "L".
               03 CACOD    PIC 9(08).
            02 CACOB       PIC 9(03).
            02 CAFECHA     PIC 9(08).
      *-- OPERADOR QUE HIZO LA ASIGNACION -------------------------*
            02 CAOPE       PIC X(03).
