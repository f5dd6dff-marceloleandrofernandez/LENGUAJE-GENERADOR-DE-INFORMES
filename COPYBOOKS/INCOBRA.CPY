      *-----------------------------------------------------------*
      *-- LAYOUT DEL REGISTRO DE INCOBRABLES (INCOBRA.IND)       --*
      *-- UNO POR CASTIGO (CASTIGO PASA LA CUENTA A INCOBRABLES  --*
      *-- Y CANCELA SUS PARTIDAS ABIERTAS) Y UNO POR RECUPERO    --*
      *-- (COBRANZA, CUANDO EL CLIENTE CASTIGADO PAGA DESPUES) - --*
      *-- CLAVE: CLIENTE + FECHA + SECUENCIA - LA SUCURSAL ES LA --*
      *-- DE LA CUENTA EN LOS DOS CASOS, PARA QUE EL INFORME     --*
      *-- ANUAL (INFINCOB) COMPARE CASTIGOS CONTRA RECUPEROS; EL --*
      *-- DIARIO LOS ASIENTA CON LAS IMPUTACIONES INCC E INCR    --*
      *-----------------------------------------------------------*
       01  R-INC.
            02 INCLAVE.
               03 INCA     PIC 9(08).
               03 INFECHA.
                  04 INAA  PIC 9(4).
                  04 INMM  PIC 9(2).
                  04 INDD  PIC 9(2).
               03 INSEC    PIC 9(03).
            02 INTIP       PIC X.
               88 INC-CASTIGO  VALUE "C".
               88 INC-RECUPERO VALUE "R".
            02 INIMP       PIC 9(05)V99.
            02 INSUC       PIC 9(3).
      *-- OPERADOR (SUPERVISOR) QUE FIRMO EL CASTIGO O EL COBRO ---*
            02 INOPE       PIC X(03).
      *-- RECIBO DEL RECUPERO (0 EN EL CASTIGO) -------------------*
            02 INREC       PIC 9(09).
      *-- DIAS DE ATRASO DE LA PARTIDA MAS VIEJA CASTIGADA -------*
      *-- (0 EN EL RECUPERO) --------------------------------------*
            02 INDIAS      PIC 9(04).
            02 INNOM       PIC X(30).
