      *-----------------------------------------------------------*
      *-- LAYOUT DE LA CAMPANA DE REINSCRIPCION (REINSC.IND) -   --*
      *-- CLAVE: CICLO LECTIVO (AAAA) + ALUMNO - UNO POR ALUMNO  --*
      *-- QUE TENIA VACANTE AL ABRIR LA CAMPANA (CAMPREI), CON   --*
      *-- LA PARTIDA DE LA MATRICULA EN MOVPER.IND (CUENTA,      --*
      *-- FECHA Y SECUENCIA; CLAVE ALTERNATIVA PARA QUE COBRAR   --*
      *-- MARQUE AL REINSCRIPTO AL CANCELARLA) - EL REGISTRO     --*
      *-- CICLO + 00000000 ES EL CONTROL DE LA CAMPANA: IMPORTE, --*
      *-- VENCIMIENTO Y ESTADO - FUSCLI LO CORRIGE AL TRASLADAR  --*
      *-- UNA CUENTA; LO LEEN OFREPRE, GENCUO Y LISREI           --*
      *-----------------------------------------------------------*
       01  R-REI.
            02 RICLAVE.
               03 RICICLO  PIC 9(4).
               03 RIALU    PIC 9(8).
      *-- CURSO DEL ALUMNO AL ABRIR LA CAMPANA ---------------------*
            02 RICUR       PIC 9(2).
      *-- PARTIDA DE LA MATRICULA (CERO = SIN RESPONSABLE O SIN ---*
      *-- CUENTA EN CONDICIONES: SE REINSCRIBE A MANO) ------------*
            02 RIPARTIDA.
               03 RICA     PIC 9(8).
               03 RIFECHA  PIC 9(8).
               03 RISEC    PIC 9(3).
            02 RIIMP       PIC 9(05)V99.
            02 RIEST       PIC X.
               88 REI-PENDIENTE    VALUE "P".
               88 REI-REINSCRIPTO  VALUE "R".
               88 REI-LIBERADO     VALUE "L".
      *-- FECHA Y OPERADOR DE LA REINSCRIPCION O DE LA LIBERACION --*
      *-- ("COB" = POR EL PAGO EN COBRAR) --------------------------*
            02 RIFREI      PIC 9(8).
            02 RIOPER      PIC X(3).
      *-- EL CONTROL DE LA CAMPANA (RIALU = 0): LA PARTIDA EN CERO -*
      *-- PARA QUE NO SE CONFUNDA CON NINGUNA MATRICULA ------------*
       01  R-REI-CTL.
            02 RCCICLO     PIC 9(4).
            02 RCALU       PIC 9(8).
            02 FILLER      PIC X(21).
            02 RCIMP       PIC 9(05)V99.
            02 RCEST       PIC X.
               88 CAMP-ABIERTA     VALUE "A".
               88 CAMP-LIBERADA    VALUE "L".
            02 RCVTO       PIC 9(8).
            02 RCOPER      PIC X(3).
