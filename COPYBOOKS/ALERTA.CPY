      *-----------------------------------------------------------*
      *-- LAYOUT DE LA ALERTA DE NEGOCIO (ALERTAS.IND)           --*
      *-- UNA POR SITUACION DETECTADA - CLAVE: NUMERO            --*
      *-- CORRELATIVO (ALERTAS.CTL); CLAVE ALTERNATIVA: REGLA +  --*
      *-- OBJETO (LA CAJA, EL CLIENTE, EL CHEQUE, EL CURSO, LA   --*
      *-- REMESA O LA LICENCIA), CON DUPLICADOS - LA GRABA Y LA  --*
      *-- REFRESCA EVALERT SEGUN LAS REGLAS DE ALERTAS.PAR, LA   --*
      *-- MUESTRA Y LA CIERRA LA BANDEJA DE CONSOLA Y LOGON      --*
      *-- ANUNCIA LAS ABIERTAS AL INGRESAR                       --*
      *-- ESTADO: A = ABIERTA, C = CERRADA POR QUIEN LA ATENDIO  --*
      *-- (SIGUE ASI MIENTRAS LA SITUACION CONTINUE), S = LA     --*
      *-- SITUACION YA NO SE DA (SI ESTABA ABIERTA LA CIERRA     --*
      *-- "SIS") - UN OBJETO VUELVE A ALERTAR SOLO CUANDO NO     --*
      *-- TIENE NINGUNA ALERTA ABIERTA NI CERRADA                --*
      *-----------------------------------------------------------*
       01  R-ALE.
            02 ALNRO       PIC 9(06).
            02 ALCLAVE.
               03 ALREGLA  PIC 9(02).
               03 ALOBJ    PIC X(20).
      *-- DESTINATARIO: CODIGO DE OPERADOR O "SUP" (SUPERVISORES) -*
            02 ALDEST      PIC X(03).
            02 ALTEXTO     PIC X(40).
      *-- VALOR MEDIDO (IMPORTE, DIAS O ALUMNOS SEGUN LA REGLA) ---*
            02 ALVALOR     PIC S9(07)V99.
      *-- ALTA Y ULTIMA EVALUACION QUE LA ENCONTRO ----------------*
            02 ALFALTA     PIC 9(08).
            02 ALHALTA     PIC 9(06).
            02 ALFULT      PIC 9(08).
            02 ALHULT      PIC 9(06).
            02 ALEST       PIC X.
               88 ALE-ABIERTA  VALUE "A".
               88 ALE-CERRADA  VALUE "C".
               88 ALE-SUPERADA VALUE "S".
      *-- CIERRE: QUIEN LA ATENDIO, CUANDO Y QUE SE HIZO ----------*
            02 ALOPCIE     PIC X(03).
            02 ALFCIE      PIC 9(08).
            02 ALHCIE      PIC 9(06).
            02 ALNOTA      PIC X(30).
