      *-----------------------------------------------------------*
      *-- LAYOUT DE LA RECERTIFICACION DE PERMISOS DE OPERADORES --*
      *-- (RECERT.IND) - CLAVE: OPERADOR - UNO POR OPERADOR DE   --*
      *-- USUARIOS.IND: LO CREA LISPERM LA PRIMERA VEZ QUE LO    --*
      *-- LISTA (RFDESDE, DESDE CUANDO CORRE EL PLAZO SIN        --*
      *-- RECERTIFICAR) Y LO FIRMA EL SUPERVISOR DESDE RECPERM   --*
      *-- CON LA FECHA, LA HORA Y LOS PERMISOS QUE CONFIRMO - LA --*
      *-- RECERTIFICACION VENCE A LOS N DIAS DEL PARAMETRO       --*
      *-- RECDIAS (90 POR DEFECTO) Y LISPERM BLOQUEA LA CUENTA   --*
      *-- VENCIDA (RFBLOQ = B, PARA QUE RECPERM LA DESBLOQUEE AL --*
      *-- FIRMAR) - CADA FIRMA Y CADA BLOQUEO QUEDAN EN          --*
      *-- RECERT.LOG                                             --*
      *-----------------------------------------------------------*
       01  R-REC.
            02 RFOPER      PIC X(3).
      *-- DESDE CUANDO FIGURA EN LA RECERTIFICACION (PRIMERA -------*
      *-- CORRIDA DE LISPERM QUE LO LISTO) -------------------------*
            02 RFDESDE     PIC 9(8).
      *-- ULTIMA RECERTIFICACION FIRMADA (CERO = NUNCA) ------------*
            02 RFFECHA     PIC 9(8).
            02 RFHORA      PIC 9(6).
            02 RFSUPER     PIC X(3).
      *-- LO QUE CONFIRMO EL SUPERVISOR: PERMISOS POR OPCION, ------*
      *-- MARCA DE SUPERVISOR Y NIVEL DE SPOOL ---------------------*
            02 RFPERM.
               03 RFP-OPC OCCURS 6 TIMES PIC X.
            02 RFSUP       PIC X.
            02 RFNIVEL     PIC 9.
      *-- PERMISOS QUE QUITO EN ESA FIRMA --------------------------*
            02 RFQUITA     PIC 9.
            02 RFBLOQ      PIC X.
               88 REC-BLOQUEADA VALUE "B".
