      *-----------------------------------------------------------*
      *-- LINEA DEL DATPERS.LOG -- UNA POR CADA PEDIDO DE UN     --*
      *-- TITULAR DE DATOS (LEY DE PROTECCION DE DATOS           --*
      *-- PERSONALES): ACCESO (LO ESCRIBE DATPERS AL ENTREGAR EL --*
      *-- INFORME, CON SU NUMERO DE SPOOL) O SUPRESION (LO       --*
      *-- ESCRIBE SUPDAT, CON LO QUE SE ANONIMIZO O EL MOTIVO    --*
      *-- DEL RECHAZO) - TITULAR: C = CLIENTE (PERSONA.IND), A = --*
      *-- ALUMNO, E = EMPLEADO (LEGAJO)                          --*
      *-----------------------------------------------------------*
       01 LINEA-DATPERS.
         02 DP-FECHA              PIC 9(8).
         02 FILLER                PIC X VALUE SPACE.
         02 DP-HORA               PIC 9(6).
         02 FILLER                PIC X VALUE SPACE.
         02 DP-PEDIDO             PIC X(9).
            88 DP-ACCESO          VALUE "ACCESO".
            88 DP-SUPRESION       VALUE "SUPRESION".
         02 FILLER                PIC X VALUE SPACE.
         02 DP-TIT                PIC X.
         02 FILLER                PIC X VALUE SPACE.
         02 DP-CODIGO             PIC 9(8).
         02 FILLER                PIC X VALUE SPACE.
         02 DP-OPER               PIC X(3).
         02 FILLER                PIC X VALUE SPACE.
      *-- INFORMADO / SUPRIMIDO / RECHAZADO ------------------------*
         02 DP-RESP               PIC X(10).
         02 FILLER                PIC X VALUE SPACE.
      *-- REGISTROS INFORMADOS O ANONIMIZADOS ----------------------*
         02 DP-REGS               PIC 9(5).
         02 FILLER                PIC X VALUE SPACE.
      *-- NUMERO DE SPOOL DEL INFORME ENTREGADO (0 = NINGUNO) ------*
         02 DP-SPOOL              PIC 9(6).
         02 FILLER                PIC X VALUE SPACE.
         02 DP-MOTIVO             PIC X(30).
