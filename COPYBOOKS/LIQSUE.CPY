            02 LQSAC       PIC 9(07)V99.
            02 LQDTO       PIC 9(07)V99.
            02 LQNETO      PIC 9(07)V99.
      *-- CARGAS SOCIALES DEL MES (TABLA CARGAS.IND, VER         --*
      *-- ABMCARGA): REMUNERACION IMPONIBLE (LOS RUBROS MENOS    --*
      *-- LOS DESCUENTOS), TOTAL DE APORTES DEL EMPLEADO, TOTAL  --*
      *-- DE CONTRIBUCIONES PATRONALES Y EL IMPORTE DE CADA      --*
      *-- CONCEPTO - EL NETO YA VIENE CON LOS APORTES DESCONTADOS--*
      *-- CONVERSION DEL ARCHIVO: VER CONVLIQ                    --*
      *-- LQNETO TAMBIEN VIENE CON LA RETENCION (O DEVOLUCION)   --*
      *-- DE GANANCIAS DEL MES APLICADA: VER RETGAN              --*
            02 LQREM       PIC 9(07)V99.
            02 LQTAPO      PIC 9(07)V99.
            02 LQTCON      PIC 9(07)V99.
            02 LQCARGA OCCURS 8 TIMES.
               03 LQCCOD   PIC X(4).
               03 LQCTIPO  PIC X.
               03 LQCIMP   PIC 9(07)V99.
      *-- CUOTAS DE ADELANTOS Y PRESTAMOS DESCONTADAS EN EL MES  --*
      *-- (VER ADELANTO) - YA RESTADAS DEL NETO - CONVERSION DEL --*
      *-- ARCHIVO: VER CONVLQP                                   --*
            02 LQPRES      PIC 9(07)V99.
      *-- SUPLENCIAS DOCENTES PAGADAS EN EL MES (VER SUPLENC)    --*
      *-- YA SUMADAS A LA REMUNERACION - CONVERSION DEL ARCHIVO: --*
      *-- VER CONVLQS                                            --*
            02 LQSUP       PIC 9(07)V99.
      *-- ASIGNACIONES FAMILIARES PAGADAS EN EL MES (VER         --*
      *-- FAMCARGO Y ASIGFAM) - NO REMUNERATIVAS, YA SUMADAS AL  --*
      *-- NETO - CONVERSION DEL ARCHIVO: VER CONVLQA             --*
            02 LQASIG      PIC 9(07)V99.
      *-- HORAS EXTRA APROBADAS PAGADAS EN EL MES (VER HOREXT)   --*
      *-- YA SUMADAS A LA REMUNERACION - CONVERSION DEL ARCHIVO: --*
      *-- VER CONVLQH                                            --*
            02 LQHEX       PIC 9(07)V99.
