      *-----------------------------------------------------------*
      *-- LAYOUT DE LA LICENCIA DE EMPLEADO (LICENCIA.IND)       --*
      *-- CLAVE: LEGAJO + FECHA DESDE - TIPO (V=VACACIONES        --*
      *-- E=ENFERMEDAD X=EXAMEN S=SIN GOCE DE HABERES), HASTA Y  --*
      *-- ESTADO (P=PENDIENTE A=APROBADA R=RECHAZADA) - LA       --*
      *-- MANTIENE ABMLIC, QUE RECHAZA LICENCIAS SUPERPUESTAS    --*
      *-- DEL MISMO LEGAJO Y LLEVA EL SALDO DE DIAS DE           --*
      *-- VACACIONES SEGUN LA ANTIGUEDAD - EL CALENDARIO DE      --*
      *-- AUSENTES POR LOCALIDAD ES LICCAL - LOS DIAS SIN GOCE   --*
      *-- NO SE PAGAN A LOS DOCENTES POR HORAS (VER LIQUIDA)     --*
      *-----------------------------------------------------------*
       01  R-LIC.
            02 LICLAVE.
               88 LIC-VACACIONES VALUE "V".
               88 LIC-ENFERMEDAD VALUE "E".
               88 LIC-EXAMEN     VALUE "X".
               88 LIC-SIN-GOCE   VALUE "S".
            02 LIEST       PIC X.
               88 LIC-PENDIENTE VALUE "P".
               88 LIC-APROBADA  VALUE "A".
