      *-----------------------------------------------------------*
      *-- LAYOUT DE LA SUSCRIPCION DEL ALUMNO A UN SERVICIO      --*
      *-- (SUSCRIP.IND) - CLAVE: ALUMNO + SERVICIO (VER          --*
      *-- SERVICIO.CPY) - VIGENCIA DESDE/HASTA (AAAAMMDD, HASTA  --*
      *-- 99999999 = SIN FIN), OPERADOR Y FECHA DE LA ULTIMA     --*
      *-- NOVEDAD - LA MANTIENE ABMSUSC; GENCUO FACTURA CADA MES --*
      *-- LAS VIGENTES EN EL PERIODO Y LISSERV LISTA LOS ALUMNOS --*
      *-- DE CADA SERVICIO                                       --*
      *-----------------------------------------------------------*
       01  R-SUS.
            02 SSCLAVE.
               03 SSALU    PIC 9(8).
               03 SSSER    PIC 9(3).
            02 SSDESDE     PIC 9(8).
            02 SSHASTA     PIC 9(8).
            02 SSOPER      PIC X(3).
            02 SSFECHA     PIC 9(8).
