      *-----------------------------------------------------------*
      *-- LAYOUT DEL ARCHIVO DE EMPLEADOS EGRESADOS              --*
      *-- (EMPBAJA.IND) - CLAVE: LEGAJO - GUARDA LA IMAGEN DEL   --*
      *-- REGISTRO DE MAEEMP.IND (EBDATOS = TODO DESPUES DE LA   --*
      *-- CLAVE, COMO BAJASALU.IND CON LOS ALUMNOS), LA FECHA Y  --*
      *-- EL MOTIVO DEL EGRESO Y LOS IMPORTES DE LA LIQUIDACION  --*
      *-- FINAL - LO GRABA LIQFIN ANTES DE BORRAR EL LEGAJO      --*
      *-----------------------------------------------------------*
       01  R-EBJ.
            02 EBMCA       PIC 9(08).
            02 EBDATOS     PIC X(50).
            02 EBFEGR      PIC 9(8).
            02 EBMOT       PIC X.
               88 EBJ-RENUNCIA    VALUE "R".
               88 EBJ-DESPIDO     VALUE "D".
               88 EBJ-CAUSA       VALUE "C".
            02 EBOPER      PIC X(3).
            02 EBFPROC     PIC 9(8).
      *-- LIQUIDACION FINAL: DIAS Y HABERES DEL MES, SAC          --*
      *-- PROPORCIONAL, VACACIONES NO GOZADAS (DIAS E IMPORTE),   --*
      *-- INDEMNIZACION, PREAVISO E INTEGRACION DEL MES (SOLO     --*
      *-- DESPIDO SIN CAUSA), APORTES, SALDO DE PRESTAMOS         --*
      *-- DESCONTADO Y NETO PAGADO                                --*
            02 EBDIAS      PIC 9(2).
            02 EBHAB       PIC 9(07)V99.
            02 EBSAC       PIC 9(07)V99.
            02 EBVACD      PIC 9(3).
            02 EBVAC       PIC 9(07)V99.
            02 EBIND       PIC 9(07)V99.
            02 EBPREA      PIC 9(07)V99.
            02 EBINTG      PIC 9(07)V99.
            02 EBAPO       PIC 9(07)V99.
            02 EBPRES      PIC 9(07)V99.
            02 EBNETO      PIC 9(07)V99.
