      *-- CUIT CON DIGITO VERIFICADOR (0 = SIN CUIT, CONSUMIDOR   --*
      *-- FINAL) Y CONDICION FRENTE AL IVA - LOS VALIDA           --*
      *-- ABMPERSONA AL CARGAR (CONVERSION DEL ARCHIVO: CONVFIS)  --*
      *-- CRUCE CONTRA EL PADRON DE CONTRIBUYENTES: VER CRUZPAD   --*
            02 PCUIT PIC 9(11).
            02 PIVA  PIC 9.
               88 PER-RESP-INSCRIPTO VALUE 1.
      *-- INACTIVA NO ADMITE CARGOS NUEVOS Y LAS PIEZAS DE CORREO --*
      *-- LA SALTEAN - REACTIVA EL SUPERVISOR CON REACTCLI,       --*
      *-- CON SU LINEA EN AUDITPER.LOG - CONVERSION: VER CONVACT  --*
      *-- "X" = PASADA A INCOBRABLES POR CASTIGO: NO SE FACTURA   --*
      *-- NI SE COBRA SIN SUPERVISOR, Y LO QUE PAGUE DESPUES ES   --*
      *-- RECUPERO (VER INCOBRA.CPY)                              --*
            02 PEST   PIC X.
               88 PER-ACTIVO     VALUE "A".
               88 PER-INACTIVO   VALUE "I".
               88 PER-INCOBRABLE VALUE "X".
      *-- DEBITO AUTOMATICO: ADHESION Y CBU DE LA CUENTA BANCARIA --*
      *-- DEL CLIENTE - GENDEB ARMA LA PRESENTACION AL BANCO Y    --*
      *-- RESPDEB PROCESA LA RESPUESTA (CONVERSION: VER CONVDEB)  --*
