      *-----------------------------------------------------------*
      *-- LAYOUT DEL RECLAMO DE CLIENTE (RECLAMOS.IND)           --*
      *-- CLAVE: NUMERO CORRELATIVO DEL TALONARIO RECLAMO.CTL -  --*
      *-- CLAVE ALTERNA: CUENTA DE PERSONA.IND QUE RECLAMA (EN   --*
      *-- LOS RECLAMOS DE UN ALUMNO, LA CUENTA DE SU RESPONSABLE --*
      *-- DE PAGO SEGUN ALUPAG.IND; 0 SI NO TIENE) - LO ABRE Y   --*
      *-- LO PASA A ANALISIS O RECHAZO RECLAMOS; LO CIERRA       --*
      *-- NOTASCD AL EMITIR LA NOTA DE CREDITO QUE LO RESUELVE - --*
      *-- LISRCL INFORMA EL MES POR MOTIVO Y SUCURSAL            --*
      *-----------------------------------------------------------*
       01  R-RCL.
            02 RLNRO       PIC 9(06).
            02 RLFECHA.
               03 RLAA     PIC 9(4).
               03 RLMM     PIC 9(2).
               03 RLDD     PIC 9(2).
      *-- QUIEN RECLAMA: "C" = CLIENTE (RLALU EN 0), "A" = ALUMNO --*
            02 RLTIT       PIC X.
               88 RCL-CLIENTE VALUE "C".
               88 RCL-ALUMNO  VALUE "A".
            02 RLALU       PIC 9(08).
            02 RLCA        PIC 9(08).
            02 RLNOM       PIC X(30).
            02 RLSUC       PIC 9(3).
      *-- MOTIVO CODIFICADO (TABLA EN RECLAMOS Y LISRCL)         --*
            02 RLMOT       PIC 9(02).
      *-- COMPROBANTE RECLAMADO: "F" = FACTURA (RLFAC), "M" =    --*
      *-- MOVIMIENTO DE MOVPER.IND DE LA CUENTA RLCA (FECHA +    --*
      *-- SECUENCIA), "N" = NINGUNO                              --*
            02 RLCTIPO     PIC X.
               88 RCL-FACTURA    VALUE "F".
               88 RCL-MOVIMIENTO VALUE "M".
               88 RCL-SIN-CBTE   VALUE "N".
            02 RLFAC       PIC 9(06).
            02 RLMFECHA    PIC 9(8).
            02 RLMSEC      PIC 9(03).
            02 RLDET       PIC X(40).
            02 RLEST       PIC X.
               88 RCL-ABIERTO   VALUE "A".
               88 RCL-ANALISIS  VALUE "E".
               88 RCL-RESUELTO  VALUE "N".
               88 RCL-RECHAZADO VALUE "R".
      *-- OPERADOR QUE LO RECIBIO                                --*
            02 RLOPE       PIC X(03).
      *-- FECHA DEL ULTIMO CAMBIO DE ESTADO Y OPERADOR QUE LO    --*
      *-- HIZO - EN LOS RESUELTOS Y RECHAZADOS ES EL CIERRE      --*
            02 RLFEST      PIC 9(8).
            02 RLOEST      PIC X(03).
      *-- NOTA DE CREDITO QUE LO RESOLVIO (0 = NINGUNA) Y        --*
      *-- RESPUESTA DADA AL CLIENTE                              --*
            02 RLNCNRO     PIC 9(06).
            02 RLRES       PIC X(30).
