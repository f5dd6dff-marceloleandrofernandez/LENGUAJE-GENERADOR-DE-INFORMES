      *-----------------------------------------------------------*
      *-- LAYOUT DE LAS SUPLENCIAS DOCENTES (SUPLENCIA.IND)      --*
      *-- CLAVE: SUPLENTE + FRANJA; CLAVE ALTERNATIVA: LA FRANJA --*
      *-- SOLA (FECHA + CURSO + HORA DESDE DE HORARIO.IND), UN   --*
      *-- SOLO SUPLENTE POR FRANJA - LO GRABA ABMSUPL CUANDO EL  --*
      *-- TITULAR (CURSODOC.IND) TIENE LICENCIA APROBADA ESE DIA --*
      *-- Y EL SUPLENTE NO SE SUPERPONE CON SU PROPIO HORARIO;   --*
      *-- INFSUPL LISTA LAS FRANJAS SIN CUBRIR - LIQUIDA PAGA LOS--*
      *-- MINUTOS PENDIENTES (SPPER = 0) Y DEJA EL PERIODO Y EL  --*
      *-- IMPORTE PAGADO                                         --*
      *-----------------------------------------------------------*
       01  R-SUP.
            02 SPCLAVE.
               03 SPLEG       PIC 9(8).
               03 SPFRANJA.
                  04 SPFECHA  PIC 9(8).
                  04 SPCUR    PIC 9(2).
                  04 SPDESDE  PIC 9(4).
            02 SPHASTA     PIC 9(4).
            02 SPTIT       PIC 9(8).
            02 SPMIN       PIC 9(4).
            02 SPOPER      PIC X(3).
            02 SPPER       PIC 9(6).
            02 SPIMP       PIC 9(07)V99.
