          02 FILLER PIC X(14) VALUE "GENCUO.CTL".
          02 FILLER PIC X(14) VALUE "REVALUO.CTL".
          02 FILLER PIC X(14) VALUE "CORTESUC.CTL".
          02 FILLER PIC X(14) VALUE "COBEXT.CTL".
          02 FILLER PIC X(14) VALUE "RENDCOB.DAT".
          02 FILLER PIC X(14) VALUE "RENDCOB.RCH".
          02 FILLER PIC X(14) VALUE "CUPONES.IND".
          02 FILLER PIC X(14) VALUE "LIQTAR.DAT".
          02 FILLER PIC X(14) VALUE "INCOBRA.IND".
          02 FILLER PIC X(14) VALUE "DERIVA.IND".
          02 FILLER PIC X(14) VALUE "AGECOB.CTL".
          02 FILLER PIC X(14) VALUE "RENDAGE.DAT".
          02 FILLER PIC X(14) VALUE "RENDAGE.RCH".
          02 FILLER PIC X(14) VALUE "CIRCULA.IND".
          02 FILLER PIC X(14) VALUE "CIRCUL.CTL".
          02 FILLER PIC X(14) VALUE "COBCALLE.IND".
          02 FILLER PIC X(14) VALUE "CALLE.CTL".
          02 FILLER PIC X(14) VALUE "STOCK.IND".
          02 FILLER PIC X(14) VALUE "MOVSTK.IND".
          02 FILLER PIC X(14) VALUE "PRESCLI.IND".
          02 FILLER PIC X(14) VALUE "PRESITEM.IND".
          02 FILLER PIC X(14) VALUE "PRESCLI.CTL".
          02 FILLER PIC X(14) VALUE "INDHIST.IND".
          02 FILLER PIC X(14) VALUE "RECLAMOS.IND".
          02 FILLER PIC X(14) VALUE "RECLAMO.CTL".
          02 FILLER PIC X(14) VALUE "MORMES.IND".
          02 FILLER PIC X(14) VALUE "RETGAN.IND".
          02 FILLER PIC X(14) VALUE "LIBFOL.IND".
          02 FILLER PIC X(14) VALUE "LIBSUE.CTL".
          02 FILLER PIC X(14) VALUE "LIBSUE.LOG".
          02 FILLER PIC X(14) VALUE "ADELANTO.IND".
          02 FILLER PIC X(14) VALUE "EMPBAJA.IND".
          02 FILLER PIC X(14) VALUE "SUPLENCIA.IND".
          02 FILLER PIC X(14) VALUE "FAMCARGO.IND".
          02 FILLER PIC X(14) VALUE "ASIGFAM.IND".
          02 FILLER PIC X(14) VALUE "JORNADA.IND".
          02 FILLER PIC X(14) VALUE "HOREXT.IND".
          02 FILLER PIC X(14) VALUE "HISACA.IND".
          02 FILLER PIC X(14) VALUE "CERTANA.IND".
          02 FILLER PIC X(14) VALUE "PREVIA.IND".
          02 FILLER PIC X(14) VALUE "MESAEX.IND".
          02 FILLER PIC X(14) VALUE "INSCMES.IND".
          02 FILLER PIC X(14) VALUE "CONSTAN.IND".
          02 FILLER PIC X(14) VALUE "SRVFAC.IND".
          02 FILLER PIC X(14) VALUE "REINSC.IND".
       01 R-TABLA-BORRAR REDEFINES TABLA-BORRAR.
          02 NOM-BORRAR OCCURS 81 TIMES PIC X(14).

       PROCEDURE DIVISION.
       INICIO.
              UNTIL ARCH-POS > 11.
           MOVE 1 TO ARCH-POS.
           PERFORM BORRAR-UNO THRU F-BORRAR-UNO
              UNTIL ARCH-POS > 81.
           PERFORM MARCAR-BANDA.
           MOVE CANT-COPIADOS TO CANT-ED.
           DISPLAY "ARCHIVOS COPIADOS = " LINE 20 POSITION 05
