
        FD EGRESOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS R-MPV.

         COPY MOVPROV.
      *-- ENTRO EN EFECTIVO ----------------------------------------*
       77 MED-POS             PIC 9.
       01 TABLA-MEDIO.
          02 TMED-ELEM OCCURS 9 TIMES.
             03 TMED-IMP      PIC 9(07)V99.
             03 TMED-NUM      PIC 9(04).
       01 NOMBRES-MEDIO.
          02 FILLER PIC X(14) VALUE "CHEQUE        ".
          02 FILLER PIC X(14) VALUE "TRANSFERENCIA ".
          02 FILLER PIC X(14) VALUE "DEB.AUTOMATICO".
          02 FILLER PIC X(14) VALUE "EXTRABANCARIA ".
          02 FILLER PIC X(14) VALUE "TARJETA       ".
          02 FILLER PIC X(14) VALUE "AGENCIA       ".
          02 FILLER PIC X(14) VALUE "COBRADORES    ".
          02 FILLER PIC X(14) VALUE "OTROS         ".
       01 R-NOMBRES-MEDIO REDEFINES NOMBRES-MEDIO.
          02 NOM-MED OCCURS 9 TIMES PIC X(14).

       77 SUC-POS             PIC 99.
       77 SUC-IDX             PIC 99.
           END-IF.
           MOVE 1 TO MED-POS.
           PERFORM LIMPIAR-MEDIO THRU F-LIMPIAR-MEDIO
              UNTIL MED-POS > 9.
           PERFORM LEER-EMPRESA.
           MOVE NOMBRE-EMPRESA TO TC-EMPRESA.
           ACCEPT WFECHA FROM DATE.
           EXIT.

      *-- LOS RECIBOS ANTERIORES A LA CONVERSION CONVMED (CBMED ----*
      *-- FUERA DE 1-8) CAEN EN EL RENGLON "OTROS" - EL DEBITO -----*
      *-- AUTOMATICO Y LA COBRANZA EXTRABANCARIA (RENDCOB) TIENEN --*
      *-- SU PROPIO RENGLON: NO SON PLATA DE MOSTRADOR - LA --------*
      *-- TARJETA TAMPOCO ES EFECTIVO: LA ACREDITA DESPUES LA ------*
      *-- LIQUIDACION (VER LIQTAR) - LO QUE COBRAN LAS AGENCIAS DE -*
      *-- COBRANZA (RENDAGE) TAMPOCO ENTRA POR EL MOSTRADOR, NI LO -*
      *-- QUE RINDEN LOS COBRADORES A DOMICILIO (RENCALLE) ---------*
       ACUMULAR-MEDIO.
           IF CBMED < 1 OR CBMED > 8
              MOVE 9 TO MED-POS
           ELSE
              MOVE CBMED TO MED-POS
           END-IF.
       IMPRIMIR-SUB-MEDIOS.
           MOVE 1 TO MED-POS.
           PERFORM IMPRIMIR-UN-MEDIO THRU F-IMPRIMIR-UN-MEDIO
              UNTIL MED-POS > 9.

       IMPRIMIR-UN-MEDIO.
           IF TMED-NUM(MED-POS) > 0
