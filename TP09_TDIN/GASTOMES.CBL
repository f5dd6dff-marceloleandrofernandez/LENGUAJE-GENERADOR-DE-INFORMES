       FILE SECTION.
        FD COMPROBANTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS R-MPV.

         COPY MOVPROV.

        FD PROVEEDORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS R-PROV.

         COPY PROVEE.
      *-- CORTE DE CONTROL POR PROVEEDOR (EL ORDEN DE LA CLAVE) ----*
       77 PROV-ACT            PIC 9(05) VALUE 99999.
       77 SW-PROV-VIVO        PIC X VALUE "N".
      *-- LAS NOTAS DE CREDITO DEL PROVEEDOR RESTAN DE LO FACTURADO *
       77 ACU-FACT            PIC S9(07)V99 VALUE 0.
       77 ACU-PAGO            PIC 9(07)V99 VALUE 0.
       77 ACU-EGRE            PIC 9(07)V99 VALUE 0.
       77 TOT-FACT            PIC S9(07)V99 VALUE 0.
       77 TOT-PAGO            PIC 9(07)V99 VALUE 0.
       77 TOT-EGRE            PIC 9(07)V99 VALUE 0.
       77 WNOM-PROV           PIC X(24).
       01 TABLA-SUCU.
          02 TSUC-ELEM OCCURS 20 TIMES.
             03 TSUC-COD      PIC 9(3).
             03 TSUC-IMP      PIC S9(07)V99.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 FILLER   PIC X(03) VALUE SPACES.
          02 SD-NOM   PIC X(24).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 SD-FACT  PIC Z.ZZZ.ZZ9,99-.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-PAGO  PIC Z.ZZZ.ZZ9,99.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 SD-EGRE  PIC Z.ZZZ.ZZ9,99.
          02 FILLER   PIC X(15) VALUE "GASTO SUCURSAL ".
          02 SS-SUC   PIC ZZ9.
          02 FILLER   PIC X(03) VALUE SPACES.
          02 SS-IMP   PIC Z.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
       INICIO.
           END-IF.
           EVALUATE MPTIP
              WHEN 1
                 IF PRV-NOTA-CREDITO
                    SUBTRACT MPIMP FROM ACU-FACT TOT-FACT
                 ELSE
                    ADD MPIMP TO ACU-FACT TOT-FACT
                 END-IF
                 PERFORM ACUMULAR-SUCURSAL
              WHEN 2
                 ADD MPIMP TO ACU-PAGO TOT-PAGO
      *-- EL ADELANTO AL PERSONAL (EGRESO "ADL") NO ES GASTO -------*
              WHEN 3
                 IF MPCTIPO NOT = "ADL"
                    ADD MPIMP TO ACU-EGRE TOT-EGRE
                    PERFORM ACUMULAR-SUCURSAL
                 END-IF
           END-EVALUATE.
       F-TRATAR-COMPROBANTE.
           EXIT.
                 MOVE 20 TO SUC-POS
              END-IF
           END-IF.
           IF MPTIP = 1 AND PRV-NOTA-CREDITO
              SUBTRACT MPIMP FROM TSUC-IMP(SUC-POS)
           ELSE
              ADD MPIMP TO TSUC-IMP(SUC-POS)
           END-IF.

       UBICAR-SUCURSAL.
           IF TSUC-COD(SUC-IDX) = MPSUC
