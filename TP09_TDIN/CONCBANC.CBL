      *** CONCBANC - CONCILIACION BANCARIA DE DEPOSITOS Y CHEQUES  ***
      *** LEE EL EXTRACTO DEL BANCO (EXTRACTO.CSV, RENGLONES       ***
      *** FECHA;IMPORTE;REFERENCIA COMO LOS TEXTOS DE IMPPERS) Y   ***
      *** APAREA CADA CREDITO CONTRA LAS BOLETAS PENDIENTES DE     ***
      *** LISTA LAS BOLETAS SIN APAREAR Y LOS CREDITOS DEL BANCO   ***
      *** QUE NADIE CONOCE - ASI LA CAJA DIARIA CIERRA CONTRA LO   ***
      *** QUE REALMENTE LLEGO A LA CUENTA                          ***
      *** LOS DEBITOS DEL EXTRACTO (IMPORTE CON SIGNO MENOS) SE    ***
      *** APAREAN CONTRA LOS CHEQUES PROPIOS EMITIDOS O ENTREGADOS ***
      *** DE CHEQPRO.IND DE LA CUENTA PEDIDA, POR IMPORTE EXACTO Y ***
      *** CON FECHA DE PAGO CUMPLIDA (EL DE FECHA MAS VIEJA        ***
      *** PRIMERO): LOS APAREADOS QUEDAN DEBITADOS A LA FECHA DEL  ***
      *** EXTRACTO, Y SE LISTAN LOS DEBITOS QUE NADIE CONOCE Y LOS ***
      *** CHEQUES YA COBRABLES QUE EL BANCO TODAVIA NO DEBITO      ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBANC.
       ENVIRONMENT DIVISION.
           RECORD KEY IS DPNRO
           FILE STATUS IS FSTDEP.

      *-- CHEQUES PROPIOS EMITIDOS (VER CARGAPRV/CHEQPROP) --------*
           SELECT CHEQUES-PROPIOS ASSIGN TO DISK "CHEQPRO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPCLAVE
           ALTERNATE RECORD KEY IS CPPAGO DUPLICATES
           FILE STATUS IS FSTCHP.

           SELECT EXTRACTO ASSIGN TO DISK "EXTRACTO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEXT.

         COPY DEPOSITO.

        FD CHEQUES-PROPIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-CHP.

         COPY CHEQPRO.

        FD EXTRACTO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
       WORKING-STORAGE SECTION.
       77 FSTDEP              PIC XX.
       77 FSTEXT              PIC XX.
       77 FSTCHP              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
       77 SW-HALLADO          PIC X.
       77 WNRO-HALLADO        PIC 9(06).
      *-- DEBITOS CONTRA CHEQUES PROPIOS ---------------------------*
       77 SW-CHP              PIC X VALUE "N".
       77 SW-DEBITO           PIC X.
       77 CANT-MENOS          PIC 99.
       77 ENT-CTA             PIC 9(02).
       77 WCLAVE-HALLADA      PIC X(10).
       77 WFPAGO-HALLADA      PIC 9(08).
       77 WFEC-MAX            PIC 9(08) VALUE 0.

      *-- CAMPOS DESARMADOS DEL RENGLON DEL EXTRACTO ---------------*
       77 CMP-FECHA           PIC X(08).
       77 CANT-APAREADOS      PIC 9(05) VALUE 0.
       77 CANT-DESCONOC       PIC 9(05) VALUE 0.
       77 CANT-SIN-APAREAR    PIC 9(05) VALUE 0.
       77 CANT-DEBITOS        PIC 9(05) VALUE 0.
       77 CANT-DEBITADOS      PIC 9(05) VALUE 0.
       77 CANT-DEB-DESCONOC   PIC 9(05) VALUE 0.
       77 CANT-SIN-DEBITAR    PIC 9(05) VALUE 0.

       01  WFECHA.
           02 WAA              PIC 99.
       01 TITULO-CABECERA.
          02 FILLER PIC X(15) VALUE  SPACES.
          02 FILLER PIC X(38) VALUE
             "CONCILIACION BANCARIA DEPOSITOS/CHEQ.".
          02 FILLER PIC X(12) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA FROM DATE.
           OPEN I-O CHEQUES-PROPIOS.
           IF FSTCHP = "00"
              MOVE "S" TO SW-CHP
           END-IF.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CUENTA BANCARIA DEL EXTRACTO (0 = TODAS): "
              LINE 04 POSITION 05.
           ACCEPT ENT-CTA LINE 04 POSITION 48.
           IF ENT-CTA IS NOT NUMERIC
              MOVE 0 TO ENT-CTA
           END-IF.
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           PERFORM TRATAR-RENGLON THRU F-TRATAR-RENGLON
              UNTIL FSTEXT = "10".
           CLOSE EXTRACTO.
           PERFORM LISTAR-SIN-APAREAR.
           IF SW-CHP = "S"
              PERFORM LISTAR-SIN-DEBITAR
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           GO TO FIN.

       TRATAR-RENGLON.
           READ EXTRACTO AT END MOVE "10" TO FSTEXT.
           IF FSTEXT = "10"
              GO TO F-TRATAR-RENGLON
           END-IF.
           MOVE SPACES TO CMP-FECHA CMP-IMP CMP-REF.
           UNSTRING R-EXT DELIMITED BY ";"
              INTO CMP-FECHA CMP-IMP CMP-REF.
           IF CMP-FECHA IS NOT NUMERIC
              GO TO F-TRATAR-RENGLON
           END-IF.
           MOVE CMP-FECHA TO WFEC-NUM.
           IF WFEC-NUM > WFEC-MAX
              MOVE WFEC-NUM TO WFEC-MAX
           END-IF.
           PERFORM CONVERTIR-IMPORTE THRU F-CONVERTIR-IMPORTE.
           IF SW-IMP-OK NOT = "S"
              GO TO F-TRATAR-RENGLON
           END-IF.
           IF SW-DEBITO = "S"
              PERFORM TRATAR-DEBITO
              GO TO F-TRATAR-RENGLON
           END-IF.
           ADD 1 TO CANT-CREDITOS.
           PERFORM BUSCAR-BOLETA THRU F-BUSCAR-BOLETA.
              MOVE CMP-REF TO SD-REF
              PERFORM IMPRIMIR-DETALLE
           END-IF.
       F-TRATAR-RENGLON.
           EXIT.

       TRATAR-DEBITO.
           ADD 1 TO CANT-DEBITOS.
           MOVE "N" TO SW-HALLADO.
           IF SW-CHP = "S"
              PERFORM BUSCAR-CHEQUE THRU F-BUSCAR-CHEQUE
           END-IF.
           IF SW-HALLADO = "S"
              PERFORM DEBITAR-CHEQUE
              ADD 1 TO CANT-DEBITADOS
           ELSE
      *-- DEBITO DEL BANCO QUE NINGUN CHEQUE EXPLICA (GASTOS, ------*
      *-- IMPUESTOS, DEBITOS AUTOMATICOS) --------------------------*
              ADD 1 TO CANT-DEB-DESCONOC
              MOVE "DEBITO DESCONOCIDO  " TO SD-ROT
              MOVE WFEC-NUM TO SD-FECHA
              MOVE WIMP-NUM TO SD-IMP
              MOVE CMP-REF TO SD-REF
              PERFORM IMPRIMIR-DETALLE
           END-IF.

      *-- PASA UN IMPORTE DEL EXTRACTO A 9(7)V99, RELLENANDO CON ---*
      *-- CEROS LOS BLANCOS DE CADA PARTE (COMO EN IMPPERS) --------*
       CONVERTIR-IMPORTE.
           MOVE "S" TO SW-IMP-OK.
           MOVE "N" TO SW-DEBITO.
           MOVE 0 TO CANT-MENOS.
           INSPECT CMP-IMP TALLYING CANT-MENOS FOR ALL "-".
           IF CANT-MENOS > 0
              MOVE "S" TO SW-DEBITO
              INSPECT CMP-IMP REPLACING ALL "-" BY " "
           END-IF.
           MOVE SPACES TO IMP-ENT IMP-DEC.
           INSPECT CMP-IMP REPLACING LEADING " " BY "0".
           UNSTRING CMP-IMP DELIMITED BY "," OR ALL " "
                 END-REWRITE
           END-READ.

      *-- BUSCA EL CHEQUE PENDIENTE DE DEBITO DE FECHA DE PAGO -----*
      *-- MAS VIEJA CON EL MISMO IMPORTE, YA COBRABLE A LA FECHA ---*
      *-- DEL DEBITO -----------------------------------------------*
       BUSCAR-CHEQUE.
           MOVE "N" TO SW-FIN.
           MOVE 99999999 TO WFPAGO-HALLADA.
           MOVE ENT-CTA TO CPCTA.
           MOVE 0 TO CPNRO.
           START CHEQUES-PROPIOS KEY IS NOT LESS THAN CPCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-CHEQUE THRU F-MIRAR-CHEQUE
              UNTIL SW-FIN = "S".
       F-BUSCAR-CHEQUE.
           EXIT.

       MIRAR-CHEQUE.
           READ CHEQUES-PROPIOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MIRAR-CHEQUE
           END-IF.
           IF ENT-CTA NOT = 0 AND CPCTA NOT = ENT-CTA
              MOVE "S" TO SW-FIN
              GO TO F-MIRAR-CHEQUE
           END-IF.
           IF CHP-EMITIDO OR CHP-ENTREGADO
              IF CPIMP = WIMP-NUM AND CPFPAGO NOT > WFEC-NUM
                 AND CPFPAGO < WFPAGO-HALLADA
                 MOVE "S" TO SW-HALLADO
                 MOVE CPCLAVE TO WCLAVE-HALLADA
                 MOVE CPFPAGO TO WFPAGO-HALLADA
              END-IF
           END-IF.
       F-MIRAR-CHEQUE.
           EXIT.

       DEBITAR-CHEQUE.
           MOVE WCLAVE-HALLADA TO CPCLAVE.
           READ CHEQUES-PROPIOS KEY IS CPCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "D" TO CPEST
                 MOVE WFEC-NUM TO CPFDEB
                 IF CPFENT = 0
                    MOVE WFEC-NUM TO CPFENT
                 END-IF
                 REWRITE R-CHP
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.

       LISTAR-SIN-APAREAR.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO DPNRO.
       F-LISTAR-UNA-BOLETA.
           EXIT.

      *-- CHEQUES QUE A LA ULTIMA FECHA DEL EXTRACTO YA SE PODIAN --*
      *-- COBRAR Y EL BANCO NO DEBITO ------------------------------*
       LISTAR-SIN-DEBITAR.
           MOVE "N" TO SW-FIN.
           MOVE ENT-CTA TO CPCTA.
           MOVE 0 TO CPNRO.
           START CHEQUES-PROPIOS KEY IS NOT LESS THAN CPCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LISTAR-UN-CHEQUE THRU F-LISTAR-UN-CHEQUE
              UNTIL SW-FIN = "S".

       LISTAR-UN-CHEQUE.
           READ CHEQUES-PROPIOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LISTAR-UN-CHEQUE
           END-IF.
           IF ENT-CTA NOT = 0 AND CPCTA NOT = ENT-CTA
              MOVE "S" TO SW-FIN
              GO TO F-LISTAR-UN-CHEQUE
           END-IF.
           IF (CHP-EMITIDO OR CHP-ENTREGADO)
              AND CPFPAGO NOT > WFEC-MAX
              ADD 1 TO CANT-SIN-DEBITAR
              MOVE "CHEQUE SIN DEBITAR  " TO SD-ROT
              MOVE CPFPAGO TO SD-FECHA
              MOVE CPIMP TO SD-IMP
              MOVE SPACES TO SD-REF
              STRING "CTA " DELIMITED BY SIZE
                     CPCTA DELIMITED BY SIZE
                     " CH " DELIMITED BY SIZE
                     CPNRO DELIMITED BY SIZE
                     INTO SD-REF
              PERFORM IMPRIMIR-DETALLE
           END-IF.
       F-LISTAR-UN-CHEQUE.
           EXIT.

       IMPRIMIR-DETALLE.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           MOVE "BOLETAS SIN APAREAR           " TO SL-ROT.
           MOVE CANT-SIN-APAREAR TO SL-CANT.
           PERFORM IMPRIMIR-UN-TOTAL.
           MOVE "DEBITOS DEL EXTRACTO          " TO SL-ROT.
           MOVE CANT-DEBITOS TO SL-CANT.
           PERFORM IMPRIMIR-UN-TOTAL.
           MOVE "CHEQUES PROPIOS DEBITADOS     " TO SL-ROT.
           MOVE CANT-DEBITADOS TO SL-CANT.
           PERFORM IMPRIMIR-UN-TOTAL.
           MOVE "DEBITOS DESCONOCIDOS          " TO SL-ROT.
           MOVE CANT-DEB-DESCONOC TO SL-CANT.
           PERFORM IMPRIMIR-UN-TOTAL.
           MOVE "CHEQUES SIN DEBITAR           " TO SL-ROT.
           MOVE CANT-SIN-DEBITAR TO SL-CANT.
           PERFORM IMPRIMIR-UN-TOTAL.

       IMPRIMIR-UN-TOTAL.
           MOVE SPACES TO R-IMP.

       FIN.
           CLOSE DEPOSITOS IMPRE.
           IF SW-CHP = "S"
              CLOSE CHEQUES-PROPIOS
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
