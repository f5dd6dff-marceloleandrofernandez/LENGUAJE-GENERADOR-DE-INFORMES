      *** EXPAGE - EXPORTACION DE CUENTAS DERIVADAS A UNA AGENCIA  ***
      *** PIDE LA AGENCIA Y ARMA EL ARCHIVO DERIVNNN.TXT (NNN = SU ***
      *** CODIGO) CON SUS CUENTAS DERIVADAS ACTIVAS (TODAS, O SOLO ***
      *** LAS QUE TODAVIA NO SALIERON EN UN ARCHIVO ANTERIOR) -    ***
      *** POR CADA DEUDOR UN RENGLON "D" (CLIENTE, NOMBRE,         ***
      *** DOMICILIO, LOCALIDAD, CODIGO POSTAL, TELEFONO, CUIT,     ***
      *** DEUDA DERIVADA Y FECHA DE DERIVACION) Y DETRAS UN        ***
      *** RENGLON "P" POR CADA PARTIDA ABIERTA (FECHA,             ***
      *** VENCIMIENTO, CONCEPTO, IMPORTE ORIGINAL Y SALDO), CAMPOS ***
      *** SEPARADOS POR ";" COMO DEBITOS.DAT - LAS CUENTAS         ***
      *** EXPORTADAS QUEDAN MARCADAS EN DERIVA.IND                 ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DERIVACIONES ASSIGN TO DISK "DERIVA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DVCLAVE
           FILE STATUS IS FSTDRV.

           SELECT AGENCIAS ASSIGN TO DISK "AGENCIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AGCOD
           FILE STATUS IS FSTAGE.

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

           SELECT EXPORTA ASSIGN TO DISK NOMBRE-EXP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEXP.

       DATA DIVISION.
       FILE SECTION.
        FD DERIVACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-DRV.

         COPY DERIVA.

        FD AGENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS R-AGE.

         COPY AGENCIA.

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD MOVIMIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS R-MOV.

         COPY MOVPER.

        FD EXPORTA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS R-EXPO.
         01 R-EXPO                PIC X(133).

       WORKING-STORAGE SECTION.
       77 FSTDRV              PIC XX.
       77 FSTAGE              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTEXP              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 OP-NUEVAS           PIC X.
       77 ENT-AGE             PIC 9(03).
       77 SW-FIN              PIC X.
       77 SW-FIN-MOV          PIC X.
       77 CANT-DEUDORES       PIC 9(05) VALUE 0.
       77 CANT-PARTIDAS       PIC 9(05) VALUE 0.
       77 TOT-DERIVADO        PIC 9(08)V99 VALUE 0.
       77 TOT-ED              PIC Z.ZZZ.ZZ9,99.
      *-- IMPORTES CON LA COMA DECIMAL A LA VISTA, COMO EN ---------*
      *-- DEBITOS.DAT ----------------------------------------------*
       77 DEU-CSV             PIC 9(7),99.
       77 IMP-CSV             PIC 9(7),99.
       77 SDO-CSV             PIC 9(7),99.
      *-- EL ARCHIVO LLEVA EL CODIGO DE LA AGENCIA EN EL NOMBRE ----*
       01 NOMBRE-EXP.
          02 FILLER           PIC X(5) VALUE "DERIV".
          02 NEX-AGE          PIC 9(3).
          02 FILLER           PIC X(4) VALUE ".TXT".

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O DERIVACIONES.
           IF FSTDRV NOT = "00"
              DISPLAY "EXPAGE: NO HAY CUENTAS DERIVADAS (DERIVA.IND)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT AGENCIAS.
           IF FSTAGE NOT = "00"
              DISPLAY "EXPAGE: AGENCIA.IND NO ENCONTRADA (FST="
                 FSTAGE ")"
              CLOSE DERIVACIONES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "EXPAGE: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              CLOSE DERIVACIONES AGENCIAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MOVIMIENTOS.

       PEDIR-AGENCIA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "EXPORTACION DE CUENTAS A LA AGENCIA" LINE 02
              POSITION 23 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE AGENCIA (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-AGE LINE 04 POSITION 35.
           IF ENT-AGE IS NOT NUMERIC
              MOVE 0 TO ENT-AGE
           END-IF.
           IF ENT-AGE = 0
              GO TO FIN
           END-IF.
           MOVE ENT-AGE TO AGCOD.
           READ AGENCIAS KEY IS AGCOD
              INVALID KEY
                 DISPLAY "AGENCIA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-AGENCIA
           END-READ.
           DISPLAY AGNOM LINE 04 POSITION 40.
           DISPLAY "SOLO LAS NO EXPORTADAS (S/N) ? "
              LINE 06 POSITION 05.
           ACCEPT OP-NUEVAS LINE 06 POSITION 37.
           IF OP-NUEVAS = "s"
              MOVE "S" TO OP-NUEVAS
           END-IF.
           MOVE ENT-AGE TO NEX-AGE.
           DISPLAY "ARCHIVO: " LINE 08 POSITION 05.
           DISPLAY NOMBRE-EXP LINE 08 POSITION 14.
           DISPLAY "CONFIRMA (S/N) ? " LINE 10 POSITION 05.
           ACCEPT OP-SN LINE 10 POSITION 23.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-AGENCIA
           END-IF.
           OPEN OUTPUT EXPORTA.
           MOVE 0 TO CANT-DEUDORES CANT-PARTIDAS TOT-DERIVADO.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO DVCA DVFECHA.
           START DERIVACIONES KEY IS NOT LESS THAN DVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM EXPORTAR-CUENTA THRU F-EXPORTAR-CUENTA
              UNTIL SW-FIN = "S".
           CLOSE EXPORTA.
           MOVE TOT-DERIVADO TO TOT-ED.
           DISPLAY "DEUDORES EXPORTADOS: " LINE 12 POSITION 05.
           DISPLAY CANT-DEUDORES LINE 12 POSITION 27.
           DISPLAY "PARTIDAS ABIERTAS  : " LINE 13 POSITION 05.
           DISPLAY CANT-PARTIDAS LINE 13 POSITION 27.
           DISPLAY "DEUDA DERIVADA     : " LINE 14 POSITION 05.
           DISPLAY TOT-ED LINE 14 POSITION 27.
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-AGENCIA.

       EXPORTAR-CUENTA.
           READ DERIVACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-EXPORTAR-CUENTA
           END-IF.
           IF NOT DRV-ACTIVA OR DVAGE NOT = ENT-AGE
              GO TO F-EXPORTAR-CUENTA
           END-IF.
           IF OP-NUEVAS = "S" AND DRV-EXPORTADA
              GO TO F-EXPORTAR-CUENTA
           END-IF.
           MOVE DVCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY GO TO F-EXPORTAR-CUENTA
           END-READ.
           MOVE DVDEU TO DEU-CSV.
           MOVE SPACES TO R-EXPO.
           STRING "D" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PCA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PAN DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PDOM DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PLOC DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PCP DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PTEL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PCUIT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DEU-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DVFECHA DELIMITED BY SIZE
                  INTO R-EXPO.
           WRITE R-EXPO.
           ADD 1 TO CANT-DEUDORES.
           ADD DVDEU TO TOT-DERIVADO.
           PERFORM EXPORTAR-PARTIDAS.
           MOVE "S" TO DVEXP.
           REWRITE R-DRV
              INVALID KEY CONTINUE
           END-REWRITE.
       F-EXPORTAR-CUENTA.
           EXIT.

      *-- LAS PARTIDAS ABIERTAS (CARGOS APLICADOS CON MVSDO) -------*
       EXPORTAR-PARTIDAS.
           MOVE "N" TO SW-FIN-MOV.
           MOVE PCA TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-MOV
           END-START.
           PERFORM EXPORTAR-PARTIDA THRU F-EXPORTAR-PARTIDA
              UNTIL SW-FIN-MOV = "S".

       EXPORTAR-PARTIDA.
           READ MOVIMIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN-MOV.
           IF SW-FIN-MOV = "S"
              GO TO F-EXPORTAR-PARTIDA
           END-IF.
           IF MVCA NOT = PCA
              MOVE "S" TO SW-FIN-MOV
              GO TO F-EXPORTAR-PARTIDA
           END-IF.
           IF NOT MOV-APLICADO OR NOT MOV-DEBE OR MVSDO = 0
              GO TO F-EXPORTAR-PARTIDA
           END-IF.
           MOVE MVIMP TO IMP-CSV.
           MOVE MVSDO TO SDO-CSV.
           MOVE SPACES TO R-EXPO.
           STRING "P" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MVCA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MVFECHA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MVVTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MVCON DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  IMP-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SDO-CSV DELIMITED BY SIZE
                  INTO R-EXPO.
           WRITE R-EXPO.
           ADD 1 TO CANT-PARTIDAS.
       F-EXPORTAR-PARTIDA.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE DERIVACIONES AGENCIAS PERSONA MOVIMIENTOS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
