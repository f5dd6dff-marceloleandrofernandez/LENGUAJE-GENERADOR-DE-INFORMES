      *** ASIGCOB - CARTERA DE LOS COBRADORES (CARTCOB.IND)        ***
      *** ASIGNA A UN COBRADOR UN CLIENTE (C) O UNA LOCALIDAD      ***
      *** ENTERA (L): LOS CLIENTES DE LA LOCALIDAD QUE NO TENGAN   ***
      *** COBRADOR PROPIO LOS VISITA EL DE SU LOCALIDAD - MUESTRA  ***
      *** LA ASIGNACION VIGENTE (Y PARA UN CLIENTE TAMBIEN LA DE   ***
      *** SU LOCALIDAD), PIDE EL COBRADOR NUEVO (TIENE QUE ESTAR   ***
      *** ACTIVO EN COBRADOR.IND) Y CON COBRADOR 0 QUITA LA        ***
      *** ASIGNACION - QUEDAN LA FECHA Y EL OPERADOR               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGCOB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTERA ASSIGN TO DISK "CARTCOB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CACLAVE
           FILE STATUS IS FSTCAR.

           SELECT COBRADORES ASSIGN TO DISK "COBRADOR.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COCOD
           FILE STATUS IS FSTCBR.

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           FILE STATUS IS FSTLOC.

       DATA DIVISION.
       FILE SECTION.
        FD CARTERA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS R-CAR.

         COPY CARTCOB.

        FD COBRADORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS R-CBR.

         COPY COBRADOR.

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS R-LOC.

         COPY LOCALIDAD.

       WORKING-STORAGE SECTION.
       77 FSTCAR              PIC XX.
       77 FSTCBR              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTLOC              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 SW-EXISTE           PIC X.
       77 ENT-TIPO            PIC X.
       77 ENT-COD             PIC 9(08).
       77 ENT-COB             PIC 9(03).
       77 WLOC                PIC 9(03).
       77 LIN-COB             PIC 99.
       77 CANT-CARGADAS       PIC 9(04) VALUE 0.
      *-- EL OPERADOR QUE HACE LA ASIGNACION (VER QUIENSOY) --------*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.

       01 WFECHA-HOY          PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT COBRADORES.
           IF FSTCBR NOT = "00"
              DISPLAY "ASIGCOB: NO HAY COBRADORES - CARGUELOS CON "
                 "ABMCOBR"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O CARTERA.
           IF FSTCAR NOT = "00"
              OPEN OUTPUT CARTERA
              CLOSE CARTERA
              OPEN I-O CARTERA
           END-IF.
           OPEN INPUT PERSONA.
           OPEN INPUT MAELOC.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM QS-PERM
                                   QS-SUP
           CANCEL "QUIENSOY".

       PEDIR-TIPO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CARTERA DE LOS COBRADORES" LINE 02 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ASIGNA C=CLIENTE L=LOCALIDAD (BLANCO = FIN): "
              LINE 04 POSITION 05.
           MOVE SPACE TO ENT-TIPO.
           ACCEPT ENT-TIPO LINE 04 POSITION 51.
           IF ENT-TIPO = "c"
              MOVE "C" TO ENT-TIPO
           END-IF.
           IF ENT-TIPO = "l"
              MOVE "L" TO ENT-TIPO
           END-IF.
           IF ENT-TIPO = SPACE
              GO TO FIN
           END-IF.
           IF ENT-TIPO NOT = "C" AND ENT-TIPO NOT = "L"
              DISPLAY "INDIQUE C O L - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-TIPO
           END-IF.
           IF ENT-TIPO = "C"
              DISPLAY "CODIGO DE CLIENTE   : " LINE 06 POSITION 05
           ELSE
              DISPLAY "CODIGO DE LOCALIDAD : " LINE 06 POSITION 05
           END-IF.
           ACCEPT ENT-COD LINE 06 POSITION 28.
           IF ENT-COD IS NOT NUMERIC
              MOVE 0 TO ENT-COD
           END-IF.
           IF ENT-COD = 0
              GO TO PEDIR-TIPO
           END-IF.
           IF ENT-TIPO = "C"
              MOVE ENT-COD TO PCA
              READ PERSONA KEY IS PCA
                 INVALID KEY
                    DISPLAY "CLIENTE INEXISTENTE - VERIFIQUE"
                       LINE 22 POSITION 05
                       CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                    PERFORM PULSAR-TECLA
                    GO TO PEDIR-TIPO
              END-READ
              DISPLAY PAN LINE 06 POSITION 38
              MOVE PLOC TO WLOC
           ELSE
              IF ENT-COD > 999
                 MOVE 0 TO WLOC
              ELSE
                 MOVE ENT-COD TO WLOC
              END-IF
           END-IF.
           MOVE WLOC TO MLOC.
           READ MAELOC KEY IS MLOC
              INVALID KEY MOVE SPACES TO MLDESC
           END-READ.
           IF ENT-TIPO = "L" AND MLDESC = SPACES
              DISPLAY "LOCALIDAD INEXISTENTE - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-TIPO
           END-IF.
           DISPLAY "LOCALIDAD           : " LINE 07 POSITION 05.
           DISPLAY WLOC LINE 07 POSITION 28.
           DISPLAY MLDESC LINE 07 POSITION 38.
      *-- AL CLIENTE SE LE MUESTRA TAMBIEN EL COBRADOR DE SU -------*
      *-- LOCALIDAD, QUE ES EL QUE LO VISITA SI NO TIENE PROPIO ----*
           IF ENT-TIPO = "C"
              MOVE "L" TO CATIPO
              MOVE WLOC TO CACOD
              READ CARTERA KEY IS CACLAVE
                 INVALID KEY MOVE 0 TO CACOB
              END-READ
              DISPLAY "COBRADOR DE LA LOC. : " LINE 08 POSITION 05
              MOVE 8 TO LIN-COB
              PERFORM MOSTRAR-COBRADOR
           END-IF.
           MOVE ENT-TIPO TO CATIPO.
           MOVE ENT-COD TO CACOD.
           MOVE "N" TO SW-EXISTE.
           READ CARTERA KEY IS CACLAVE
              INVALID KEY MOVE 0 TO CACOB
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
           DISPLAY "COBRADOR ASIGNADO   : " LINE 09 POSITION 05.
           MOVE 9 TO LIN-COB.
           PERFORM MOSTRAR-COBRADOR.
           DISPLAY "COBRADOR NUEVO (0 = QUITA LA ASIGNACION): "
              LINE 11 POSITION 05.
           ACCEPT ENT-COB LINE 11 POSITION 48.
           IF ENT-COB IS NOT NUMERIC
              MOVE 0 TO ENT-COB
           END-IF.
           IF ENT-COB = 0 AND SW-EXISTE = "N"
              GO TO PEDIR-TIPO
           END-IF.
           IF ENT-COB NOT = 0
              MOVE ENT-COB TO COCOD
              READ COBRADORES KEY IS COCOD
                 INVALID KEY MOVE "B" TO COEST
              END-READ
              IF NOT COBR-ACTIVO
                 DISPLAY "COBRADOR INEXISTENTE O DADO DE BAJA"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-TIPO
              END-IF
              DISPLAY CONOM LINE 11 POSITION 53
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 23.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-TIPO
           END-IF.
           MOVE ENT-TIPO TO CATIPO.
           MOVE ENT-COD TO CACOD.
           IF ENT-COB = 0
              DELETE CARTERA RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              DISPLAY "ASIGNACION QUITADA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           ELSE
              MOVE ENT-COB TO CACOB
              MOVE WFECHA-HOY TO CAFECHA
              MOVE QS-OPER TO CAOPE
              IF SW-EXISTE = "S"
                 REWRITE R-CAR
                    INVALID KEY CONTINUE
                 END-REWRITE
              ELSE
                 WRITE R-CAR
                    INVALID KEY REWRITE R-CAR
                 END-WRITE
              END-IF
              DISPLAY "ASIGNACION GRABADA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-IF.
           ADD 1 TO CANT-CARGADAS.
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-TIPO.

       MOSTRAR-COBRADOR.
           IF CACOB = 0
              DISPLAY "SIN ASIGNAR" LINE LIN-COB POSITION 28
           ELSE
              MOVE CACOB TO COCOD
              READ COBRADORES KEY IS COCOD
                 INVALID KEY MOVE SPACES TO CONOM
              END-READ
              DISPLAY CACOB LINE LIN-COB POSITION 28
              DISPLAY CONOM LINE LIN-COB POSITION 38
           END-IF.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "ASIGCOB: ASIGNACIONES CARGADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE CARTERA COBRADORES PERSONA MAELOC.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
