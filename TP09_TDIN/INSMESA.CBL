      *** INSMESA - INSCRIPCION DE ALUMNOS A MESAS DE EXAMEN       ***
      *** SOBRE UNA MESA ABIERTA DE MESAEX.IND SE INSCRIBEN        ***
      *** ALUMNOS DE MAEALU.IND QUE ADEUDEN LA MATERIA DE LA MESA  ***
      *** (PREVIA PENDIENTE EN PREVIA.IND; SI ADEUDA LA MISMA      ***
      *** MATERIA DE VARIOS CICLOS SE TOMA LA MAS ANTIGUA). UN     ***
      *** ALUMNO YA INSCRIPTO PUEDE DARSE DE BAJA MIENTRAS EL ACTA ***
      *** NO ESTE CARGADA. GRABA INSCMES.IND                       ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSMESA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSCRIPCIONES ASSIGN TO DISK "INSCMES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IMCLAVE
           FILE STATUS IS FSTINM.

           SELECT MESAS ASSIGN TO DISK "MESAEX.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MENUM
           FILE STATUS IS FSTMEX.

           SELECT PREVIAS ASSIGN TO DISK "PREVIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCLAVE
           FILE STATUS IS FSTPVA.

           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT MATERIAS ASSIGN TO DISK "MATERIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MATCOD
           FILE STATUS IS FSTMAT.

       DATA DIVISION.
       FILE SECTION.
        FD INSCRIPCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS R-INM.

         COPY INSCMES.

        FD MESAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS R-MEX.

         COPY MESAEX.

        FD PREVIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS R-PVA.

         COPY PREVIA.

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD MATERIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS R-MAT.

         COPY MATERIA.

       WORKING-STORAGE SECTION.
       77 FSTINM              PIC XX.
       77 FSTMEX              PIC XX.
       77 FSTPVA              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTMAT              PIC XX.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.
       77 BLANCOS             PIC X(60) VALUE SPACES.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 SW-FIN              PIC X.
       77 SW-ADEUDA           PIC X.
       77 ENT-NUM             PIC 9(4).
       77 ENT-ALU             PIC 9(8).
       77 WCICLO-PREVIA       PIC 9(4).
       77 CANT-CARGADAS       PIC 9(04) VALUE 0.
       77 CANT-BAJAS          PIC 9(04) VALUE 0.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON INSCRIPCIONES.
       ERROR-APERTURA.
           IF FSTINM NOT = "00"
              OPEN OUTPUT INSCRIPCIONES
              CLOSE INSCRIPCIONES
              OPEN I-O INSCRIPCIONES
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           OPEN INPUT MESAS.
           IF FSTMEX NOT = "00"
              DISPLAY "INSMESA: MESAEX.IND NO ENCONTRADO - CARGUE "
                 "LAS MESAS (ABMMESA)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PREVIAS.
           IF FSTPVA NOT = "00"
              DISPLAY "INSMESA: PREVIA.IND NO ENCONTRADO - NO HAY "
                 "PREVIAS REGISTRADAS"
              CLOSE MESAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESTRO.
           IF FSTALU NOT = "00"
              DISPLAY "INSMESA: MAEALU.IND NO ENCONTRADA (FST="
                 FSTALU ")"
              CLOSE MESAS PREVIAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MATERIAS.
           IF FSTMAT NOT = "00"
              DISPLAY "INSMESA: MATERIA.IND NO ENCONTRADO - CARGUE "
                 "MATERIAS (ABMMAT)"
              CLOSE MESAS PREVIAS MAESTRO
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O INSCRIPCIONES.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-MESA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "INSCRIPCION A MESAS DE EXAMEN" LINE 02 POSITION 25
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "NUMERO DE MESA (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-NUM LINE 04 POSITION 32.
           IF ENT-NUM IS NOT NUMERIC OR ENT-NUM = 0
              GO TO FIN
           END-IF.
           MOVE ENT-NUM TO MENUM.
           READ MESAS KEY IS MENUM
              INVALID KEY
                 DISPLAY "MESA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-MESA
           END-READ.
           IF MEX-CERRADA
              DISPLAY "MESA CERRADA - EL ACTA YA FUE CARGADA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-MESA
           END-IF.
           MOVE MEMAT TO MATCOD.
           READ MATERIAS KEY IS MATCOD
              INVALID KEY MOVE "(SIN MAESTRO)" TO MATDES
           END-READ.
           DISPLAY "MATERIA: " LINE 05 POSITION 05.
           DISPLAY MATDES LINE 05 POSITION 14.
           DISPLAY "FECHA: " LINE 05 POSITION 35.
           DISPLAY MEFECHA LINE 05 POSITION 42.
           DISPLAY "HORA: " LINE 05 POSITION 52.
           DISPLAY MEHORA LINE 05 POSITION 58.

      *-- UN ALUMNO POR VEZ HASTA QUE SE TIPEE CERO -----------------*
       PEDIR-ALUMNO.
           DISPLAY BLANCOS LINE 07 POSITION 05.
           DISPLAY BLANCOS LINE 08 POSITION 05.
           DISPLAY "ALUMNO (0 = OTRA MESA): " LINE 07 POSITION 05.
           ACCEPT ENT-ALU LINE 07 POSITION 30.
           IF ENT-ALU IS NOT NUMERIC OR ENT-ALU = 0
              GO TO PEDIR-MESA
           END-IF.
           MOVE ENT-ALU TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY
                 DISPLAY "ALUMNO INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 DISPLAY BLANCOS LINE 22 POSITION 05
                 GO TO PEDIR-ALUMNO
           END-READ.
           DISPLAY MAN LINE 07 POSITION 40.
           MOVE ENT-NUM TO IMMESA.
           MOVE ENT-ALU TO IMALU.
           READ INSCRIPCIONES KEY IS IMCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM DAR-DE-BAJA THRU F-DAR-DE-BAJA
                 GO TO PEDIR-ALUMNO
           END-READ.
           PERFORM BUSCAR-PREVIA THRU F-BUSCAR-PREVIA.
           IF SW-ADEUDA = "N"
              DISPLAY "EL ALUMNO NO ADEUDA LA MATERIA DE LA MESA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              DISPLAY BLANCOS LINE 22 POSITION 05
              GO TO PEDIR-ALUMNO
           END-IF.
           DISPLAY "ADEUDA DEL CICLO " LINE 08 POSITION 05.
           DISPLAY WCICLO-PREVIA LINE 08 POSITION 22.
           DISPLAY "INSCRIBE (S/N) ? " LINE 08 POSITION 35.
           ACCEPT OP-SN LINE 08 POSITION 53.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-ALUMNO
           END-IF.
           MOVE ENT-NUM TO IMMESA.
           MOVE ENT-ALU TO IMALU.
           MOVE WCICLO-PREVIA TO IMCICLO.
           MOVE 0 TO IMNOTA.
           MOVE "I" TO IMEST.
           MOVE WFECHA-HOY TO IMFINS.
           MOVE QS-OPER TO IMOPER.
           WRITE R-INM
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO CANT-CARGADAS
           END-WRITE.
           GO TO PEDIR-ALUMNO.

      *-- LA PREVIA PENDIENTE MAS ANTIGUA DE LA MATERIA: LA CLAVE  --*
      *-- ALUMNO + MATERIA + CICLO LAS DEJA EN ORDEN DE CICLO      --*
       BUSCAR-PREVIA.
           MOVE "N" TO SW-ADEUDA.
           MOVE "N" TO SW-FIN.
           MOVE ENT-ALU TO PVALU.
           MOVE MEMAT TO PVMAT.
           MOVE 0 TO PVCICLO.
           START PREVIAS KEY IS NOT LESS THAN PVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-PREVIA THRU F-MIRAR-PREVIA
              UNTIL SW-FIN = "S".
       F-BUSCAR-PREVIA.
           EXIT.

       MIRAR-PREVIA.
           READ PREVIAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MIRAR-PREVIA
           END-IF.
           IF PVALU NOT = ENT-ALU OR PVMAT NOT = MEMAT
              MOVE "S" TO SW-FIN
              GO TO F-MIRAR-PREVIA
           END-IF.
           IF PVA-PENDIENTE
              MOVE PVCICLO TO WCICLO-PREVIA
              MOVE "S" TO SW-ADEUDA
              MOVE "S" TO SW-FIN
           END-IF.
       F-MIRAR-PREVIA.
           EXIT.

       DAR-DE-BAJA.
           DISPLAY "YA INSCRIPTO - DA DE BAJA LA INSCRIPCION (S/N) ? "
              LINE 08 POSITION 05.
           ACCEPT OP-SN LINE 08 POSITION 55.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-DAR-DE-BAJA
           END-IF.
           DELETE INSCRIPCIONES
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO CANT-BAJAS
           END-DELETE.
       F-DAR-DE-BAJA.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "INSMESA: INSCRIPCIONES GRABADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "BAJAS = " LINE 23 POSITION 45.
           DISPLAY CANT-BAJAS LINE 23 POSITION 53.
           PERFORM PULSAR-TECLA.
           CLOSE INSCRIPCIONES MESAS PREVIAS MAESTRO MATERIAS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
