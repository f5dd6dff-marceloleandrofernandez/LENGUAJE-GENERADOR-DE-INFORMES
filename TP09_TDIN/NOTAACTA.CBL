      *** NOTAACTA - CARGA DE NOTAS DEL ACTA DE EXAMEN             ***
      *** PARA UNA MESA ABIERTA DE MESAEX.IND PIDE LA NOTA DE CADA ***
      *** INSCRIPTO TODAVIA SIN RESULTADO (INSCMES.IND): 0 =       ***
      *** AUSENTE, 1 A 5 = DESAPROBADO, 6 A 10 = APROBADO. EL      ***
      *** APROBADO CANCELA LA PREVIA (PREVIA.IND QUEDA APROBADA    ***
      *** CON LA NOTA, LA MESA Y LA FECHA) Y PASA LA MATERIA DEL   ***
      *** HISTORIAL (HISACA.IND) A APROBADA EN MESA. AL TERMINAR   ***
      *** PREGUNTA SI SE CIERRA EL ACTA; CERRADA, LA MESA YA NO    ***
      *** ADMITE CAMBIOS                                           ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAACTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESAS ASSIGN TO DISK "MESAEX.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MENUM
           FILE STATUS IS FSTMEX.

           SELECT INSCRIPCIONES ASSIGN TO DISK "INSCMES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IMCLAVE
           FILE STATUS IS FSTINM.

           SELECT PREVIAS ASSIGN TO DISK "PREVIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCLAVE
           FILE STATUS IS FSTPVA.

           SELECT HISTORIAL ASSIGN TO DISK "HISACA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HACLAVE
           FILE STATUS IS FSTHAC.

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
        FD MESAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS R-MEX.

         COPY MESAEX.

        FD INSCRIPCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS R-INM.

         COPY INSCMES.

        FD PREVIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS R-PVA.

         COPY PREVIA.

        FD HISTORIAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS R-HAC.

         COPY HISACA.

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
       77 FSTMEX              PIC XX.
       77 FSTINM              PIC XX.
       77 FSTPVA              PIC XX.
       77 FSTHAC              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTMAT              PIC XX.
       77 SW-HAC-ARCH         PIC X VALUE "N".
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
       77 L                   PIC 99.
       77 SW-FIN              PIC X.
       77 ENT-NUM             PIC 9(4).
       77 ENT-NOTA            PIC 99.
       77 CANT-APR            PIC 9(3) VALUE 0.
       77 CANT-DES            PIC 9(3) VALUE 0.
       77 CANT-AUS            PIC 9(3) VALUE 0.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O MESAS.
           IF FSTMEX NOT = "00"
              DISPLAY "NOTAACTA: MESAEX.IND NO ENCONTRADO - CARGUE "
                 "LAS MESAS (ABMMESA)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O INSCRIPCIONES.
           IF FSTINM NOT = "00"
              DISPLAY "NOTAACTA: INSCMES.IND NO ENCONTRADO - NO HAY "
                 "INSCRIPTOS (INSMESA)"
              CLOSE MESAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O PREVIAS.
           IF FSTPVA NOT = "00"
              DISPLAY "NOTAACTA: PREVIA.IND NO ENCONTRADO (FST="
                 FSTPVA ")"
              CLOSE MESAS INSCRIPCIONES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- SIN CIERRE DE CICLO TODAVIA NO HAY HISTORIAL QUE TOCAR ---*
           OPEN I-O HISTORIAL.
           IF FSTHAC = "00"
              MOVE "S" TO SW-HAC-ARCH
           END-IF.
           OPEN INPUT MAESTRO MATERIAS.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-MESA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CARGA DEL ACTA DE EXAMEN" LINE 02 POSITION 28
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
           DISPLAY "NOTA: 0 = AUSENTE, 1 A 5 DESAPRUEBA, 6 A 10 APRUEBA"
              LINE 06 POSITION 05 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY "ALUMNO    APELLIDO Y NOMBRE              CICLO NOTA"
              LINE 08 POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           MOVE 8 TO L.
           MOVE 0 TO CANT-APR CANT-DES CANT-AUS.
           MOVE "N" TO SW-FIN.
           MOVE ENT-NUM TO IMMESA.
           MOVE 0 TO IMALU.
           START INSCRIPCIONES KEY IS NOT LESS THAN IMCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM CARGAR-NOTA THRU F-CARGAR-NOTA
              UNTIL SW-FIN = "S".
           DISPLAY "APROBADOS: " LINE 20 POSITION 05.
           DISPLAY CANT-APR LINE 20 POSITION 16.
           DISPLAY "DESAPROBADOS: " LINE 20 POSITION 22.
           DISPLAY CANT-DES LINE 20 POSITION 36.
           DISPLAY "AUSENTES: " LINE 20 POSITION 42.
           DISPLAY CANT-AUS LINE 20 POSITION 52.
      *-- CERRADA EL ACTA LA MESA NO SE TOCA MAS (VER ABMMESA) -----*
           DISPLAY "CIERRA EL ACTA (S/N) ? " LINE 21 POSITION 05.
           ACCEPT OP-SN LINE 21 POSITION 29.
           IF OP-SN = "S" OR OP-SN = "s"
              MOVE "C" TO MEEST
              MOVE QS-OPER TO MEOPER
              REWRITE R-MEX
                 INVALID KEY CONTINUE
              END-REWRITE
              DISPLAY "ACTA CERRADA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
           GO TO PEDIR-MESA.

      *-- UN INSCRIPTO: SOLO LOS QUE AUN NO TIENEN RESULTADO --------*
       CARGAR-NOTA.
           READ INSCRIPCIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-CARGAR-NOTA
           END-IF.
           IF IMMESA NOT = ENT-NUM
              MOVE "S" TO SW-FIN
              GO TO F-CARGAR-NOTA
           END-IF.
           IF NOT INM-INSCRIPTO
              GO TO F-CARGAR-NOTA
           END-IF.
           ADD 1 TO L.
           IF L > 19
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           MOVE IMALU TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY MOVE "(DADO DE BAJA)" TO MAN
           END-READ.
           DISPLAY IMALU LINE L POSITION 05.
           DISPLAY MAN LINE L POSITION 15.
           DISPLAY IMCICLO LINE L POSITION 46.
       PEDIR-NOTA.
           ACCEPT ENT-NOTA LINE L POSITION 52.
           IF ENT-NOTA IS NOT NUMERIC OR ENT-NOTA > 10
              DISPLAY "NOTA INVALIDA (0 A 10)" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              GO TO PEDIR-NOTA
           END-IF.
           DISPLAY BLANCOS LINE 22 POSITION 05.
           MOVE ENT-NOTA TO IMNOTA.
           EVALUATE TRUE
              WHEN ENT-NOTA = 0
                 MOVE "U" TO IMEST
                 ADD 1 TO CANT-AUS
              WHEN ENT-NOTA < 6
                 MOVE "D" TO IMEST
                 ADD 1 TO CANT-DES
              WHEN OTHER
                 MOVE "A" TO IMEST
                 ADD 1 TO CANT-APR
           END-EVALUATE.
           MOVE QS-OPER TO IMOPER.
           REWRITE R-INM
              INVALID KEY CONTINUE
           END-REWRITE.
           IF INM-APROBADO
              PERFORM CANCELAR-PREVIA THRU F-CANCELAR-PREVIA
           END-IF.
       F-CARGAR-NOTA.
           EXIT.

      *-- LA PREVIA QUEDA APROBADA Y EL HISTORIAL LO REFLEJA -------*
       CANCELAR-PREVIA.
           MOVE IMALU TO PVALU.
           MOVE MEMAT TO PVMAT.
           MOVE IMCICLO TO PVCICLO.
           READ PREVIAS KEY IS PVCLAVE
              INVALID KEY MOVE 0 TO PVCUR
              NOT INVALID KEY
                 MOVE "A" TO PVEST
                 MOVE IMNOTA TO PVNOTA
                 MOVE ENT-NUM TO PVMESA
                 MOVE MEFECHA TO PVFAPR
                 MOVE QS-OPER TO PVOPER
                 REWRITE R-PVA
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
           IF SW-HAC-ARCH NOT = "S"
              GO TO F-CANCELAR-PREVIA
           END-IF.
           MOVE IMALU TO HAALU.
           MOVE IMCICLO TO HACICLO.
           MOVE MEMAT TO HAMAT.
           READ HISTORIAL KEY IS HACLAVE
              INVALID KEY
      *-- PREVIA DEL CUADERNO (ABMPREV): NO ESTABA EN EL HISTORIAL -*
                 MOVE PVCUR TO HACUR
                 MOVE 0 TO HATRIM
                 MOVE IMNOTA TO HANOTA
                 MOVE "M" TO HACOND
                 MOVE QS-OPER TO HAOPER
                 MOVE WFECHA-HOY TO HAFCIE
                 WRITE R-HAC
                    INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 MOVE IMNOTA TO HANOTA
                 MOVE "M" TO HACOND
                 MOVE QS-OPER TO HAOPER
                 MOVE WFECHA-HOY TO HAFCIE
                 REWRITE R-HAC
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
       F-CANCELAR-PREVIA.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           IF SW-HAC-ARCH = "S"
              CLOSE HISTORIAL
           END-IF.
           CLOSE MESAS INSCRIPCIONES PREVIAS MAESTRO MATERIAS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
