      *** CIERRECL - CIERRE DEL CICLO LECTIVO                      ***
      *** SE CORRE A FIN DE ANIO, ANTES DEL PASE DE CURSO (PASECUR ***
      *** NO PASA SIN EL CIERRE): POR CADA ALUMNO DE MAEALU.IND    ***
      *** PROMEDIA LAS NOTAS DE LOS TRIMESTRES (NOTAS.IND, VER     ***
      *** CARGNOTA) DE CADA MATERIA DE SU CURSO Y DEJA EN EL       ***
      *** HISTORIAL ACADEMICO (HISACA.IND) LA NOTA FINAL Y LA      ***
      *** CONDICION: APROBADA CON 6 O MAS, SI NO PREVIA, QUE       ***
      *** ADEMAS QUEDA PENDIENTE EN PREVIA.IND PARA LAS MESAS DE   ***
      *** EXAMEN - SE PUEDE VOLVER A CERRAR EL MISMO CICLO SI SE   ***
      *** CORRIGIERON NOTAS ANTES DEL PASE: LOS REGISTROS SE       ***
      *** REGRABAN, SALVO LAS PREVIAS YA APROBADAS EN MESA         ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRECL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT NOTAS ASSIGN TO DISK "NOTAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NOCLAVE
           FILE STATUS IS FSTNOT.

      *-- HISTORIAL ACADEMICO POR ALUMNO Y CICLO LECTIVO -----------*
           SELECT HISTORIAL ASSIGN TO DISK "HISACA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HACLAVE
           FILE STATUS IS FSTHAC.

      *-- PREVIAS PENDIENTES PARA LAS MESAS DE EXAMEN --------------*
           SELECT PREVIAS ASSIGN TO DISK "PREVIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCLAVE
           FILE STATUS IS FSTPVA.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD NOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS R-NOT.

         COPY NOTAS.

        FD HISTORIAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS R-HAC.

         COPY HISACA.

        FD PREVIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS R-PVA.

         COPY PREVIA.

       WORKING-STORAGE SECTION.
       77 FSTALU              PIC XX.
       77 FSTNOT              PIC XX.
       77 FSTHAC              PIC XX.
       77 FSTPVA              PIC XX.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 BLANCOS             PIC X(60) VALUE SPACES.
       77 SW-FIN-ALU          PIC X.
       77 SW-FIN-NOT          PIC X.
       77 ENT-CICLO           PIC 9(4).
       77 IND-MAT             PIC 99.
       77 WPROM               PIC 9(2)V99.
       77 CANT-ALUMNOS        PIC 9(05) VALUE 0.
       77 CANT-APROBADAS      PIC 9(05) VALUE 0.
       77 CANT-PREVIAS        PIC 9(05) VALUE 0.
       77 CANT-SIN-NOTAS      PIC 9(05) VALUE 0.
       77 CANT-ED             PIC ZZZZ9.
      *-- SUMA Y CANTIDAD DE NOTAS DEL ALUMNO, INDEXADAS DIRECTO ---*
      *-- POR EL CODIGO DE MATERIA ---------------------------------*
       01 TABLA-MATERIAS VALUE ZEROS.
          02 TMAT-ELEM OCCURS 99 TIMES.
             03 TMAT-SUMA     PIC 9(3).
             03 TMAT-CANT     PIC 9.
       77 MAT-CURSADAS        PIC 99.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON HISTORIAL.
       ERROR-APERTURA.
           IF FSTHAC NOT = "00"
              OPEN OUTPUT HISTORIAL
              CLOSE HISTORIAL
              OPEN I-O HISTORIAL
           END-IF.
       ERROR-APERTURA.
       SEGUNDA SECTION.
       USE AFTER ERROR PROCEDURE ON PREVIAS.
       ERROR-APERTURA-PVA.
           IF FSTPVA NOT = "00"
              OPEN OUTPUT PREVIAS
              CLOSE PREVIAS
              OPEN I-O PREVIAS
           END-IF.
       ERROR-APERTURA-PVA.
       END DECLARATIVES.
       TERCERA SECTION.
       INICIO.
           OPEN INPUT MAESTRO.
           IF FSTALU NOT = "00"
              DISPLAY "CIERRECL: MAEALU.IND NO ENCONTRADA (FST="
                 FSTALU ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT NOTAS.
           IF FSTNOT NOT = "00"
              DISPLAY "CIERRECL: NOTAS.IND NO ENCONTRADO - CARGUE "
                 "NOTAS (CARGNOTA)"
              CLOSE MAESTRO
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O HISTORIAL.
           OPEN I-O PREVIAS.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CIERRE DEL CICLO LECTIVO" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CICLO LECTIVO (AAAA - 0 = ANIO ACTUAL): "
              LINE 04 POSITION 05.
           ACCEPT ENT-CICLO LINE 04 POSITION 45.
           IF ENT-CICLO IS NOT NUMERIC OR ENT-CICLO = 0
              MOVE WAA-HOY TO ENT-CICLO
           END-IF.
           DISPLAY ENT-CICLO LINE 04 POSITION 45.
      *-- UN CICLO YA CERRADO SE PUEDE VOLVER A CERRAR -------------*
           MOVE 0 TO HAALU HAMAT.
           MOVE ENT-CICLO TO HACICLO.
           READ HISTORIAL KEY IS HACLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "EL CICLO YA FUE CERRADO EL " LINE 06
                    POSITION 05 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
                 DISPLAY HAFCIE LINE 06 POSITION 32
                 DISPLAY "POR " LINE 06 POSITION 41
                 DISPLAY HAOPER LINE 06 POSITION 45
                 DISPLAY "- SE VUELVE A CERRAR CON LAS NOTAS ACTUALES"
                    LINE 07 POSITION 05
                    CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
           END-READ.
           DISPLAY "CONFIRMA EL CIERRE DEL CICLO (S/N) ? "
              LINE 22 POSITION 05
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT OP-SN LINE 22 POSITION 43.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN
           END-IF.
           DISPLAY BLANCOS LINE 22 POSITION 05.
           MOVE "N" TO SW-FIN-ALU.
           MOVE 0 TO MCA.
           START MAESTRO KEY IS NOT LESS THAN MCA
              INVALID KEY MOVE "S" TO SW-FIN-ALU
           END-START.
           PERFORM CERRAR-ALUMNO THRU F-CERRAR-ALUMNO
              UNTIL SW-FIN-ALU = "S".
      *-- MARCA DEL CICLO CERRADO (ALUMNO 0, MATERIA 00) -----------*
           MOVE 0 TO HAALU HAMAT HACUR HANOTA HATRIM.
           MOVE ENT-CICLO TO HACICLO.
           MOVE "C" TO HACOND.
           MOVE QS-OPER TO HAOPER.
           MOVE WFECHA-HOY TO HAFCIE.
           WRITE R-HAC
              INVALID KEY REWRITE R-HAC
           END-WRITE.
           MOVE CANT-ALUMNOS TO CANT-ED.
           DISPLAY "ALUMNOS CERRADOS      : " LINE 10 POSITION 05.
           DISPLAY CANT-ED LINE 10 POSITION 30.
           MOVE CANT-APROBADAS TO CANT-ED.
           DISPLAY "MATERIAS APROBADAS    : " LINE 11 POSITION 05.
           DISPLAY CANT-ED LINE 11 POSITION 30.
           MOVE CANT-PREVIAS TO CANT-ED.
           DISPLAY "MATERIAS PREVIAS      : " LINE 12 POSITION 05.
           DISPLAY CANT-ED LINE 12 POSITION 30.
           MOVE CANT-SIN-NOTAS TO CANT-ED.
           DISPLAY "ALUMNOS SIN NOTAS     : " LINE 13 POSITION 05.
           DISPLAY CANT-ED LINE 13 POSITION 30.
           DISPLAY "CICLO LECTIVO CERRADO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO FIN.

      *-- LAS NOTAS DEL ALUMNO EN SU CURSO ACTUAL, POR MATERIA ------*
       CERRAR-ALUMNO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO SW-FIN-ALU.
           IF SW-FIN-ALU = "S"
              GO TO F-CERRAR-ALUMNO
           END-IF.
           MOVE ZEROS TO TABLA-MATERIAS.
           MOVE 0 TO MAT-CURSADAS.
           MOVE "N" TO SW-FIN-NOT.
           MOVE MCA TO NOALU.
           MOVE 0 TO NOCUR NOMAT NOTRI.
           START NOTAS KEY IS NOT LESS THAN NOCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-NOT
           END-START.
           PERFORM JUNTAR-NOTA THRU F-JUNTAR-NOTA
              UNTIL SW-FIN-NOT = "S".
           IF MAT-CURSADAS = 0
              ADD 1 TO CANT-SIN-NOTAS
              GO TO F-CERRAR-ALUMNO
           END-IF.
           ADD 1 TO CANT-ALUMNOS.
           MOVE 1 TO IND-MAT.
           PERFORM GRABAR-MATERIA 99 TIMES.
       F-CERRAR-ALUMNO.
           EXIT.

       JUNTAR-NOTA.
           READ NOTAS NEXT RECORD AT END MOVE "S" TO SW-FIN-NOT.
           IF SW-FIN-NOT = "S"
              GO TO F-JUNTAR-NOTA
           END-IF.
           IF NOALU NOT = MCA
              MOVE "S" TO SW-FIN-NOT
              GO TO F-JUNTAR-NOTA
           END-IF.
           IF NOCUR NOT = MCU OR NOMAT = 0 OR NONOTA = 0
              GO TO F-JUNTAR-NOTA
           END-IF.
           IF TMAT-CANT(NOMAT) = 0
              ADD 1 TO MAT-CURSADAS
           END-IF.
           ADD NONOTA TO TMAT-SUMA(NOMAT).
           ADD 1 TO TMAT-CANT(NOMAT).
       F-JUNTAR-NOTA.
           EXIT.

      *-- NOTA FINAL = PROMEDIO DE LOS TRIMESTRES; APRUEBA CON 6 ----*
      *-- COMO EL PROMEDIO DE PASECUR --------------------------------*
       GRABAR-MATERIA.
           IF TMAT-CANT(IND-MAT) > 0
              PERFORM CERRAR-MATERIA THRU F-CERRAR-MATERIA
           END-IF.
           ADD 1 TO IND-MAT.

      *-- UNA PREVIA YA APROBADA EN MESA NO SE TOCA ----------------*
       CERRAR-MATERIA.
           MOVE MCA TO HAALU.
           MOVE ENT-CICLO TO HACICLO.
           MOVE IND-MAT TO HAMAT.
           READ HISTORIAL KEY IS HACLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF HAC-APR-MESA
                    GO TO F-CERRAR-MATERIA
                 END-IF
           END-READ.
           MOVE MCU TO HACUR.
           COMPUTE WPROM ROUNDED =
              TMAT-SUMA(IND-MAT) / TMAT-CANT(IND-MAT).
           MOVE WPROM TO HANOTA.
           MOVE TMAT-CANT(IND-MAT) TO HATRIM.
           IF WPROM < 6
              MOVE "P" TO HACOND
              ADD 1 TO CANT-PREVIAS
           ELSE
              MOVE "A" TO HACOND
              ADD 1 TO CANT-APROBADAS
           END-IF.
           MOVE QS-OPER TO HAOPER.
           MOVE WFECHA-HOY TO HAFCIE.
           WRITE R-HAC
              INVALID KEY REWRITE R-HAC
           END-WRITE.
           PERFORM ASENTAR-PREVIA THRU F-ASENTAR-PREVIA.
       F-CERRAR-MATERIA.
           EXIT.

      *-- LA PREVIA QUEDA PENDIENTE; SI AL RE-CERRAR LA MATERIA ----*
      *-- SALIO APROBADA, LA PREVIA PENDIENTE SE BORRA -------------*
       ASENTAR-PREVIA.
           MOVE MCA TO PVALU.
           MOVE IND-MAT TO PVMAT.
           MOVE ENT-CICLO TO PVCICLO.
           READ PREVIAS KEY IS PVCLAVE
              INVALID KEY
                 IF HAC-PREVIA
                    MOVE MCU TO PVCUR
                    MOVE "P" TO PVEST
                    MOVE 0 TO PVNOTA PVMESA PVFAPR
                    MOVE QS-OPER TO PVOPER
                    WRITE R-PVA
                       INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
              NOT INVALID KEY
                 IF HAC-APROBADA AND PVA-PENDIENTE
                    DELETE PREVIAS
                       INVALID KEY CONTINUE
                    END-DELETE
                 END-IF
           END-READ.
       F-ASENTAR-PREVIA.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE MAESTRO NOTAS HISTORIAL PREVIAS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
