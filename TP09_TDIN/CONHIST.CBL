      *** CONHIST - CONSULTA DEL HISTORIAL ACADEMICO               ***
      *** MUESTRA EN PANTALLA TODOS LOS CICLOS LECTIVOS CERRADOS   ***
      *** DE UN ALUMNO (HISACA.IND, VER CIERRECL): CURSO, MATERIA, ***
      *** NOTA FINAL, TRIMESTRES CON NOTA Y CONDICION, CON LOS     ***
      *** TOTALES DE APROBADAS Y PREVIAS Y EL PROMEDIO GENERAL -   ***
      *** EL ALUMNO SE BUSCA EN MAEALU.IND Y, SI YA NO ESTA, EN EL ***
      *** ARCHIVO DE BAJAS BAJASALU.IND                            ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONHIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARCBAJAS ASSIGN TO DISK "BAJASALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARC-MCA
           FILE STATUS IS FSTARC.

           SELECT MATERIAS ASSIGN TO DISK "MATERIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MATCOD
           FILE STATUS IS FSTMAT.

       DATA DIVISION.
       FILE SECTION.
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

        FD ARCBAJAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS R-ARC.

         COPY ARCALU.

        FD MATERIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS R-MAT.

         COPY MATERIA.

       WORKING-STORAGE SECTION.
       77 FSTHAC              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTARC              PIC XX.
       77 FSTMAT              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 L                   PIC 99.
       77 SW-FIN-HAC          PIC X.
       77 SW-ALU-OK           PIC X.
       77 ENT-ALU             PIC 9(8).
       77 CANT-MAT            PIC 9(3).
       77 CANT-APR            PIC 9(3).
       77 CANT-PRE            PIC 9(3).
       77 SUMA-NOTAS          PIC 9(5)V99.
       77 WPROM               PIC 9(2)V99.
       77 CANT-ED             PIC ZZ9.

      *-- LA IMAGEN ARCHIVADA DE UNA BAJA ABIERTA EN SUS CAMPOS ----*
       COPY ALUMNO REPLACING ==R-MAE== BY ==R-FICHA==.

       01 TITULO-HISTORIAL.
          02 FILLER    PIC X(28) VALUE "CICLO CURSO MATERIA         ".
          02 FILLER    PIC X(26) VALUE "      NOTA  TRIM.  CONDIC.".

       01 LINEA-HISTORIAL.
          02 LH-CICLO  PIC 9(4).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 LH-CUR    PIC Z9.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 LH-MAT    PIC 99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 LH-DMAT   PIC X(15).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 LH-NOTA   PIC Z9,99.
          02 FILLER    PIC X(04) VALUE SPACES.
          02 LH-TRIM   PIC 9.
          02 FILLER    PIC X(04) VALUE SPACES.
          02 LH-COND   PIC X(08).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT HISTORIAL.
           IF FSTHAC NOT = "00"
              DISPLAY "CONHIST: HISACA.IND NO ENCONTRADO - CIERRE "
                 "EL CICLO LECTIVO (CIERRECL)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESTRO.
           OPEN INPUT ARCBAJAS.
           OPEN INPUT MATERIAS.

       PEDIR-ALUMNO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "HISTORIAL ACADEMICO" LINE 02 POSITION 31
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ALUMNO (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-ALU LINE 04 POSITION 24.
           IF ENT-ALU IS NOT NUMERIC OR ENT-ALU = 0
              GO TO FIN
           END-IF.
           PERFORM BUSCAR-ALUMNO THRU F-BUSCAR-ALUMNO.
           IF SW-ALU-OK NOT = "S"
              DISPLAY "ALUMNO INEXISTENTE - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-ALUMNO
           END-IF.
           DISPLAY TITULO-HISTORIAL LINE 06 POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           MOVE 6 TO L.
           MOVE 0 TO CANT-MAT CANT-APR CANT-PRE SUMA-NOTAS.
           MOVE "N" TO SW-FIN-HAC.
           MOVE ENT-ALU TO HAALU.
           MOVE 0 TO HACICLO HAMAT.
           START HISTORIAL KEY IS NOT LESS THAN HACLAVE
              INVALID KEY MOVE "S" TO SW-FIN-HAC
           END-START.
           PERFORM MOSTRAR-MATERIA THRU F-MOSTRAR-MATERIA
              UNTIL SW-FIN-HAC = "S".
           IF CANT-MAT = 0
              DISPLAY "(SIN CICLOS CERRADOS)" LINE 08 POSITION 05
           ELSE
              PERFORM MOSTRAR-TOTALES
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 23 POSITION 25
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-ALUMNO.

      *-- ACTIVO EN MAEALU.IND O ARCHIVADO EN BAJASALU.IND ---------*
       BUSCAR-ALUMNO.
           MOVE "N" TO SW-ALU-OK.
           MOVE ENT-ALU TO MCA OF R-MAE.
           READ MAESTRO KEY IS MCA OF R-MAE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO SW-ALU-OK
                 DISPLAY MAN OF R-MAE LINE 04 POSITION 35
                 DISPLAY "CURSO ACTUAL: " LINE 05 POSITION 35
                 DISPLAY MCU OF R-MAE LINE 05 POSITION 49
           END-READ.
           IF SW-ALU-OK = "S"
              GO TO F-BUSCAR-ALUMNO
           END-IF.
           MOVE ENT-ALU TO ARC-MCA.
           READ ARCBAJAS KEY IS ARC-MCA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO SW-ALU-OK
                 MOVE ARC-MCA TO MCA OF R-FICHA
                 MOVE ARC-DATOS TO R-FICHA(9:59)
                 DISPLAY MAN OF R-FICHA LINE 04 POSITION 35
                 DISPLAY "DADO DE BAJA EL " LINE 05 POSITION 35
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 DISPLAY ARC-FBAJA LINE 05 POSITION 51
           END-READ.
       F-BUSCAR-ALUMNO.
           EXIT.

       MOSTRAR-MATERIA.
           READ HISTORIAL NEXT RECORD AT END MOVE "S" TO SW-FIN-HAC.
           IF SW-FIN-HAC = "S"
              GO TO F-MOSTRAR-MATERIA
           END-IF.
           IF HAALU NOT = ENT-ALU
              MOVE "S" TO SW-FIN-HAC
              GO TO F-MOSTRAR-MATERIA
           END-IF.
           ADD 1 TO L.
           IF L > 19
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 23
                 POSITION 25 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              DISPLAY " " ERASE SCREEN
              DISPLAY TITULO-HISTORIAL LINE 06 POSITION 05
                 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
              MOVE 7 TO L
           END-IF.
           MOVE HAMAT TO MATCOD.
           READ MATERIAS KEY IS MATCOD
              INVALID KEY MOVE "(SIN MAESTRO)" TO MATDES
           END-READ.
           MOVE SPACES TO LINEA-HISTORIAL.
           MOVE HACICLO TO LH-CICLO.
           MOVE HACUR TO LH-CUR.
           MOVE HAMAT TO LH-MAT.
           MOVE MATDES TO LH-DMAT.
           MOVE HANOTA TO LH-NOTA.
           MOVE HATRIM TO LH-TRIM.
           EVALUATE TRUE
              WHEN HAC-APROBADA
                 MOVE "APROBADA" TO LH-COND
                 ADD 1 TO CANT-APR
                 ADD HANOTA TO SUMA-NOTAS
      *-- PREVIA RENDIDA DESPUES EN MESA (VER NOTAACTA) ------------*
              WHEN HAC-APR-MESA
                 MOVE "APR.MESA" TO LH-COND
                 ADD 1 TO CANT-APR
                 ADD HANOTA TO SUMA-NOTAS
              WHEN OTHER
                 MOVE "PREVIA" TO LH-COND
                 ADD 1 TO CANT-PRE
           END-EVALUATE.
           ADD 1 TO CANT-MAT.
           DISPLAY LINEA-HISTORIAL LINE L POSITION 05.
       F-MOSTRAR-MATERIA.
           EXIT.

      *-- EL PROMEDIO GENERAL ES EL DE LAS MATERIAS APROBADAS ------*
       MOSTRAR-TOTALES.
           ADD 2 TO L.
           IF L > 20
              MOVE 20 TO L
           END-IF.
           MOVE CANT-APR TO CANT-ED.
           DISPLAY "APROBADAS: " LINE L POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE L POSITION 16.
           MOVE CANT-PRE TO CANT-ED.
           DISPLAY "PREVIAS: " LINE L POSITION 22
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE L POSITION 31.
           IF CANT-APR > 0
              COMPUTE WPROM ROUNDED = SUMA-NOTAS / CANT-APR
              MOVE WPROM TO LH-NOTA
              DISPLAY "PROMEDIO GENERAL: " LINE L POSITION 37
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              DISPLAY LH-NOTA LINE L POSITION 55
           END-IF.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE HISTORIAL MAESTRO ARCBAJAS MATERIAS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
