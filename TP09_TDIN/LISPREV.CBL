      *** LISPREV - ALUMNOS CON PREVIAS PENDIENTES POR CURSO       ***
      *** LISTA AL SPOOL, AGRUPADAS POR EL CURSO ACTUAL DEL ALUMNO ***
      *** (MAEALU.IND, CURSO.IND), LAS MATERIAS PREVIAS PENDIENTES ***
      *** DE PREVIA.IND CON EL CICLO EN QUE SE ADEUDAN. PIDE UN    ***
      *** CURSO (0 = TODOS). LOS ALUMNOS DADOS DE BAJA NO SE       ***
      *** LISTAN                                                   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISPREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CURSOS ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCUR
           FILE STATUS IS FSTCUR.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
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

        FD CURSOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS R-CUR.

         COPY CURSO.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTPVA              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTMAT              PIC XX.
       77 FSTCUR              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LISPREV ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 ENT-CUR             PIC 9(2).
      *-- UN RENGLON POR PREVIA PENDIENTE, REORDENADO POR CURSO; ---*
      *-- EL ORDEN DE LA CLAVE (ALUMNO) SE CONSERVA DENTRO DEL CURSO *
       77 PVA-CANT            PIC 9(3) VALUE 0.
       77 PVA-POS             PIC 9(3).
       77 PVA-IDX             PIC 9(3).
       77 SW-CAMBIO           PIC X.
       01 TABLA-PREVIAS.
          02 TPV-ELEM OCCURS 500 TIMES.
             03 TPV-CUR       PIC 9(2).
             03 TPV-ALU       PIC 9(8).
             03 TPV-NOM       PIC X(30).
             03 TPV-MAT       PIC 9(2).
             03 TPV-CICLO     PIC 9(4).
       01 PVA-AUX             PIC X(46).
       77 CUR-ACT             PIC 9(2) VALUE 99.
       77 ALU-ACT             PIC 9(8) VALUE 0.
       77 SUB-PREVIAS         PIC 9(4) VALUE 0.
       77 SUB-ALUMNOS         PIC 9(4) VALUE 0.
       77 TOT-PREVIAS         PIC 9(4) VALUE 0.
       77 TOT-ALUMNOS         PIC 9(4) VALUE 0.
       77 CANT-ED             PIC Z.ZZ9.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 LINEA-PREVIA.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LP-ALU   PIC 9(8).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LP-NOM   PIC X(30).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LP-MAT   PIC 9(2).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LP-DMAT  PIC X(15).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LP-CICLO PIC 9(4).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PREVIAS.
           IF FSTPVA NOT = "00"
              DISPLAY "LISPREV: PREVIA.IND NO ENCONTRADO - NO HAY "
                 "PREVIAS REGISTRADAS"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESTRO.
           OPEN INPUT MATERIAS.
           OPEN INPUT CURSOS.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "ALUMNOS CON PREVIAS PENDIENTES" LINE 02 POSITION 25
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CURSO (0 = TODOS): " LINE 04 POSITION 05.
           ACCEPT ENT-CUR LINE 04 POSITION 25.
           IF ENT-CUR IS NOT NUMERIC
              MOVE 0 TO ENT-CUR
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           STRING "       ALUMNOS CON PREVIAS PENDIENTES AL "
              DELIMITED BY SIZE
              WDD-HOY "/" WMM-HOY "/" WAA-HOY DELIMITED BY SIZE
              INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "  ALUMNO    APELLIDO Y NOMBRE                 "
                  DELIMITED BY SIZE
                  "MATERIA               CICLO" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
      *-- JUNTA LAS PENDIENTES DE LOS ALUMNOS ACTIVOS --------------*
           MOVE "N" TO SW-FIN.
           MOVE 0 TO PVALU PVMAT PVCICLO.
           START PREVIAS KEY IS NOT LESS THAN PVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM JUNTAR-PREVIAS THRU F-JUNTAR-PREVIAS
              UNTIL SW-FIN = "S".
           PERFORM ORDENAR-POR-CURSO THRU F-ORDENAR-POR-CURSO.
           IF PVA-CANT = 0
              MOVE "   (SIN PREVIAS PENDIENTES)" TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           MOVE 1 TO PVA-POS.
           PERFORM LISTAR-PREVIA THRU F-LISTAR-PREVIA
              UNTIL PVA-POS > PVA-CANT.
           IF PVA-CANT > 0
              PERFORM CERRAR-CURSO
              MOVE SPACES TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE TOT-ALUMNOS TO CANT-ED
              MOVE SPACES TO R-IMP
              STRING "TOTAL GENERAL: ALUMNOS " DELIMITED BY SIZE
                     CANT-ED DELIMITED BY SIZE
                     INTO R-IMP
              MOVE TOT-PREVIAS TO CANT-ED
              MOVE "  PREVIAS" TO R-IMP(30:9)
              MOVE CANT-ED TO R-IMP(40:5)
              PERFORM GRABAR-LINEA
           END-IF.
           PERFORM ING-TECLA.
           GO TO FIN.

       JUNTAR-PREVIAS.
           READ PREVIAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-JUNTAR-PREVIAS
           END-IF.
           IF NOT PVA-PENDIENTE OR PVA-CANT = 500
              GO TO F-JUNTAR-PREVIAS
           END-IF.
           MOVE PVALU TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY GO TO F-JUNTAR-PREVIAS
           END-READ.
           IF ENT-CUR NOT = 0 AND MCU NOT = ENT-CUR
              GO TO F-JUNTAR-PREVIAS
           END-IF.
           ADD 1 TO PVA-CANT.
           MOVE MCU TO TPV-CUR(PVA-CANT).
           MOVE PVALU TO TPV-ALU(PVA-CANT).
           MOVE MAN TO TPV-NOM(PVA-CANT).
           MOVE PVMAT TO TPV-MAT(PVA-CANT).
           MOVE PVCICLO TO TPV-CICLO(PVA-CANT).
       F-JUNTAR-PREVIAS.
           EXIT.

       ORDENAR-POR-CURSO.
           MOVE "S" TO SW-CAMBIO.
           PERFORM PASADA-BURBUJA THRU F-PASADA-BURBUJA
              UNTIL SW-CAMBIO = "N".
       F-ORDENAR-POR-CURSO.
           EXIT.

       PASADA-BURBUJA.
           MOVE "N" TO SW-CAMBIO.
           MOVE 1 TO PVA-IDX.
           PERFORM COMPARAR-PAR THRU F-COMPARAR-PAR
              UNTIL PVA-IDX NOT < PVA-CANT.
       F-PASADA-BURBUJA.
           EXIT.

       COMPARAR-PAR.
           COMPUTE PVA-POS = PVA-IDX + 1.
           IF TPV-CUR(PVA-IDX) > TPV-CUR(PVA-POS)
              MOVE TPV-ELEM(PVA-IDX) TO PVA-AUX
              MOVE TPV-ELEM(PVA-POS) TO TPV-ELEM(PVA-IDX)
              MOVE PVA-AUX TO TPV-ELEM(PVA-POS)
              MOVE "S" TO SW-CAMBIO
           END-IF.
           ADD 1 TO PVA-IDX.
       F-COMPARAR-PAR.
           EXIT.

       LISTAR-PREVIA.
           IF TPV-CUR(PVA-POS) NOT = CUR-ACT
              IF CUR-ACT NOT = 99
                 PERFORM CERRAR-CURSO
              END-IF
              MOVE TPV-CUR(PVA-POS) TO CUR-ACT
              MOVE 0 TO ALU-ACT
              MOVE CUR-ACT TO MCUR
              READ CURSOS KEY IS MCUR
                 INVALID KEY MOVE "(SIN MAESTRO)" TO MDCUR
              END-READ
              MOVE SPACES TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE SPACES TO R-IMP
              STRING "CURSO " DELIMITED BY SIZE
                     CUR-ACT DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     MDCUR DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           MOVE SPACES TO LINEA-PREVIA.
      *-- EL ALUMNO SE NOMBRA SOLO EN SU PRIMERA PREVIA ------------*
           IF TPV-ALU(PVA-POS) NOT = ALU-ACT
              MOVE TPV-ALU(PVA-POS) TO ALU-ACT
              MOVE TPV-ALU(PVA-POS) TO LP-ALU
              MOVE TPV-NOM(PVA-POS) TO LP-NOM
              ADD 1 TO SUB-ALUMNOS
           END-IF.
           MOVE TPV-MAT(PVA-POS) TO LP-MAT MATCOD.
           READ MATERIAS KEY IS MATCOD
              INVALID KEY MOVE "(SIN MAESTRO)" TO MATDES
           END-READ.
           MOVE MATDES TO LP-DMAT.
           MOVE TPV-CICLO(PVA-POS) TO LP-CICLO.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-PREVIA TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD 1 TO SUB-PREVIAS.
           ADD 1 TO PVA-POS.
       F-LISTAR-PREVIA.
           EXIT.

      *-- SUBTOTAL DEL CURSO, QUE PASA AL TOTAL GENERAL ------------*
       CERRAR-CURSO.
           MOVE SUB-ALUMNOS TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "  TOTAL CURSO: ALUMNOS " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           MOVE SUB-PREVIAS TO CANT-ED.
           MOVE "  PREVIAS" TO R-IMP(30:9).
           MOVE CANT-ED TO R-IMP(40:5).
           PERFORM GRABAR-LINEA.
           ADD SUB-ALUMNOS TO TOT-ALUMNOS.
           ADD SUB-PREVIAS TO TOT-PREVIAS.
           MOVE 0 TO SUB-ALUMNOS SUB-PREVIAS.

       GRABAR-LINEA.
           WRITE R-IMP.
           ADD 1 TO L.
           IF L > 18
              PERFORM ING-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           DISPLAY R-IMP LINE L.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE PREVIAS MAESTRO MATERIAS CURSOS IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
