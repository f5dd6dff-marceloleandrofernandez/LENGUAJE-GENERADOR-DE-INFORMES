      *** ACTAEX - ACTA DE MESA DE EXAMEN PARA FIRMAR              ***
      *** IMPRIME AL SPOOL EL ACTA DE UNA MESA DE MESAEX.IND:      ***
      *** MATERIA, FECHA, HORA, AULA Y TRIBUNAL (NOMBRES DE        ***
      *** MAEEMP.IND), UNA LINEA POR ALUMNO INSCRIPTO              ***
      *** (INSCMES.IND) CON EL CICLO QUE ADEUDA Y LAS COLUMNAS DE  ***
      *** NOTA Y FIRMA EN BLANCO, Y AL PIE LAS FIRMAS DEL          ***
      *** TRIBUNAL. SI EL ACTA YA FUE CARGADA (NOTAACTA) SE        ***
      *** IMPRIMEN LAS NOTAS                                       ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTAEX.
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

           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EM-MCA
           FILE STATUS IS FSTEMP.

           SELECT MATERIAS ASSIGN TO DISK "MATERIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MATCOD
           FILE STATUS IS FSTMAT.

           SELECT AULAS ASSIGN TO DISK "AULA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AUCOD
           FILE STATUS IS FSTAUL.

      *-- EL ACTA SALE AL SPOOL (VER TOMASPL/VERSPOOL) -------------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

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

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-MAEEMP.

         COPY EMPLEADO REPLACING ==R-EMP== BY ==R-MAEEMP==
                                 ==MCA== BY ==EM-MCA==
                                 ==MAN== BY ==EM-MAN==
                                 ==MSB== BY ==EM-MSB==
                                 ==MLO== BY ==EM-MLO==
                                 ==MANT== BY ==EM-MANT==
                                 ==MSE== BY ==EM-MSE==
                                 ==MCATE== BY ==EM-MCATE==.

        FD MATERIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS R-MAT.

         COPY MATERIA.

        FD AULAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-AUL.

         COPY AULA.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTMEX              PIC XX.
       77 FSTINM              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTEMP              PIC XX.
       77 FSTMAT              PIC XX.
       77 FSTAUL              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 BLANCOS             PIC X(60) VALUE SPACES.
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "ACTAEX  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 ENT-NUM             PIC 9(4).
       77 SW-FIN              PIC X.
       77 IND-DOC             PIC 9.
       77 CANT-INS            PIC 9(3).
       77 CANT-ED             PIC ZZ9.

       01 ROTULOS-TRIBUNAL.
          02 FILLER PIC X(11) VALUE "PRESIDENTE:".
          02 FILLER PIC X(11) VALUE "VOCAL 1   :".
          02 FILLER PIC X(11) VALUE "VOCAL 2   :".
       01 R-ROTULOS-TRIBUNAL REDEFINES ROTULOS-TRIBUNAL.
          02 ROT-DOC OCCURS 3 TIMES PIC X(11).

       01 RESULTADOS-ACTA.
          02 FILLER PIC X(11) VALUE "APROBADO   ".
          02 FILLER PIC X(11) VALUE "DESAPROBADO".
          02 FILLER PIC X(11) VALUE "AUSENTE    ".
       01 R-RESULTADOS-ACTA REDEFINES RESULTADOS-ACTA.
          02 RES-ACTA OCCURS 3 TIMES PIC X(11).

       01 CABECERA-ACTA.
          02 FILLER   PIC X(20) VALUE SPACES.
          02 FILLER   PIC X(24) VALUE "ACTA DE EXAMEN - MESA N.".
          02 CA-NUM   PIC 9(4).

       01 SUBRAYAR-CABECERA.
          02 FILLER PIC X(72) VALUE ALL "=".

       01 LINEA-MESA.
          02 FILLER   PIC X(09) VALUE "MATERIA: ".
          02 LMS-DMAT PIC X(15).
          02 FILLER   PIC X(09) VALUE "  FECHA: ".
          02 LMS-DD   PIC 99.
          02 FILLER   PIC X VALUE "/".
          02 LMS-MM   PIC 99.
          02 FILLER   PIC X VALUE "/".
          02 LMS-AA   PIC 9(4).
          02 FILLER   PIC X(08) VALUE "  HORA: ".
          02 LMS-HH   PIC 99.
          02 FILLER   PIC X VALUE ":".
          02 LMS-MI   PIC 99.

       01 LINEA-AULA.
          02 FILLER   PIC X(06) VALUE "AULA: ".
          02 LAU-COD  PIC 9(3).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LAU-DES  PIC X(15).

       01 LINEA-TRIBUNAL.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LTR-ROT  PIC X(11).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LTR-DOC  PIC 9(8).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LTR-NOM  PIC X(30).

       01 TITULO-ALUMNOS.
          02 FILLER PIC X(10) VALUE "ALUMNO    ".
          02 FILLER PIC X(31) VALUE "APELLIDO Y NOMBRE".
          02 FILLER PIC X(10) VALUE "CUR CICLO ".
          02 FILLER PIC X(18) VALUE "NOTA  FIRMA".

       01 LINEA-ALUMNO.
          02 LAL-ALU  PIC 9(8).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LAL-NOM  PIC X(30).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LAL-CUR  PIC Z9.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LAL-CIC  PIC 9(4).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LAL-NOTA PIC X(04).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LAL-FIRMA PIC X(11).
       01 NOTA-ED.
          02 NOTA-ED-N PIC Z9.
          02 FILLER    PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT MESAS.
           IF FSTMEX NOT = "00"
              DISPLAY "ACTAEX: MESAEX.IND NO ENCONTRADO - CARGUE "
                 "LAS MESAS (ABMMESA)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF FSTINM NOT = "00"
              DISPLAY "ACTAEX: INSCMES.IND NO ENCONTRADO - NO HAY "
                 "INSCRIPTOS (INSMESA)"
              CLOSE MESAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESTRO MAEEMP MATERIAS AULAS.

       PEDIR-MESA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "ACTA DE MESA DE EXAMEN" LINE 02 POSITION 29
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
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           MOVE 1 TO SPL-PAGINAS.
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-ACTA THRU F-IMPRIMIR-ACTA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           PERFORM ING-TECLA.
           GO TO PEDIR-MESA.

       IMPRIMIR-ACTA.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE ENT-NUM TO CA-NUM.
           MOVE SPACES TO R-IMP.
           MOVE CABECERA-ACTA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE MEMAT TO MATCOD.
           READ MATERIAS KEY IS MATCOD
              INVALID KEY MOVE "(SIN MAESTRO)" TO MATDES
           END-READ.
           MOVE MATDES TO LMS-DMAT.
           MOVE MEFECHA(7:2) TO LMS-DD.
           MOVE MEFECHA(5:2) TO LMS-MM.
           MOVE MEFECHA(1:4) TO LMS-AA.
           MOVE MEHORA(1:2) TO LMS-HH.
           MOVE MEHORA(3:2) TO LMS-MI.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-MESA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE MEAULA TO AUCOD.
           READ AULAS KEY IS AUCOD
              INVALID KEY MOVE "(SIN MAESTRO)" TO AUDES
           END-READ.
           MOVE MEAULA TO LAU-COD.
           MOVE AUDES TO LAU-DES.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-AULA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE "TRIBUNAL:" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE 1 TO IND-DOC.
           PERFORM IMPRIMIR-DOCENTE 3 TIMES.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE TITULO-ALUMNOS TO R-IMP.
           PERFORM GRABAR-LINEA.
      *-- LOS INSCRIPTOS DE LA MESA, EN ORDEN DE LA CLAVE -----------*
           MOVE 0 TO CANT-INS.
           MOVE "N" TO SW-FIN.
           MOVE ENT-NUM TO IMMESA.
           MOVE 0 TO IMALU.
           START INSCRIPCIONES KEY IS NOT LESS THAN IMCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM IMPRIMIR-ALUMNO THRU F-IMPRIMIR-ALUMNO
              UNTIL SW-FIN = "S".
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-INS TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "ALUMNOS INSCRIPTOS: " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
      *-- AL PIE, LAS FIRMAS DEL TRIBUNAL ---------------------------*
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "  ................    ................    ........"
              TO R-IMP.
           MOVE "........" TO R-IMP(51:8).
           PERFORM GRABAR-LINEA.
           MOVE "     PRESIDENTE            VOCAL 1             VOCAL 2"
              TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-IMPRIMIR-ACTA.
           EXIT.

       IMPRIMIR-DOCENTE.
           MOVE MEDOC(IND-DOC) TO EM-MCA.
           READ MAEEMP KEY IS EM-MCA
              INVALID KEY MOVE "(SIN MAESTRO)" TO EM-MAN
           END-READ.
           MOVE ROT-DOC(IND-DOC) TO LTR-ROT.
           MOVE MEDOC(IND-DOC) TO LTR-DOC.
           MOVE EM-MAN TO LTR-NOM.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-TRIBUNAL TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD 1 TO IND-DOC.

       IMPRIMIR-ALUMNO.
           READ INSCRIPCIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-IMPRIMIR-ALUMNO
           END-IF.
           IF IMMESA NOT = ENT-NUM
              MOVE "S" TO SW-FIN
              GO TO F-IMPRIMIR-ALUMNO
           END-IF.
           ADD 1 TO CANT-INS.
           MOVE IMALU TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY
                 MOVE "(DADO DE BAJA)" TO MAN
                 MOVE 0 TO MCU
           END-READ.
           MOVE SPACES TO LINEA-ALUMNO.
           MOVE IMALU TO LAL-ALU.
           MOVE MAN TO LAL-NOM.
           MOVE MCU TO LAL-CUR.
           MOVE IMCICLO TO LAL-CIC.
      *-- CON EL ACTA CARGADA SE IMPRIME EL RESULTADO ---------------*
           EVALUATE TRUE
              WHEN INM-APROBADO
                 MOVE IMNOTA TO NOTA-ED-N
                 MOVE NOTA-ED TO LAL-NOTA
                 MOVE RES-ACTA(1) TO LAL-FIRMA
              WHEN INM-DESAPROBADO
                 MOVE IMNOTA TO NOTA-ED-N
                 MOVE NOTA-ED TO LAL-NOTA
                 MOVE RES-ACTA(2) TO LAL-FIRMA
              WHEN INM-AUSENTE
                 MOVE " -- " TO LAL-NOTA
                 MOVE RES-ACTA(3) TO LAL-FIRMA
              WHEN OTHER
                 MOVE "...." TO LAL-NOTA
                 MOVE "..........." TO LAL-FIRMA
           END-EVALUATE.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-ALUMNO TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-IMPRIMIR-ALUMNO.
           EXIT.

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

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE MESAS INSCRIPCIONES MAESTRO MAEEMP MATERIAS AULAS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
