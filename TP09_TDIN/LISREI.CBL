      *** LISREI - ESTADO DE LA REINSCRIPCION POR CURSO            ***
      *** PARA LA CAMPANA DE UN CICLO LECTIVO (REINSC.IND, VER     ***
      *** CAMPREI) LISTA AL SPOOL, POR CURSO DE MAEALU.IND, LOS    ***
      *** REINSCRIPTOS, LOS PENDIENTES (MATRICULA SIN PAGAR), LOS  ***
      *** INSCRIPTOS DESPUES DE ABIERTA LA CAMPANA, LOS LIBERADOS  ***
      *** Y LAS VACANTES LIBRES CONTRA EL CUPO (MCUPO EN           ***
      *** CURSO.IND) - LOS LIBERADOS NO OCUPAN VACANTE; LOS        ***
      *** PENDIENTES SI, HASTA QUE LA CAMPANA LOS LIBERE - A       ***
      *** PEDIDO, AGREGA EL DETALLE DE LOS PENDIENTES POR CURSO    ***
      *** CON EL TELEFONO DE SU RESPONSABLE PARA LLAMARLOS ANTES   ***
      *** DEL VENCIMIENTO                                          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISREI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REINSCRIP ASSIGN TO DISK "REINSC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RICLAVE
           ALTERNATE RECORD KEY IS RIPARTIDA DUPLICATES
           FILE STATUS IS FSTREI.

           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT CURSOS ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCUR
           FILE STATUS IS FSTCUR.

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD REINSCRIP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS R-REI.

         COPY REINSC.

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD CURSOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS R-CUR.

         COPY CURSO.

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTREI              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTCUR              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 SW-FIN              PIC X.
       77 SW-DETALLE          PIC X VALUE "N".
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LISREI  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 ENT-CICLO           PIC 9(4).
       77 WCAMP-IMP           PIC 9(05)V99.
       01 WCAMP-VTO           PIC 9(8).
       01 R-WCAMP-VTO REDEFINES WCAMP-VTO.
          02 WVTO-AA          PIC 9(4).
          02 WVTO-MM          PIC 9(2).
          02 WVTO-DD          PIC 9(2).
       77 WCAMP-EST           PIC X.
      *-- CANTIDADES POR CURSO (EL CODIGO DE 2 DIGITOS ES EL ------*
      *-- SUBINDICE DIRECTO, COMO EN GENCUO) -----------------------*
       01 TABLA-CURSO VALUE ZEROES.
          02 TCUR-ELEM OCCURS 99 TIMES.
             03 TCUR-REI      PIC 9(4).
             03 TCUR-PEN      PIC 9(4).
             03 TCUR-NUE      PIC 9(4).
             03 TCUR-LIB      PIC 9(4).
       77 CUR-POS             PIC 9(3).
       77 OCUPADAS            PIC 9(4).
       77 VACANTES            PIC S9(4).
       77 TOT-REI             PIC 9(5) VALUE 0.
       77 TOT-PEN             PIC 9(5) VALUE 0.
       77 TOT-NUE             PIC 9(5) VALUE 0.
       77 TOT-LIB             PIC 9(5) VALUE 0.
       77 TOT-VAC             PIC 9(5) VALUE 0.
      *-- LOS PENDIENTES, REORDENADOS POR CURSO Y ALUMNO -----------*
       77 PEN-CANT            PIC 9(3) VALUE 0.
       77 PEN-POS             PIC 9(3).
       77 PEN-IDX             PIC 9(3).
       77 SW-CAMBIO           PIC X.
       01 TABLA-PENDIENTES.
          02 TPE-ELEM OCCURS 500 TIMES.
             03 TPE-ORDEN.
                04 TPE-CUR    PIC 9(2).
                04 TPE-ALU    PIC 9(8).
             03 TPE-NOM       PIC X(22).
             03 TPE-CA        PIC 9(8).
             03 TPE-TEL       PIC X(15).
       01 PEN-AUX             PIC X(55).
       77 CUR-ACT             PIC 9(2) VALUE 0.
       77 CANT-ED             PIC ZZ.ZZ9.
       77 IMP-ED              PIC ZZ.ZZ9,99.
       77 VAC-ED              PIC -ZZZ9.

       01 WFECHA-HOY          PIC 9(8).

       01 LINEA-CURSO.
          02 LC-CUR   PIC 9(2).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LC-DES   PIC X(15).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LC-CUPO  PIC ZZZ9.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LC-REI   PIC ZZZ9.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LC-PEN   PIC ZZZ9.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LC-NUE   PIC ZZZ9.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LC-LIB   PIC ZZZ9.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LC-VAC   PIC X(08).

       01 LINEA-PENDIENTE.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LP-ALU   PIC 9(8).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LP-NOM   PIC X(22).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LP-CA    PIC 9(8).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LP-TEL   PIC X(15).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT REINSCRIP.
           IF FSTREI NOT = "00"
              DISPLAY "LISREI: REINSC.IND NO ENCONTRADO - NO HAY "
                 "CAMPANAS DE REINSCRIPCION (CAMPREI)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESTRO.
           IF FSTALU NOT = "00"
              DISPLAY "LISREI: MAEALU.IND NO ENCONTRADA (FST="
                 FSTALU ")"
              CLOSE REINSCRIP
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT CURSOS.
           OPEN INPUT PERSONA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "ESTADO DE LA REINSCRIPCION" LINE 02 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CICLO LECTIVO (AAAA): " LINE 04 POSITION 05.
           ACCEPT ENT-CICLO LINE 04 POSITION 28.
           IF ENT-CICLO IS NOT NUMERIC OR ENT-CICLO = 0
              CLOSE REINSCRIP MAESTRO CURSOS PERSONA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE ENT-CICLO TO RICICLO.
           MOVE 0 TO RIALU.
           READ REINSCRIP KEY IS RICLAVE
              INVALID KEY
                 DISPLAY "LA CAMPANA DEL CICLO NO FUE ABIERTA"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 ACCEPT TECLA ON EXCEPTION C-T CONTINUE
                 END-ACCEPT
                 CLOSE REINSCRIP MAESTRO CURSOS PERSONA
                 GO TO FIN-SIN-ARCHIVOS
           END-READ.
           MOVE RCIMP TO WCAMP-IMP.
           MOVE RCVTO TO WCAMP-VTO.
           MOVE RCEST TO WCAMP-EST.
           DISPLAY "DETALLE DE PENDIENTES (S/N) ? " LINE 05 POSITION 05.
           ACCEPT OP-SN LINE 05 POSITION 36.
           IF OP-SN = "S" OR OP-SN = "s"
              MOVE "S" TO SW-DETALLE
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE WCAMP-IMP TO IMP-ED.
           MOVE SPACES TO R-IMP.
           STRING "REINSCRIPCION CICLO " DELIMITED BY SIZE
                  ENT-CICLO DELIMITED BY SIZE
                  " - MATRICULA " DELIMITED BY SIZE
                  IMP-ED DELIMITED BY SIZE
                  " - VENCE " DELIMITED BY SIZE
                  WVTO-DD "/" WVTO-MM "/" WVTO-AA DELIMITED BY SIZE
                  INTO R-IMP.
           IF WCAMP-EST = "L"
              MOVE " (LIBERADA)" TO R-IMP(67:11)
           END-IF.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "CU DESCRIPCION     CUPO  REIN  PEND  NUEV  LIBR  "
                  DELIMITED BY SIZE
                  "VACANTES" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
      *-- CUENTA A CADA ALUMNO ACTIVO EN SU CURSO ACTUAL -----------*
           MOVE "N" TO SW-FIN.
           MOVE 0 TO MCA.
           START MAESTRO KEY IS NOT LESS THAN MCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM CONTAR-ALUMNO THRU F-CONTAR-ALUMNO
              UNTIL SW-FIN = "S".
           MOVE 0 TO CUR-POS.
           PERFORM LISTAR-CURSO THRU F-LISTAR-CURSO
              UNTIL CUR-POS = 99.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO LINEA-CURSO.
           MOVE "TOTAL" TO LC-DES.
           MOVE TOT-REI TO LC-REI.
           MOVE TOT-PEN TO LC-PEN.
           MOVE TOT-NUE TO LC-NUE.
           MOVE TOT-LIB TO LC-LIB.
           MOVE TOT-VAC TO VAC-ED.
           MOVE VAC-ED TO LC-VAC.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-CURSO TO R-IMP.
           PERFORM GRABAR-LINEA.
           IF SW-DETALLE = "S"
              PERFORM LISTAR-PENDIENTES THRU F-LISTAR-PENDIENTES
           END-IF.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-- SIN REGISTRO EN LA CAMPANA ES UN INSCRIPTO POSTERIOR A ---*
      *-- LA APERTURA (LISTA DE ESPERA, ALTA NUEVA): OCUPA VACANTE -*
       CONTAR-ALUMNO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-CONTAR-ALUMNO
           END-IF.
           IF MCU = 0
              GO TO F-CONTAR-ALUMNO
           END-IF.
           MOVE MCU TO CUR-POS.
           MOVE ENT-CICLO TO RICICLO.
           MOVE MCA TO RIALU.
           READ REINSCRIP KEY IS RICLAVE
              INVALID KEY
                 ADD 1 TO TCUR-NUE(CUR-POS)
                 GO TO F-CONTAR-ALUMNO
           END-READ.
           IF REI-REINSCRIPTO
              ADD 1 TO TCUR-REI(CUR-POS)
           END-IF.
           IF REI-LIBERADO
              ADD 1 TO TCUR-LIB(CUR-POS)
           END-IF.
           IF REI-PENDIENTE
              ADD 1 TO TCUR-PEN(CUR-POS)
              IF SW-DETALLE = "S" AND PEN-CANT < 500
                 PERFORM JUNTAR-PENDIENTE
              END-IF
           END-IF.
       F-CONTAR-ALUMNO.
           EXIT.

      *-- EL CONTACTO ES EL DE LA CUENTA DE LA MATRICULA -----------*
       JUNTAR-PENDIENTE.
           ADD 1 TO PEN-CANT.
           MOVE MCU TO TPE-CUR(PEN-CANT).
           MOVE MCA TO TPE-ALU(PEN-CANT).
           MOVE MAN TO TPE-NOM(PEN-CANT).
           MOVE RICA TO TPE-CA(PEN-CANT).
           MOVE SPACES TO TPE-TEL(PEN-CANT).
           IF RICA = 0
              MOVE "(SIN MATRICULA)" TO TPE-TEL(PEN-CANT)
           ELSE
              MOVE RICA TO PCA
              READ PERSONA KEY IS PCA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE PTEL TO TPE-TEL(PEN-CANT)
              END-READ
           END-IF.

      *-- UN RENGLON POR CURSO DEL MAESTRO O CON ALUMNOS; SIN ------*
      *-- CUPO NO HAY VACANTES QUE CONTAR --------------------------*
       LISTAR-CURSO.
           ADD 1 TO CUR-POS.
           MOVE CUR-POS TO MCUR.
           READ CURSOS KEY IS MCUR
              INVALID KEY
                 MOVE "(SIN MAESTRO)" TO MDCUR
                 MOVE 0 TO MCUPO
                 IF TCUR-ELEM(CUR-POS) = ZEROES
                    GO TO F-LISTAR-CURSO
                 END-IF
           END-READ.
           MOVE SPACES TO LINEA-CURSO.
           MOVE CUR-POS TO LC-CUR.
           MOVE MDCUR TO LC-DES.
           MOVE MCUPO TO LC-CUPO.
           MOVE TCUR-REI(CUR-POS) TO LC-REI.
           MOVE TCUR-PEN(CUR-POS) TO LC-PEN.
           MOVE TCUR-NUE(CUR-POS) TO LC-NUE.
           MOVE TCUR-LIB(CUR-POS) TO LC-LIB.
           ADD TCUR-REI(CUR-POS) TO TOT-REI.
           ADD TCUR-PEN(CUR-POS) TO TOT-PEN.
           ADD TCUR-NUE(CUR-POS) TO TOT-NUE.
           ADD TCUR-LIB(CUR-POS) TO TOT-LIB.
           IF MCUPO = 0
              MOVE "SIN CUPO" TO LC-VAC
           ELSE
              COMPUTE OCUPADAS = TCUR-REI(CUR-POS)
                 + TCUR-PEN(CUR-POS) + TCUR-NUE(CUR-POS)
              COMPUTE VACANTES = MCUPO - OCUPADAS
              MOVE VACANTES TO VAC-ED
              MOVE VAC-ED TO LC-VAC
              IF VACANTES > 0
                 ADD VACANTES TO TOT-VAC
              END-IF
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-CURSO TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-LISTAR-CURSO.
           EXIT.

       LISTAR-PENDIENTES.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "PENDIENTES DE REINSCRIPCION  (ALUMNO, NOMBRE, "
                  DELIMITED BY SIZE
                  "CUENTA, TELEFONO)" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           IF PEN-CANT = 0
              MOVE "   (SIN PENDIENTES)" TO R-IMP
              PERFORM GRABAR-LINEA
              GO TO F-LISTAR-PENDIENTES
           END-IF.
           MOVE "S" TO SW-CAMBIO.
           PERFORM PASADA-BURBUJA THRU F-PASADA-BURBUJA
              UNTIL SW-CAMBIO = "N".
           MOVE 1 TO PEN-POS.
           PERFORM LISTAR-PENDIENTE THRU F-LISTAR-PENDIENTE
              UNTIL PEN-POS > PEN-CANT.
       F-LISTAR-PENDIENTES.
           EXIT.

       PASADA-BURBUJA.
           MOVE "N" TO SW-CAMBIO.
           MOVE 1 TO PEN-IDX.
           PERFORM COMPARAR-PAR THRU F-COMPARAR-PAR
              UNTIL PEN-IDX NOT < PEN-CANT.
       F-PASADA-BURBUJA.
           EXIT.

       COMPARAR-PAR.
           COMPUTE PEN-POS = PEN-IDX + 1.
           IF TPE-ORDEN(PEN-IDX) > TPE-ORDEN(PEN-POS)
              MOVE TPE-ELEM(PEN-IDX) TO PEN-AUX
              MOVE TPE-ELEM(PEN-POS) TO TPE-ELEM(PEN-IDX)
              MOVE PEN-AUX TO TPE-ELEM(PEN-POS)
              MOVE "S" TO SW-CAMBIO
           END-IF.
           ADD 1 TO PEN-IDX.
       F-COMPARAR-PAR.
           EXIT.

       LISTAR-PENDIENTE.
           IF TPE-CUR(PEN-POS) NOT = CUR-ACT
              MOVE TPE-CUR(PEN-POS) TO CUR-ACT
              MOVE SPACES TO R-IMP
              STRING " CURSO " DELIMITED BY SIZE
                     CUR-ACT DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           MOVE TPE-ALU(PEN-POS) TO LP-ALU.
           MOVE TPE-NOM(PEN-POS) TO LP-NOM.
           MOVE TPE-CA(PEN-POS) TO LP-CA.
           MOVE TPE-TEL(PEN-POS) TO LP-TEL.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-PENDIENTE TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD 1 TO PEN-POS.
       F-LISTAR-PENDIENTE.
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

       FIN.
           CLOSE REINSCRIP MAESTRO CURSOS PERSONA IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
