      *** CERTANA - CERTIFICADO ANALITICO                          ***
      *** EMITE EL CERTIFICADO ANALITICO DE UN ALUMNO A PARTIR DE  ***
      *** SU HISTORIAL ACADEMICO (HISACA.IND, VER CIERRECL): TODOS ***
      *** LOS CICLOS CERRADOS CON CURSO, MATERIA, NOTA FINAL EN    ***
      *** NUMEROS Y LETRAS Y CONDICION, Y LOS TOTALES - PARA       ***
      *** EGRESADOS Y PARA PASES A OTRA ESCUELA; EL ALUMNO SE      ***
      *** BUSCA EN MAEALU.IND Y, SI YA NO ESTA, EN EL ARCHIVO DE   ***
      *** BAJAS BAJASALU.IND - CADA CERTIFICADO LLEVA UN NUMERO    ***
      *** CORRELATIVO SIN SALTOS (NUMERADOR EN CERTANA.IND, DONDE  ***
      *** QUEDA REGISTRADO CON EL MOTIVO, EL OPERADOR Y EL SPOOL)  ***
      *** Y SALE AL SPOOL EN UN LISTADO PROPIO                     ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTANA.
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

      *-- REGISTRO Y NUMERADOR DE LOS CERTIFICADOS EMITIDOS --------*
           SELECT CERTIFICADOS ASSIGN TO DISK "CERTANA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CANUM
           FILE STATUS IS FSTCAN.

      *-- CADA CERTIFICADO SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

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

        FD CERTIFICADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS R-CAN R-CAN-NUM.

         COPY CERTIF.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTHAC              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTARC              PIC XX.
       77 FSTMAT              PIC XX.
       77 FSTCAN              PIC XX.
       77 FSTSPL              PIC XX.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 BLANCOS             PIC X(60) VALUE SPACES.
      *-- CADA CERTIFICADO SALE A SU PROPIO SPOOL -------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "CERTANA ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 ENT-ALU             PIC 9(8).
       77 ENT-MOT             PIC X.
       77 ENT-DEST            PIC X(30).
       77 SW-ALU-OK           PIC X.
       77 SW-BAJA             PIC X.
       77 SW-FIN-HAC          PIC X.
       77 WNUM-CERT           PIC 9(6).
       77 CICLO-ACT           PIC 9(4).
       77 CANT-MAT            PIC 9(3).
       77 CANT-APR            PIC 9(3).
       77 CANT-PRE            PIC 9(3).
       77 SUMA-NOTAS          PIC 9(5)V99.
       77 WPROM               PIC 9(2)V99.
       77 WNOTA-ENT           PIC 99.
       77 CANT-ED             PIC ZZ9.
       77 PROM-ED             PIC Z9,99.
       77 WNOMBRE             PIC X(30).
       77 WCURSO              PIC 9(2).
       01 WFNAC.
          02 WFN-DD           PIC 9(2).
          02 WFN-MM           PIC 9(2).
          02 WFN-AA           PIC 9(4).
       77 WFBAJA              PIC 9(8).

      *-- LA IMAGEN ARCHIVADA DE UNA BAJA ABIERTA EN SUS CAMPOS ----*
       COPY ALUMNO REPLACING ==R-MAE== BY ==R-FICHA==.

      *-- LA NOTA FINAL EN LETRAS (REDONDEADA AL ENTERO) ------------*
       01 TABLA-LETRAS.
          02 FILLER PIC X(06) VALUE "UNO   ".
          02 FILLER PIC X(06) VALUE "DOS   ".
          02 FILLER PIC X(06) VALUE "TRES  ".
          02 FILLER PIC X(06) VALUE "CUATRO".
          02 FILLER PIC X(06) VALUE "CINCO ".
          02 FILLER PIC X(06) VALUE "SEIS  ".
          02 FILLER PIC X(06) VALUE "SIETE ".
          02 FILLER PIC X(06) VALUE "OCHO  ".
          02 FILLER PIC X(06) VALUE "NUEVE ".
          02 FILLER PIC X(06) VALUE "DIEZ  ".
       01 TABLA-LETRAS-R REDEFINES TABLA-LETRAS.
          02 NOTA-LETRAS OCCURS 10 TIMES PIC X(06).

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 CABECERA-CERTIFICADO.
          02 FILLER   PIC X(18) VALUE SPACES.
          02 FILLER   PIC X(30) VALUE "CERTIFICADO ANALITICO  NUMERO ".
          02 CC-NUM   PIC 9(6).

       01 SUBRAYAR-CABECERA.
          02 FILLER PIC X(72) VALUE ALL "=".

       01 LINEA-ALUMNO.
          02 FILLER   PIC X(08) VALUE "ALUMNO: ".
          02 CB-ALU   PIC 9(8).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 CB-NOM   PIC X(30).
          02 FILLER   PIC X(12) VALUE "NACIMIENTO: ".
          02 CB-NDD   PIC 99.
          02 FILLER   PIC X VALUE "/".
          02 CB-NMM   PIC 99.
          02 FILLER   PIC X VALUE "/".
          02 CB-NAA   PIC 9(4).

       01 LINEA-CICLO.
          02 FILLER   PIC X(14) VALUE "CICLO LECTIVO ".
          02 CL-CICLO PIC 9(4).
          02 FILLER   PIC X(10) VALUE " - CURSO: ".
          02 CL-CUR   PIC Z9.

       01 LINEA-MATERIA.
          02 FILLER   PIC X(03) VALUE SPACES.
          02 LM-DMAT  PIC X(15).
          02 FILLER   PIC X(03) VALUE SPACES.
          02 LM-NOTA  PIC Z9,99.
          02 FILLER   PIC X(02) VALUE " (".
          02 LM-LETRA PIC X(06).
          02 FILLER   PIC X(01) VALUE ")".
          02 FILLER   PIC X(03) VALUE SPACES.
          02 LM-COND  PIC X(08).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CERTIFICADOS.
       ERROR-APERTURA.
           IF FSTCAN NOT = "00"
              OPEN OUTPUT CERTIFICADOS
              CLOSE CERTIFICADOS
              OPEN I-O CERTIFICADOS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           OPEN INPUT HISTORIAL.
           IF FSTHAC NOT = "00"
              DISPLAY "CERTANA: HISACA.IND NO ENCONTRADO - CIERRE "
                 "EL CICLO LECTIVO (CIERRECL)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESTRO.
           OPEN INPUT ARCBAJAS.
           OPEN INPUT MATERIAS.
           OPEN I-O CERTIFICADOS.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-ALUMNO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CERTIFICADO ANALITICO" LINE 02 POSITION 30
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
           DISPLAY WNOMBRE LINE 04 POSITION 35.
           IF SW-BAJA = "S"
              DISPLAY "DADO DE BAJA EL " LINE 05 POSITION 35
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY WFBAJA LINE 05 POSITION 51
           END-IF.
      *-- SIN CICLOS CERRADOS NO HAY NADA QUE CERTIFICAR -----------*
           PERFORM CONTAR-HISTORIAL THRU F-CONTAR-HISTORIAL.
           IF CANT-MAT = 0
              DISPLAY "EL ALUMNO NO TIENE HISTORIAL ACADEMICO - "
                 "CIERRE EL CICLO (CIERRECL)"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-ALUMNO
           END-IF.
           MOVE CANT-APR TO CANT-ED.
           DISPLAY "MATERIAS APROBADAS: " LINE 07 POSITION 05.
           DISPLAY CANT-ED LINE 07 POSITION 25.
           MOVE CANT-PRE TO CANT-ED.
           DISPLAY "MATERIAS PREVIAS  : " LINE 08 POSITION 05.
           DISPLAY CANT-ED LINE 08 POSITION 25.

       PEDIR-MOTIVO.
           DISPLAY "MOTIVO (E = EGRESO, P = PASE A OTRA ESCUELA): "
              LINE 10 POSITION 05.
           ACCEPT ENT-MOT LINE 10 POSITION 52.
           IF ENT-MOT = "e"
              MOVE "E" TO ENT-MOT
           END-IF.
           IF ENT-MOT = "p"
              MOVE "P" TO ENT-MOT
           END-IF.
           IF ENT-MOT NOT = "E" AND ENT-MOT NOT = "P"
              GO TO PEDIR-MOTIVO
           END-IF.
           MOVE SPACES TO ENT-DEST.
           IF ENT-MOT = "P"
              DISPLAY "ESCUELA DE DESTINO: " LINE 11 POSITION 05
              ACCEPT ENT-DEST LINE 11 POSITION 25
              IF ENT-DEST = SPACES
                 DISPLAY "FALTA LA ESCUELA DE DESTINO"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 DISPLAY BLANCOS LINE 22 POSITION 05
                 GO TO PEDIR-MOTIVO
              END-IF
           END-IF.
      *-- UN EGRESO CON PREVIAS SE AVISA, EL CERTIFICADO LAS MUESTRA *
           IF ENT-MOT = "E" AND CANT-PRE > 0
              DISPLAY "ATENCION: EL ALUMNO ADEUDA MATERIAS PREVIAS"
                 LINE 13 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
           DISPLAY "CONFIRMA LA EMISION DEL CERTIFICADO (S/N) ? "
              LINE 22 POSITION 05
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT OP-SN LINE 22 POSITION 50.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-ALUMNO
           END-IF.
           PERFORM TOMAR-NUMERO.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           PERFORM REGISTRAR-CERTIFICADO.
           MOVE 1 TO SPL-PAGINAS.
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-CERTIFICADO THRU F-IMPRIMIR-CERTIFICADO.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           PERFORM ING-TECLA.
           GO TO PEDIR-ALUMNO.

      *-- ACTIVO EN MAEALU.IND O ARCHIVADO EN BAJASALU.IND ---------*
       BUSCAR-ALUMNO.
           MOVE "N" TO SW-ALU-OK SW-BAJA.
           MOVE ENT-ALU TO MCA OF R-MAE.
           READ MAESTRO KEY IS MCA OF R-MAE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO SW-ALU-OK
                 MOVE MAN OF R-MAE TO WNOMBRE
                 MOVE MFN OF R-MAE TO WFNAC
                 MOVE MCU OF R-MAE TO WCURSO
           END-READ.
           IF SW-ALU-OK = "S"
              GO TO F-BUSCAR-ALUMNO
           END-IF.
           MOVE ENT-ALU TO ARC-MCA.
           READ ARCBAJAS KEY IS ARC-MCA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO SW-ALU-OK SW-BAJA
                 MOVE ARC-MCA TO MCA OF R-FICHA
                 MOVE ARC-DATOS TO R-FICHA(9:59)
                 MOVE MAN OF R-FICHA TO WNOMBRE
                 MOVE MFN OF R-FICHA TO WFNAC
                 MOVE MCU OF R-FICHA TO WCURSO
                 MOVE ARC-FBAJA TO WFBAJA
           END-READ.
       F-BUSCAR-ALUMNO.
           EXIT.

       CONTAR-HISTORIAL.
           MOVE 0 TO CANT-MAT CANT-APR CANT-PRE SUMA-NOTAS.
           MOVE "N" TO SW-FIN-HAC.
           MOVE ENT-ALU TO HAALU.
           MOVE 0 TO HACICLO HAMAT.
           START HISTORIAL KEY IS NOT LESS THAN HACLAVE
              INVALID KEY MOVE "S" TO SW-FIN-HAC
           END-START.
           PERFORM CONTAR-MATERIA THRU F-CONTAR-MATERIA
              UNTIL SW-FIN-HAC = "S".
       F-CONTAR-HISTORIAL.
           EXIT.

       CONTAR-MATERIA.
           READ HISTORIAL NEXT RECORD AT END MOVE "S" TO SW-FIN-HAC.
           IF SW-FIN-HAC = "S"
              GO TO F-CONTAR-MATERIA
           END-IF.
           IF HAALU NOT = ENT-ALU
              MOVE "S" TO SW-FIN-HAC
              GO TO F-CONTAR-MATERIA
           END-IF.
           ADD 1 TO CANT-MAT.
           IF HAC-APROBADA OR HAC-APR-MESA
              ADD 1 TO CANT-APR
              ADD HANOTA TO SUMA-NOTAS
           ELSE
              ADD 1 TO CANT-PRE
           END-IF.
       F-CONTAR-MATERIA.
           EXIT.

      *-- EL NUMERADOR SE REGRABA APENAS SE TOMA EL NUMERO: UN ------*
      *-- CORTE NO PUEDE REPETIR NUMERO (COMO EL TALONARIO) ---------*
       TOMAR-NUMERO.
           MOVE 0 TO CANUM-CTL.
           READ CERTIFICADOS KEY IS CANUM
              INVALID KEY
                 MOVE SPACES TO R-CAN-NUM
                 MOVE 0 TO CANUM-CTL CAULT
                 WRITE R-CAN-NUM
                    INVALID KEY CONTINUE
                 END-WRITE
           END-READ.
           ADD 1 TO CAULT.
           MOVE CAULT TO WNUM-CERT.
           REWRITE R-CAN-NUM
              INVALID KEY CONTINUE
           END-REWRITE.

       REGISTRAR-CERTIFICADO.
           MOVE WNUM-CERT TO CANUM.
           MOVE ENT-ALU TO CAALU.
           MOVE ENT-MOT TO CAMOT.
           MOVE ENT-DEST TO CADEST.
           MOVE WFECHA-HOY TO CAFECHA.
           MOVE QS-OPER TO CAOPER.
           MOVE SPL-NUMERO TO CASPL.
           WRITE R-CAN
              INVALID KEY CONTINUE
           END-WRITE.

       IMPRIMIR-CERTIFICADO.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE WNUM-CERT TO CC-NUM.
           MOVE SPACES TO R-IMP.
           MOVE CABECERA-CERTIFICADO TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE ENT-ALU TO CB-ALU.
           MOVE WNOMBRE TO CB-NOM.
           MOVE WFN-DD TO CB-NDD.
           MOVE WFN-MM TO CB-NMM.
           MOVE WFN-AA TO CB-NAA.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-ALUMNO TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           IF ENT-MOT = "E"
              MOVE "MOTIVO: EGRESO" TO R-IMP
           ELSE
              STRING "MOTIVO: PASE A " DELIMITED BY SIZE
                     ENT-DEST DELIMITED BY SIZE
                     INTO R-IMP
           END-IF.
           PERFORM GRABAR-LINEA.
      *-- UN BLOQUE POR CICLO LECTIVO, EN EL ORDEN DE LA CLAVE ------*
           MOVE 0 TO CICLO-ACT.
           MOVE "N" TO SW-FIN-HAC.
           MOVE ENT-ALU TO HAALU.
           MOVE 0 TO HACICLO HAMAT.
           START HISTORIAL KEY IS NOT LESS THAN HACLAVE
              INVALID KEY MOVE "S" TO SW-FIN-HAC
           END-START.
           PERFORM IMPRIMIR-MATERIA THRU F-IMPRIMIR-MATERIA
              UNTIL SW-FIN-HAC = "S".
      *-- TOTALES: EL PROMEDIO ES EL DE LAS MATERIAS APROBADAS ------*
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-APR TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "MATERIAS APROBADAS: " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-PRE TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "MATERIAS PREVIAS  : " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           IF CANT-APR > 0
              COMPUTE WPROM ROUNDED = SUMA-NOTAS / CANT-APR
              MOVE WPROM TO PROM-ED
              MOVE SPACES TO R-IMP
              STRING "PROMEDIO GENERAL  : " DELIMITED BY SIZE
                     PROM-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "SE EXTIENDE EL PRESENTE CERTIFICADO EL "
                  DELIMITED BY SIZE
                  WDD-HOY "/" WMM-HOY "/" WAA-HOY DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "    ....................          ...................."
              TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "          SECRETARIA                      DIRECCION"
              TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-IMPRIMIR-CERTIFICADO.
           EXIT.

       IMPRIMIR-MATERIA.
           READ HISTORIAL NEXT RECORD AT END MOVE "S" TO SW-FIN-HAC.
           IF SW-FIN-HAC = "S"
              GO TO F-IMPRIMIR-MATERIA
           END-IF.
           IF HAALU NOT = ENT-ALU
              MOVE "S" TO SW-FIN-HAC
              GO TO F-IMPRIMIR-MATERIA
           END-IF.
           IF HACICLO NOT = CICLO-ACT
              MOVE HACICLO TO CICLO-ACT
              MOVE SPACES TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE HACICLO TO CL-CICLO
              MOVE HACUR TO CL-CUR
              MOVE SPACES TO R-IMP
              MOVE LINEA-CICLO TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           MOVE HAMAT TO MATCOD.
           READ MATERIAS KEY IS MATCOD
              INVALID KEY MOVE "(SIN MAESTRO)" TO MATDES
           END-READ.
           MOVE SPACES TO LINEA-MATERIA.
           MOVE MATDES TO LM-DMAT.
           MOVE HANOTA TO LM-NOTA.
           COMPUTE WNOTA-ENT ROUNDED = HANOTA.
           IF WNOTA-ENT > 0 AND WNOTA-ENT < 11
              MOVE NOTA-LETRAS(WNOTA-ENT) TO LM-LETRA
           END-IF.
           EVALUATE TRUE
              WHEN HAC-APROBADA
                 MOVE "APROBADA" TO LM-COND
      *-- PREVIA RENDIDA DESPUES EN MESA (VER NOTAACTA) ------------*
              WHEN HAC-APR-MESA
                 MOVE "APR.MESA" TO LM-COND
              WHEN OTHER
                 MOVE "PREVIA" TO LM-COND
           END-EVALUATE.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-MATERIA TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-IMPRIMIR-MATERIA.
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
           CLOSE HISTORIAL MAESTRO ARCBAJAS MATERIAS CERTIFICADOS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
