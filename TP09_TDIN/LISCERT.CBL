      *** LISCERT - CERTIFICADOS DE ESCOLARIDAD FALTANTES          ***
      *** PARA EL ANIO PEDIDO (POR DEFECTO EL ACTUAL) LISTA CADA   ***
      *** HIJO ESCOLARIZADO DE FAMCARGO.IND (VER ABMFCAR) QUE      ***
      *** TODAVIA NO PRESENTO EL CERTIFICADO DE ESCOLARIDAD DEL    ***
      *** ANIO - SIN EL CERTIFICADO LIQUIDA NO PAGA LA AYUDA       ***
      *** ESCOLAR - CON EL LEGAJO Y NOMBRE DEL EMPLEADO (LOS       ***
      *** LEGAJOS YA EGRESADOS NO SE LISTAN), EL FAMILIAR, EL      ***
      *** NIVEL Y EL ULTIMO ANIO PRESENTADO - AL FINAL LOS TOTALES ***
      *** - SALE AL SPOOL                                          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISCERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAMILIARES ASSIGN TO DISK "FAMCARGO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCCLAVE
           FILE STATUS IS FSTFCA.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           FILE STATUS IS FSTEMP.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD FAMILIARES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-FCA.

         COPY FAMCARGO.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-EMP.

         COPY EMPLEADO.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTFCA              PIC XX.
       77 FSTEMP              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
       77 SW-EMP              PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LISCERT ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 ENT-ANIO            PIC 9(4).
       77 WLEG-ANT            PIC 9(8) VALUE 0.
       77 TOT-ESC             PIC 9(5) VALUE 0.
       77 TOT-FALTA           PIC 9(5) VALUE 0.
       77 CANT-ED             PIC ZZZZ9.
       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 TITULO-CABECERA.
          02 FILLER PIC X(14) VALUE SPACES.
          02 FILLER PIC X(45) VALUE
             "CERTIFICADOS DE ESCOLARIDAD FALTANTES - ANIO ".
          02 TC-ANIO PIC 9(4).

       01 SUBTITULO-CABECERA.
          02 FILLER PIC X(36) VALUE
             "LEGAJO   EMPLEADO                FAM".
          02 FILLER PIC X(36) VALUE
             "ILIAR               NIVEL      ULT. ".

       01 SUBRAYAR-CABECERA.
          02 FILLER PIC X(72) VALUE ALL "=".

       01 SALIDA-DE-DETALLE.
          02 SD-LEG   PIC 9(8).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-EMP   PIC X(22).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 SD-FAM   PIC X(22).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-NIVEL PIC X(10).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-CERT  PIC ZZZZ.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT FAMILIARES.
           IF FSTFCA NOT = "00"
              DISPLAY "LISCERT: FAMCARGO.IND NO ENCONTRADO - CARGUE "
                 "LOS FAMILIARES (ABMFCAR)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAEEMP.
           IF FSTEMP NOT = "00"
              DISPLAY "LISCERT: MAEEMP.IND NO ENCONTRADA (FST="
                 FSTEMP ")"
              CLOSE FAMILIARES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CERTIFICADOS DE ESCOLARIDAD FALTANTES" LINE 02
              POSITION 22 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ANIO (0 = ACTUAL): " LINE 04 POSITION 05.
           MOVE 0 TO ENT-ANIO.
           ACCEPT ENT-ANIO LINE 04 POSITION 24.
           IF ENT-ANIO IS NOT NUMERIC OR ENT-ANIO = 0
              MOVE WAA-HOY TO ENT-ANIO
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO FCLEG FCREN.
           START FAMILIARES KEY IS NOT LESS THAN FCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM TRATAR-FAMILIAR THRU F-TRATAR-FAMILIAR
              UNTIL SW-FIN = "S".
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN.

      *-- SOLO LOS HIJOS ESCOLARIZADOS; EL EMPLEADO SE LEE UNA VEZ -*
      *-- POR LEGAJO -----------------------------------------------*
       TRATAR-FAMILIAR.
           READ FAMILIARES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TRATAR-FAMILIAR
           END-IF.
           IF NOT FCA-HIJO OR FCA-SIN-ESCUELA
              GO TO F-TRATAR-FAMILIAR
           END-IF.
           IF FCLEG NOT = WLEG-ANT
              MOVE FCLEG TO WLEG-ANT
              MOVE "S" TO SW-EMP
              MOVE FCLEG TO MCA
              READ MAEEMP KEY IS MCA
                 INVALID KEY MOVE "N" TO SW-EMP
              END-READ
           END-IF.
           IF SW-EMP = "N"
              GO TO F-TRATAR-FAMILIAR
           END-IF.
           ADD 1 TO TOT-ESC.
           IF FCCERT = ENT-ANIO
              GO TO F-TRATAR-FAMILIAR
           END-IF.
           ADD 1 TO TOT-FALTA.
           MOVE FCLEG TO SD-LEG.
           MOVE MAN TO SD-EMP.
           MOVE FCNOM TO SD-FAM.
           MOVE SPACES TO SD-NIVEL.
           IF FCA-INICIAL
              MOVE "INICIAL" TO SD-NIVEL
           END-IF.
           IF FCA-PRIMARIA
              MOVE "PRIMARIA" TO SD-NIVEL
           END-IF.
           IF FCA-SECUNDARIA
              MOVE "SECUNDARIA" TO SD-NIVEL
           END-IF.
           MOVE FCCERT TO SD-CERT.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-TRATAR-FAMILIAR.
           EXIT.

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE ENT-ANIO TO TC-ANIO.
           MOVE SPACES TO R-IMP.
           MOVE TITULO-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE SUBTITULO-CABECERA TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE TOT-ESC TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "HIJOS ESCOLARIZADOS         " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE TOT-FALTA TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "SIN CERTIFICADO DEL ANIO    " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.

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
           CLOSE FAMILIARES MAEEMP.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
