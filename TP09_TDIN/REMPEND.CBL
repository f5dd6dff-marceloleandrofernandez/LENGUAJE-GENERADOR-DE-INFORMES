      *** REMPEND - REMESAS PENDIENTES DE RECEPCION                ***
      *** LISTA LAS REMESAS DE FONDOS (REMESA.IND, VER REMESAS)    ***
      *** QUE SALIERON DE LAS SUCURSALES Y LA TESORERIA CENTRAL    ***
      *** TODAVIA NO RECIBIO, CON EL EFECTIVO, LOS CHEQUES Y LOS   ***
      *** DIAS QUE LLEVAN EN TRANSITO - LAS DE MAS DE DOS DIAS     ***
      *** SALEN EN ROJO EN LA PANTALLA - SALE AL SPOOL             ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMPEND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMESAS ASSIGN TO DISK "REMESA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RMNRO
           FILE STATUS IS FSTREM.

           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD REMESAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS R-REM.

         COPY REMESA.

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTREM              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
       77 SW-TABLA-SUC        PIC X VALUE "N".
       77 SW-ROJO             PIC X VALUE "N".
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "REMPEND".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

      *-- FECHAS EN DIAS "COMERCIALES" (ANIO*360+MES*30+DIA) COMO --*
      *-- EN ANTDEU, PARA LA ANTIGUEDAD SIN ARITMETICA DE CALENDARIO *
       77 DIAS-HOY            PIC 9(08) VALUE 0.
       77 DIAS-REM            PIC 9(08) VALUE 0.
       77 DIAS-ANT            PIC S9(05) VALUE 0.
      *-- A PARTIR DE ESTOS DIAS LA REMESA SE CONSIDERA DEMORADA ---*
       77 DIAS-DEMORA         PIC 9(03) VALUE 2.

       77 CANT-PEND           PIC 9(05) VALUE 0.
       77 CANT-DEMORADAS      PIC 9(05) VALUE 0.
       77 TOT-EFE             PIC 9(09)V99 VALUE 0.
       77 TOT-CHQ             PIC 9(09)V99 VALUE 0.
       77 TOT-CANT            PIC 9(05) VALUE 0.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

      *-- FECHA DE ENVIO DE LA REMESA EN ANIO/MES/DIA --------------*
       01 WFECHA-REM.
          02 FR-AA            PIC 9(4).
          02 FR-MM            PIC 9(2).
          02 FR-DD            PIC 9(2).

       01 TITULO-CABECERA.
          02 FILLER PIC X(12) VALUE SPACES.
          02 FILLER PIC X(48) VALUE
             "REMESAS EN TRANSITO - PENDIENTES DE RECEPCION AL".
          02 FILLER PIC X(01) VALUE SPACES.
          02 TC-FECHA PIC 9999/99/99.

       01 SUBRAYAR-CABECERA.
          02 FILLER PIC X(80) VALUE ALL "=".

       01 TITULOS-DETALLES.
          02 FILLER PIC X(06) VALUE "REMESA".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "  ENVIADA".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(16) VALUE "SUCURSAL".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(03) VALUE "OPE".
          02 FILLER PIC X(05) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "EFECTIVO".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(03) VALUE "CHQ".
          02 FILLER PIC X(06) VALUE SPACES.
          02 FILLER PIC X(07) VALUE "CHEQUES".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(04) VALUE "DIAS".

       01 SALIDA-DE-DETALLE.
          02 SD-NRO   PIC 9(06).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-FECHA PIC 9999/99/99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-SUC   PIC ZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-DSUC  PIC X(12).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-OPE   PIC X(03).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-EFE   PIC Z.ZZZ.ZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-CANT  PIC ZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-CHQ   PIC Z.ZZZ.ZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-DIAS  PIC ZZZ9.

       01 SALIDA-DE-TOTAL.
          02 FILLER   PIC X(06) VALUE "TOTAL ".
          02 ST-PEND  PIC ZZZZ9.
          02 FILLER   PIC X(09) VALUE " REMESAS ".
          02 FILLER   PIC X(18) VALUE SPACES.
          02 ST-EFE   PIC ZZ.ZZZ.ZZ9,99.
          02 ST-CANT  PIC ZZZ9.
          02 ST-CHQ   PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT REMESAS.
           IF FSTREM NOT = "00"
              DISPLAY "REMPEND: REMESA.IND NO ENCONTRADO (FST="
                 FSTREM ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESUC.
           IF FSTSUC = "00"
              MOVE "S" TO SW-TABLA-SUC
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOY = WAA-HOY * 360 + WMM-HOY * 30 + WDD-HOY.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO RMNRO.
           START REMESAS KEY IS NOT LESS THAN RMNRO
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM TRATAR-REMESA THRU F-TRATAR-REMESA
              UNTIL SW-FIN = "S".
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           GO TO FIN.

       TRATAR-REMESA.
           READ REMESAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TRATAR-REMESA
           END-IF.
           IF NOT REM-EN-TRANSITO
              GO TO F-TRATAR-REMESA
           END-IF.
           MOVE RMFECHA TO WFECHA-REM.
           COMPUTE DIAS-REM = FR-AA * 360 + FR-MM * 30 + FR-DD.
           COMPUTE DIAS-ANT = DIAS-HOY - DIAS-REM.
           IF DIAS-ANT < 0
              MOVE 0 TO DIAS-ANT
           END-IF.
           MOVE SPACES TO SALIDA-DE-DETALLE.
           MOVE RMNRO TO SD-NRO.
           MOVE RMFECHA TO SD-FECHA.
           MOVE RMSUC TO SD-SUC.
           PERFORM BUSCAR-SUCURSAL.
           MOVE RMOPE TO SD-OPE.
           MOVE RMEFE TO SD-EFE.
           MOVE RMCANT TO SD-CANT.
           MOVE RMCHQ TO SD-CHQ.
           MOVE DIAS-ANT TO SD-DIAS.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           IF DIAS-ANT > DIAS-DEMORA
              MOVE "S" TO SW-ROJO
              ADD 1 TO CANT-DEMORADAS
           END-IF.
           PERFORM GRABAR-LINEA.
           ADD 1 TO CANT-PEND.
           ADD RMEFE TO TOT-EFE.
           ADD RMCHQ TO TOT-CHQ.
           ADD RMCANT TO TOT-CANT.
       F-TRATAR-REMESA.
           EXIT.

       BUSCAR-SUCURSAL.
           MOVE SPACES TO SD-DSUC.
           IF SW-TABLA-SUC = "S"
              MOVE RMSUC TO MSUC
              READ MAESUC KEY IS MSUC
                 INVALID KEY MOVE "NO ENCONTRADA" TO SD-DSUC
                 NOT INVALID KEY MOVE MDSUC TO SD-DSUC
              END-READ
           END-IF.

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE WFECHA-HOY TO TC-FECHA.
           MOVE SPACES TO R-IMP.
           MOVE TITULO-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE TITULOS-DETALLES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-PEND TO ST-PEND.
           MOVE TOT-EFE TO ST-EFE.
           MOVE TOT-CANT TO ST-CANT.
           MOVE TOT-CHQ TO ST-CHQ.
           MOVE SALIDA-DE-TOTAL TO R-IMP.
           PERFORM GRABAR-LINEA.
           IF CANT-DEMORADAS > 0
              MOVE SPACES TO R-IMP
              STRING "ATENCION: " CANT-DEMORADAS
                     " REMESAS CON MAS DE " DIAS-DEMORA
                     " DIAS EN TRANSITO" DELIMITED BY SIZE INTO R-IMP
              MOVE "S" TO SW-ROJO
              PERFORM GRABAR-LINEA
           END-IF.

      *-- LAS REMESAS DEMORADAS SALEN EN ROJO EN LA PANTALLA -------*
       GRABAR-LINEA.
           WRITE R-IMP.
           ADD 1 TO L.
           IF L > 18
              PERFORM ING-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           IF SW-ROJO = "S"
              DISPLAY R-IMP LINE L CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           ELSE
              DISPLAY R-IMP LINE L
           END-IF.
           MOVE "N" TO SW-ROJO.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           CLOSE REMESAS.
           IF SW-TABLA-SUC = "S"
              CLOSE MAESUC
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
