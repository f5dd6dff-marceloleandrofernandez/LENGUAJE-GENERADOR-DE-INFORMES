      *** CONVASI - ENSANCHE DEL LIBRO DIARIO                      ***
      *** RECONSTRUYE ASIENTO.IND (72->73) AGREGANDO AL FINAL SI   ***
      *** EL RENGLON ES PROVISORIO O DEFINITIVO (ASEST) - LOS      ***
      *** DIARIOS EXISTENTES TOMAN EL ESTADO DE SU PERIODO EN      ***
      *** PERIODO.IND: CERRADO = DEFINITIVO, ABIERTO O SIN         ***
      *** PERIODO = PROVISORIO - CORRER UNA SOLA VEZ, COMO         ***
      *** CONVPERI EN SU MOMENTO                                   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVASI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT VIEJO DE ASIENTO.IND (SIN ESTADO) ----------------*
           SELECT ASI-VIEJO ASSIGN TO DISK "ASIENTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ASCLAVE-V
           FILE STATUS IS FSTASV.

           SELECT ASI-NUEVO ASSIGN TO DISK "ASIENTO.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ASCLAVE
           ALTERNATE RECORD KEY IS ASCTA DUPLICATES
           FILE STATUS IS FSTASN.

           SELECT PERIODOS ASSIGN TO DISK "PERIODO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PECLAVE
           FILE STATUS IS FSTPERI.

       DATA DIVISION.
       FILE SECTION.
       FD ASI-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS R-ASI-V.
       01 R-ASI-V.
            02 ASCLAVE-V.
               03 ASPER-V    PIC 9(06).
               03 FILLER     PIC 9(08).
            02 ASRESTO-V     PIC X(58).

       FD ASI-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS R-ASI.

       COPY ASIENTO.

       FD PERIODOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS R-PERI.

       COPY PERIODO.

       WORKING-STORAGE SECTION.
       77 FSTASV   PIC XX.
       77 FSTASN   PIC XX.
       77 FSTPERI  PIC XX.
       77 CANTASI  PIC 9(9) VALUE 0.
       77 PER-ANT  PIC 9(06) VALUE 0.
       77 EST-ANT  PIC X VALUE "P".
       77 SW-PERI  PIC X VALUE "N".
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTIR-ASIENTOS
              THRU F-CONVERTIR-ASIENTOS.
           DISPLAY "CONVASI: ASIENTO.IND CONVERTIDOS = " CANTASI.
           STOP RUN.

       CONVERTIR-ASIENTOS.
           OPEN INPUT ASI-VIEJO.
           IF FSTASV NOT = "00"
              DISPLAY "CONVASI: NO EXISTE ASIENTO.IND"
              GO TO F-CONVERTIR-ASIENTOS
           END-IF.
           OPEN INPUT PERIODOS.
           IF FSTPERI = "00"
              MOVE "S" TO SW-PERI
           END-IF.
           OPEN OUTPUT ASI-NUEVO.
           READ ASI-VIEJO NEXT RECORD AT END MOVE "10" TO FSTASV.
           PERFORM MOVER-ASI THRU F-MOVER-ASI UNTIL FSTASV = "10".
           CLOSE ASI-VIEJO ASI-NUEVO.
           IF SW-PERI = "S"
              CLOSE PERIODOS
           END-IF.
           MOVE "ASIENTO.IND" TO NOMBREV.
           MOVE "ASIENTO.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-ASIENTOS.
           EXIT.

      *-- LOS CAMPOS VIEJOS QUEDAN EN SU LUGAR; ASEST VA AL FINAL --*
       MOVER-ASI.
           IF ASPER-V NOT = PER-ANT
              PERFORM ESTADO-PERIODO
           END-IF.
           MOVE R-ASI-V   TO R-ASI
           MOVE EST-ANT   TO ASEST
           WRITE R-ASI
           ADD 1 TO CANTASI
           READ ASI-VIEJO NEXT RECORD AT END MOVE "10" TO FSTASV.
       F-MOVER-ASI.
           EXIT.

      *-- UN DIARIO DE UN MES YA CERRADO SE TOMA POR DEFINITIVO ---*
       ESTADO-PERIODO.
           MOVE ASPER-V TO PER-ANT.
           MOVE "P" TO EST-ANT.
           IF SW-PERI = "S"
              MOVE ASPER-V TO PECLAVE
              READ PERIODOS KEY IS PECLAVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PERI-CERRADO
                       MOVE "D" TO EST-ANT
                    END-IF
              END-READ
           END-IF.

      *-----------------------------------------------------------*
      *-- BORRA EL ARCHIVO VIEJO Y RENOMBRA EL NUEVO EN SU LUGAR --*
      *-----------------------------------------------------------*
       REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING NOMBREV
                RETURNING RC-OS.
           CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                RETURNING RC-OS.
