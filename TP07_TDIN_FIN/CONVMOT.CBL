      *** CONVMOT - CONVERSION DE BAJASALU.IND Y BAJASPEN.IND      ***
      *** AGREGA EL CODIGO DE MOTIVO DE BAJA (VER MOTBAJA) AL      ***
      *** FINAL DE LOS DOS REGISTROS: EL ARCHIVO DE BAJAS DE       ***
      *** ALUMNOS (75 -> 77 BYTES) Y LA COLA DE BAJAS PENDIENTES   ***
      *** (52 -> 54 BYTES) - LAS BAJAS YA HECHAS QUEDAN CON MOTIVO ***
      *** 00 (SIN MOTIVO) - SI UNO DE LOS ARCHIVOS NO EXISTE SE    ***
      *** SALTA - CORRER UNA SOLA VEZ, COMO CONVNAC EN SU MOMENTO  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMOT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT VIEJO DE BAJASALU.IND (SIN MOTIVO) --*
           SELECT ARC-VIEJO ASSIGN TO DISK "BAJASALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ARC-MCA-V
           FILE STATUS IS FSTARV.

           SELECT ARC-NUEVO ASSIGN TO DISK "BAJASALU.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ARC-MCA
           FILE STATUS IS FSTARN.

      *-- LAYOUT VIEJO DE BAJASPEN.IND (SIN MOTIVO) --*
           SELECT PEN-VIEJO ASSIGN TO DISK "BAJASPEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PBCLAVE-V
           FILE STATUS IS FSTPNV.

           SELECT PEN-NUEVO ASSIGN TO DISK "BAJASPEN.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PBCLAVE
           FILE STATUS IS FSTPNN.

       DATA DIVISION.
       FILE SECTION.
       FD ARC-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS R-ARC-V.
       01 R-ARC-V.
            02 ARC-MCA-V   PIC 9(08).
            02 RESTO-ARC-V PIC X(67).

       FD ARC-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS R-ARC.

         COPY ARCALU.

       FD PEN-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS R-PEN-V.
       01 R-PEN-V.
            02 PBCLAVE-V   PIC X(11).
            02 RESTO-PEN-V PIC X(41).

       FD PEN-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS R-PEN.

         COPY PENBAJA.

       WORKING-STORAGE SECTION.
       77 FSTARV   PIC XX.
       77 FSTARN   PIC XX.
       77 FSTPNV   PIC XX.
       77 FSTPNN   PIC XX.
       77 CANTARC  PIC 9(9) VALUE 0.
       77 CANTPEN  PIC 9(9) VALUE 0.
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ARC-VIEJO.
           IF FSTARV NOT = "00"
              DISPLAY "CONVMOT: NO EXISTE BAJASALU.IND - SE SALTA"
           ELSE
              OPEN OUTPUT ARC-NUEVO
              READ ARC-VIEJO NEXT RECORD AT END MOVE "10" TO FSTARV
              END-READ
              PERFORM MOVER-ARC THRU F-MOVER-ARC UNTIL FSTARV = "10"
              CLOSE ARC-VIEJO ARC-NUEVO
              MOVE "BAJASALU.IND" TO NOMBREV
              MOVE "BAJASALU.NEW" TO NOMBREN
              CALL "CBL_DELETE_FILE" USING NOMBREV
                   RETURNING RC-OS
              CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                   RETURNING RC-OS
              DISPLAY "CONVMOT: BAJASALU.IND CONVERTIDOS = " CANTARC
           END-IF.
           OPEN INPUT PEN-VIEJO.
           IF FSTPNV NOT = "00"
              DISPLAY "CONVMOT: NO EXISTE BAJASPEN.IND - SE SALTA"
           ELSE
              OPEN OUTPUT PEN-NUEVO
              READ PEN-VIEJO NEXT RECORD AT END MOVE "10" TO FSTPNV
              END-READ
              PERFORM MOVER-PEN THRU F-MOVER-PEN UNTIL FSTPNV = "10"
              CLOSE PEN-VIEJO PEN-NUEVO
              MOVE "BAJASPEN.IND" TO NOMBREV
              MOVE "BAJASPEN.NEW" TO NOMBREN
              CALL "CBL_DELETE_FILE" USING NOMBREV
                   RETURNING RC-OS
              CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                   RETURNING RC-OS
              DISPLAY "CONVMOT: BAJASPEN.IND CONVERTIDOS = " CANTPEN
           END-IF.
           STOP RUN.

       MOVER-ARC.
           MOVE R-ARC-V TO R-ARC.
           MOVE 0 TO ARC-MOTIVO.
           WRITE R-ARC.
           ADD 1 TO CANTARC.
           READ ARC-VIEJO NEXT RECORD AT END MOVE "10" TO FSTARV.
       F-MOVER-ARC.
           EXIT.

       MOVER-PEN.
           MOVE R-PEN-V TO R-PEN.
           MOVE 0 TO PBMOTIVO.
           WRITE R-PEN.
           ADD 1 TO CANTPEN.
           READ PEN-VIEJO NEXT RECORD AT END MOVE "10" TO FSTPNV.
       F-MOVER-PEN.
           EXIT.
