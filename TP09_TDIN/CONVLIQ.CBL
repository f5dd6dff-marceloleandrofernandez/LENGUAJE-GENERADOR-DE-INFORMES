      *** CONVLIQ - ENSANCHE DE LA HISTORIA DE SUELDOS              ***
      *** RECONSTRUYE LIQSUE.IND (68->243) AGREGANDO LAS CARGAS     ***
      *** SOCIALES: REMUNERACION IMPONIBLE, TOTALES DE APORTES Y    ***
      *** CONTRIBUCIONES Y LOS 8 CONCEPTOS DE LA TABLA CARGAS.IND - ***
      *** LAS LIQUIDACIONES EXISTENTES QUEDAN CON LA REMUNERACION   ***
      *** IGUAL AL NETO Y SIN CARGAS, COMO SE LIQUIDARON - CORRER   ***
      *** UNA SOLA VEZ, COMO CONVPERI EN SU MOMENTO                 ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVLIQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT VIEJO DE LIQSUE.IND (SIN CARGAS SOCIALES) -------*
           SELECT LIQ-VIEJO ASSIGN TO DISK "LIQSUE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LQCLAVE-V
           FILE STATUS IS FSTLQV.

           SELECT LIQ-NUEVO ASSIGN TO DISK "LIQSUE.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LQCLAVE
           FILE STATUS IS FSTLQN.

       DATA DIVISION.
       FILE SECTION.
       FD LIQ-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-LIQ-V.
       01 R-LIQ-V.
            02 LQCLAVE-V     PIC 9(14).
            02 LQBAS-V       PIC 9(07)V99.
            02 LQANT-V       PIC 9(07)V99.
            02 LQCAT-V       PIC 9(07)V99.
            02 LQSAC-V       PIC 9(07)V99.
            02 LQDTO-V       PIC 9(07)V99.
            02 LQNETO-V      PIC 9(07)V99.

       FD LIQ-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 243 CHARACTERS
           DATA RECORD IS R-LIQ.

       COPY LIQSUE.

       WORKING-STORAGE SECTION.
       77 FSTLQV   PIC XX.
       77 FSTLQN   PIC XX.
       77 CANTLIQ  PIC 9(9) VALUE 0.
       77 IND-CGS  PIC 9.
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTIR-LIQUIDACIONES
              THRU F-CONVERTIR-LIQUIDACIONES.
           DISPLAY "CONVLIQ: LIQSUE.IND CONVERTIDAS = " CANTLIQ.
           STOP RUN.

       CONVERTIR-LIQUIDACIONES.
           OPEN INPUT LIQ-VIEJO.
           IF FSTLQV NOT = "00"
              DISPLAY "CONVLIQ: NO EXISTE LIQSUE.IND"
              GO TO F-CONVERTIR-LIQUIDACIONES
           END-IF.
           OPEN OUTPUT LIQ-NUEVO.
           READ LIQ-VIEJO NEXT RECORD AT END MOVE "10" TO FSTLQV.
           PERFORM MOVER-LIQ THRU F-MOVER-LIQ UNTIL FSTLQV = "10".
           CLOSE LIQ-VIEJO LIQ-NUEVO.
           MOVE "LIQSUE.IND" TO NOMBREV.
           MOVE "LIQSUE.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-LIQUIDACIONES.
           EXIT.

       MOVER-LIQ.
           MOVE LQCLAVE-V TO LQCLAVE
           MOVE LQBAS-V   TO LQBAS
           MOVE LQANT-V   TO LQANT
           MOVE LQCAT-V   TO LQCAT
           MOVE LQSAC-V   TO LQSAC
           MOVE LQDTO-V   TO LQDTO
           MOVE LQNETO-V  TO LQNETO
           MOVE LQNETO-V  TO LQREM
           MOVE 0         TO LQTAPO
           MOVE 0         TO LQTCON
           MOVE 0         TO LQPRES
           MOVE 0         TO LQSUP
           MOVE 0         TO LQASIG
           MOVE 0         TO LQHEX
           MOVE 1 TO IND-CGS
           PERFORM LIMPIAR-CONCEPTO 8 TIMES
           WRITE R-LIQ
           ADD 1 TO CANTLIQ
           READ LIQ-VIEJO NEXT RECORD AT END MOVE "10" TO FSTLQV.
       F-MOVER-LIQ.
           EXIT.

       LIMPIAR-CONCEPTO.
           MOVE SPACES TO LQCCOD(IND-CGS) LQCTIPO(IND-CGS).
           MOVE 0 TO LQCIMP(IND-CGS).
           ADD 1 TO IND-CGS.

      *-----------------------------------------------------------*
      *-- BORRA EL ARCHIVO VIEJO Y RENOMBRA EL NUEVO EN SU LUGAR --*
      *-----------------------------------------------------------*
       REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING NOMBREV
                RETURNING RC-OS.
           CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                RETURNING RC-OS.
