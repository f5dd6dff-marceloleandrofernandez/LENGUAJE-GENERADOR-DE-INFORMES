      *** CONVLQP - ENSANCHE DE LA HISTORIA DE SUELDOS             ***
      *** RECONSTRUYE LIQSUE.IND (207->243) AGREGANDO AL FINAL LAS ***
      *** CUOTAS DE ADELANTOS Y PRESTAMOS DESCONTADAS EN EL MES    ***
      *** (LQPRES) - LAS LIQUIDACIONES EXISTENTES QUEDAN SIN       ***
      *** DESCUENTO, COMO SE LIQUIDARON - CORRER UNA SOLA VEZ,     ***
      *** COMO CONVLIQ EN SU MOMENTO                               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVLQP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT VIEJO DE LIQSUE.IND (SIN PRESTAMOS) -------------*
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
           RECORD CONTAINS 207 CHARACTERS
           DATA RECORD IS R-LIQ-V.
       01 R-LIQ-V.
            02 LQCLAVE-V     PIC 9(14).
            02 LQRESTO-V     PIC X(193).

       FD LIQ-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 243 CHARACTERS
           DATA RECORD IS R-LIQ.

       COPY LIQSUE.

       WORKING-STORAGE SECTION.
       77 FSTLQV   PIC XX.
       77 FSTLQN   PIC XX.
       77 CANTLIQ  PIC 9(9) VALUE 0.
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTIR-LIQUIDACIONES
              THRU F-CONVERTIR-LIQUIDACIONES.
           DISPLAY "CONVLQP: LIQSUE.IND CONVERTIDAS = " CANTLIQ.
           STOP RUN.

       CONVERTIR-LIQUIDACIONES.
           OPEN INPUT LIQ-VIEJO.
           IF FSTLQV NOT = "00"
              DISPLAY "CONVLQP: NO EXISTE LIQSUE.IND"
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

      *-- LOS CAMPOS VIEJOS QUEDAN EN SU LUGAR; LQPRES VA AL FINAL -*
       MOVER-LIQ.
           MOVE R-LIQ-V   TO R-LIQ
           MOVE 0         TO LQPRES
           MOVE 0         TO LQSUP
           MOVE 0         TO LQASIG
           MOVE 0         TO LQHEX
           WRITE R-LIQ
           ADD 1 TO CANTLIQ
           READ LIQ-VIEJO NEXT RECORD AT END MOVE "10" TO FSTLQV.
       F-MOVER-LIQ.
           EXIT.

      *-----------------------------------------------------------*
      *-- BORRA EL ARCHIVO VIEJO Y RENOMBRA EL NUEVO EN SU LUGAR --*
      *-----------------------------------------------------------*
       REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING NOMBREV
                RETURNING RC-OS.
           CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                RETURNING RC-OS.
