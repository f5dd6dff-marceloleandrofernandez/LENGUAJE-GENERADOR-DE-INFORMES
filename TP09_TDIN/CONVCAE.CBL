      *** CONVCAE - CONVERSION DE FACTURA.IND Y NOTACD.IND: AGREGA ***
      *** AL FINAL DE CADA REGISTRO LOS DATOS DE LA AUTORIZACION   ***
      *** ELECTRONICA (ESTADO, CAE, VENCIMIENTO, MOTIVO DE         ***
      *** RECHAZO, TIPO Y PUNTO DE VENTA) - FACTURA 68 -> 128,     ***
      *** NOTACD 77 -> 137 BYTES - LOS COMPROBANTES YA EMITIDOS    ***
      *** QUEDAN CON ESTADO EN BLANCO (EMITIDOS EN PAPEL): NO SE   ***
      *** PIDE CAE POR ELLOS NI SE LISTAN COMO EXCEPCION - CORRER  ***
      *** UNA SOLA VEZ, ANTES DE LA PRIMERA FACTURA ELECTRONICA    ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCAE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT VIEJO DE FACTURA.IND (SIN CAE) --*
           SELECT FAC-VIEJO ASSIGN TO DISK "FACTURA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FCNRO-V
           FILE STATUS IS FSTFCO.

           SELECT FAC-NUEVO ASSIGN TO DISK "FACTURA.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FCNRO
           FILE STATUS IS FSTFCN.

      *-- LAYOUT VIEJO DE NOTACD.IND (SIN CAE) --*
           SELECT NOT-VIEJO ASSIGN TO DISK "NOTACD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NCCLAVE-V
           FILE STATUS IS FSTNCO.

           SELECT NOT-NUEVO ASSIGN TO DISK "NOTACD.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NCCLAVE
           FILE STATUS IS FSTNCN.

       DATA DIVISION.
       FILE SECTION.
       FD FAC-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-FAC-V.
       01 R-FAC-V.
            02 FCNRO-V       PIC 9(06).
            02 FILLER        PIC X(62).

       FD FAC-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS R-FAC.

         COPY FACTURA.

       FD NOT-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS R-NOT-V.
       01 R-NOT-V.
            02 NCCLAVE-V     PIC X(07).
            02 FILLER        PIC X(70).

       FD NOT-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS R-NOT.

         COPY NOTACD.

       WORKING-STORAGE SECTION.
       77 FSTFCO   PIC XX.
       77 FSTFCN   PIC XX.
       77 FSTNCO   PIC XX.
       77 FSTNCN   PIC XX.
       77 CANTFAC  PIC 9(9) VALUE 0.
       77 CANTNOT  PIC 9(9) VALUE 0.
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTIR-FACTURAS THRU
              F-CONVERTIR-FACTURAS.
           DISPLAY "CONVCAE: FACTURA.IND CONVERTIDAS = " CANTFAC.
           PERFORM CONVERTIR-NOTAS THRU
              F-CONVERTIR-NOTAS.
           DISPLAY "CONVCAE: NOTACD.IND CONVERTIDAS  = " CANTNOT.
           STOP RUN.

      *-----------------------------------------------------------*
      *-- RECONSTRUYE FACTURA.IND CON LOS DATOS DEL CAE          --*
      *-----------------------------------------------------------*
       CONVERTIR-FACTURAS.
           OPEN INPUT FAC-VIEJO.
           IF FSTFCO NOT = "00"
              DISPLAY "CONVCAE: NO EXISTE FACTURA.IND"
              GO TO F-CONVERTIR-FACTURAS
           END-IF.
           OPEN OUTPUT FAC-NUEVO.
           READ FAC-VIEJO NEXT RECORD AT END MOVE "10" TO FSTFCO.
           PERFORM MOVER-FAC THRU F-MOVER-FAC UNTIL FSTFCO = "10".
           CLOSE FAC-VIEJO FAC-NUEVO.
           MOVE "FACTURA.IND" TO NOMBREV.
           MOVE "FACTURA.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-FACTURAS.
           EXIT.

       MOVER-FAC.
           MOVE SPACES TO R-FAC.
           MOVE R-FAC-V TO R-FAC(1:68).
           MOVE SPACE TO FCCAEEST.
           MOVE 0 TO FCCAE FCVTOCAE FCCBTE FCPTOVTA.
           WRITE R-FAC.
           ADD 1 TO CANTFAC.
           READ FAC-VIEJO NEXT RECORD AT END MOVE "10" TO FSTFCO.
       F-MOVER-FAC.
           EXIT.

      *-----------------------------------------------------------*
      *-- RECONSTRUYE NOTACD.IND CON LOS DATOS DEL CAE           --*
      *-----------------------------------------------------------*
       CONVERTIR-NOTAS.
           OPEN INPUT NOT-VIEJO.
           IF FSTNCO NOT = "00"
              DISPLAY "CONVCAE: NO EXISTE NOTACD.IND"
              GO TO F-CONVERTIR-NOTAS
           END-IF.
           OPEN OUTPUT NOT-NUEVO.
           READ NOT-VIEJO NEXT RECORD AT END MOVE "10" TO FSTNCO.
           PERFORM MOVER-NOT THRU F-MOVER-NOT UNTIL FSTNCO = "10".
           CLOSE NOT-VIEJO NOT-NUEVO.
           MOVE "NOTACD.IND" TO NOMBREV.
           MOVE "NOTACD.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-NOTAS.
           EXIT.

       MOVER-NOT.
           MOVE SPACES TO R-NOT.
           MOVE R-NOT-V TO R-NOT(1:77).
           MOVE SPACE TO NCCAEEST.
           MOVE 0 TO NCCAE NCVTOCAE NCCBTE NCPTOVTA.
           WRITE R-NOT.
           ADD 1 TO CANTNOT.
           READ NOT-VIEJO NEXT RECORD AT END MOVE "10" TO FSTNCO.
       F-MOVER-NOT.
           EXIT.

      *-----------------------------------------------------------*
      *-- BORRA EL ARCHIVO VIEJO Y RENOMBRA EL NUEVO EN SU LUGAR --*
      *-----------------------------------------------------------*
       REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING NOMBREV
                RETURNING RC-OS.
           CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                RETURNING RC-OS.
