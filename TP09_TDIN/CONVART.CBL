      *** CONVART - CONVERSION DE FACTITEM.IND: AGREGA AL FINAL DE ***
      *** CADA RENGLON EL CODIGO DE ARTICULO DEL MAESTRO           ***
      *** (ARTICULO.IND, VER ABMART) - 55 -> 61 BYTES - LOS        ***
      *** RENGLONES YA EMITIDOS QUEDAN CON ARTICULO 0 (TEXTO       ***
      *** LIBRE) - CORRER UNA SOLA VEZ, ANTES DE FACTURAR          ***
      *** ARTICULOS                                                ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVART.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT VIEJO DE FACTITEM.IND (SIN ARTICULO) --*
           SELECT FIT-VIEJO ASSIGN TO DISK "FACTITEM.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FICLAVE-V
           FILE STATUS IS FSTFIO.

           SELECT FIT-NUEVO ASSIGN TO DISK "FACTITEM.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FICLAVE
           FILE STATUS IS FSTFIN.

       DATA DIVISION.
       FILE SECTION.
       FD FIT-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-FIT-V.
       01 R-FIT-V.
            02 FICLAVE-V     PIC X(08).
            02 FILLER        PIC X(47).

       FD FIT-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-FIT.

         COPY FACTITEM.

       WORKING-STORAGE SECTION.
       77 FSTFIO   PIC XX.
       77 FSTFIN   PIC XX.
       77 CANTFIT  PIC 9(9) VALUE 0.
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTIR-RENGLONES THRU
              F-CONVERTIR-RENGLONES.
           DISPLAY "CONVART: FACTITEM.IND CONVERTIDOS = " CANTFIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *-- RECONSTRUYE FACTITEM.IND CON EL CODIGO DE ARTICULO     --*
      *-----------------------------------------------------------*
       CONVERTIR-RENGLONES.
           OPEN INPUT FIT-VIEJO.
           IF FSTFIO NOT = "00"
              DISPLAY "CONVART: NO EXISTE FACTITEM.IND"
              GO TO F-CONVERTIR-RENGLONES
           END-IF.
           OPEN OUTPUT FIT-NUEVO.
           READ FIT-VIEJO NEXT RECORD AT END MOVE "10" TO FSTFIO.
           PERFORM MOVER-FIT THRU F-MOVER-FIT UNTIL FSTFIO = "10".
           CLOSE FIT-VIEJO FIT-NUEVO.
           MOVE "FACTITEM.IND" TO NOMBREV.
           MOVE "FACTITEM.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-RENGLONES.
           EXIT.

       MOVER-FIT.
           MOVE SPACES TO R-FIT.
           MOVE R-FIT-V TO R-FIT(1:55).
           MOVE 0 TO FIART.
           WRITE R-FIT.
           ADD 1 TO CANTFIT.
           READ FIT-VIEJO NEXT RECORD AT END MOVE "10" TO FSTFIO.
       F-MOVER-FIT.
           EXIT.

      *-----------------------------------------------------------*
      *-- BORRA EL ARCHIVO VIEJO Y RENOMBRA EL NUEVO EN SU LUGAR --*
      *-----------------------------------------------------------*
       REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING NOMBREV
                RETURNING RC-OS.
           CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                RETURNING RC-OS.
