      *** CONVEND - CONVERSION DE CHEQUES.IND: AGREGA AL FINAL DEL ***
      *** REGISTRO LOS DATOS DEL ENDOSO A PROVEEDORES (PROVEEDOR,  ***
      *** ORDEN DE PAGO QUE LO RECIBIO Y FECHA) CON LA ORDEN DE    ***
      *** PAGO COMO CLAVE ALTERNATIVA (60 -> 89 BYTES) - LOS       ***
      *** CHEQUES YA CARGADOS QUEDAN SIN ENDOSO - CORRER UNA SOLA  ***
      *** VEZ, DESPUES DE CONVSER                                  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVEND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT VIEJO DE CHEQUES.IND (SIN ENDOSO) --*
           SELECT CHQ-VIEJO ASSIGN TO DISK "CHEQUES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHCLAVE-V
           FILE STATUS IS FSTCHV.

           SELECT CHQ-NUEVO ASSIGN TO DISK "CHEQUES.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHCLAVE
           ALTERNATE RECORD KEY IS CHPAGO DUPLICATES
           FILE STATUS IS FSTCHN.

       DATA DIVISION.
       FILE SECTION.
       FD CHQ-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-CHQ-V.
       01 R-CHQ-V.
            02 CHCLAVE-V.
               03 CHBCO-V  PIC 9(3).
               03 CHNRO-V  PIC 9(8).
            02 FILLER      PIC X(49).

       FD CHQ-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS R-CHQ.

         COPY CHEQUES.

       WORKING-STORAGE SECTION.
       77 FSTCHV   PIC XX.
       77 FSTCHN   PIC XX.
       77 CANTCHQ  PIC 9(9) VALUE 0.
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTIR-CHEQUES THRU F-CONVERTIR-CHEQUES.
           DISPLAY "CONVEND: CHEQUES.IND CONVERTIDOS = " CANTCHQ.
           STOP RUN.

      *-----------------------------------------------------------*
      *-- RECONSTRUYE CHEQUES.IND CON LOS DATOS DEL ENDOSO       --*
      *-----------------------------------------------------------*
       CONVERTIR-CHEQUES.
           OPEN INPUT CHQ-VIEJO.
           IF FSTCHV NOT = "00"
              DISPLAY "CONVEND: NO EXISTE CHEQUES.IND"
              GO TO F-CONVERTIR-CHEQUES
           END-IF.
           OPEN OUTPUT CHQ-NUEVO.
           READ CHQ-VIEJO NEXT RECORD AT END MOVE "10" TO FSTCHV.
           PERFORM MOVER-CHQ THRU F-MOVER-CHQ UNTIL FSTCHV = "10".
           CLOSE CHQ-VIEJO CHQ-NUEVO.
           MOVE "CHEQUES.IND" TO NOMBREV.
           MOVE "CHEQUES.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-CHEQUES.
           EXIT.

       MOVER-CHQ.
           MOVE SPACES TO R-CHQ.
           MOVE R-CHQ-V TO R-CHQ(1:60).
           MOVE 0 TO CHPROV CHFEND.
           MOVE SPACES TO CHPAGO.
           WRITE R-CHQ.
           ADD 1 TO CANTCHQ.
           READ CHQ-VIEJO NEXT RECORD AT END MOVE "10" TO FSTCHV.
       F-MOVER-CHQ.
           EXIT.

      *-----------------------------------------------------------*
      *-- BORRA EL ARCHIVO VIEJO Y RENOMBRA EL NUEVO EN SU LUGAR --*
      *-----------------------------------------------------------*
       REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING NOMBREV
                RETURNING RC-OS.
           CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                RETURNING RC-OS.
