      *** CONVCTH - FORMA DE LIQUIDAR Y VALOR HORA CATEDRA         ***
      *** RECONSTRUYE CATEGORIA.IND (18->26) AGREGANDO AL FINAL LA ***
      *** FORMA DE LIQUIDAR (MCATLIQ) Y EL VALOR HORA (MCATVHORA)  ***
      *** - TODAS LAS CATEGORIAS QUEDAN MENSUALES (M) CON VALOR    ***
      *** HORA CERO; LAS DE DOCENTES POR HORAS SE MARCAN DESPUES   ***
      *** DESDE ABMCATEGORIA - CORRER UNA SOLA VEZ, COMO CONVCAT   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCTH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT VIEJO DE CATEGORIA.IND (SOLO MENSUALES) ----------*
           SELECT CAT-VIEJO ASSIGN TO DISK "CATEGORIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MCAT-V
           FILE STATUS IS FSTCTV.

           SELECT CAT-NUEVO ASSIGN TO DISK "CATEGORIA.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MCAT
           ALTERNATE RECORD KEY IS MDCAT DUPLICATES
           FILE STATUS IS FSTCTN.

       DATA DIVISION.
       FILE SECTION.
       FD CAT-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-CAT-V.
       01 R-CAT-V.
            02 MCAT-V        PIC 9.
            02 MRESTO-V      PIC X(17).

       FD CAT-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-CAT.

       COPY CATEGORIA.

       WORKING-STORAGE SECTION.
       77 FSTCTV   PIC XX.
       77 FSTCTN   PIC XX.
       77 CANTCAT  PIC 9(9) VALUE 0.
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTIR-CATEGORIAS
              THRU F-CONVERTIR-CATEGORIAS.
           DISPLAY "CONVCTH: CATEGORIA.IND CONVERTIDAS = " CANTCAT.
           STOP RUN.

       CONVERTIR-CATEGORIAS.
           OPEN INPUT CAT-VIEJO.
           IF FSTCTV NOT = "00"
              DISPLAY "CONVCTH: NO EXISTE CATEGORIA.IND"
              GO TO F-CONVERTIR-CATEGORIAS
           END-IF.
           OPEN OUTPUT CAT-NUEVO.
           READ CAT-VIEJO NEXT RECORD AT END MOVE "10" TO FSTCTV.
           PERFORM MOVER-CAT THRU F-MOVER-CAT UNTIL FSTCTV = "10".
           CLOSE CAT-VIEJO CAT-NUEVO.
           MOVE "CATEGORIA.IND" TO NOMBREV.
           MOVE "CATEGORIA.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-CATEGORIAS.
           EXIT.

      *-- LOS CAMPOS VIEJOS QUEDAN EN SU LUGAR; LOS NUEVOS VAN AL --*
      *-- FINAL ----------------------------------------------------*
       MOVER-CAT.
           MOVE R-CAT-V   TO R-CAT
           MOVE "M"       TO MCATLIQ
           MOVE 0         TO MCATVHORA
           WRITE R-CAT
           ADD 1 TO CANTCAT
           READ CAT-VIEJO NEXT RECORD AT END MOVE "10" TO FSTCTV.
       F-MOVER-CAT.
           EXIT.

      *-----------------------------------------------------------*
      *-- BORRA EL ARCHIVO VIEJO Y RENOMBRA EL NUEVO EN SU LUGAR --*
      *-----------------------------------------------------------*
       REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING NOMBREV
                RETURNING RC-OS.
           CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                RETURNING RC-OS.
