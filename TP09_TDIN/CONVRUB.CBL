      *** CONVRUB - CONVERSION DE PROVEE.IND Y MOVPROV.IND: AGREGA ***
      *** AL FINAL DE CADA REGISTRO EL RUBRO DE GASTO (RUBGTO.IND) ***
      *** PARA EL PRESUPUESTO (PROVEE 101 -> 104, MOVPROV 123 ->   ***
      *** 126 BYTES) - LOS PROVEEDORES Y COMPROBANTES YA CARGADOS  ***
      *** QUEDAN SIN RUBRO (0): SE LE ASIGNA A CADA PROVEEDOR CON  ***
      *** ABMPROV - CORRER UNA SOLA VEZ, DESPUES DE CONVRPV Y      ***
      *** CONVCCP                                                  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVRUB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT VIEJO DE PROVEE.IND (SIN RUBRO) --*
           SELECT PRV-VIEJO ASSIGN TO DISK "PROVEE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PVCOD-V
           ALTERNATE RECORD KEY IS PVNOM-V DUPLICATES
           FILE STATUS IS FSTPVO.

           SELECT PRV-NUEVO ASSIGN TO DISK "PROVEE.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PVCOD
           ALTERNATE RECORD KEY IS PVNOM DUPLICATES
           FILE STATUS IS FSTPVN.

      *-- LAYOUT VIEJO DE MOVPROV.IND (SIN RUBRO) --*
           SELECT MPV-VIEJO ASSIGN TO DISK "MOVPROV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MPCLAVE-V
           FILE STATUS IS FSTMPO.

           SELECT MPV-NUEVO ASSIGN TO DISK "MOVPROV.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MPCLAVE
           FILE STATUS IS FSTMPN.

       DATA DIVISION.
       FILE SECTION.
       FD PRV-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS R-PROV-V.
       01 R-PROV-V.
            02 PVCOD-V       PIC 9(05).
            02 PVNOM-V       PIC X(30).
            02 FILLER        PIC X(66).

       FD PRV-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS R-PROV.

         COPY PROVEE.

       FD MPV-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 123 CHARACTERS
           DATA RECORD IS R-MPV-V.
       01 R-MPV-V.
            02 MPCLAVE-V     PIC X(16).
            02 FILLER        PIC X(107).

       FD MPV-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS R-MPV.

         COPY MOVPROV.

       WORKING-STORAGE SECTION.
       77 FSTPVO   PIC XX.
       77 FSTPVN   PIC XX.
       77 FSTMPO   PIC XX.
       77 FSTMPN   PIC XX.
       77 CANTPRV  PIC 9(9) VALUE 0.
       77 CANTMPV  PIC 9(9) VALUE 0.
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTIR-PROVEEDORES THRU
              F-CONVERTIR-PROVEEDORES.
           DISPLAY "CONVRUB: PROVEE.IND CONVERTIDOS  = " CANTPRV.
           PERFORM CONVERTIR-COMPROBANTES THRU
              F-CONVERTIR-COMPROBANTES.
           DISPLAY "CONVRUB: MOVPROV.IND CONVERTIDOS = " CANTMPV.
           STOP RUN.

      *-----------------------------------------------------------*
      *-- RECONSTRUYE PROVEE.IND CON EL RUBRO DE GASTO           --*
      *-----------------------------------------------------------*
       CONVERTIR-PROVEEDORES.
           OPEN INPUT PRV-VIEJO.
           IF FSTPVO NOT = "00"
              DISPLAY "CONVRUB: NO EXISTE PROVEE.IND"
              GO TO F-CONVERTIR-PROVEEDORES
           END-IF.
           OPEN OUTPUT PRV-NUEVO.
           READ PRV-VIEJO NEXT RECORD AT END MOVE "10" TO FSTPVO.
           PERFORM MOVER-PRV THRU F-MOVER-PRV UNTIL FSTPVO = "10".
           CLOSE PRV-VIEJO PRV-NUEVO.
           MOVE "PROVEE.IND" TO NOMBREV.
           MOVE "PROVEE.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-PROVEEDORES.
           EXIT.

       MOVER-PRV.
           MOVE SPACES TO R-PROV.
           MOVE R-PROV-V TO R-PROV(1:101).
           MOVE 0 TO PVRUB.
           WRITE R-PROV.
           ADD 1 TO CANTPRV.
           READ PRV-VIEJO NEXT RECORD AT END MOVE "10" TO FSTPVO.
       F-MOVER-PRV.
           EXIT.

      *-----------------------------------------------------------*
      *-- RECONSTRUYE MOVPROV.IND CON EL RUBRO DE GASTO          --*
      *-----------------------------------------------------------*
       CONVERTIR-COMPROBANTES.
           OPEN INPUT MPV-VIEJO.
           IF FSTMPO NOT = "00"
              DISPLAY "CONVRUB: NO EXISTE MOVPROV.IND"
              GO TO F-CONVERTIR-COMPROBANTES
           END-IF.
           OPEN OUTPUT MPV-NUEVO.
           READ MPV-VIEJO NEXT RECORD AT END MOVE "10" TO FSTMPO.
           PERFORM MOVER-MPV THRU F-MOVER-MPV UNTIL FSTMPO = "10".
           CLOSE MPV-VIEJO MPV-NUEVO.
           MOVE "MOVPROV.IND" TO NOMBREV.
           MOVE "MOVPROV.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-COMPROBANTES.
           EXIT.

       MOVER-MPV.
           MOVE SPACES TO R-MPV.
           MOVE R-MPV-V TO R-MPV(1:123).
           MOVE 0 TO MPRUB.
           WRITE R-MPV.
           ADD 1 TO CANTMPV.
           READ MPV-VIEJO NEXT RECORD AT END MOVE "10" TO FSTMPO.
       F-MOVER-MPV.
           EXIT.

      *-----------------------------------------------------------*
      *-- BORRA EL ARCHIVO VIEJO Y RENOMBRA EL NUEVO EN SU LUGAR --*
      *-----------------------------------------------------------*
       REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING NOMBREV
                RETURNING RC-OS.
           CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                RETURNING RC-OS.
