      *** CONVPRV - CONVERSION DE MOVPROV.IND: AGREGA LOS DATOS    ***
      *** FISCALES DE LA FACTURA DE PROVEEDOR (TIPO DE             ***
      *** COMPROBANTE, NETO E IVA POR ALICUOTA, NO GRAVADO,        ***
      *** PERCEPCIONES) AL FINAL DEL REGISTRO (42 -> 108 BYTES) -  ***
      *** LAS FACTURAS YA CARGADAS NO TRAIAN EL DESGLOSE: QUEDAN   ***
      *** COMO "FCA" CON TODO EL IMPORTE EN NO GRAVADO (SIN        ***
      *** CREDITO FISCAL), LAS ORDENES DE PAGO Y EGRESOS EN CERO - ***
      *** CORRER UNA SOLA VEZ                                      ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPRV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT VIEJO DE MOVPROV.IND (SIN DATOS FISCALES) --*
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
       FD MPV-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS R-MPV-V.
       01 R-MPV-V.
            02 MPCLAVE-V     PIC X(16).
            02 MPTIP-V       PIC 9.
            02 FILLER        PIC X(25).

      *-- LAYOUT INTERMEDIO (SIN VENCIMIENTO NI SALDO POR         --*
      *-- PARTIDA; EL PASE 108 -> 123 LO HACE CONVCCP, QUE ESPERA --*
      *-- ESTE REGISTRO DE 108 COMO ENTRADA) ------------------------*
       FD MPV-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS R-MPV.
       01  R-MPV.
            02 MPCLAVE.
               03 MPPROV   PIC 9(05).
               03 MPFECHA  PIC 9(08).
               03 MPSEC    PIC 9(03).
            02 MPTIP       PIC 9.
            02 MPCOMP      PIC X(12).
            02 MPIMP       PIC 9(05)V99.
            02 MPSUC       PIC 9(3).
            02 MPOPE       PIC X(03).
            02 MPCTIPO     PIC X(03).
            02 MPNG21      PIC 9(05)V99.
            02 MPIVA21     PIC 9(05)V99.
            02 MPNG105     PIC 9(05)V99.
            02 MPIVA105    PIC 9(05)V99.
            02 MPNG27      PIC 9(05)V99.
            02 MPIVA27     PIC 9(05)V99.
            02 MPNOGR      PIC 9(05)V99.
            02 MPPERIVA    PIC 9(05)V99.
            02 MPPERIB     PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       77 FSTMPO   PIC XX.
       77 FSTMPN   PIC XX.
       77 CANTMPV  PIC 9(9) VALUE 0.
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTIR-COMPROBANTES THRU
              F-CONVERTIR-COMPROBANTES.
           DISPLAY "CONVPRV: MOVPROV.IND CONVERTIDOS = " CANTMPV.
           STOP RUN.

      *-----------------------------------------------------------*
      *-- RECONSTRUYE MOVPROV.IND CON LOS DATOS FISCALES         --*
      *-----------------------------------------------------------*
       CONVERTIR-COMPROBANTES.
           OPEN INPUT MPV-VIEJO.
           IF FSTMPO NOT = "00"
              DISPLAY "CONVPRV: NO EXISTE MOVPROV.IND"
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
           MOVE R-MPV-V TO R-MPV(1:42).
           MOVE SPACES TO MPCTIPO.
           MOVE 0 TO MPNG21 MPIVA21 MPNG105 MPIVA105 MPNG27 MPIVA27
                     MPNOGR MPPERIVA MPPERIB.
           IF MPTIP-V = 1
              MOVE "FCA" TO MPCTIPO
              MOVE MPIMP TO MPNOGR
           END-IF.
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
