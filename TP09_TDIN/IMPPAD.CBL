      *** IMPPAD - IMPORTA EL PADRON DE CONTRIBUYENTES             ***
      *** LEE PADRON.TXT, EL TEXTO OFICIAL DELIMITADO POR PUNTO Y  ***
      *** COMA (CUIT;DENOMINACION;ESTADO A/B;IVA I/E/M/N;          ***
      *** EXCLUSION DE RETENCIONES S/N;VIGENCIA DESDE;HASTA) Y     ***
      *** REARMA PADRON.IND ENTERO: CADA PADRON NUEVO REEMPLAZA AL ***
      *** ANTERIOR - CADA RENGLON RECHAZADO VA A PADRON.RCH CON SU ***
      *** CODIGO DE MOTIVO ADELANTE (COMO IMPPERS) - EL CRUCE      ***
      *** CONTRA CLIENTES Y PROVEEDORES LO HACE CRUZPAD            ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPPAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA ASSIGN TO DISK "PADRON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTENT.

           SELECT PADRON ASSIGN TO DISK "PADRON.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PDCUIT
           FILE STATUS IS FSTPAD.

      *-- RENGLONES RECHAZADOS: MOTIVO (2 DIGITOS) + ";" + ORIGINAL-*
           SELECT RECHAZOS ASSIGN TO DISK "PADRON.RCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FSTRCH.

       DATA DIVISION.
       FILE SECTION.
        FD ENTRADA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS R-ENTRADA.
         01 R-ENTRADA  PIC X(100).

        FD PADRON
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-PAD.

         COPY PADRON.

        FD RECHAZOS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS R-RECHAZO.
         01 R-RECHAZO.
            02 RC-MOTIVO  PIC 99.
            02 RC-SEP     PIC X.
            02 RC-LINEA   PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSTENT              PIC XX.
       77 FSTPAD              PIC XX.
       77 FSTRCH              PIC XX.
       77 SW-RCH-ABIERTO      PIC X VALUE "N".
       77 WMOTIVO             PIC 99.

      *-- CAMPOS DESARMADOS DEL RENGLON, TODAVIA EN TEXTO ----------*
       77 CMP-CUIT            PIC X(11).
       77 CMP-NOM             PIC X(30).
       77 CMP-EST             PIC X(01).
       77 CMP-IVA             PIC X(01).
       77 CMP-EXC             PIC X(01).
       77 CMP-DES             PIC X(08).
       77 CMP-HAS             PIC X(08).

      *-- VALIDACION DEL DIGITO VERIFICADOR DEL CUIT (PESOS --*
      *-- 5432765432 SOBRE LOS PRIMEROS DIEZ DIGITOS) --*
       77 CUIT-POS                PIC 99.
       77 CUIT-SUMA               PIC 9(4).
       77 CUIT-COC                PIC 9(4).
       77 CUIT-RESTO              PIC 99.
       77 CUIT-DV                 PIC 99.
       77 SW-CUIT                 PIC X.
       01 WCUIT.
          02 WCUIT-DIG OCCURS 11 TIMES PIC 9.
       01 TABLA-PESOS-CUIT.
          02 FILLER PIC X(10) VALUE "5432765432".
       01 R-TABLA-PESOS REDEFINES TABLA-PESOS-CUIT.
          02 PESO-CUIT OCCURS 10 TIMES PIC 9.

       77 CANT-LEIDOS         PIC 9(07) VALUE 0.
       77 CANT-CARGADOS       PIC 9(07) VALUE 0.
       77 CANT-EXCLUIDOS      PIC 9(07) VALUE 0.
       77 CANT-RECHAZOS       PIC 9(07) VALUE 0.

      *-- MOTIVOS DE RECHAZO:                                      -*
      *--  01 CUIT NO NUMERICO          04 CONDICION IVA INVALIDA  -*
      *--  02 DIGITO VERIFICADOR MALO   05 EXCLUSION MAL INFORMADA -*
      *--  03 ESTADO INVALIDO           06 CUIT REPETIDO           -*

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ENTRADA.
           IF FSTENT NOT = "00"
              DISPLAY "IMPPAD: NO SE PUDO ABRIR PADRON.TXT (FST="
                 FSTENT ")"
              GOBACK
           END-IF.
      *-- EL PADRON SE REARMA ENTERO: LO QUE NO VIENE EN EL TEXTO --*
      *-- NUEVO YA NO ESTA EN EL PADRON ----------------------------*
           OPEN OUTPUT PADRON.
           IF FSTPAD NOT = "00"
              DISPLAY "IMPPAD: NO SE PUDO CREAR PADRON.IND (FST="
                 FSTPAD ")"
              CLOSE ENTRADA
              GOBACK
           END-IF.
           PERFORM PROCESAR-RENGLON THRU F-PROCESAR-RENGLON
              UNTIL FSTENT = "10".
           CLOSE ENTRADA PADRON.
           IF SW-RCH-ABIERTO = "S"
              CLOSE RECHAZOS
           END-IF.
           DISPLAY "IMPPAD: RENGLONES LEIDOS     = " CANT-LEIDOS.
           DISPLAY "IMPPAD: CUIT CARGADOS        = " CANT-CARGADOS.
           DISPLAY "IMPPAD: CON EXCLUSION        = " CANT-EXCLUIDOS.
           DISPLAY "IMPPAD: RECHAZADOS (.RCH)    = " CANT-RECHAZOS.
           GOBACK.

       PROCESAR-RENGLON.
           READ ENTRADA AT END MOVE "10" TO FSTENT.
           IF FSTENT NOT = "10"
      *-- EL RENGLON DE TITULOS DEL PADRON EMPIEZA CON "CUIT;" -----*
              IF R-ENTRADA(1:5) NOT = "CUIT;"
                 ADD 1 TO CANT-LEIDOS
                 PERFORM APLICAR-RENGLON THRU F-APLICAR-RENGLON
              END-IF
           END-IF.
       F-PROCESAR-RENGLON.
           EXIT.

       APLICAR-RENGLON.
           MOVE SPACES TO CMP-CUIT CMP-NOM CMP-EST CMP-IVA
                          CMP-EXC CMP-DES CMP-HAS.
           UNSTRING R-ENTRADA DELIMITED BY ";"
              INTO CMP-CUIT CMP-NOM CMP-EST CMP-IVA
                   CMP-EXC CMP-DES CMP-HAS.
           PERFORM VALIDAR-RENGLON THRU F-VALIDAR-RENGLON.
           IF WMOTIVO NOT = 0
              PERFORM GRABAR-RECHAZO
              GO TO F-APLICAR-RENGLON
           END-IF.
           MOVE SPACES TO R-PAD.
           MOVE WCUIT TO PDCUIT.
           MOVE CMP-NOM TO PDNOM.
           MOVE CMP-EST TO PDEST.
           MOVE CMP-IVA TO PDIVA.
           MOVE CMP-EXC TO PDEXCL.
           MOVE 0 TO PDEXDES PDEXHAS.
           IF PAD-CON-EXCLUSION
              MOVE CMP-DES TO PDEXDES
              MOVE CMP-HAS TO PDEXHAS
           END-IF.
           WRITE R-PAD
              INVALID KEY
                 MOVE 06 TO WMOTIVO
                 PERFORM GRABAR-RECHAZO
              NOT INVALID KEY
                 ADD 1 TO CANT-CARGADOS
                 IF PAD-CON-EXCLUSION
                    ADD 1 TO CANT-EXCLUIDOS
                 END-IF
           END-WRITE.
       F-APLICAR-RENGLON.
           EXIT.

       VALIDAR-RENGLON.
           MOVE 0 TO WMOTIVO.
           INSPECT CMP-CUIT REPLACING LEADING " " BY "0".
           IF CMP-CUIT IS NOT NUMERIC
              MOVE 01 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           MOVE CMP-CUIT TO WCUIT.
           PERFORM VALIDAR-CUIT.
           IF SW-CUIT = "N"
              MOVE 02 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           IF CMP-EST NOT = "A" AND CMP-EST NOT = "B"
              MOVE 03 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           IF CMP-IVA NOT = "I" AND CMP-IVA NOT = "E"
              AND CMP-IVA NOT = "M" AND CMP-IVA NOT = "N"
              MOVE 04 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           IF CMP-EXC = SPACE
              MOVE "N" TO CMP-EXC
           END-IF.
           IF CMP-EXC NOT = "S" AND CMP-EXC NOT = "N"
              MOVE 05 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
      *-- UNA EXCLUSION SIN VIGENCIA COMPLETA NO SE PUEDE USAR -----*
           IF CMP-EXC = "S"
              IF CMP-DES IS NOT NUMERIC OR CMP-HAS IS NOT NUMERIC
                 MOVE 05 TO WMOTIVO
                 GO TO F-VALIDAR-RENGLON
              END-IF
              IF CMP-HAS < CMP-DES
                 MOVE 05 TO WMOTIVO
                 GO TO F-VALIDAR-RENGLON
              END-IF
           END-IF.
       F-VALIDAR-RENGLON.
           EXIT.

      *-- DIGITO VERIFICADOR REAL DEL CUIT: SUMA PONDERADA DE LOS --*
      *-- PRIMEROS DIEZ DIGITOS, 11 MENOS EL RESTO MODULO 11 --*
      *-- (11 -> 0, 10 NO EXISTE) - EN EL PADRON NO HAY CUIT 0 --*
       VALIDAR-CUIT.
           MOVE "S" TO SW-CUIT
           MOVE 0 TO CUIT-SUMA
           MOVE 1 TO CUIT-POS
           PERFORM SUMAR-PESO-CUIT UNTIL CUIT-POS > 10
           DIVIDE CUIT-SUMA BY 11 GIVING CUIT-COC
              REMAINDER CUIT-RESTO
           COMPUTE CUIT-DV = 11 - CUIT-RESTO
           IF CUIT-DV = 11
              MOVE 0 TO CUIT-DV
           END-IF
           IF CUIT-DV = 10 OR WCUIT-DIG(11) NOT = CUIT-DV
              MOVE "N" TO SW-CUIT
           END-IF.

       SUMAR-PESO-CUIT.
           COMPUTE CUIT-SUMA = CUIT-SUMA
              + WCUIT-DIG(CUIT-POS) * PESO-CUIT(CUIT-POS).
           ADD 1 TO CUIT-POS.

       GRABAR-RECHAZO.
           IF SW-RCH-ABIERTO = "N"
              OPEN OUTPUT RECHAZOS
              MOVE "S" TO SW-RCH-ABIERTO
           END-IF.
           MOVE WMOTIVO TO RC-MOTIVO.
           MOVE ";" TO RC-SEP.
           MOVE R-ENTRADA TO RC-LINEA.
           WRITE R-RECHAZO.
           ADD 1 TO CANT-RECHAZOS.
