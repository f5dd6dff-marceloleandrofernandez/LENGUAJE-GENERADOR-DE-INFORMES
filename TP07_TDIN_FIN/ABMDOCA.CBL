      *-- ABMDOCA - DOCUMENTO DEL ALUMNO (DOCALU.IND)             --*
      *-- TIPO (DNI/LE/LC/CI/PAS) Y NUMERO DE DOCUMENTO - SE      --*
      *-- LLAMA DESDE LA CONSULTA DEL A-B-M DE ALUMNOS CON EL     --*
      *-- CODIGO EN USING (COMO ABMSALUD) - NO DEJA GRABAR UN     --*
      *-- DOCUMENTO QUE YA TIENE OTRO ALUMNO - LO USA RELMIN      --*
      *-- PARA EL RELEVAMIENTO DEL MINISTERIO                     --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMDOCA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTOS ASSIGN TO DISK "DOCALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DAALU
           ALTERNATE RECORD KEY IS DADOC DUPLICATES
           FILE STATUS IS FSTDOC.

       DATA DIVISION.
       FILE SECTION.
        FD DOCUMENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS R-DOC.

         COPY DOCALU.

       WORKING-STORAGE SECTION.
       77 FSTDOC              PIC XX.
       77 TECLA               PIC X.
      *-- CIERRE DE SESION POR INACTIVIDAD (VER VENCESES) --*
       77 VEN-ACC             PIC X.
       77 VEN-OK              PIC X.
       77 TIEMPO-INACT        PIC 9(8).
       77 C-INACT             PIC 99.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 SW-EXISTE           PIC X.
       77 SW-FIN              PIC X.
       77 SW-REPETIDO         PIC X.
       77 DUP-ALU             PIC 9(8).
       77 WDOC                PIC X(15).
       77 BLANCOS-MSJ         PIC X(50) VALUE SPACES.

       LINKAGE SECTION.
       77 DOC-MCA              PIC 9(8).

       PROCEDURE DIVISION USING DOC-MCA.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O DOCUMENTOS.
           IF FSTDOC NOT = "00"
              OPEN OUTPUT DOCUMENTOS
              CLOSE DOCUMENTOS
              OPEN I-O DOCUMENTOS
           END-IF.
           MOVE DOC-MCA TO DAALU.
           MOVE "N" TO SW-EXISTE.
           READ DOCUMENTOS KEY IS DAALU
              INVALID KEY
      *-- SIN DOCUMENTO CARGADO: ARRANCA EN BLANCO -----------------*
                 MOVE SPACES TO DADOC
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "DOCUMENTO DEL ALUMNO" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ALUMNO: " LINE 03 POSITION 05.
           DISPLAY DOC-MCA LINE 03 POSITION 14.
           DISPLAY "TIPO (DNI/LE/LC/CI/PAS): " LINE 05 POSITION 05.
           DISPLAY DATIPO LINE 05 POSITION 31.
           DISPLAY "NUMERO                 : " LINE 06 POSITION 05.
           DISPLAY DANRO LINE 06 POSITION 31.
           DISPLAY "EDITA EL DOCUMENTO (S/N) ? " LINE 08 POSITION 05.
           ACCEPT OP-SN LINE 08 POSITION 33
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN
           END-IF.

       TIPO-DOC.
           ACCEPT DATIPO LINE 05 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF NOT DOC-VALIDO
              DISPLAY "TIPO INVALIDO: DNI, LE, LC, CI O PAS"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              GO TO TIPO-DOC
           END-IF.
           DISPLAY BLANCOS-MSJ LINE 22 POSITION 05.

       NUMERO-DOC.
           ACCEPT DANRO LINE 06 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF DANRO = SPACES
              DISPLAY "FALTA EL NUMERO DE DOCUMENTO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              GO TO NUMERO-DOC
           END-IF.
      *-- EL DNI SON 8 DIGITOS (CON CEROS A LA IZQUIERDA) ----------*
           IF DOC-DNI
              IF DANRO-NUM IS NOT NUMERIC OR DANRO-NUM = 0
                 OR DANRO(9:4) NOT = SPACES
                 DISPLAY "EL DNI VA EN 8 DIGITOS (CEROS A IZQUIERDA)"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 GO TO NUMERO-DOC
              END-IF
           END-IF.
           DISPLAY BLANCOS-MSJ LINE 22 POSITION 05.
           MOVE DADOC TO WDOC.
           PERFORM BUSCAR-REPETIDO THRU F-BUSCAR-REPETIDO.
           MOVE WDOC TO DADOC.
           IF SW-REPETIDO = "S"
              DISPLAY "DOCUMENTO YA CARGADO EN EL ALUMNO "
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY DUP-ALU LINE 22 POSITION 39
              GO TO TIPO-DOC
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 10 POSITION 05.
           ACCEPT OP-SN LINE 10 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN
           END-IF.
           MOVE DOC-MCA TO DAALU.
           IF SW-EXISTE = "S"
              REWRITE R-DOC
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-DOC
                 INVALID KEY REWRITE R-DOC
              END-WRITE
           END-IF.
           DISPLAY "DOCUMENTO GRABADO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.

       FIN.
           CLOSE DOCUMENTOS.
           GOBACK.

      *-- OTRO ALUMNO CON EL MISMO TIPO Y NUMERO (EL PROPIO NO ------*
      *-- CUENTA: ES EL MISMO DOCUMENTO VUELTO A GRABAR) ------------*
       BUSCAR-REPETIDO.
           MOVE "N" TO SW-REPETIDO.
           MOVE "N" TO SW-FIN.
           START DOCUMENTOS KEY IS EQUAL TO DADOC
              INVALID KEY GO TO F-BUSCAR-REPETIDO
           END-START.
           PERFORM LEER-REPETIDO THRU F-LEER-REPETIDO
              UNTIL SW-FIN = "S" OR SW-REPETIDO = "S".
       F-BUSCAR-REPETIDO.
           EXIT.

       LEER-REPETIDO.
           READ DOCUMENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-REPETIDO
           END-IF.
           IF DADOC NOT = WDOC
              MOVE "S" TO SW-FIN
              GO TO F-LEER-REPETIDO
           END-IF.
           IF DAALU NOT = DOC-MCA
              MOVE DAALU TO DUP-ALU
              MOVE "S" TO SW-REPETIDO
           END-IF.
       F-LEER-REPETIDO.
           EXIT.

      *-- SE VENCIO EL PLAZO SIN TECLEAR: VENCESES SUELTA LOS ------*
      *-- CERROJOS DE ESTA TERMINAL Y VUELVE A PEDIR LA CLAVE - SI -*
      *-- VUELVE A ENTRAR, LO QUE SE ESTABA CARGANDO SE PIERDE Y ---*
      *-- SE VUELVE AL PROGRAMA QUE LLAMO --------------------------*
       INACTIVIDAD.
           IF C-INACT NOT = 99
              GO TO F-INACTIVIDAD
           END-IF.
           MOVE 0 TO C-INACT C-T.
           MOVE "C" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           GO TO FIN.
       F-INACTIVIDAD.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA BEFORE TIME TIEMPO-INACT ON EXCEPTION C-T
      *-- SIN TECLEAR DURANTE EL PLAZO (VER VENCESES) --*
           IF C-T = 99
              MOVE C-T TO C-INACT
              PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-IF.
