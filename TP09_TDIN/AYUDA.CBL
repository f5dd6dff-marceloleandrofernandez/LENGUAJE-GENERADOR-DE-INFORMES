      *-- AYUDA - VENTANA DE AYUDA DE LAS PANTALLAS DE CARGA       --*
      *-- LOS TEXTOS VIVEN EN AYUDA.TXT (PANTALLA;CAMPO;TEXTO):    --*
      *-- ACTUALIZAR UNA EXPLICACION ES EDITAR ESE ARCHIVO, NO     --*
      *-- RECOMPILAR - LOS A-B-M LLAMAN ACA CON F1 DESDE SUS       --*
      *-- PAUSAS Y SE MUESTRAN TODOS LOS CAMPOS DE LA PANTALLA     --*
      *-- EN UN RECUADRO (EL DIBUJANTE FONDO DE SIEMPRE)           --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AYUDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEXTOS ASSIGN TO DISK "AYUDA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAYU.

       DATA DIVISION.
       FILE SECTION.
        FD TEXTOS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS R-AYUDA.
         01 R-AYUDA.
            02 AYU-PANTALLA  PIC X(12).
            02 FILLER        PIC X.
            02 AYU-CAMPO     PIC X(10).
            02 FILLER        PIC X.
            02 AYU-TEXTO     PIC X(50).

       WORKING-STORAGE SECTION.
       77 FSTAYU              PIC XX.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 L                   PIC 99.
       77 CANT-RENGLONES      PIC 99 VALUE 0.

       LINKAGE SECTION.
       77 PANT-PEDIDA         PIC X(12).

       PROCEDURE DIVISION USING PANT-PEDIDA.
       INICIO.
           OPEN INPUT TEXTOS.
           IF FSTAYU NOT = "00"
              DISPLAY "SIN AYUDA.TXT EN ESTE DIRECTORIO"
                 LINE 24 POSITION 22
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              ACCEPT TECLA ON EXCEPTION C-T
              GOBACK
           END-IF.
      *-- EL RECUADRO DE SIEMPRE, CON SU SOMBRA --------------------*
           CALL    "FONDO" USING 06 05 75 19 1.
           CANCEL  "FONDO".
           DISPLAY "AYUDA - " LINE 06 POSITION 10
              CONTROL "FCOLOR=WHITE,BCOLOR=BLUE".
           DISPLAY PANT-PEDIDA LINE 06 POSITION 18
              CONTROL "FCOLOR=WHITE,BCOLOR=BLUE".
           MOVE 7 TO L.
           PERFORM MOSTRAR-RENGLON THRU F-MOSTRAR-RENGLON
              UNTIL FSTAYU = "10".
           CLOSE TEXTOS.
           IF CANT-RENGLONES = 0
              DISPLAY "SIN AYUDA CARGADA PARA ESTA PANTALLA"
                 LINE 12 POSITION 20
                 CONTROL "FCOLOR=WHITE,BCOLOR=BLUE"
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA VOLVER" LINE 18 POSITION 26
              CONTROL "FCOLOR=WHITE,BCOLOR=BLUE".
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.
           GOBACK.

       MOSTRAR-RENGLON.
           READ TEXTOS AT END MOVE "10" TO FSTAYU.
           IF FSTAYU = "10"
              GO TO F-MOSTRAR-RENGLON
           END-IF.
           IF AYU-PANTALLA NOT = PANT-PEDIDA
              GO TO F-MOSTRAR-RENGLON
           END-IF.
           ADD 1 TO L.
      *-- SI EL RECUADRO SE LLENO, SE PAGINA ADENTRO DEL MISMO -----*
           IF L > 17
              DISPLAY "PULSE UNA TECLA PARA MAS..." LINE 18 POSITION 26
                 CONTROL "FCOLOR=WHITE,BCOLOR=BLUE"
              ACCEPT TECLA ON EXCEPTION C-T
                 CONTINUE
              END-ACCEPT
              CALL    "FONDO" USING 06 05 75 19 1
              CANCEL  "FONDO"
              DISPLAY "AYUDA - " LINE 06 POSITION 10
                 CONTROL "FCOLOR=WHITE,BCOLOR=BLUE"
              DISPLAY PANT-PEDIDA LINE 06 POSITION 18
                 CONTROL "FCOLOR=WHITE,BCOLOR=BLUE"
              MOVE 8 TO L
           END-IF.
           DISPLAY AYU-CAMPO LINE L POSITION 09
              CONTROL "FCOLOR=WHITE,BCOLOR=BLUE".
           DISPLAY AYU-TEXTO LINE L POSITION 21
              CONTROL "FCOLOR=WHITE,BCOLOR=BLUE".
           ADD 1 TO CANT-RENGLONES.
       F-MOSTRAR-RENGLON.
           EXIT.
