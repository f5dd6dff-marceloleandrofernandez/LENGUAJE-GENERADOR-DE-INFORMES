       FILE SECTION.
        FD ARCBAJAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS R-ARC.

         COPY ARCALU.
      *-- LA IMAGEN ARCHIVADA ABIERTA EN SUS CAMPOS ----------------*
       COPY ALUMNO REPLACING ==R-MAE== BY ==R-FICHA==.

      *-- CODIGOS Y LEYENDAS DE LOS MOTIVOS DE BAJA ----------------*
       COPY MOTBAJA.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ARCBAJAS.
           DISPLAY "FECHA DE BAJA : " LINE 14 POSITION 05
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           DISPLAY ARC-FBAJA LINE 14 POSITION 22.
      *-- LOS CODIGOS 01 A 09 OCUPAN SU MISMA POSICION EN LA TABLA -*
           DISPLAY "MOTIVO        : " LINE 15 POSITION 05.
           DISPLAY ARC-MOTIVO LINE 15 POSITION 22.
           IF ARC-MOTIVO > 0 AND ARC-MOTIVO < 10
              DISPLAY TMB-DES(ARC-MOTIVO) LINE 15 POSITION 25
           END-IF.
           IF BAJA-FUSION
              DISPLAY TMB-DES(10) LINE 15 POSITION 25
           END-IF.
           IF BAJA-SIN-MOTIVO
              DISPLAY "(SIN MOTIVO)" LINE 15 POSITION 25
           END-IF.
           PERFORM PULSAR-TECLA.

       PULSAR-TECLA.
