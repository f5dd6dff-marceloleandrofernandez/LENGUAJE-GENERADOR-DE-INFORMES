      *-- QUIENSOY): UBICA AL CLIENTE MARCADO "I" POR LA CORRIDA  --*
      *-- INACTIV, PIDE EL MOTIVO Y LO VUELVE A ACTIVO, DEJANDO   --*
      *-- LA LINEA EN AUDITPER.LOG CON EL MOTIVO EN EL CAMPO DE   --*
      *-- NOMBRE NUEVO - TAMBIEN VUELVE A ACTIVA UNA CUENTA       --*
      *-- PASADA A INCOBRABLES (VER CASTIGO): EL CASTIGO SIGUE EN --*
      *-- EL REGISTRO DE INCOBRABLES                              --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REACTCLI.
       ENVIRONMENT DIVISION.

        FD AUDITORIA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS R-AUDITORIA.

         01 R-AUDITORIA             PIC X(112).

       WORKING-STORAGE SECTION.

                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
           END-READ.
           IF PEST NOT = "I" AND PEST NOT = "X"
              DISPLAY "LA CUENTA NO ESTA INACTIVA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA

       GRABAR-AUDITORIA.
           ACCEPT LP-FECHA FROM DATE YYYYMMDD.
           MOVE QS-OPER TO LP-OPER.
           MOVE "REACTIVACION" TO LP-TIPO.
           MOVE PCA TO LP-CODIGO.
           MOVE PAN TO LP-PAN-ANT.
