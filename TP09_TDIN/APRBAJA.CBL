      *-- MUESTRA CADA PEDIDO Y LO APRUEBA (RECIEN AHI SE HACE    --*
      *-- EL DELETE - PARA ALUMNOS CON EL ARCHIVO DE BAJAS Y LA   --*
      *-- LINEA DE AUDITORIA DE SIEMPRE), LO RECHAZA O LO SALTA - --*
      *-- CADA DECISION QUEDA ASENTADA EN BAJASPEN.LOG - EL       --*
      *-- MOTIVO CODIFICADO DE LA BAJA DE ALUMNO (MOTBAJA) PASA   --*
      *-- AL ARCHIVO DE BAJAS                                     --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRBAJA.
       ENVIRONMENT DIVISION.
       FILE SECTION.
        FD PENDIENTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS R-PEN.

         COPY PENBAJA.

        FD MAECAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-CAT.

         COPY CATEGORIA.

        FD ARCBAJAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS R-ARC.

         COPY ARCALU.

       COPY AUDITALU.

      *-- CODIGOS Y LEYENDAS DE LOS MOTIVOS DE BAJA --*
       COPY MOTBAJA.

       PROCEDURE DIVISION.
       INICIO.
      *-- SOLO UN SUPERVISOR FIRMADO EN ESTA TERMINAL PUEDE --------*
           DISPLAY PBFECHA LINE 08 POSITION 17.
           DISPLAY "POR      : " LINE 09 POSITION 05.
           DISPLAY PBOPER LINE 09 POSITION 17.
      *-- LOS CODIGOS 01 A 09 OCUPAN SU MISMA POSICION EN LA TABLA -*
           IF PBARCH = "ALU"
              DISPLAY "MOTIVO   : " LINE 10 POSITION 05
              DISPLAY PBMOTIVO LINE 10 POSITION 17
              IF PBMOTIVO > 0 AND PBMOTIVO < 10
                 DISPLAY TMB-DES(PBMOTIVO) LINE 10 POSITION 20
              END-IF
           END-IF.
           DISPLAY "A=APRUEBA R=RECHAZA S=SALTA : "
              LINE 11 POSITION 05.
           ACCEPT OP-ACC LINE 11 POSITION 36.
           MOVE MCA TO ARC-MCA.
           MOVE R-MAE(9:59) TO ARC-DATOS.
           MOVE WFECHA4 TO ARC-FBAJA.
           MOVE PBMOTIVO TO ARC-MOTIVO.
           WRITE R-ARC
              INVALID KEY REWRITE R-ARC
           END-WRITE.
