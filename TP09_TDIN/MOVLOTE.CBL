      ***          05 SUPERA EL LIMITE      06 CUENTA INACTIVA      ***
      ***          07 ERROR DE GRABACION    08 CUENTA EN DOLARES    ***
      ***             (LOS CARGOS EN DOLARES VAN POR PANTALLA)      ***
      ***          09 CUENTA EN INCOBRABLES (SOLO POR PANTALLA,     ***
      ***             CON SUPERVISOR)                               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVLOTE.
       ENVIRONMENT DIVISION.
              MOVE 06 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           IF PEST = "X"
              MOVE 09 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
           END-IF.
           IF PMON = 2
              MOVE 08 TO WMOTIVO
              GO TO F-VALIDAR-RENGLON
