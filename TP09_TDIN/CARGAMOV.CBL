              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
      *-- UNA CUENTA PASADA A INCOBRABLES (VER CASTIGO) SOLO ADMITE *
      *-- MOVIMIENTOS DE UN SUPERVISOR -----------------------------*
           IF PEST = "X" AND QS-SUP NOT = "S"
              DISPLAY "CUENTA EN INCOBRABLES - SOLO CARGA UN SUPERVISOR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
           MOVE PSA TO PSA-ED.
           DISPLAY "CLIENTE: " LINE 06 POSITION 05.
           DISPLAY PAN LINE 06 POSITION 14.
