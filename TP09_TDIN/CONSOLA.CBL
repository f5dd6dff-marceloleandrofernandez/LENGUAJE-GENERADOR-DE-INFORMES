      *-- DE CADA UNO, ULTIMO RESULTADO DEL PROCESO NOCTURNO,      --*
      *-- TRANSACCIONES DE LOTE EN ESPERA Y RESTOS DE CORRIDAS     --*
      *-- CORTADAS (MLISP1.CHK / PERSONA.ORD / PERSONA.WWW) -      --*
      *-- Y LAS ALERTAS DE NEGOCIO ABIERTAS DEL OPERADOR (LAS DE   --*
      *-- "SUP" Y LAS DE TODOS, SI ES SUPERVISOR)                  --*
      *-- TECLA "R" REFRESCA, "A" ABRE LA BANDEJA DE ALERTAS (VER, --*
      *-- CERRAR CON NOTA, EVALUAR AHORA CON EVALERT), CUALQUIER   --*
      *-- OTRA SALE                                                --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLA.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTJRN.

      *-- ALERTAS DE NEGOCIO (VER EVALERT) -------------------------*
           SELECT ALERTAS ASSIGN TO DISK "ALERTAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ALNRO
           ALTERNATE RECORD KEY IS ALCLAVE DUPLICATES
           FILE STATUS IS FSTALE.

       DATA DIVISION.
       FILE SECTION.
        FD CORTES

        FD MAECAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-CAT.

         COPY CATEGORIA.
            02 FILLER      PIC X.
            02 JN-REGLA    PIC X(8).

        FD ALERTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 156 CHARACTERS
           DATA RECORD IS R-ALE.

         COPY ALERTA.

       WORKING-STORAGE SECTION.
       77 FSTCTE              PIC XX.
       77 FSTARCH             PIC XX.
       77 CANT-REGS           PIC 9(6).
       77 CANT-ED             PIC ZZZZZ9.
       77 CANT-TXT            PIC 9(5).
       77 FSTALE              PIC XX.
       77 CANT-ALE            PIC 9(5).
       77 OP-ACC              PIC X.
       77 WNRO-ALE            PIC 9(6).
       77 WNOTA               PIC X(30).
       77 SW-VISIBLE          PIC X.
       77 ULT-NRO-ALE         PIC 9(6).
       77 MODO-EVAL           PIC X VALUE "I".
       01 WHORA-ACT.
          02 WHORA-6          PIC 9(6).
          02 FILLER           PIC 99.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.

       01 TABLA-NOMBRES.
          02 FILLER PIC X(14) VALUE "MAEALU.IND    ".
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".

       REFRESCAR.
           DISPLAY " " ERASE SCREEN.
           PERFORM MOSTRAR-LOTES.
           PERFORM MOSTRAR-RESTOS.
           PERFORM MOSTRAR-CORTES THRU F-MOSTRAR-CORTES.
           PERFORM MOSTRAR-ALERTAS THRU F-MOSTRAR-ALERTAS.
           DISPLAY "R = REFRESCA - A = ALERTAS - OTRA TECLA SALE"
              LINE 24 POSITION 18
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.
           IF TECLA = "R" OR TECLA = "r"
              GO TO REFRESCAR
           END-IF.
           IF TECLA = "A" OR TECLA = "a"
              PERFORM BANDEJA THRU F-BANDEJA
              GO TO REFRESCAR
           END-IF.
           GOBACK.

       MOSTRAR-MAESTRO.
           END-IF.
       F-AVISAR-RESTO.
           EXIT.

      *-- CUANTAS ALERTAS ABIERTAS LE TOCAN A ESTE OPERADOR, FIJO --*
      *-- EN EL RENGLON 23 (LOS CORTES PUEDEN OCUPAR LO DE ARRIBA) -*
       MOSTRAR-ALERTAS.
           PERFORM CONTAR-ALERTAS THRU F-CONTAR-ALERTAS.
           IF FSTALE = "99"
              DISPLAY "ALERTAS: SIN ALERTAS.IND" LINE 23 POSITION 02
              GO TO F-MOSTRAR-ALERTAS
           END-IF.
           MOVE CANT-ALE TO CANT-ED.
           IF CANT-ALE = 0
              DISPLAY "ALERTAS ABIERTAS: NINGUNA" LINE 23 POSITION 02
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           ELSE
              DISPLAY "ALERTAS ABIERTAS:" LINE 23 POSITION 02
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY CANT-ED LINE 23 POSITION 20
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
       F-MOSTRAR-ALERTAS.
           EXIT.

      *-- FSTALE "99" = NO HAY ARCHIVO DE ALERTAS TODAVIA ----------*
       CONTAR-ALERTAS.
           MOVE 0 TO CANT-ALE.
           OPEN INPUT ALERTAS.
           IF FSTALE NOT = "00"
              MOVE "99" TO FSTALE
              GO TO F-CONTAR-ALERTAS
           END-IF.
           PERFORM CONTAR-UNA-ALERTA THRU F-CONTAR-UNA-ALERTA
              UNTIL FSTALE = "10".
           CLOSE ALERTAS.
           MOVE "00" TO FSTALE.
       F-CONTAR-ALERTAS.
           EXIT.

       CONTAR-UNA-ALERTA.
           READ ALERTAS NEXT RECORD AT END MOVE "10" TO FSTALE.
           IF FSTALE = "10"
              GO TO F-CONTAR-UNA-ALERTA
           END-IF.
           PERFORM VER-SI-LE-TOCA.
           IF SW-VISIBLE = "S" AND ALE-ABIERTA
              ADD 1 TO CANT-ALE
           END-IF.
       F-CONTAR-UNA-ALERTA.
           EXIT.

      *-- LAS DE SU CODIGO; EL SUPERVISOR VE TODAS -----------------*
       VER-SI-LE-TOCA.
           MOVE "N" TO SW-VISIBLE.
           IF ALDEST = QS-OPER OR QS-SUP = "S"
              MOVE "S" TO SW-VISIBLE
           END-IF.

      *-- BANDEJA: LAS ABIERTAS DE A UNA PANTALLA, DESDE LA MAS ----*
      *-- VIEJA; C CIERRA UNA (QUIEN Y CUANDO QUEDAN EN LA ALERTA), -*
      *-- E EVALUA AHORA, S SIGUE CON LA PANTALLA SIGUIENTE --------*
       BANDEJA.
           MOVE 0 TO ULT-NRO-ALE.
       MOSTRAR-BANDEJA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "BANDEJA DE ALERTAS ABIERTAS" LINE 01 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "NUMERO ALTA" LINE 03 POSITION 02.
           DISPLAY "PARA SITUACION" LINE 03 POSITION 20.
           MOVE 3 TO L.
           OPEN INPUT ALERTAS.
           IF FSTALE NOT = "00"
              DISPLAY "NO HAY ALERTAS.IND - EVALUE CON E"
                 LINE 05 POSITION 02
           ELSE
              MOVE ULT-NRO-ALE TO ALNRO
              START ALERTAS KEY IS GREATER THAN ALNRO
                 INVALID KEY MOVE "10" TO FSTALE
              END-START
              PERFORM MOSTRAR-UNA-ALERTA THRU F-MOSTRAR-UNA-ALERTA
                 UNTIL FSTALE = "10" OR L > 20
              CLOSE ALERTAS
           END-IF.
           DISPLAY "C = CERRAR UNA  E = EVALUAR AHORA  S = SIGUIENTES  "
              LINE 23 POSITION 02.
           DISPLAY "OTRA TECLA VUELVE" LINE 23 POSITION 54.
           ACCEPT OP-ACC LINE 23 POSITION 73.
           IF OP-ACC = "c"
              MOVE "C" TO OP-ACC
           END-IF.
           IF OP-ACC = "e"
              MOVE "E" TO OP-ACC
           END-IF.
           IF OP-ACC = "s"
              MOVE "S" TO OP-ACC
           END-IF.
           EVALUATE OP-ACC
              WHEN "C"
                 PERFORM CERRAR-ALERTA THRU F-CERRAR-ALERTA
                 MOVE 0 TO ULT-NRO-ALE
                 GO TO MOSTRAR-BANDEJA
              WHEN "E"
                 CALL   "EVALERT" USING MODO-EVAL
                 CANCEL "EVALERT"
                 MOVE 0 TO ULT-NRO-ALE
                 GO TO MOSTRAR-BANDEJA
              WHEN "S"
                 IF FSTALE = "10"
                    MOVE 0 TO ULT-NRO-ALE
                 END-IF
                 GO TO MOSTRAR-BANDEJA
           END-EVALUATE.
       F-BANDEJA.
           EXIT.

       MOSTRAR-UNA-ALERTA.
           READ ALERTAS NEXT RECORD AT END MOVE "10" TO FSTALE.
           IF FSTALE = "10"
              GO TO F-MOSTRAR-UNA-ALERTA
           END-IF.
           PERFORM VER-SI-LE-TOCA.
           IF SW-VISIBLE NOT = "S" OR NOT ALE-ABIERTA
              GO TO F-MOSTRAR-UNA-ALERTA
           END-IF.
           ADD 1 TO L.
           MOVE ALNRO TO ULT-NRO-ALE.
           DISPLAY ALNRO LINE L POSITION 02.
           DISPLAY ALFALTA LINE L POSITION 09.
           DISPLAY ALDEST LINE L POSITION 20.
           DISPLAY ALTEXTO LINE L POSITION 25
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
       F-MOSTRAR-UNA-ALERTA.
           EXIT.

      *-- SOLO SE CIERRA UNA ABIERTA QUE LE TOQUE AL OPERADOR ------*
       CERRAR-ALERTA.
           DISPLAY "NUMERO DE ALERTA A CERRAR:" LINE 22 POSITION 02.
           ACCEPT WNRO-ALE LINE 22 POSITION 29.
           IF WNRO-ALE IS NOT NUMERIC OR WNRO-ALE = 0
              GO TO F-CERRAR-ALERTA
           END-IF.
           OPEN I-O ALERTAS.
           IF FSTALE NOT = "00"
              GO TO F-CERRAR-ALERTA
           END-IF.
           MOVE WNRO-ALE TO ALNRO.
           READ ALERTAS KEY IS ALNRO
              INVALID KEY MOVE "23" TO FSTALE
           END-READ.
           IF FSTALE = "00"
              PERFORM VER-SI-LE-TOCA
           END-IF.
           IF FSTALE NOT = "00" OR SW-VISIBLE NOT = "S"
              OR NOT ALE-ABIERTA
              DISPLAY "NO ES UNA ALERTA ABIERTA SUYA" LINE 22
                 POSITION 40 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              ACCEPT TECLA ON EXCEPTION C-T
                 CONTINUE
              END-ACCEPT
              CLOSE ALERTAS
              GO TO F-CERRAR-ALERTA
           END-IF.
           DISPLAY "QUE SE HIZO:" LINE 22 POSITION 37.
           MOVE SPACES TO WNOTA.
           ACCEPT WNOTA LINE 22 POSITION 50.
           IF WNOTA = SPACES
              DISPLAY "SIN NOTA NO SE CIERRA" LINE 22 POSITION 37
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              ACCEPT TECLA ON EXCEPTION C-T
                 CONTINUE
              END-ACCEPT
              CLOSE ALERTAS
              GO TO F-CERRAR-ALERTA
           END-IF.
           ACCEPT WHORA-ACT FROM TIME.
           MOVE "C" TO ALEST.
           MOVE QS-OPER TO ALOPCIE.
           MOVE WFECHA-HOY TO ALFCIE.
           MOVE WHORA-6 TO ALHCIE.
           MOVE WNOTA TO ALNOTA.
           REWRITE R-ALE
              INVALID KEY CONTINUE
           END-REWRITE.
           CLOSE ALERTAS.
       F-CERRAR-ALERTA.
           EXIT.
