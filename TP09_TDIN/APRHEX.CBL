      *-- APRHEX - APROBACION DE HORAS EXTRA                      --*
      *-- SOLO PARA SUPERVISORES (LA FIRMA DE LA TERMINAL, VER    --*
      *-- QUIENSOY): RECORRE LAS HORAS EXTRA PENDIENTES QUE DEJO  --*
      *-- CALCHEX EN HOREXT.IND (TODAS O LAS DE UN PERIODO),      --*
      *-- MUESTRA CADA DIA CON SU FICHADA Y LOS MINUTOS AL 50% Y  --*
      *-- AL 100%, Y LO APRUEBA (RECIEN AHI LO PAGA LIQUIDA), LO  --*
      *-- RECHAZA O LO SALTA - LA DECISION QUEDA CON EL OPERADOR  --*
      *-- Y LA FECHA - MISMO ESQUEMA QUE APRLIM                   --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRHEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORAS-EXTRA ASSIGN TO DISK "HOREXT.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HXCLAVE
           FILE STATUS IS FSTHEX.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           FILE STATUS IS FSTEMP.

       DATA DIVISION.
       FILE SECTION.
        FD HORAS-EXTRA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-HEX.

         COPY HOREXT.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-EMP.

         COPY EMPLEADO.

       WORKING-STORAGE SECTION.
       77 FSTHEX              PIC XX.
       77 FSTEMP              PIC XX.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-ACC              PIC X.
       77 WSUPER              PIC X(3) VALUE "???".
       77 WPERIODO            PIC 9(6).
       77 CANT-APROBADAS      PIC 9(4) VALUE 0.
       77 CANT-RECHAZADAS     PIC 9(4) VALUE 0.
       77 HS-ED               PIC ZZ9,99.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.

       01 WFECHA4             PIC 9(8).

       PROCEDURE DIVISION.
       INICIO.
      *-- SOLO UN SUPERVISOR FIRMADO EN ESTA TERMINAL PUEDE --------*
      *-- RESOLVER LAS HORAS EXTRA (VER QUIENSOY) ------------------*
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "APRHEX: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GOBACK
           END-IF.
           IF QS-SUP NOT = "S"
              DISPLAY "APRHEX: SOLO PARA SUPERVISORES"
              GOBACK
           END-IF.
           MOVE QS-OPER TO WSUPER.
           ACCEPT WFECHA4 FROM DATE YYYYMMDD.
           OPEN I-O HORAS-EXTRA.
           IF FSTHEX NOT = "00"
              DISPLAY "APRHEX: NO HAY HORAS EXTRA PENDIENTES"
              GOBACK
           END-IF.
           OPEN INPUT MAEEMP.
           IF FSTEMP NOT = "00"
              DISPLAY "APRHEX: MAEEMP.IND NO ENCONTRADA (FST="
                 FSTEMP ")"
              CLOSE HORAS-EXTRA
              GOBACK
           END-IF.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "APROBACION DE HORAS EXTRA" LINE 02 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO (AAAAMM - 0 = TODOS): " LINE 04
              POSITION 05.
           MOVE 0 TO WPERIODO.
           ACCEPT WPERIODO LINE 04 POSITION 36.
           IF WPERIODO IS NOT NUMERIC
              MOVE 0 TO WPERIODO
           END-IF.
           MOVE 0 TO HXLEG HXFECHA.
           START HORAS-EXTRA KEY IS NOT LESS THAN HXCLAVE
              INVALID KEY MOVE "10" TO FSTHEX
           END-START.
           PERFORM TRATAR-HORAS THRU F-TRATAR-HORAS
              UNTIL FSTHEX = "10".
           CLOSE HORAS-EXTRA MAEEMP.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "APRHEX: APROBADAS  = " LINE 10 POSITION 10.
           DISPLAY CANT-APROBADAS LINE 10 POSITION 33.
           DISPLAY "APRHEX: RECHAZADAS = " LINE 11 POSITION 10.
           DISPLAY CANT-RECHAZADAS LINE 11 POSITION 33.
           PERFORM PULSAR-TECLA.
           GOBACK.

       TRATAR-HORAS.
           READ HORAS-EXTRA NEXT RECORD AT END MOVE "10" TO FSTHEX.
           IF FSTHEX = "10"
              GO TO F-TRATAR-HORAS
           END-IF.
           IF NOT HEX-PENDIENTE
              GO TO F-TRATAR-HORAS
           END-IF.
           IF WPERIODO NOT = 0 AND HXFECHA(1:6) NOT = WPERIODO
              GO TO F-TRATAR-HORAS
           END-IF.
           MOVE HXLEG TO MCA.
           READ MAEEMP KEY IS MCA
              INVALID KEY MOVE "(SIN MAESTRO)" TO MAN
           END-READ.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "APROBACION DE HORAS EXTRA" LINE 02 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "LEGAJO         : " LINE 05 POSITION 05.
           DISPLAY HXLEG LINE 05 POSITION 23.
           DISPLAY MAN LINE 05 POSITION 33.
           DISPLAY "FECHA          : " LINE 06 POSITION 05.
           DISPLAY HXFECHA LINE 06 POSITION 23.
           DISPLAY "FICHADA        : " LINE 07 POSITION 05.
           DISPLAY HXENT LINE 07 POSITION 23.
           DISPLAY "-" LINE 07 POSITION 28.
           DISPLAY HXSAL LINE 07 POSITION 30.
           COMPUTE HS-ED ROUNDED = HXMIN50 / 60.
           DISPLAY "HORAS AL 50%   : " LINE 08 POSITION 05.
           DISPLAY HS-ED LINE 08 POSITION 23.
           COMPUTE HS-ED ROUNDED = HXMIN100 / 60.
           DISPLAY "HORAS AL 100%  : " LINE 09 POSITION 05.
           DISPLAY HS-ED LINE 09 POSITION 23.
           DISPLAY "A=APRUEBA R=RECHAZA S=SALTA : "
              LINE 11 POSITION 05.
           ACCEPT OP-ACC LINE 11 POSITION 36.
           IF OP-ACC = "A" OR OP-ACC = "a"
              MOVE "A" TO HXEST
              ADD 1 TO CANT-APROBADAS
           ELSE
              IF OP-ACC = "R" OR OP-ACC = "r"
                 MOVE "R" TO HXEST
                 ADD 1 TO CANT-RECHAZADAS
              ELSE
                 GO TO F-TRATAR-HORAS
              END-IF
           END-IF.
           MOVE WSUPER TO HXOPER.
           MOVE WFECHA4 TO HXFAPR.
           REWRITE R-HEX
              INVALID KEY CONTINUE
           END-REWRITE.
       F-TRATAR-HORAS.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.
