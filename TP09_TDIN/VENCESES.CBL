      *-- VENCESES - CIERRE DE SESION POR INACTIVIDAD               --*
      *-- LOS A-B-M Y COBRAR PONEN UN PLAZO (BEFORE TIME) A SUS     --*
      *-- ACCEPT: SI EL OPERADOR DEJA LA TERMINAL SIN TECLEAR, LA   --*
      *-- SESION SE CIERRA PARA QUE NADIE TRABAJE CON SU FIRMA NI   --*
      *-- QUEDEN REGISTROS TRABADOS - ACCION "T": DEVUELVE EN       --*
      *-- VEN-TIEMPO EL PLAZO EN CENTESIMOS DE SEGUNDO, SEGUN EL    --*
      *-- PARAMETRO INACTMIN (MINUTOS, 15 SI NO ESTA) - ACCION "C": --*
      *-- SE VENCIO EL PLAZO: SUELTA TODOS LOS CERROJOS DE LA       --*
      *-- TERMINAL (CERROJO "S"), BORRA SU FIRMA, DEJA EL CIERRE EN --*
      *-- CLAVES.LOG Y VUELVE A PEDIR LA CLAVE CON LOGON - VEN-OK = --*
      *-- "S" SI VOLVIO A ENTRAR EL MISMO OPERADOR (EL LLAMADOR     --*
      *-- RETOMA DESDE SU PRIMERA PANTALLA), "N" SI NO ENTRO O      --*
      *-- ENTRO OTRO (EL LLAMADOR SALE Y EL MENU CONTROLA LOS       --*
      *-- PERMISOS DEL QUE ENTRO)                                   --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCESES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESION ASSIGN TO DISK NOMBRE-SES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSES.

      *-- BITACORA DE LA POLITICA DE CLAVES (LA MISMA DE LOGON) ----*
           SELECT CLAVLOG ASSIGN TO DISK "CLAVES.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTCLG.

       DATA DIVISION.
       FILE SECTION.
        FD SESION
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS R-SES.
         01 R-SES.
            02 SES-COD   PIC X(3).
            02 SES-NOM   PIC X(30).
            02 SES-PERM  PIC X(6).
            02 SES-SUP   PIC X.

        FD CLAVLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS R-CLG.
         01 R-CLG.
            02 CLG-FECHA  PIC 9(8).
            02 FILLER     PIC X VALUE SPACE.
            02 CLG-HORA   PIC 9(6).
            02 FILLER     PIC X VALUE SPACE.
            02 CLG-EST    PIC X(3).
            02 FILLER     PIC X VALUE SPACE.
            02 CLG-COD    PIC X(3).
            02 FILLER     PIC X VALUE SPACE.
            02 CLG-EVENTO PIC X(9).

       WORKING-STORAGE SECTION.
       77 FSTSES              PIC XX.
       77 FSTCLG              PIC XX.
       77 NOMBRE-SES          PIC X(11).
       77 OPER-ANTES          PIC X(3).
      *-- MINUTOS SIN TECLEAR (PARAMETRO INACTMIN) -----------------*
       77 MINUTOS-INACT       PIC 9(4) VALUE 15.
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
      *-- PARA SOLTAR LOS CERROJOS (VER CERROJO.CBL) --*
       77 CER-ACC             PIC X.
       77 CER-ARCH            PIC X(3).
       77 CER-CLAVE           PIC 9(8).
       77 CER-RES             PIC X.
       77 CER-DUENO           PIC X(3).
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.
       01 WFECHA-HOY          PIC 9(8).
       01 WHORA-ACT.
          02 WHORA-6          PIC 9(6).
          02 FILLER           PIC 99.

       LINKAGE SECTION.
       77 VEN-ACC              PIC X.
       77 VEN-TIEMPO           PIC 9(8).
       77 VEN-OK               PIC X.

       PROCEDURE DIVISION USING VEN-ACC VEN-TIEMPO VEN-OK.
       INICIO.
           MOVE "S" TO VEN-OK.
           IF VEN-ACC = "T"
              PERFORM CALCULAR-PLAZO
           ELSE
              PERFORM CERRAR-SESION THRU F-CERRAR-SESION
           END-IF.
           GOBACK.

       CALCULAR-PLAZO.
           MOVE "INACTMIN" TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 0
              MOVE PAR-VALOR TO MINUTOS-INACT
           END-IF.
           COMPUTE VEN-TIEMPO = MINUTOS-INACT * 6000.

       CERRAR-SESION.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           MOVE QS-OPER TO OPER-ANTES.
      *-- LOS REGISTROS QUE TENIA TOMADOS ESTA TERMINAL QUEDAN -----*
      *-- LIBRES PARA LAS DEMAS ------------------------------------*
           MOVE "S" TO CER-ACC.
           MOVE SPACES TO CER-ARCH.
           MOVE 0 TO CER-CLAVE.
           CALL   "CERROJO" USING CER-ACC CER-ARCH CER-CLAVE
                                  CER-RES CER-DUENO
           CANCEL "CERROJO".
      *-- SIN FIRMA, QUIENSOY DEVUELVE "???" SIN PERMISOS ----------*
           MOVE SPACES TO NOMBRE-SES.
           STRING "OPER" DELIMITED BY SIZE
                  QS-EST DELIMITED BY SIZE
                  ".CTL" DELIMITED BY SIZE
                  INTO NOMBRE-SES.
           OPEN OUTPUT SESION.
           CLOSE SESION.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           MOVE WFECHA-HOY TO CLG-FECHA.
           ACCEPT WHORA-ACT FROM TIME.
           MOVE WHORA-6 TO CLG-HORA.
           MOVE QS-EST TO CLG-EST.
           MOVE OPER-ANTES TO CLG-COD.
           MOVE "INACTIVO " TO CLG-EVENTO.
           OPEN EXTEND CLAVLOG.
           IF FSTCLG NOT = "00"
              OPEN OUTPUT CLAVLOG
           END-IF.
           WRITE R-CLG.
           CLOSE CLAVLOG.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "SESION CERRADA POR INACTIVIDAD" LINE 05 POSITION 25
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           CALL   "LOGON" USING VEN-OK
           CANCEL "LOGON".
           IF VEN-OK NOT = "S"
              GO TO F-CERRAR-SESION
           END-IF.
      *-- SI ENTRO OTRO OPERADOR, EL PROGRAMA QUE ESTABA ABIERTO ---*
      *-- NO SIGUE CON SU FIRMA: SE VUELVE AL MENU -----------------*
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER NOT = OPER-ANTES
              MOVE "N" TO VEN-OK
           END-IF.
       F-CERRAR-SESION.
           EXIT.
