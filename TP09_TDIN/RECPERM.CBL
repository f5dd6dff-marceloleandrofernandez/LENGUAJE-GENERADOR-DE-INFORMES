      *** RECPERM - FIRMA DE LA RECERTIFICACION DE PERMISOS        ***
      *** SOLO PARA SUPERVISORES (LA FIRMA DE LA TERMINAL, VER     ***
      *** QUIENSOY): PIDE UN OPERADOR, MUESTRA SU ULTIMA           ***
      *** RECERTIFICACION Y RECORRE CADA PERMISO QUE TIENE - LAS   ***
      *** OPCIONES DEL MENU, LA MARCA DE SUPERVISOR Y EL NIVEL DE  ***
      *** SPOOL - PARA QUE EL SUPERVISOR LO CONFIRME O SE LO QUITE ***
      *** (ACA NO SE DAN PERMISOS NUEVOS: ESO ES ABMUSU) - AL      ***
      *** FIRMAR GRABA USUARIOS.IND, DEJA EN RECERT.IND LA FECHA,  ***
      *** LA HORA, EL SUPERVISOR Y LO CONFIRMADO, Y EN RECERT.LOG  ***
      *** EL ANTES Y EL DESPUES - SI LA CUENTA LA HABIA BLOQUEADO  ***
      *** LISPERM POR VENCIDA, LA FIRMA LA DESBLOQUEA - NADIE      ***
      *** RECERTIFICA SUS PROPIOS PERMISOS                         ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECPERM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO DISK "USUARIOS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS USCOD
           FILE STATUS IS FSTUSU.

           SELECT RECERT ASSIGN TO DISK "RECERT.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RFOPER
           FILE STATUS IS FSTREC.

      *-- BITACORA DE LA POLITICA DE CLAVES (LA MISMA DE LOGON) ----*
           SELECT CLAVLOG ASSIGN TO DISK "CLAVES.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTCLG.

      *-- FIRMAS Y BLOQUEOS DE LA RECERTIFICACION ------------------*
           SELECT RECLOG ASSIGN TO DISK "RECERT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTRCL.

       DATA DIVISION.
       FILE SECTION.
        FD USUARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS R-USU.

         COPY USUARIO.

        FD RECERT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-REC.

         COPY RECERT.

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

      *-- ANTES Y DESPUES = PERMISOS (6), SUPERVISOR Y NIVEL -------*
        FD RECLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-RCL.
         01 R-RCL.
            02 RCL-FECHA   PIC 9(8).
            02 FILLER      PIC X.
            02 RCL-HORA    PIC 9(6).
            02 FILLER      PIC X.
            02 RCL-EST     PIC X(3).
            02 FILLER      PIC X.
            02 RCL-OPER    PIC X(3).
            02 FILLER      PIC X.
            02 RCL-FIRMA   PIC X(3).
            02 FILLER      PIC X.
            02 RCL-ANTES   PIC X(8).
            02 FILLER      PIC X.
            02 RCL-DESPUES PIC X(8).
            02 FILLER      PIC X.
            02 RCL-EVENTO  PIC X(9).

       WORKING-STORAGE SECTION.
       77 FSTUSU              PIC XX.
       77 FSTREC              PIC XX.
       77 FSTCLG              PIC XX.
       77 FSTRCL              PIC XX.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 SW-NUEVO            PIC X.
       77 PERM-POS            PIC 9.
       77 FILA-PERM           PIC 99.
       77 CANT-QUITA          PIC 9.

       01 ROTULOS-OPCION.
          02 FILLER PIC X(12) VALUE "ABM ALUMNOS ".
          02 FILLER PIC X(12) VALUE "LISTADOS    ".
          02 FILLER PIC X(12) VALUE "LOCALIDADES ".
          02 FILLER PIC X(12) VALUE "SUCURSALES  ".
          02 FILLER PIC X(12) VALUE "HISTORIAL   ".
          02 FILLER PIC X(12) VALUE "SALIR       ".
       01 TABLA-ROTULOS REDEFINES ROTULOS-OPCION.
          02 ROT-OPC OCCURS 6 TIMES PIC X(12).

      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
       01 PERM-ANTES.
          02 PB-PERM          PIC X(6).
          02 PB-SUP           PIC X.
          02 PB-NIVEL         PIC 9.
       01 PERM-DESPUES.
          02 PD-PERM          PIC X(6).
          02 PD-SUP           PIC X.
          02 PD-NIVEL         PIC 9.

       01 WFECHA-HOY          PIC 9(8).
       01 WHORA-ACT.
          02 WHORA-6          PIC 9(6).
          02 FILLER           PIC 99.
       01 WFECHA-AUX.
          02 WAUX-AA          PIC 9(4).
          02 WAUX-MM          PIC 9(2).
          02 WAUX-DD          PIC 9(2).
       01 FECHA-ED.
          02 FED-DD           PIC 9(2).
          02 FILLER           PIC X VALUE "/".
          02 FED-MM           PIC 9(2).
          02 FILLER           PIC X VALUE "/".
          02 FED-AA           PIC 9(4).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON RECERT.
       ERROR-APERTURA.
           IF FSTREC NOT = "00"
              OPEN OUTPUT RECERT
              CLOSE RECERT
              OPEN I-O RECERT
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "RECPERM: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           IF QS-SUP NOT = "S"
              DISPLAY "RECPERM: SOLO PARA SUPERVISORES"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O USUARIOS.
           IF FSTUSU NOT = "00"
              DISPLAY "RECPERM: USUARIOS.IND NO ENCONTRADO (FST="
                 FSTUSU ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O RECERT.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-CODIGO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RECERTIFICACION DE PERMISOS" LINE 02 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "OPERADOR (FIN = ...): " LINE 04 POSITION 05.
           ACCEPT USCOD LINE 04 POSITION 28.
           IF USCOD = SPACES OR USCOD = "..."
              GO TO FIN
           END-IF.
           READ USUARIOS KEY IS USCOD
              INVALID KEY
                 DISPLAY "OPERADOR INEXISTENTE" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CODIGO
           END-READ.
      *-- CUATRO OJOS: LOS PERMISOS PROPIOS LOS FIRMA OTRO ---------*
           IF USCOD = QS-OPER
              DISPLAY "SUS PROPIOS PERMISOS LOS RECERTIFICA OTRO "
                 "SUPERVISOR" LINE 22 POSITION 05
                 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CODIGO
           END-IF.
           MOVE "N" TO SW-NUEVO.
           MOVE USCOD TO RFOPER.
           READ RECERT KEY IS RFOPER
              INVALID KEY
                 MOVE "S" TO SW-NUEVO
                 MOVE USCOD TO RFOPER
                 MOVE WFECHA-HOY TO RFDESDE
                 MOVE 0 TO RFFECHA RFHORA RFNIVEL RFQUITA
                 MOVE SPACES TO RFSUPER RFPERM RFSUP RFBLOQ
           END-READ.
           DISPLAY "NOMBRE: " LINE 06 POSITION 05.
           DISPLAY USNOM LINE 06 POSITION 14.
           IF USU-BLOQUEADO
              DISPLAY "(BLOQUEADA)" LINE 06 POSITION 46
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
           IF RFFECHA = 0
              DISPLAY "NUNCA RECERTIFICADA" LINE 07 POSITION 05
           ELSE
              MOVE RFFECHA TO WFECHA-AUX
              MOVE WAUX-DD TO FED-DD
              MOVE WAUX-MM TO FED-MM
              MOVE WAUX-AA TO FED-AA
              DISPLAY "ULTIMA RECERTIFICACION: " LINE 07 POSITION 05
              DISPLAY FECHA-ED LINE 07 POSITION 29
              DISPLAY "POR " LINE 07 POSITION 40
              DISPLAY RFSUPER LINE 07 POSITION 44
           END-IF.
           MOVE USPERM TO PB-PERM.
           MOVE USSUP TO PB-SUP.
           MOVE USNIVEL TO PB-NIVEL.
           MOVE 0 TO CANT-QUITA.
           DISPLAY "S = LO CONSERVA, N = SE LO QUITA:" LINE 09
              POSITION 05.
           MOVE 1 TO PERM-POS.
           PERFORM CONFIRMAR-PERMISO THRU F-CONFIRMAR-PERMISO
              UNTIL PERM-POS > 5.
           DISPLAY "SUPERVISOR  : " LINE 16 POSITION 08.
           IF USSUP = "S"
              ACCEPT OP-SN LINE 16 POSITION 23
              IF OP-SN = "N" OR OP-SN = "n"
                 MOVE "N" TO USSUP
                 ADD 1 TO CANT-QUITA
              END-IF
           ELSE
              DISPLAY "NO LO ES" LINE 16 POSITION 23
           END-IF.
           DISPLAY "NIVEL SPOOL : " LINE 17 POSITION 08.
           DISPLAY USNIVEL LINE 17 POSITION 23.
           IF USNIVEL > 0
              DISPLAY "(S/N)" LINE 17 POSITION 25
              ACCEPT OP-SN LINE 17 POSITION 31
              IF OP-SN = "N" OR OP-SN = "n"
                 MOVE 0 TO USNIVEL
                 ADD 1 TO CANT-QUITA
              END-IF
           END-IF.
           DISPLAY "FIRMA LA RECERTIFICACION (S/N) ? " LINE 19
              POSITION 05.
           ACCEPT OP-SN LINE 19 POSITION 39.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              DISPLAY "NO SE GRABO NADA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CODIGO
           END-IF.
           PERFORM FIRMAR THRU F-FIRMAR.
           GO TO PEDIR-CODIGO.

      *-- SOLO SE CONFIRMA O SE QUITA LO QUE YA TIENE --------------*
       CONFIRMAR-PERMISO.
           COMPUTE FILA-PERM = 9 + PERM-POS.
           DISPLAY ROT-OPC(PERM-POS) LINE FILA-PERM POSITION 08.
           DISPLAY ": " LINE FILA-PERM POSITION 21.
           IF USP-OPC(PERM-POS) = "S"
              ACCEPT OP-SN LINE FILA-PERM POSITION 23
              IF OP-SN = "N" OR OP-SN = "n"
                 MOVE "N" TO USP-OPC(PERM-POS)
                 ADD 1 TO CANT-QUITA
              END-IF
           ELSE
              DISPLAY "NO TIENE" LINE FILA-PERM POSITION 23
           END-IF.
           ADD 1 TO PERM-POS.
       F-CONFIRMAR-PERMISO.
           EXIT.

      *-- LA FIRMA: EL OPERADOR CON LO CONFIRMADO, LA CONSTANCIA --*
      *-- EN RECERT.IND Y EL ANTES Y EL DESPUES EN RECERT.LOG ------*
       FIRMAR.
           ACCEPT WHORA-ACT FROM TIME.
      *-- EL BLOQUEO POR VENCIDA SE LEVANTA CON LA FIRMA; EL DE ----*
      *-- LOS INTENTOS FALLIDOS SIGUE SIENDO DE ABMUSU -------------*
           IF REC-BLOQUEADA AND USU-BLOQUEADO
              MOVE " " TO USBLOQ
              MOVE 0 TO USFALLO
              MOVE "DESBLOQ  " TO CLG-EVENTO
              PERFORM GRABAR-CLAVLOG
           END-IF.
           REWRITE R-USU
              INVALID KEY
                 DISPLAY "ERROR FATAL (FST=" FSTUSU ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-FIRMAR
           END-REWRITE.
           MOVE USPERM TO PD-PERM RFPERM.
           MOVE USSUP TO PD-SUP RFSUP.
           MOVE USNIVEL TO PD-NIVEL RFNIVEL.
           MOVE WFECHA-HOY TO RFFECHA.
           MOVE WHORA-6 TO RFHORA.
           MOVE QS-OPER TO RFSUPER.
           MOVE CANT-QUITA TO RFQUITA.
           MOVE " " TO RFBLOQ.
           IF SW-NUEVO = "S"
              WRITE R-REC
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE R-REC
                 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
           MOVE "RECERTIF " TO RCL-EVENTO.
           PERFORM GRABAR-RECLOG.
           DISPLAY "RECERTIFICACION FIRMADA - PERMISOS QUITADOS: "
              LINE 21 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY CANT-QUITA LINE 21 POSITION 51.
           IF USU-BLOQUEADO
              DISPLAY "LA CUENTA SIGUE BLOQUEADA POR INTENTOS FALLIDOS"
                 " (ABMUSU)" LINE 22 POSITION 05
                 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
           END-IF.
           PERFORM PULSAR-TECLA.
       F-FIRMAR.
           EXIT.

       GRABAR-CLAVLOG.
           MOVE WFECHA-HOY TO CLG-FECHA.
           MOVE WHORA-6 TO CLG-HORA.
           MOVE QS-EST TO CLG-EST.
           MOVE USCOD TO CLG-COD.
           OPEN EXTEND CLAVLOG.
           IF FSTCLG NOT = "00"
              OPEN OUTPUT CLAVLOG
           END-IF.
           WRITE R-CLG.
           CLOSE CLAVLOG.

       GRABAR-RECLOG.
           MOVE SPACES TO R-RCL.
           MOVE WFECHA-HOY TO RCL-FECHA.
           MOVE WHORA-6 TO RCL-HORA.
           MOVE QS-EST TO RCL-EST.
           MOVE USCOD TO RCL-OPER.
           MOVE QS-OPER TO RCL-FIRMA.
           MOVE PERM-ANTES TO RCL-ANTES.
           MOVE PERM-DESPUES TO RCL-DESPUES.
           OPEN EXTEND RECLOG.
           IF FSTRCL NOT = "00"
              OPEN OUTPUT RECLOG
           END-IF.
           WRITE R-RCL.
           CLOSE RECLOG.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE USUARIOS RECERT.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
