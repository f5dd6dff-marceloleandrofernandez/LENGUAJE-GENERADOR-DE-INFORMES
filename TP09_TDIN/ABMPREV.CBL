      *** ABMPREV - MATERIAS PREVIAS POR ALUMNO (PREVIA.IND)       ***
      *** LAS PREVIAS DE LOS CICLOS CERRADOS LAS GENERA CIERRECL;  ***
      *** ACA SE CARGAN A MANO LAS QUE SOLO ESTABAN EN EL CUADERNO ***
      *** (ALUMNO DE MAEALU.IND, MATERIA DE MATERIA.IND, CICLO     ***
      *** LECTIVO Y CURSO EN QUE SE ADEUDA), SE QUITAN LAS         ***
      *** CARGADAS POR ERROR (SOLO PENDIENTES: UNA PREVIA APROBADA ***
      *** EN MESA NO SE BORRA) Y SE CONSULTAN LAS DE UN ALUMNO     ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMPREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVIAS ASSIGN TO DISK "PREVIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCLAVE
           FILE STATUS IS FSTPVA.

           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT MATERIAS ASSIGN TO DISK "MATERIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MATCOD
           FILE STATUS IS FSTMAT.

       DATA DIVISION.
       FILE SECTION.
        FD PREVIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS R-PVA.

         COPY PREVIA.

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD MATERIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS R-MAT.

         COPY MATERIA.

       WORKING-STORAGE SECTION.
       77 FSTPVA              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTMAT              PIC XX.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.
       77 TECLA               PIC X.
      *-- CIERRE DE SESION POR INACTIVIDAD (VER VENCESES) --*
       77 VEN-ACC             PIC X.
       77 VEN-OK              PIC X.
       77 TIEMPO-INACT        PIC 9(8).
       77 C-INACT             PIC 99.
      *-- "S" FUERA DE LAS PANTALLAS DE TRABAJO (ARRANQUE O ---*
      *-- SALIDA): AHI EL PLAZO SOLO CIERRA LA SESION ---------*
       77 SW-SALIDA           PIC X VALUE "S".
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 OP-ACC              PIC X.
       77 L                   PIC 99.
       77 SW-FIN              PIC X.
       77 ENT-ALU             PIC 9(8).
       77 ENT-MAT             PIC 9(2).
       77 ENT-CICLO           PIC 9(4).
       77 ENT-CUR             PIC 9(2).
       77 CANT-CARGADAS       PIC 9(04) VALUE 0.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON PREVIAS.
       ERROR-APERTURA.
           IF FSTPVA NOT = "00"
              OPEN OUTPUT PREVIAS
              CLOSE PREVIAS
              OPEN I-O PREVIAS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN INPUT MAESTRO.
           IF FSTALU NOT = "00"
              DISPLAY "ABMPREV: MAEALU.IND NO ENCONTRADA (FST="
                 FSTALU ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MATERIAS.
           IF FSTMAT NOT = "00"
              DISPLAY "ABMPREV: MATERIA.IND NO ENCONTRADO - CARGUE "
                 "MATERIAS (ABMMAT)"
              CLOSE MAESTRO
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O PREVIAS.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       MENU-PREVIAS.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "MATERIAS PREVIAS" LINE 02 POSITION 32
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "A=AGREGA PREVIA  Q=QUITA PREVIA  C=CONSULTA"
              LINE 04 POSITION 05.
           DISPLAY "F=FIN : " LINE 05 POSITION 05.
           ACCEPT OP-ACC LINE 05 POSITION 14
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           EVALUATE OP-ACC
              WHEN "A" PERFORM AGREGAR-PREVIA THRU F-AGREGAR-PREVIA
              WHEN "a" PERFORM AGREGAR-PREVIA THRU F-AGREGAR-PREVIA
              WHEN "Q" PERFORM QUITAR-PREVIA THRU F-QUITAR-PREVIA
              WHEN "q" PERFORM QUITAR-PREVIA THRU F-QUITAR-PREVIA
              WHEN "C" PERFORM CONSULTA-ALUMNO THRU F-CONSULTA-ALUMNO
              WHEN "c" PERFORM CONSULTA-ALUMNO THRU F-CONSULTA-ALUMNO
              WHEN "F" GO TO FIN
              WHEN "f" GO TO FIN
           END-EVALUATE.
           GO TO MENU-PREVIAS.

      *-- ALUMNO, MATERIA Y CICLO: LA CLAVE DE LA PREVIA -----------*
       PEDIR-PREVIA.
           DISPLAY "ALUMNO: " LINE 07 POSITION 05.
           ACCEPT ENT-ALU LINE 07 POSITION 14
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-ALU IS NOT NUMERIC
              MOVE 0 TO ENT-ALU
           END-IF.
           IF ENT-ALU = 0
              GO TO F-PEDIR-PREVIA
           END-IF.
           MOVE ENT-ALU TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY
                 DISPLAY "ALUMNO INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 MOVE 0 TO ENT-ALU
                 GO TO F-PEDIR-PREVIA
           END-READ.
           DISPLAY MAN LINE 07 POSITION 25.
           DISPLAY "MATERIA: " LINE 08 POSITION 05.
           ACCEPT ENT-MAT LINE 08 POSITION 15
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-MAT IS NOT NUMERIC OR ENT-MAT = 0
              MOVE 0 TO ENT-ALU
              GO TO F-PEDIR-PREVIA
           END-IF.
           MOVE ENT-MAT TO MATCOD.
           READ MATERIAS KEY IS MATCOD
              INVALID KEY
                 DISPLAY "MATERIA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 MOVE 0 TO ENT-ALU
                 GO TO F-PEDIR-PREVIA
           END-READ.
           DISPLAY MATDES LINE 08 POSITION 25.
           DISPLAY "CICLO LECTIVO EN QUE SE ADEUDA (AAAA): "
              LINE 09 POSITION 05.
           ACCEPT ENT-CICLO LINE 09 POSITION 45
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CICLO IS NOT NUMERIC OR ENT-CICLO < 1900
              OR ENT-CICLO > WAA-HOY
              DISPLAY "CICLO LECTIVO INVALIDO - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE 0 TO ENT-ALU
           END-IF.
       F-PEDIR-PREVIA.
           EXIT.

       AGREGAR-PREVIA.
           PERFORM PEDIR-PREVIA THRU F-PEDIR-PREVIA.
           IF ENT-ALU = 0
              GO TO F-AGREGAR-PREVIA
           END-IF.
           MOVE ENT-ALU TO PVALU.
           MOVE ENT-MAT TO PVMAT.
           MOVE ENT-CICLO TO PVCICLO.
           READ PREVIAS KEY IS PVCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "LA PREVIA YA ESTA REGISTRADA"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-AGREGAR-PREVIA
           END-READ.
      *-- EL CURSO DE ESE CICLO; SIN DATO, EL CURSO ACTUAL ----------*
           DISPLAY "CURSO EN QUE SE ADEUDA: " LINE 10 POSITION 05.
           ACCEPT ENT-CUR LINE 10 POSITION 30
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CUR IS NOT NUMERIC OR ENT-CUR = 0
              MOVE MCU TO ENT-CUR
           END-IF.
           DISPLAY ENT-CUR LINE 10 POSITION 30.
           DISPLAY "CONFIRMA (S/N) ? " LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-AGREGAR-PREVIA
           END-IF.
           MOVE ENT-ALU TO PVALU.
           MOVE ENT-MAT TO PVMAT.
           MOVE ENT-CICLO TO PVCICLO.
           MOVE ENT-CUR TO PVCUR.
           MOVE "P" TO PVEST.
           MOVE 0 TO PVNOTA PVMESA PVFAPR.
           MOVE QS-OPER TO PVOPER.
           WRITE R-PVA
              INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO CANT-CARGADAS.
           DISPLAY "PREVIA GRABADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-AGREGAR-PREVIA.
           EXIT.

       QUITAR-PREVIA.
           PERFORM PEDIR-PREVIA THRU F-PEDIR-PREVIA.
           IF ENT-ALU = 0
              GO TO F-QUITAR-PREVIA
           END-IF.
           MOVE ENT-ALU TO PVALU.
           MOVE ENT-MAT TO PVMAT.
           MOVE ENT-CICLO TO PVCICLO.
           READ PREVIAS KEY IS PVCLAVE
              INVALID KEY
                 DISPLAY "PREVIA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-QUITAR-PREVIA
           END-READ.
           IF PVA-APROBADA
              DISPLAY "LA PREVIA YA FUE APROBADA EN MESA - NO SE BORRA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-QUITAR-PREVIA
           END-IF.
           DISPLAY "CONFIRMA LA BAJA DE LA PREVIA (S/N) ? "
              LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 44
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE PREVIAS
                 INVALID KEY CONTINUE
              END-DELETE
              DISPLAY "PREVIA BORRADA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
       F-QUITAR-PREVIA.
           EXIT.

       CONSULTA-ALUMNO.
           DISPLAY "ALUMNO: " LINE 07 POSITION 05.
           ACCEPT ENT-ALU LINE 07 POSITION 14
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-ALU IS NOT NUMERIC OR ENT-ALU = 0
              GO TO F-CONSULTA-ALUMNO
           END-IF.
           MOVE ENT-ALU TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY MOVE "(SIN MAESTRO)" TO MAN
           END-READ.
           DISPLAY MAN LINE 07 POSITION 25.
           DISPLAY "MATERIA          CICLO CURSO ESTADO    NOTA  MESA"
              LINE 09 POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           MOVE 9 TO L.
           MOVE "N" TO SW-FIN.
           MOVE ENT-ALU TO PVALU.
           MOVE 0 TO PVMAT PVCICLO.
           START PREVIAS KEY IS NOT LESS THAN PVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LISTAR-PREVIA THRU F-LISTAR-PREVIA
              UNTIL SW-FIN = "S".
           PERFORM PULSAR-TECLA.
       F-CONSULTA-ALUMNO.
           EXIT.

       LISTAR-PREVIA.
           READ PREVIAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LISTAR-PREVIA
           END-IF.
           IF PVALU NOT = ENT-ALU
              MOVE "S" TO SW-FIN
              GO TO F-LISTAR-PREVIA
           END-IF.
           ADD 1 TO L.
           IF L > 20
              PERFORM PULSAR-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           MOVE PVMAT TO MATCOD.
           READ MATERIAS KEY IS MATCOD
              INVALID KEY MOVE "(SIN MAESTRO)" TO MATDES
           END-READ.
           DISPLAY MATDES LINE L POSITION 05.
           DISPLAY PVCICLO LINE L POSITION 22.
           DISPLAY PVCUR LINE L POSITION 28.
           IF PVA-PENDIENTE
              DISPLAY "PENDIENTE" LINE L POSITION 34
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           ELSE
              DISPLAY "APROBADA " LINE L POSITION 34
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              DISPLAY PVNOTA LINE L POSITION 44
              DISPLAY PVMESA LINE L POSITION 50
           END-IF.
       F-LISTAR-PREVIA.
           EXIT.

      *-- SE VENCIO EL PLAZO SIN TECLEAR: VENCESES SUELTA LOS ------*
      *-- CERROJOS DE ESTA TERMINAL Y VUELVE A PEDIR LA CLAVE - SI -*
      *-- ENTRA EL MISMO OPERADOR SE RETOMA DESDE EL MENU (LO -----*
      *-- QUE SE ESTABA CARGANDO SE PIERDE); SI NO, SE SALE --------*
       INACTIVIDAD.
           IF C-INACT NOT = 99
              GO TO F-INACTIVIDAD
           END-IF.
           MOVE 0 TO C-INACT C-T.
           MOVE "C" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           IF SW-SALIDA = "S"
              GO TO F-INACTIVIDAD
           END-IF.
           IF VEN-OK NOT = "S"
              GO TO FIN
           END-IF.
           DISPLAY " " ERASE SCREEN.
           GO TO MENU-PREVIAS.
       F-INACTIVIDAD.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA BEFORE TIME TIEMPO-INACT ON EXCEPTION C-T
      *-- SIN TECLEAR DURANTE EL PLAZO (VER VENCESES) --*
           IF C-T = 99
              MOVE C-T TO C-INACT
              PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-IF.

       FIN.
           MOVE "S" TO SW-SALIDA.
           DISPLAY "ABMPREV: PREVIAS GRABADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE PREVIAS MAESTRO MATERIAS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
