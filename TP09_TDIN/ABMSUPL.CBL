      *** ABMSUPL - SUPLENCIAS DE DOCENTES CON LICENCIA            ***
      *** ASIGNA UN SUPLENTE (MAEEMP.IND) A UNA FRANJA DE          ***
      *** HORARIO.IND DE UN DIA DADO CUANDO EL TITULAR DEL CURSO   ***
      *** (CURSODOC.IND) TIENE LICENCIA APROBADA ESE DIA           ***
      *** (LICENCIA.IND): RECHAZA AL SUPLENTE QUE ESTA DE LICENCIA ***
      *** O QUE TIENE ESE DIA UNA FRANJA PROPIA U OTRA SUPLENCIA A ***
      *** HORAS SUPERPUESTAS, Y LA FRANJA QUE YA TIENE SUPLENTE -  ***
      *** LAS SUPLENCIAS QUEDAN EN SUPLENCIA.IND PARA PAGARSE EN   ***
      *** LA LIQUIDACION DEL MES (LIQUIDA); LAS FRANJAS SIN CUBRIR ***
      *** LAS LISTA INFSUPL                                        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMSUPL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPLENCIAS ASSIGN TO DISK "SUPLENCIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SPCLAVE
           ALTERNATE RECORD KEY IS SPFRANJA
           FILE STATUS IS FSTSUP.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           FILE STATUS IS FSTEMP.

           SELECT ASIGNACIONES ASSIGN TO DISK "CURSODOC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CDCLAVE
           FILE STATUS IS FSTCDO.

           SELECT HORARIOS ASSIGN TO DISK "HORARIO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HRCLAVE
           FILE STATUS IS FSTHOR.

           SELECT LICENCIAS ASSIGN TO DISK "LICENCIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LICLAVE
           FILE STATUS IS FSTLIC.

       DATA DIVISION.
       FILE SECTION.
        FD SUPLENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS R-SUP.

         COPY SUPLENC.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-EMP.

         COPY EMPLEADO.

        FD ASIGNACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS R-CDO.

         COPY CURSODOC.

        FD HORARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS R-HOR.

         COPY HORARIO.

        FD LICENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-LIC.

         COPY LICENCIA.

       WORKING-STORAGE SECTION.
       77 FSTSUP              PIC XX.
       77 FSTEMP              PIC XX.
       77 FSTCDO              PIC XX.
       77 FSTHOR              PIC XX.
       77 FSTLIC              PIC XX.
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
       77 SW-FIN-HOR          PIC X.
       77 SW-CHOQUE           PIC X.
       77 SW-LICENCIA         PIC X.
       77 ENT-FECHA           PIC 9(8).
       77 ENT-CUR             PIC 9(2).
       77 ENT-DESDE           PIC 9(4).
       77 ENT-LEG             PIC 9(8).
      *-- LA FRANJA ELEGIDA: HASTA, DURACION Y TITULAR CON LICENCIA *
       77 WHASTA              PIC 9(4).
       77 WMIN                PIC 9(4).
       77 WTIT                PIC 9(8).
       77 WLEG-LIC            PIC 9(8).
       77 CUR-PROPIO          PIC 9(2).
       01 WHHMM-DESDE.
          02 WDES-HH          PIC 99.
          02 WDES-MI          PIC 99.
       01 WHHMM-HASTA.
          02 WHAS-HH          PIC 99.
          02 WHAS-MI          PIC 99.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
      *-- DIA DE LA SEMANA POR ZELLER (1=LUNES ... 7=DOMINGO, -----*
      *-- COMO HRDIA DE HORARIO.IND) -------------------------------*
       77 DIASMES             PIC 99.
       77 WAA-COC             PIC 9(4).
       77 WAA-RESTO           PIC 9.
       77 DIA-SEMANA          PIC 9.
       77 ZE-AA               PIC 9(4).
       77 ZE-MM               PIC 99.
       77 ZE-K                PIC 9(4).
       77 ZE-J                PIC 9(2).
       77 ZE-H                PIC 9(4).
       77 ZE-RESTO            PIC 9(4).
       01 WFECHA-TRAB.
          02 WAA-TRAB         PIC 9(4).
          02 WMM-TRAB         PIC 9(2).
          02 WDD-TRAB         PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON SUPLENCIAS.
       ERROR-APERTURA.
           IF FSTSUP NOT = "00"
              OPEN OUTPUT SUPLENCIAS
              CLOSE SUPLENCIAS
              OPEN I-O SUPLENCIAS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "ABMSUPL: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAEEMP.
           IF FSTEMP NOT = "00"
              DISPLAY "ABMSUPL: MAEEMP.IND NO ENCONTRADA (FST="
                 FSTEMP ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT ASIGNACIONES.
           IF FSTCDO NOT = "00"
              DISPLAY "ABMSUPL: CURSODOC.IND NO ENCONTRADO - ASIGNE "
                 "DOCENTES (ABMDOC)"
              CLOSE MAEEMP
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT HORARIOS.
           IF FSTHOR NOT = "00"
              DISPLAY "ABMSUPL: HORARIO.IND NO ENCONTRADO (FST="
                 FSTHOR ")"
              CLOSE MAEEMP ASIGNACIONES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT LICENCIAS.
           IF FSTLIC NOT = "00"
              DISPLAY "ABMSUPL: LICENCIA.IND NO ENCONTRADA (FST="
                 FSTLIC ")"
              CLOSE MAEEMP ASIGNACIONES HORARIOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O SUPLENCIAS.

       MENU-SUPLENCIAS.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "SUPLENCIAS DE DOCENTES" LINE 02 POSITION 29
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "A=ASIGNA  Q=QUITA  C=CONSULTA DIA  F=FIN: "
              LINE 04 POSITION 05.
           ACCEPT OP-ACC LINE 04 POSITION 47
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           EVALUATE OP-ACC
              WHEN "A" PERFORM ASIGNAR THRU F-ASIGNAR
              WHEN "a" PERFORM ASIGNAR THRU F-ASIGNAR
              WHEN "Q" PERFORM QUITAR THRU F-QUITAR
              WHEN "q" PERFORM QUITAR THRU F-QUITAR
              WHEN "C" PERFORM CONSULTAR THRU F-CONSULTAR
              WHEN "c" PERFORM CONSULTAR THRU F-CONSULTAR
              WHEN "F" GO TO FIN
              WHEN "f" GO TO FIN
           END-EVALUATE.
           GO TO MENU-SUPLENCIAS.

      *-- FECHA, CURSO Y HORA DE INICIO DE LA FRANJA - ENT-CUR EN --*
      *-- CERO SI LOS DATOS NO SIRVEN ------------------------------*
       PEDIR-FRANJA.
           DISPLAY "FECHA (AAAAMMDD)  : " LINE 06 POSITION 05.
           ACCEPT ENT-FECHA LINE 06 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "CURSO             : " LINE 07 POSITION 05.
           ACCEPT ENT-CUR LINE 07 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "HORA DESDE (HHMM) : " LINE 08 POSITION 05.
           ACCEPT ENT-DESDE LINE 08 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-FECHA IS NOT NUMERIC OR ENT-CUR IS NOT NUMERIC
              OR ENT-DESDE IS NOT NUMERIC
              MOVE 0 TO ENT-CUR
              GO TO F-PEDIR-FRANJA
           END-IF.
           MOVE ENT-FECHA TO WFECHA-TRAB.
           IF WMM-TRAB < 1 OR WMM-TRAB > 12 OR WDD-TRAB < 1
              DISPLAY "FECHA INVALIDA - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE 0 TO ENT-CUR
              GO TO F-PEDIR-FRANJA
           END-IF.
           PERFORM CALCULAR-DIAS-DEL-MES.
           IF WDD-TRAB > DIASMES
              DISPLAY "FECHA INVALIDA - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE 0 TO ENT-CUR
              GO TO F-PEDIR-FRANJA
           END-IF.
           PERFORM CALCULAR-DIA-SEMANA.
       F-PEDIR-FRANJA.
           EXIT.

      *---------------------------------------------------------------*
      *-- ASIGNAR: LA FRANJA TIENE QUE ESTAR EN EL HORARIO ESE DIA  --*
      *-- DE LA SEMANA, UN TITULAR DEL CURSO TIENE QUE ESTAR DE     --*
      *-- LICENCIA APROBADA ESA FECHA Y NO PUEDE TENER YA SUPLENTE; --*
      *-- EL SUPLENTE NO PUEDE SER EL TITULAR, NI ESTAR DE LICENCIA,--*
      *-- NI TENER A ESA HORA UNA FRANJA PROPIA U OTRA SUPLENCIA    --*
      *---------------------------------------------------------------*
       ASIGNAR.
           PERFORM PEDIR-FRANJA THRU F-PEDIR-FRANJA.
           IF ENT-CUR = 0
              GO TO F-ASIGNAR
           END-IF.
           MOVE ENT-CUR TO HRCUR.
           MOVE DIA-SEMANA TO HRDIA.
           MOVE ENT-DESDE TO HRDESDE.
           READ HORARIOS KEY IS HRCLAVE
              INVALID KEY
                 DISPLAY "EL CURSO NO TIENE ESA FRANJA ESE DIA"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-ASIGNAR
           END-READ.
           MOVE HRHASTA TO WHASTA.
           MOVE HRDESDE TO WHHMM-DESDE.
           MOVE HRHASTA TO WHHMM-HASTA.
           COMPUTE WMIN = (WHAS-HH * 60 + WHAS-MI)
              - (WDES-HH * 60 + WDES-MI).
           DISPLAY "HASTA " LINE 09 POSITION 05.
           DISPLAY WHASTA LINE 09 POSITION 11.
           PERFORM BUSCAR-TITULAR THRU F-BUSCAR-TITULAR.
           IF WTIT = 0
              DISPLAY "NINGUN TITULAR DEL CURSO DE LICENCIA ESE DIA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-ASIGNAR
           END-IF.
           MOVE WTIT TO MCA.
           READ MAEEMP KEY IS MCA
              INVALID KEY MOVE SPACES TO MAN
           END-READ.
           DISPLAY "TITULAR " LINE 10 POSITION 05.
           DISPLAY WTIT LINE 10 POSITION 13.
           DISPLAY MAN LINE 10 POSITION 23.
           MOVE ENT-FECHA TO SPFECHA.
           MOVE ENT-CUR TO SPCUR.
           MOVE ENT-DESDE TO SPDESDE.
           READ SUPLENCIAS KEY IS SPFRANJA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "LA FRANJA YA TIENE SUPLENTE: "
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 DISPLAY SPLEG LINE 22 POSITION 34
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-ASIGNAR
           END-READ.
           PERFORM PEDIR-SUPLENTE THRU F-PEDIR-SUPLENTE.
           IF ENT-LEG = 0
              GO TO F-ASIGNAR
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 14 POSITION 05.
           ACCEPT OP-SN LINE 14 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-ASIGNAR
           END-IF.
           MOVE ENT-LEG TO SPLEG.
           MOVE ENT-FECHA TO SPFECHA.
           MOVE ENT-CUR TO SPCUR.
           MOVE ENT-DESDE TO SPDESDE.
           MOVE WHASTA TO SPHASTA.
           MOVE WTIT TO SPTIT.
           MOVE WMIN TO SPMIN.
           MOVE QS-OPER TO SPOPER.
           MOVE 0 TO SPPER SPIMP.
           WRITE R-SUP
              INVALID KEY
                 DISPLAY "LA FRANJA YA TIENE SUPLENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-ASIGNAR
           END-WRITE.
           DISPLAY "SUPLENCIA ASIGNADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-ASIGNAR.
           EXIT.

      *-- EL SUPLENTE: ENT-LEG EN CERO SI NO SIRVE -----------------*
       PEDIR-SUPLENTE.
           DISPLAY "LEGAJO SUPLENTE   : " LINE 12 POSITION 05.
           ACCEPT ENT-LEG LINE 12 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-LEG IS NOT NUMERIC
              MOVE 0 TO ENT-LEG
           END-IF.
           IF ENT-LEG = 0
              GO TO F-PEDIR-SUPLENTE
           END-IF.
           MOVE ENT-LEG TO MCA.
           READ MAEEMP KEY IS MCA
              INVALID KEY
                 DISPLAY "EMPLEADO INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 MOVE 0 TO ENT-LEG
                 GO TO F-PEDIR-SUPLENTE
           END-READ.
           DISPLAY MAN LINE 12 POSITION 36.
           IF ENT-LEG = WTIT
              DISPLAY "EL SUPLENTE NO PUEDE SER EL TITULAR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE 0 TO ENT-LEG
              GO TO F-PEDIR-SUPLENTE
           END-IF.
           MOVE ENT-LEG TO WLEG-LIC.
           PERFORM MIRAR-LICENCIAS THRU F-MIRAR-LICENCIAS.
           IF SW-LICENCIA = "S"
              DISPLAY "EL SUPLENTE ESTA DE LICENCIA ESE DIA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE 0 TO ENT-LEG
              GO TO F-PEDIR-SUPLENTE
           END-IF.
           PERFORM VERIFICAR-HORARIO-PROPIO
              THRU F-VERIFICAR-HORARIO-PROPIO.
           IF SW-CHOQUE = "S"
              DISPLAY "SE SUPERPONE CON UN CURSO PROPIO DEL SUPLENTE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE 0 TO ENT-LEG
              GO TO F-PEDIR-SUPLENTE
           END-IF.
           PERFORM VERIFICAR-OTRA-SUPLENCIA
              THRU F-VERIFICAR-OTRA-SUPLENCIA.
           IF SW-CHOQUE = "S"
              DISPLAY "SE SUPERPONE CON OTRA SUPLENCIA DEL MISMO DIA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE 0 TO ENT-LEG
              GO TO F-PEDIR-SUPLENTE
           END-IF.
       F-PEDIR-SUPLENTE.
           EXIT.

      *-- EL PRIMER TITULAR DEL CURSO CON LICENCIA APROBADA QUE ----*
      *-- CUBRE LA FECHA (WTIT EN CERO SI NO HAY) ------------------*
       BUSCAR-TITULAR.
           MOVE 0 TO WTIT.
           MOVE "N" TO SW-FIN.
           MOVE ENT-CUR TO CDCUR.
           MOVE 0 TO CDLEG.
           START ASIGNACIONES KEY IS NOT LESS THAN CDCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-TITULAR THRU F-MIRAR-TITULAR
              UNTIL SW-FIN = "S".
       F-BUSCAR-TITULAR.
           EXIT.

       MIRAR-TITULAR.
           READ ASIGNACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MIRAR-TITULAR
           END-IF.
           IF CDCUR NOT = ENT-CUR
              MOVE "S" TO SW-FIN
              GO TO F-MIRAR-TITULAR
           END-IF.
           MOVE CDLEG TO WLEG-LIC.
           PERFORM MIRAR-LICENCIAS THRU F-MIRAR-LICENCIAS.
           IF SW-LICENCIA = "S"
              MOVE CDLEG TO WTIT
              MOVE "S" TO SW-FIN
           END-IF.
       F-MIRAR-TITULAR.
           EXIT.

      *-- SW-LICENCIA = "S" SI WLEG-LIC TIENE UNA LICENCIA ---------*
      *-- APROBADA (DE CUALQUIER TIPO) QUE CUBRE ENT-FECHA ---------*
       MIRAR-LICENCIAS.
           MOVE "N" TO SW-LICENCIA.
           MOVE "N" TO SW-FIN-HOR.
           MOVE WLEG-LIC TO LILEG.
           MOVE 0 TO LIDESDE.
           START LICENCIAS KEY IS NOT LESS THAN LICLAVE
              INVALID KEY GO TO F-MIRAR-LICENCIAS
           END-START.
           PERFORM MIRAR-LICENCIA UNTIL SW-FIN-HOR = "S".
       F-MIRAR-LICENCIAS.
           EXIT.

       MIRAR-LICENCIA.
           READ LICENCIAS NEXT RECORD AT END MOVE "S" TO SW-FIN-HOR.
           IF SW-FIN-HOR = "N"
              IF LILEG NOT = WLEG-LIC OR LIDESDE > ENT-FECHA
                 MOVE "S" TO SW-FIN-HOR
              ELSE
                 IF LIC-APROBADA AND LIHASTA NOT < ENT-FECHA
                    MOVE "S" TO SW-LICENCIA
                    MOVE "S" TO SW-FIN-HOR
                 END-IF
              END-IF
           END-IF.

      *-- LOS CURSOS DEL SUPLENTE (CURSODOC.IND VA POR CURSO: SE ---*
      *-- RECORRE ENTERO) Y SUS FRANJAS DE ESE DIA DE LA SEMANA ----*
       VERIFICAR-HORARIO-PROPIO.
           MOVE "N" TO SW-CHOQUE.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO CDCUR CDLEG.
           START ASIGNACIONES KEY IS NOT LESS THAN CDCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-CURSO-PROPIO THRU F-MIRAR-CURSO-PROPIO
              UNTIL SW-FIN = "S".
       F-VERIFICAR-HORARIO-PROPIO.
           EXIT.

       MIRAR-CURSO-PROPIO.
           READ ASIGNACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MIRAR-CURSO-PROPIO
           END-IF.
           IF CDLEG NOT = ENT-LEG
              GO TO F-MIRAR-CURSO-PROPIO
           END-IF.
           MOVE CDCUR TO CUR-PROPIO.
           MOVE "N" TO SW-FIN-HOR.
           MOVE CDCUR TO HRCUR.
           MOVE DIA-SEMANA TO HRDIA.
           MOVE 0 TO HRDESDE.
           START HORARIOS KEY IS NOT LESS THAN HRCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-HOR
           END-START.
           PERFORM MIRAR-FRANJA-PROPIA UNTIL SW-FIN-HOR = "S".
           IF SW-CHOQUE = "S"
              MOVE "S" TO SW-FIN
           END-IF.
       F-MIRAR-CURSO-PROPIO.
           EXIT.

       MIRAR-FRANJA-PROPIA.
           READ HORARIOS NEXT RECORD AT END MOVE "S" TO SW-FIN-HOR.
           IF SW-FIN-HOR = "N"
              IF HRCUR NOT = CUR-PROPIO OR HRDIA NOT = DIA-SEMANA
                 MOVE "S" TO SW-FIN-HOR
              ELSE
                 IF HRDESDE < WHASTA AND HRHASTA > ENT-DESDE
                    MOVE "S" TO SW-CHOQUE
                    MOVE "S" TO SW-FIN-HOR
                 END-IF
              END-IF
           END-IF.

      *-- LAS OTRAS SUPLENCIAS DEL SUPLENTE ESE MISMO DIA ----------*
       VERIFICAR-OTRA-SUPLENCIA.
           MOVE "N" TO SW-CHOQUE.
           MOVE "N" TO SW-FIN.
           MOVE ENT-LEG TO SPLEG.
           MOVE ENT-FECHA TO SPFECHA.
           MOVE 0 TO SPCUR SPDESDE.
           START SUPLENCIAS KEY IS NOT LESS THAN SPCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-OTRA-SUPLENCIA UNTIL SW-FIN = "S".
       F-VERIFICAR-OTRA-SUPLENCIA.
           EXIT.

       MIRAR-OTRA-SUPLENCIA.
           READ SUPLENCIAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF SPLEG NOT = ENT-LEG OR SPFECHA NOT = ENT-FECHA
                 MOVE "S" TO SW-FIN
              ELSE
                 IF SPDESDE < WHASTA AND SPHASTA > ENT-DESDE
                    MOVE "S" TO SW-CHOQUE
                    MOVE "S" TO SW-FIN
                 END-IF
              END-IF
           END-IF.

      *-- QUITAR: UNA SUPLENCIA YA PAGADA EN UNA LIQUIDACION NO ----*
      *-- SE PUEDE BORRAR ------------------------------------------*
       QUITAR.
           PERFORM PEDIR-FRANJA THRU F-PEDIR-FRANJA.
           IF ENT-CUR = 0
              GO TO F-QUITAR
           END-IF.
           MOVE ENT-FECHA TO SPFECHA.
           MOVE ENT-CUR TO SPCUR.
           MOVE ENT-DESDE TO SPDESDE.
           READ SUPLENCIAS KEY IS SPFRANJA
              INVALID KEY
                 DISPLAY "LA FRANJA NO TIENE SUPLENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-QUITAR
           END-READ.
           MOVE SPLEG TO MCA.
           READ MAEEMP KEY IS MCA
              INVALID KEY MOVE SPACES TO MAN
           END-READ.
           DISPLAY "SUPLENTE " LINE 10 POSITION 05.
           DISPLAY SPLEG LINE 10 POSITION 14.
           DISPLAY MAN LINE 10 POSITION 24.
           IF SPPER > 0
              DISPLAY "YA PAGADA EN LA LIQUIDACION DEL PERIODO "
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY SPPER LINE 22 POSITION 45
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-QUITAR
           END-IF.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 14 POSITION 05.
           ACCEPT OP-SN LINE 14 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-QUITAR
           END-IF.
           DELETE SUPLENCIAS RECORD
              INVALID KEY CONTINUE
           END-DELETE.
           DISPLAY "SUPLENCIA QUITADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-QUITAR.
           EXIT.

      *-- CONSULTA: LAS SUPLENCIAS DE UN DIA POR CURSO Y HORA ------*
       CONSULTAR.
           DISPLAY "FECHA (AAAAMMDD)  : " LINE 06 POSITION 05.
           ACCEPT ENT-FECHA LINE 06 POSITION 26
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-FECHA IS NOT NUMERIC OR ENT-FECHA = 0
              GO TO F-CONSULTAR
           END-IF.
           DISPLAY "CURSO DESDE HASTA SUPLENTE TITULAR  PAGADA"
              LINE 08 POSITION 05.
           MOVE 8 TO L.
           MOVE "N" TO SW-FIN.
           MOVE ENT-FECHA TO SPFECHA.
           MOVE 0 TO SPCUR SPDESDE.
           START SUPLENCIAS KEY IS NOT LESS THAN SPFRANJA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LISTAR-SUPLENCIA THRU F-LISTAR-SUPLENCIA
              UNTIL SW-FIN = "S".
           PERFORM PULSAR-TECLA.
       F-CONSULTAR.
           EXIT.

       LISTAR-SUPLENCIA.
           READ SUPLENCIAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF SPFECHA NOT = ENT-FECHA
                 MOVE "S" TO SW-FIN
              ELSE
                 ADD 1 TO L
                 IF L > 20
                    PERFORM PULSAR-TECLA
                    DISPLAY " " ERASE SCREEN
                    MOVE 4 TO L
                 END-IF
                 DISPLAY SPCUR LINE L POSITION 06
                 DISPLAY SPDESDE LINE L POSITION 11
                 DISPLAY SPHASTA LINE L POSITION 17
                 DISPLAY SPLEG LINE L POSITION 23
                 DISPLAY SPTIT LINE L POSITION 32
                 DISPLAY SPPER LINE L POSITION 41
              END-IF
           END-IF.
       F-LISTAR-SUPLENCIA.
           EXIT.

       CALCULAR-DIAS-DEL-MES.
           MOVE 31 TO DIASMES.
           IF WMM-TRAB = 04 OR WMM-TRAB = 06 OR WMM-TRAB = 09
              OR WMM-TRAB = 11
              MOVE 30 TO DIASMES
           END-IF.
           IF WMM-TRAB = 02
              MOVE 28 TO DIASMES
              DIVIDE WAA-TRAB BY 4 GIVING WAA-COC REMAINDER WAA-RESTO
              IF WAA-RESTO = 0
                 MOVE 29 TO DIASMES
              END-IF
           END-IF.

       CALCULAR-DIA-SEMANA.
           MOVE WAA-TRAB TO ZE-AA.
           MOVE WMM-TRAB TO ZE-MM.
           IF ZE-MM < 3
              ADD 10 TO ZE-MM
              SUBTRACT 1 FROM ZE-AA
           ELSE
              SUBTRACT 2 FROM ZE-MM
           END-IF.
           DIVIDE ZE-AA BY 100 GIVING ZE-J REMAINDER ZE-K.
           COMPUTE ZE-H = WDD-TRAB + ((13 * ZE-MM - 1) / 5)
              + ZE-K + (ZE-K / 4) + (ZE-J / 4) + (5 * ZE-J).
           DIVIDE ZE-H BY 7 GIVING ZE-AA REMAINDER ZE-RESTO.
           IF ZE-RESTO = 0
              MOVE 7 TO DIA-SEMANA
           ELSE
              MOVE ZE-RESTO TO DIA-SEMANA
           END-IF.

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
           GO TO MENU-SUPLENCIAS.
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
           CLOSE SUPLENCIAS MAEEMP ASIGNACIONES HORARIOS LICENCIAS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
