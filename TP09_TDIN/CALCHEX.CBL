      *** CALCHEX - CALCULO DE HORAS EXTRA DEL MES                 ***
      *** CRUZA LAS FICHADAS DEL PERIODO (FICHADAS.IND, VER        ***
      *** CARGAREL) CONTRA LA JORNADA TEORICA DE CADA EMPLEADO     ***
      *** (JORNADA.IND, VER ABMJOR) Y GRABA POR DIA LAS HORAS      ***
      *** EXTRA EN HOREXT.IND, PENDIENTES DE APROBACION (APRHEX):  ***
      *** LO TRABAJADO ANTES DE LA ENTRADA O DESPUES DE LA SALIDA  ***
      *** TEORICA (TODO EL DIA SI NO ES LABORABLE) VA AL 50%,      ***
      *** SALVO LOS SABADOS DESPUES DE LAS 13, LOS DOMINGOS Y LOS  ***
      *** FERIADOS DE FERIADOS.DAT, QUE VAN AL 100% - LOS DIAS CON ***
      *** MENOS DEL PARAMETRO HEXMIN MINUTOS (30 POR DEFECTO) NO   ***
      *** SE GRABAN - SE PUEDE CORRER DE NUEVO: RECALCULA LAS      ***
      *** PENDIENTES Y NO TOCA LAS YA APROBADAS, RECHAZADAS O      ***
      *** PAGADAS - LAS FICHADAS SIN SALIDA Y LOS LEGAJOS SIN      ***
      *** JORNADA NO SE CALCULAN                                   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHADAS ASSIGN TO DISK "FICHADAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FICLAVE
           FILE STATUS IS FSTFIC.

           SELECT JORNADAS ASSIGN TO DISK "JORNADA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS JOLEG
           FILE STATUS IS FSTJOR.

           SELECT HORAS-EXTRA ASSIGN TO DISK "HOREXT.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HXCLAVE
           FILE STATUS IS FSTHEX.

           SELECT FERIADOS ASSIGN TO DISK "FERIADOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FST-FER.

       DATA DIVISION.
       FILE SECTION.
        FD FICHADAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS R-FIC.

         COPY FICHADAS.

        FD JORNADAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS R-JOR.

         COPY JORNADA.

        FD HORAS-EXTRA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-HEX.

         COPY HOREXT.

        FD FERIADOS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS R-FER.
         01 R-FER.
            02 FER-FECHA   PIC 9(8).

       WORKING-STORAGE SECTION.
       77 FSTFIC              PIC XX.
       77 FSTJOR              PIC XX.
       77 FSTHEX              PIC XX.
       77 FST-FER             PIC XX.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 SW-FIN-FIC          PIC X.
       77 SW-FERIADO          PIC X.
       77 SW-HEX              PIC X.

       01 WPERIODO            PIC 9(6).
       01 R-WPERIODO REDEFINES WPERIODO.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).
      *-- MINIMO DE MINUTOS EXTRA POR DIA (PARAMETRO HEXMIN) -------*
       77 MIN-HEX             PIC 9(3) VALUE 30.
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.

      *-- LA JORNADA SE LEE UNA VEZ POR LEGAJO (ORDEN DE LA CLAVE) -*
       77 LEG-ACT             PIC 9(8) VALUE 0.
       77 SW-JOR              PIC X VALUE "N".
      *-- MINUTOS DESDE LA MEDIANOCHE: FICHADA, JORNADA DEL DIA Y --*
      *-- EL TRAMO EXTRA QUE SE ESTA SUMANDO -----------------------*
       77 WM-ENT              PIC 9(4).
       77 WM-SAL              PIC 9(4).
       77 WM-JENT             PIC 9(4).
       77 WM-JSAL             PIC 9(4).
       77 WM-DESDE            PIC 9(4).
       77 WM-HASTA            PIC 9(4).
       77 WMIN50              PIC 9(4).
       77 WMIN100             PIC 9(4).
      *-- SABADO: DESDE LAS 13 (780 MINUTOS) VA AL 100% ------------*
       77 WM-SAB-100          PIC 9(4) VALUE 780.
       01 WHHMM.
          02 WHH              PIC 99.
          02 WMI              PIC 99.

       77 CANT-GRABADAS       PIC 9(05) VALUE 0.
       77 CANT-RECALC         PIC 9(05) VALUE 0.
       77 CANT-RESUELTAS      PIC 9(05) VALUE 0.
       77 CANT-SIN-JOR        PIC 9(05) VALUE 0.
       77 CANT-INCOMP         PIC 9(05) VALUE 0.
       77 CANT-ED             PIC ZZ.ZZ9.

      *-- FERIADOS.DAT (MISMA CARGA QUE CALCVTO) -------------------*
       77 FER-POS             PIC 99.
       77 FER-CANT            PIC 99 VALUE 0.
       01 TABLA-FERIADOS.
          02 TFER-FECHA OCCURS 50 TIMES PIC 9(8).
      *-- DIA DE LA SEMANA POR ZELLER (1=LUNES ... 7=DOMINGO) ------*
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

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON HORAS-EXTRA.
       ERROR-APERTURA.
           IF FSTHEX NOT = "00"
              OPEN OUTPUT HORAS-EXTRA
              CLOSE HORAS-EXTRA
              OPEN I-O HORAS-EXTRA
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           OPEN INPUT FICHADAS.
           IF FSTFIC NOT = "00"
              DISPLAY "CALCHEX: FICHADAS.IND NO ENCONTRADO - CARGUE "
                 "EL RELOJ (CARGAREL)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT JORNADAS.
           IF FSTJOR NOT = "00"
              DISPLAY "CALCHEX: JORNADA.IND NO ENCONTRADO - CARGUE "
                 "LAS JORNADAS (ABMJOR)"
              CLOSE FICHADAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O HORAS-EXTRA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CALCULO DE HORAS EXTRA DEL MES" LINE 02
              POSITION 25 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO (AAAAMM - 0 = MES ACTUAL): "
              LINE 04 POSITION 05.
           ACCEPT WPERIODO LINE 04 POSITION 41.
           IF WPERIODO IS NOT NUMERIC OR WPERIODO = 0
              MOVE WFECHA-HOY(1:6) TO WPERIODO
           END-IF.
           DISPLAY "CONFIRMA EL CALCULO (S/N) ? " LINE 06 POSITION 05.
           ACCEPT OP-SN LINE 06 POSITION 34.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN
           END-IF.
           PERFORM LEER-MINIMO.
           MOVE 0 TO FER-CANT.
           OPEN INPUT FERIADOS.
           IF FST-FER = "00"
              PERFORM LEER-FERIADO THRU F-LEER-FERIADO
                 UNTIL FST-FER = "10" OR FER-CANT = 50
              CLOSE FERIADOS
           END-IF.
           MOVE "N" TO SW-FIN-FIC.
           MOVE 0 TO FILEG FIFECHA.
           START FICHADAS KEY IS NOT LESS THAN FICLAVE
              INVALID KEY MOVE "S" TO SW-FIN-FIC
           END-START.
           PERFORM TRATAR-FICHADA THRU F-TRATAR-FICHADA
              UNTIL SW-FIN-FIC = "S".
           MOVE CANT-GRABADAS TO CANT-ED.
           DISPLAY "DIAS CON HORAS EXTRA NUEVOS   = " LINE 16
              POSITION 05 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 16 POSITION 38.
           MOVE CANT-RECALC TO CANT-ED.
           DISPLAY "PENDIENTES RECALCULADOS       = " LINE 17
              POSITION 05 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 17 POSITION 38.
           MOVE CANT-RESUELTAS TO CANT-ED.
           DISPLAY "YA RESUELTOS (NO SE TOCAN)    = " LINE 18
              POSITION 05 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 18 POSITION 38.
           MOVE CANT-INCOMP TO CANT-ED.
           DISPLAY "FICHADAS SIN SALIDA           = " LINE 19
              POSITION 05 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 19 POSITION 38.
           MOVE CANT-SIN-JOR TO CANT-ED.
           DISPLAY "FICHADAS DE LEGAJOS SIN JORNADA = " LINE 20
              POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 20 POSITION 40.
           PERFORM PULSAR-TECLA.
           GO TO FIN.

       LEER-MINIMO.
           MOVE "HEXMIN  " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR < 1000
              MOVE PAR-VALOR TO MIN-HEX
           END-IF.

       LEER-FERIADO.
           READ FERIADOS AT END MOVE "10" TO FST-FER.
           IF FST-FER NOT = "10" AND FER-FECHA IS NUMERIC
              ADD 1 TO FER-CANT
              MOVE FER-FECHA TO TFER-FECHA(FER-CANT)
           END-IF.
       F-LEER-FERIADO.
           EXIT.

       TRATAR-FICHADA.
           READ FICHADAS NEXT RECORD AT END MOVE "S" TO SW-FIN-FIC.
           IF SW-FIN-FIC = "S"
              GO TO F-TRATAR-FICHADA
           END-IF.
           IF FIFECHA(1:6) NOT = WPERIODO
              GO TO F-TRATAR-FICHADA
           END-IF.
           IF FILEG NOT = LEG-ACT
              MOVE FILEG TO LEG-ACT
              MOVE "S" TO SW-JOR
              MOVE FILEG TO JOLEG
              READ JORNADAS KEY IS JOLEG
                 INVALID KEY MOVE "N" TO SW-JOR
              END-READ
           END-IF.
           IF SW-JOR = "N"
              ADD 1 TO CANT-SIN-JOR
              GO TO F-TRATAR-FICHADA
           END-IF.
           IF FISAL = 0
              ADD 1 TO CANT-INCOMP
              GO TO F-TRATAR-FICHADA
           END-IF.
           PERFORM CALCULAR-EXTRA THRU F-CALCULAR-EXTRA.
           PERFORM GRABAR-EXTRA THRU F-GRABAR-EXTRA.
       F-TRATAR-FICHADA.
           EXIT.

      *---------------------------------------------------------------*
      *-- LOS MINUTOS EXTRA DEL DIA: DOMINGO O FERIADO TODO AL 100%;--*
      *-- SI NO, LO TRABAJADO FUERA DE LA JORNADA DE ESE DIA DE LA  --*
      *-- SEMANA (TODO SI NO ES LABORABLE) AL 50%, Y EL SABADO LO   --*
      *-- QUE PASA DE LAS 13 AL 100%                                --*
      *---------------------------------------------------------------*
       CALCULAR-EXTRA.
           MOVE 0 TO WMIN50 WMIN100.
           MOVE FIENT TO WHHMM.
           COMPUTE WM-ENT = WHH * 60 + WMI.
           MOVE FISAL TO WHHMM.
           COMPUTE WM-SAL = WHH * 60 + WMI.
           IF WM-SAL NOT > WM-ENT
              GO TO F-CALCULAR-EXTRA
           END-IF.
           MOVE FIFECHA TO WFECHA-TRAB.
           PERFORM CALCULAR-DIA-SEMANA.
           MOVE "N" TO SW-FERIADO.
           MOVE 1 TO FER-POS.
           PERFORM MIRAR-FERIADO UNTIL FER-POS > FER-CANT.
           IF DIA-SEMANA = 7 OR SW-FERIADO = "S"
              COMPUTE WMIN100 = WM-SAL - WM-ENT
              GO TO F-CALCULAR-EXTRA
           END-IF.
           IF JOENT(DIA-SEMANA) = 0 AND JOSAL(DIA-SEMANA) = 0
              MOVE WM-ENT TO WM-DESDE
              MOVE WM-SAL TO WM-HASTA
              PERFORM SUMAR-TRAMO
              GO TO F-CALCULAR-EXTRA
           END-IF.
           MOVE JOENT(DIA-SEMANA) TO WHHMM.
           COMPUTE WM-JENT = WHH * 60 + WMI.
           MOVE JOSAL(DIA-SEMANA) TO WHHMM.
           COMPUTE WM-JSAL = WHH * 60 + WMI.
      *-- ANTES DE LA ENTRADA TEORICA ------------------------------*
           IF WM-ENT < WM-JENT
              MOVE WM-ENT TO WM-DESDE
              MOVE WM-SAL TO WM-HASTA
              IF WM-HASTA > WM-JENT
                 MOVE WM-JENT TO WM-HASTA
              END-IF
              PERFORM SUMAR-TRAMO
           END-IF.
      *-- DESPUES DE LA SALIDA TEORICA -----------------------------*
           IF WM-SAL > WM-JSAL
              MOVE WM-JSAL TO WM-DESDE
              IF WM-DESDE < WM-ENT
                 MOVE WM-ENT TO WM-DESDE
              END-IF
              MOVE WM-SAL TO WM-HASTA
              PERFORM SUMAR-TRAMO
           END-IF.
       F-CALCULAR-EXTRA.
           EXIT.

      *-- UN TRAMO EXTRA: AL 50%, SALVO EL SABADO DESDE LAS 13 -----*
       SUMAR-TRAMO.
           IF DIA-SEMANA = 6 AND WM-HASTA > WM-SAB-100
              IF WM-DESDE < WM-SAB-100
                 COMPUTE WMIN50 = WMIN50 + WM-SAB-100 - WM-DESDE
                 MOVE WM-SAB-100 TO WM-DESDE
              END-IF
              COMPUTE WMIN100 = WMIN100 + WM-HASTA - WM-DESDE
           ELSE
              COMPUTE WMIN50 = WMIN50 + WM-HASTA - WM-DESDE
           END-IF.

      *-- NUEVO DIA: PENDIENTE; YA PENDIENTE: SE RECALCULA (O SE ---*
      *-- BORRA SI QUEDA POR DEBAJO DEL MINIMO); YA APROBADO, ------*
      *-- RECHAZADO O PAGADO: NO SE TOCA ---------------------------*
       GRABAR-EXTRA.
           MOVE FILEG TO HXLEG.
           MOVE FIFECHA TO HXFECHA.
           MOVE "N" TO SW-HEX.
           READ HORAS-EXTRA KEY IS HXCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-HEX
           END-READ.
           IF SW-HEX = "S" AND NOT HEX-PENDIENTE
              ADD 1 TO CANT-RESUELTAS
              GO TO F-GRABAR-EXTRA
           END-IF.
           IF WMIN50 + WMIN100 < MIN-HEX OR WMIN50 + WMIN100 = 0
              IF SW-HEX = "S"
                 DELETE HORAS-EXTRA
                    INVALID KEY CONTINUE
                 END-DELETE
              END-IF
              GO TO F-GRABAR-EXTRA
           END-IF.
           MOVE FIENT TO HXENT.
           MOVE FISAL TO HXSAL.
           MOVE WMIN50 TO HXMIN50.
           MOVE WMIN100 TO HXMIN100.
           MOVE "P" TO HXEST.
           MOVE SPACES TO HXOPER.
           MOVE 0 TO HXFAPR HXPER HXIMP.
           IF SW-HEX = "S"
              REWRITE R-HEX
                 INVALID KEY CONTINUE
              END-REWRITE
              ADD 1 TO CANT-RECALC
           ELSE
              WRITE R-HEX
                 INVALID KEY CONTINUE
              END-WRITE
              ADD 1 TO CANT-GRABADAS
           END-IF.
       F-GRABAR-EXTRA.
           EXIT.

       MIRAR-FERIADO.
           IF TFER-FECHA(FER-POS) = WFECHA-TRAB
              MOVE "S" TO SW-FERIADO
           END-IF.
           ADD 1 TO FER-POS.

      *-- DIA DE LA SEMANA POR ZELLER (1=LUNES ... 7=DOMINGO) ------*
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

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE FICHADAS JORNADAS HORAS-EXTRA.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
