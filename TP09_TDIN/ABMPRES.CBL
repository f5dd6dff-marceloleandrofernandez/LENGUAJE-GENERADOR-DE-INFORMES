      *** ABMPRES - PRESUPUESTO ANUAL DE GASTOS (PRESUP.IND)       ***
      *** C=CARGA: POR SUCURSAL (SUCURSAL.IND, 0 = GENERAL), RUBRO ***
      *** DE GASTO (RUBGTO.IND, VER ABMRUB) Y ANIO SE INGRESAN LOS ***
      *** DOCE IMPORTES MENSUALES - A=COPIA UN ANIO ENTERO A OTRO  ***
      *** APLICANDO UN PORCENTAJE DE AJUSTE (PUEDE SER NEGATIVO);  ***
      *** LOS MESES QUE YA EXISTEN EN EL ANIO DESTINO SOLO SE      ***
      *** PISAN SI SE PIDE - EL CONTROL CONTRA LO REAL LO HACE     ***
      *** PRESREAL                                                 ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMPRES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO ASSIGN TO DISK "PRESUP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PUCLAVE
           FILE STATUS IS FSTPRE.

           SELECT RUBROS ASSIGN TO DISK "RUBGTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RBCOD
           FILE STATUS IS FSTRUB.

           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

       DATA DIVISION.
       FILE SECTION.
        FD PRESUPUESTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS R-PRE.

         COPY PRESUP.

        FD RUBROS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-RUB.

         COPY RUBGTO.

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

       WORKING-STORAGE SECTION.
       77 FSTPRE              PIC XX.
       77 FSTRUB              PIC XX.
       77 FSTSUC              PIC XX.
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
       77 OP-ACC              PIC X.
       77 OP-SN               PIC X.
       77 SW-REG              PIC X.
       77 SW-FIN              PIC X.
       77 SW-TABLA-SUC        PIC X VALUE "N".
       77 SW-REEMPLAZA        PIC X.
       77 WOPE                PIC X(03).
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
       77 ENT-SUC             PIC 9(03).
       77 ENT-RUB             PIC 9(03).
       77 ENT-ANIO            PIC 9(04).
       77 ENT-ORIGEN          PIC 9(04).
       77 ENT-DESTINO         PIC 9(04).
       77 ENT-PCT             PIC S9(03)V99.
       77 PCT-ED              PIC -ZZ9,99.
       77 WSUC-DESC           PIC X(15).
       77 M                   PIC 99.
       77 LIN                 PIC 99.
       77 IMP-ED              PIC Z.ZZZ.ZZ9,99.
       77 TOT-ANIO            PIC 9(09)V99.
       77 TOT-ED              PIC ZZZ.ZZZ.ZZ9,99.
       77 WCLAVE-GUARDA       PIC X(12).
       77 CANT-GRABADOS       PIC 9(05) VALUE 0.
       77 CANT-SALTEADOS      PIC 9(05) VALUE 0.
       77 CANT-ED             PIC ZZZZ9.

      *-- LOS DOCE IMPORTES DEL RUBRO QUE SE ESTA CARGANDO ---------*
       01 TABLA-MESES.
          02 TMES-IMP OCCURS 12 TIMES PIC 9(07)V99.
          02 TMES-EXISTE OCCURS 12 TIMES PIC X.

       01 NOMBRES-MESES.
          02 FILLER  PIC X(10) VALUE "ENERO     ".
          02 FILLER  PIC X(10) VALUE "FEBRERO   ".
          02 FILLER  PIC X(10) VALUE "MARZO     ".
          02 FILLER  PIC X(10) VALUE "ABRIL     ".
          02 FILLER  PIC X(10) VALUE "MAYO      ".
          02 FILLER  PIC X(10) VALUE "JUNIO     ".
          02 FILLER  PIC X(10) VALUE "JULIO     ".
          02 FILLER  PIC X(10) VALUE "AGOSTO    ".
          02 FILLER  PIC X(10) VALUE "SETIEMBRE ".
          02 FILLER  PIC X(10) VALUE "OCTUBRE   ".
          02 FILLER  PIC X(10) VALUE "NOVIEMBRE ".
          02 FILLER  PIC X(10) VALUE "DICIEMBRE ".
       01 TABLA-NOMBRES REDEFINES NOMBRES-MESES.
          02 NOM-MES OCCURS 12 TIMES PIC X(10).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON PRESUPUESTO.
       ERROR-APERTURA.
           IF FSTPRE NOT = "00"
              OPEN OUTPUT PRESUPUESTO
              CLOSE PRESUPUESTO
              OPEN I-O PRESUPUESTO
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN INPUT RUBROS.
           IF FSTRUB NOT = "00"
              DISPLAY "ABMPRES: RUBGTO.IND NO ENCONTRADO - CARGUE LOS "
                 "RUBROS CON ABMRUB"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESUC.
           IF FSTSUC = "00"
              MOVE "S" TO SW-TABLA-SUC
           END-IF.
           OPEN I-O PRESUPUESTO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           MOVE QS-OPER TO WOPE.

       MENU-PRESUPUESTO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "PRESUPUESTO DE GASTOS" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "C=CARGA POR RUBRO  A=COPIA DE UN ANIO A OTRO "
              LINE 04 POSITION 05.
           DISPLAY "F=FIN : " LINE 04 POSITION 50.
           ACCEPT OP-ACC LINE 04 POSITION 59
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           EVALUATE OP-ACC
              WHEN "C" PERFORM CARGA-RUBRO THRU F-CARGA-RUBRO
              WHEN "c" PERFORM CARGA-RUBRO THRU F-CARGA-RUBRO
              WHEN "A" PERFORM COPIA-ANIO THRU F-COPIA-ANIO
              WHEN "a" PERFORM COPIA-ANIO THRU F-COPIA-ANIO
              WHEN "F" GO TO FIN
              WHEN "f" GO TO FIN
           END-EVALUATE.
           GO TO MENU-PRESUPUESTO.

      *-----------------------------------------------------------*
      *-- CARGA DE LOS DOCE MESES DE UNA SUCURSAL / RUBRO / ANIO --*
      *-----------------------------------------------------------*
       CARGA-RUBRO.
           DISPLAY "SUCURSAL (0 = GENERAL): " LINE 06 POSITION 05.
           ACCEPT ENT-SUC LINE 06 POSITION 30
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-SUC IS NOT NUMERIC
              GO TO F-CARGA-RUBRO
           END-IF.
           PERFORM VALIDAR-SUCURSAL.
           IF SW-REG = "N"
              DISPLAY "SUCURSAL INEXISTENTE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CARGA-RUBRO
           END-IF.
           DISPLAY WSUC-DESC LINE 06 POSITION 35.
           DISPLAY "RUBRO DE GASTO         : " LINE 07 POSITION 05.
           ACCEPT ENT-RUB LINE 07 POSITION 30
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-RUB IS NOT NUMERIC OR ENT-RUB = 0
              GO TO F-CARGA-RUBRO
           END-IF.
           MOVE ENT-RUB TO RBCOD.
           READ RUBROS KEY IS RBCOD
              INVALID KEY
                 DISPLAY "RUBRO INEXISTENTE (ABMRUB)"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-CARGA-RUBRO
           END-READ.
           DISPLAY RBDESC LINE 07 POSITION 35.
           DISPLAY "ANIO                   : " LINE 08 POSITION 05.
           ACCEPT ENT-ANIO LINE 08 POSITION 30
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-ANIO IS NOT NUMERIC OR ENT-ANIO < 2000
              GO TO F-CARGA-RUBRO
           END-IF.
           MOVE 1 TO M.
           PERFORM LEER-MES UNTIL M > 12.
           MOVE 1 TO M.
           PERFORM PEDIR-MES UNTIL M > 12.
           MOVE 0 TO TOT-ANIO.
           MOVE 1 TO M.
           PERFORM SUMAR-MES UNTIL M > 12.
           MOVE TOT-ANIO TO TOT-ED.
           DISPLAY "TOTAL DEL ANIO: " LINE 20 POSITION 05.
           DISPLAY TOT-ED LINE 20 POSITION 29.
           DISPLAY "CONFIRMA (S/N) ? " LINE 21 POSITION 05.
           ACCEPT OP-SN LINE 21 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-CARGA-RUBRO
           END-IF.
           MOVE 1 TO M.
           PERFORM GRABAR-MES UNTIL M > 12.
           DISPLAY "PRESUPUESTO GRABADO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-CARGA-RUBRO.
           EXIT.

      *-- LA SUCURSAL 0 ES LA ADMINISTRACION GENERAL ---------------*
       VALIDAR-SUCURSAL.
           MOVE "S" TO SW-REG.
           MOVE "GENERAL" TO WSUC-DESC.
           IF ENT-SUC NOT = 0
              IF SW-TABLA-SUC = "N"
                 MOVE SPACES TO WSUC-DESC
              ELSE
                 MOVE ENT-SUC TO MSUC
                 READ MAESUC KEY IS MSUC
                    INVALID KEY MOVE "N" TO SW-REG
                    NOT INVALID KEY MOVE MDSUC TO WSUC-DESC
                 END-READ
              END-IF
           END-IF.

      *-- TRAE LO YA CARGADO PARA PROPONERLO EN PANTALLA -----------*
       LEER-MES.
           MOVE ENT-SUC TO PUSUC.
           MOVE ENT-RUB TO PURUB.
           MOVE ENT-ANIO TO PUANIO.
           MOVE M TO PUMES.
           MOVE 0 TO TMES-IMP(M).
           MOVE "N" TO TMES-EXISTE(M).
           READ PRESUPUESTO KEY IS PUCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE PUIMP TO TMES-IMP(M)
                 MOVE "S" TO TMES-EXISTE(M)
           END-READ.
           ADD 1 TO M.

       PEDIR-MES.
           COMPUTE LIN = M + 7.
           DISPLAY NOM-MES(M) LINE LIN POSITION 45.
           MOVE TMES-IMP(M) TO IMP-ED.
           DISPLAY IMP-ED LINE LIN POSITION 57.
           ACCEPT TMES-IMP(M) LINE LIN POSITION 57
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF TMES-IMP(M) IS NOT NUMERIC
              MOVE 0 TO TMES-IMP(M)
           END-IF.
           MOVE TMES-IMP(M) TO IMP-ED.
           DISPLAY IMP-ED LINE LIN POSITION 57.
           ADD 1 TO M.

       SUMAR-MES.
           ADD TMES-IMP(M) TO TOT-ANIO.
           ADD 1 TO M.

      *-- UN MES EN CERO QUE NO EXISTIA NO SE GRABA ----------------*
       GRABAR-MES.
           IF TMES-IMP(M) NOT = 0 OR TMES-EXISTE(M) = "S"
              MOVE ENT-SUC TO PUSUC
              MOVE ENT-RUB TO PURUB
              MOVE ENT-ANIO TO PUANIO
              MOVE M TO PUMES
              MOVE TMES-IMP(M) TO PUIMP
              MOVE WOPE TO PUOPE
              WRITE R-PRE
                 INVALID KEY REWRITE R-PRE
              END-WRITE
              ADD 1 TO CANT-GRABADOS
           END-IF.
           ADD 1 TO M.

      *-----------------------------------------------------------*
      *-- COPIA TODO UN ANIO (TODAS LAS SUCURSALES Y RUBROS) A   --*
      *-- OTRO, AJUSTANDO CADA IMPORTE POR EL PORCENTAJE         --*
      *-----------------------------------------------------------*
       COPIA-ANIO.
           DISPLAY "ANIO ORIGEN             : " LINE 06 POSITION 05.
           ACCEPT ENT-ORIGEN LINE 06 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-ORIGEN IS NOT NUMERIC OR ENT-ORIGEN < 2000
              GO TO F-COPIA-ANIO
           END-IF.
           DISPLAY "ANIO DESTINO            : " LINE 07 POSITION 05.
           ACCEPT ENT-DESTINO LINE 07 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DESTINO IS NOT NUMERIC OR ENT-DESTINO < 2000 OR
              ENT-DESTINO = ENT-ORIGEN
              DISPLAY "ANIO DESTINO INVALIDO" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-COPIA-ANIO
           END-IF.
           MOVE 0 TO ENT-PCT.
           DISPLAY "% DE AJUSTE (+/-)       : " LINE 08 POSITION 05.
           ACCEPT ENT-PCT LINE 08 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-PCT IS NOT NUMERIC OR ENT-PCT < -100
              DISPLAY "PORCENTAJE INVALIDO" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-COPIA-ANIO
           END-IF.
           MOVE ENT-PCT TO PCT-ED.
           DISPLAY PCT-ED LINE 08 POSITION 31.
           DISPLAY "PISA LO YA CARGADO EN EL DESTINO (S/N) ? "
              LINE 09 POSITION 05.
           ACCEPT SW-REEMPLAZA LINE 09 POSITION 47
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF SW-REEMPLAZA = "s"
              MOVE "S" TO SW-REEMPLAZA
           END-IF.
           DISPLAY "CONFIRMA LA COPIA (S/N) ? " LINE 11 POSITION 05.
           ACCEPT OP-SN LINE 11 POSITION 32
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-COPIA-ANIO
           END-IF.
           MOVE 0 TO CANT-GRABADOS CANT-SALTEADOS.
           MOVE "N" TO SW-FIN.
           MOVE LOW-VALUES TO PUCLAVE.
           START PRESUPUESTO KEY IS NOT LESS THAN PUCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM COPIAR-REGISTRO THRU F-COPIAR-REGISTRO
              UNTIL SW-FIN = "S".
           MOVE CANT-GRABADOS TO CANT-ED.
           DISPLAY "MESES COPIADOS  : " LINE 13 POSITION 05.
           DISPLAY CANT-ED LINE 13 POSITION 24.
           MOVE CANT-SALTEADOS TO CANT-ED.
           DISPLAY "YA EXISTENTES   : " LINE 14 POSITION 05.
           DISPLAY CANT-ED LINE 14 POSITION 24.
           DISPLAY "COPIA TERMINADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-COPIA-ANIO.
           EXIT.

      *-- EL REGISTRO NUEVO ENTRA EN LA MISMA CLAVE QUE SE RECORRE: -*
      *-- DESPUES DE GRABARLO SE VUELVE A POSICIONAR DETRAS DEL    -*
      *-- REGISTRO DE ORIGEN ---------------------------------------*
       COPIAR-REGISTRO.
           READ PRESUPUESTO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-COPIAR-REGISTRO
           END-IF.
           IF PUANIO NOT = ENT-ORIGEN
              GO TO F-COPIAR-REGISTRO
           END-IF.
           MOVE PUCLAVE TO WCLAVE-GUARDA.
           COMPUTE PUIMP ROUNDED = PUIMP * (100 + ENT-PCT) / 100.
           MOVE ENT-DESTINO TO PUANIO.
           MOVE WOPE TO PUOPE.
           WRITE R-PRE
              INVALID KEY
                 IF SW-REEMPLAZA = "S"
                    REWRITE R-PRE
                    ADD 1 TO CANT-GRABADOS
                 ELSE
                    ADD 1 TO CANT-SALTEADOS
                 END-IF
              NOT INVALID KEY
                 ADD 1 TO CANT-GRABADOS
           END-WRITE.
           MOVE WCLAVE-GUARDA TO PUCLAVE.
           START PRESUPUESTO KEY IS GREATER THAN PUCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
       F-COPIAR-REGISTRO.
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
           GO TO MENU-PRESUPUESTO.
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
           CLOSE PRESUPUESTO RUBROS.
           IF SW-TABLA-SUC = "S"
              CLOSE MAESUC
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
