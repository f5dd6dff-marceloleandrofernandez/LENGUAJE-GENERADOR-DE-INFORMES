      *** CAMPREI - CAMPANA ANUAL DE REINSCRIPCION                 ***
      *** POR CICLO LECTIVO: LA APERTURA GRABA EN REINSC.IND A     ***
      *** CADA ALUMNO DE MAEALU.IND COMO PENDIENTE Y LE CARGA LA   ***
      *** MATRICULA (IMPORTE DE LA CAMPANA O PARAMETRO MATRICUL)   ***
      *** COMO MOVIMIENTO DEBE PENDIENTE EN MOVPER.IND SOBRE LA    ***
      *** CUENTA DE SU RESPONSABLE DE PAGO (ALUPAG.IND), CON EL    ***
      *** VENCIMIENTO DE LA CAMPANA - LA APLICA EL APLIMOV DE LA   ***
      *** NOCHE, COMO LAS CUOTAS DE GENCUO - CUANDO COBRAR CANCELA ***
      *** LA PARTIDA EL ALUMNO QUEDA REINSCRIPTO; EL SUPERVISOR    ***
      *** PUEDE REINSCRIBIR A MANO (SIN RESPONSABLE, PAGO POR OTRA ***
      *** VIA) - VENCIDA LA CAMPANA, LA LIBERACION PASA A LOS      ***
      *** PENDIENTES A LIBERADOS: OFREPRE YA NO LOS CUENTA CONTRA  ***
      *** EL CUPO Y OFRECE SUS VACANTES A LA LISTA DE ESPERA, Y    ***
      *** GENCUO NO LES GENERA CUOTAS DEL CICLO - EL LISTADO POR   ***
      *** CURSO ES LISREI                                          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPREI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REINSCRIP ASSIGN TO DISK "REINSC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RICLAVE
           ALTERNATE RECORD KEY IS RIPARTIDA DUPLICATES
           FILE STATUS IS FSTREI.

           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT VINCULOS ASSIGN TO DISK "ALUPAG.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS APALU
           ALTERNATE RECORD KEY IS APCA DUPLICATES
           FILE STATUS IS FSTAPG.

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

       DATA DIVISION.
       FILE SECTION.
        FD REINSCRIP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS R-REI.

         COPY REINSC.

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD VINCULOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS R-APG.

         COPY ALUPAG.

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD MOVIMIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS R-MOV.

         COPY MOVPER.

       WORKING-STORAGE SECTION.
       77 FSTREI              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTAPG              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 OP-ACC              PIC X.
       77 SW-FIN-ALU          PIC X.
       77 SW-FIN-SEC          PIC X.
       77 SW-FIN-REI          PIC X.
       77 ENT-CICLO           PIC 9(4).
       77 ENT-IMP             PIC 9(05)V99.
       77 ENT-VTO             PIC 9(8).
       77 ENT-ALU             PIC 9(8).
       77 BLANCOS             PIC X(60) VALUE SPACES.
      *-- EL CONTROL DE LA CAMPANA DEL CICLO ELEGIDO ("N" = NO -----*
      *-- ESTA ABIERTA TODAVIA) ------------------------------------*
       77 SW-CAMPANA          PIC X.
       77 WCAMP-IMP           PIC 9(05)V99.
       77 WCAMP-VTO           PIC 9(8).
       77 WCAMP-EST           PIC X.
       77 WCA-PAG             PIC 9(8).
       77 WSEC-ULT            PIC 9(03).
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
      *-- DIARIO DE IMAGENES DE LOS ARCHIVOS DE PLATA (GRABJRNP) ---*
       77 JRN-ARCH            PIC X.
       77 JRN-OP              PIC X.
       77 JRN-IMAGEN          PIC X(152).

       77 CANT-GENERADAS      PIC 9(05) VALUE 0.
       77 CANT-SIN-VINCULO    PIC 9(05) VALUE 0.
       77 CANT-SIN-CUENTA     PIC 9(05) VALUE 0.
       77 CANT-YA-EN-CAMP     PIC 9(05) VALUE 0.
       77 CANT-ERRORES        PIC 9(05) VALUE 0.
       77 CANT-LIBERADOS      PIC 9(05) VALUE 0.
       77 TOT-GENERADO        PIC 9(07)V99 VALUE 0.
       77 CANT-ED             PIC ZZ.ZZ9.
       77 IMP-ED              PIC ZZ.ZZ9,99.
       77 TOT-ED              PIC Z.ZZZ.ZZ9,99.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON REINSCRIP.
       ERROR-APERTURA.
           IF FSTREI NOT = "00"
              OPEN OUTPUT REINSCRIP
              CLOSE REINSCRIP
              OPEN I-O REINSCRIP
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "CAMPREI: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESTRO.
           IF FSTALU NOT = "00"
              DISPLAY "CAMPREI: MAEALU.IND NO ENCONTRADA (FST="
                 FSTALU ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT VINCULOS.
           IF FSTAPG NOT = "00"
              DISPLAY "CAMPREI: ALUPAG.IND NO ENCONTRADO - VINCULE "
                 "RESPONSABLES (ABMRESP)"
              CLOSE MAESTRO
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "CAMPREI: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              CLOSE MAESTRO VINCULOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O MOVIMIENTOS.
           OPEN I-O REINSCRIP.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-CICLO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CAMPANA DE REINSCRIPCION" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CICLO LECTIVO (AAAA - 0 = FIN): "
              LINE 04 POSITION 05.
           ACCEPT ENT-CICLO LINE 04 POSITION 38.
           IF ENT-CICLO IS NOT NUMERIC OR ENT-CICLO = 0
              GO TO FIN
           END-IF.
           IF ENT-CICLO < WAA-HOY
              DISPLAY "CICLO YA TERMINADO - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CICLO
           END-IF.
           PERFORM LEER-CAMPANA.
           IF SW-CAMPANA = "N"
              DISPLAY "CAMPANA NO ABIERTA" LINE 05 POSITION 05
                 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
           ELSE
              MOVE WCAMP-IMP TO IMP-ED
              DISPLAY "MATRICULA: " LINE 05 POSITION 05
              DISPLAY IMP-ED LINE 05 POSITION 16
              DISPLAY "VENCE: " LINE 05 POSITION 28
              DISPLAY WCAMP-VTO LINE 05 POSITION 35
              IF WCAMP-EST = "L"
                 DISPLAY "VACANTES LIBERADAS" LINE 05 POSITION 46
                    CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
              ELSE
                 DISPLAY "ABIERTA" LINE 05 POSITION 46
                    CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              END-IF
           END-IF.
           DISPLAY "A=ABRIR  M=REINSCRIBIR A MANO  L=LIBERAR VACANTES"
              LINE 07 POSITION 05.
           DISPLAY "S=SALIR: " LINE 08 POSITION 05.
           ACCEPT OP-ACC LINE 08 POSITION 14.
           EVALUATE OP-ACC
              WHEN "A" PERFORM ABRIR-CAMPANA THRU F-ABRIR-CAMPANA
              WHEN "a" PERFORM ABRIR-CAMPANA THRU F-ABRIR-CAMPANA
              WHEN "M" PERFORM REINSCRIBIR-A-MANO THRU
                          F-REINSCRIBIR-A-MANO
              WHEN "m" PERFORM REINSCRIBIR-A-MANO THRU
                          F-REINSCRIBIR-A-MANO
              WHEN "L" PERFORM LIBERAR-VACANTES THRU
                          F-LIBERAR-VACANTES
              WHEN "l" PERFORM LIBERAR-VACANTES THRU
                          F-LIBERAR-VACANTES
              WHEN OTHER CONTINUE
           END-EVALUATE.
           GO TO PEDIR-CICLO.

      *-- EL CONTROL ES EL REGISTRO CICLO + 00000000 ---------------*
       LEER-CAMPANA.
           MOVE "S" TO SW-CAMPANA.
           MOVE ENT-CICLO TO RICICLO.
           MOVE 0 TO RIALU.
           READ REINSCRIP KEY IS RICLAVE
              INVALID KEY MOVE "N" TO SW-CAMPANA
           END-READ.
           IF SW-CAMPANA = "S"
              MOVE RCIMP TO WCAMP-IMP
              MOVE RCVTO TO WCAMP-VTO
              MOVE RCEST TO WCAMP-EST
           END-IF.

      *-- LA APERTURA: MATRICULA PENDIENTE PARA CADA ALUMNO; SI ----*
      *-- SE CORTA A MITAD, REPETIRLA SALTEA A LOS YA GRABADOS Y ---*
      *-- EL CONTROL SE GRABA RECIEN AL TERMINAR --------------------*
       ABRIR-CAMPANA.
           IF SW-CAMPANA = "S"
              DISPLAY "LA CAMPANA DEL CICLO YA FUE ABIERTA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-ABRIR-CAMPANA
           END-IF.
           DISPLAY "IMPORTE DE LA MATRICULA (0 = PARAMETRO): "
              LINE 10 POSITION 05.
           ACCEPT ENT-IMP LINE 10 POSITION 47.
           IF ENT-IMP IS NOT NUMERIC
              MOVE 0 TO ENT-IMP
           END-IF.
           IF ENT-IMP = 0
              MOVE "MATRICUL" TO PAR-COD
              CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
              CANCEL "LEEPAR"
              IF PAR-OK = "S" AND PAR-VALOR < 100000
                 MOVE PAR-VALOR TO ENT-IMP
              END-IF
           END-IF.
           IF ENT-IMP = 0
              DISPLAY "SIN IMPORTE DE MATRICULA (NI PARAMETRO "
                 "MATRICUL)" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-ABRIR-CAMPANA
           END-IF.
           MOVE ENT-IMP TO IMP-ED.
           DISPLAY IMP-ED LINE 10 POSITION 47.
           DISPLAY "VENCIMIENTO DE LA CAMPANA (AAAAMMDD)   : "
              LINE 11 POSITION 05.
           ACCEPT ENT-VTO LINE 11 POSITION 47.
           IF ENT-VTO IS NOT NUMERIC OR ENT-VTO NOT > WFECHA-HOY
              DISPLAY "EL VENCIMIENTO DEBE SER POSTERIOR A HOY"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-ABRIR-CAMPANA
           END-IF.
           DISPLAY "CONFIRMA LA APERTURA (S/N) ? " LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 35.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-ABRIR-CAMPANA
           END-IF.
           MOVE 0 TO CANT-GENERADAS CANT-SIN-VINCULO CANT-SIN-CUENTA
                     CANT-YA-EN-CAMP CANT-ERRORES TOT-GENERADO.
           MOVE "N" TO SW-FIN-ALU.
           MOVE 0 TO MCA.
           START MAESTRO KEY IS NOT LESS THAN MCA
              INVALID KEY MOVE "S" TO SW-FIN-ALU
           END-START.
           PERFORM TRATAR-ALUMNO THRU F-TRATAR-ALUMNO
              UNTIL SW-FIN-ALU = "S".
           MOVE ZEROS TO R-REI.
           MOVE ENT-CICLO TO RCCICLO.
           MOVE 0 TO RCALU.
           MOVE ENT-IMP TO RCIMP.
           MOVE "A" TO RCEST.
           MOVE ENT-VTO TO RCVTO.
           MOVE QS-OPER TO RCOPER.
           WRITE R-REI-CTL
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR EL CONTROL (FST=" FSTREI ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-WRITE.
           MOVE CANT-GENERADAS TO CANT-ED.
           DISPLAY "MATRICULAS GENERADAS : " LINE 15 POSITION 05.
           DISPLAY CANT-ED LINE 15 POSITION 29.
           MOVE TOT-GENERADO TO TOT-ED.
           DISPLAY "IMPORTE = " LINE 15 POSITION 40.
           DISPLAY TOT-ED LINE 15 POSITION 50.
           MOVE CANT-SIN-VINCULO TO CANT-ED.
           DISPLAY "SIN RESPONSABLE      : " LINE 16 POSITION 05.
           DISPLAY CANT-ED LINE 16 POSITION 29.
           MOVE CANT-SIN-CUENTA TO CANT-ED.
           DISPLAY "CUENTA NO HABILITADA : " LINE 17 POSITION 05.
           DISPLAY CANT-ED LINE 17 POSITION 29.
           MOVE CANT-YA-EN-CAMP TO CANT-ED.
           DISPLAY "YA EN LA CAMPANA     : " LINE 18 POSITION 05.
           DISPLAY CANT-ED LINE 18 POSITION 29.
           MOVE CANT-ERRORES TO CANT-ED.
           DISPLAY "ERRORES AL GRABAR    : " LINE 19 POSITION 05.
           DISPLAY CANT-ED LINE 19 POSITION 29.
           DISPLAY "LOS QUE NO TIENEN MATRICULA SE REINSCRIBEN A MANO"
              LINE 22 POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-ABRIR-CAMPANA.
           EXIT.

       TRATAR-ALUMNO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO SW-FIN-ALU.
           IF SW-FIN-ALU = "S"
              GO TO F-TRATAR-ALUMNO
           END-IF.
           MOVE ENT-CICLO TO RICICLO.
           MOVE MCA TO RIALU.
           READ REINSCRIP KEY IS RICLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO CANT-YA-EN-CAMP
                 GO TO F-TRATAR-ALUMNO
           END-READ.
           MOVE ZEROS TO R-REI.
           MOVE ENT-CICLO TO RICICLO.
           MOVE MCA TO RIALU.
           MOVE MCU TO RICUR.
           MOVE ENT-IMP TO RIIMP.
           MOVE "P" TO RIEST.
           MOVE SPACES TO RIOPER.
           PERFORM CARGAR-MATRICULA THRU F-CARGAR-MATRICULA.
           WRITE R-REI
              INVALID KEY ADD 1 TO CANT-ERRORES
           END-WRITE.
       F-TRATAR-ALUMNO.
           EXIT.

      *-- LA MATRICULA NACE PENDIENTE, COMO LA CUOTA DE GENCUO, ----*
      *-- SOBRE LA CUENTA DEL RESPONSABLE DE PAGO; SIN RESPONSABLE -*
      *-- O CON LA CUENTA NO HABILITADA EL ALUMNO QUEDA PENDIENTE --*
      *-- SIN PARTIDA ----------------------------------------------*
       CARGAR-MATRICULA.
           MOVE MCA TO APALU.
           READ VINCULOS KEY IS APALU
              INVALID KEY
                 ADD 1 TO CANT-SIN-VINCULO
                 GO TO F-CARGAR-MATRICULA
           END-READ.
           MOVE APCA TO WCA-PAG.
           MOVE WCA-PAG TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 ADD 1 TO CANT-SIN-CUENTA
                 GO TO F-CARGAR-MATRICULA
           END-READ.
           IF PER-INACTIVO OR PER-INCOBRABLE
              ADD 1 TO CANT-SIN-CUENTA
              GO TO F-CARGAR-MATRICULA
           END-IF.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE WCA-PAG TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           MOVE 0 TO MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMA-SEC THRU F-BUSCAR-ULTIMA-SEC
              UNTIL SW-FIN-SEC = "S".
           MOVE WCA-PAG TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           COMPUTE MVSEC = WSEC-ULT + 1.
           MOVE SPACES TO MVCON.
           STRING "MATRICULA " DELIMITED BY SIZE
                  ENT-CICLO DELIMITED BY SIZE
                  INTO MVCON.
           MOVE ENT-IMP TO MVIMP.
           MOVE 1 TO MVTIP.
           MOVE "N" TO MVAPL.
           MOVE ENT-IMP TO MVSDO.
           MOVE 1 TO MVMON.
           MOVE 0 TO MVIMPO.
           MOVE ENT-VTO TO MVVTO.
           WRITE R-MOV
              INVALID KEY
                 ADD 1 TO CANT-ERRORES
              NOT INVALID KEY
                 MOVE R-MOV TO JRN-IMAGEN
                 MOVE "M" TO JRN-ARCH
                 MOVE "A" TO JRN-OP
                 PERFORM ASENTAR-JRN
                 MOVE MVCA TO RICA
                 MOVE MVFECHA TO RIFECHA
                 MOVE MVSEC TO RISEC
                 ADD 1 TO CANT-GENERADAS
                 ADD ENT-IMP TO TOT-GENERADO
           END-WRITE.
       F-CARGAR-MATRICULA.
           EXIT.

       BUSCAR-ULTIMA-SEC.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF MVCA = WCA-PAG AND MVFECHA = WFECHA-HOY
                 MOVE MVSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN-SEC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-SEC.
           EXIT.

      *-- EL SUPERVISOR REINSCRIBE AL QUE NO TIENE PARTIDA O PAGO --*
      *-- POR OTRA VIA; A UN LIBERADO SOLO SI QUEDO LA VACANTE -----*
       REINSCRIBIR-A-MANO.
           IF QS-SUP NOT = "S"
              DISPLAY "SOLO PARA SUPERVISORES" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-REINSCRIBIR-A-MANO
           END-IF.
           IF SW-CAMPANA = "N"
              DISPLAY "LA CAMPANA DEL CICLO NO ESTA ABIERTA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-REINSCRIBIR-A-MANO
           END-IF.
           DISPLAY "ALUMNO: " LINE 10 POSITION 05.
           ACCEPT ENT-ALU LINE 10 POSITION 13.
           IF ENT-ALU IS NOT NUMERIC OR ENT-ALU = 0
              GO TO F-REINSCRIBIR-A-MANO
           END-IF.
           MOVE ENT-CICLO TO RICICLO.
           MOVE ENT-ALU TO RIALU.
           READ REINSCRIP KEY IS RICLAVE
              INVALID KEY
                 DISPLAY "EL ALUMNO NO ESTA EN LA CAMPANA"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-REINSCRIBIR-A-MANO
           END-READ.
           MOVE ENT-ALU TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY MOVE SPACES TO MAN
           END-READ.
           DISPLAY MAN LINE 10 POSITION 23.
           DISPLAY "CURSO: " LINE 11 POSITION 05.
           DISPLAY RICUR LINE 11 POSITION 12.
           DISPLAY "CUENTA: " LINE 11 POSITION 18.
           DISPLAY RICA LINE 11 POSITION 26.
           IF REI-REINSCRIPTO
              DISPLAY "YA ESTA REINSCRIPTO DESDE EL " LINE 22
                 POSITION 05 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
              DISPLAY RIFREI LINE 22 POSITION 34
                 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-REINSCRIBIR-A-MANO
           END-IF.
           IF REI-LIBERADO
              DISPLAY "SU VACANTE YA FUE LIBERADA - VERIFIQUE EL "
                 "CUPO (LISREI)" LINE 13 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
           DISPLAY "CONFIRMA LA REINSCRIPCION (S/N) ? "
              LINE 14 POSITION 05.
           ACCEPT OP-SN LINE 14 POSITION 40.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-REINSCRIBIR-A-MANO
           END-IF.
           MOVE "R" TO RIEST.
           MOVE WFECHA-HOY TO RIFREI.
           MOVE QS-OPER TO RIOPER.
           REWRITE R-REI
              INVALID KEY
                 DISPLAY "ERROR AL REGRABAR (FST=" FSTREI ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-REINSCRIBIR-A-MANO
           END-REWRITE.
           DISPLAY "ALUMNO REINSCRIPTO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-REINSCRIBIR-A-MANO.
           EXIT.

      *-- VENCIDA LA CAMPANA, LOS PENDIENTES PIERDEN LA VACANTE: ---*
      *-- OFREPRE LA OFRECE A LA LISTA DE ESPERA --------------------*
       LIBERAR-VACANTES.
           IF QS-SUP NOT = "S"
              DISPLAY "SOLO PARA SUPERVISORES" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-LIBERAR-VACANTES
           END-IF.
           IF SW-CAMPANA = "N"
              DISPLAY "LA CAMPANA DEL CICLO NO ESTA ABIERTA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-LIBERAR-VACANTES
           END-IF.
           IF WFECHA-HOY NOT > WCAMP-VTO
              DISPLAY "LA CAMPANA TODAVIA NO VENCIO - NO SE LIBERA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-LIBERAR-VACANTES
           END-IF.
           DISPLAY "LOS PENDIENTES PIERDEN LA VACANTE - CONFIRMA "
              "(S/N) ? " LINE 10 POSITION 05.
           ACCEPT OP-SN LINE 10 POSITION 58.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-LIBERAR-VACANTES
           END-IF.
           MOVE 0 TO CANT-LIBERADOS.
           MOVE "N" TO SW-FIN-REI.
           MOVE ENT-CICLO TO RICICLO.
           MOVE 1 TO RIALU.
           START REINSCRIP KEY IS NOT LESS THAN RICLAVE
              INVALID KEY MOVE "S" TO SW-FIN-REI
           END-START.
           PERFORM LIBERAR-UNO THRU F-LIBERAR-UNO
              UNTIL SW-FIN-REI = "S".
           MOVE ENT-CICLO TO RICICLO.
           MOVE 0 TO RIALU.
           READ REINSCRIP KEY IS RICLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "L" TO RCEST
                 REWRITE R-REI-CTL
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
           MOVE CANT-LIBERADOS TO CANT-ED.
           DISPLAY "VACANTES LIBERADAS : " LINE 12 POSITION 05.
           DISPLAY CANT-ED LINE 12 POSITION 27.
           DISPLAY "OFREZCA LAS VACANTES A LA LISTA DE ESPERA (OFREPRE)"
              LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-LIBERAR-VACANTES.
           EXIT.

       LIBERAR-UNO.
           READ REINSCRIP NEXT RECORD AT END MOVE "S" TO SW-FIN-REI.
           IF SW-FIN-REI = "S"
              GO TO F-LIBERAR-UNO
           END-IF.
           IF RICICLO NOT = ENT-CICLO
              MOVE "S" TO SW-FIN-REI
              GO TO F-LIBERAR-UNO
           END-IF.
           IF REI-PENDIENTE
              MOVE "L" TO RIEST
              MOVE WFECHA-HOY TO RIFREI
              MOVE QS-OPER TO RIOPER
              REWRITE R-REI
                 NOT INVALID KEY ADD 1 TO CANT-LIBERADOS
              END-REWRITE
           END-IF.
       F-LIBERAR-UNO.
           EXIT.

      *-- LA ESCRITURA CONFIRMADA QUEDA EN EL DIARIO DE IMAGENES ---*
       ASENTAR-JRN.
           CALL   "GRABJRNP" USING JRN-ARCH JRN-OP JRN-IMAGEN
           CANCEL "GRABJRNP".

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE MAESTRO VINCULOS PERSONA MOVIMIENTOS REINSCRIP.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
