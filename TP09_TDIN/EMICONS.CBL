      *** EMICONS - EMISION DE CONSTANCIAS NUMERADAS               ***
      *** R = ALUMNO REGULAR: EL ALUMNO DEBE ESTAR ACTIVO EN       ***
      *** MAEALU.IND; SE IMPRIMEN SU CURSO (CURSO.IND) Y SU        ***
      *** SUCURSAL (SUCURSAL.IND). L = LIBRE DEUDA: SOLO SI EL     ***
      *** CLIENTE DE PERSONA.IND NO TIENE PARTIDAS ABIERTAS EN     ***
      *** MOVPER.IND (CARGOS CON SALDO O SIN APLICAR) NI CUOTAS DE ***
      *** PLAN DE PAGO VENCIDAS IMPAGAS (PLANPAG.IND /             ***
      *** PLANCUO.IND), Y NO ESTA EN INCOBRABLES. CADA CONSTANCIA  ***
      *** TOMA EL NUMERO SIGUIENTE DE SU TIPO, QUEDA REGISTRADA EN ***
      *** CONSTAN.IND Y SALE A SU PROPIO SPOOL CON EL CODIGO DE    ***
      *** VERIFICACION (CODVERIF) QUE VALIDA VALCONS               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMICONS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSTANCIAS ASSIGN TO DISK "CONSTAN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNCLAVE
           FILE STATUS IS FSTCNS.

           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT CURSOS ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCUR
           FILE STATUS IS FSTCUR.

           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

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

           SELECT PLANES ASSIGN TO DISK "PLANPAG.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLNRO
           ALTERNATE RECORD KEY IS PLCA DUPLICATES
           FILE STATUS IS FSTPLA.

           SELECT CUOTAS ASSIGN TO DISK "PLANCUO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCCLAVE
           FILE STATUS IS FSTCUO.

      *-- CADA CONSTANCIA SALE AL SPOOL (VER TOMASPL/VERSPOOL) -----*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD CONSTANCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS R-CNS.

         COPY CONSTAN.

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD CURSOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS R-CUR.

         COPY CURSO.

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

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

        FD PLANES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS R-PLA.

         COPY PLANPAG.

        FD CUOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS R-PCU.

         COPY PLANCUO.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTCNS              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTCUR              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTPLA              PIC XX.
       77 FSTCUO              PIC XX.
       77 FSTSPL              PIC XX.
       77 SW-ALU-ARCH         PIC X VALUE "N".
       77 SW-PER-ARCH         PIC X VALUE "N".
       77 SW-MOV-ARCH         PIC X VALUE "N".
       77 SW-PLA-ARCH         PIC X VALUE "N".
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 OP-ACC              PIC X.
       77 SW-FIN              PIC X.
       77 BLANCOS             PIC X(60) VALUE SPACES.
      *-- CADA CONSTANCIA SALE A SU PROPIO SPOOL --------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "EMICONS ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 ENT-TIPO            PIC X.
       77 ENT-SUJ             PIC 9(8).
       77 ENT-DEST            PIC X(30).
       77 WNOMBRE             PIC X(30).
       77 WCURSO              PIC 9(2).
       77 WSUCURSAL           PIC 9(3).
       77 WNUM-CONS           PIC 9(6).
       77 WCOD-VERIF          PIC 9(6).
       77 WNRO-PLAN           PIC 9(6).
       77 CANT-PART           PIC 9(4).
       77 CANT-ATRASO         PIC 9(4).
       77 CANT-EMITIDAS       PIC 9(4) VALUE 0.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 CABECERA-CONSTANCIA.
          02 FILLER   PIC X(20) VALUE SPACES.
          02 CC-TITULO PIC X(24).
          02 FILLER   PIC X(08) VALUE "NUMERO ".
          02 CC-TIPO  PIC X.
          02 FILLER   PIC X VALUE "-".
          02 CC-NUM   PIC 9(6).

       01 SUBRAYAR-CABECERA.
          02 FILLER PIC X(72) VALUE ALL "=".

       01 LINEA-VERIFICACION.
          02 FILLER   PIC X(24) VALUE "CODIGO DE VERIFICACION: ".
          02 LV-TIPO  PIC X.
          02 FILLER   PIC X VALUE "-".
          02 LV-NUM   PIC 9(6).
          02 FILLER   PIC X VALUE "-".
          02 LV-COD   PIC 9(6).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CONSTANCIAS.
       ERROR-APERTURA.
           IF FSTCNS NOT = "00"
              OPEN OUTPUT CONSTANCIAS
              CLOSE CONSTANCIAS
              OPEN I-O CONSTANCIAS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           OPEN INPUT MAESTRO.
           IF FSTALU = "00"
              MOVE "S" TO SW-ALU-ARCH
           END-IF.
           OPEN INPUT PERSONA.
           IF FSTPER = "00"
              MOVE "S" TO SW-PER-ARCH
           END-IF.
           IF SW-ALU-ARCH = "N" AND SW-PER-ARCH = "N"
              DISPLAY "EMICONS: NI MAEALU.IND NI PERSONA.IND "
                 "DISPONIBLES"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT CURSOS.
           OPEN INPUT MAESUC.
           OPEN INPUT MOVIMIENTOS.
           IF FSTMOV = "00"
              MOVE "S" TO SW-MOV-ARCH
           END-IF.
           OPEN INPUT PLANES.
           IF FSTPLA = "00"
              OPEN INPUT CUOTAS
              IF FSTCUO = "00"
                 MOVE "S" TO SW-PLA-ARCH
              ELSE
                 CLOSE PLANES
              END-IF
           END-IF.
           OPEN I-O CONSTANCIAS.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       MENU-CONSTANCIAS.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "EMISION DE CONSTANCIAS" LINE 02 POSITION 29
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "R=ALUMNO REGULAR  L=LIBRE DEUDA  F=FIN : "
              LINE 04 POSITION 05.
           ACCEPT OP-ACC LINE 04 POSITION 46.
           EVALUATE OP-ACC
              WHEN "R" PERFORM CONSTANCIA-REGULAR THRU
                          F-CONSTANCIA-REGULAR
              WHEN "r" PERFORM CONSTANCIA-REGULAR THRU
                          F-CONSTANCIA-REGULAR
              WHEN "L" PERFORM CONSTANCIA-LIBRE-DEUDA THRU
                          F-CONSTANCIA-LIBRE-DEUDA
              WHEN "l" PERFORM CONSTANCIA-LIBRE-DEUDA THRU
                          F-CONSTANCIA-LIBRE-DEUDA
              WHEN "F" GO TO FIN
              WHEN "f" GO TO FIN
           END-EVALUATE.
           GO TO MENU-CONSTANCIAS.

      *---------------------------------------------------------------*
      *-- ALUMNO REGULAR: SOLO ALUMNOS ACTIVOS (LOS DE BAJASALU.IND --*
      *-- YA NO SON REGULARES)                                      --*
      *---------------------------------------------------------------*
       CONSTANCIA-REGULAR.
           IF SW-ALU-ARCH NOT = "S"
              DISPLAY "MAEALU.IND NO DISPONIBLE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CONSTANCIA-REGULAR
           END-IF.
           MOVE "R" TO ENT-TIPO.
           DISPLAY "ALUMNO: " LINE 06 POSITION 05.
           ACCEPT ENT-SUJ LINE 06 POSITION 14.
           IF ENT-SUJ IS NOT NUMERIC OR ENT-SUJ = 0
              GO TO F-CONSTANCIA-REGULAR
           END-IF.
           MOVE ENT-SUJ TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY
                 DISPLAY "ALUMNO INEXISTENTE O DADO DE BAJA - NO ES "
                    "REGULAR" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-CONSTANCIA-REGULAR
           END-READ.
           MOVE MAN TO WNOMBRE.
           MOVE MCU TO WCURSO.
           MOVE MSU TO WSUCURSAL.
           MOVE WCURSO TO MCUR.
           READ CURSOS KEY IS MCUR
              INVALID KEY MOVE "(SIN MAESTRO)" TO MDCUR
           END-READ.
           MOVE WSUCURSAL TO MSUC.
           READ MAESUC KEY IS MSUC
              INVALID KEY MOVE "(SIN MAESTRO)" TO MDSUC
           END-READ.
           DISPLAY WNOMBRE LINE 06 POSITION 25.
           DISPLAY "CURSO   : " LINE 07 POSITION 05.
           DISPLAY WCURSO LINE 07 POSITION 15.
           DISPLAY MDCUR LINE 07 POSITION 18.
           DISPLAY "SUCURSAL: " LINE 08 POSITION 05.
           DISPLAY WSUCURSAL LINE 08 POSITION 15.
           DISPLAY MDSUC LINE 08 POSITION 19.
           PERFORM PEDIR-DESTINATARIO.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-CONSTANCIA-REGULAR
           END-IF.
           PERFORM EMITIR-CONSTANCIA THRU F-EMITIR-CONSTANCIA.
       F-CONSTANCIA-REGULAR.
           EXIT.

      *---------------------------------------------------------------*
      *-- LIBRE DEUDA: NI PARTIDAS ABIERTAS NI CUOTAS ATRASADAS     --*
      *---------------------------------------------------------------*
       CONSTANCIA-LIBRE-DEUDA.
           IF SW-PER-ARCH NOT = "S"
              DISPLAY "PERSONA.IND NO DISPONIBLE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CONSTANCIA-LIBRE-DEUDA
           END-IF.
           MOVE "L" TO ENT-TIPO.
           DISPLAY "CLIENTE: " LINE 06 POSITION 05.
           ACCEPT ENT-SUJ LINE 06 POSITION 15.
           IF ENT-SUJ IS NOT NUMERIC OR ENT-SUJ = 0
              GO TO F-CONSTANCIA-LIBRE-DEUDA
           END-IF.
           MOVE ENT-SUJ TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 DISPLAY "CLIENTE INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-CONSTANCIA-LIBRE-DEUDA
           END-READ.
           MOVE PAN TO WNOMBRE.
           MOVE 0 TO WCURSO WSUCURSAL.
           DISPLAY WNOMBRE LINE 06 POSITION 25.
           IF PER-INCOBRABLE
              DISPLAY "CLIENTE EN INCOBRABLES - NO SE EMITE LIBRE "
                 "DEUDA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CONSTANCIA-LIBRE-DEUDA
           END-IF.
           PERFORM CONTAR-PARTIDAS THRU F-CONTAR-PARTIDAS.
           PERFORM CONTAR-ATRASOS THRU F-CONTAR-ATRASOS.
           DISPLAY "PARTIDAS ABIERTAS : " LINE 07 POSITION 05.
           DISPLAY CANT-PART LINE 07 POSITION 25.
           DISPLAY "CUOTAS ATRASADAS  : " LINE 08 POSITION 05.
           DISPLAY CANT-ATRASO LINE 08 POSITION 25.
           IF CANT-PART > 0 OR CANT-ATRASO > 0
              DISPLAY "EL CLIENTE REGISTRA DEUDA - NO SE EMITE LIBRE "
                 "DEUDA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CONSTANCIA-LIBRE-DEUDA
           END-IF.
           PERFORM PEDIR-DESTINATARIO.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-CONSTANCIA-LIBRE-DEUDA
           END-IF.
           PERFORM EMITIR-CONSTANCIA THRU F-EMITIR-CONSTANCIA.
       F-CONSTANCIA-LIBRE-DEUDA.
           EXIT.

      *-- CARGOS CON SALDO PENDIENTE O TODAVIA SIN APLICAR (COMO LA -*
      *-- SOLAPA DE DEUDA DE FICHACLI) -----------------------------*
       CONTAR-PARTIDAS.
           MOVE 0 TO CANT-PART.
           IF SW-MOV-ARCH NOT = "S"
              GO TO F-CONTAR-PARTIDAS
           END-IF.
           MOVE "N" TO SW-FIN.
           MOVE ENT-SUJ TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-PARTIDA THRU F-MIRAR-PARTIDA
              UNTIL SW-FIN = "S".
       F-CONTAR-PARTIDAS.
           EXIT.

       MIRAR-PARTIDA.
           READ MOVIMIENTOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MIRAR-PARTIDA
           END-READ.
           IF MVCA NOT = ENT-SUJ
              MOVE "S" TO SW-FIN
              GO TO F-MIRAR-PARTIDA
           END-IF.
           IF NOT MOV-DEBE
              GO TO F-MIRAR-PARTIDA
           END-IF.
           IF NOT MOV-APLICADO OR MVSDO > 0
              ADD 1 TO CANT-PART
           END-IF.
       F-MIRAR-PARTIDA.
           EXIT.

      *-- CUOTAS PENDIENTES YA VENCIDAS DE CUALQUIER PLAN DEL       -*
      *-- CLIENTE QUE NO ESTE CUMPLIDO (LAS DE UN PLAN ROTO TAMBIEN) -*
       CONTAR-ATRASOS.
           MOVE 0 TO CANT-ATRASO.
           IF SW-PLA-ARCH NOT = "S"
              GO TO F-CONTAR-ATRASOS
           END-IF.
           MOVE "N" TO SW-FIN.
           MOVE ENT-SUJ TO PLCA.
           START PLANES KEY IS NOT LESS THAN PLCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-PLAN THRU F-MIRAR-PLAN
              UNTIL SW-FIN = "S".
       F-CONTAR-ATRASOS.
           EXIT.

       MIRAR-PLAN.
           READ PLANES NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MIRAR-PLAN
           END-READ.
           IF PLCA NOT = ENT-SUJ
              MOVE "S" TO SW-FIN
              GO TO F-MIRAR-PLAN
           END-IF.
           IF PLA-CUMPLIDO
              GO TO F-MIRAR-PLAN
           END-IF.
           MOVE PLNRO TO WNRO-PLAN.
           MOVE WNRO-PLAN TO PCNRO.
           MOVE 0 TO PCCUO.
           START CUOTAS KEY IS NOT LESS THAN PCCLAVE
              INVALID KEY MOVE "10" TO FSTCUO
              NOT INVALID KEY MOVE "00" TO FSTCUO
           END-START.
           PERFORM MIRAR-CUOTA THRU F-MIRAR-CUOTA
              UNTIL FSTCUO NOT = "00".
       F-MIRAR-PLAN.
           EXIT.

       MIRAR-CUOTA.
           READ CUOTAS NEXT RECORD
              AT END
                 MOVE "10" TO FSTCUO
                 GO TO F-MIRAR-CUOTA
           END-READ.
           IF PCNRO NOT = WNRO-PLAN
              MOVE "10" TO FSTCUO
              GO TO F-MIRAR-CUOTA
           END-IF.
           IF CUO-PENDIENTE AND PCVTO < WFECHA-HOY
              ADD 1 TO CANT-ATRASO
           END-IF.
       F-MIRAR-CUOTA.
           EXIT.

       PEDIR-DESTINATARIO.
           DISPLAY "PARA SER PRESENTADA ANTE: " LINE 10 POSITION 05.
           MOVE SPACES TO ENT-DEST.
           ACCEPT ENT-DEST LINE 10 POSITION 32.
           IF ENT-DEST = SPACES
              MOVE "QUIEN CORRESPONDA" TO ENT-DEST
              DISPLAY ENT-DEST LINE 10 POSITION 32
           END-IF.
           DISPLAY "CONFIRMA LA EMISION (S/N) ? " LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 34.

      *-- NUMERO, CODIGO, REGISTRO E IMPRESION ----------------------*
       EMITIR-CONSTANCIA.
           PERFORM TOMAR-NUMERO.
           CALL   "CODVERIF" USING ENT-TIPO WNUM-CONS ENT-SUJ
                                   WFECHA-HOY WCOD-VERIF
           CANCEL "CODVERIF".
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           PERFORM REGISTRAR-CONSTANCIA.
           MOVE 1 TO SPL-PAGINAS.
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-CONSTANCIA THRU F-IMPRIMIR-CONSTANCIA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           ADD 1 TO CANT-EMITIDAS.
           PERFORM ING-TECLA.
       F-EMITIR-CONSTANCIA.
           EXIT.

      *-- EL NUMERADOR DEL TIPO SE REGRABA APENAS SE TOMA EL -------*
      *-- NUMERO: UN CORTE NO PUEDE REPETIR NUMERO (COMO CERTANA) --*
       TOMAR-NUMERO.
           MOVE ENT-TIPO TO CNTIPO-CTL.
           MOVE 0 TO CNNUM-CTL.
           READ CONSTANCIAS KEY IS CNCLAVE
              INVALID KEY
                 MOVE SPACES TO R-CNS-NUM
                 MOVE ENT-TIPO TO CNTIPO-CTL
                 MOVE 0 TO CNNUM-CTL CNULT
                 WRITE R-CNS-NUM
                    INVALID KEY CONTINUE
                 END-WRITE
           END-READ.
           ADD 1 TO CNULT.
           MOVE CNULT TO WNUM-CONS.
           REWRITE R-CNS-NUM
              INVALID KEY CONTINUE
           END-REWRITE.

       REGISTRAR-CONSTANCIA.
           MOVE SPACES TO R-CNS.
           MOVE ENT-TIPO TO CNTIPO.
           MOVE WNUM-CONS TO CNNUM.
           MOVE WFECHA-HOY TO CNFECHA.
           MOVE QS-OPER TO CNOPER.
           MOVE ENT-SUJ TO CNSUJ.
           MOVE WNOMBRE TO CNNOM.
           MOVE ENT-DEST TO CNDEST.
           MOVE WCURSO TO CNCUR.
           MOVE WSUCURSAL TO CNSUC.
           MOVE WCOD-VERIF TO CNCOD.
           MOVE SPL-NUMERO TO CNSPL.
           WRITE R-CNS
              INVALID KEY CONTINUE
           END-WRITE.

       IMPRIMIR-CONSTANCIA.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           IF ENT-TIPO = "R"
              MOVE "CONSTANCIA DE ALUMNO REGULAR" TO CC-TITULO
           ELSE
              MOVE "CONSTANCIA DE LIBRE DEUDA" TO CC-TITULO
           END-IF.
           MOVE ENT-TIPO TO CC-TIPO.
           MOVE WNUM-CONS TO CC-NUM.
           MOVE SPACES TO R-IMP.
           MOVE CABECERA-CONSTANCIA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           IF ENT-TIPO = "R"
              PERFORM TEXTO-REGULAR
           ELSE
              PERFORM TEXTO-LIBRE-DEUDA
           END-IF.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "SE EXTIENDE A PEDIDO DEL INTERESADO PARA SER "
                  DELIMITED BY SIZE
                  "PRESENTADA ANTE" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING ENT-DEST DELIMITED BY SIZE
                  ", EL " DELIMITED BY SIZE
                  WDD-HOY "/" WMM-HOY "/" WAA-HOY DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "                                  ...................."
              TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "                                       FIRMA Y SELLO"
              TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
      *-- CON ESTE CODIGO SE VALIDA LA CONSTANCIA (VER VALCONS) ----*
           MOVE ENT-TIPO TO LV-TIPO.
           MOVE WNUM-CONS TO LV-NUM.
           MOVE WCOD-VERIF TO LV-COD.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-VERIFICACION TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-IMPRIMIR-CONSTANCIA.
           EXIT.

       TEXTO-REGULAR.
           MOVE SPACES TO R-IMP.
           STRING "SE DEJA CONSTANCIA QUE " DELIMITED BY SIZE
                  WNOMBRE DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "(ALUMNO N. " DELIMITED BY SIZE
                  ENT-SUJ DELIMITED BY SIZE
                  ") ES ALUMNO REGULAR DE ESTE ESTABLECIMIENTO,"
                  DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "CURSANDO " DELIMITED BY SIZE
                  MDCUR DELIMITED BY SIZE
                  " EN LA SUCURSAL " DELIMITED BY SIZE
                  MDSUC DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.

       TEXTO-LIBRE-DEUDA.
           MOVE SPACES TO R-IMP.
           STRING "SE DEJA CONSTANCIA QUE EL CLIENTE N. "
                  DELIMITED BY SIZE
                  ENT-SUJ DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING WNOMBRE DELIMITED BY SIZE
                  " NO REGISTRA DEUDA CON ESTA EMPRESA:"
                  DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "NO TIENE PARTIDAS ABIERTAS EN CUENTA CORRIENTE NI "
                  DELIMITED BY SIZE
                  "CUOTAS DE PLAN" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "DE PAGO ATRASADAS AL " DELIMITED BY SIZE
                  WDD-HOY "/" WMM-HOY "/" WAA-HOY DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.

       GRABAR-LINEA.
           WRITE R-IMP.
           ADD 1 TO L.
           IF L > 18
              PERFORM ING-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           DISPLAY R-IMP LINE L.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "EMICONS: CONSTANCIAS EMITIDAS = " CANT-EMITIDAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           IF SW-PLA-ARCH = "S"
              CLOSE PLANES CUOTAS
           END-IF.
           IF SW-MOV-ARCH = "S"
              CLOSE MOVIMIENTOS
           END-IF.
           IF SW-ALU-ARCH = "S"
              CLOSE MAESTRO
           END-IF.
           IF SW-PER-ARCH = "S"
              CLOSE PERSONA
           END-IF.
           CLOSE CONSTANCIAS CURSOS MAESUC.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
