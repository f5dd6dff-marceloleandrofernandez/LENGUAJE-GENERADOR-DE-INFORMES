      *** VALCONS - VALIDACION Y REGISTRO DE CONSTANCIAS EMITIDAS  ***
      *** V = VALIDA UNA CONSTANCIA QUE NOS PRESENTAN: CON EL      ***
      *** TIPO, EL NUMERO Y EL CODIGO DE VERIFICACION IMPRESOS     ***
      *** BUSCA LA EMISION EN CONSTAN.IND, RECALCULA EL CODIGO     ***
      *** (CODVERIF) CON LOS DATOS REGISTRADOS Y MUESTRA A QUIEN   ***
      *** SE EMITIO, CUANDO, PARA QUIEN Y POR QUE OPERADOR. L =    ***
      *** LISTA EN PANTALLA LAS CONSTANCIAS DE UN TIPO EMITIDAS    ***
      *** DESDE UNA FECHA. SOLO CONSULTA                           ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALCONS.
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

       DATA DIVISION.
       FILE SECTION.
        FD CONSTANCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS R-CNS.

         COPY CONSTAN.

       WORKING-STORAGE SECTION.
       77 FSTCNS              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-ACC              PIC X.
       77 L                   PIC 99.
       77 SW-FIN              PIC X.
       77 ENT-TIPO            PIC X.
       77 ENT-NUM             PIC 9(6).
       77 ENT-COD             PIC 9(6).
       77 ENT-FECHA           PIC 9(8).
       77 WCOD-CALC           PIC 9(6).

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CONSTANCIAS.
           IF FSTCNS NOT = "00"
              DISPLAY "VALCONS: CONSTAN.IND NO ENCONTRADO - NO HAY "
                 "CONSTANCIAS EMITIDAS (EMICONS)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       MENU-VALIDAR.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CONSTANCIAS EMITIDAS" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "V=VALIDA CONSTANCIA  L=LISTA EMITIDAS  F=FIN : "
              LINE 04 POSITION 05.
           ACCEPT OP-ACC LINE 04 POSITION 53.
           EVALUATE OP-ACC
              WHEN "V" PERFORM VALIDAR-CONSTANCIA THRU
                          F-VALIDAR-CONSTANCIA
              WHEN "v" PERFORM VALIDAR-CONSTANCIA THRU
                          F-VALIDAR-CONSTANCIA
              WHEN "L" PERFORM LISTAR-EMITIDAS THRU F-LISTAR-EMITIDAS
              WHEN "l" PERFORM LISTAR-EMITIDAS THRU F-LISTAR-EMITIDAS
              WHEN "F" GO TO FIN
              WHEN "f" GO TO FIN
           END-EVALUATE.
           GO TO MENU-VALIDAR.

       PEDIR-TIPO.
           DISPLAY "TIPO (R=ALUMNO REGULAR, L=LIBRE DEUDA): "
              LINE 06 POSITION 05.
           ACCEPT ENT-TIPO LINE 06 POSITION 46.
           IF ENT-TIPO = "r"
              MOVE "R" TO ENT-TIPO
           END-IF.
           IF ENT-TIPO = "l"
              MOVE "L" TO ENT-TIPO
           END-IF.

      *-- LA CONSTANCIA ES AUTENTICA SI EXISTE, EL CODIGO TIPEADO ---*
      *-- ES EL REGISTRADO Y EL REGISTRADO ES EL QUE CORRESPONDE A -*
      *-- SUS DATOS ------------------------------------------------*
       VALIDAR-CONSTANCIA.
           PERFORM PEDIR-TIPO.
           IF ENT-TIPO NOT = "R" AND ENT-TIPO NOT = "L"
              GO TO F-VALIDAR-CONSTANCIA
           END-IF.
           DISPLAY "NUMERO                : " LINE 07 POSITION 05.
           ACCEPT ENT-NUM LINE 07 POSITION 29.
           IF ENT-NUM IS NOT NUMERIC OR ENT-NUM = 0
              GO TO F-VALIDAR-CONSTANCIA
           END-IF.
           DISPLAY "CODIGO DE VERIFICACION: " LINE 08 POSITION 05.
           ACCEPT ENT-COD LINE 08 POSITION 29.
           IF ENT-COD IS NOT NUMERIC
              MOVE 0 TO ENT-COD
           END-IF.
           MOVE ENT-TIPO TO CNTIPO.
           MOVE ENT-NUM TO CNNUM.
           READ CONSTANCIAS KEY IS CNCLAVE
              INVALID KEY
                 DISPLAY "NO EXISTE ESA CONSTANCIA - NO ES AUTENTICA"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-VALIDAR-CONSTANCIA
           END-READ.
           CALL   "CODVERIF" USING CNTIPO CNNUM CNSUJ CNFECHA
                                   WCOD-CALC
           CANCEL "CODVERIF".
           IF ENT-COD NOT = CNCOD OR WCOD-CALC NOT = CNCOD
              DISPLAY "EL CODIGO NO COINCIDE - NO ES AUTENTICA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-VALIDAR-CONSTANCIA
           END-IF.
           DISPLAY "CONSTANCIA AUTENTICA" LINE 10 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY "EMITIDA EL   : " LINE 12 POSITION 05.
           DISPLAY CNFECHA(7:2) LINE 12 POSITION 20.
           DISPLAY "/" LINE 12 POSITION 22.
           DISPLAY CNFECHA(5:2) LINE 12 POSITION 23.
           DISPLAY "/" LINE 12 POSITION 25.
           DISPLAY CNFECHA(1:4) LINE 12 POSITION 26.
           IF CNS-REGULAR
              DISPLAY "ALUMNO       : " LINE 13 POSITION 05
           ELSE
              DISPLAY "CLIENTE      : " LINE 13 POSITION 05
           END-IF.
           DISPLAY CNSUJ LINE 13 POSITION 20.
           DISPLAY CNNOM LINE 13 POSITION 30.
           IF CNS-REGULAR
              DISPLAY "CURSO / SUC. : " LINE 14 POSITION 05
              DISPLAY CNCUR LINE 14 POSITION 20
              DISPLAY CNSUC LINE 14 POSITION 24
           END-IF.
           DISPLAY "PRESENTADA A : " LINE 15 POSITION 05.
           DISPLAY CNDEST LINE 15 POSITION 20.
           DISPLAY "OPERADOR     : " LINE 16 POSITION 05.
           DISPLAY CNOPER LINE 16 POSITION 20.
           DISPLAY "SPOOL        : " LINE 17 POSITION 05.
           DISPLAY CNSPL LINE 17 POSITION 20.
           PERFORM PULSAR-TECLA.
       F-VALIDAR-CONSTANCIA.
           EXIT.

      *-- LAS DE UN TIPO EN ORDEN DE NUMERO, DESDE UNA FECHA --------*
       LISTAR-EMITIDAS.
           PERFORM PEDIR-TIPO.
           IF ENT-TIPO NOT = "R" AND ENT-TIPO NOT = "L"
              GO TO F-LISTAR-EMITIDAS
           END-IF.
           DISPLAY "DESDE FECHA (AAAAMMDD - 0 = HOY): "
              LINE 07 POSITION 05.
           ACCEPT ENT-FECHA LINE 07 POSITION 40.
           IF ENT-FECHA IS NOT NUMERIC OR ENT-FECHA = 0
              MOVE WFECHA-HOY TO ENT-FECHA
           END-IF.
           DISPLAY "NUMERO FECHA    SUJETO   NOMBRE                    "
              LINE 09 POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY "OPE" LINE 09 POSITION 58
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           MOVE 9 TO L.
           MOVE "N" TO SW-FIN.
           MOVE ENT-TIPO TO CNTIPO.
           MOVE 1 TO CNNUM.
           START CONSTANCIAS KEY IS NOT LESS THAN CNCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LISTAR-CONSTANCIA THRU F-LISTAR-CONSTANCIA
              UNTIL SW-FIN = "S".
           PERFORM PULSAR-TECLA.
       F-LISTAR-EMITIDAS.
           EXIT.

       LISTAR-CONSTANCIA.
           READ CONSTANCIAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LISTAR-CONSTANCIA
           END-IF.
           IF CNTIPO NOT = ENT-TIPO
              MOVE "S" TO SW-FIN
              GO TO F-LISTAR-CONSTANCIA
           END-IF.
           IF CNFECHA < ENT-FECHA
              GO TO F-LISTAR-CONSTANCIA
           END-IF.
           ADD 1 TO L.
           IF L > 20
              PERFORM PULSAR-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           DISPLAY CNNUM LINE L POSITION 05.
           DISPLAY CNFECHA LINE L POSITION 12.
           DISPLAY CNSUJ LINE L POSITION 21.
           DISPLAY CNNOM(1:25) LINE L POSITION 31.
           DISPLAY CNOPER LINE L POSITION 58.
       F-LISTAR-CONSTANCIA.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE CONSTANCIAS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
