      *** RETCOH - RETENCION Y DESERCION DE ALUMNOS POR COHORTE    ***
      *** LA COHORTE ES EL ANIO DE INGRESO (MAA DE MFI): CRUZA LOS ***
      *** ACTIVOS DE MAEALU.IND CON LAS BAJAS ARCHIVADAS EN        ***
      *** BAJASALU.IND Y LISTA AL SPOOL, PARA LA COHORTE PEDIDA Y  ***
      *** LA ANTERIOR, LOS ACTIVOS, BAJAS Y EGRESOS ACUMULADOS AL  ***
      *** CIERRE DE CADA ANIO CON LA TASA DE RETENCION, LA         ***
      *** RETENCION A LA FECHA POR SUCURSAL Y CURSO (EL DE LA      ***
      *** BAJA, O EL ACTUAL PARA LOS ACTIVOS) Y LAS BAJAS POR      ***
      *** MOTIVO (VER MOTBAJA) - EL EGRESO NO ES DESERCION Y LAS   ***
      *** FICHAS FUSIONADAS POR DUPLICADAS (FUSALU) NO CUENTAN     ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETCOH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT ARCBAJAS ASSIGN TO DISK "BAJASALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARC-MCA
           FILE STATUS IS FSTARC.

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

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD ARCBAJAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS R-ARC.

         COPY ARCALU.

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

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTALU              PIC XX.
       77 FSTARC              PIC XX.
       77 FSTCUR              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 SW-FIN              PIC X.
       77 SW-ARC-ARCH         PIC X VALUE "N".
       77 SW-CUR-ARCH         PIC X VALUE "N".
       77 SW-SUC-ARCH         PIC X VALUE "N".
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "RETCOH  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 ENT-COHORTE         PIC 9(4).
       77 COH-ANT             PIC 9(4).
      *-- 1 = COHORTE PEDIDA, 2 = LA ANTERIOR ----------------------*
       77 COH-IDX             PIC 9.
       77 WFB-AA              PIC 9(4).
       77 ANIO-POS            PIC 9(2).
       77 ANIO-MAX            PIC 9(2).
       77 WDIF-ANIOS          PIC S9(4).
       77 WMOT-POS            PIC 9(2).
       77 WBAJA-EGR           PIC X.

      *-- EVOLUCION DE CADA COHORTE: BAJAS Y EGRESOS DE CADA ANIO --*
      *-- DESDE EL INGRESO (1 = EL ANIO DE INGRESO ... 6) ----------*
       01 TABLA-EVOLUCION VALUE ZEROES.
          02 TEV-COH OCCURS 2 TIMES.
             03 TEV-ING       PIC 9(5).
             03 TEV-ANIO OCCURS 6 TIMES.
                04 TEV-BAJ    PIC 9(5).
                04 TEV-EGR    PIC 9(5).
       77 ACU-BAJ-1           PIC 9(5).
       77 ACU-EGR-1           PIC 9(5).
       77 ACU-BAJ-2           PIC 9(5).
       77 ACU-EGR-2           PIC 9(5).
       77 WACTIVOS            PIC 9(5).

      *-- RETENCION POR SUCURSAL Y CURSO (SE ORDENA AL FINAL) ------*
       77 GRU-CANT            PIC 9(3) VALUE 0.
       77 GRU-POS             PIC 9(3).
       77 GRU-IDX             PIC 9(3).
       77 SW-CAMBIO           PIC X.
       77 SW-HALLADO          PIC X.
       01 TABLA-GRUPOS.
          02 TGR-ELEM OCCURS 300 TIMES.
             03 TGR-CLAVE.
                04 TGR-SUC    PIC 9(3).
                04 TGR-CUR    PIC 9(2).
             03 TGR-COH OCCURS 2 TIMES.
                04 TGR-ING    PIC 9(5).
                04 TGR-BAJ    PIC 9(5).
                04 TGR-EGR    PIC 9(5).
       01 GRU-AUX             PIC X(35).
       77 WSUC                PIC 9(3).
       77 WCUR                PIC 9(2).

      *-- BAJAS POR MOTIVO: 1 A 9 = SU CODIGO, 10 = SIN MOTIVO -----*
       01 TABLA-MOTIVOS-CANT VALUE ZEROES.
          02 TMC-COH OCCURS 2 TIMES.
             03 TMC-CANT OCCURS 10 TIMES PIC 9(5).
             03 TMC-TOTAL     PIC 9(5).

      *-- CODIGOS Y LEYENDAS DE LOS MOTIVOS DE BAJA ----------------*
       COPY MOTBAJA.

       77 WPCT-1              PIC 9(3)V9.
       77 WPCT-2              PIC 9(3)V9.
       77 WDIF                PIC S9(3)V9.
       77 PCT-ED              PIC ZZ9,9.
       77 DIF-ED              PIC -ZZ9,9.
       77 CANT-ED             PIC ZZ.ZZ9.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 LINEA-EVOLUCION.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LE-ANIO  PIC Z9.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LE-CIE   PIC 9(4).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LE-ACT1  PIC ZZZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LE-BAJ1  PIC ZZZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LE-EGR1  PIC ZZZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LE-RET1  PIC X(05).
          02 FILLER   PIC X(03) VALUE " | ".
          02 LE-ACT2  PIC ZZZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LE-BAJ2  PIC ZZZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LE-EGR2  PIC ZZZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LE-RET2  PIC X(05).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LE-DIF   PIC X(06).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LE-OBS   PIC X(06).

       01 LINEA-GRUPO.
          02 LG-SUC   PIC 9(3).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LG-DSUC  PIC X(12).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LG-CUR   PIC 9(2).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LG-DCUR  PIC X(12).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LG-ING   PIC ZZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LG-BAJ   PIC ZZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LG-EGR   PIC ZZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LG-RET1  PIC X(05).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LG-RET2  PIC X(05).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LG-DIF   PIC X(06).

       01 LINEA-MOTIVO.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LM-COD   PIC X(02).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LM-DES   PIC X(20).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LM-CAN1  PIC ZZZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LM-PCT1  PIC X(05).
          02 FILLER   PIC X(04) VALUE SPACES.
          02 LM-CAN2  PIC ZZZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LM-PCT2  PIC X(05).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT MAESTRO.
           IF FSTALU NOT = "00"
              DISPLAY "RETCOH: MAEALU.IND NO ENCONTRADA (FST="
                 FSTALU ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- SIN ARCHIVO DE BAJAS TODA LA COHORTE SIGUE ACTIVA --------*
           OPEN INPUT ARCBAJAS.
           IF FSTARC = "00"
              MOVE "S" TO SW-ARC-ARCH
           END-IF.
           OPEN INPUT CURSOS.
           IF FSTCUR = "00"
              MOVE "S" TO SW-CUR-ARCH
           END-IF.
           OPEN INPUT MAESUC.
           IF FSTSUC = "00"
              MOVE "S" TO SW-SUC-ARCH
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RETENCION Y DESERCION POR COHORTE" LINE 02
              POSITION 24 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "COHORTE - ANIO DE INGRESO (0 = ANIO ANTERIOR): "
              LINE 04 POSITION 05.
           ACCEPT ENT-COHORTE LINE 04 POSITION 53.
           IF ENT-COHORTE IS NOT NUMERIC OR ENT-COHORTE = 0
              COMPUTE ENT-COHORTE = WAA-HOY - 1
           END-IF.
           IF ENT-COHORTE > WAA-HOY OR ENT-COHORTE < 1901
              DISPLAY "COHORTE INVALIDA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN-SIN-SPOOL
           END-IF.
           DISPLAY ENT-COHORTE LINE 04 POSITION 53.
           COMPUTE COH-ANT = ENT-COHORTE - 1.
      *-- SE SIGUE A LA COHORTE HASTA HOY, COMO MAXIMO SEIS ANIOS --*
           COMPUTE ANIO-MAX = WAA-HOY - ENT-COHORTE + 1.
           IF ANIO-MAX > 6
              MOVE 6 TO ANIO-MAX
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 06 POSITION 05.
           ACCEPT OP-SN LINE 06 POSITION 23.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN-SIN-SPOOL
           END-IF.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO MCA.
           START MAESTRO KEY IS NOT LESS THAN MCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM CONTAR-ACTIVO THRU F-CONTAR-ACTIVO
              UNTIL SW-FIN = "S".
           IF SW-ARC-ARCH = "S"
              MOVE "N" TO SW-FIN
              MOVE 0 TO ARC-MCA
              START ARCBAJAS KEY IS NOT LESS THAN ARC-MCA
                 INVALID KEY MOVE "S" TO SW-FIN
              END-START
              PERFORM CONTAR-BAJA THRU F-CONTAR-BAJA
                 UNTIL SW-FIN = "S"
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           STRING "RETENCION Y DESERCION - COHORTE " DELIMITED BY SIZE
                  ENT-COHORTE DELIMITED BY SIZE
                  " CONTRA COHORTE " DELIMITED BY SIZE
                  COH-ANT DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           PERFORM LISTAR-EVOLUCION THRU F-LISTAR-EVOLUCION.
           PERFORM LISTAR-GRUPOS THRU F-LISTAR-GRUPOS.
           PERFORM LISTAR-MOTIVOS THRU F-LISTAR-MOTIVOS.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-- UN ACTIVO DE LA COHORTE CUENTA COMO INGRESADO EN SU ------*
      *-- SUCURSAL Y CURSO ACTUALES --------------------------------*
       CONTAR-ACTIVO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-CONTAR-ACTIVO
           END-IF.
           PERFORM VER-COHORTE.
           IF COH-IDX = 0
              GO TO F-CONTAR-ACTIVO
           END-IF.
           ADD 1 TO TEV-ING(COH-IDX).
           PERFORM UBICAR-GRUPO THRU F-UBICAR-GRUPO.
           IF GRU-POS > 0
              ADD 1 TO TGR-ING(GRU-POS, COH-IDX)
           END-IF.
       F-CONTAR-ACTIVO.
           EXIT.

      *-- LA IMAGEN ARCHIVADA SE ABRE SOBRE EL REGISTRO DE ALUMNO: -*
      *-- EL CURSO Y LA SUCURSAL SON LOS QUE TENIA AL IRSE ---------*
       CONTAR-BAJA.
           READ ARCBAJAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-CONTAR-BAJA
           END-IF.
           IF BAJA-FUSION
              GO TO F-CONTAR-BAJA
           END-IF.
           MOVE ARC-MCA TO MCA.
           MOVE ARC-DATOS TO R-MAE(9:59).
           PERFORM VER-COHORTE.
           IF COH-IDX = 0
              GO TO F-CONTAR-BAJA
           END-IF.
           ADD 1 TO TEV-ING(COH-IDX).
           MOVE "N" TO WBAJA-EGR.
           IF BAJA-EGRESO
              MOVE "S" TO WBAJA-EGR
           END-IF.
      *-- ANIO DE LA BAJA CONTADO DESDE EL INGRESO (1 = EL MISMO) --*
           DIVIDE ARC-FBAJA BY 10000 GIVING WFB-AA.
           COMPUTE WDIF-ANIOS = WFB-AA - MAA + 1.
           IF WDIF-ANIOS < 1
              MOVE 1 TO WDIF-ANIOS
           END-IF.
           IF WDIF-ANIOS < 7
              MOVE WDIF-ANIOS TO ANIO-POS
              IF WBAJA-EGR = "S"
                 ADD 1 TO TEV-EGR(COH-IDX, ANIO-POS)
              ELSE
                 ADD 1 TO TEV-BAJ(COH-IDX, ANIO-POS)
              END-IF
           END-IF.
           PERFORM UBICAR-GRUPO THRU F-UBICAR-GRUPO.
           IF GRU-POS > 0
              ADD 1 TO TGR-ING(GRU-POS, COH-IDX)
              IF WBAJA-EGR = "S"
                 ADD 1 TO TGR-EGR(GRU-POS, COH-IDX)
              ELSE
                 ADD 1 TO TGR-BAJ(GRU-POS, COH-IDX)
              END-IF
           END-IF.
           IF BAJA-SIN-MOTIVO OR ARC-MOTIVO > 9
              MOVE 10 TO WMOT-POS
           ELSE
              MOVE ARC-MOTIVO TO WMOT-POS
           END-IF.
           ADD 1 TO TMC-CANT(COH-IDX, WMOT-POS).
           ADD 1 TO TMC-TOTAL(COH-IDX).
       F-CONTAR-BAJA.
           EXIT.

       VER-COHORTE.
           MOVE 0 TO COH-IDX.
           IF MAA = ENT-COHORTE
              MOVE 1 TO COH-IDX
           END-IF.
           IF MAA = COH-ANT
              MOVE 2 TO COH-IDX
           END-IF.

      *-- BUSCA LA SUCURSAL+CURSO EN LA TABLA; SI NO ESTA LA AGREGA -*
       UBICAR-GRUPO.
           MOVE MSU TO WSUC.
           MOVE MCU TO WCUR.
           MOVE "N" TO SW-HALLADO.
           MOVE 1 TO GRU-IDX.
           PERFORM COMPARAR-GRUPO THRU F-COMPARAR-GRUPO
              UNTIL GRU-IDX > GRU-CANT OR SW-HALLADO = "S".
           IF SW-HALLADO = "S"
              GO TO F-UBICAR-GRUPO
           END-IF.
           MOVE 0 TO GRU-POS.
           IF GRU-CANT < 300
              ADD 1 TO GRU-CANT
              MOVE GRU-CANT TO GRU-POS
              MOVE WSUC TO TGR-SUC(GRU-POS)
              MOVE WCUR TO TGR-CUR(GRU-POS)
              MOVE ZEROES TO TGR-COH(GRU-POS, 1) TGR-COH(GRU-POS, 2)
           END-IF.
       F-UBICAR-GRUPO.
           EXIT.

       COMPARAR-GRUPO.
           IF TGR-SUC(GRU-IDX) = WSUC AND TGR-CUR(GRU-IDX) = WCUR
              MOVE GRU-IDX TO GRU-POS
              MOVE "S" TO SW-HALLADO
           END-IF.
           ADD 1 TO GRU-IDX.
       F-COMPARAR-GRUPO.
           EXIT.

      *-- ACUMULADO AL CIERRE DE CADA ANIO DESDE EL INGRESO: LOS ---*
      *-- EGRESADOS NO SE FUERON, SE RECIBIERON (CUENTAN RETENIDOS) *
       LISTAR-EVOLUCION.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "INGRESADOS COHORTE " DELIMITED BY SIZE
                  ENT-COHORTE DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  INTO R-IMP.
           MOVE TEV-ING(1) TO CANT-ED.
           MOVE CANT-ED TO R-IMP(26:6).
           MOVE "  COHORTE " TO R-IMP(35:10).
           MOVE COH-ANT TO R-IMP(45:4).
           MOVE ": " TO R-IMP(49:2).
           MOVE TEV-ING(2) TO CANT-ED.
           MOVE CANT-ED TO R-IMP(51:6).
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "ANIO CIERRE ACTIV BAJAS EGRES  RET% | ACTIV BAJAS "
                  DELIMITED BY SIZE
                  "EGRES  RET%    DIF" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE 0 TO ACU-BAJ-1 ACU-EGR-1 ACU-BAJ-2 ACU-EGR-2.
           MOVE 0 TO ANIO-POS.
           PERFORM LISTAR-ANIO THRU F-LISTAR-ANIO
              UNTIL ANIO-POS = ANIO-MAX.
       F-LISTAR-EVOLUCION.
           EXIT.

       LISTAR-ANIO.
           ADD 1 TO ANIO-POS.
           ADD TEV-BAJ(1, ANIO-POS) TO ACU-BAJ-1.
           ADD TEV-EGR(1, ANIO-POS) TO ACU-EGR-1.
           ADD TEV-BAJ(2, ANIO-POS) TO ACU-BAJ-2.
           ADD TEV-EGR(2, ANIO-POS) TO ACU-EGR-2.
           MOVE SPACES TO LINEA-EVOLUCION.
           MOVE ANIO-POS TO LE-ANIO.
           COMPUTE LE-CIE = ENT-COHORTE + ANIO-POS - 1.
           COMPUTE WACTIVOS = TEV-ING(1) - ACU-BAJ-1 - ACU-EGR-1.
           MOVE WACTIVOS TO LE-ACT1.
           MOVE ACU-BAJ-1 TO LE-BAJ1.
           MOVE ACU-EGR-1 TO LE-EGR1.
           COMPUTE WACTIVOS = TEV-ING(2) - ACU-BAJ-2 - ACU-EGR-2.
           MOVE WACTIVOS TO LE-ACT2.
           MOVE ACU-BAJ-2 TO LE-BAJ2.
           MOVE ACU-EGR-2 TO LE-EGR2.
           MOVE "  -  " TO LE-RET1 LE-RET2.
           MOVE "   -  " TO LE-DIF.
           IF TEV-ING(1) > 0
              COMPUTE WPCT-1 ROUNDED =
                 (TEV-ING(1) - ACU-BAJ-1) * 100 / TEV-ING(1)
              MOVE WPCT-1 TO PCT-ED
              MOVE PCT-ED TO LE-RET1
           END-IF.
           IF TEV-ING(2) > 0
              COMPUTE WPCT-2 ROUNDED =
                 (TEV-ING(2) - ACU-BAJ-2) * 100 / TEV-ING(2)
              MOVE WPCT-2 TO PCT-ED
              MOVE PCT-ED TO LE-RET2
           END-IF.
           IF TEV-ING(1) > 0 AND TEV-ING(2) > 0
              COMPUTE WDIF = WPCT-1 - WPCT-2
              MOVE WDIF TO DIF-ED
              MOVE DIF-ED TO LE-DIF
           END-IF.
           IF LE-CIE = WAA-HOY
              MOVE "A HOY" TO LE-OBS
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-EVOLUCION TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-LISTAR-ANIO.
           EXIT.

      *-- RETENCION A LA FECHA DE LA COHORTE POR SUCURSAL Y CURSO, -*
      *-- CONTRA LA DEL MISMO GRUPO EN LA COHORTE ANTERIOR ---------*
       LISTAR-GRUPOS.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "POR SUCURSAL Y CURSO (A LA FECHA)" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "SUC SUCURSAL     CU CURSO         ING  BAJ  EGR "
                  DELIMITED BY SIZE
                  " RET%   ANT.   DIF" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           IF GRU-CANT = 0
              MOVE "   (LA COHORTE NO TIENE ALUMNOS)" TO R-IMP
              PERFORM GRABAR-LINEA
              GO TO F-LISTAR-GRUPOS
           END-IF.
           MOVE "S" TO SW-CAMBIO.
           PERFORM PASADA-BURBUJA THRU F-PASADA-BURBUJA
              UNTIL SW-CAMBIO = "N".
           MOVE 1 TO GRU-POS.
           PERFORM LISTAR-GRUPO THRU F-LISTAR-GRUPO
              UNTIL GRU-POS > GRU-CANT.
       F-LISTAR-GRUPOS.
           EXIT.

       PASADA-BURBUJA.
           MOVE "N" TO SW-CAMBIO.
           MOVE 1 TO GRU-IDX.
           PERFORM COMPARAR-PAR THRU F-COMPARAR-PAR
              UNTIL GRU-IDX NOT < GRU-CANT.
       F-PASADA-BURBUJA.
           EXIT.

       COMPARAR-PAR.
           COMPUTE GRU-POS = GRU-IDX + 1.
           IF TGR-CLAVE(GRU-IDX) > TGR-CLAVE(GRU-POS)
              MOVE TGR-ELEM(GRU-IDX) TO GRU-AUX
              MOVE TGR-ELEM(GRU-POS) TO TGR-ELEM(GRU-IDX)
              MOVE GRU-AUX TO TGR-ELEM(GRU-POS)
              MOVE "S" TO SW-CAMBIO
           END-IF.
           ADD 1 TO GRU-IDX.
       F-COMPARAR-PAR.
           EXIT.

      *-- UN GRUPO QUE SOLO TUVO ALUMNOS EN LA COHORTE ANTERIOR ----*
      *-- NO SE LISTA ----------------------------------------------*
       LISTAR-GRUPO.
           IF TGR-ING(GRU-POS, 1) = 0
              GO TO F-LISTAR-GRUPO
           END-IF.
           MOVE SPACES TO LINEA-GRUPO.
           MOVE TGR-SUC(GRU-POS) TO LG-SUC.
           MOVE TGR-CUR(GRU-POS) TO LG-CUR.
           IF SW-SUC-ARCH = "S"
              MOVE TGR-SUC(GRU-POS) TO MSUC
              READ MAESUC KEY IS MSUC
                 INVALID KEY MOVE SPACES TO MDSUC
              END-READ
              MOVE MDSUC TO LG-DSUC
           END-IF.
           IF SW-CUR-ARCH = "S"
              MOVE TGR-CUR(GRU-POS) TO MCUR
              READ CURSOS KEY IS MCUR
                 INVALID KEY MOVE SPACES TO MDCUR
              END-READ
              MOVE MDCUR TO LG-DCUR
           END-IF.
           MOVE TGR-ING(GRU-POS, 1) TO LG-ING.
           MOVE TGR-BAJ(GRU-POS, 1) TO LG-BAJ.
           MOVE TGR-EGR(GRU-POS, 1) TO LG-EGR.
           COMPUTE WPCT-1 ROUNDED = (TGR-ING(GRU-POS, 1)
              - TGR-BAJ(GRU-POS, 1)) * 100 / TGR-ING(GRU-POS, 1).
           MOVE WPCT-1 TO PCT-ED.
           MOVE PCT-ED TO LG-RET1.
           MOVE "  -  " TO LG-RET2.
           MOVE "   -  " TO LG-DIF.
           IF TGR-ING(GRU-POS, 2) > 0
              COMPUTE WPCT-2 ROUNDED = (TGR-ING(GRU-POS, 2)
                 - TGR-BAJ(GRU-POS, 2)) * 100 / TGR-ING(GRU-POS, 2)
              MOVE WPCT-2 TO PCT-ED
              MOVE PCT-ED TO LG-RET2
              COMPUTE WDIF = WPCT-1 - WPCT-2
              MOVE WDIF TO DIF-ED
              MOVE DIF-ED TO LG-DIF
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-GRUPO TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-LISTAR-GRUPO.
           EXIT.

      *-- BAJAS (Y EGRESOS) DE CADA COHORTE POR MOTIVO -------------*
       LISTAR-MOTIVOS.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "MOTIVOS DE BAJA                 COHORTE "
                  DELIMITED BY SIZE
                  ENT-COHORTE DELIMITED BY SIZE
                  "    COHORTE " DELIMITED BY SIZE
                  COH-ANT DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE 0 TO WMOT-POS.
           PERFORM LISTAR-MOTIVO THRU F-LISTAR-MOTIVO
              UNTIL WMOT-POS = 10.
           MOVE SPACES TO LINEA-MOTIVO.
           MOVE "TOTAL" TO LM-DES.
           MOVE TMC-TOTAL(1) TO LM-CAN1.
           MOVE TMC-TOTAL(2) TO LM-CAN2.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-MOTIVO TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-LISTAR-MOTIVOS.
           EXIT.

      *-- LA POSICION 10 JUNTA LAS BAJAS ANTERIORES AL MOTIVO ------*
       LISTAR-MOTIVO.
           ADD 1 TO WMOT-POS.
           IF TMC-CANT(1, WMOT-POS) = 0 AND TMC-CANT(2, WMOT-POS) = 0
              GO TO F-LISTAR-MOTIVO
           END-IF.
           MOVE SPACES TO LINEA-MOTIVO.
           IF WMOT-POS = 10
              MOVE "--" TO LM-COD
              MOVE "SIN MOTIVO" TO LM-DES
           ELSE
              MOVE TMB-ELEM(WMOT-POS)(1:2) TO LM-COD
              MOVE TMB-DES(WMOT-POS) TO LM-DES
           END-IF.
           MOVE TMC-CANT(1, WMOT-POS) TO LM-CAN1.
           MOVE TMC-CANT(2, WMOT-POS) TO LM-CAN2.
           MOVE "  -  " TO LM-PCT1 LM-PCT2.
           IF TMC-TOTAL(1) > 0
              COMPUTE WPCT-1 ROUNDED =
                 TMC-CANT(1, WMOT-POS) * 100 / TMC-TOTAL(1)
              MOVE WPCT-1 TO PCT-ED
              MOVE PCT-ED TO LM-PCT1
           END-IF.
           IF TMC-TOTAL(2) > 0
              COMPUTE WPCT-2 ROUNDED =
                 TMC-CANT(2, WMOT-POS) * 100 / TMC-TOTAL(2)
              MOVE WPCT-2 TO PCT-ED
              MOVE PCT-ED TO LM-PCT2
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-MOTIVO TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-LISTAR-MOTIVO.
           EXIT.

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
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".

       FIN-SIN-SPOOL.
           CLOSE MAESTRO.
           IF SW-ARC-ARCH = "S"
              CLOSE ARCBAJAS
           END-IF.
           IF SW-CUR-ARCH = "S"
              CLOSE CURSOS
           END-IF.
           IF SW-SUC-ARCH = "S"
              CLOSE MAESUC
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
