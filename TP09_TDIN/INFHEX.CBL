      *** INFHEX - HORAS EXTRA DEL MES POR LOCALIDAD               ***
      *** PARA UN MES JUNTA LAS HORAS EXTRA DIARIAS (HOREXT.IND,   ***
      *** VER CALCHEX) DE CADA EMPLEADO: LAS APROBADAS AL 50% Y AL ***
      *** 100%, LAS QUE TODAVIA ESPERAN LA APROBACION DEL          ***
      *** SUPERVISOR (VER APRHEX) Y EL IMPORTE YA PAGADO POR       ***
      *** LIQUIDA, AGRUPADAS POR LA LOCALIDAD DEL EMPLEADO CON     ***
      *** SUBTOTALES Y TOTAL GENERAL - SALE AL SPOOL               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFHEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORAS-EXTRA ASSIGN TO DISK "HOREXT.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HXCLAVE
           FILE STATUS IS FSTHEX.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           FILE STATUS IS FSTEMP.

           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           FILE STATUS IS FSTLOC.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD HORAS-EXTRA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-HEX.

         COPY HOREXT.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-EMP.

         COPY EMPLEADO.

        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS R-LOC.
         01 R-LOC.
            02 MLOC     PIC 9(3).
            02 MDLOC    PIC X(15).
            02 FILLER   PIC X(1).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTHEX              PIC XX.
       77 FSTEMP              PIC XX.
       77 FSTLOC              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "INFHEX  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.

       01 WPERIODO            PIC 9(6).
       77 WDESDE-MES          PIC 9(8).
       77 WHASTA-MES          PIC 9(8).
       77 LEG-ACT             PIC 9(8) VALUE 0.
      *-- UN RENGLON POR EMPLEADO CON HORAS EXTRA EN EL MES, --------*
      *-- REORDENADO POR LOCALIDAD ---------------------------------*
       77 HEX-CANT            PIC 9(3) VALUE 0.
       77 HEX-POS             PIC 9(3).
       77 HEX-IDX             PIC 9(3).
       77 SW-CAMBIO           PIC X.
       01 TABLA-HEX.
          02 THEX-ELEM OCCURS 300 TIMES.
             03 THEX-LOC      PIC 9(3).
             03 THEX-LEG      PIC 9(8).
             03 THEX-NOM      PIC X(30).
             03 THEX-MIN50    PIC 9(5).
             03 THEX-MIN100   PIC 9(5).
             03 THEX-MINPEN   PIC 9(5).
             03 THEX-IMP      PIC 9(07)V99.
       01 HEX-AUX             PIC X(65).
       77 LOC-ACT             PIC 9(3) VALUE 999.
      *-- SUBTOTALES DE LA LOCALIDAD Y TOTAL GENERAL (MINUTOS) -----*
       77 SUB-MIN50           PIC 9(7) VALUE 0.
       77 SUB-MIN100          PIC 9(7) VALUE 0.
       77 SUB-MINPEN          PIC 9(7) VALUE 0.
       77 SUB-IMP             PIC 9(09)V99 VALUE 0.
       77 TOT-MIN50           PIC 9(7) VALUE 0.
       77 TOT-MIN100          PIC 9(7) VALUE 0.
       77 TOT-MINPEN          PIC 9(7) VALUE 0.
       77 TOT-IMP             PIC 9(09)V99 VALUE 0.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 LINEA-HEX.
          02 LH-LEG   PIC 9(8).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LH-NOM   PIC X(22).
          02 LH-H50   PIC ZZZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LH-H100  PIC ZZZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LH-HPEN  PIC ZZZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LH-IMP   PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT HORAS-EXTRA.
           IF FSTHEX NOT = "00"
              DISPLAY "INFHEX: HOREXT.IND NO ENCONTRADO - CALCULE "
                 "LAS HORAS EXTRA (CALCHEX)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAEEMP.
           OPEN INPUT MAELOC.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "HORAS EXTRA POR LOCALIDAD" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO (AAAAMM - 0 = MES ACTUAL): "
              LINE 04 POSITION 05.
           ACCEPT WPERIODO LINE 04 POSITION 41.
           IF WPERIODO IS NOT NUMERIC OR WPERIODO = 0
              MOVE WFECHA-HOY(1:6) TO WPERIODO
           END-IF.
           COMPUTE WDESDE-MES = WPERIODO * 100 + 1.
           COMPUTE WHASTA-MES = WPERIODO * 100 + 31.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           STRING "       HORAS EXTRA POR LOCALIDAD - PERIODO "
              DELIMITED BY SIZE
              WPERIODO DELIMITED BY SIZE
              INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "LEGAJO    EMPLEADO                HS.50%  "
                  DELIMITED BY SIZE
                  "HS.100% PENDIEN.        PAGADO" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
      *-- JUNTA LAS HORAS DEL MES DE CADA LEGAJO -------------------*
           MOVE "N" TO SW-FIN.
           MOVE 0 TO HXLEG HXFECHA.
           START HORAS-EXTRA KEY IS NOT LESS THAN HXCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM JUNTAR-HORAS THRU F-JUNTAR-HORAS
              UNTIL SW-FIN = "S".
           PERFORM ORDENAR-POR-LOCALIDAD THRU
              F-ORDENAR-POR-LOCALIDAD.
           IF HEX-CANT = 0
              MOVE "   (SIN HORAS EXTRA EN EL MES)" TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           MOVE 1 TO HEX-POS.
           PERFORM LISTAR-EMPLEADO THRU F-LISTAR-EMPLEADO
              UNTIL HEX-POS > HEX-CANT.
           IF HEX-CANT > 0
              PERFORM CERRAR-LOCALIDAD
              MOVE SPACES TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE SPACES TO LINEA-HEX
              MOVE "TOTAL GENERAL" TO LH-NOM
              COMPUTE LH-H50 ROUNDED = TOT-MIN50 / 60
              COMPUTE LH-H100 ROUNDED = TOT-MIN100 / 60
              COMPUTE LH-HPEN ROUNDED = TOT-MINPEN / 60
              MOVE TOT-IMP TO LH-IMP
              MOVE SPACES TO R-IMP
              MOVE LINEA-HEX TO R-IMP
              MOVE SPACES TO R-IMP(1:8)
              PERFORM GRABAR-LINEA
           END-IF.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-- LAS RECHAZADAS NO CUENTAN; LAS APROBADAS VAN AL 50% Y AL -*
      *-- 100%, LAS PENDIENTES JUNTAS ------------------------------*
       JUNTAR-HORAS.
           READ HORAS-EXTRA NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-JUNTAR-HORAS
           END-IF.
           IF HXFECHA < WDESDE-MES OR HXFECHA > WHASTA-MES
              OR HEX-RECHAZADA
              GO TO F-JUNTAR-HORAS
           END-IF.
           IF HXLEG NOT = LEG-ACT
              IF HEX-CANT = 300
                 GO TO F-JUNTAR-HORAS
              END-IF
              MOVE HXLEG TO LEG-ACT
              ADD 1 TO HEX-CANT
              MOVE HXLEG TO MCA
              READ MAEEMP KEY IS MCA
                 INVALID KEY
                    MOVE 0 TO MLO
                    MOVE "(SIN MAESTRO)" TO MAN
              END-READ
              MOVE MLO TO THEX-LOC(HEX-CANT)
              MOVE HXLEG TO THEX-LEG(HEX-CANT)
              MOVE MAN TO THEX-NOM(HEX-CANT)
              MOVE 0 TO THEX-MIN50(HEX-CANT) THEX-MIN100(HEX-CANT)
                        THEX-MINPEN(HEX-CANT) THEX-IMP(HEX-CANT)
           END-IF.
           IF HEX-PENDIENTE
              COMPUTE THEX-MINPEN(HEX-CANT) = THEX-MINPEN(HEX-CANT)
                 + HXMIN50 + HXMIN100
           ELSE
              ADD HXMIN50 TO THEX-MIN50(HEX-CANT)
              ADD HXMIN100 TO THEX-MIN100(HEX-CANT)
              ADD HXIMP TO THEX-IMP(HEX-CANT)
           END-IF.
       F-JUNTAR-HORAS.
           EXIT.

       ORDENAR-POR-LOCALIDAD.
           MOVE "S" TO SW-CAMBIO.
           PERFORM PASADA-BURBUJA THRU F-PASADA-BURBUJA
              UNTIL SW-CAMBIO = "N".
       F-ORDENAR-POR-LOCALIDAD.
           EXIT.

       PASADA-BURBUJA.
           MOVE "N" TO SW-CAMBIO.
           MOVE 1 TO HEX-IDX.
           PERFORM COMPARAR-PAR THRU F-COMPARAR-PAR
              UNTIL HEX-IDX NOT < HEX-CANT.
       F-PASADA-BURBUJA.
           EXIT.

       COMPARAR-PAR.
           COMPUTE HEX-POS = HEX-IDX + 1.
           IF THEX-LOC(HEX-IDX) > THEX-LOC(HEX-POS)
              MOVE THEX-ELEM(HEX-IDX) TO HEX-AUX
              MOVE THEX-ELEM(HEX-POS) TO THEX-ELEM(HEX-IDX)
              MOVE HEX-AUX TO THEX-ELEM(HEX-POS)
              MOVE "S" TO SW-CAMBIO
           END-IF.
           ADD 1 TO HEX-IDX.
       F-COMPARAR-PAR.
           EXIT.

       LISTAR-EMPLEADO.
           IF THEX-LOC(HEX-POS) NOT = LOC-ACT
              IF LOC-ACT NOT = 999
                 PERFORM CERRAR-LOCALIDAD
              END-IF
              MOVE THEX-LOC(HEX-POS) TO LOC-ACT
              MOVE LOC-ACT TO MLOC
              READ MAELOC KEY IS MLOC
                 INVALID KEY MOVE "(SIN MAESTRO)" TO MDLOC
              END-READ
              MOVE SPACES TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE SPACES TO R-IMP
              STRING "LOCALIDAD " DELIMITED BY SIZE
                     LOC-ACT DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     MDLOC DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           MOVE SPACES TO LINEA-HEX.
           MOVE THEX-LEG(HEX-POS) TO LH-LEG.
           MOVE THEX-NOM(HEX-POS) TO LH-NOM.
           COMPUTE LH-H50 ROUNDED = THEX-MIN50(HEX-POS) / 60.
           COMPUTE LH-H100 ROUNDED = THEX-MIN100(HEX-POS) / 60.
           COMPUTE LH-HPEN ROUNDED = THEX-MINPEN(HEX-POS) / 60.
           MOVE THEX-IMP(HEX-POS) TO LH-IMP.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-HEX TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD THEX-MIN50(HEX-POS) TO SUB-MIN50.
           ADD THEX-MIN100(HEX-POS) TO SUB-MIN100.
           ADD THEX-MINPEN(HEX-POS) TO SUB-MINPEN.
           ADD THEX-IMP(HEX-POS) TO SUB-IMP.
           ADD 1 TO HEX-POS.
       F-LISTAR-EMPLEADO.
           EXIT.

      *-- SUBTOTAL DE LA LOCALIDAD, QUE PASA AL TOTAL GENERAL ------*
       CERRAR-LOCALIDAD.
           MOVE SPACES TO LINEA-HEX.
           MOVE "  TOTAL LOCALIDAD" TO LH-NOM.
           COMPUTE LH-H50 ROUNDED = SUB-MIN50 / 60.
           COMPUTE LH-H100 ROUNDED = SUB-MIN100 / 60.
           COMPUTE LH-HPEN ROUNDED = SUB-MINPEN / 60.
           MOVE SUB-IMP TO LH-IMP.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-HEX TO R-IMP.
           MOVE SPACES TO R-IMP(1:8).
           PERFORM GRABAR-LINEA.
           ADD SUB-MIN50 TO TOT-MIN50.
           ADD SUB-MIN100 TO TOT-MIN100.
           ADD SUB-MINPEN TO TOT-MINPEN.
           ADD SUB-IMP TO TOT-IMP.
           MOVE 0 TO SUB-MIN50 SUB-MIN100 SUB-MINPEN SUB-IMP.

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

       FIN.
           CLOSE HORAS-EXTRA MAEEMP MAELOC IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
