      *** MAYOR - LIBRO MAYOR POR CUENTA DEL PERIODO               ***
      *** PIDE UN PERIODO (AAAAMM) Y, RECORRIENDO EL PLAN DE       ***
      *** CUENTAS (PLANCTA.IND), LISTA PARA CADA CUENTA IMPUTABLE  ***
      *** CON MOVIMIENTO EL SALDO ANTERIOR (ASIENTOS DE PERIODOS   ***
      *** PREVIOS), LOS RENGLONES DEL DIARIO DEL MES (ASIENTO.IND, ***
      *** VER DIARIO) CON SU SALDO CORRIDO Y EL SALDO FINAL -      ***
      *** SALDO = DEBE - HABER (NEGATIVO = SALDO ACREEDOR) -       ***
      *** SALE POR EL SPOOL (TOMASPL) Y DEJA MAYOR.CSV             ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAYOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS ASSIGN TO DISK "PLANCTA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTCOD
           FILE STATUS IS FSTCTA.

           SELECT ASIENTOS ASSIGN TO DISK "ASIENTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ASCLAVE
           ALTERNATE RECORD KEY IS ASCTA DUPLICATES
           FILE STATUS IS FSTASI.

      *-- EL MAYOR SALE AL SPOOL (VER TOMASPL/VERSPOOL) ------------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

           SELECT EXPORTA ASSIGN TO DISK "MAYOR.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEXP.

       DATA DIVISION.
       FILE SECTION.
        FD CUENTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-CTA.

         COPY PLANCTA.

        FD ASIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS R-ASI.

         COPY ASIENTO.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

        FD EXPORTA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS R-EXP.
         01 R-EXP  PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSTCTA              PIC XX.
       77 FSTASI              PIC XX.
       77 FSTSPL              PIC XX.
       77 FSTEXP              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
      *-- EL MAYOR SALE AL SPOOL ------------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "MAYOR   ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.
       77 SW-FIN-CTA          PIC X.
       77 SW-FIN-ASI          PIC X.
       77 SW-MOVIO            PIC X.
       77 WSDO-ANT            PIC S9(09)V99.
       77 WSDO                PIC S9(09)V99.
       77 WDEBE-MES           PIC 9(09)V99.
       77 WHABER-MES          PIC 9(09)V99.
       77 TOT-DEBE            PIC 9(09)V99 VALUE 0.
       77 TOT-HABER           PIC 9(09)V99 VALUE 0.
       77 CANT-CUENTAS        PIC 9(05) VALUE 0.
       77 DEBE-CSV            PIC 9(7),99.
       77 HABER-CSV           PIC 9(7),99.
       77 SDO-CSV             PIC -9(9),99.

       01 WPERIODO.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).
       01 R-WPERIODO REDEFINES WPERIODO PIC 9(6).

       01 WFECHA-ASI.
          02 WFA-AA           PIC 9(4).
          02 WFA-MM           PIC 9(2).
          02 WFA-DD           PIC 9(2).
       01 R-WFECHA-ASI REDEFINES WFECHA-ASI PIC 9(8).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(15) VALUE  SPACES.
          02 FILLER PIC X(13) VALUE "LIBRO MAYOR ".
          02 TC-PER PIC 9(6).
          02 FILLER PIC X(32) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(06) VALUE "FECHA ".
          02 FILLER PIC X(06) VALUE "ASIEN ".
          02 FILLER PIC X(24) VALUE "LEYENDA".
          02 FILLER PIC X(14) VALUE "          DEBE".
          02 FILLER PIC X(14) VALUE "         HABER".
          02 FILLER PIC X(15) VALUE "          SALDO".

       01  SUBRAYAR-CABECERA.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-CUENTA.
           02 FILLER   PIC X(07) VALUE "CUENTA ".
           02 SC-CTA   PIC 9(06).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SC-NOM   PIC X(30).
           02 FILLER   PIC X(16) VALUE "  SALDO ANTERIOR".
           02 SC-SDO   PIC ZZ.ZZZ.ZZ9,99-.

       01  SALIDA-DE-DETALLE.
           02 SD-DD    PIC 99/.
           02 SD-MM    PIC 99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NRO   PIC ZZZZ9.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-LEY   PIC X(24).
           02 SD-DEBE  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-HABER PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-SDO   PIC ZZ.ZZZ.ZZ9,99-.

       01  SALIDA-DE-TOTALES.
           02 FILLER   PIC X(06) VALUE SPACES.
           02 SL-ROT   PIC X(28).
           02 SL-DEBE  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SL-HABER PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SL-SDO   PIC ZZ.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CUENTAS.
           IF FSTCTA NOT = "00"
              DISPLAY "MAYOR: PLANCTA.IND NO ENCONTRADO (FST="
                 FSTCTA ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT ASIENTOS.
           IF FSTASI NOT = "00"
              DISPLAY "MAYOR: ASIENTO.IND NO ENCONTRADO (FST="
                 FSTASI ") - CORRA ANTES EL DIARIO"
              CLOSE CUENTAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA FROM DATE.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "LIBRO MAYOR POR CUENTA" LINE 02 POSITION 29
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO A LISTAR (AAAAMM): " LINE 04 POSITION 05.
           ACCEPT WPERIODO LINE 04 POSITION 33.
           IF WPERIODO IS NOT NUMERIC OR WPER-MM < 1 OR WPER-MM > 12
              DISPLAY "PERIODO INVALIDO - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              CLOSE CUENTAS ASIENTOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           OPEN OUTPUT EXPORTA.
           MOVE "CUENTA;NOMBRE;FECHA;ASIENTO;LEYENDA;DEBE;HABER;SALDO"
              TO R-EXP.
           WRITE R-EXP.
           PERFORM IMPRIMIR-TITULOS.
           MOVE "N" TO SW-FIN-CTA.
           MOVE 0 TO CTCOD.
           START CUENTAS KEY IS NOT LESS THAN CTCOD
              INVALID KEY MOVE "S" TO SW-FIN-CTA
           END-START.
           PERFORM TRATAR-CUENTA THRU F-TRATAR-CUENTA
              UNTIL SW-FIN-CTA = "S".
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           GO TO FIN.

       TRATAR-CUENTA.
           READ CUENTAS NEXT RECORD AT END MOVE "S" TO SW-FIN-CTA.
           IF SW-FIN-CTA = "S"
              GO TO F-TRATAR-CUENTA
           END-IF.
           IF NOT CTA-IMPUTABLE
              GO TO F-TRATAR-CUENTA
           END-IF.
      *-- PRIMERA PASADA: SALDO ANTERIOR Y SI LA CUENTA SE MOVIO ---*
      *-- EN EL MES ------------------------------------------------*
           MOVE 0 TO WSDO-ANT WDEBE-MES WHABER-MES.
           MOVE "N" TO SW-MOVIO.
           PERFORM POSICIONAR-CUENTA.
           PERFORM SUMAR-ANTERIOR THRU F-SUMAR-ANTERIOR
              UNTIL SW-FIN-ASI = "S".
           IF SW-MOVIO = "N" AND WSDO-ANT = 0
              GO TO F-TRATAR-CUENTA
           END-IF.
           ADD 1 TO CANT-CUENTAS.
           MOVE SPACES TO R-IMP.
           MOVE CTCOD TO SC-CTA.
           MOVE CTNOM TO SC-NOM.
           MOVE WSDO-ANT TO SC-SDO.
           MOVE SALIDA-CUENTA TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
      *-- SEGUNDA PASADA: LOS RENGLONES DEL MES CON SALDO CORRIDO --*
           MOVE WSDO-ANT TO WSDO.
           PERFORM POSICIONAR-CUENTA.
           PERFORM LISTAR-RENGLON THRU F-LISTAR-RENGLON
              UNTIL SW-FIN-ASI = "S".
           MOVE SPACES TO R-IMP.
           MOVE "TOTAL DE LA CUENTA" TO SL-ROT.
           MOVE WDEBE-MES TO SL-DEBE.
           MOVE WHABER-MES TO SL-HABER.
           MOVE WSDO TO SL-SDO.
           MOVE SALIDA-DE-TOTALES TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           ADD WDEBE-MES TO TOT-DEBE.
           ADD WHABER-MES TO TOT-HABER.
       F-TRATAR-CUENTA.
           EXIT.

       POSICIONAR-CUENTA.
           MOVE "N" TO SW-FIN-ASI.
           MOVE CTCOD TO ASCTA.
           START ASIENTOS KEY IS NOT LESS THAN ASCTA
              INVALID KEY MOVE "S" TO SW-FIN-ASI
           END-START.

       SUMAR-ANTERIOR.
           READ ASIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN-ASI.
           IF SW-FIN-ASI = "S"
              GO TO F-SUMAR-ANTERIOR
           END-IF.
           IF ASCTA NOT = CTCOD
              MOVE "S" TO SW-FIN-ASI
              GO TO F-SUMAR-ANTERIOR
           END-IF.
           IF ASPER = R-WPERIODO
              MOVE "S" TO SW-MOVIO
           END-IF.
           IF ASPER < R-WPERIODO
              IF ASI-DEBE
                 ADD ASIMP TO WSDO-ANT
              ELSE
                 SUBTRACT ASIMP FROM WSDO-ANT
              END-IF
           END-IF.
       F-SUMAR-ANTERIOR.
           EXIT.

       LISTAR-RENGLON.
           READ ASIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN-ASI.
           IF SW-FIN-ASI = "S"
              GO TO F-LISTAR-RENGLON
           END-IF.
           IF ASCTA NOT = CTCOD
              MOVE "S" TO SW-FIN-ASI
              GO TO F-LISTAR-RENGLON
           END-IF.
           IF ASPER NOT = R-WPERIODO
              GO TO F-LISTAR-RENGLON
           END-IF.
           MOVE 0 TO DEBE-CSV HABER-CSV.
           MOVE SPACES TO R-IMP.
           IF ASI-DEBE
              ADD ASIMP TO WSDO WDEBE-MES
              MOVE ASIMP TO SD-DEBE DEBE-CSV
              MOVE 0 TO SD-HABER
           ELSE
              SUBTRACT ASIMP FROM WSDO
              ADD ASIMP TO WHABER-MES
              MOVE 0 TO SD-DEBE
              MOVE ASIMP TO SD-HABER HABER-CSV
           END-IF.
           MOVE ASFECHA TO R-WFECHA-ASI.
           MOVE WFA-DD TO SD-DD.
           MOVE WFA-MM TO SD-MM.
           MOVE ASNRO TO SD-NRO.
           MOVE ASLEY TO SD-LEY.
           MOVE WSDO TO SD-SDO.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           PERFORM EXPORTAR-RENGLON.
       F-LISTAR-RENGLON.
           EXIT.

       EXPORTAR-RENGLON.
           MOVE WSDO TO SDO-CSV.
           MOVE SPACES TO R-EXP.
           STRING CTCOD DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CTNOM DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ASFECHA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ASNRO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  ASLEY DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DEBE-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  HABER-CSV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SDO-CSV DELIMITED BY SIZE
                  INTO R-EXP.
           WRITE R-EXP.

       ESCRIBIR-LINEA.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           WRITE R-IMP.
           IF L NOT < WLIN-FOOT
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           MOVE R-WPERIODO TO TC-PER.
           MOVE WDD TO SDD.
           MOVE WMM TO SMM.
           MOVE WAA TO SAA.
           MOVE TITULO-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE TITULOS-DETALLES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           ADD 1 TO L.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           MOVE "TOTAL GENERAL DEL MES" TO SL-ROT.
           MOVE TOT-DEBE TO SL-DEBE.
           MOVE TOT-HABER TO SL-HABER.
           MOVE 0 TO SL-SDO.
           MOVE SALIDA-DE-TOTALES TO R-IMP.
           ADD 2 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           WRITE R-IMP.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE CUENTAS ASIENTOS IMPRE EXPORTA.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
