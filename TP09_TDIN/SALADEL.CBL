      *** SALADEL - SALDOS DE ADELANTOS Y PRESTAMOS AL PERSONAL    ***
      *** LISTA POR EL SPOOL, LEGAJO POR LEGAJO, LOS ADELANTOS Y   ***
      *** PRESTAMOS DE ADELANTO.IND QUE TODAVIA TIENEN SALDO:      ***
      ***   - AUTORIZADOS SIN ENTREGAR (A) Y VIGENTES (V) CON SU   ***
      ***     IMPORTE, CUOTAS PAGADAS Y PACTADAS, PRIMER PERIODO Y ***
      ***     SALDO                                                ***
      ***   - EL SALDO DE CADA EMPLEADO Y EL TOTAL GENERAL DE LO   ***
      ***     ENTREGADO Y DE LO AUTORIZADO A ENTREGAR              ***
      *** LEGAJO 0 = TODOS                                         ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALADEL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADELANTOS ASSIGN TO DISK "ADELANTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ADCLAVE
           FILE STATUS IS FSTADL.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           FILE STATUS IS FSTEMP.

      *-- EL LISTADO SALE AL SPOOL (VER TOMASPL) -------------------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD ADELANTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 98 CHARACTERS
           DATA RECORD IS R-ADL.

         COPY ADELANTO.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-EMP.

         COPY EMPLEADO.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTADL              PIC XX.
       77 FSTEMP              PIC XX.
       77 FSTSPL              PIC XX.
       77 SW-EMP-ARCH         PIC X VALUE "N".
       77 SW-FIN              PIC X.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
      *-- EL LISTADO SALE AL SPOOL ---------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "SALADEL ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.

       77 WLEG                PIC 9(8).
       77 WLEG-ACT            PIC 9(8) VALUE 0.
       77 CANT-EMP            PIC 9(05) VALUE 0.
       77 CANT-PRE            PIC 9(05) VALUE 0.
       77 SDO-EMP             PIC 9(09)V99.
       77 TOT-VIG             PIC 9(09)V99 VALUE 0.
       77 TOT-AUT             PIC 9(09)V99 VALUE 0.
       77 CANT-ED             PIC ZZZZ9.
       77 TOT-ED              PIC ZZZ.ZZZ.ZZ9,99.

       01 SAL-RAYA.
          02 FILLER    PIC X(78) VALUE ALL "=".

       01 SAL-CABECERA.
          02 FILLER    PIC X(45)
             VALUE "SALDOS DE ADELANTOS Y PRESTAMOS AL PERSONAL".

       01 SAL-TITULOS.
          02 FILLER    PIC X(09) VALUE "LEGAJO".
          02 FILLER    PIC X(21) VALUE "NOMBRE".
          02 FILLER    PIC X(08) VALUE "SEC T E".
          02 FILLER    PIC X(12) VALUE "    IMPORTE".
          02 FILLER    PIC X(07) VALUE " CUOTAS".
          02 FILLER    PIC X(08) VALUE "  DESDE".
          02 FILLER    PIC X(12) VALUE "      SALDO".

       01 SAL-DETALLE.
          02 SD-LEG    PIC 9(8).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SD-NOM    PIC X(20).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SD-SEC    PIC 9(3).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SD-TIPO   PIC X(01).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SD-EST    PIC X(01).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SD-IMP    PIC ZZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 SD-PAG    PIC Z9.
          02 FILLER    PIC X(01) VALUE "/".
          02 SD-CUO    PIC 99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 SD-PDES   PIC 9(6).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SD-SDO    PIC ZZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ADELANTOS.
           IF FSTADL NOT = "00"
              DISPLAY " " ERASE SCREEN
              DISPLAY "NO HAY ADELANTOS NI PRESTAMOS (ADELANTO.IND)"
                 LINE 10 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAEEMP.
           IF FSTEMP = "00"
              MOVE "S" TO SW-EMP-ARCH
           END-IF.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "SALDOS DE ADELANTOS Y PRESTAMOS AL PERSONAL"
              LINE 02 POSITION 18
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "LEGAJO (0 = TODOS): " LINE 04 POSITION 05.
           MOVE 0 TO WLEG.
           ACCEPT WLEG LINE 04 POSITION 26.
           IF WLEG IS NOT NUMERIC
              MOVE 0 TO WLEG
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 06 POSITION 05.
           ACCEPT OP-SN LINE 06 POSITION 23.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE SPACES TO R-IMP.
           MOVE SAL-RAYA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE SAL-CABECERA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE SAL-TITULOS TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "N" TO SW-FIN.
           MOVE WLEG TO ADLEG.
           MOVE 0 TO ADSEC.
           START ADELANTOS KEY IS NOT LESS THAN ADCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LEER-ADELANTO THRU F-LEER-ADELANTO
              UNTIL SW-FIN = "S".
           IF WLEG-ACT NOT = 0
              PERFORM CERRAR-EMPLEADO
           END-IF.
           PERFORM RESUMEN-FINAL.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN.

      *-- SOLO LOS QUE TIENEN SALDO: LOS CANCELADOS Y ANULADOS SE --*
      *-- SALTEAN - CON UN LEGAJO PEDIDO SE CORTA AL CAMBIAR -------*
       LEER-ADELANTO.
           READ ADELANTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-ADELANTO
           END-IF.
           IF WLEG NOT = 0 AND ADLEG NOT = WLEG
              MOVE "S" TO SW-FIN
              GO TO F-LEER-ADELANTO
           END-IF.
           IF NOT ADL-AUTORIZADO AND NOT ADL-VIGENTE
              GO TO F-LEER-ADELANTO
           END-IF.
           IF ADSDO = 0
              GO TO F-LEER-ADELANTO
           END-IF.
           IF ADLEG NOT = WLEG-ACT
              IF WLEG-ACT NOT = 0
                 PERFORM CERRAR-EMPLEADO
              END-IF
              PERFORM ABRIR-EMPLEADO
           END-IF.
           MOVE ADLEG TO SD-LEG.
           MOVE MAN TO SD-NOM.
           MOVE ADSEC TO SD-SEC.
           MOVE ADTIPO TO SD-TIPO.
           MOVE ADEST TO SD-EST.
           MOVE ADIMP TO SD-IMP.
           MOVE ADPAG TO SD-PAG.
           MOVE ADCUO TO SD-CUO.
           MOVE ADPDES TO SD-PDES.
           MOVE ADSDO TO SD-SDO.
           MOVE SPACES TO R-IMP.
           MOVE SAL-DETALLE TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD 1 TO CANT-PRE.
           ADD ADSDO TO SDO-EMP.
           IF ADL-VIGENTE
              ADD ADSDO TO TOT-VIG
           ELSE
              ADD ADSDO TO TOT-AUT
           END-IF.
       F-LEER-ADELANTO.
           EXIT.

       ABRIR-EMPLEADO.
           MOVE ADLEG TO WLEG-ACT.
           MOVE 0 TO SDO-EMP.
           ADD 1 TO CANT-EMP.
           MOVE SPACES TO MAN.
           IF SW-EMP-ARCH = "S"
              MOVE ADLEG TO MCA
              READ MAEEMP KEY IS MCA
                 INVALID KEY MOVE SPACES TO MAN
              END-READ
           END-IF.

       CERRAR-EMPLEADO.
           MOVE SDO-EMP TO TOT-ED.
           MOVE SPACES TO R-IMP.
           STRING "                         SALDO DEL EMPLEADO "
                     DELIMITED BY SIZE
                  TOT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.

       RESUMEN-FINAL.
           MOVE SPACES TO R-IMP.
           MOVE SAL-RAYA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-EMP TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "EMPLEADOS CON SALDO          " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-PRE TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "ADELANTOS Y PRESTAMOS        " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE TOT-VIG TO TOT-ED.
           MOVE SPACES TO R-IMP.
           STRING "SALDO ENTREGADO (V)     " DELIMITED BY SIZE
                  TOT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE TOT-AUT TO TOT-ED.
           MOVE SPACES TO R-IMP.
           STRING "AUTORIZADO A ENTREGAR(A)" DELIMITED BY SIZE
                  TOT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           PERFORM ING-TECLA.

       GRABAR-LINEA.
           WRITE R-IMP.
           ADD 1 TO L.
           IF L > 18
              PERFORM ING-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 2 TO L
           END-IF.
           DISPLAY R-IMP LINE L.

       ING-TECLA.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE ADELANTOS.
           IF SW-EMP-ARCH = "S"
              CLOSE MAEEMP
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
