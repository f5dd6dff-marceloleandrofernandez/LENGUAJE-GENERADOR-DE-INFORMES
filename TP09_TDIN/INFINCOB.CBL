      *** INFINCOB - CASTIGOS Y RECUPEROS DE INCOBRABLES DEL ANIO  ***
      *** PIDE UN ANIO (AAAA) Y RECORRE EL REGISTRO DE INCOBRABLES ***
      *** (INCOBRA.IND, VER CASTIGO Y COBRANZA): POR SUCURSAL DE   ***
      *** LA CUENTA, CANTIDAD E IMPORTE DE LO CASTIGADO Y DE LO    ***
      *** RECUPERADO EN EL ANIO, EL NETO PERDIDO Y EL PORCENTAJE   ***
      *** RECUPERADO SOBRE LO CASTIGADO - UN RECUPERO SE CUENTA EN ***
      *** EL ANIO EN QUE SE COBRO, AUNQUE EL CASTIGO SEA DE UN     ***
      *** ANIO ANTERIOR - SALE AL SPOOL                            ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFINCOB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCOBRABLES ASSIGN TO DISK "INCOBRA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS INCLAVE
           FILE STATUS IS FSTINC.

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
        FD INCOBRABLES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-INC.

         COPY INCOBRA.

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
       77 FSTINC              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
       77 WDSUC               PIC X(15).
       77 SW-FIN              PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "INFINCOB".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.

       77 WANIO               PIC 9(4).
       77 WNETO               PIC S9(08)V99.
       77 WPORC               PIC 9(03)V9.

      *-- TOTALES POR SUCURSAL DE LA CUENTA, EN EL ORDEN EN QUE ----*
      *-- APARECEN - UNA SUCURSAL QUE NO ENTRA SE SUMA EN LA ULTIMA *
       77 SUC-CANT            PIC 9(02) VALUE 0.
       77 SUC-POS             PIC 9(02).
       77 SW-SUC              PIC X.
       01 TABLA-SUCURSALES.
          02 TSUC-ELEM OCCURS 50 TIMES.
             03 TSUC-COD      PIC 9(03).
             03 TSUC-CCAS     PIC 9(05).
             03 TSUC-ICAS     PIC 9(08)V99.
             03 TSUC-CREC     PIC 9(05).
             03 TSUC-IREC     PIC 9(08)V99.

       77 TOT-CCAS            PIC 9(05) VALUE 0.
       77 TOT-ICAS            PIC 9(08)V99 VALUE 0.
       77 TOT-CREC            PIC 9(05) VALUE 0.
       77 TOT-IREC            PIC 9(08)V99 VALUE 0.

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(10) VALUE  SPACES.
          02 FILLER PIC X(37) VALUE
             "CASTIGOS Y RECUPEROS DE INCOBRABLES".
          02 FILLER PIC X(05) VALUE "ANIO ".
          02 TC-ANIO PIC 9(4).
          02 FILLER PIC X(09) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(16) VALUE "SUCURSAL".
          02 FILLER PIC X(05) VALUE " CAN.".
          02 FILLER PIC X(13) VALUE "    CASTIGADO".
          02 FILLER PIC X(05) VALUE " CAN.".
          02 FILLER PIC X(13) VALUE "  RECUPERADO ".
          02 FILLER PIC X(14) VALUE "  NETO PERDIDO".
          02 FILLER PIC X(07) VALUE "  % REC".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-DSUC  PIC X(15).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CCAS  PIC ZZZZ9.
           02 SD-ICAS  PIC Z.ZZZ.ZZ9,99.
           02 SD-CREC  PIC ZZZZ9.
           02 SD-IREC  PIC Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NETO  PIC -Z.ZZZ.ZZ9,99.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-PORC  PIC ZZ9,9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT INCOBRABLES.
           IF FSTINC NOT = "00"
              DISPLAY "INFINCOB: INCOBRA.IND NO ENCONTRADO (FST="
                 FSTINC ") - NO HUBO CASTIGOS"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESUC.
           ACCEPT WFECHA FROM DATE.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CASTIGOS Y RECUPEROS DE INCOBRABLES" LINE 02
              POSITION 22 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ANIO (AAAA): " LINE 04 POSITION 05.
           ACCEPT WANIO LINE 04 POSITION 19.
           IF WANIO IS NOT NUMERIC OR WANIO < 1900
              DISPLAY "ANIO INVALIDO - VERIFIQUE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              CLOSE INCOBRABLES MAESUC
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM SUMAR-REGISTRO THRU F-SUMAR-REGISTRO
              UNTIL SW-FIN = "S".
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE 1 TO SUC-POS.
           PERFORM IMPRIMIR-SUCURSAL UNTIL SUC-POS > SUC-CANT.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN.

       SUMAR-REGISTRO.
           READ INCOBRABLES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-SUMAR-REGISTRO
           END-IF.
           IF INAA NOT = WANIO
              GO TO F-SUMAR-REGISTRO
           END-IF.
           PERFORM UBICAR-SUCURSAL.
           IF INC-CASTIGO
              ADD 1 TO TSUC-CCAS(SUC-POS) TOT-CCAS
              ADD INIMP TO TSUC-ICAS(SUC-POS) TOT-ICAS
           ELSE
              ADD 1 TO TSUC-CREC(SUC-POS) TOT-CREC
              ADD INIMP TO TSUC-IREC(SUC-POS) TOT-IREC
           END-IF.
       F-SUMAR-REGISTRO.
           EXIT.

      *-- BUSCA LA SUCURSAL EN LA TABLA Y LA AGREGA SI ES NUEVA ----*
       UBICAR-SUCURSAL.
           MOVE "N" TO SW-SUC.
           MOVE 1 TO SUC-POS.
           PERFORM COMPARAR-SUCURSAL
              UNTIL SW-SUC = "S" OR SUC-POS > SUC-CANT.
           IF SW-SUC = "N"
              IF SUC-CANT < 50
                 ADD 1 TO SUC-CANT
                 MOVE SUC-CANT TO SUC-POS
                 MOVE INSUC TO TSUC-COD(SUC-POS)
                 MOVE 0 TO TSUC-CCAS(SUC-POS) TSUC-ICAS(SUC-POS)
                           TSUC-CREC(SUC-POS) TSUC-IREC(SUC-POS)
              ELSE
                 MOVE 50 TO SUC-POS
              END-IF
           END-IF.

       COMPARAR-SUCURSAL.
           IF TSUC-COD(SUC-POS) = INSUC
              MOVE "S" TO SW-SUC
           ELSE
              ADD 1 TO SUC-POS
           END-IF.

       IMPRIMIR-SUCURSAL.
           MOVE TSUC-COD(SUC-POS) TO MSUC.
           READ MAESUC KEY IS MSUC
              INVALID KEY MOVE "NO ENCONTRADA" TO WDSUC
              NOT INVALID KEY MOVE MDSUC TO WDSUC
           END-READ.
           MOVE SPACES TO R-IMP.
           MOVE WDSUC TO SD-DSUC.
           MOVE TSUC-CCAS(SUC-POS) TO SD-CCAS.
           MOVE TSUC-ICAS(SUC-POS) TO SD-ICAS.
           MOVE TSUC-CREC(SUC-POS) TO SD-CREC.
           MOVE TSUC-IREC(SUC-POS) TO SD-IREC.
           COMPUTE WNETO = TSUC-ICAS(SUC-POS) - TSUC-IREC(SUC-POS).
           MOVE WNETO TO SD-NETO.
           MOVE 0 TO WPORC.
           IF TSUC-ICAS(SUC-POS) > 0
              COMPUTE WPORC ROUNDED =
                 TSUC-IREC(SUC-POS) * 100 / TSUC-ICAS(SUC-POS)
                 ON SIZE ERROR MOVE 999,9 TO WPORC
              END-COMPUTE
           END-IF.
           MOVE WPORC TO SD-PORC.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO SUC-POS.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE "TOTAL GENERAL" TO SD-DSUC.
           MOVE TOT-CCAS TO SD-CCAS.
           MOVE TOT-ICAS TO SD-ICAS.
           MOVE TOT-CREC TO SD-CREC.
           MOVE TOT-IREC TO SD-IREC.
           COMPUTE WNETO = TOT-ICAS - TOT-IREC.
           MOVE WNETO TO SD-NETO.
           MOVE 0 TO WPORC.
           IF TOT-ICAS > 0
              COMPUTE WPORC ROUNDED = TOT-IREC * 100 / TOT-ICAS
                 ON SIZE ERROR MOVE 999,9 TO WPORC
              END-COMPUTE
           END-IF.
           MOVE WPORC TO SD-PORC.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           IF SUC-CANT = 0
              MOVE SPACES TO R-IMP
              MOVE "SIN CASTIGOS NI RECUPEROS EN EL ANIO" TO R-IMP
              PERFORM ESCRIBIR-LINEA
           END-IF.

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
           MOVE WANIO TO TC-ANIO.
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
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           DISPLAY R-IMP LINE L.
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
           CLOSE INCOBRABLES MAESUC.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
