      *** INFSUPL - FRANJAS DOCENTES SIN COBERTURA                 ***
      *** PARA UN DIA O UNA SEMANA (FECHA DESDE Y CANTIDAD DE      ***
      *** DIAS) RECORRE EL HORARIO (HORARIO.IND) DIA POR DIA, SIN  ***
      *** LOS FERIADOS DE FERIADOS.DAT, Y LISTA CADA FRANJA CUYO   ***
      *** TITULAR (CURSODOC.IND) ESTA DE LICENCIA APROBADA ESE DIA ***
      *** (LICENCIA.IND) Y NO TIENE SUPLENTE ASIGNADO EN           ***
      *** SUPLENCIA.IND (VER ABMSUPL) - AL FINAL LOS TOTALES DE    ***
      *** FRANJAS CON TITULAR DE LICENCIA, CUBIERTAS Y SIN CUBRIR  ***
      *** - SALE AL SPOOL                                          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFSUPL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIOS ASSIGN TO DISK "HORARIO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HRCLAVE
           FILE STATUS IS FSTHOR.

           SELECT ASIGNACIONES ASSIGN TO DISK "CURSODOC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CDCLAVE
           FILE STATUS IS FSTCDO.

           SELECT LICENCIAS ASSIGN TO DISK "LICENCIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LICLAVE
           FILE STATUS IS FSTLIC.

           SELECT SUPLENCIAS ASSIGN TO DISK "SUPLENCIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SPCLAVE
           ALTERNATE RECORD KEY IS SPFRANJA
           FILE STATUS IS FSTSUP.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           FILE STATUS IS FSTEMP.

           SELECT FERIADOS ASSIGN TO DISK "FERIADOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FST-FER.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD HORARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS R-HOR.

         COPY HORARIO.

        FD ASIGNACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS R-CDO.

         COPY CURSODOC.

        FD LICENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-LIC.

         COPY LICENCIA.

        FD SUPLENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS R-SUP.

         COPY SUPLENC.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-EMP.

         COPY EMPLEADO.

        FD FERIADOS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS R-FER.
         01 R-FER.
            02 FER-FECHA   PIC 9(8).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTHOR              PIC XX.
       77 FSTCDO              PIC XX.
       77 FSTLIC              PIC XX.
       77 FSTSUP              PIC XX.
       77 FSTEMP              PIC XX.
       77 FST-FER             PIC XX.
       77 FSTSPL              PIC XX.
       77 SW-SUP-ARCH         PIC X VALUE "N".
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
       77 SW-FIN-LIC          PIC X.
       77 SW-LICENCIA         PIC X.
       77 SW-FERIADO          PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "INFSUPL ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 ENT-FECHA           PIC 9(8).
       77 ENT-DIAS            PIC 99.
       77 CANT-DIAS           PIC 99.
       77 WTIT                PIC 9(8).
       77 WLIC-TIPO           PIC X.
       77 TOT-LIC             PIC 9(5) VALUE 0.
       77 TOT-CUB             PIC 9(5) VALUE 0.
       77 TOT-SIN             PIC 9(5) VALUE 0.
       77 CANT-ED             PIC ZZZZ9.
      *-- LAS ASIGNACIONES CURSO -> DOCENTE SE LEEN UNA VEZ --------*
       77 ASG-CANT            PIC 9(3) VALUE 0.
       77 ASG-POS             PIC 9(3).
       01 TABLA-ASG.
          02 TASG-ELEM OCCURS 300 TIMES.
             03 TASG-LEG      PIC 9(8).
             03 TASG-CUR      PIC 9(2).
      *-- FERIADOS.DAT (MISMA CARGA QUE CALCVTO) -------------------*
       77 FER-POS             PIC 99.
       77 FER-CANT            PIC 99 VALUE 0.
       01 TABLA-FERIADOS.
          02 TFER-FECHA OCCURS 50 TIMES PIC 9(8).
      *-- DIA DE LA SEMANA POR ZELLER (1=LUNES ... 7=DOMINGO) ------*
       77 DIASMES             PIC 99.
       77 WAA-COC             PIC 9(4).
       77 WAA-RESTO           PIC 9.
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
       01 WFECHA-NUM REDEFINES WFECHA-TRAB PIC 9(8).
       01 TABLA-NOMBRE-DIA.
          02 FILLER PIC X(21) VALUE "LUNMARMIEJUEVIESABDOM".
       01 R-TABLA-NOMBRE-DIA REDEFINES TABLA-NOMBRE-DIA.
          02 NOMBRE-DIA OCCURS 7 TIMES PIC X(3).

       01 TITULO-CABECERA.
          02 FILLER PIC X(14) VALUE SPACES.
          02 FILLER PIC X(37) VALUE
             "FRANJAS DOCENTES SIN COBERTURA DESDE ".
          02 TC-FECHA PIC 9(8).
          02 FILLER PIC X(07) VALUE " DIAS: ".
          02 TC-DIAS  PIC Z9.

       01 SUBTITULO-CABECERA.
          02 FILLER PIC X(36) VALUE
             "FECHA    DIA CURSO DESDE HASTA TITUL".
          02 FILLER PIC X(36) VALUE
             "AR  NOMBRE                    LICENC".

       01 SUBRAYAR-CABECERA.
          02 FILLER PIC X(72) VALUE ALL "=".

       01 SALIDA-DE-DETALLE.
          02 SD-FECHA PIC 9(8).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-DIA   PIC X(03).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 SD-CUR   PIC 9(2).
          02 FILLER   PIC X(03) VALUE SPACES.
          02 SD-DESDE PIC 9(4).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 SD-HASTA PIC 9(4).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 SD-TIT   PIC 9(8).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 SD-NOM   PIC X(25).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-LIC   PIC X(01).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT HORARIOS.
           IF FSTHOR NOT = "00"
              DISPLAY "INFSUPL: HORARIO.IND NO ENCONTRADO (FST="
                 FSTHOR ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT ASIGNACIONES.
           IF FSTCDO NOT = "00"
              DISPLAY "INFSUPL: CURSODOC.IND NO ENCONTRADO - ASIGNE "
                 "DOCENTES (ABMDOC)"
              CLOSE HORARIOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT LICENCIAS.
           IF FSTLIC NOT = "00"
              DISPLAY "INFSUPL: LICENCIA.IND NO ENCONTRADA - NO HAY "
                 "FRANJAS SIN CUBRIR"
              CLOSE HORARIOS ASIGNACIONES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT SUPLENCIAS.
           IF FSTSUP = "00"
              MOVE "S" TO SW-SUP-ARCH
           END-IF.
           OPEN INPUT MAEEMP.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "FRANJAS DOCENTES SIN COBERTURA" LINE 02
              POSITION 25 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "FECHA DESDE (AAAAMMDD)       : " LINE 04
              POSITION 05.
           ACCEPT ENT-FECHA LINE 04 POSITION 36.
           DISPLAY "DIAS (1 = DIARIO, 7 = SEMANAL): " LINE 05
              POSITION 05.
           ACCEPT ENT-DIAS LINE 05 POSITION 37.
           MOVE ENT-FECHA TO WFECHA-TRAB.
           IF ENT-FECHA IS NOT NUMERIC OR WMM-TRAB < 1
              OR WMM-TRAB > 12 OR WDD-TRAB < 1
              DISPLAY "FECHA INVALIDA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN
           END-IF.
           PERFORM CALCULAR-DIAS-DEL-MES.
           IF WDD-TRAB > DIASMES
              DISPLAY "FECHA INVALIDA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN
           END-IF.
           IF ENT-DIAS IS NOT NUMERIC OR ENT-DIAS = 0
              MOVE 1 TO ENT-DIAS
           END-IF.
           IF ENT-DIAS > 31
              MOVE 31 TO ENT-DIAS
           END-IF.
           PERFORM CARGAR-TABLAS THRU F-CARGAR-TABLAS.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE 0 TO CANT-DIAS.
           PERFORM TRATAR-DIA UNTIL CANT-DIAS = ENT-DIAS.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN.

      *-- LAS ASIGNACIONES Y LOS FERIADOS SE LEEN UNA VEZ ----------*
       CARGAR-TABLAS.
           MOVE 0 TO FER-CANT.
           OPEN INPUT FERIADOS.
           IF FST-FER = "00"
              PERFORM LEER-FERIADO THRU F-LEER-FERIADO
                 UNTIL FST-FER = "10" OR FER-CANT = 50
              CLOSE FERIADOS
           END-IF.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO CDCUR CDLEG.
           START ASIGNACIONES KEY IS NOT LESS THAN CDCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM JUNTAR-ASIGNACION UNTIL SW-FIN = "S".
       F-CARGAR-TABLAS.
           EXIT.

       LEER-FERIADO.
           READ FERIADOS AT END MOVE "10" TO FST-FER.
           IF FST-FER NOT = "10" AND FER-FECHA IS NUMERIC
              ADD 1 TO FER-CANT
              MOVE FER-FECHA TO TFER-FECHA(FER-CANT)
           END-IF.
       F-LEER-FERIADO.
           EXIT.

       JUNTAR-ASIGNACION.
           READ ASIGNACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N" AND ASG-CANT < 300
              ADD 1 TO ASG-CANT
              MOVE CDLEG TO TASG-LEG(ASG-CANT)
              MOVE CDCUR TO TASG-CUR(ASG-CANT)
           END-IF.

      *---------------------------------------------------------------*
      *-- UN DIA: SI NO ES FERIADO, TODAS LAS FRANJAS DEL HORARIO   --*
      *-- DE ESE DIA DE LA SEMANA; DESPUES PASA AL DIA SIGUIENTE    --*
      *---------------------------------------------------------------*
       TRATAR-DIA.
           MOVE "N" TO SW-FERIADO.
           MOVE 1 TO FER-POS.
           PERFORM MIRAR-FERIADO UNTIL FER-POS > FER-CANT
              OR SW-FERIADO = "S".
           IF SW-FERIADO = "N"
              PERFORM CALCULAR-DIA-SEMANA
              MOVE "N" TO SW-FIN
              MOVE 0 TO HRCUR HRDIA HRDESDE
              START HORARIOS KEY IS NOT LESS THAN HRCLAVE
                 INVALID KEY MOVE "S" TO SW-FIN
              END-START
              PERFORM TRATAR-FRANJA THRU F-TRATAR-FRANJA
                 UNTIL SW-FIN = "S"
           END-IF.
           ADD 1 TO CANT-DIAS.
           PERFORM SIGUIENTE-DIA.

       MIRAR-FERIADO.
           IF TFER-FECHA(FER-POS) = WFECHA-NUM
              MOVE "S" TO SW-FERIADO
           END-IF.
           ADD 1 TO FER-POS.

       SIGUIENTE-DIA.
           ADD 1 TO WDD-TRAB.
           IF WDD-TRAB > DIASMES
              MOVE 1 TO WDD-TRAB
              ADD 1 TO WMM-TRAB
              IF WMM-TRAB > 12
                 MOVE 1 TO WMM-TRAB
                 ADD 1 TO WAA-TRAB
              END-IF
              PERFORM CALCULAR-DIAS-DEL-MES
           END-IF.

      *-- LA FRANJA DEL DIA: EL PRIMER TITULAR DEL CURSO QUE ESTA --*
      *-- DE LICENCIA (COMO ABMSUPL) Y SI TIENE SUPLENTE -----------*
       TRATAR-FRANJA.
           READ HORARIOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TRATAR-FRANJA
           END-IF.
           IF HRDIA NOT = DIA-SEMANA
              GO TO F-TRATAR-FRANJA
           END-IF.
           MOVE 0 TO WTIT.
           MOVE 1 TO ASG-POS.
           PERFORM MIRAR-TITULAR UNTIL ASG-POS > ASG-CANT
              OR WTIT > 0.
           IF WTIT = 0
              GO TO F-TRATAR-FRANJA
           END-IF.
           ADD 1 TO TOT-LIC.
           IF SW-SUP-ARCH = "S"
              MOVE WFECHA-NUM TO SPFECHA
              MOVE HRCUR TO SPCUR
              MOVE HRDESDE TO SPDESDE
              READ SUPLENCIAS KEY IS SPFRANJA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO TOT-CUB
                    GO TO F-TRATAR-FRANJA
              END-READ
           END-IF.
           ADD 1 TO TOT-SIN.
           MOVE SPACES TO SALIDA-DE-DETALLE.
           MOVE WFECHA-NUM TO SD-FECHA.
           MOVE NOMBRE-DIA(DIA-SEMANA) TO SD-DIA.
           MOVE HRCUR TO SD-CUR.
           MOVE HRDESDE TO SD-DESDE.
           MOVE HRHASTA TO SD-HASTA.
           MOVE WTIT TO SD-TIT.
           MOVE WTIT TO MCA.
           READ MAEEMP KEY IS MCA
              INVALID KEY MOVE "(SIN MAESTRO)" TO SD-NOM
              NOT INVALID KEY MOVE MAN TO SD-NOM
           END-READ.
           MOVE WLIC-TIPO TO SD-LIC.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-TRATAR-FRANJA.
           EXIT.

       MIRAR-TITULAR.
           IF TASG-CUR(ASG-POS) = HRCUR
              PERFORM MIRAR-LICENCIAS THRU F-MIRAR-LICENCIAS
              IF SW-LICENCIA = "S"
                 MOVE TASG-LEG(ASG-POS) TO WTIT
              END-IF
           END-IF.
           ADD 1 TO ASG-POS.

      *-- SW-LICENCIA = "S" SI EL DOCENTE TIENE UNA LICENCIA -------*
      *-- APROBADA QUE CUBRE EL DIA --------------------------------*
       MIRAR-LICENCIAS.
           MOVE "N" TO SW-LICENCIA.
           MOVE "N" TO SW-FIN-LIC.
           MOVE TASG-LEG(ASG-POS) TO LILEG.
           MOVE 0 TO LIDESDE.
           START LICENCIAS KEY IS NOT LESS THAN LICLAVE
              INVALID KEY GO TO F-MIRAR-LICENCIAS
           END-START.
           PERFORM MIRAR-LICENCIA UNTIL SW-FIN-LIC = "S".
       F-MIRAR-LICENCIAS.
           EXIT.

       MIRAR-LICENCIA.
           READ LICENCIAS NEXT RECORD AT END MOVE "S" TO SW-FIN-LIC.
           IF SW-FIN-LIC = "N"
              IF LILEG NOT = TASG-LEG(ASG-POS)
                 OR LIDESDE > WFECHA-NUM
                 MOVE "S" TO SW-FIN-LIC
              ELSE
                 IF LIC-APROBADA AND LIHASTA NOT < WFECHA-NUM
                    MOVE "S" TO SW-LICENCIA
                    MOVE LITIPO TO WLIC-TIPO
                    MOVE "S" TO SW-FIN-LIC
                 END-IF
              END-IF
           END-IF.

       CALCULAR-DIAS-DEL-MES.
           MOVE 31 TO DIASMES.
           IF WMM-TRAB = 04 OR WMM-TRAB = 06 OR WMM-TRAB = 09
              OR WMM-TRAB = 11
              MOVE 30 TO DIASMES
           END-IF.
           IF WMM-TRAB = 02
              MOVE 28 TO DIASMES
              DIVIDE WAA-TRAB BY 4 GIVING WAA-COC REMAINDER WAA-RESTO
              IF WAA-RESTO = 0
                 MOVE 29 TO DIASMES
              END-IF
           END-IF.

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

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE ENT-FECHA TO TC-FECHA.
           MOVE ENT-DIAS TO TC-DIAS.
           MOVE SPACES TO R-IMP.
           MOVE TITULO-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE SUBTITULO-CABECERA TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE TOT-LIC TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "FRANJAS CON TITULAR DE LICENCIA " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE TOT-CUB TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "CUBIERTAS CON SUPLENTE          " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE TOT-SIN TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "SIN COBERTURA                   " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
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
           CLOSE HORARIOS ASIGNACIONES LICENCIAS MAEEMP.
           IF SW-SUP-ARCH = "S"
              CLOSE SUPLENCIAS
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
