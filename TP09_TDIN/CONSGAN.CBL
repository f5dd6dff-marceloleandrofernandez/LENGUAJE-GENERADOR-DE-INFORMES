      *** CONSGAN - CONSTANCIA ANUAL DE RETENCIONES DE GANANCIAS   ***
      *** (CUARTA CATEGORIA) POR EMPLEADO                          ***
      *** PIDE EL ANIO Y EL LEGAJO (0 = TODOS) Y SACA POR EL SPOOL ***
      *** POR CADA EMPLEADO CON RETENCIONES EN RETGAN.IND:         ***
      ***   - UN RENGLON POR MES CON LA GANANCIA NETA, LAS         ***
      ***     DEDUCCIONES, LA GANANCIA IMPONIBLE Y EL IMPUESTO     ***
      ***     (ACUMULADOS DEL ANIO) Y LO RETENIDO EN EL MES        ***
      ***   - EL TOTAL RETENIDO EN EL ANIO                         ***
      ***   - LAS DEDUCCIONES PERSONALES QUE DECLARO (DEDGAN.IND)  ***
      ***     CON SU COMPROBANTE                                   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSGAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCIONES ASSIGN TO DISK "RETGAN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RGCLAVE
           FILE STATUS IS FSTRGN.

           SELECT DEDUCCIONES ASSIGN TO DISK "DEDGAN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DGCLAVE
           FILE STATUS IS FSTDDG.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           FILE STATUS IS FSTEMP.

      *-- LA CONSTANCIA SALE AL SPOOL (VER TOMASPL) ----------------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD RETENCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS R-RGN.

         COPY RETGAN.

        FD DEDUCCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS R-DDG.

         COPY DEDGAN.

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
       77 FSTRGN              PIC XX.
       77 FSTDDG              PIC XX.
       77 FSTEMP              PIC XX.
       77 FSTSPL              PIC XX.
       77 SW-DDG-ARCH         PIC X VALUE "N".
       77 SW-EMP-ARCH         PIC X VALUE "N".
       77 SW-FIN              PIC X.
       77 SW-FIN-DDG          PIC X.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
      *-- LA CONSTANCIA SALE AL SPOOL ------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "CONSGAN ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.

       77 WANIO               PIC 9(4).
       77 WLEG                PIC 9(8).
       77 WLEG-ACT            PIC 9(8) VALUE 0.
       77 CANT-EMP            PIC 9(05) VALUE 0.
       77 TOT-RET             PIC S9(09)V99.
       77 CANT-ED             PIC ZZZZ9.
       77 RET-ED              PIC -ZZZ.ZZZ.ZZ9,99.

       01 CON-RAYA.
          02 FILLER    PIC X(78) VALUE ALL "=".

       01 CON-CABECERA.
          02 FILLER    PIC X(42)
             VALUE "CONSTANCIA DE RETENCIONES DE GANANCIAS - ".
          02 FILLER    PIC X(05) VALUE "ANIO ".
          02 CC-ANIO   PIC 9(4).

       01 CON-EMPLEADO.
          02 FILLER    PIC X(08) VALUE "LEGAJO: ".
          02 CE-LEG    PIC 9(8).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 CE-NOM    PIC X(30).

       01 CON-TITULOS.
          02 FILLER    PIC X(08) VALUE "PERIODO".
          02 FILLER    PIC X(14) VALUE "  GAN. NETA".
          02 FILLER    PIC X(14) VALUE " DEDUCCIONES".
          02 FILLER    PIC X(14) VALUE "  IMPONIBLE".
          02 FILLER    PIC X(14) VALUE "   IMPUESTO".
          02 FILLER    PIC X(14) VALUE "  RET. MES".

       01 CON-MES.
          02 CM-PER    PIC 9(6).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CM-AJU    PIC X(01).
          02 CM-GNA    PIC ZZZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 CM-DED    PIC ZZZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 CM-GIM    PIC ZZZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 CM-IMP    PIC ZZZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CM-RET    PIC -ZZZZZ.ZZ9,99.

       01 CON-DEDUCCION.
          02 FILLER    PIC X(04) VALUE SPACES.
          02 CD-COD    PIC X(4).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 CD-CANT   PIC Z9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 CD-IMP    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 CD-COMP   PIC X(20).
          02 FILLER    PIC X(07) VALUE "  DESDE".
          02 CD-MDES   PIC Z9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT RETENCIONES.
           IF FSTRGN NOT = "00"
              DISPLAY " " ERASE SCREEN
              DISPLAY "NO HAY RETENCIONES DE GANANCIAS (RETGAN.IND)"
                 LINE 10 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAEEMP.
           IF FSTEMP = "00"
              MOVE "S" TO SW-EMP-ARCH
           END-IF.
           OPEN INPUT DEDUCCIONES.
           IF FSTDDG = "00"
              MOVE "S" TO SW-DDG-ARCH
           END-IF.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CONSTANCIA DE RETENCIONES DE GANANCIAS" LINE 02
              POSITION 21 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ANIO (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT WANIO LINE 04 POSITION 22.
           IF WANIO IS NOT NUMERIC OR WANIO = 0
              GO TO FIN
           END-IF.
           DISPLAY "LEGAJO (0 = TODOS): " LINE 05 POSITION 05.
           MOVE 0 TO WLEG.
           ACCEPT WLEG LINE 05 POSITION 26.
           IF WLEG IS NOT NUMERIC
              MOVE 0 TO WLEG
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 07 POSITION 05.
           ACCEPT OP-SN LINE 07 POSITION 23.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE "N" TO SW-FIN.
           MOVE WLEG TO RGLEG.
           COMPUTE RGPER = WANIO * 100 + 1.
           START RETENCIONES KEY IS NOT LESS THAN RGCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LEER-RETENCION THRU F-LEER-RETENCION
              UNTIL SW-FIN = "S".
           IF WLEG-ACT NOT = 0
              PERFORM CERRAR-EMPLEADO
           END-IF.
           MOVE CANT-EMP TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "EMPLEADOS CON RETENCIONES EN EL ANIO: "
                     DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN.

      *-- LA CLAVE ES LEGAJO + PERIODO: LOS MESES DE OTROS ANIOS SE -*
      *-- SALTEAN Y CON UN LEGAJO PEDIDO SE CORTA AL CAMBIAR --------*
       LEER-RETENCION.
           READ RETENCIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-RETENCION
           END-IF.
           IF WLEG NOT = 0 AND RGLEG NOT = WLEG
              MOVE "S" TO SW-FIN
              GO TO F-LEER-RETENCION
           END-IF.
           IF RGPER(1:4) NOT = WANIO
              GO TO F-LEER-RETENCION
           END-IF.
           IF RGLEG NOT = WLEG-ACT
              IF WLEG-ACT NOT = 0
                 PERFORM CERRAR-EMPLEADO
              END-IF
              PERFORM ABRIR-EMPLEADO
           END-IF.
           MOVE RGPER TO CM-PER.
           MOVE RGAJU TO CM-AJU.
           MOVE RGGNA TO CM-GNA.
           MOVE RGDED TO CM-DED.
           MOVE RGGIM TO CM-GIM.
           MOVE RGIMP TO CM-IMP.
           MOVE RGRET TO CM-RET.
           MOVE SPACES TO R-IMP.
           MOVE CON-MES TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD RGRET TO TOT-RET.
       F-LEER-RETENCION.
           EXIT.

       ABRIR-EMPLEADO.
           MOVE RGLEG TO WLEG-ACT.
           MOVE 0 TO TOT-RET.
           ADD 1 TO CANT-EMP.
           MOVE SPACES TO MAN.
           IF SW-EMP-ARCH = "S"
              MOVE RGLEG TO MCA
              READ MAEEMP KEY IS MCA
                 INVALID KEY MOVE SPACES TO MAN
              END-READ
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE CON-RAYA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE WANIO TO CC-ANIO.
           MOVE SPACES TO R-IMP.
           MOVE CON-CABECERA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE RGLEG TO CE-LEG.
           MOVE MAN TO CE-NOM.
           MOVE SPACES TO R-IMP.
           MOVE CON-EMPLEADO TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE CON-TITULOS TO R-IMP.
           PERFORM GRABAR-LINEA.

       CERRAR-EMPLEADO.
           MOVE TOT-RET TO RET-ED.
           MOVE SPACES TO R-IMP.
           STRING "TOTAL RETENIDO EN EL ANIO " DELIMITED BY SIZE
                  RET-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE "(D = AJUSTE ANUAL DE DICIEMBRE, E = LIQUIDACION FINAL)"
              TO R-IMP.
           PERFORM GRABAR-LINEA.
           IF SW-DDG-ARCH = "S"
              PERFORM LISTAR-DEDUCCIONES THRU F-LISTAR-DEDUCCIONES
           END-IF.

      *-- LO DECLARADO POR EL EMPLEADO PARA EL ANIO (VER ABMDEDG) --*
       LISTAR-DEDUCCIONES.
           MOVE "N" TO SW-FIN-DDG.
           MOVE WLEG-ACT TO DGLEG.
           MOVE WANIO TO DGANIO.
           MOVE 0 TO DGREN.
           START DEDUCCIONES KEY IS NOT LESS THAN DGCLAVE
              INVALID KEY GO TO F-LISTAR-DEDUCCIONES
           END-START.
           MOVE SPACES TO R-IMP.
           MOVE "DEDUCCIONES DECLARADAS (CODIGO, CARGAS, IMPORTE)"
              TO R-IMP.
           PERFORM GRABAR-LINEA.
           PERFORM LISTAR-DEDUCCION UNTIL SW-FIN-DDG = "S".
       F-LISTAR-DEDUCCIONES.
           EXIT.

       LISTAR-DEDUCCION.
           READ DEDUCCIONES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-DDG
           END-READ.
           IF SW-FIN-DDG = "N"
              IF DGLEG NOT = WLEG-ACT OR DGANIO NOT = WANIO
                 MOVE "S" TO SW-FIN-DDG
              ELSE
                 MOVE DGCOD TO CD-COD
                 MOVE DGCANT TO CD-CANT
                 MOVE DGIMP TO CD-IMP
                 MOVE DGCOMP TO CD-COMP
                 MOVE DGMDES TO CD-MDES
                 MOVE SPACES TO R-IMP
                 MOVE CON-DEDUCCION TO R-IMP
                 PERFORM GRABAR-LINEA
              END-IF
           END-IF.

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
           CLOSE RETENCIONES.
           IF SW-EMP-ARCH = "S"
              CLOSE MAEEMP
           END-IF.
           IF SW-DDG-ARCH = "S"
              CLOSE DEDUCCIONES
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
