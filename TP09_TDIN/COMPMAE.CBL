      *** COMPMAE - COMPARA DOS FOTOS DE UN MAESTRO CAMPO POR CAMPO***
      *** TOMA DOS VERSIONES DEL MISMO MAESTRO (ALUMNOS            ***
      *** MAEALU.IND, CLIENTES PERSONA.IND O EMPLEADOS             ***
      *** MAEEMP.IND): UNA COPIA FECHADA DE COPIASEG CONTRA EL     ***
      *** ARCHIVO VIVO O CONTRA OTRA COPIA - RECORRE LAS DOS POR   ***
      *** CLAVE Y LISTA AL SPOOL LOS REGISTROS AGREGADOS, LOS      ***
      *** ELIMINADOS Y LOS MODIFICADOS CON CADA CAMPO DISTINTO Y   ***
      *** SUS VALORES ANTERIOR Y NUEVO, SEGUN LA TABLA DE CAMPOS   ***
      *** DE CADA MAESTRO (MISMOS NOMBRES Y POSICIONES QUE SU      ***
      *** COPYBOOK) - A PEDIDO MARCA LAS DIFERENCIAS QUE NO TIENEN ***
      *** NINGUNA LINEA DE ESA CLAVE EN EL LOG DE AUDITORIA ENTRE  ***
      *** LAS DOS FECHAS (AUDITALU.LOG CON SUS GENERACIONES,       ***
      *** AUDITPER.LOG; LOS EMPLEADOS NO TIENEN LOG)               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPMAE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- CADA VERSION SE ABRE CON EL LARGO DEL MAESTRO ELEGIDO ----*
           SELECT ANT-ALU ASSIGN TO DISK NOMBRE-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS AA-CLAVE
           FILE STATUS IS FSTANT.

           SELECT NUE-ALU ASSIGN TO DISK NOMBRE-NUE
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NA-CLAVE
           FILE STATUS IS FSTNUE.

           SELECT ANT-PER ASSIGN TO DISK NOMBRE-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS AP-CLAVE
           FILE STATUS IS FSTANT.

           SELECT NUE-PER ASSIGN TO DISK NOMBRE-NUE
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NP-CLAVE
           FILE STATUS IS FSTNUE.

           SELECT ANT-EMP ASSIGN TO DISK NOMBRE-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS AE-CLAVE
           FILE STATUS IS FSTANT.

           SELECT NUE-EMP ASSIGN TO DISK NOMBRE-NUE
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NE-CLAVE
           FILE STATUS IS FSTNUE.

      *-- LOG DE AUDITORIA DEL MAESTRO (Y GENERACIONES, VER ROTALOG)*
           SELECT AUDITORIA ASSIGN TO DISK NOMBRE-AUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAUD.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
      *-- LOS TRES MAESTROS LLEVAN LA CLAVE DE 8 CIFRAS ADELANTE ---*
        FD ANT-ALU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-AALU.
         01 R-AALU.
            02 AA-CLAVE   PIC 9(8).
            02 FILLER     PIC X(59).

        FD NUE-ALU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-NALU.
         01 R-NALU.
            02 NA-CLAVE   PIC 9(8).
            02 FILLER     PIC X(59).

        FD ANT-PER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-APER.
         01 R-APER.
            02 AP-CLAVE   PIC 9(8).
            02 FILLER     PIC X(144).

        FD NUE-PER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-NPER.
         01 R-NPER.
            02 NP-CLAVE   PIC 9(8).
            02 FILLER     PIC X(144).

        FD ANT-EMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-AEMP.
         01 R-AEMP.
            02 AE-CLAVE   PIC 9(8).
            02 FILLER     PIC X(50).

        FD NUE-EMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-NEMP.
         01 R-NEMP.
            02 NE-CLAVE   PIC 9(8).
            02 FILLER     PIC X(50).

        FD AUDITORIA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS R-AUDITORIA.
         01 R-AUDITORIA             PIC X(112).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTANT              PIC XX.
       77 FSTNUE              PIC XX.
       77 FSTAUD              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WCUAL               PIC 9.
       77 OP-SN               PIC X.
       77 SW-LOG              PIC X VALUE "N".
       77 SW-DIF              PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "COMPMAE ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

      *-- FECHA DE LA COPIA ANTERIOR Y DE LA NUEVA (0 = EL VIVO) ---*
       77 ENT-FECHA-ANT       PIC 9(8).
       77 ENT-FECHA-NUE       PIC 9(8).
       77 FECHA-HASTA         PIC 9(8).
       77 NOMBRE-ANT          PIC X(30).
       77 NOMBRE-NUE          PIC X(30).
       77 NOMBRE-AUD          PIC X(20).
       01 WFECHA-HOY          PIC 9(8).

       01 TABLA-NOMBRES.
          02 FILLER PIC X(14) VALUE "MAEALU.IND    ".
          02 FILLER PIC X(14) VALUE "PERSONA.IND   ".
          02 FILLER PIC X(14) VALUE "MAEEMP.IND    ".
       01 R-TABLA-NOMBRES REDEFINES TABLA-NOMBRES.
          02 NOM-MAE OCCURS 3 TIMES PIC X(14).

      *-- CAMPOS DE CADA MAESTRO: NOMBRE, DESDE, LARGO Y TIPO ------*
      *-- (X = TEXTO O CIFRAS, I = IMPORTE 9(5)V99) - SIGUEN AL ----*
      *-- COPYBOOK: SI SE AGREGA UN CAMPO AL MAESTRO VA TAMBIEN ----*
      *-- ACA (LA CLAVE NO SE COMPARA: ES LA QUE LOS APAREA) -------*
       01 CAMPOS-ALU.
          02 FILLER PIC X(13) VALUE "MAN   009030X".
          02 FILLER PIC X(13) VALUE "MED   039003X".
          02 FILLER PIC X(13) VALUE "MSE   042001X".
          02 FILLER PIC X(13) VALUE "MEC   043001X".
          02 FILLER PIC X(13) VALUE "MFI   044008X".
          02 FILLER PIC X(13) VALUE "MCU   052002X".
          02 FILLER PIC X(13) VALUE "MLO   054003X".
          02 FILLER PIC X(13) VALUE "MSU   057003X".
          02 FILLER PIC X(13) VALUE "MFN   060008X".
          02 FILLER PIC X(91) VALUE SPACES.
       01 CAMPOS-PER.
          02 FILLER PIC X(13) VALUE "PAN   009030X".
          02 FILLER PIC X(13) VALUE "PSA   039007I".
          02 FILLER PIC X(13) VALUE "PTS   046001X".
          02 FILLER PIC X(13) VALUE "PSU   047003X".
          02 FILLER PIC X(13) VALUE "PLI   050007I".
          02 FILLER PIC X(13) VALUE "PCUIT 057011X".
          02 FILLER PIC X(13) VALUE "PIVA  068001X".
          02 FILLER PIC X(13) VALUE "PDOM  069030X".
          02 FILLER PIC X(13) VALUE "PLOC  099003X".
          02 FILLER PIC X(13) VALUE "PCP   102008X".
          02 FILLER PIC X(13) VALUE "PTEL  110015X".
          02 FILLER PIC X(13) VALUE "PMON  125001X".
          02 FILLER PIC X(13) VALUE "PPLAZO126003X".
          02 FILLER PIC X(13) VALUE "PEST  129001X".
          02 FILLER PIC X(13) VALUE "PDEB  130001X".
          02 FILLER PIC X(13) VALUE "PCBU  131022X".
       01 CAMPOS-EMP.
          02 FILLER PIC X(13) VALUE "MAN   009030X".
          02 FILLER PIC X(13) VALUE "MSB   039005X".
          02 FILLER PIC X(13) VALUE "MLO   044003X".
          02 FILLER PIC X(13) VALUE "MANT  047002X".
          02 FILLER PIC X(13) VALUE "MSE   049001X".
          02 FILLER PIC X(13) VALUE "MCATE 050001X".
          02 FILLER PIC X(13) VALUE "MFING 051008X".
          02 FILLER PIC X(117) VALUE SPACES.
       01 TABLA-CAMPOS.
          02 TCA-ELEM OCCURS 16 TIMES.
             03 TCA-NOMBRE    PIC X(6).
             03 TCA-DESDE     PIC 9(3).
             03 TCA-LARGO     PIC 9(3).
             03 TCA-TIPO      PIC X.
       77 CANT-CAMPOS         PIC 99.
       77 CAM-POS             PIC 99.

      *-- LOS DOS REGISTROS QUE SE COMPARAN (EL MAS LARGO MANDA) ---*
       01 REG-ANT.
          02 RA-CLAVE         PIC X(8).
          02 RA-NOMBRE        PIC X(30).
          02 FILLER           PIC X(114).
       01 REG-NUE.
          02 RN-CLAVE         PIC X(8).
          02 RN-NOMBRE        PIC X(30).
          02 FILLER           PIC X(114).
       77 VAL-ANT             PIC X(30).
       77 VAL-NUE             PIC X(30).
       01 WIMPORTE-X          PIC X(7).
       01 WIMPORTE REDEFINES WIMPORTE-X PIC 9(5)V99.
       77 WIMPORTE-ED         PIC ZZZZ9,99.
       77 VAL-IMP             PIC X(30).

      *-- CLAVES CON ALGUNA LINEA EN EL LOG ENTRE LAS DOS FECHAS ---*
      *-- (UNA DE MAS PARA QUE LA BUSQUEDA TERMINE ADENTRO) --------*
       77 LOG-CANT            PIC 9(4) VALUE 0.
       77 LOG-POS             PIC 9(4).
       77 LOG-BUSCA           PIC 9(8).
       01 TABLA-LOG.
          02 LOG-CODIGO OCCURS 3001 TIMES PIC 9(8).
       77 SW-LLENO            PIC X VALUE "N".
       01 WPER-ACT.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).
       01 WPER-HASTA          PIC 9(6).
       01 WFECHA-AUX.
          02 WAUX-AAMM        PIC 9(6).
          02 WAUX-DD          PIC 9(2).

       COPY AUDITALU.

       COPY AUDITPER.

       77 CANT-AGREGADOS      PIC 9(6) VALUE 0.
       77 CANT-ELIMINADOS     PIC 9(6) VALUE 0.
       77 CANT-MODIFICADOS    PIC 9(6) VALUE 0.
       77 CANT-CAMPOS-DIF     PIC 9(6) VALUE 0.
       77 CANT-SIN-LOG        PIC 9(6) VALUE 0.
       77 CANT-ED             PIC ZZZZZ9.

       01 LINEA-REGISTRO.
          02 LR-MARCA         PIC X(10).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LR-CLAVE         PIC X(08).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LR-NOMBRE        PIC X(30).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LR-SIN-LOG       PIC X(09).

       01 LINEA-CAMPO.
          02 FILLER           PIC X(04) VALUE SPACES.
          02 LC-CAMPO         PIC X(06).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LC-ANT           PIC X(30).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LC-NUE           PIC X(30).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "COMPARACION DE DOS VERSIONES DE UN MAESTRO"
              LINE 02 POSITION 19 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "MAESTRO (1=ALUMNOS 2=CLIENTES 3=EMPLEADOS): "
              LINE 04 POSITION 05.
           ACCEPT WCUAL LINE 04 POSITION 49.
           IF WCUAL < 1 OR WCUAL > 3
              DISPLAY "OPCION INVALIDA" LINE 22 POSITION 05
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           DISPLAY "FECHA DE LA COPIA ANTERIOR (AAAAMMDD): "
              LINE 06 POSITION 05.
           ACCEPT ENT-FECHA-ANT LINE 06 POSITION 44.
           DISPLAY "FECHA DE LA COPIA NUEVA (0 = ARCHIVO VIVO): "
              LINE 07 POSITION 05.
           ACCEPT ENT-FECHA-NUE LINE 07 POSITION 49.
           IF ENT-FECHA-ANT IS NOT NUMERIC OR ENT-FECHA-ANT = 0
              OR ENT-FECHA-NUE IS NOT NUMERIC
              DISPLAY "FECHA INVALIDA" LINE 22 POSITION 05
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           IF ENT-FECHA-NUE NOT = 0 AND ENT-FECHA-NUE < ENT-FECHA-ANT
              DISPLAY "LA COPIA NUEVA ES ANTERIOR A LA VIEJA"
                 LINE 22 POSITION 05
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE SPACES TO NOMBRE-ANT NOMBRE-NUE.
           STRING NOM-MAE(WCUAL) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  ENT-FECHA-ANT DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO NOMBRE-ANT.
           IF ENT-FECHA-NUE = 0
              MOVE NOM-MAE(WCUAL) TO NOMBRE-NUE
              MOVE WFECHA-HOY TO FECHA-HASTA
           ELSE
              STRING NOM-MAE(WCUAL) DELIMITED BY SPACE
                     "-" DELIMITED BY SIZE
                     ENT-FECHA-NUE DELIMITED BY SIZE
                     ".BAK" DELIMITED BY SIZE
                     INTO NOMBRE-NUE
              MOVE ENT-FECHA-NUE TO FECHA-HASTA
           END-IF.
           PERFORM ABRIR-VERSIONES THRU F-ABRIR-VERSIONES.
           IF FSTANT NOT = "00" OR FSTNUE NOT = "00"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           EVALUATE WCUAL
              WHEN 1 MOVE CAMPOS-ALU TO TABLA-CAMPOS
                     MOVE 9 TO CANT-CAMPOS
              WHEN 2 MOVE CAMPOS-PER TO TABLA-CAMPOS
                     MOVE 16 TO CANT-CAMPOS
              WHEN 3 MOVE CAMPOS-EMP TO TABLA-CAMPOS
                     MOVE 7 TO CANT-CAMPOS
           END-EVALUATE.
      *-- LOS EMPLEADOS NO TIENEN LOG DE AUDITORIA -----------------*
           IF WCUAL NOT = 3
              DISPLAY "MARCAR LAS QUE NO ESTAN EN EL LOG (S/N): "
                 LINE 09 POSITION 05
              MOVE "N" TO OP-SN
              ACCEPT OP-SN LINE 09 POSITION 46
              IF OP-SN = "S" OR OP-SN = "s"
                 MOVE "S" TO SW-LOG
                 PERFORM CARGAR-LOG THRU F-CARGAR-LOG
              END-IF
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           STRING "DIFERENCIAS " DELIMITED BY SIZE
                  NOMBRE-ANT DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  NOMBRE-NUE DELIMITED BY SPACE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE "    CAMPO  ANTERIOR" TO R-IMP.
           MOVE "NUEVO" TO R-IMP(43:5).
           PERFORM GRABAR-LINEA.
      *-- APAREO POR CLAVE: LAS DOS VERSIONES ESTAN ORDENADAS ------*
           PERFORM LEER-ANT THRU F-LEER-ANT.
           PERFORM LEER-NUE THRU F-LEER-NUE.
           PERFORM APAREAR THRU F-APAREAR
              UNTIL RA-CLAVE = HIGH-VALUES AND RN-CLAVE = HIGH-VALUES.
           PERFORM CERRAR-VERSIONES.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-AGREGADOS TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "REGISTROS AGREGADOS:   " CANT-ED
              DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-ELIMINADOS TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "REGISTROS ELIMINADOS:  " CANT-ED
              DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-MODIFICADOS TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "REGISTROS MODIFICADOS: " CANT-ED
              DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-CAMPOS-DIF TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "CAMPOS DISTINTOS:      " CANT-ED
              DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
           IF SW-LOG = "S"
              MOVE CANT-SIN-LOG TO CANT-ED
              MOVE SPACES TO R-IMP
              STRING "SIN LINEA EN EL LOG:   " CANT-ED
                 DELIMITED BY SIZE INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF SW-LLENO = "S"
              MOVE SPACES TO R-IMP
              MOVE "(LOG CON MAS DE 3000 CLAVES: LA MARCA ES PARCIAL)"
                 TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-- LA QUE NO ABRE SE AVISA Y NO SE COMPARA NADA -------------*
       ABRIR-VERSIONES.
           EVALUATE WCUAL
              WHEN 1 OPEN INPUT ANT-ALU
              WHEN 2 OPEN INPUT ANT-PER
              WHEN 3 OPEN INPUT ANT-EMP
           END-EVALUATE.
           IF FSTANT NOT = "00"
              DISPLAY "NO SE PUDO ABRIR " LINE 22 POSITION 05
              DISPLAY NOMBRE-ANT LINE 22 POSITION 22
              PERFORM ING-TECLA
              GO TO F-ABRIR-VERSIONES
           END-IF.
           EVALUATE WCUAL
              WHEN 1 OPEN INPUT NUE-ALU
              WHEN 2 OPEN INPUT NUE-PER
              WHEN 3 OPEN INPUT NUE-EMP
           END-EVALUATE.
           IF FSTNUE NOT = "00"
              DISPLAY "NO SE PUDO ABRIR " LINE 22 POSITION 05
              DISPLAY NOMBRE-NUE LINE 22 POSITION 22
              PERFORM ING-TECLA
              EVALUATE WCUAL
                 WHEN 1 CLOSE ANT-ALU
                 WHEN 2 CLOSE ANT-PER
                 WHEN 3 CLOSE ANT-EMP
              END-EVALUATE
           END-IF.
       F-ABRIR-VERSIONES.
           EXIT.

       CERRAR-VERSIONES.
           EVALUATE WCUAL
              WHEN 1 CLOSE ANT-ALU NUE-ALU
              WHEN 2 CLOSE ANT-PER NUE-PER
              WHEN 3 CLOSE ANT-EMP NUE-EMP
           END-EVALUATE.

      *-- FIN DE ARCHIVO = CLAVE EN HIGH-VALUES --------------------*
       LEER-ANT.
           MOVE SPACES TO REG-ANT.
           EVALUATE WCUAL
              WHEN 1 READ ANT-ALU NEXT RECORD INTO REG-ANT
                        AT END MOVE "10" TO FSTANT
                     END-READ
              WHEN 2 READ ANT-PER NEXT RECORD INTO REG-ANT
                        AT END MOVE "10" TO FSTANT
                     END-READ
              WHEN 3 READ ANT-EMP NEXT RECORD INTO REG-ANT
                        AT END MOVE "10" TO FSTANT
                     END-READ
           END-EVALUATE.
           IF FSTANT NOT = "00"
              MOVE HIGH-VALUES TO RA-CLAVE
           END-IF.
       F-LEER-ANT.
           EXIT.

       LEER-NUE.
           MOVE SPACES TO REG-NUE.
           EVALUATE WCUAL
              WHEN 1 READ NUE-ALU NEXT RECORD INTO REG-NUE
                        AT END MOVE "10" TO FSTNUE
                     END-READ
              WHEN 2 READ NUE-PER NEXT RECORD INTO REG-NUE
                        AT END MOVE "10" TO FSTNUE
                     END-READ
              WHEN 3 READ NUE-EMP NEXT RECORD INTO REG-NUE
                        AT END MOVE "10" TO FSTNUE
                     END-READ
           END-EVALUATE.
           IF FSTNUE NOT = "00"
              MOVE HIGH-VALUES TO RN-CLAVE
           END-IF.
       F-LEER-NUE.
           EXIT.

       APAREAR.
           IF RA-CLAVE < RN-CLAVE
              MOVE "ELIMINADO" TO LR-MARCA
              MOVE RA-CLAVE TO LR-CLAVE
              MOVE RA-NOMBRE TO LR-NOMBRE
              ADD 1 TO CANT-ELIMINADOS
              PERFORM LISTAR-REGISTRO THRU F-LISTAR-REGISTRO
              PERFORM LEER-ANT THRU F-LEER-ANT
              GO TO F-APAREAR
           END-IF.
           IF RN-CLAVE < RA-CLAVE
              MOVE "AGREGADO" TO LR-MARCA
              MOVE RN-CLAVE TO LR-CLAVE
              MOVE RN-NOMBRE TO LR-NOMBRE
              ADD 1 TO CANT-AGREGADOS
              PERFORM LISTAR-REGISTRO THRU F-LISTAR-REGISTRO
              PERFORM LEER-NUE THRU F-LEER-NUE
              GO TO F-APAREAR
           END-IF.
           IF REG-ANT NOT = REG-NUE
              MOVE "MODIFICADO" TO LR-MARCA
              MOVE RN-CLAVE TO LR-CLAVE
              MOVE RN-NOMBRE TO LR-NOMBRE
              ADD 1 TO CANT-MODIFICADOS
              PERFORM LISTAR-REGISTRO THRU F-LISTAR-REGISTRO
              MOVE 1 TO CAM-POS
              PERFORM COMPARAR-CAMPO THRU F-COMPARAR-CAMPO
                 UNTIL CAM-POS > CANT-CAMPOS
           END-IF.
           PERFORM LEER-ANT THRU F-LEER-ANT.
           PERFORM LEER-NUE THRU F-LEER-NUE.
       F-APAREAR.
           EXIT.

      *-- EL RENGLON DEL REGISTRO (LR-MARCA/CLAVE/NOMBRE CARGADOS) -*
       LISTAR-REGISTRO.
           MOVE SPACES TO LR-SIN-LOG.
           IF SW-LOG = "S"
              MOVE LR-CLAVE TO LOG-BUSCA
              PERFORM BUSCAR-LOG THRU F-BUSCAR-LOG
              IF LOG-POS = 0
                 MOVE "*SIN LOG*" TO LR-SIN-LOG
                 ADD 1 TO CANT-SIN-LOG
              END-IF
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-REGISTRO TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-LISTAR-REGISTRO.
           EXIT.

       COMPARAR-CAMPO.
           IF REG-ANT(TCA-DESDE(CAM-POS):TCA-LARGO(CAM-POS)) =
              REG-NUE(TCA-DESDE(CAM-POS):TCA-LARGO(CAM-POS))
              GO TO F-COMPARAR-CAMPO-SIG
           END-IF.
           ADD 1 TO CANT-CAMPOS-DIF.
           MOVE SPACES TO VAL-ANT VAL-NUE.
           IF TCA-TIPO(CAM-POS) = "I"
              MOVE REG-ANT(TCA-DESDE(CAM-POS):7) TO WIMPORTE-X
              PERFORM EDITAR-IMPORTE
              MOVE VAL-IMP TO VAL-ANT
              MOVE REG-NUE(TCA-DESDE(CAM-POS):7) TO WIMPORTE-X
              PERFORM EDITAR-IMPORTE
              MOVE VAL-IMP TO VAL-NUE
           ELSE
              MOVE REG-ANT(TCA-DESDE(CAM-POS):TCA-LARGO(CAM-POS))
                 TO VAL-ANT
              MOVE REG-NUE(TCA-DESDE(CAM-POS):TCA-LARGO(CAM-POS))
                 TO VAL-NUE
           END-IF.
           MOVE TCA-NOMBRE(CAM-POS) TO LC-CAMPO.
           MOVE VAL-ANT TO LC-ANT.
           MOVE VAL-NUE TO LC-NUE.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-CAMPO TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-COMPARAR-CAMPO-SIG.
           ADD 1 TO CAM-POS.
       F-COMPARAR-CAMPO.
           EXIT.

      *-- UN IMPORTE ROTO SE MUESTRA TAL CUAL ESTA -----------------*
       EDITAR-IMPORTE.
           IF WIMPORTE IS NUMERIC
              MOVE WIMPORTE TO WIMPORTE-ED
              MOVE WIMPORTE-ED TO VAL-IMP
           ELSE
              MOVE WIMPORTE-X TO VAL-IMP
           END-IF.

      *-- JUNTA LAS CLAVES TOCADAS EN EL LOG ENTRE LAS DOS FECHAS --*
       CARGAR-LOG.
           IF WCUAL = 2
              MOVE "AUDITPER.LOG" TO NOMBRE-AUD
              PERFORM ESCANEAR-ARCHIVO THRU F-ESCANEAR-ARCHIVO
              GO TO F-CARGAR-LOG
           END-IF.
           MOVE ENT-FECHA-ANT TO WFECHA-AUX.
           MOVE WAUX-AAMM TO WPER-ACT.
           MOVE FECHA-HASTA TO WFECHA-AUX.
           MOVE WAUX-AAMM TO WPER-HASTA.
           PERFORM ESCANEAR-GENERACION THRU F-ESCANEAR-GENERACION
              UNTIL WPER-ACT > WPER-HASTA.
           MOVE "AUDITALU.LOG" TO NOMBRE-AUD.
           PERFORM ESCANEAR-ARCHIVO THRU F-ESCANEAR-ARCHIVO.
       F-CARGAR-LOG.
           EXIT.

       ESCANEAR-GENERACION.
           MOVE SPACES TO NOMBRE-AUD.
           STRING "AUDITALU-" DELIMITED BY SIZE
                  WPER-ACT DELIMITED BY SIZE
                  ".LOG" DELIMITED BY SIZE
                  INTO NOMBRE-AUD.
           PERFORM ESCANEAR-ARCHIVO THRU F-ESCANEAR-ARCHIVO.
           ADD 1 TO WPER-MM.
           IF WPER-MM > 12
              MOVE 1 TO WPER-MM
              ADD 1 TO WPER-AA
           END-IF.
       F-ESCANEAR-GENERACION.
           EXIT.

      *-- UNA GENERACION QUE NO EXISTE SIMPLEMENTE SE SALTA --------*
       ESCANEAR-ARCHIVO.
           OPEN INPUT AUDITORIA.
           IF FSTAUD NOT = "00"
              GO TO F-ESCANEAR-ARCHIVO
           END-IF.
           PERFORM LEER-AUDITORIA THRU F-LEER-AUDITORIA
              UNTIL FSTAUD = "10".
           CLOSE AUDITORIA.
       F-ESCANEAR-ARCHIVO.
           EXIT.

      *-- LA COPIA SE SACA DE NOCHE: CUENTA DESDE SU MISMO DIA -----*
       LEER-AUDITORIA.
           MOVE SPACES TO R-AUDITORIA.
           READ AUDITORIA AT END MOVE "10" TO FSTAUD.
           IF FSTAUD NOT = "00"
              GO TO F-LEER-AUDITORIA
           END-IF.
           IF WCUAL = 1
              MOVE R-AUDITORIA TO LINEA-AUDITORIA
              IF LA-FECHA IS NOT NUMERIC OR LA-CODIGO IS NOT NUMERIC
                 GO TO F-LEER-AUDITORIA
              END-IF
              IF LA-FECHA < ENT-FECHA-ANT OR LA-FECHA > FECHA-HASTA
                 GO TO F-LEER-AUDITORIA
              END-IF
              MOVE LA-CODIGO TO LOG-BUSCA
           ELSE
              MOVE R-AUDITORIA TO LINEA-AUDIPER
              IF LP-FECHA IS NOT NUMERIC OR LP-CODIGO IS NOT NUMERIC
                 GO TO F-LEER-AUDITORIA
              END-IF
              IF LP-FECHA < ENT-FECHA-ANT OR LP-FECHA > FECHA-HASTA
                 GO TO F-LEER-AUDITORIA
              END-IF
              MOVE LP-CODIGO TO LOG-BUSCA
           END-IF.
           PERFORM BUSCAR-LOG THRU F-BUSCAR-LOG.
           IF LOG-POS > 0
              GO TO F-LEER-AUDITORIA
           END-IF.
           IF LOG-CANT < 3000
              ADD 1 TO LOG-CANT
              MOVE LOG-BUSCA TO LOG-CODIGO(LOG-CANT)
           ELSE
              MOVE "S" TO SW-LLENO
           END-IF.
       F-LEER-AUDITORIA.
           EXIT.

       BUSCAR-LOG.
           MOVE 1 TO LOG-POS.
           PERFORM COMPARAR-LOG THRU F-COMPARAR-LOG
              UNTIL LOG-POS > LOG-CANT
                 OR LOG-CODIGO(LOG-POS) = LOG-BUSCA.
           IF LOG-POS > LOG-CANT
              MOVE 0 TO LOG-POS
           END-IF.
       F-BUSCAR-LOG.
           EXIT.

       COMPARAR-LOG.
           ADD 1 TO LOG-POS.
       F-COMPARAR-LOG.
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

       FIN.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
