      *** LIQFIN - LIQUIDACION FINAL POR EGRESO DEL EMPLEADO       ***
      *** SOLO PARA SUPERVISORES: PIDE LEGAJO, FECHA Y MOTIVO DEL  ***
      *** EGRESO (R=RENUNCIA D=DESPIDO SIN CAUSA C=CON CAUSA) Y    ***
      *** SOBRE LA REMUNERACION MENSUAL (BASICO, ANTIGUEDAD DESDE  ***
      *** MFING Y ADICIONAL DE CATEGORIA, COMO LIQUIDA) CALCULA:   ***
      ***   - HABERES DE LOS DIAS TRABAJADOS DEL MES (NADA SI      ***
      ***     EL MES YA ESTA EN LIQSUE.IND)                        ***
      ***   - EL SAC PROPORCIONAL DEL SEMESTRE                     ***
      ***   - VACACIONES NO GOZADAS: LO QUE CORRESPONDE EN EL      ***
      ***     ANIO POR ANTIGUEDAD (COMO ABMLIC), PROPORCIONAL A    ***
      ***     LO TRABAJADO, MENOS LO TOMADO, A UN VEINTICINCOAVO   ***
      ***   - EN DESPIDO SIN CAUSA: INDEMNIZACION (UN SUELDO POR   ***
      ***     ANIO O FRACCION MAYOR DE 3 MESES), PREAVISO (15      ***
      ***     DIAS EN PRUEBA, 1 MES HASTA 5 ANIOS, 2 DESPUES) E    ***
      ***     INTEGRACION DEL MES                                  ***
      ***   - LOS APORTES (CARGAS.IND) SOBRE HABERES Y SAC         ***
      ***   - EL SALDO DE ADELANTOS Y PRESTAMOS (ADELANTO.IND),    ***
      ***     QUE QUEDAN CANCELADOS; LOS SIN ENTREGAR SE ANULAN    ***
      *** EMITE POR EL SPOOL EL RECIBO FINAL Y EL CERTIFICADO DE   ***
      *** TRABAJO Y RECIEN DESPUES ARCHIVA EL LEGAJO EN            ***
      *** EMPBAJA.IND CON LA LIQUIDACION Y LO BORRA DE MAEEMP.IND  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQFIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           FILE STATUS IS FSTEMP.

           SELECT MAECAT ASSIGN TO DISK "CATEGORIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCAT
           FILE STATUS IS FSTCAT.

      *-- SOLO PARA SABER SI EL MES DEL EGRESO YA SE LIQUIDO -------*
           SELECT LIQUIDACIONES ASSIGN TO DISK "LIQSUE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LQCLAVE
           FILE STATUS IS FSTLIQ.

           SELECT LICENCIAS ASSIGN TO DISK "LICENCIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LICLAVE
           FILE STATUS IS FSTLIC.

           SELECT CARGAS ASSIGN TO DISK "CARGAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CGCOD
           FILE STATUS IS FSTCGS.

           SELECT ADELANTOS ASSIGN TO DISK "ADELANTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ADCLAVE
           FILE STATUS IS FSTADL.

      *-- LEGAJOS EGRESADOS CON SU LIQUIDACION FINAL ---------------*
           SELECT EGRESADOS ASSIGN TO DISK "EMPBAJA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EBMCA
           FILE STATUS IS FSTEBJ.

      *-- SOLO PARA LA RAZON SOCIAL DEL CERTIFICADO ----------------*
           SELECT F-EMPRESA ASSIGN TO DISK "EMPRESA.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEMPC.

      *-- RECIBO FINAL Y CERTIFICADO SALEN AL SPOOL (VER TOMASPL) --*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-EMP.

         COPY EMPLEADO.

        FD MAECAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-CAT.

         COPY CATEGORIA.

        FD LIQUIDACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 243 CHARACTERS
           DATA RECORD IS R-LIQ.

         COPY LIQSUE.

        FD LICENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-LIC.

         COPY LICENCIA.

        FD CARGAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-CGS.

         COPY CARGSOC.

        FD ADELANTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 98 CHARACTERS
           DATA RECORD IS R-ADL.

         COPY ADELANTO.

        FD EGRESADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 164 CHARACTERS
           DATA RECORD IS R-EBJ.

         COPY EMPBAJA.

        FD F-EMPRESA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-EMPRESA.
         01 R-EMPRESA.
            02 CFG-RAZON    PIC X(26).
            02 FILLER       PIC X(34).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTEMP              PIC XX.
       77 FSTCAT              PIC XX.
       77 FSTLIQ              PIC XX.
       77 FSTLIC              PIC XX.
       77 FSTCGS              PIC XX.
       77 FSTADL              PIC XX.
       77 FSTEBJ              PIC XX.
       77 FSTEMPC             PIC XX.
       77 FSTSPL              PIC XX.
       77 SW-CAT-ARCH         PIC X VALUE "N".
       77 SW-LIQ-ARCH         PIC X VALUE "N".
       77 SW-LIC-ARCH         PIC X VALUE "N".
       77 SW-ADL-ARCH         PIC X VALUE "N".
       77 SW-FIN              PIC X.
       77 SW-FIN-CGS          PIC X.
       77 SW-MES-LIQ          PIC X.
       77 SW-CAT-LEIDA        PIC X.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 NOMBRE-EMPRESA      PIC X(26) VALUE SPACES.
      *-- EL RECIBO Y EL CERTIFICADO SALEN AL SPOOL ----------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 2.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LIQFIN  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
      *-- PORCENTAJE DE ANTIGUEDAD POR ANIO (PARAMETRO ANTPCT) -----*
       77 PCT-ANT             PIC 9(2)V99 VALUE 1.
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.

       77 ENT-LEG             PIC 9(8).
       77 ENT-MOT             PIC X.
       77 WDESC-CAT           PIC X(15).
       77 WDESC-MOT           PIC X(22).
      *-- REMUNERACION MENSUAL Y ANTIGUEDAD AL EGRESO --------------*
       77 WBAS                PIC 9(07)V99.
       77 WANT                PIC 9(07)V99.
       77 WCAT                PIC 9(07)V99.
       77 WMENSUAL            PIC 9(07)V99.
       77 WANIOS              PIC 9(3).
       77 WMESES              PIC 9(4).
       77 WANIOS-IND          PIC 9(3).
       77 WRESTO              PIC 9(2).
      *-- CONCEPTOS DE LA LIQUIDACION FINAL ------------------------*
       77 WDIAS               PIC 9(2).
       77 WHAB                PIC 9(07)V99.
       77 WSAC                PIC 9(07)V99.
       77 WDIAS-SEM           PIC 9(3).
       77 WLARGO-SEM          PIC 9(3).
       77 DIAS-CORRESP        PIC 9(3).
       77 DIAS-TOMADOS        PIC 9(3).
       77 DIAS-ANIO           PIC 9(3).
       77 WVAC-PROP           PIC 9(3).
       77 WVACD               PIC 9(3).
       77 WVAC                PIC 9(07)V99.
       77 WIND                PIC 9(07)V99.
       77 WPREA               PIC 9(07)V99.
       77 WINTG               PIC 9(07)V99.
       77 WREM                PIC 9(07)V99.
       77 WBASE-CGS           PIC 9(07)V99.
       77 WAPO                PIC 9(07)V99.
       77 WTOTAL              PIC 9(08)V99.
       77 WDISP               PIC S9(08)V99.
       77 WSDO-PRES           PIC 9(08)V99.
       77 WPRES               PIC 9(07)V99.
       77 WCUOTA              PIC 9(07)V99.
       77 WNETO               PIC 9(07)V99.
       77 WDIAS-LIC           PIC 9(4).
       77 SERIE-D             PIC 9(7).
       77 SERIE-H             PIC 9(7).
       77 CANT-EGRESOS        PIC 9(4) VALUE 0.
       77 CANT-ED             PIC ZZ9.
       77 IMP-ED              PIC Z.ZZZ.ZZ9,99.
      *-- APORTES DEL EMPLEADO (TIPO "A" DE CARGAS.IND) ------------*
       77 CANT-CGS            PIC 9 VALUE 0.
       77 IND-CGS             PIC 9.
       01 TABLA-CARGAS.
          02 TCG-ITEM OCCURS 8 TIMES.
             03 TCG-COD       PIC X(4).
             03 TCG-DESC      PIC X(22).
             03 TCG-TIPO      PIC X.
             03 TCG-PCT       PIC 9(2)V99.
             03 TCG-TOPE      PIC 9(07)V99.
             03 TCG-IMP       PIC 9(07)V99.

      *-- SERIE APROXIMADA DE DIAS PARA RESTAR FECHAS (COMO ABMLIC) *
       01 WSERIE-FECHA.
          02 WSER-AA          PIC 9(4).
          02 WSER-MM          PIC 9(2).
          02 WSER-DD          PIC 9(2).
       01 TABLA-DIAS-MES.
          02 FILLER PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 R-TABLA-DIAS REDEFINES TABLA-DIAS-MES.
          02 DIAS-ACUM OCCURS 12 TIMES PIC 9(3).

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).
       01 WFING-TRAB.
          02 WFING-AA         PIC 9(4).
          02 WFING-MM         PIC 9(2).
          02 WFING-DD         PIC 9(2).
       01 ENT-FEGR            PIC 9(8).
       01 R-ENT-FEGR REDEFINES ENT-FEGR.
          02 WEGR-AA          PIC 9(4).
          02 WEGR-MM          PIC 9(2).
          02 WEGR-DD          PIC 9(2).
       01 WDESDE              PIC 9(8).

      *-- LINEAS DEL RECIBO FINAL ----------------------------------*
       01 FIN-RAYA.
          02 FILLER    PIC X(60) VALUE ALL "=".

       01 FIN-CABECERA.
          02 FILLER    PIC X(37)
             VALUE "RECIBO DE LIQUIDACION FINAL - EGRESO ".
          02 FC-FECHA  PIC X(10).

       01 FIN-EMPLEADO.
          02 FILLER    PIC X(08) VALUE "LEGAJO: ".
          02 FE-LEG    PIC 9(8).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FE-NOM    PIC X(30).

       01 FIN-MOTIVO.
          02 FILLER    PIC X(08) VALUE "MOTIVO: ".
          02 FM-MOT    PIC X(22).
          02 FILLER    PIC X(10) VALUE " INGRESO: ".
          02 FM-ING    PIC X(10).

       01 FIN-RUBRO.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 FR-ROT    PIC X(22).
          02 FR-IMP    PIC Z.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FR-ACLA   PIC X(20).

      *-- LINEAS DEL CERTIFICADO DE TRABAJO ------------------------*
       01 CER-TITULO.
          02 FILLER    PIC X(20) VALUE SPACES.
          02 FILLER    PIC X(22) VALUE "CERTIFICADO DE TRABAJO".

       01 CER-TEXTO.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 CT-LEY    PIC X(30).
          02 CT-DATO   PIC X(40).

       01 WFECHA-ED.
          02 FED-DD    PIC 99.
          02 FILLER    PIC X VALUE "/".
          02 FED-MM    PIC 99.
          02 FILLER    PIC X VALUE "/".
          02 FED-AA    PIC 9(4).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON EGRESADOS.
       ERROR-APERTURA.
           IF FSTEBJ NOT = "00"
              OPEN OUTPUT EGRESADOS
              CLOSE EGRESADOS
              OPEN I-O EGRESADOS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "LIQFIN: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           IF QS-SUP NOT = "S"
              DISPLAY "LIQFIN: SOLO PARA SUPERVISORES"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O MAEEMP.
           IF FSTEMP NOT = "00"
              DISPLAY "LIQFIN: MAEEMP.IND NO ENCONTRADA (FST="
                 FSTEMP ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAECAT.
           IF FSTCAT = "00"
              MOVE "S" TO SW-CAT-ARCH
           END-IF.
           OPEN INPUT LIQUIDACIONES.
           IF FSTLIQ = "00"
              MOVE "S" TO SW-LIQ-ARCH
           END-IF.
           OPEN INPUT LICENCIAS.
           IF FSTLIC = "00"
              MOVE "S" TO SW-LIC-ARCH
           END-IF.
           OPEN I-O ADELANTOS.
           IF FSTADL = "00"
              MOVE "S" TO SW-ADL-ARCH
           END-IF.
           OPEN I-O EGRESADOS.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PORCENTAJE.
           PERFORM CARGAR-TABLA-CARGAS THRU F-CARGAR-TABLA-CARGAS.
           PERFORM LEER-EMPRESA.

       PEDIR-LEGAJO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "LIQUIDACION FINAL POR EGRESO" LINE 02
              POSITION 26 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "LEGAJO (0 = FIN): " LINE 04 POSITION 05.
           MOVE 0 TO ENT-LEG.
           ACCEPT ENT-LEG LINE 04 POSITION 24.
           IF ENT-LEG IS NOT NUMERIC OR ENT-LEG = 0
              GO TO FIN
           END-IF.
           MOVE ENT-LEG TO MCA.
           READ MAEEMP KEY IS MCA
              INVALID KEY
                 DISPLAY "LEGAJO INEXISTENTE" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-LEGAJO
           END-READ.
           DISPLAY MAN LINE 04 POSITION 34.
           IF MFING > 0
              MOVE MFING TO WFING-TRAB
           ELSE
      *-- LEGAJO SIN FECHA SEMBRADA: SE SUPONE EL INGRESO A --------*
      *-- PRINCIPIO DE ANIO SEGUN EL MANT VIEJO --------------------*
              COMPUTE WFING-AA = WAA-HOY - MANT
              MOVE 01 TO WFING-MM WFING-DD
           END-IF.
           MOVE WFING-DD TO FED-DD.
           MOVE WFING-MM TO FED-MM.
           MOVE WFING-AA TO FED-AA.
           DISPLAY "INGRESO: " LINE 05 POSITION 05.
           DISPLAY WFECHA-ED LINE 05 POSITION 14.

       PEDIR-FECHA.
           DISPLAY "FECHA DE EGRESO (AAAAMMDD): " LINE 06 POSITION 05.
           MOVE WFECHA-HOY TO ENT-FEGR.
           DISPLAY ENT-FEGR LINE 06 POSITION 33.
           ACCEPT ENT-FEGR LINE 06 POSITION 33.
           IF ENT-FEGR IS NOT NUMERIC OR ENT-FEGR = 0
              GO TO PEDIR-LEGAJO
           END-IF.
           IF WEGR-MM < 1 OR WEGR-MM > 12 OR WEGR-DD < 1
              OR WEGR-DD > 31 OR ENT-FEGR < WFING-TRAB
              DISPLAY "FECHA INVALIDA O ANTERIOR AL INGRESO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              DISPLAY "                                    "
                 LINE 22 POSITION 05
              GO TO PEDIR-FECHA
           END-IF.

       PEDIR-MOTIVO.
           DISPLAY "MOTIVO (R=RENUNCIA D=DESPIDO SIN CAUSA "
              LINE 07 POSITION 05.
           DISPLAY "C=CON CAUSA): " LINE 07 POSITION 45.
           ACCEPT ENT-MOT LINE 07 POSITION 59.
           EVALUATE ENT-MOT
              WHEN "R" WHEN "r"
                 MOVE "R" TO ENT-MOT
                 MOVE "RENUNCIA" TO WDESC-MOT
              WHEN "D" WHEN "d"
                 MOVE "D" TO ENT-MOT
                 MOVE "DESPIDO SIN CAUSA" TO WDESC-MOT
              WHEN "C" WHEN "c"
                 MOVE "C" TO ENT-MOT
                 MOVE "DESPIDO CON JUSTA CAUSA" TO WDESC-MOT
              WHEN OTHER
                 GO TO PEDIR-MOTIVO
           END-EVALUATE.
           PERFORM CALCULAR-FINAL.
           PERFORM MOSTRAR-FINAL.
           DISPLAY "EMITE RECIBO Y CERTIFICADO Y ARCHIVA EL LEGAJO "
              LINE 21 POSITION 05.
           DISPLAY "(S/N) ? " LINE 21 POSITION 52.
           ACCEPT OP-SN LINE 21 POSITION 60.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-LEGAJO
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-RECIBO.
           PERFORM IMPRIMIR-CERTIFICADO.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           IF SW-ADL-ARCH = "S"
              PERFORM CANCELAR-PRESTAMOS THRU F-CANCELAR-PRESTAMOS
           END-IF.
           PERFORM ARCHIVAR-LEGAJO THRU F-ARCHIVAR-LEGAJO.
           GO TO PEDIR-LEGAJO.

      *---------------------------------------------------------------*
      *-- LA LIQUIDACION FINAL SOBRE LA REMUNERACION MENSUAL DEL    --*
      *-- LEGAJO, CON LA ANTIGUEDAD CONTADA HASTA EL EGRESO         --*
      *---------------------------------------------------------------*
       CALCULAR-FINAL.
           COMPUTE WMESES = (WEGR-AA - WFING-AA) * 12
              + WEGR-MM - WFING-MM.
           IF WEGR-DD < WFING-DD AND WMESES > 0
              SUBTRACT 1 FROM WMESES
           END-IF.
           DIVIDE WMESES BY 12 GIVING WANIOS REMAINDER WRESTO.
           MOVE MSB TO WBAS.
           MOVE "N" TO SW-CAT-LEIDA.
           MOVE SPACES TO WDESC-CAT.
           IF SW-CAT-ARCH = "S"
              MOVE MCATE TO MCAT
              READ MAECAT KEY IS MCAT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO SW-CAT-LEIDA
                    MOVE MDCAT TO WDESC-CAT
              END-READ
           END-IF.
      *-- EL DOCENTE POR HORAS CATEDRA NO TIENE SUELDO FIJO: VALE --*
      *-- EL BASICO DE SU ULTIMA LIQUIDACION EN LIQSUE.IND ---------*
           IF SW-CAT-LEIDA = "S" AND CAT-HORA-CATEDRA
              AND SW-LIQ-ARCH = "S"
              PERFORM TOMAR-ULTIMO-BASICO THRU F-TOMAR-ULTIMO-BASICO
           END-IF.
           COMPUTE WANT ROUNDED = WBAS * WANIOS * PCT-ANT / 100.
           MOVE 0 TO WCAT.
           IF SW-CAT-LEIDA = "S"
              COMPUTE WCAT ROUNDED = WBAS * MCATPCT / 100
           END-IF.
           COMPUTE WMENSUAL = WBAS + WANT + WCAT.
      *-- EL MES YA LIQUIDADO (LIQUIDA) NO SE VUELVE A PAGAR -------*
           MOVE "N" TO SW-MES-LIQ.
           MOVE 0 TO LQSAC.
           IF SW-LIQ-ARCH = "S"
              MOVE ENT-LEG TO LQLEG
              MOVE ENT-FEGR(1:6) TO LQPER
              READ LIQUIDACIONES KEY IS LQCLAVE
                 INVALID KEY MOVE 0 TO LQSAC
                 NOT INVALID KEY MOVE "S" TO SW-MES-LIQ
              END-READ
           END-IF.
           MOVE 0 TO WDIAS WHAB.
           IF SW-MES-LIQ = "N"
              MOVE WEGR-DD TO WDIAS
              IF WDIAS > 30
                 MOVE 30 TO WDIAS
              END-IF
              COMPUTE WHAB ROUNDED = WMENSUAL * WDIAS / 30
           END-IF.
           PERFORM CALCULAR-SAC THRU F-CALCULAR-SAC.
           PERFORM CALCULAR-VACACIONES.
           MOVE 0 TO WIND WPREA WINTG.
           IF ENT-MOT = "D"
              PERFORM CALCULAR-DESPIDO
           END-IF.
      *-- APORTES SOBRE LO REMUNERATIVO DEL MES: HABERES Y SAC -----*
           COMPUTE WREM = WHAB + WSAC.
           MOVE 0 TO WAPO.
           MOVE 1 TO IND-CGS.
           PERFORM CALCULAR-CONCEPTO UNTIL IND-CGS > CANT-CGS.
           COMPUTE WTOTAL = WHAB + WSAC + WVAC + WIND + WPREA + WINTG.
           MOVE 0 TO WPRES WSDO-PRES.
           IF SW-ADL-ARCH = "S"
              PERFORM SUMAR-PRESTAMOS THRU F-SUMAR-PRESTAMOS
           END-IF.
           COMPUTE WDISP = WTOTAL - WAPO.
           IF WDISP < 0
              MOVE 0 TO WDISP
           END-IF.
           MOVE WSDO-PRES TO WPRES.
           IF WPRES > WDISP
              MOVE WDISP TO WPRES
           END-IF.
           COMPUTE WNETO = WTOTAL - WAPO - WPRES.

       TOMAR-ULTIMO-BASICO.
           MOVE "N" TO SW-FIN.
           MOVE ENT-LEG TO LQLEG.
           MOVE 0 TO LQPER.
           START LIQUIDACIONES KEY IS NOT LESS THAN LQCLAVE
              INVALID KEY GO TO F-TOMAR-ULTIMO-BASICO
           END-START.
           PERFORM LEER-BASICO UNTIL SW-FIN = "S".
       F-TOMAR-ULTIMO-BASICO.
           EXIT.

       LEER-BASICO.
           READ LIQUIDACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF LQLEG NOT = ENT-LEG
                 MOVE "S" TO SW-FIN
              ELSE
                 MOVE LQBAS TO WBAS
              END-IF
           END-IF.

      *-- SAC: MEDIO SUELDO POR SEMESTRE, EN PROPORCION A LOS DIAS -*
      *-- TRABAJADOS DESDE EL 1/1 O EL 1/7 (O DESDE EL INGRESO) ----*
      *-- - SI EL MES YA SE LIQUIDO CON SAC, EL SEMESTRE YA ESTA ---*
       CALCULAR-SAC.
           MOVE 0 TO WSAC.
           IF SW-MES-LIQ = "S" AND LQSAC > 0
              GO TO F-CALCULAR-SAC
           END-IF.
           IF WEGR-MM < 7
              COMPUTE WDESDE = WEGR-AA * 10000 + 0101
              MOVE 181 TO WLARGO-SEM
           ELSE
              COMPUTE WDESDE = WEGR-AA * 10000 + 0701
              MOVE 184 TO WLARGO-SEM
           END-IF.
           IF WFING-TRAB > WDESDE
              MOVE WFING-TRAB TO WDESDE
           END-IF.
           PERFORM DIAS-ENTRE-FECHAS.
           MOVE WDIAS-LIC TO WDIAS-SEM.
           IF WDIAS-SEM > WLARGO-SEM
              MOVE WLARGO-SEM TO WDIAS-SEM
           END-IF.
           COMPUTE WSAC ROUNDED =
              WMENSUAL / 2 * WDIAS-SEM / WLARGO-SEM.
       F-CALCULAR-SAC.
           EXIT.

      *-- VACACIONES: LO QUE CORRESPONDE POR ANTIGUEDAD (COMO ------*
      *-- ABMLIC) EN PROPORCION A LO TRABAJADO EN EL ANIO, MENOS ---*
      *-- LAS APROBADAS DEL ANIO; EL DIA SE PAGA A UN VEINTICINCO- -*
      *-- AVO DE LA REMUNERACION MENSUAL ---------------------------*
       CALCULAR-VACACIONES.
           EVALUATE TRUE
              WHEN WANIOS < 5  MOVE 14 TO DIAS-CORRESP
              WHEN WANIOS < 10 MOVE 21 TO DIAS-CORRESP
              WHEN WANIOS < 20 MOVE 28 TO DIAS-CORRESP
              WHEN OTHER       MOVE 35 TO DIAS-CORRESP
           END-EVALUATE.
           COMPUTE WDESDE = WEGR-AA * 10000 + 0101.
           IF WFING-TRAB > WDESDE
              MOVE WFING-TRAB TO WDESDE
           END-IF.
           PERFORM DIAS-ENTRE-FECHAS.
           MOVE WDIAS-LIC TO DIAS-ANIO.
           IF DIAS-ANIO > 365
              MOVE 365 TO DIAS-ANIO
           END-IF.
           COMPUTE WVAC-PROP ROUNDED = DIAS-CORRESP * DIAS-ANIO / 365.
           MOVE 0 TO DIAS-TOMADOS.
           IF SW-LIC-ARCH = "S"
              MOVE "N" TO SW-FIN
              MOVE ENT-LEG TO LILEG
              MOVE 0 TO LIDESDE
              START LICENCIAS KEY IS NOT LESS THAN LICLAVE
                 INVALID KEY MOVE "S" TO SW-FIN
              END-START
              PERFORM SUMAR-VACACIONES THRU F-SUMAR-VACACIONES
                 UNTIL SW-FIN = "S"
           END-IF.
           MOVE 0 TO WVACD.
           IF WVAC-PROP > DIAS-TOMADOS
              COMPUTE WVACD = WVAC-PROP - DIAS-TOMADOS
           END-IF.
           COMPUTE WVAC ROUNDED = WMENSUAL * WVACD / 25.

       SUMAR-VACACIONES.
           READ LICENCIAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF LILEG NOT = ENT-LEG
                 MOVE "S" TO SW-FIN
              ELSE
                 IF LIC-VACACIONES AND LIC-APROBADA
                    AND LIDESDE(1:4) = WEGR-AA
                    MOVE LIDESDE TO WSERIE-FECHA
                    COMPUTE SERIE-D = WSER-AA * 365
                       + DIAS-ACUM(WSER-MM) + WSER-DD
                    MOVE LIHASTA TO WSERIE-FECHA
                    COMPUTE SERIE-H = WSER-AA * 365
                       + DIAS-ACUM(WSER-MM) + WSER-DD
                    COMPUTE DIAS-TOMADOS = DIAS-TOMADOS
                       + SERIE-H - SERIE-D + 1
                 END-IF
              END-IF
           END-IF.
       F-SUMAR-VACACIONES.
           EXIT.

      *-- DESPIDO SIN CAUSA: UN SUELDO POR ANIO O FRACCION MAYOR ---*
      *-- DE TRES MESES (MINIMO UNO), PREAVISO SEGUN ANTIGUEDAD Y --*
      *-- LOS DIAS QUE FALTAN PARA COMPLETAR EL MES ----------------*
       CALCULAR-DESPIDO.
           MOVE WANIOS TO WANIOS-IND.
           IF WRESTO > 3
              ADD 1 TO WANIOS-IND
           END-IF.
           IF WANIOS-IND = 0
              MOVE 1 TO WANIOS-IND
           END-IF.
           COMPUTE WIND = WMENSUAL * WANIOS-IND.
           EVALUATE TRUE
              WHEN WMESES < 3
                 COMPUTE WPREA ROUNDED = WMENSUAL / 2
              WHEN WANIOS < 5
                 MOVE WMENSUAL TO WPREA
              WHEN OTHER
                 COMPUTE WPREA = WMENSUAL * 2
           END-EVALUATE.
           IF WEGR-DD < 30
              COMPUTE WINTG ROUNDED =
                 WMENSUAL * (30 - WEGR-DD) / 30
           END-IF.

      *-- DIAS CORRIDOS DESDE WDESDE HASTA EL EGRESO, INCLUSIVE ----*
       DIAS-ENTRE-FECHAS.
           MOVE WDESDE TO WSERIE-FECHA.
           COMPUTE SERIE-D = WSER-AA * 365 + DIAS-ACUM(WSER-MM)
              + WSER-DD.
           MOVE ENT-FEGR TO WSERIE-FECHA.
           COMPUTE SERIE-H = WSER-AA * 365 + DIAS-ACUM(WSER-MM)
              + WSER-DD.
           MOVE 0 TO WDIAS-LIC.
           IF SERIE-H NOT < SERIE-D
              COMPUTE WDIAS-LIC = SERIE-H - SERIE-D + 1
           END-IF.

       CALCULAR-CONCEPTO.
           IF TCG-TIPO(IND-CGS) = "A"
              MOVE WREM TO WBASE-CGS
              IF TCG-TOPE(IND-CGS) > 0
                 AND WBASE-CGS > TCG-TOPE(IND-CGS)
                 MOVE TCG-TOPE(IND-CGS) TO WBASE-CGS
              END-IF
              COMPUTE TCG-IMP(IND-CGS) ROUNDED =
                 WBASE-CGS * TCG-PCT(IND-CGS) / 100
              ADD TCG-IMP(IND-CGS) TO WAPO
           ELSE
              MOVE 0 TO TCG-IMP(IND-CGS)
           END-IF.
           ADD 1 TO IND-CGS.

      *-- SALDO DE LOS ADELANTOS Y PRESTAMOS YA ENTREGADOS ---------*
       SUMAR-PRESTAMOS.
           MOVE "N" TO SW-FIN.
           MOVE ENT-LEG TO ADLEG.
           MOVE 0 TO ADSEC.
           START ADELANTOS KEY IS NOT LESS THAN ADCLAVE
              INVALID KEY GO TO F-SUMAR-PRESTAMOS
           END-START.
           PERFORM TOMAR-SALDO UNTIL SW-FIN = "S".
       F-SUMAR-PRESTAMOS.
           EXIT.

       TOMAR-SALDO.
           READ ADELANTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF ADLEG NOT = ENT-LEG
                 MOVE "S" TO SW-FIN
              ELSE
                 IF ADL-VIGENTE
                    ADD ADSDO TO WSDO-PRES
                 END-IF
              END-IF
           END-IF.

       MOSTRAR-FINAL.
           MOVE WMENSUAL TO IMP-ED.
           DISPLAY "REMUNERACION MENSUAL ..." LINE 09 POSITION 05.
           DISPLAY IMP-ED LINE 09 POSITION 30.
           MOVE WANIOS TO CANT-ED.
           DISPLAY "ANIOS:" LINE 09 POSITION 45.
           DISPLAY CANT-ED LINE 09 POSITION 52.
           MOVE WDIAS TO CANT-ED.
           DISPLAY "HABERES DEL MES ........" LINE 10 POSITION 05.
           MOVE WHAB TO IMP-ED.
           DISPLAY IMP-ED LINE 10 POSITION 30.
           DISPLAY "DIAS:" LINE 10 POSITION 45.
           DISPLAY CANT-ED LINE 10 POSITION 52.
           IF SW-MES-LIQ = "S"
              DISPLAY "(MES YA LIQUIDADO)" LINE 10 POSITION 57
           END-IF.
           MOVE WSAC TO IMP-ED.
           DISPLAY "S.A.C. PROPORCIONAL ...." LINE 11 POSITION 05.
           DISPLAY IMP-ED LINE 11 POSITION 30.
           MOVE WVAC TO IMP-ED.
           MOVE WVACD TO CANT-ED.
           DISPLAY "VACACIONES NO GOZADAS .." LINE 12 POSITION 05.
           DISPLAY IMP-ED LINE 12 POSITION 30.
           DISPLAY "DIAS:" LINE 12 POSITION 45.
           DISPLAY CANT-ED LINE 12 POSITION 52.
           MOVE WIND TO IMP-ED.
           DISPLAY "INDEMNIZ. ANTIGUEDAD ..." LINE 13 POSITION 05.
           DISPLAY IMP-ED LINE 13 POSITION 30.
           MOVE WPREA TO IMP-ED.
           DISPLAY "PREAVISO ..............." LINE 14 POSITION 05.
           DISPLAY IMP-ED LINE 14 POSITION 30.
           MOVE WINTG TO IMP-ED.
           DISPLAY "INTEGRACION MES DESPIDO " LINE 15 POSITION 05.
           DISPLAY IMP-ED LINE 15 POSITION 30.
           MOVE WAPO TO IMP-ED.
           DISPLAY "APORTES ................" LINE 16 POSITION 05.
           DISPLAY IMP-ED LINE 16 POSITION 30.
           MOVE WPRES TO IMP-ED.
           DISPLAY "SALDO ADELANTOS/PREST. ." LINE 17 POSITION 05.
           DISPLAY IMP-ED LINE 17 POSITION 30.
           IF WPRES < WSDO-PRES
              DISPLAY "(NO ALCANZA: QUEDA SALDO)" LINE 17 POSITION 45
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
           END-IF.
           MOVE WNETO TO IMP-ED.
           DISPLAY "NETO A COBRAR .........." LINE 19 POSITION 05.
           DISPLAY IMP-ED LINE 19 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".

       IMPRIMIR-RECIBO.
           MOVE SPACES TO R-IMP.
           MOVE FIN-RAYA TO R-IMP.
           WRITE R-IMP.
           MOVE WEGR-DD TO FED-DD.
           MOVE WEGR-MM TO FED-MM.
           MOVE WEGR-AA TO FED-AA.
           MOVE WFECHA-ED TO FC-FECHA.
           MOVE SPACES TO R-IMP.
           MOVE FIN-CABECERA TO R-IMP.
           WRITE R-IMP.
           MOVE ENT-LEG TO FE-LEG.
           MOVE MAN TO FE-NOM.
           MOVE SPACES TO R-IMP.
           MOVE FIN-EMPLEADO TO R-IMP.
           WRITE R-IMP.
           MOVE WFING-DD TO FED-DD.
           MOVE WFING-MM TO FED-MM.
           MOVE WFING-AA TO FED-AA.
           MOVE WFECHA-ED TO FM-ING.
           MOVE WDESC-MOT TO FM-MOT.
           MOVE SPACES TO R-IMP.
           MOVE FIN-MOTIVO TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE "HABERES PROPORCIONALES" TO FR-ROT.
           MOVE WHAB TO FR-IMP.
           MOVE SPACES TO FR-ACLA.
           MOVE WDIAS TO CANT-ED.
           STRING "(" CANT-ED " DIAS)" DELIMITED BY SIZE INTO FR-ACLA.
           IF SW-MES-LIQ = "S"
              MOVE "(MES YA LIQUIDADO)" TO FR-ACLA
           END-IF.
           PERFORM IMPRIMIR-RUBRO.
           MOVE "S.A.C. PROPORCIONAL .." TO FR-ROT.
           MOVE WSAC TO FR-IMP.
           MOVE SPACES TO FR-ACLA.
           PERFORM IMPRIMIR-RUBRO.
           MOVE "VACACIONES NO GOZADAS " TO FR-ROT.
           MOVE WVAC TO FR-IMP.
           MOVE SPACES TO FR-ACLA.
           MOVE WVACD TO CANT-ED.
           STRING "(" CANT-ED " DIAS)" DELIMITED BY SIZE INTO FR-ACLA.
           PERFORM IMPRIMIR-RUBRO.
           IF ENT-MOT = "D"
              MOVE "INDEMNIZ. ANTIGUEDAD ." TO FR-ROT
              MOVE WIND TO FR-IMP
              MOVE SPACES TO FR-ACLA
              MOVE WANIOS-IND TO CANT-ED
              STRING "(" CANT-ED " ANIOS)" DELIMITED BY SIZE
                 INTO FR-ACLA
              PERFORM IMPRIMIR-RUBRO
              MOVE "PREAVISO ............." TO FR-ROT
              MOVE WPREA TO FR-IMP
              MOVE SPACES TO FR-ACLA
              PERFORM IMPRIMIR-RUBRO
              MOVE "INTEGRACION MES DESP. " TO FR-ROT
              MOVE WINTG TO FR-IMP
              PERFORM IMPRIMIR-RUBRO
           END-IF.
           MOVE 1 TO IND-CGS.
           PERFORM IMPRIMIR-APORTE UNTIL IND-CGS > CANT-CGS.
           IF WPRES > 0
              MOVE "SALDO ADELANTOS/PREST." TO FR-ROT
              MOVE WPRES TO FR-IMP
              MOVE SPACES TO FR-ACLA
              PERFORM IMPRIMIR-RUBRO
           END-IF.
           MOVE "NETO A COBRAR ........" TO FR-ROT.
           MOVE WNETO TO FR-IMP.
           MOVE SPACES TO FR-ACLA.
           PERFORM IMPRIMIR-RUBRO.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE "   RECIBI CONFORME: ............................"
              TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE FIN-RAYA TO R-IMP.
           WRITE R-IMP.

       IMPRIMIR-APORTE.
           IF TCG-TIPO(IND-CGS) = "A"
              MOVE TCG-DESC(IND-CGS) TO FR-ROT
              MOVE TCG-IMP(IND-CGS) TO FR-IMP
              MOVE SPACES TO FR-ACLA
              PERFORM IMPRIMIR-RUBRO
           END-IF.
           ADD 1 TO IND-CGS.

       IMPRIMIR-RUBRO.
           MOVE SPACES TO R-IMP.
           MOVE FIN-RUBRO TO R-IMP.
           WRITE R-IMP.

      *-- CERTIFICADO DE TRABAJO: A CONTINUACION DEL RECIBO --------*
       IMPRIMIR-CERTIFICADO.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE CER-TITULO TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE "EMPLEADOR:" TO CT-LEY.
           MOVE NOMBRE-EMPRESA TO CT-DATO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE "SE CERTIFICA QUE:" TO CT-LEY.
           MOVE MAN TO CT-DATO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE "LEGAJO:" TO CT-LEY.
           MOVE SPACES TO CT-DATO.
           MOVE ENT-LEG TO CT-DATO(1:8).
           PERFORM IMPRIMIR-TEXTO.
           MOVE WFING-DD TO FED-DD.
           MOVE WFING-MM TO FED-MM.
           MOVE WFING-AA TO FED-AA.
           MOVE "PRESTO SERVICIOS DESDE EL:" TO CT-LEY.
           MOVE WFECHA-ED TO CT-DATO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE WEGR-DD TO FED-DD.
           MOVE WEGR-MM TO FED-MM.
           MOVE WEGR-AA TO FED-AA.
           MOVE "HASTA EL:" TO CT-LEY.
           MOVE WFECHA-ED TO CT-DATO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE "CATEGORIA:" TO CT-LEY.
           MOVE WDESC-CAT TO CT-DATO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE "ULTIMA REMUNERACION MENSUAL:" TO CT-LEY.
           MOVE WMENSUAL TO IMP-ED.
           MOVE IMP-ED TO CT-DATO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE "CAUSA DE LA EXTINCION:" TO CT-LEY.
           MOVE WDESC-MOT TO CT-DATO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE "   LOS APORTES Y CONTRIBUCIONES DE SEGURIDAD SOCIAL"
              TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE "   SE INGRESARON CON CADA LIQUIDACION MENSUAL."
              TO R-IMP.
           WRITE R-IMP.
           MOVE WDD-HOY TO FED-DD.
           MOVE WMM-HOY TO FED-MM.
           MOVE WAA-HOY TO FED-AA.
           MOVE "SE EXTIENDE EL PRESENTE EL:" TO CT-LEY.
           MOVE WFECHA-ED TO CT-DATO.
           PERFORM IMPRIMIR-TEXTO.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE "   FIRMA Y SELLO DEL EMPLEADOR: ..................."
              TO R-IMP.
           WRITE R-IMP.

       IMPRIMIR-TEXTO.
           MOVE SPACES TO R-IMP.
           MOVE CER-TEXTO TO R-IMP.
           WRITE R-IMP.

      *-- LO DESCONTADO CANCELA LOS PRESTAMOS MAS VIEJOS PRIMERO; --*
      *-- LOS AUTORIZADOS SIN ENTREGAR SE ANULAN -------------------*
       CANCELAR-PRESTAMOS.
           MOVE "N" TO SW-FIN.
           MOVE ENT-LEG TO ADLEG.
           MOVE 0 TO ADSEC.
           START ADELANTOS KEY IS NOT LESS THAN ADCLAVE
              INVALID KEY GO TO F-CANCELAR-PRESTAMOS
           END-START.
           MOVE WPRES TO WDISP.
           PERFORM CANCELAR-UN-PRESTAMO THRU F-CANCELAR-UN-PRESTAMO
              UNTIL SW-FIN = "S".
       F-CANCELAR-PRESTAMOS.
           EXIT.

       CANCELAR-UN-PRESTAMO.
           READ ADELANTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-CANCELAR-UN-PRESTAMO
           END-IF.
           IF ADLEG NOT = ENT-LEG
              MOVE "S" TO SW-FIN
              GO TO F-CANCELAR-UN-PRESTAMO
           END-IF.
           IF ADL-AUTORIZADO
              MOVE "N" TO ADEST
              MOVE 0 TO ADSDO
              REWRITE R-ADL
                 INVALID KEY CONTINUE
              END-REWRITE
              GO TO F-CANCELAR-UN-PRESTAMO
           END-IF.
           IF NOT ADL-VIGENTE OR WDISP = 0
              GO TO F-CANCELAR-UN-PRESTAMO
           END-IF.
           MOVE ADSDO TO WCUOTA.
           IF WCUOTA > WDISP
              MOVE WDISP TO WCUOTA
           END-IF.
           SUBTRACT WCUOTA FROM ADSDO.
           SUBTRACT WCUOTA FROM WDISP.
           ADD 1 TO ADPAG.
           MOVE ENT-FEGR(1:6) TO ADULTPER.
           IF ADSDO = 0
              MOVE "C" TO ADEST
           END-IF.
           REWRITE R-ADL
              INVALID KEY CONTINUE
           END-REWRITE.
       F-CANCELAR-UN-PRESTAMO.
           EXIT.

      *-- EL LEGAJO NO SE PIERDE: LA IMAGEN Y LA LIQUIDACION FINAL -*
      *-- QUEDAN EN EMPBAJA.IND Y RECIEN AHI SE BORRA DE MAEEMP ----*
       ARCHIVAR-LEGAJO.
           MOVE ENT-LEG TO EBMCA.
           MOVE R-EMP(9:50) TO EBDATOS.
           MOVE ENT-FEGR TO EBFEGR.
           MOVE ENT-MOT TO EBMOT.
           MOVE QS-OPER TO EBOPER.
           MOVE WFECHA-HOY TO EBFPROC.
           MOVE WDIAS TO EBDIAS.
           MOVE WHAB TO EBHAB.
           MOVE WSAC TO EBSAC.
           MOVE WVACD TO EBVACD.
           MOVE WVAC TO EBVAC.
           MOVE WIND TO EBIND.
           MOVE WPREA TO EBPREA.
           MOVE WINTG TO EBINTG.
           MOVE WAPO TO EBAPO.
           MOVE WPRES TO EBPRES.
           MOVE WNETO TO EBNETO.
           WRITE R-EBJ
              INVALID KEY REWRITE R-EBJ
           END-WRITE.
           IF FSTEBJ NOT = "00"
              DISPLAY "ERROR AL ARCHIVAR (FST=" FSTEBJ ") - EL LEGAJO "
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY "NO SE BORRA" LINE 22 POSITION 52
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-ARCHIVAR-LEGAJO
           END-IF.
           DELETE MAEEMP
              INVALID KEY
                 DISPLAY "ERROR AL BORRAR EL LEGAJO (FST=" FSTEMP ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-ARCHIVAR-LEGAJO
           END-DELETE.
           ADD 1 TO CANT-EGRESOS.
           DISPLAY "LEGAJO ARCHIVADO EN EMPBAJA.IND" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-ARCHIVAR-LEGAJO.
           EXIT.

       CARGAR-TABLA-CARGAS.
           MOVE 0 TO CANT-CGS.
           OPEN INPUT CARGAS.
           IF FSTCGS NOT = "00"
              GO TO F-CARGAR-TABLA-CARGAS
           END-IF.
           MOVE "N" TO SW-FIN-CGS.
           MOVE LOW-VALUES TO CGCOD.
           START CARGAS KEY IS NOT LESS THAN CGCOD
              INVALID KEY MOVE "S" TO SW-FIN-CGS
           END-START.
           PERFORM TOMAR-CONCEPTO THRU F-TOMAR-CONCEPTO
              UNTIL SW-FIN-CGS = "S".
           CLOSE CARGAS.
       F-CARGAR-TABLA-CARGAS.
           EXIT.

       TOMAR-CONCEPTO.
           READ CARGAS NEXT RECORD AT END MOVE "S" TO SW-FIN-CGS.
           IF SW-FIN-CGS = "S" OR CANT-CGS = 8
              MOVE "S" TO SW-FIN-CGS
              GO TO F-TOMAR-CONCEPTO
           END-IF.
           ADD 1 TO CANT-CGS.
           MOVE CGCOD TO TCG-COD(CANT-CGS).
           MOVE CGDESC TO TCG-DESC(CANT-CGS).
           MOVE CGTIPO TO TCG-TIPO(CANT-CGS).
           MOVE CGPCT TO TCG-PCT(CANT-CGS).
           MOVE CGTOPE TO TCG-TOPE(CANT-CGS).
       F-TOMAR-CONCEPTO.
           EXIT.

      *-- EL PORCENTAJE DE ANTIGUEDAD POR ANIO, COMO EN LIQUIDA ----*
       LEER-PORCENTAJE.
           MOVE "ANTPCT  " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 0 AND PAR-VALOR < 100
              MOVE PAR-VALOR TO PCT-ANT
           END-IF.

       LEER-EMPRESA.
           OPEN INPUT F-EMPRESA.
           IF FSTEMPC = "00"
              READ F-EMPRESA AT END MOVE "10" TO FSTEMPC
              END-READ
              IF FSTEMPC = "00"
                 MOVE CFG-RAZON TO NOMBRE-EMPRESA
              END-IF
              CLOSE F-EMPRESA
           END-IF.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "LIQFIN: LEGAJOS EGRESADOS = " CANT-EGRESOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE MAEEMP EGRESADOS.
           IF SW-CAT-ARCH = "S"
              CLOSE MAECAT
           END-IF.
           IF SW-LIQ-ARCH = "S"
              CLOSE LIQUIDACIONES
           END-IF.
           IF SW-LIC-ARCH = "S"
              CLOSE LICENCIAS
           END-IF.
           IF SW-ADL-ARCH = "S"
              CLOSE ADELANTOS
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
