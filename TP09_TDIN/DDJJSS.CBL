      *** DDJJSS - DECLARACION JURADA MENSUAL DE CARGAS SOCIALES   ***
      *** LA LLAMA CIERREM AL CERRAR UN PERIODO: CON LAS           ***
      *** LIQUIDACIONES DEL MES EN LIQSUE.IND ARMA EL ARCHIVO      ***
      *** DJSSAAAAMM.TXT, CAMPOS SEPARADOS POR ";" COMO            ***
      *** DEBITOS.DAT:                                             ***
      ***   - UN RENGLON "E" POR EMPLEADO (LEGAJO, NOMBRE,         ***
      ***     REMUNERACION IMPONIBLE, APORTES Y CONTRIBUCIONES)    ***
      ***   - DETRAS UN RENGLON "C" POR CADA CONCEPTO DE CARGAS    ***
      ***     (CODIGO, TIPO, ORGANISMO E IMPORTE)                  ***
      ***   - AL FINAL UN RENGLON "T" CON LOS TOTALES              ***
      *** Y SACA POR EL SPOOL EL RESUMEN DE LO QUE HAY QUE PAGAR   ***
      *** A CADA ORGANISMO (EL DE CARGAS.IND; UN CONCEPTO QUE YA   ***
      *** NO ESTA EN LA TABLA VA COMO "SIN TABLA")                 ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDJJSS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACIONES ASSIGN TO DISK "LIQSUE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LQCLAVE
           FILE STATUS IS FSTLIQ.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           FILE STATUS IS FSTEMP.

           SELECT CARGAS ASSIGN TO DISK "CARGAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CGCOD
           FILE STATUS IS FSTCGS.

      *-- EL ARCHIVO DE LA DECLARACION LLEVA EL PERIODO EN EL -----*
      *-- NOMBRE ---------------------------------------------------*
           SELECT DECLARA ASSIGN TO DISK NOMBRE-DJ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTDJ.

      *-- EL RESUMEN POR ORGANISMO SALE AL SPOOL (VER TOMASPL) -----*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD LIQUIDACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 243 CHARACTERS
           DATA RECORD IS R-LIQ.

         COPY LIQSUE.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-EMP.

         COPY EMPLEADO.

        FD CARGAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-CGS.

         COPY CARGSOC.

        FD DECLARA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS R-DJ.
        01 R-DJ                PIC X(80).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTLIQ              PIC XX.
       77 FSTEMP              PIC XX.
       77 FSTCGS              PIC XX.
       77 FSTDJ               PIC XX.
       77 FSTSPL              PIC XX.
       77 SW-EMP-ARCH         PIC X VALUE "N".
       77 SW-FIN              PIC X.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
      *-- EL RESUMEN SALE AL SPOOL ---------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "DDJJSS  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.

       01 NOMBRE-DJ.
          02 FILLER           PIC X(4) VALUE "DJSS".
          02 NDJ-PER          PIC 9(6).
          02 FILLER           PIC X(4) VALUE ".TXT".

       77 CANT-EMP            PIC 9(05) VALUE 0.
       77 TOT-REM             PIC 9(09)V99 VALUE 0.
       77 TOT-APO             PIC 9(09)V99 VALUE 0.
       77 TOT-CON             PIC 9(09)V99 VALUE 0.
       77 TOT-PAGAR           PIC 9(09)V99.
       77 CANT-ED             PIC ZZZZ9.
       77 IMP-ED              PIC ZZZ.ZZZ.ZZ9,99.
       77 IND-CGS             PIC 99.
       77 IND-TAB             PIC 99.
       77 IND-ORG             PIC 99.
       77 ORG-BUSCADO         PIC X(10).

      *-- CONCEPTOS DE LA TABLA CON SU ORGANISMO -------------------*
       77 CANT-TAB            PIC 99 VALUE 0.
       01 TABLA-CONCEPTOS.
          02 TCO-ITEM OCCURS 8 TIMES.
             03 TCO-COD       PIC X(4).
             03 TCO-ORG       PIC X(10).

      *-- LO QUE HAY QUE PAGAR A CADA ORGANISMO --------------------*
       77 CANT-ORG            PIC 99 VALUE 0.
       01 TABLA-ORGANISMOS.
          02 TOR-ITEM OCCURS 9 TIMES.
             03 TOR-NOM       PIC X(10).
             03 TOR-APO       PIC 9(09)V99.
             03 TOR-CON       PIC 9(09)V99.

      *-- RENGLONES DE LA DECLARACION (IMPORTES CON LA COMA A LA --*
      *-- VISTA, COMO EN DEBITOS.DAT) ------------------------------*
       01 DJ-EMPLEADO.
          02 FILLER           PIC X(2) VALUE "E;".
          02 DJE-PER          PIC 9(6).
          02 FILLER           PIC X VALUE ";".
          02 DJE-LEG          PIC 9(8).
          02 FILLER           PIC X VALUE ";".
          02 DJE-NOM          PIC X(30).
          02 FILLER           PIC X VALUE ";".
          02 DJE-REM          PIC 9(7),99.
          02 FILLER           PIC X VALUE ";".
          02 DJE-APO          PIC 9(7),99.
          02 FILLER           PIC X VALUE ";".
          02 DJE-CON          PIC 9(7),99.

       01 DJ-CONCEPTO.
          02 FILLER           PIC X(2) VALUE "C;".
          02 DJC-PER          PIC 9(6).
          02 FILLER           PIC X VALUE ";".
          02 DJC-LEG          PIC 9(8).
          02 FILLER           PIC X VALUE ";".
          02 DJC-COD          PIC X(4).
          02 FILLER           PIC X VALUE ";".
          02 DJC-TIPO         PIC X.
          02 FILLER           PIC X VALUE ";".
          02 DJC-ORG          PIC X(10).
          02 FILLER           PIC X VALUE ";".
          02 DJC-IMP          PIC 9(7),99.

       01 DJ-TOTAL.
          02 FILLER           PIC X(2) VALUE "T;".
          02 DJT-PER          PIC 9(6).
          02 FILLER           PIC X VALUE ";".
          02 DJT-CANT         PIC 9(5).
          02 FILLER           PIC X VALUE ";".
          02 DJT-REM          PIC 9(9),99.
          02 FILLER           PIC X VALUE ";".
          02 DJT-APO          PIC 9(9),99.
          02 FILLER           PIC X VALUE ";".
          02 DJT-CON          PIC 9(9),99.

      *-- RENGLONES DEL RESUMEN POR ORGANISMO ----------------------*
       01 RES-RAYA.
          02 FILLER    PIC X(72) VALUE ALL "=".

       01 RES-CABECERA.
          02 FILLER    PIC X(40)
             VALUE "CARGAS SOCIALES A PAGAR - PERIODO ".
          02 RC-PER    PIC 9(6).

       01 RES-TITULOS.
          02 FILLER    PIC X(12) VALUE "ORGANISMO".
          02 FILLER    PIC X(20) VALUE "           APORTES".
          02 FILLER    PIC X(20) VALUE "    CONTRIBUCIONES".
          02 FILLER    PIC X(20) VALUE "        A PAGAR".

       01 RES-ORGANISMO.
          02 RO-NOM    PIC X(12).
          02 RO-APO    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(06) VALUE SPACES.
          02 RO-CON    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(06) VALUE SPACES.
          02 RO-TOT    PIC ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 DJ-PERIODO          PIC 9(6).

       PROCEDURE DIVISION USING DJ-PERIODO.
       INICIO.
           OPEN INPUT LIQUIDACIONES.
           IF FSTLIQ NOT = "00"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAEEMP.
           IF FSTEMP = "00"
              MOVE "S" TO SW-EMP-ARCH
           END-IF.
           PERFORM CARGAR-CONCEPTOS THRU F-CARGAR-CONCEPTOS.
           MOVE DJ-PERIODO TO NDJ-PER.
           OPEN OUTPUT DECLARA.
           MOVE "N" TO SW-FIN.
           MOVE ZEROS TO LQCLAVE.
           START LIQUIDACIONES KEY IS NOT LESS THAN LQCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM DECLARAR-LIQUIDACION THRU F-DECLARAR-LIQUIDACION
              UNTIL SW-FIN = "S".
           MOVE DJ-PERIODO TO DJT-PER.
           MOVE CANT-EMP TO DJT-CANT.
           MOVE TOT-REM TO DJT-REM.
           MOVE TOT-APO TO DJT-APO.
           MOVE TOT-CON TO DJT-CON.
           MOVE DJ-TOTAL TO R-DJ.
           WRITE R-DJ.
           CLOSE DECLARA.
           DISPLAY " " ERASE SCREEN.
           IF CANT-EMP = 0
              DISPLAY "NO HAY SUELDOS LIQUIDADOS EN EL PERIODO - LA "
                 LINE 10 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              DISPLAY "DECLARACION DE CARGAS SOCIALES QUEDA EN CERO"
                 LINE 11 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-RESUMEN.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN.

      *-- ORGANISMO DE CADA CONCEPTO, DE LA TABLA CARGAS.IND -------*
       CARGAR-CONCEPTOS.
           OPEN INPUT CARGAS.
           IF FSTCGS NOT = "00"
              GO TO F-CARGAR-CONCEPTOS
           END-IF.
           MOVE "N" TO SW-FIN.
           MOVE LOW-VALUES TO CGCOD.
           START CARGAS KEY IS NOT LESS THAN CGCOD
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM TOMAR-CONCEPTO UNTIL SW-FIN = "S".
           CLOSE CARGAS.
       F-CARGAR-CONCEPTOS.
           EXIT.

       TOMAR-CONCEPTO.
           READ CARGAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF CANT-TAB = 8
                 MOVE "S" TO SW-FIN
              ELSE
                 ADD 1 TO CANT-TAB
                 MOVE CGCOD TO TCO-COD(CANT-TAB)
                 MOVE CGORG TO TCO-ORG(CANT-TAB)
              END-IF
           END-IF.

       DECLARAR-LIQUIDACION.
           READ LIQUIDACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-DECLARAR-LIQUIDACION
           END-IF.
           IF LQPER NOT = DJ-PERIODO
              GO TO F-DECLARAR-LIQUIDACION
           END-IF.
           MOVE SPACES TO MAN.
           IF SW-EMP-ARCH = "S"
              MOVE LQLEG TO MCA
              READ MAEEMP KEY IS MCA
                 INVALID KEY MOVE SPACES TO MAN
              END-READ
           END-IF.
           MOVE LQPER TO DJE-PER.
           MOVE LQLEG TO DJE-LEG.
           MOVE MAN TO DJE-NOM.
           MOVE LQREM TO DJE-REM.
           MOVE LQTAPO TO DJE-APO.
           MOVE LQTCON TO DJE-CON.
           MOVE DJ-EMPLEADO TO R-DJ.
           WRITE R-DJ.
           ADD 1 TO CANT-EMP.
           ADD LQREM TO TOT-REM.
           ADD LQTAPO TO TOT-APO.
           ADD LQTCON TO TOT-CON.
           MOVE 1 TO IND-CGS.
           PERFORM DECLARAR-CONCEPTO UNTIL IND-CGS > 8.
       F-DECLARAR-LIQUIDACION.
           EXIT.

       DECLARAR-CONCEPTO.
           IF LQCCOD(IND-CGS) NOT = SPACES
              PERFORM BUSCAR-ORGANISMO
              MOVE LQPER TO DJC-PER
              MOVE LQLEG TO DJC-LEG
              MOVE LQCCOD(IND-CGS) TO DJC-COD
              MOVE LQCTIPO(IND-CGS) TO DJC-TIPO
              MOVE ORG-BUSCADO TO DJC-ORG
              MOVE LQCIMP(IND-CGS) TO DJC-IMP
              MOVE DJ-CONCEPTO TO R-DJ
              WRITE R-DJ
              PERFORM ACUMULAR-ORGANISMO
           END-IF.
           ADD 1 TO IND-CGS.

       BUSCAR-ORGANISMO.
           MOVE "SIN TABLA" TO ORG-BUSCADO.
           MOVE 1 TO IND-TAB.
           PERFORM MIRAR-CONCEPTO UNTIL IND-TAB > CANT-TAB.

       MIRAR-CONCEPTO.
           IF TCO-COD(IND-TAB) = LQCCOD(IND-CGS)
              MOVE TCO-ORG(IND-TAB) TO ORG-BUSCADO
              MOVE CANT-TAB TO IND-TAB
           END-IF.
           ADD 1 TO IND-TAB.

      *-- CADA ORGANISMO UNA SOLA VEZ EN EL RESUMEN; CON 8 --------*
      *-- CONCEPTOS MAS "SIN TABLA" NUNCA PASAN DE 9 ---------------*
       ACUMULAR-ORGANISMO.
           MOVE 1 TO IND-ORG.
           PERFORM UBICAR-ORGANISMO
              UNTIL IND-ORG > CANT-ORG
                 OR TOR-NOM(IND-ORG) = ORG-BUSCADO.
           IF IND-ORG > CANT-ORG
              IF CANT-ORG = 9
                 MOVE 9 TO IND-ORG
              ELSE
                 ADD 1 TO CANT-ORG
                 MOVE ORG-BUSCADO TO TOR-NOM(CANT-ORG)
                 MOVE 0 TO TOR-APO(CANT-ORG) TOR-CON(CANT-ORG)
              END-IF
           END-IF.
           IF LQCTIPO(IND-CGS) = "A"
              ADD LQCIMP(IND-CGS) TO TOR-APO(IND-ORG)
           ELSE
              ADD LQCIMP(IND-CGS) TO TOR-CON(IND-ORG)
           END-IF.

       UBICAR-ORGANISMO.
           ADD 1 TO IND-ORG.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO R-IMP.
           MOVE RES-RAYA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE DJ-PERIODO TO RC-PER.
           MOVE SPACES TO R-IMP.
           MOVE RES-CABECERA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE RES-TITULOS TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE RES-RAYA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE 1 TO IND-ORG.
           PERFORM IMPRIMIR-ORGANISMO UNTIL IND-ORG > CANT-ORG.
           MOVE SPACES TO R-IMP.
           MOVE RES-RAYA TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "TOTAL" TO RO-NOM.
           MOVE TOT-APO TO RO-APO.
           MOVE TOT-CON TO RO-CON.
           COMPUTE TOT-PAGAR = TOT-APO + TOT-CON.
           MOVE TOT-PAGAR TO RO-TOT.
           MOVE SPACES TO R-IMP.
           MOVE RES-ORGANISMO TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-EMP TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "EMPLEADOS DECLARADOS " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  "  - ARCHIVO " DELIMITED BY SIZE
                  NOMBRE-DJ DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE TOT-REM TO IMP-ED.
           MOVE SPACES TO R-IMP.
           STRING "REMUNERACION IMPONIBLE TOTAL " DELIMITED BY SIZE
                  IMP-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           PERFORM ING-TECLA.

       IMPRIMIR-ORGANISMO.
           MOVE TOR-NOM(IND-ORG) TO RO-NOM.
           MOVE TOR-APO(IND-ORG) TO RO-APO.
           MOVE TOR-CON(IND-ORG) TO RO-CON.
           COMPUTE TOT-PAGAR = TOR-APO(IND-ORG) + TOR-CON(IND-ORG).
           MOVE TOT-PAGAR TO RO-TOT.
           MOVE SPACES TO R-IMP.
           MOVE RES-ORGANISMO TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD 1 TO IND-ORG.

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
           CLOSE LIQUIDACIONES.
           IF SW-EMP-ARCH = "S"
              CLOSE MAEEMP
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
