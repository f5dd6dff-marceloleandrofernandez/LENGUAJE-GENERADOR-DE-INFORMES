      *** LIBSUE - LIBRO DE SUELDOS Y JORNALES FOLIADO             ***
      *** PIDE UN PERIODO (AAAAMM) Y CON LAS LIQUIDACIONES DEL MES ***
      *** EN LIQSUE.IND ARMA EL LIBRO POR EL SPOOL: POR EMPLEADO   ***
      *** LEGAJO, NOMBRE, INGRESO (MFING), CATEGORIA, LOCALIDAD Y  ***
      *** TODOS LOS CONCEPTOS LIQUIDADOS (RUBROS, CARGAS SOCIALES, ***
      *** RETENCION DE GANANCIAS, CUOTAS DE ADELANTOS Y PRESTAMOS  ***
      *** Y NETO) - CADA HOJA ES UN FOLIO                          ***
      *** Y LA NUMERACION SIGUE LA DEL MES ANTERIOR (PROXIMO FOLIO ***
      *** EN LIBSUE.CTL; LA PRIMERA VEZ SALE DEL PARAMETRO LIBPROX ***
      *** O DE 000001) - LOS PERIODOS SE EMITEN EN ORDEN: NO SE    ***
      *** PUEDE INTERCALAR UNO ANTERIOR AL ULTIMO EMITIDO          ***
      *** CADA EMISION QUEDA EN LIBFOL.IND; UN PERIODO YA EMITIDO  ***
      *** SOLO SE REIMPRIME CON LOS MISMOS FOLIOS, LA LEYENDA      ***
      *** REIMPRESION Y UN MOTIVO QUE QUEDA EN LIBSUE.LOG          ***
      *** DEJA ADEMAS LIBSAAAAMM.TXT (CAMPOS SEPARADOS POR ";",    ***
      *** COMO DJSSAAAAMM.TXT) PARA LA RUBRICA DIGITAL: UN         ***
      *** RENGLON "E" POR EMPLEADO CON SU FOLIO, UN "C" POR        ***
      *** CONCEPTO Y UN "T" CON LOS TOTALES                        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBSUE.
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

           SELECT MAECAT ASSIGN TO DISK "CATEGORIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCAT
           FILE STATUS IS FSTCAT.

           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           FILE STATUS IS FSTLOC.

           SELECT CARGAS ASSIGN TO DISK "CARGAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CGCOD
           FILE STATUS IS FSTCGS.

           SELECT RETENCIONES ASSIGN TO DISK "RETGAN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RGCLAVE
           FILE STATUS IS FSTRGN.

      *-- FOLIOS QUE OCUPO CADA PERIODO EMITIDO --------------------*
           SELECT FOLIOS ASSIGN TO DISK "LIBFOL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LFPER
           FILE STATUS IS FSTLBF.

      *-- TALONARIO: PROXIMO FOLIO Y ULTIMO PERIODO EMITIDO, COMO --*
      *-- EL DE RECLAMOS -------------------------------------------*
           SELECT TALONARIO ASSIGN TO DISK "LIBSUE.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

      *-- CONSTANCIA DE LAS REIMPRESIONES --------------------------*
           SELECT LOG-LIBRO ASSIGN TO DISK "LIBSUE.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTLLB.

      *-- SOLO PARA LA RAZON SOCIAL DEL ENCABEZADO -----------------*
           SELECT F-EMPRESA ASSIGN TO DISK "EMPRESA.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEMPC.

      *-- EL EXPORTADO LLEVA EL PERIODO EN EL NOMBRE ---------------*
           SELECT EXPORTA ASSIGN TO DISK NOMBRE-EXP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEXP.

      *-- EL LIBRO SALE AL SPOOL (VER TOMASPL) ---------------------*
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

        FD MAECAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-CAT.

         COPY CATEGORIA.

        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS R-LOC.

         COPY LOCALIDAD.

        FD CARGAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-CGS.

         COPY CARGSOC.

        FD RETENCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS R-RGN.

         COPY RETGAN.

        FD FOLIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS R-LBF.

         COPY LIBFOL.

        FD TALONARIO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS R-TAL.

         01 R-TAL.
            02 TAL-PROX    PIC 9(06).
            02 TAL-ULTPER  PIC 9(06).

        FD LOG-LIBRO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS R-LLB.
         01 R-LLB.
            02 LLB-FECHA   PIC 9(8).
            02 FILLER      PIC X VALUE SPACE.
            02 LLB-HORA    PIC 9(6).
            02 FILLER      PIC X VALUE SPACE.
            02 LLB-OPER    PIC X(3).
            02 FILLER      PIC X VALUE SPACE.
            02 LLB-PER     PIC 9(6).
            02 FILLER      PIC X VALUE SPACE.
            02 LLB-FDES    PIC 9(6).
            02 FILLER      PIC X VALUE "-".
            02 LLB-FHAS    PIC 9(6).
            02 FILLER      PIC X VALUE SPACE.
            02 LLB-MOT     PIC X(37).
            02 FILLER      PIC X VALUE SPACE.
      *-- "*" = LA REIMPRESION NO OCUPO LOS MISMOS FOLIOS ---------*
            02 LLB-DIF     PIC X.

        FD F-EMPRESA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-EMPRESA.
         01 R-EMPRESA.
            02 CFG-RAZON    PIC X(26).
            02 FILLER       PIC X(34).

        FD EXPORTA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS R-EXP.
        01 R-EXP               PIC X(120).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTLIQ              PIC XX.
       77 FSTEMP              PIC XX.
       77 FSTCAT              PIC XX.
       77 FSTLOC              PIC XX.
       77 FSTCGS              PIC XX.
       77 FSTRGN              PIC XX.
       77 FSTLBF              PIC XX.
       77 FSTTAL              PIC XX.
       77 FSTLLB              PIC XX.
       77 FSTEMPC             PIC XX.
       77 FSTEXP              PIC XX.
       77 FSTSPL              PIC XX.
       77 SW-CAT-ARCH         PIC X VALUE "N".
       77 SW-LOC-ARCH         PIC X VALUE "N".
       77 SW-RGN-ARCH         PIC X VALUE "N".
       77 SW-REIMP            PIC X VALUE "N".
       77 SW-FIN              PIC X.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
      *-- EL LIBRO SALE AL SPOOL -----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LIBSUE  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
      *-- PARAMETROS (VER LEEPAR) ----------------------------------*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
      *-- RENGLONES POR HOJA (PARAMETRO LINFOOT; SIN EL, 60) -------*
       77 WLIN-FOOT           PIC 99 VALUE 60.
       77 L                   PIC 99 VALUE 0.

       77 WPERIODO            PIC 9(6).
       77 WFOLIO              PIC 9(6).
       77 WFOLIO-ACT          PIC 9(6).
       77 CANT-FOL            PIC 9(4) VALUE 0.
       77 CANT-EMP            PIC 9(05) VALUE 0.
       77 TOT-NETO            PIC 9(09)V99 VALUE 0.
       77 NOMBRE-EMPRESA      PIC X(26) VALUE SPACES.
       77 WMOTIVO             PIC X(37).
       77 WDESC-AUX           PIC X(22).
       77 FOL-ED              PIC ZZZZZ9.
       77 CANT-ED             PIC ZZZZ9.

       01 WFECHA-HOY          PIC 9(8).
       01 WHORA-ACT.
          02 WHORA-6          PIC 9(6).
          02 FILLER           PIC 99.

       01 NOMBRE-EXP.
          02 FILLER           PIC X(4) VALUE "LIBS".
          02 NEX-PER          PIC 9(6).
          02 FILLER           PIC X(4) VALUE ".TXT".

      *-- CONCEPTO A AGREGAR AL BLOQUE DEL EMPLEADO ----------------*
       77 CPT-COD             PIC X(4).
       77 CPT-DESC            PIC X(24).
       77 CPT-IMP             PIC S9(09)V99.
       77 IND-CGS             PIC 99.
       77 IND-TAB             PIC 99.

      *-- DESCRIPCION DE LOS CONCEPTOS DE CARGAS SOCIALES ----------*
       77 CANT-TAB            PIC 99 VALUE 0.
       01 TABLA-CONCEPTOS.
          02 TCO-ITEM OCCURS 8 TIMES.
             03 TCO-COD       PIC X(4).
             03 TCO-DESC      PIC X(22).

      *-- EL BLOQUE DE UN EMPLEADO NO SE PARTE ENTRE DOS FOLIOS: --*
      *-- SE ARMA ENTERO Y SE VUELCA DONDE ENTRA -------------------*
       77 CANT-BLQ            PIC 99.
       77 IND-BLQ             PIC 99.
       01 TABLA-BLOQUE.
          02 BLQ-LIN OCCURS 30 TIMES PIC X(80).
       77 CANT-XC             PIC 99.
       77 IND-XC              PIC 99.
       01 TABLA-EXPORTA.
          02 XC-LIN OCCURS 30 TIMES PIC X(120).

      *-- RENGLONES DEL LIBRO --------------------------------------*
       01 LIB-RAYA.
          02 FILLER    PIC X(78) VALUE ALL "=".

       01 LIB-CABECERA.
          02 LC-EMP    PIC X(26).
          02 FILLER    PIC X(30)
             VALUE "  LIBRO DE SUELDOS Y JORNALES".
          02 FILLER    PIC X(08) VALUE "  FOLIO ".
          02 LC-FOLIO  PIC 9(6).

       01 LIB-PERIODO.
          02 FILLER    PIC X(08) VALUE "PERIODO ".
          02 LP-MM     PIC 99.
          02 FILLER    PIC X VALUE "/".
          02 LP-AA     PIC 9(4).
          02 FILLER    PIC X(10) VALUE SPACES.
          02 LP-LEY    PIC X(16).
          02 LP-REIMP  PIC ZZ9.

       01 LIB-EMPLEADO.
          02 FILLER    PIC X(07) VALUE "LEGAJO ".
          02 LE-LEG    PIC 9(8).
          02 FILLER    PIC X VALUE SPACE.
          02 LE-NOM    PIC X(30).
          02 FILLER    PIC X(10) VALUE "  INGRESO ".
          02 LE-DD     PIC 99.
          02 FILLER    PIC X VALUE "/".
          02 LE-MM     PIC 99.
          02 FILLER    PIC X VALUE "/".
          02 LE-AA     PIC 9(4).

       01 LIB-DATOS.
          02 FILLER    PIC X(13) VALUE "  CATEGORIA ".
          02 LD-CAT    PIC 9.
          02 FILLER    PIC X VALUE SPACE.
          02 LD-CDESC  PIC X(15).
          02 FILLER    PIC X(12) VALUE "  LOCALIDAD ".
          02 LD-LOC    PIC 9(3).
          02 FILLER    PIC X VALUE SPACE.
          02 LD-LDESC  PIC X(15).

       01 LIB-CONCEPTO.
          02 FILLER    PIC X(04) VALUE SPACES.
          02 LN-COD    PIC X(4).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LN-DESC   PIC X(24).
          02 FILLER    PIC X VALUE SPACE.
          02 LN-IMP    PIC -ZZZ.ZZZ.ZZ9,99.

       01 WFING-TRAB.
          02 WFING-AA         PIC 9(4).
          02 WFING-MM         PIC 99.
          02 WFING-DD         PIC 99.

      *-- RENGLONES DEL EXPORTADO (IMPORTES CON LA COMA A LA -------*
      *-- VISTA, COMO EN DJSSAAAAMM.TXT) ---------------------------*
       01 EX-EMPLEADO.
          02 FILLER           PIC X(2) VALUE "E;".
          02 XE-PER           PIC 9(6).
          02 FILLER           PIC X VALUE ";".
          02 XE-LEG           PIC 9(8).
          02 FILLER           PIC X VALUE ";".
          02 XE-NOM           PIC X(30).
          02 FILLER           PIC X VALUE ";".
          02 XE-ING           PIC 9(8).
          02 FILLER           PIC X VALUE ";".
          02 XE-CAT           PIC 9.
          02 FILLER           PIC X VALUE ";".
          02 XE-CDESC         PIC X(15).
          02 FILLER           PIC X VALUE ";".
          02 XE-LOC           PIC 9(3).
          02 FILLER           PIC X VALUE ";".
          02 XE-LDESC         PIC X(15).
          02 FILLER           PIC X VALUE ";".
          02 XE-FOLIO         PIC 9(6).

       01 EX-CONCEPTO.
          02 FILLER           PIC X(2) VALUE "C;".
          02 XC-PER           PIC 9(6).
          02 FILLER           PIC X VALUE ";".
          02 XC-LEG           PIC 9(8).
          02 FILLER           PIC X VALUE ";".
          02 XC-COD           PIC X(4).
          02 FILLER           PIC X VALUE ";".
          02 XC-DESC          PIC X(24).
          02 FILLER           PIC X VALUE ";".
          02 XC-IMP           PIC -9(9),99.

       01 EX-TOTAL.
          02 FILLER           PIC X(2) VALUE "T;".
          02 XT-PER           PIC 9(6).
          02 FILLER           PIC X VALUE ";".
          02 XT-CANT          PIC 9(5).
          02 FILLER           PIC X VALUE ";".
          02 XT-FDES          PIC 9(6).
          02 FILLER           PIC X VALUE ";".
          02 XT-FHAS          PIC 9(6).
          02 FILLER           PIC X VALUE ";".
          02 XT-NETO          PIC 9(9),99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT LIQUIDACIONES.
           IF FSTLIQ NOT = "00"
              DISPLAY "LIBSUE: LIQSUE.IND NO ENCONTRADA (FST="
                 FSTLIQ ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAEEMP.
           IF FSTEMP NOT = "00"
              DISPLAY "LIBSUE: MAEEMP.IND NO ENCONTRADA (FST="
                 FSTEMP ")"
              CLOSE LIQUIDACIONES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAECAT.
           IF FSTCAT = "00"
              MOVE "S" TO SW-CAT-ARCH
           END-IF.
           OPEN INPUT MAELOC.
           IF FSTLOC = "00"
              MOVE "S" TO SW-LOC-ARCH
           END-IF.
           OPEN INPUT RETENCIONES.
           IF FSTRGN = "00"
              MOVE "S" TO SW-RGN-ARCH
           END-IF.
           OPEN I-O FOLIOS.
           IF FSTLBF NOT = "00"
              OPEN OUTPUT FOLIOS
              CLOSE FOLIOS
              OPEN I-O FOLIOS
           END-IF.
           PERFORM CARGAR-CONCEPTOS THRU F-CARGAR-CONCEPTOS.
           PERFORM LEER-EMPRESA.
           PERFORM LEER-VALORES-OPERACION.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                   QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "LIBRO DE SUELDOS Y JORNALES" LINE 02
              POSITION 27 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PERIODO (AAAAMM - 0 = FIN): " LINE 04 POSITION 05.
           MOVE 0 TO WPERIODO.
           ACCEPT WPERIODO LINE 04 POSITION 34.
           IF WPERIODO IS NOT NUMERIC OR WPERIODO = 0
              GO TO FIN
           END-IF.
           PERFORM CONTAR-LIQUIDACIONES.
           IF CANT-EMP = 0
              DISPLAY "NO HAY SUELDOS LIQUIDADOS EN EL PERIODO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN
           END-IF.
           MOVE WPERIODO TO LFPER.
           READ FOLIOS KEY IS LFPER
              INVALID KEY MOVE "N" TO SW-REIMP
              NOT INVALID KEY MOVE "S" TO SW-REIMP
           END-READ.
           IF SW-REIMP = "S"
              PERFORM PEDIR-REIMPRESION THRU F-PEDIR-REIMPRESION
           ELSE
              PERFORM PEDIR-EMISION THRU F-PEDIR-EMISION
           END-IF.
           IF OP-SN NOT = "S"
              GO TO FIN
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           MOVE WPERIODO TO NEX-PER.
           OPEN OUTPUT EXPORTA.
           MOVE 0 TO CANT-EMP.
           MOVE 99 TO L.
           MOVE WFOLIO TO WFOLIO-ACT.
           DISPLAY "EMITIENDO FOLIO " LINE 12 POSITION 05.
           MOVE "N" TO SW-FIN.
           MOVE ZEROS TO LQCLAVE.
           START LIQUIDACIONES KEY IS NOT LESS THAN LQCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM ASENTAR-LIQUIDACION THRU F-ASENTAR-LIQUIDACION
              UNTIL SW-FIN = "S".
           MOVE WPERIODO TO XT-PER.
           MOVE CANT-EMP TO XT-CANT.
           MOVE WFOLIO TO XT-FDES.
           MOVE WFOLIO-ACT TO XT-FHAS.
           MOVE TOT-NETO TO XT-NETO.
           MOVE SPACES TO R-EXP.
           MOVE EX-TOTAL TO R-EXP.
           WRITE R-EXP.
           CLOSE EXPORTA.
           CLOSE IMPRE.
           MOVE CANT-FOL TO SPL-PAGINAS.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           IF SW-REIMP = "S"
              PERFORM ASENTAR-REIMPRESION
           ELSE
              PERFORM ASENTAR-EMISION
           END-IF.
           MOVE WFOLIO TO FOL-ED.
           DISPLAY "FOLIOS " LINE 14 POSITION 05.
           DISPLAY FOL-ED LINE 14 POSITION 12.
           DISPLAY " AL " LINE 14 POSITION 18.
           MOVE WFOLIO-ACT TO FOL-ED.
           DISPLAY FOL-ED LINE 14 POSITION 22.
           MOVE CANT-EMP TO CANT-ED.
           DISPLAY "EMPLEADOS " LINE 15 POSITION 05.
           DISPLAY CANT-ED LINE 15 POSITION 15.
           DISPLAY "RUBRICA DIGITAL: " LINE 16 POSITION 05.
           DISPLAY NOMBRE-EXP LINE 16 POSITION 22.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 22
              POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO FIN.

      *-- PERIODO NUEVO: TOMA EL PROXIMO FOLIO Y NO DEJA INTERCALAR *
      *-- UN PERIODO ANTERIOR AL ULTIMO EMITIDO ---------------------*
       PEDIR-EMISION.
           MOVE "N" TO OP-SN.
           PERFORM LEER-TALONARIO.
           IF TAL-ULTPER NOT < WPERIODO
              DISPLAY "EL LIBRO YA LLEGA AL PERIODO " LINE 22
                 POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY TAL-ULTPER LINE 22 POSITION 34
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY " - NO SE PUEDE INTERCALAR" LINE 22 POSITION 40
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-PEDIR-EMISION
           END-IF.
           MOVE WFOLIO TO FOL-ED.
           MOVE CANT-EMP TO CANT-ED.
           DISPLAY "EMPLEADOS LIQUIDADOS: " LINE 06 POSITION 05.
           DISPLAY CANT-ED LINE 06 POSITION 27.
           DISPLAY "PRIMER FOLIO        : " LINE 07 POSITION 05.
           DISPLAY FOL-ED LINE 07 POSITION 27.
           DISPLAY "CONFIRMA LA EMISION DEL LIBRO (S/N) ? "
              LINE 09 POSITION 05.
           ACCEPT OP-SN LINE 09 POSITION 44.
           IF OP-SN = "s"
              MOVE "S" TO OP-SN
           END-IF.
       F-PEDIR-EMISION.
           EXIT.

      *-- PERIODO YA EMITIDO: SE REIMPRIME CON LOS MISMOS FOLIOS Y -*
      *-- SOLO CON MOTIVO, QUE QUEDA EN LIBSUE.LOG ------------------*
       PEDIR-REIMPRESION.
           MOVE "N" TO OP-SN.
           DISPLAY "PERIODO YA EMITIDO EN EL LIBRO" LINE 06
              POSITION 05 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK".
           MOVE LFFDES TO FOL-ED.
           DISPLAY "FOLIOS              : " LINE 07 POSITION 05.
           DISPLAY FOL-ED LINE 07 POSITION 27.
           MOVE LFFHAS TO FOL-ED.
           DISPLAY " AL " LINE 07 POSITION 33.
           DISPLAY FOL-ED LINE 07 POSITION 37.
           DISPLAY "EMITIDO EL          : " LINE 08 POSITION 05.
           DISPLAY LFFECHA LINE 08 POSITION 27.
           DISPLAY " POR " LINE 08 POSITION 35.
           DISPLAY LFOPER LINE 08 POSITION 40.
           DISPLAY "REIMPRESIONES       : " LINE 09 POSITION 05.
           DISPLAY LFREIMP LINE 09 POSITION 27.
           DISPLAY "REIMPRIME (S/N) ? " LINE 11 POSITION 05.
           ACCEPT OP-SN LINE 11 POSITION 24.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              MOVE "N" TO OP-SN
              GO TO F-PEDIR-REIMPRESION
           END-IF.
           DISPLAY "MOTIVO: " LINE 12 POSITION 05.
           MOVE SPACES TO WMOTIVO.
           ACCEPT WMOTIVO LINE 12 POSITION 13.
           IF WMOTIVO = SPACES
              DISPLAY "SIN MOTIVO NO SE REIMPRIME" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE "N" TO OP-SN
              GO TO F-PEDIR-REIMPRESION
           END-IF.
           MOVE "S" TO OP-SN.
           MOVE LFFDES TO WFOLIO.
       F-PEDIR-REIMPRESION.
           EXIT.

      *-- EL TALONARIO VIVO ES LIBSUE.CTL; SI TODAVIA NO EXISTE, EL *
      *-- PRIMER FOLIO SALE DEL PARAMETRO LIBPROX (O DE 000001) -----*
       LEER-TALONARIO.
           OPEN INPUT TALONARIO.
           IF FSTTAL = "00"
              READ TALONARIO AT END
                 MOVE 1 TO TAL-PROX
                 MOVE 0 TO TAL-ULTPER
              END-READ
              MOVE TAL-PROX TO WFOLIO
              CLOSE TALONARIO
           ELSE
              MOVE 0 TO TAL-ULTPER
              MOVE 1 TO WFOLIO
              MOVE "LIBPROX " TO PAR-COD
              CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
              CANCEL "LEEPAR"
              IF PAR-OK = "S" AND PAR-VALOR > 0
                 MOVE PAR-VALOR TO WFOLIO
              END-IF
           END-IF.

       ASENTAR-EMISION.
           ADD 1 WFOLIO-ACT GIVING TAL-PROX.
           MOVE WPERIODO TO TAL-ULTPER.
           OPEN OUTPUT TALONARIO.
           WRITE R-TAL.
           CLOSE TALONARIO.
           MOVE WPERIODO TO LFPER.
           MOVE WFOLIO TO LFFDES.
           MOVE WFOLIO-ACT TO LFFHAS.
           MOVE CANT-EMP TO LFCANT.
           MOVE WFECHA-HOY TO LFFECHA.
           MOVE QS-OPER TO LFOPER.
           MOVE 0 TO LFREIMP LFFREIM.
           WRITE R-LBF
              INVALID KEY REWRITE R-LBF
           END-WRITE.

      *-- SI LA REIMPRESION NO OCUPO LOS MISMOS FOLIOS QUE EL -------*
      *-- ORIGINAL, SE AVISA Y QUEDA EN LA CONSTANCIA ---------------*
       ASENTAR-REIMPRESION.
           ADD 1 TO LFREIMP.
           MOVE WFECHA-HOY TO LFFREIM.
           REWRITE R-LBF
              INVALID KEY CONTINUE
           END-REWRITE.
           IF WFOLIO-ACT NOT = LFFHAS
              DISPLAY "ATENCION: EL ORIGINAL TERMINABA EN EL FOLIO "
                 LINE 18 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              DISPLAY LFFHAS LINE 18 POSITION 49
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              MOVE "*" TO LLB-DIF
           ELSE
              MOVE SPACE TO LLB-DIF
           END-IF.
           MOVE WFECHA-HOY TO LLB-FECHA.
           ACCEPT WHORA-ACT FROM TIME.
           MOVE WHORA-6 TO LLB-HORA.
           MOVE QS-OPER TO LLB-OPER.
           MOVE WPERIODO TO LLB-PER.
           MOVE WFOLIO TO LLB-FDES.
           MOVE WFOLIO-ACT TO LLB-FHAS.
           MOVE WMOTIVO TO LLB-MOT.
           OPEN EXTEND LOG-LIBRO.
           IF FSTLLB NOT = "00"
              OPEN OUTPUT LOG-LIBRO
           END-IF.
           WRITE R-LLB.
           CLOSE LOG-LIBRO.

       CONTAR-LIQUIDACIONES.
           MOVE 0 TO CANT-EMP.
           MOVE "N" TO SW-FIN.
           MOVE ZEROS TO LQCLAVE.
           START LIQUIDACIONES KEY IS NOT LESS THAN LQCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM CONTAR-UNA UNTIL SW-FIN = "S".

       CONTAR-UNA.
           READ LIQUIDACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N" AND LQPER = WPERIODO
              ADD 1 TO CANT-EMP
           END-IF.

       ASENTAR-LIQUIDACION.
           READ LIQUIDACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-ASENTAR-LIQUIDACION
           END-IF.
           IF LQPER NOT = WPERIODO
              GO TO F-ASENTAR-LIQUIDACION
           END-IF.
           PERFORM ARMAR-BLOQUE.
           IF L + CANT-BLQ > WLIN-FOOT
              PERFORM NUEVO-FOLIO
           END-IF.
           MOVE 1 TO IND-BLQ.
           PERFORM VOLCAR-RENGLON UNTIL IND-BLQ > CANT-BLQ.
           MOVE WFOLIO-ACT TO XE-FOLIO.
           MOVE SPACES TO R-EXP.
           MOVE EX-EMPLEADO TO R-EXP.
           WRITE R-EXP.
           MOVE 1 TO IND-XC.
           PERFORM EXPORTAR-CONCEPTO UNTIL IND-XC > CANT-XC.
           ADD 1 TO CANT-EMP.
           ADD LQNETO TO TOT-NETO.
       F-ASENTAR-LIQUIDACION.
           EXIT.

      *-- DATOS DEL EMPLEADO Y TODOS SUS CONCEPTOS, EN EL LIBRO Y --*
      *-- EN EL EXPORTADO ------------------------------------------*
       ARMAR-BLOQUE.
           MOVE 0 TO CANT-BLQ CANT-XC.
           MOVE SPACES TO MAN.
           MOVE 0 TO MFING MCATE MLO.
           MOVE LQLEG TO MCA.
           READ MAEEMP KEY IS MCA
              INVALID KEY MOVE SPACES TO MAN
           END-READ.
           MOVE SPACES TO MDCAT.
           IF SW-CAT-ARCH = "S"
              MOVE MCATE TO MCAT
              READ MAECAT KEY IS MCAT
                 INVALID KEY MOVE SPACES TO MDCAT
              END-READ
           END-IF.
           MOVE SPACES TO MLDESC.
           IF SW-LOC-ARCH = "S"
              MOVE MLO TO MLOC
              READ MAELOC KEY IS MLOC
                 INVALID KEY MOVE SPACES TO MLDESC
              END-READ
           END-IF.
           MOVE MFING TO WFING-TRAB.
           MOVE LQLEG TO LE-LEG.
           MOVE MAN TO LE-NOM.
           MOVE WFING-DD TO LE-DD.
           MOVE WFING-MM TO LE-MM.
           MOVE WFING-AA TO LE-AA.
           ADD 1 TO CANT-BLQ.
           MOVE LIB-EMPLEADO TO BLQ-LIN(CANT-BLQ).
           MOVE MCATE TO LD-CAT.
           MOVE MDCAT TO LD-CDESC.
           MOVE MLO TO LD-LOC.
           MOVE MLDESC TO LD-LDESC.
           ADD 1 TO CANT-BLQ.
           MOVE LIB-DATOS TO BLQ-LIN(CANT-BLQ).
           MOVE WPERIODO TO XE-PER.
           MOVE LQLEG TO XE-LEG.
           MOVE MAN TO XE-NOM.
           MOVE MFING TO XE-ING.
           MOVE MCATE TO XE-CAT.
           MOVE MDCAT TO XE-CDESC.
           MOVE MLO TO XE-LOC.
           MOVE MLDESC TO XE-LDESC.
           MOVE "BAS " TO CPT-COD.
           MOVE "BASICO" TO CPT-DESC.
           MOVE LQBAS TO CPT-IMP.
           PERFORM AGREGAR-CONCEPTO.
           IF LQANT > 0
              MOVE "ANT " TO CPT-COD
              MOVE "ANTIGUEDAD" TO CPT-DESC
              MOVE LQANT TO CPT-IMP
              PERFORM AGREGAR-CONCEPTO
           END-IF.
           IF LQCAT > 0
              MOVE "CAT " TO CPT-COD
              MOVE "ADICIONAL CATEGORIA" TO CPT-DESC
              MOVE LQCAT TO CPT-IMP
              PERFORM AGREGAR-CONCEPTO
           END-IF.
           IF LQSAC > 0
              MOVE "SAC " TO CPT-COD
              MOVE "SUELDO ANUAL COMPLEM." TO CPT-DESC
              MOVE LQSAC TO CPT-IMP
              PERFORM AGREGAR-CONCEPTO
           END-IF.
           IF LQSUP > 0
              MOVE "SUP " TO CPT-COD
              MOVE "SUPLENCIAS DOCENTES" TO CPT-DESC
              MOVE LQSUP TO CPT-IMP
              PERFORM AGREGAR-CONCEPTO
           END-IF.
           IF LQHEX > 0
              MOVE "HEX " TO CPT-COD
              MOVE "HORAS EXTRA" TO CPT-DESC
              MOVE LQHEX TO CPT-IMP
              PERFORM AGREGAR-CONCEPTO
           END-IF.
           IF LQDTO > 0
              MOVE "DTO " TO CPT-COD
              MOVE "DESCUENTOS" TO CPT-DESC
              MOVE LQDTO TO CPT-IMP
              PERFORM AGREGAR-CONCEPTO
           END-IF.
           MOVE "REM " TO CPT-COD.
           MOVE "REMUNERACION IMPONIBLE" TO CPT-DESC.
           MOVE LQREM TO CPT-IMP.
           PERFORM AGREGAR-CONCEPTO.
           MOVE 1 TO IND-CGS.
           PERFORM AGREGAR-CARGA UNTIL IND-CGS > 8.
           IF SW-RGN-ARCH = "S"
              MOVE LQLEG TO RGLEG
              MOVE LQPER TO RGPER
              READ RETENCIONES KEY IS RGCLAVE
                 INVALID KEY MOVE 0 TO RGRET
              END-READ
              IF RGRET NOT = 0
                 MOVE "GAN " TO CPT-COD
                 MOVE "RETENCION GANANCIAS" TO CPT-DESC
                 MOVE RGRET TO CPT-IMP
                 PERFORM AGREGAR-CONCEPTO
              END-IF
           END-IF.
           IF LQPRES > 0
              MOVE "PRE " TO CPT-COD
              MOVE "CUOTA ADELANTO/PRESTAMO" TO CPT-DESC
              MOVE LQPRES TO CPT-IMP
              PERFORM AGREGAR-CONCEPTO
           END-IF.
           IF LQASIG > 0
              MOVE "ASF " TO CPT-COD
              MOVE "ASIGNACIONES FAMILIARES" TO CPT-DESC
              MOVE LQASIG TO CPT-IMP
              PERFORM AGREGAR-CONCEPTO
           END-IF.
           MOVE "NETO" TO CPT-COD.
           MOVE "NETO PERCIBIDO" TO CPT-DESC.
           MOVE LQNETO TO CPT-IMP.
           PERFORM AGREGAR-CONCEPTO.
           ADD 1 TO CANT-BLQ.
           MOVE SPACES TO BLQ-LIN(CANT-BLQ).

      *-- LAS CONTRIBUCIONES PATRONALES VAN CON SU LEYENDA: NO SE --*
      *-- DESCUENTAN DEL SUELDO ------------------------------------*
       AGREGAR-CARGA.
           IF LQCCOD(IND-CGS) NOT = SPACES
              MOVE LQCCOD(IND-CGS) TO CPT-COD
              MOVE SPACES TO CPT-DESC
              MOVE 1 TO IND-TAB
              PERFORM MIRAR-CONCEPTO UNTIL IND-TAB > CANT-TAB
              IF LQCTIPO(IND-CGS) = "C"
                 MOVE CPT-DESC TO WDESC-AUX
                 MOVE SPACES TO CPT-DESC
                 STRING "CONTRIB. " DELIMITED BY SIZE
                        WDESC-AUX DELIMITED BY SIZE
                        INTO CPT-DESC
              END-IF
              MOVE LQCIMP(IND-CGS) TO CPT-IMP
              PERFORM AGREGAR-CONCEPTO
           END-IF.
           ADD 1 TO IND-CGS.

       MIRAR-CONCEPTO.
           IF TCO-COD(IND-TAB) = LQCCOD(IND-CGS)
              MOVE TCO-DESC(IND-TAB) TO CPT-DESC
              MOVE CANT-TAB TO IND-TAB
           END-IF.
           ADD 1 TO IND-TAB.

       AGREGAR-CONCEPTO.
           MOVE CPT-COD TO LN-COD.
           MOVE CPT-DESC TO LN-DESC.
           MOVE CPT-IMP TO LN-IMP.
           ADD 1 TO CANT-BLQ.
           MOVE LIB-CONCEPTO TO BLQ-LIN(CANT-BLQ).
           MOVE WPERIODO TO XC-PER.
           MOVE LQLEG TO XC-LEG.
           MOVE CPT-COD TO XC-COD.
           MOVE CPT-DESC TO XC-DESC.
           MOVE CPT-IMP TO XC-IMP.
           ADD 1 TO CANT-XC.
           MOVE EX-CONCEPTO TO XC-LIN(CANT-XC).

       VOLCAR-RENGLON.
           MOVE SPACES TO R-IMP.
           MOVE BLQ-LIN(IND-BLQ) TO R-IMP.
           WRITE R-IMP.
           ADD 1 TO L.
           ADD 1 TO IND-BLQ.

       EXPORTAR-CONCEPTO.
           MOVE SPACES TO R-EXP.
           MOVE XC-LIN(IND-XC) TO R-EXP.
           WRITE R-EXP.
           ADD 1 TO IND-XC.

      *-- CADA HOJA ES UN FOLIO: LA ANTERIOR SE COMPLETA HASTA EL --*
      *-- PIE PARA QUE LOS FOLIOS CAIGAN SIEMPRE EN SU HOJA --------*
       NUEVO-FOLIO.
           IF CANT-FOL > 0
              PERFORM RELLENAR-HOJA UNTIL L NOT < WLIN-FOOT
              ADD 1 TO WFOLIO-ACT
           END-IF.
           ADD 1 TO CANT-FOL.
           DISPLAY WFOLIO-ACT LINE 12 POSITION 21.
           MOVE NOMBRE-EMPRESA TO LC-EMP.
           MOVE WFOLIO-ACT TO LC-FOLIO.
           MOVE SPACES TO R-IMP.
           MOVE LIB-CABECERA TO R-IMP.
           WRITE R-IMP.
           MOVE WPERIODO(5:2) TO LP-MM.
           MOVE WPERIODO(1:4) TO LP-AA.
           IF SW-REIMP = "S"
              MOVE "REIMPRESION NRO " TO LP-LEY
              COMPUTE LP-REIMP = LFREIMP + 1
           ELSE
              MOVE SPACES TO LP-LEY
              MOVE 0 TO LP-REIMP
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE LIB-PERIODO TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE LIB-RAYA TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE 4 TO L.

       RELLENAR-HOJA.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           ADD 1 TO L.

      *-- DESCRIPCION DE CADA CONCEPTO, DE LA TABLA CARGAS.IND -----*
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
                 MOVE CGDESC TO TCO-DESC(CANT-TAB)
              END-IF
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

      *-- RENGLONES POR HOJA: PARAMETRO LINFOOT, SIEMPRE QUE ENTRE -*
      *-- EL BLOQUE MAS LARGO DE UN EMPLEADO CON EL ENCABEZADO -----*
       LEER-VALORES-OPERACION.
           MOVE "LINFOOT " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 23 AND PAR-VALOR < 100
              MOVE PAR-VALOR TO WLIN-FOOT
           END-IF.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE LIQUIDACIONES MAEEMP FOLIOS.
           IF SW-CAT-ARCH = "S"
              CLOSE MAECAT
           END-IF.
           IF SW-LOC-ARCH = "S"
              CLOSE MAELOC
           END-IF.
           IF SW-RGN-ARCH = "S"
              CLOSE RETENCIONES
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
