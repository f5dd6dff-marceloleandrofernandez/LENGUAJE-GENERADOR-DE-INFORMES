      *** LISSTK - LISTADO DE STOCK VALORIZADO Y DE REPOSICION     ***
      *** RECORRE STOCK.IND (DE UNA SUCURSAL O DE TODAS) Y LISTA   ***
      *** CADA ARTICULO CON SU CANTIDAD, VALORIZADA AL ULTIMO      ***
      *** COSTO DE COMPRA Y AL PRECIO DE LISTA, CON LOS TOTALES -  ***
      *** DESPUES, EN UNA SEGUNDA PASADA, LOS ARTICULOS ACTIVOS    ***
      *** QUE QUEDARON EN EL PUNTO DE REPOSICION O DEBAJO, CON LO  ***
      *** QUE FALTA PARA LLEGAR A EL - SALE AL SPOOL               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISSTK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

           SELECT ARTICULOS ASSIGN TO DISK "ARTICULO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ATCOD
           FILE STATUS IS FSTART.

           SELECT STOCK ASSIGN TO DISK "STOCK.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SKCLAVE
           FILE STATUS IS FSTSTK.

      *-- EL LISTADO SALE AL SPOOL (VER TOMASPL) -------------------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

        FD ARTICULOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-ART.

         COPY ARTICULO.

        FD STOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS R-STK.

         COPY STOCK.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTSUC              PIC XX.
       77 FSTART              PIC XX.
       77 FSTSTK              PIC XX.
       77 FSTSPL              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 L                   PIC 99 VALUE 0.
       77 SW-FIN-STK          PIC X.
       77 SW-ART              PIC X.
      *-- EL LISTADO SALE AL SPOOL ---------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LISSTK  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 0.

       77 ENT-SUC             PIC 9(3).
       77 VAL-COSTO           PIC 9(09)V99.
       77 VAL-LISTA           PIC 9(09)V99.
       77 FALTA-REP           PIC 9(06).
       77 CANT-ARTICULOS      PIC 9(05) VALUE 0.
       77 CANT-UNIDADES       PIC 9(09) VALUE 0.
       77 CANT-REPONER        PIC 9(05) VALUE 0.
       77 TOT-COSTO           PIC 9(09)V99 VALUE 0.
       77 TOT-LISTA           PIC 9(09)V99 VALUE 0.
       77 CANT-ED             PIC ZZ.ZZ9.
       77 UNID-ED             PIC ZZZ.ZZZ.ZZ9.
       77 TOT-ED              PIC ZZZ.ZZZ.ZZ9,99.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 TITULO-CABECERA.
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(33) VALUE
             "STOCK VALORIZADO - SUCURSAL     ".
          02 TC-SUC PIC X(15).
          02 FILLER PIC X(04) VALUE SPACES.
          02 TC-DD  PIC 99.
          02 FILLER PIC X VALUE "/".
          02 TC-MM  PIC 99.
          02 FILLER PIC X VALUE "/".
          02 TC-AA  PIC 9(4).

       01 SUBRAYAR-CABECERA.
          02 FILLER PIC X(78) VALUE ALL "=".

       01 TITULOS-DETALLES.
          02 FILLER PIC X(07) VALUE "CODIGO ".
          02 FILLER PIC X(23) VALUE "DESCRIPCION            ".
          02 FILLER PIC X(04) VALUE "SUC ".
          02 FILLER PIC X(08) VALUE "  CANT. ".
          02 FILLER PIC X(10) VALUE "    COSTO ".
          02 FILLER PIC X(13) VALUE "  VALOR COSTO".
          02 FILLER PIC X(13) VALUE "  VALOR LISTA".

       01 SALIDA-DE-DETALLE.
          02 SD-ART   PIC 9(06).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-DES   PIC X(22).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-SUC   PIC 9(3).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-CANT  PIC ZZZ.ZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-COS   PIC ZZ.ZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-VCOS  PIC Z.ZZZ.ZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-VLIS  PIC Z.ZZZ.ZZ9,99.

       01 TITULO-REPONER.
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(45) VALUE
             "ARTICULOS EN EL PUNTO DE REPOSICION O DEBAJO".

       01 TITULOS-REPONER.
          02 FILLER PIC X(07) VALUE "CODIGO ".
          02 FILLER PIC X(31) VALUE "DESCRIPCION                    ".
          02 FILLER PIC X(04) VALUE "SUC ".
          02 FILLER PIC X(08) VALUE "  STOCK ".
          02 FILLER PIC X(08) VALUE " REPOS. ".
          02 FILLER PIC X(08) VALUE "  FALTA ".

       01 SALIDA-REPONER.
          02 SR-ART   PIC 9(06).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SR-DES   PIC X(30).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SR-SUC   PIC 9(3).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SR-CANT  PIC ZZZ.ZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SR-PREP  PIC ZZZ.ZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SR-FALTA PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ARTICULOS.
           IF FSTART NOT = "00"
              DISPLAY "LISSTK: ARTICULO.IND NO ENCONTRADO (FST="
                 FSTART ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT STOCK.
           IF FSTSTK NOT = "00"
              DISPLAY "LISSTK: STOCK.IND NO ENCONTRADO (FST="
                 FSTSTK ")"
              CLOSE ARTICULOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESUC.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-SUCURSAL.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "LISTADO DE STOCK VALORIZADO Y REPOSICION" LINE 02
              POSITION 20 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "SUCURSAL (0 = TODAS): " LINE 04 POSITION 05.
           ACCEPT ENT-SUC LINE 04 POSITION 28.
           IF ENT-SUC IS NOT NUMERIC
              MOVE 0 TO ENT-SUC
           END-IF.
           IF ENT-SUC = 0
              MOVE "TODAS" TO TC-SUC
           ELSE
              MOVE ENT-SUC TO MSUC
              READ MAESUC KEY IS MSUC
                 INVALID KEY
                    DISPLAY "SUCURSAL INEXISTENTE - VERIFIQUE"
                       LINE 22 POSITION 05
                       CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                    PERFORM PULSAR-TECLA
                    GO TO PEDIR-SUCURSAL
              END-READ
              MOVE MDSUC TO TC-SUC
           END-IF.
           DISPLAY "CONFIRMA EL LISTADO (S/N) ? " LINE 06 POSITION 05.
           ACCEPT OP-SN LINE 06 POSITION 34.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
           MOVE "N" TO SW-FIN-STK.
           MOVE LOW-VALUES TO SKCLAVE.
           START STOCK KEY IS NOT LESS THAN SKCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-STK
           END-START.
           PERFORM TRATAR-STOCK THRU F-TRATAR-STOCK
              UNTIL SW-FIN-STK = "S".
           PERFORM IMPRIMIR-TOTALES.
           PERFORM LISTAR-REPOSICION.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN.

       TRATAR-STOCK.
           READ STOCK NEXT RECORD AT END MOVE "S" TO SW-FIN-STK.
           IF SW-FIN-STK = "S"
              GO TO F-TRATAR-STOCK
           END-IF.
           IF ENT-SUC NOT = 0 AND SKSUC NOT = ENT-SUC
              GO TO F-TRATAR-STOCK
           END-IF.
           IF SKCANT = 0
              GO TO F-TRATAR-STOCK
           END-IF.
           PERFORM LEER-ARTICULO.
           COMPUTE VAL-COSTO = SKCANT * ATCOS.
           COMPUTE VAL-LISTA = SKCANT * ATPRE.
           MOVE SPACES TO SALIDA-DE-DETALLE.
           MOVE SKART TO SD-ART.
           MOVE ATDES TO SD-DES.
           MOVE SKSUC TO SD-SUC.
           MOVE SKCANT TO SD-CANT.
           MOVE ATCOS TO SD-COS.
           MOVE VAL-COSTO TO SD-VCOS.
           MOVE VAL-LISTA TO SD-VLIS.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM GRABAR-RENGLON.
           ADD 1 TO CANT-ARTICULOS.
           ADD SKCANT TO CANT-UNIDADES.
           ADD VAL-COSTO TO TOT-COSTO.
           ADD VAL-LISTA TO TOT-LISTA.
       F-TRATAR-STOCK.
           EXIT.

      *-- UN ARTICULO BORRADO DEL MAESTRO SALE SIN VALOR -----------*
       LEER-ARTICULO.
           MOVE "S" TO SW-ART.
           MOVE SKART TO ATCOD.
           READ ARTICULOS KEY IS ATCOD
              INVALID KEY
                 MOVE "N" TO SW-ART
                 MOVE "ARTICULO INEXISTENTE" TO ATDES
                 MOVE 0 TO ATPRE ATCOS ATPREP
                 MOVE "B" TO ATEST
           END-READ.

      *-- SEGUNDA PASADA: LO QUE HAY QUE REPONER EN CADA SUCURSAL --*
       LISTAR-REPOSICION.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-RENGLON.
           MOVE SPACES TO R-IMP.
           MOVE TITULO-REPONER TO R-IMP.
           PERFORM GRABAR-RENGLON.
           MOVE SPACES TO R-IMP.
           MOVE TITULOS-REPONER TO R-IMP.
           PERFORM GRABAR-RENGLON.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           PERFORM GRABAR-RENGLON.
           MOVE "N" TO SW-FIN-STK.
           MOVE LOW-VALUES TO SKCLAVE.
           START STOCK KEY IS NOT LESS THAN SKCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-STK
           END-START.
           PERFORM MIRAR-REPOSICION THRU F-MIRAR-REPOSICION
              UNTIL SW-FIN-STK = "S".
           MOVE CANT-REPONER TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "ARTICULOS A REPONER " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-TOTAL.

       MIRAR-REPOSICION.
           READ STOCK NEXT RECORD AT END MOVE "S" TO SW-FIN-STK.
           IF SW-FIN-STK = "S"
              GO TO F-MIRAR-REPOSICION
           END-IF.
           IF ENT-SUC NOT = 0 AND SKSUC NOT = ENT-SUC
              GO TO F-MIRAR-REPOSICION
           END-IF.
           PERFORM LEER-ARTICULO.
      *-- SIN PUNTO DE REPOSICION CARGADO NO SE CONTROLA -----------*
           IF SW-ART = "N" OR ART-BAJA OR ATPREP = 0
              GO TO F-MIRAR-REPOSICION
           END-IF.
           IF SKCANT > ATPREP
              GO TO F-MIRAR-REPOSICION
           END-IF.
           COMPUTE FALTA-REP = ATPREP - SKCANT.
           MOVE SPACES TO SALIDA-REPONER.
           MOVE SKART TO SR-ART.
           MOVE ATDES TO SR-DES.
           MOVE SKSUC TO SR-SUC.
           MOVE SKCANT TO SR-CANT.
           MOVE ATPREP TO SR-PREP.
           MOVE FALTA-REP TO SR-FALTA.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-REPONER TO R-IMP.
           PERFORM GRABAR-RENGLON.
           ADD 1 TO CANT-REPONER.
       F-MIRAR-REPOSICION.
           EXIT.

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE WDD-HOY TO TC-DD.
           MOVE WMM-HOY TO TC-MM.
           MOVE WAA-HOY TO TC-AA.
           MOVE SPACES TO R-IMP.
           MOVE TITULO-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE TITULOS-DETALLES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-CABECERA TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE CANT-ARTICULOS TO CANT-ED.
           MOVE CANT-UNIDADES TO UNID-ED.
           MOVE SPACES TO R-IMP.
           STRING "RENGLONES CON STOCK " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  "  UNIDADES " DELIMITED BY SIZE
                  UNID-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-TOTAL.
           MOVE TOT-COSTO TO TOT-ED.
           MOVE SPACES TO R-IMP.
           STRING "VALOR AL COSTO      " DELIMITED BY SIZE
                  TOT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-TOTAL.
           MOVE TOT-LISTA TO TOT-ED.
           MOVE SPACES TO R-IMP.
           STRING "VALOR A PRECIO LISTA" DELIMITED BY SIZE
                  TOT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-TOTAL.

       GRABAR-RENGLON.
           WRITE R-IMP.
           ADD 1 TO L.
           IF L > 18
              PERFORM ING-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           DISPLAY R-IMP LINE L.

       GRABAR-TOTAL.
           WRITE R-IMP.
           ADD 1 TO L.
           IF L > 18
              PERFORM ING-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".

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
           CLOSE MAESUC ARTICULOS STOCK.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
