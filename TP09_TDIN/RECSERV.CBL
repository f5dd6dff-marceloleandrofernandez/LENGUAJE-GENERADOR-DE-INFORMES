      *** RECSERV - RECAUDACION POR SERVICIO ADICIONAL             ***
      *** PIDE UN RANGO DE PERIODOS (AAAAMM) Y, DE LOS SERVICIOS   ***
      *** QUE FACTURO GENCUO (SRVFAC.IND), RESUME AL SPOOL POR     ***
      *** SERVICIO LA CANTIDAD DE CARGOS, EL IMPORTE FACTURADO, LO ***
      *** COBRADO Y LO PENDIENTE, CON EL PORCENTAJE COBRADO - LO   ***
      *** PENDIENTE ES EL SALDO DE LA PARTIDA EN MOVPER.IND        ***
      *** (MVSDO); UNA PARTIDA QUE YA NO ESTA EN EL VIVO LA PASO   ***
      *** ARCHMOV AL HISTORICO, QUE SOLO LLEVA PARTIDAS            ***
      *** CANCELADAS, Y SE CUENTA COBRADA                          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECSERV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRV-FACTURADOS ASSIGN TO DISK "SRVFAC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SFCLAVE
           FILE STATUS IS FSTSFC.

           SELECT SERVICIOS ASSIGN TO DISK "SERVICIO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SVCOD
           FILE STATUS IS FSTSRV.

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD SRV-FACTURADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS R-SFC.

         COPY SRVFAC.

        FD SERVICIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS R-SRV.

         COPY SERVICIO.

        FD MOVIMIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS R-MOV.

         COPY MOVPER.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTSFC              PIC XX.
       77 FSTSRV              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "RECSERV ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 ENT-DESDE           PIC 9(6).
       77 ENT-HASTA           PIC 9(6).
       77 WCOBRADO            PIC 9(05)V99.
       77 WPCT                PIC 9(3).
      *-- ACUMULADOS POR SERVICIO (EL CODIGO ES EL SUBINDICE) ------*
       77 SRV-POS             PIC 9(4).
       01 TABLA-SERVICIOS VALUE ZEROES.
          02 TSR-ELEM OCCURS 999 TIMES.
             03 TSR-CANT      PIC 9(05).
             03 TSR-FAC       PIC 9(07)V99.
             03 TSR-COB       PIC 9(07)V99.
       77 TOT-CANT            PIC 9(05) VALUE 0.
       77 TOT-FAC             PIC 9(07)V99 VALUE 0.
       77 TOT-COB             PIC 9(07)V99 VALUE 0.
       77 CANT-ARCHIVADAS     PIC 9(05) VALUE 0.
       77 CANT-ED             PIC ZZ.ZZ9.

       01 WFECHA-HOY.
          02 WAAMM-HOY        PIC 9(6).
          02 WDD-HOY          PIC 9(2).

       01 LINEA-SERVICIO.
          02 LS-SER   PIC 9(3).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LS-DES   PIC X(20).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LS-CANT  PIC ZZ.ZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LS-FAC   PIC Z.ZZZ.ZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LS-COB   PIC Z.ZZZ.ZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LS-PEN   PIC Z.ZZZ.ZZ9,99.
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LS-PCT   PIC ZZ9.
          02 FILLER   PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT SRV-FACTURADOS.
           IF FSTSFC NOT = "00"
              DISPLAY "RECSERV: SRVFAC.IND NO ENCONTRADO - GENCUO "
                 "TODAVIA NO FACTURO SERVICIOS"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT SERVICIOS.
           OPEN INPUT MOVIMIENTOS.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RECAUDACION POR SERVICIO" LINE 02 POSITION 28
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "DESDE PERIODO (AAAAMM - 0 = MES ACTUAL): "
              LINE 04 POSITION 05.
           ACCEPT ENT-DESDE LINE 04 POSITION 47.
           IF ENT-DESDE IS NOT NUMERIC OR ENT-DESDE = 0
              MOVE WAAMM-HOY TO ENT-DESDE
           END-IF.
           DISPLAY "HASTA PERIODO (AAAAMM - 0 = EL MISMO) : "
              LINE 05 POSITION 05.
           ACCEPT ENT-HASTA LINE 05 POSITION 47.
           IF ENT-HASTA IS NOT NUMERIC OR ENT-HASTA = 0
              MOVE ENT-DESDE TO ENT-HASTA
           END-IF.
           IF ENT-HASTA < ENT-DESDE
              DISPLAY "RANGO INVALIDO - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              ACCEPT TECLA ON EXCEPTION C-T CONTINUE
              END-ACCEPT
              GO TO FIN-SIN-INFORME
           END-IF.
           MOVE "N" TO SW-FIN.
           MOVE ENT-DESDE TO SFPER.
           MOVE 0 TO SFSER SFALU.
           START SRV-FACTURADOS KEY IS NOT LESS THAN SFCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM ACUMULAR-CARGO THRU F-ACUMULAR-CARGO
              UNTIL SW-FIN = "S".
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           STRING "       RECAUDACION POR SERVICIO - PERIODOS "
                  DELIMITED BY SIZE
                  ENT-DESDE " A " ENT-HASTA DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "SRV DESCRIPCION            CANT    FACTURADO"
                  DELIMITED BY SIZE
                  "      COBRADO    PENDIENTE COBR" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE 1 TO SRV-POS.
           PERFORM LISTAR-SERVICIO THRU F-LISTAR-SERVICIO
              UNTIL SRV-POS > 999.
           IF TOT-CANT = 0
              MOVE "   (SIN SERVICIOS FACTURADOS EN EL RANGO)" TO R-IMP
              PERFORM GRABAR-LINEA
           ELSE
              MOVE SPACES TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE SPACES TO LINEA-SERVICIO
              MOVE "TOTAL GENERAL" TO LINEA-SERVICIO(5:13)
              MOVE TOT-CANT TO LS-CANT
              MOVE TOT-FAC TO LS-FAC
              MOVE TOT-COB TO LS-COB
              COMPUTE LS-PEN = TOT-FAC - TOT-COB
              COMPUTE WPCT ROUNDED = TOT-COB * 100 / TOT-FAC
              MOVE WPCT TO LS-PCT
              MOVE "%" TO LINEA-SERVICIO(75:1)
              MOVE SPACES TO R-IMP
              MOVE LINEA-SERVICIO TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF CANT-ARCHIVADAS > 0
              MOVE CANT-ARCHIVADAS TO CANT-ED
              MOVE SPACES TO R-IMP
              STRING "CARGOS YA PASADOS AL HISTORICO (COBRADOS): "
                     DELIMITED BY SIZE
                     CANT-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-- LO COBRADO DE CADA CARGO ES LO QUE YA NO DEBE LA PARTIDA -*
       ACUMULAR-CARGO.
           READ SRV-FACTURADOS NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-ACUMULAR-CARGO
           END-READ.
           IF SFPER > ENT-HASTA
              MOVE "S" TO SW-FIN
              GO TO F-ACUMULAR-CARGO
           END-IF.
           IF SFSER = 0
              GO TO F-ACUMULAR-CARGO
           END-IF.
           MOVE SFCA TO MVCA.
           MOVE SFFECHA TO MVFECHA.
           MOVE SFSEC TO MVSEC.
           READ MOVIMIENTOS KEY IS MVCLAVE
              INVALID KEY
                 ADD 1 TO CANT-ARCHIVADAS
                 MOVE SFIMP TO WCOBRADO
              NOT INVALID KEY
                 COMPUTE WCOBRADO = MVIMP - MVSDO
           END-READ.
           ADD 1 TO TSR-CANT(SFSER) TOT-CANT.
           ADD SFIMP TO TSR-FAC(SFSER) TOT-FAC.
           ADD WCOBRADO TO TSR-COB(SFSER) TOT-COB.
       F-ACUMULAR-CARGO.
           EXIT.

       LISTAR-SERVICIO.
           IF TSR-CANT(SRV-POS) = 0
              GO TO SIGUIENTE-SERVICIO
           END-IF.
           MOVE SRV-POS TO SVCOD.
           READ SERVICIOS KEY IS SVCOD
              INVALID KEY MOVE "(SIN MAESTRO)" TO SVDES
           END-READ.
           MOVE SPACES TO LINEA-SERVICIO.
           MOVE SRV-POS TO LS-SER.
           MOVE SVDES TO LS-DES.
           MOVE TSR-CANT(SRV-POS) TO LS-CANT.
           MOVE TSR-FAC(SRV-POS) TO LS-FAC.
           MOVE TSR-COB(SRV-POS) TO LS-COB.
           COMPUTE LS-PEN = TSR-FAC(SRV-POS) - TSR-COB(SRV-POS).
           MOVE 0 TO WPCT.
           IF TSR-FAC(SRV-POS) > 0
              COMPUTE WPCT ROUNDED =
                 TSR-COB(SRV-POS) * 100 / TSR-FAC(SRV-POS)
           END-IF.
           MOVE WPCT TO LS-PCT.
           MOVE "%" TO LINEA-SERVICIO(75:1).
           MOVE SPACES TO R-IMP.
           MOVE LINEA-SERVICIO TO R-IMP.
           PERFORM GRABAR-LINEA.
       SIGUIENTE-SERVICIO.
           ADD 1 TO SRV-POS.
       F-LISTAR-SERVICIO.
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

       FIN-SIN-INFORME.
           CLOSE SRV-FACTURADOS SERVICIOS MOVIMIENTOS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
