      *** GENCAE - SOLICITUD DE CAE PARA LA FACTURA ELECTRONICA    ***
      *** RECORRE FACTURA.IND Y NOTACD.IND Y POR CADA COMPROBANTE  ***
      *** PENDIENTE DE CAE (O RECHAZADO, PARA REINTENTARLO UNA     ***
      *** VEZ CORREGIDO EL DATO DEL CLIENTE) ARMA UN RENGLON EN    ***
      *** CAESOL.DAT (TIPO;PTO.VTA;NUMERO;FECHA;TIPO DOC;NRO DOC;  ***
      *** IMPORTE;CUIT EMISOR) PARA EL SERVICIO DE FACTURACION     ***
      *** ELECTRONICA - LA RESPUESTA SE PROCESA DESPUES CON        ***
      *** RESPCAE - EL CUIT DEL EMISOR Y EL PUNTO DE VENTA SALEN   ***
      *** DEL EMPRESA.CFG DEL DIRECTORIO: SIN ELLOS (COMO EN LA    ***
      *** EMPRESA DE PRACTICA, VER CLONEMP) NO SE PIDE NADA        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCAE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURAS ASSIGN TO DISK "FACTURA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FCNRO
           FILE STATUS IS FSTFAC.

           SELECT NOTAS ASSIGN TO DISK "NOTACD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS NCCLAVE
           FILE STATUS IS FSTNOT.

      *-- SOLO PARA LA LETRA DEL COMPROBANTE Y EL DOCUMENTO -------*
           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT F-EMPRESA ASSIGN TO DISK "EMPRESA.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEMPC.

           SELECT SOLICITUD ASSIGN TO DISK "CAESOL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSOL.

       DATA DIVISION.
       FILE SECTION.
        FD FACTURAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS R-FAC.

         COPY FACTURA.

        FD NOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS R-NOT.

         COPY NOTACD.

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

      *-- EMPRESA.CFG: RAZON SOCIAL (BANDA), CUIT DEL EMISOR Y ----*
      *-- PUNTO DE VENTA HABILITADO PARA LA FACTURA ELECTRONICA ---*
        FD F-EMPRESA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-EMPRESA.
         01 R-EMPRESA.
            02 CFG-RAZON    PIC X(26).
            02 CFG-CUIT     PIC X(11).
            02 CFG-PTOVTA   PIC X(04).
            02 FILLER       PIC X(19).

        FD SOLICITUD
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS R-SOL.
         01 R-SOL.
            02 SOL-TIPO    PIC 9(3).
            02 FILLER      PIC X VALUE ";".
            02 SOL-PTOVTA  PIC 9(4).
            02 FILLER      PIC X VALUE ";".
            02 SOL-NRO     PIC 9(8).
            02 FILLER      PIC X VALUE ";".
            02 SOL-FECHA   PIC 9(8).
            02 FILLER      PIC X VALUE ";".
            02 SOL-DOCTIP  PIC 9(2).
            02 FILLER      PIC X VALUE ";".
            02 SOL-DOCNRO  PIC 9(11).
            02 FILLER      PIC X VALUE ";".
            02 SOL-IMP     PIC 9(7),99.
            02 FILLER      PIC X VALUE ";".
            02 SOL-CUIT    PIC 9(11).

       WORKING-STORAGE SECTION.
       77 FSTFAC              PIC XX.
       77 FSTNOT              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTEMPC             PIC XX.
       77 FSTSOL              PIC XX.
       77 SW-NOTAS            PIC X VALUE "N".
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
       77 WCUIT-EMI           PIC 9(11) VALUE 0.
       77 WPTOVTA             PIC 9(4) VALUE 0.
      *-- LETRA DEL COMPROBANTE: "A" AL RESPONSABLE INSCRIPTO, -----*
      *-- "B" A TODOS LOS DEMAS (CONS.FINAL, EXENTO, MONOTRIBUTO) --*
       77 WLETRA              PIC X.
       77 WCA-TRAB            PIC 9(08).
       77 WIMP-TRAB           PIC 9(07)V99.
       77 CANT-SOLICITADOS    PIC 9(05) VALUE 0.
       77 CANT-REINTENTOS     PIC 9(05) VALUE 0.
       77 TOT-SOLICITADO      PIC 9(08)V99 VALUE 0.
       77 TOT-ED              PIC Z.ZZZ.ZZ9,99.

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(15) VALUE  SPACES.
          02 FILLER PIC X(38) VALUE
             "SOLICITUD DE CAE - FACTURA ELECTRONICA".
          02 FILLER PIC X(12) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01  SUBRAYAR-CABECERA.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-ROT   PIC X(04).
           02 SD-LETRA PIC X.
           02 FILLER   PIC X VALUE SPACE.
           02 SD-PTO   PIC 9(04).
           02 FILLER   PIC X VALUE "-".
           02 SD-NRO   PIC 9(08).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-CA    PIC 9(08).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-NOM   PIC X(25).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-IMP   PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-OBS   PIC X(09).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LEER-EMPRESA.
           IF WCUIT-EMI = 0 OR WPTOVTA = 0
              DISPLAY "GENCAE: FALTA EL CUIT DEL EMISOR O EL PUNTO DE "
                 "VENTA EN EMPRESA.CFG"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT FACTURAS.
           IF FSTFAC NOT = "00"
              DISPLAY "GENCAE: FACTURA.IND NO ENCONTRADA (FST="
                 FSTFAC ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "GENCAE: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              CLOSE FACTURAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- SIN NOTAS EMITIDAS TODAVIA SOLO SE PIDEN LAS FACTURAS ----*
           OPEN INPUT NOTAS.
           IF FSTNOT = "00"
              MOVE "S" TO SW-NOTAS
           ELSE
              MOVE "10" TO FSTNOT
           END-IF.
           ACCEPT WFECHA FROM DATE.
           OPEN OUTPUT SOLICITUD.
           PERFORM IMPRIMIR-TITULOS.
           PERFORM PROCESAR-FACTURA THRU F-PROCESAR-FACTURA
              UNTIL FSTFAC = "10".
           PERFORM PROCESAR-NOTA THRU F-PROCESAR-NOTA
              UNTIL FSTNOT = "10".
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-- EL CUIT Y EL PUNTO DE VENTA VAN A CONTINUACION DE LA -----*
      *-- RAZON SOCIAL; SI NO SON NUMERICOS QUEDAN EN CERO ---------*
       LEER-EMPRESA.
           OPEN INPUT F-EMPRESA.
           IF FSTEMPC = "00"
              READ F-EMPRESA AT END MOVE "10" TO FSTEMPC
              END-READ
              IF FSTEMPC = "00"
                 IF CFG-CUIT IS NUMERIC
                    MOVE CFG-CUIT TO WCUIT-EMI
                 END-IF
                 IF CFG-PTOVTA IS NUMERIC
                    MOVE CFG-PTOVTA TO WPTOVTA
                 END-IF
              END-IF
              CLOSE F-EMPRESA
           END-IF.

      *-- LAS ANULADAS NO SE PIDEN; LAS YA AUTORIZADAS TAMPOCO -----*
      *-- (NI LAS EMITIDAS EN PAPEL ANTES DE LA FACTURA ELECTRONICA)*
       PROCESAR-FACTURA.
           READ FACTURAS NEXT RECORD AT END MOVE "10" TO FSTFAC.
           IF FSTFAC = "10"
              GO TO F-PROCESAR-FACTURA
           END-IF.
           IF NOT FAC-EMITIDA
              GO TO F-PROCESAR-FACTURA
           END-IF.
           IF NOT FAC-PEND-CAE AND NOT FAC-RECH-CAE
              GO TO F-PROCESAR-FACTURA
           END-IF.
           MOVE FCCA TO WCA-TRAB.
           PERFORM BUSCAR-CLIENTE.
           IF WLETRA = "A"
              MOVE 1 TO SOL-TIPO
           ELSE
              MOVE 6 TO SOL-TIPO
           END-IF.
           MOVE FCNRO TO SOL-NRO.
           MOVE FCFECHA TO SOL-FECHA.
           MOVE FCTOT TO WIMP-TRAB.
           PERFORM GRABAR-SOLICITUD.
           MOVE "FAC " TO SD-ROT.
           MOVE FCNRO TO SD-NRO.
           MOVE FCNOM TO SD-NOM.
           IF FAC-RECH-CAE
              MOVE "REINTENTO" TO SD-OBS
              ADD 1 TO CANT-REINTENTOS
           ELSE
              MOVE SPACES TO SD-OBS
           END-IF.
           PERFORM IMPRIMIR-DETALLE.
       F-PROCESAR-FACTURA.
           EXIT.

       PROCESAR-NOTA.
           READ NOTAS NEXT RECORD AT END MOVE "10" TO FSTNOT.
           IF FSTNOT = "10"
              GO TO F-PROCESAR-NOTA
           END-IF.
           IF NOT NOT-PEND-CAE AND NOT NOT-RECH-CAE
              GO TO F-PROCESAR-NOTA
           END-IF.
           MOVE NCCA TO WCA-TRAB.
           PERFORM BUSCAR-CLIENTE.
      *-- N.DEBITO A = 002, B = 007 - N.CREDITO A = 003, B = 008 ---*
           IF NOTA-DEBITO
              MOVE "NDB " TO SD-ROT
              IF WLETRA = "A"
                 MOVE 2 TO SOL-TIPO
              ELSE
                 MOVE 7 TO SOL-TIPO
              END-IF
           ELSE
              MOVE "NCR " TO SD-ROT
              IF WLETRA = "A"
                 MOVE 3 TO SOL-TIPO
              ELSE
                 MOVE 8 TO SOL-TIPO
              END-IF
           END-IF.
           MOVE NCNRO TO SOL-NRO.
           MOVE NCFECHA TO SOL-FECHA.
           MOVE NCIMP TO WIMP-TRAB.
           PERFORM GRABAR-SOLICITUD.
           MOVE NCNRO TO SD-NRO.
           MOVE PAN TO SD-NOM.
           IF NOT-RECH-CAE
              MOVE "REINTENTO" TO SD-OBS
              ADD 1 TO CANT-REINTENTOS
           ELSE
              MOVE SPACES TO SD-OBS
           END-IF.
           PERFORM IMPRIMIR-DETALLE.
       F-PROCESAR-NOTA.
           EXIT.

      *-- CON CUIT VA COMO DOCUMENTO 80; SIN CUIT, COMO CONSUMIDOR -*
      *-- FINAL SIN IDENTIFICAR (99, NUMERO 0) ---------------------*
       BUSCAR-CLIENTE.
           MOVE "B" TO WLETRA.
           MOVE 99 TO SOL-DOCTIP.
           MOVE 0 TO SOL-DOCNRO.
           MOVE SPACES TO PAN.
           MOVE WCA-TRAB TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY MOVE "NO ENCONTRADO" TO PAN
              NOT INVALID KEY
                 IF PCUIT > 0
                    MOVE 80 TO SOL-DOCTIP
                    MOVE PCUIT TO SOL-DOCNRO
                 END-IF
                 IF PIVA = 1
                    MOVE "A" TO WLETRA
                 END-IF
           END-READ.

       GRABAR-SOLICITUD.
           MOVE WPTOVTA TO SOL-PTOVTA.
           MOVE WIMP-TRAB TO SOL-IMP.
           MOVE WCUIT-EMI TO SOL-CUIT.
           WRITE R-SOL.
           ADD 1 TO CANT-SOLICITADOS.
           ADD WIMP-TRAB TO TOT-SOLICITADO.

       IMPRIMIR-DETALLE.
           MOVE WLETRA TO SD-LETRA.
           MOVE WPTOVTA TO SD-PTO.
           MOVE WCA-TRAB TO SD-CA.
           MOVE WIMP-TRAB TO SD-IMP.
           ADD 1 TO L.
           DISPLAY SALIDA-DE-DETALLE LINE L
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           IF L NOT < WLIN-FOOT
              PERFORM ING-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 2 TO L
           END-IF.

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE WDD TO SDD.
           MOVE WMM TO SMM.
           MOVE WAA TO SAA.
           DISPLAY TITULO-CABECERA LINE L
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           ADD 1 TO L.
           DISPLAY SUBRAYAR-CABECERA LINE L.

       IMPRIMIR-TOTALES.
           MOVE TOT-SOLICITADO TO TOT-ED.
           ADD 2 TO L.
           DISPLAY "COMPROBANTES SOLICITADOS = " LINE L POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY CANT-SOLICITADOS LINE L POSITION 33
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           ADD 1 TO L.
           DISPLAY "  (REINTENTOS DE RECHAZADOS = " LINE L POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY CANT-REINTENTOS LINE L POSITION 35
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY ")" LINE L POSITION 40
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           ADD 1 TO L.
           DISPLAY "TOTAL SOLICITADO         = " LINE L POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY TOT-ED LINE L POSITION 33
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".

       ING-TECLA.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA.

       FIN.
           CLOSE FACTURAS PERSONA SOLICITUD.
           IF SW-NOTAS = "S"
              CLOSE NOTAS
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
