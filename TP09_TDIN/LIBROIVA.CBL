      *** EL LIBRO SALE MARCADO PROVISORIO: EL DEFINITIVO SE       ***
      *** EMITE RECIEN CON EL MES CERRADO POR CIERREM, Y UN MES    ***
      *** CERRADO YA NO ADMITE COMPROBANTES NUEVOS                 ***
      *** AL PIE LISTA COMO EXCEPCION LAS FACTURAS Y NOTAS DEL MES ***
      *** QUE SIGUEN SIN CAE (PENDIENTES O RECHAZADAS, VER GENCAE  ***
      *** Y RESPCAE): SIN AUTORIZACION NO SON COMPROBANTES VALIDOS ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBROIVA.
       ENVIRONMENT DIVISION.
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

      *-- SOLO PARA LA LISTA DE EXCEPCIONES SIN CAE ----------------*
           SELECT NOTAS ASSIGN TO DISK "NOTACD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NCCLAVE
           FILE STATUS IS FSTNOT.

           SELECT PERIODOS ASSIGN TO DISK "PERIODO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
       FILE SECTION.
        FD FACTURAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS R-FAC.

         COPY FACTURA.

         COPY PERSONA.

        FD NOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS R-NOT.

         COPY NOTACD.

        FD PERIODOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
       77 FSTFAC              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTPERI             PIC XX.
       77 FSTNOT              PIC XX.
       77 SW-NOTAS            PIC X VALUE "N".
       77 WCUIT-CLI           PIC 9(11).
       77 WIVA-CLI            PIC 9.
       77 FSTSPL              PIC XX.
       77 WIVA                PIC 9(05)V99.
       77 CANT-COMP           PIC 9(05) VALUE 0.
       77 CANT-ANUL           PIC 9(05) VALUE 0.
       77 CANT-SIN-CAE        PIC 9(05) VALUE 0.
       77 CANT-ED             PIC ZZZZ9.
       77 TOT-NETO            PIC 9(08)V99 VALUE 0.
       77 TOT-IVA             PIC 9(08)V99 VALUE 0.
       77 TOT-TOT             PIC 9(08)V99 VALUE 0.
           02 SD-OBS   PIC X(07).
           02 FILLER   PIC X(17) VALUE SPACES.

      *-- RENGLON DE LA LISTA DE EXCEPCIONES SIN CAE --------------*
       01  SALIDA-SIN-CAE.
           02 SX-TIPO  PIC X(03).
           02 SX-NRO   PIC 9(06).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SX-FECHA PIC 9(08).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SX-TOT   PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SX-EST   PIC X(10).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SX-MOT   PIC X(30).
           02 FILLER   PIC X(06) VALUE SPACES.

       01  SALIDA-DE-TOTALES.
           02 FILLER  PIC X(02) VALUE SPACES.
           02 SL-ROT  PIC X(26).
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           OPEN INPUT PERSONA.
           OPEN INPUT NOTAS.
           IF FSTNOT = "00"
              MOVE "S" TO SW-NOTAS
           END-IF.
           OPEN OUTPUT EXPORTA.
           MOVE "TIPO;NUMERO;FECHA;CLIENTE;CUIT;COND;NETO;IVA;TOTAL"
              TO R-EXP.
           PERFORM TRATAR-FACTURA THRU F-TRATAR-FACTURA
              UNTIL FSTFAC = "10".
           PERFORM IMPRIMIR-TOTALES.
           PERFORM LISTAR-SIN-CAE THRU F-LISTAR-SIN-CAE.
           PERFORM ING-TECLA.
           GO TO FIN.

           MOVE WNETO TO SD-NETO.
           MOVE WIVA TO SD-IVA.
           MOVE FCTOT TO SD-TOT.
           IF FAC-PEND-CAE OR FAC-RECH-CAE
              MOVE "SIN CAE" TO SD-OBS
           ELSE
              MOVE SPACES TO SD-OBS
           END-IF.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.

      *-- EXCEPCIONES: FACTURAS (NO ANULADAS) Y NOTAS DEL PERIODO -*
      *-- QUE TODAVIA NO TIENEN CAE - LAS EMITIDAS EN PAPEL ANTES --*
      *-- DE LA FACTURA ELECTRONICA (ESTADO EN BLANCO) NO CUENTAN --*
       LISTAR-SIN-CAE.
           MOVE 0 TO CANT-SIN-CAE.
           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "COMPROBANTES DEL PERIODO SIN CAE (EXCEPCIONES)"
              TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE 0 TO FCNRO.
           MOVE "00" TO FSTFAC.
           START FACTURAS KEY IS NOT LESS THAN FCNRO
              INVALID KEY MOVE "10" TO FSTFAC
           END-START.
           PERFORM MIRAR-FACTURA-CAE THRU F-MIRAR-FACTURA-CAE
              UNTIL FSTFAC = "10".
           IF SW-NOTAS = "S"
              MOVE LOW-VALUES TO NCCLAVE
              START NOTAS KEY IS NOT LESS THAN NCCLAVE
                 INVALID KEY MOVE "10" TO FSTNOT
              END-START
              PERFORM MIRAR-NOTA-CAE THRU F-MIRAR-NOTA-CAE
                 UNTIL FSTNOT = "10"
           END-IF.
           MOVE SPACES TO R-IMP.
           IF CANT-SIN-CAE = 0
              MOVE "  NO HAY COMPROBANTES SIN CAE EN EL PERIODO"
                 TO R-IMP
           ELSE
              MOVE CANT-SIN-CAE TO CANT-ED
              STRING "  COMPROBANTES SIN CAE: " DELIMITED BY SIZE
                     CANT-ED DELIMITED BY SIZE
                     INTO R-IMP
           END-IF.
           PERFORM ESCRIBIR-LINEA.
       F-LISTAR-SIN-CAE.
           EXIT.

       MIRAR-FACTURA-CAE.
           READ FACTURAS NEXT RECORD AT END MOVE "10" TO FSTFAC.
           IF FSTFAC = "10"
              GO TO F-MIRAR-FACTURA-CAE
           END-IF.
           IF FCAA NOT = WPER-AA OR FCMM NOT = WPER-MM
              GO TO F-MIRAR-FACTURA-CAE
           END-IF.
           IF FAC-ANULADA
              GO TO F-MIRAR-FACTURA-CAE
           END-IF.
           IF NOT FAC-PEND-CAE AND NOT FAC-RECH-CAE
              GO TO F-MIRAR-FACTURA-CAE
           END-IF.
           MOVE "FC " TO SX-TIPO.
           MOVE FCNRO TO SX-NRO.
           MOVE FCFECHA TO SX-FECHA.
           MOVE FCTOT TO SX-TOT.
           IF FAC-RECH-CAE
              MOVE "RECHAZADA " TO SX-EST
              MOVE FCMOTRECH TO SX-MOT
           ELSE
              MOVE "PENDIENTE " TO SX-EST
              MOVE SPACES TO SX-MOT
           END-IF.
           PERFORM IMPRIMIR-SIN-CAE.
       F-MIRAR-FACTURA-CAE.
           EXIT.

       MIRAR-NOTA-CAE.
           READ NOTAS NEXT RECORD AT END MOVE "10" TO FSTNOT.
           IF FSTNOT = "10"
              GO TO F-MIRAR-NOTA-CAE
           END-IF.
           IF NCAA NOT = WPER-AA OR NCMM NOT = WPER-MM
              GO TO F-MIRAR-NOTA-CAE
           END-IF.
           IF NOT NOT-PEND-CAE AND NOT NOT-RECH-CAE
              GO TO F-MIRAR-NOTA-CAE
           END-IF.
           IF NOTA-CREDITO
              MOVE "NC " TO SX-TIPO
           ELSE
              MOVE "ND " TO SX-TIPO
           END-IF.
           MOVE NCNRO TO SX-NRO.
           MOVE NCFECHA TO SX-FECHA.
           MOVE NCIMP TO SX-TOT.
           IF NOT-RECH-CAE
              MOVE "RECHAZADA " TO SX-EST
              MOVE NCMOTRECH TO SX-MOT
           ELSE
              MOVE "PENDIENTE " TO SX-EST
              MOVE SPACES TO SX-MOT
           END-IF.
           PERFORM IMPRIMIR-SIN-CAE.
       F-MIRAR-NOTA-CAE.
           EXIT.

       IMPRIMIR-SIN-CAE.
           ADD 1 TO CANT-SIN-CAE.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-SIN-CAE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.

       FIN.
           CLOSE FACTURAS PERSONA IMPRE EXPORTA.
           IF SW-NOTAS = "S"
              CLOSE NOTAS
           END-IF.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.
