      *** RESPCAE - RESPUESTA DEL SERVICIO DE FACTURACION          ***
      *** ELECTRONICA A LA SOLICITUD DE CAE (VER GENCAE) - LEE     ***
      *** RESPCAE.DAT (TIPO;PTO.VTA;NUMERO;RESULTADO;CAE;          ***
      *** VENCIMIENTO CAE;MOTIVO, RESULTADO A = APROBADO,          ***
      *** R = RECHAZADO) - CADA APROBADO QUEDA EN FACTURA.IND O    ***
      *** NOTACD.IND CON SU CAE Y VENCIMIENTO Y RECIEN AHI SE      ***
      *** PUEDE IMPRIMIR (IMPCOMP) - CADA RECHAZADO QUEDA CON EL   ***
      *** MOTIVO, Y GENCAE LO VUELVE A PEDIR EN LA PROXIMA         ***
      *** SOLICITUD - LIBROIVA LISTA LOS QUE SIGUEN SIN CAE        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPCAE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPUESTA ASSIGN TO DISK "RESPCAE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTRSP.

           SELECT FACTURAS ASSIGN TO DISK "FACTURA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCNRO
           FILE STATUS IS FSTFAC.

           SELECT NOTAS ASSIGN TO DISK "NOTACD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NCCLAVE
           FILE STATUS IS FSTNOT.

       DATA DIVISION.
       FILE SECTION.
        FD RESPUESTA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS R-RSP.
         01 R-RSP  PIC X(80).

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

       WORKING-STORAGE SECTION.
       77 FSTRSP              PIC XX.
       77 FSTFAC              PIC XX.
       77 FSTNOT              PIC XX.
       77 SW-NOTAS            PIC X VALUE "N".
       77 RC-OS               PIC 9(9) COMP-5.
       77 NOMBRE-RESP         PIC X(20) VALUE "RESPCAE.DAT".
      *-- CAMPOS DESARMADOS DEL RENGLON DE RESPUESTA ---------------*
       77 CMP-TIPO            PIC X(3).
       77 CMP-PTO             PIC X(4).
       77 CMP-NRO             PIC X(8).
       77 CMP-RES             PIC X(1).
       77 CMP-CAE             PIC X(14).
       77 CMP-VTO             PIC X(8).
       77 CMP-MOT             PIC X(30).
       77 WTIPO               PIC 9(3).
       77 WNRO                PIC 9(8).
       77 WPTO                PIC 9(4).
       77 CANT-APROBADOS      PIC 9(05) VALUE 0.
       77 CANT-RECHAZADOS     PIC 9(05) VALUE 0.
       77 CANT-ERRORES        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT RESPUESTA.
           IF FSTRSP NOT = "00"
              DISPLAY "RESPCAE: NO HAY RESPCAE.DAT PARA PROCESAR"
              GOBACK
           END-IF.
           OPEN I-O FACTURAS.
           IF FSTFAC NOT = "00"
              DISPLAY "RESPCAE: FACTURA.IND NO ENCONTRADA (FST="
                 FSTFAC ")"
              CLOSE RESPUESTA
              GOBACK
           END-IF.
           OPEN I-O NOTAS.
           IF FSTNOT = "00"
              MOVE "S" TO SW-NOTAS
           END-IF.
           PERFORM PROCESAR-RENGLON THRU F-PROCESAR-RENGLON
              UNTIL FSTRSP = "10".
           CLOSE RESPUESTA FACTURAS.
           IF SW-NOTAS = "S"
              CLOSE NOTAS
           END-IF.
      *-- LA RESPUESTA YA SE PROCESO ENTERA: SE ELIMINA PARA QUE ---*
      *-- UNA SEGUNDA CORRIDA NO LA VUELVA A APLICAR ---------------*
           CALL "CBL_DELETE_FILE" USING NOMBRE-RESP RETURNING RC-OS.
           DISPLAY "RESPCAE: COMPROBANTES APROBADOS  = " CANT-APROBADOS.
           DISPLAY "RESPCAE: COMPROBANTES RECHAZADOS = "
              CANT-RECHAZADOS.
           DISPLAY "RESPCAE: RENGLONES CON ERROR     = " CANT-ERRORES.
           GOBACK.

       PROCESAR-RENGLON.
           READ RESPUESTA AT END MOVE "10" TO FSTRSP.
           IF FSTRSP = "10"
              GO TO F-PROCESAR-RENGLON
           END-IF.
           MOVE SPACES TO CMP-TIPO CMP-PTO CMP-NRO CMP-RES CMP-CAE
                          CMP-VTO CMP-MOT.
           UNSTRING R-RSP DELIMITED BY ";"
              INTO CMP-TIPO CMP-PTO CMP-NRO CMP-RES CMP-CAE
                   CMP-VTO CMP-MOT.
           INSPECT CMP-TIPO REPLACING LEADING " " BY "0".
           INSPECT CMP-PTO REPLACING LEADING " " BY "0".
           INSPECT CMP-NRO REPLACING LEADING " " BY "0".
           IF CMP-TIPO IS NOT NUMERIC OR CMP-NRO IS NOT NUMERIC
              OR CMP-PTO IS NOT NUMERIC
              ADD 1 TO CANT-ERRORES
              GO TO F-PROCESAR-RENGLON
           END-IF.
           MOVE CMP-TIPO TO WTIPO.
           MOVE CMP-NRO TO WNRO.
           MOVE CMP-PTO TO WPTO.
      *-- LA NUMERACION PROPIA ES DE 6 DIGITOS (TALONARIOS) --------*
           IF WNRO > 999999
              ADD 1 TO CANT-ERRORES
              GO TO F-PROCESAR-RENGLON
           END-IF.
      *-- UN APROBADO SIN CAE O SIN VENCIMIENTO NO SIRVE -----------*
           IF CMP-RES = "A" OR CMP-RES = "a"
              IF CMP-CAE IS NOT NUMERIC OR CMP-VTO IS NOT NUMERIC
                 ADD 1 TO CANT-ERRORES
                 GO TO F-PROCESAR-RENGLON
              END-IF
           END-IF.
           EVALUATE WTIPO
              WHEN 1
              WHEN 6
                 PERFORM ASENTAR-FACTURA THRU F-ASENTAR-FACTURA
              WHEN 2
              WHEN 7
                 MOVE "D" TO NCTIPO
                 PERFORM ASENTAR-NOTA THRU F-ASENTAR-NOTA
              WHEN 3
              WHEN 8
                 MOVE "C" TO NCTIPO
                 PERFORM ASENTAR-NOTA THRU F-ASENTAR-NOTA
              WHEN OTHER
                 ADD 1 TO CANT-ERRORES
           END-EVALUATE.
       F-PROCESAR-RENGLON.
           EXIT.

      *-- SOLO SE TOCA LO QUE ESTA ESPERANDO CAE: UN COMPROBANTE ---*
      *-- YA AUTORIZADO NO SE PISA CON UNA RESPUESTA REPETIDA ------*
       ASENTAR-FACTURA.
           MOVE WNRO TO FCNRO.
           READ FACTURAS KEY IS FCNRO
              INVALID KEY
                 ADD 1 TO CANT-ERRORES
                 GO TO F-ASENTAR-FACTURA
           END-READ.
           IF NOT FAC-PEND-CAE AND NOT FAC-RECH-CAE
              ADD 1 TO CANT-ERRORES
              GO TO F-ASENTAR-FACTURA
           END-IF.
           IF CMP-RES = "A" OR CMP-RES = "a"
              MOVE "A" TO FCCAEEST
              MOVE CMP-CAE TO FCCAE
              MOVE CMP-VTO TO FCVTOCAE
              MOVE SPACES TO FCMOTRECH
              MOVE WTIPO TO FCCBTE
              MOVE WPTO TO FCPTOVTA
              ADD 1 TO CANT-APROBADOS
           ELSE
              MOVE "R" TO FCCAEEST
              MOVE 0 TO FCCAE FCVTOCAE FCCBTE FCPTOVTA
              MOVE CMP-MOT TO FCMOTRECH
              ADD 1 TO CANT-RECHAZADOS
           END-IF.
           REWRITE R-FAC
              INVALID KEY ADD 1 TO CANT-ERRORES
           END-REWRITE.
       F-ASENTAR-FACTURA.
           EXIT.

       ASENTAR-NOTA.
           IF SW-NOTAS NOT = "S"
              ADD 1 TO CANT-ERRORES
              GO TO F-ASENTAR-NOTA
           END-IF.
           MOVE WNRO TO NCNRO.
           READ NOTAS KEY IS NCCLAVE
              INVALID KEY
                 ADD 1 TO CANT-ERRORES
                 GO TO F-ASENTAR-NOTA
           END-READ.
           IF NOT NOT-PEND-CAE AND NOT NOT-RECH-CAE
              ADD 1 TO CANT-ERRORES
              GO TO F-ASENTAR-NOTA
           END-IF.
           IF CMP-RES = "A" OR CMP-RES = "a"
              MOVE "A" TO NCCAEEST
              MOVE CMP-CAE TO NCCAE
              MOVE CMP-VTO TO NCVTOCAE
              MOVE SPACES TO NCMOTRECH
              MOVE WTIPO TO NCCBTE
              MOVE WPTO TO NCPTOVTA
              ADD 1 TO CANT-APROBADOS
           ELSE
              MOVE "R" TO NCCAEEST
              MOVE 0 TO NCCAE NCVTOCAE NCCBTE NCPTOVTA
              MOVE CMP-MOT TO NCMOTRECH
              ADD 1 TO CANT-RECHAZADOS
           END-IF.
           REWRITE R-NOT
              INVALID KEY ADD 1 TO CANT-ERRORES
           END-REWRITE.
       F-ASENTAR-NOTA.
           EXIT.
