      *-- CORREND - CORRECCION DE RECHAZOS DE LA RENDICION DE LA  --*
      *-- COBRANZA EXTRABANCARIA - RECORRE RENDCOB.RCH (LO QUE    --*
      *-- RENDCOB NO PUDO ACREDITAR), MUESTRA CADA PAGO CON SU    --*
      *-- MOTIVO Y EL CODIGO ABIERTO EN SUS CAMPOS, Y DEJA        --*
      *-- CORREGIRLO, MANTENERLO O DESCARTARLO - AL CORREGIR SE   --*
      *-- RETIPEAN TIPO, CLIENTE, COMPROBANTE E IMPORTE COBRADO   --*
      *-- Y CODCOB REARMA EL ENTE Y EL DIGITO VERIFICADOR; UN     --*
      *-- PAGO SIN COMPROBANTE RECONOCIBLE SE PASA A TIPO 0 (A    --*
      *-- CUENTA) - LOS QUE QUEDAN SE AGREGAN A RENDCOB.DAT PARA  --*
      *-- VOLVER A CORRER RENDCOB, Y EL .RCH SE ELIMINA (MISMO    --*
      *-- CIRCUITO QUE CORMOV PARA EL LOTE DE MOVIMIENTOS)        --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORREND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RECHAZOS ASSIGN TO DISK "RENDCOB.RCH"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTRCH.

           SELECT F-RENDICION ASSIGN TO DISK "RENDCOB.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTREN.

       DATA DIVISION.
       FILE SECTION.
        FD F-RECHAZOS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS R-RECHAZO.
         01 R-RECHAZO.
            02 RCH-MOTIVO           PIC 99.
            02 RCH-SEP              PIC X.
            02 RCH-LINEA            PIC X(70).

        FD F-RENDICION
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-REN.
         01 R-REN                   PIC X(70).

       WORKING-STORAGE SECTION.
       77 FSTRCH              PIC XX.
       77 FSTREN              PIC XX.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-ACC              PIC X.
       77 CANT-LEIDOS         PIC 9(4) VALUE 0.
       77 CANT-GRABADOS       PIC 9(4) VALUE 0.
       77 NOMBRE-RCH          PIC X(20) VALUE "RENDCOB.RCH".
       77 RC-OS               PIC 9(9) COMP-5.

      *-- EL PAGO ABIERTO EN SUS CAMPOS, EL MISMO LAYOUT DE LA -----*
      *-- RENDICION DE RENDCOB -------------------------------------*
       01 PAGO-REN.
          02 TR-FECHA             PIC 9(8).
          02 TR-CODIGO            PIC X(55).
          02 TR-IMP               PIC 9(05)V99.

       COPY BARCOB.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT F-RECHAZOS.
           IF FSTRCH NOT = "00"
              DISPLAY "CORREND: NO HAY RENDCOB.RCH PARA CORREGIR"
              GOBACK
           END-IF.
      *-- SE AGREGA A LA RENDICION QUE HAYA LLEGADO MIENTRAS TANTO -*
           OPEN EXTEND F-RENDICION.
           IF FSTREN NOT = "00"
              OPEN OUTPUT F-RENDICION
           END-IF.
           PERFORM TRATAR-RECHAZO THRU F-TRATAR-RECHAZO
              UNTIL FSTRCH = "10".
           CLOSE F-RECHAZOS F-RENDICION.
      *-- EL ARCHIVO DE RECHAZOS YA SE PROCESO ENTERO --------------*
           CALL "CBL_DELETE_FILE" USING NOMBRE-RCH RETURNING RC-OS.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CORREND: RECHAZOS TRATADOS = " LINE 10 POSITION 10.
           DISPLAY CANT-LEIDOS LINE 10 POSITION 40.
           DISPLAY "CORREND: REPRESENTADOS     = " LINE 11 POSITION 10.
           DISPLAY CANT-GRABADOS LINE 11 POSITION 40.
           IF CANT-GRABADOS > 0
              DISPLAY "RENDCOB.DAT LISTO - VUELVA A CORRER RENDCOB"
                 LINE 13 POSITION 10 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-IF.
           PERFORM PULSAR-TECLA.
           GOBACK.

       TRATAR-RECHAZO.
           READ F-RECHAZOS AT END MOVE "10" TO FSTRCH.
           IF FSTRCH = "10"
              GO TO F-TRATAR-RECHAZO
           END-IF.
           ADD 1 TO CANT-LEIDOS.
           MOVE RCH-LINEA TO PAGO-REN.
           MOVE TR-CODIGO TO BARRA-COBRANZA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "CORRECCION DE RECHAZOS DE LA COBRANZA EXTRABANCARIA"
              LINE 02 POSITION 14 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "MOTIVO DEL RECHAZO: " LINE 04 POSITION 05
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           DISPLAY RCH-MOTIVO LINE 04 POSITION 26.
           DISPLAY "FECHA PAGO : " LINE 05 POSITION 05.
           DISPLAY TR-FECHA LINE 05 POSITION 19.
           DISPLAY "CODIGO     : " LINE 06 POSITION 05.
           DISPLAY TR-CODIGO LINE 06 POSITION 19.
           DISPLAY "TIPO       : " LINE 07 POSITION 05.
           DISPLAY BR-TIPO LINE 07 POSITION 19.
           DISPLAY "CLIENTE    : " LINE 08 POSITION 05.
           DISPLAY BR-CA LINE 08 POSITION 19.
           DISPLAY "COMPROB.   : " LINE 09 POSITION 05.
           DISPLAY BR-COMP LINE 09 POSITION 19.
           DISPLAY "1ER VTO.   : " LINE 10 POSITION 05.
           DISPLAY BR-VTO1 LINE 10 POSITION 19.
           DISPLAY BR-IMP1 LINE 10 POSITION 30.
           DISPLAY "COBRADO    : " LINE 11 POSITION 05.
           DISPLAY TR-IMP LINE 11 POSITION 19.
           DISPLAY "C=CORRIGE M=MANTIENE D=DESCARTA : "
              LINE 12 POSITION 05.
           ACCEPT OP-ACC LINE 12 POSITION 40.
           IF OP-ACC = "D" OR OP-ACC = "d"
              GO TO F-TRATAR-RECHAZO
           END-IF.
           IF OP-ACC = "C" OR OP-ACC = "c"
              PERFORM CORREGIR-CAMPOS
           END-IF.
           MOVE PAGO-REN TO R-REN.
           WRITE R-REN.
           ADD 1 TO CANT-GRABADOS.
       F-TRATAR-RECHAZO.
           EXIT.

      *-- SE RETIPEAN LOS CAMPOS Y EL CODIGO SE REARMA CON EL ENTE -*
      *-- Y EL DIGITO VERIFICADOR QUE ESPERA RENDCOB - SI EL CODIGO-*
      *-- ERA ILEGIBLE, EL PRIMER VENCIMIENTO ES LA FECHA DE PAGO --*
      *-- Y EL IMPORTE ORIGINAL EL COBRADO (SIN RECARGO) -----------*
       CORREGIR-CAMPOS.
           DISPLAY "COMPROBANTE: FACTURA NRO(6)+00000 - A CUENTA 0"
              LINE 20 POSITION 05.
           DISPLAY "ALUMNO AAAAMMDD+SEC(3) - PLAN NRO(6)+CUO(2)+000"
              LINE 21 POSITION 05.
           DISPLAY "NUEVO TIPO (0-3)        : " LINE 14 POSITION 05.
           ACCEPT BR-TIPO LINE 14 POSITION 32.
           DISPLAY "NUEVO CLIENTE           : " LINE 15 POSITION 05.
           ACCEPT BR-CA LINE 15 POSITION 32.
           DISPLAY "NUEVO COMPROBANTE       : " LINE 16 POSITION 05.
           ACCEPT BR-COMP LINE 16 POSITION 32.
           DISPLAY "NUEVO IMPORTE COBRADO   : " LINE 17 POSITION 05.
           ACCEPT TR-IMP LINE 17 POSITION 32.
           DISPLAY "NUEVA FECHA PAGO        : " LINE 18 POSITION 05.
           ACCEPT TR-FECHA LINE 18 POSITION 32.
           IF BR-A-CUENTA
              MOVE 0 TO BR-COMP
           END-IF.
           IF BR-IMP1 IS NOT NUMERIC OR BR-VTO1 IS NOT NUMERIC
              MOVE TR-IMP TO BR-IMP1
              MOVE TR-FECHA TO BR-VTO1
           END-IF.
           CALL   "CODCOB" USING BARRA-COBRANZA
           CANCEL "CODCOB".
           MOVE BARRA-COBRANZA TO TR-CODIGO.

       PULSAR-TECLA.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 23 POSITION 25
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.
