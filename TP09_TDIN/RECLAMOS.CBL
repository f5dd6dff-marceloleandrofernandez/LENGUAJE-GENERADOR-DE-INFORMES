      *** RECLAMOS - REGISTRO DE RECLAMOS DE CLIENTES              ***
      *** A=ALTA: CLIENTE DE PERSONA.IND O ALUMNO DE MAEALU.IND    ***
      *** (CON LA CUENTA DE SU RESPONSABLE DE PAGO, ALUPAG.IND),   ***
      *** MOTIVO CODIFICADO, COMPROBANTE RECLAMADO (FACTURA DE     ***
      *** FACTURA.IND O MOVIMIENTO DE MOVPER.IND DE ESA CUENTA) Y  ***
      *** DETALLE - TOMA UN NUMERO CORRELATIVO DEL TALONARIO       ***
      *** RECLAMO.CTL Y LO GRABA ABIERTO EN RECLAMOS.IND CON EL    ***
      *** OPERADOR QUE LO RECIBIO - E=PASA A EN ANALISIS UN        ***
      *** ABIERTO - R=RECHAZA UN ABIERTO O EN ANALISIS, CON LA     ***
      *** RESPUESTA AL CLIENTE - C=CONSULTA POR NUMERO O POR       ***
      *** CUENTA - EL RESUELTO CON NOTA DE CREDITO LO CIERRA       ***
      *** NOTASCD AL EMITIRLA; LISRCL INFORMA EL MES               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMOS ASSIGN TO DISK "RECLAMOS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RLNRO
           ALTERNATE RECORD KEY IS RLCA DUPLICATES
           FILE STATUS IS FSTRCL.

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

      *-- ALUMNOS Y SU RESPONSABLE DE PAGO: SIN ESTOS ARCHIVOS -----*
      *-- SOLO SE REGISTRAN RECLAMOS DE CLIENTES -------------------*
           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT VINCULOS ASSIGN TO DISK "ALUPAG.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS APALU
           ALTERNATE RECORD KEY IS APCA DUPLICATES
           FILE STATUS IS FSTAPG.

      *-- COMPROBANTES QUE SE PUEDEN RECLAMAR ----------------------*
           SELECT FACTURAS ASSIGN TO DISK "FACTURA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCNRO
           FILE STATUS IS FSTFAC.

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

      *-- TALONARIO: PROXIMO NUMERO DE RECLAMO - SE REGRABA APENAS -*
      *-- SE TOMA UN NUMERO, COMO EL DE PRESUPUESTOS ---------------*
           SELECT TALONARIO ASSIGN TO DISK "RECLAMO.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

       DATA DIVISION.
       FILE SECTION.
        FD RECLAMOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 175 CHARACTERS
           DATA RECORD IS R-RCL.

         COPY RECLAMO.

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD VINCULOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS R-APG.

         COPY ALUPAG.

        FD FACTURAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS R-FAC.

         COPY FACTURA.

        FD MOVIMIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS R-MOV.

         COPY MOVPER.

        FD TALONARIO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS R-TAL.

         01 R-TAL.
            02 TAL-PROX  PIC 9(06).

       WORKING-STORAGE SECTION.
       77 FSTRCL              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTAPG              PIC XX.
       77 FSTFAC              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTTAL              PIC XX.
       77 SW-ALU-ARCH         PIC X VALUE "N".
       77 SW-APG-ARCH         PIC X VALUE "N".
       77 SW-FAC-ARCH         PIC X VALUE "N".
       77 SW-MOV-ARCH         PIC X VALUE "N".
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 OP-ACC              PIC X.
       77 L                   PIC 99 VALUE 0.

      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
      *-- PARA LEER LOS VALORES DE OPERACION DE PARAMETROS.IND ----*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.

       77 WNRO                PIC 9(06).
       77 SW-RCL-OK           PIC X.
       77 SW-FIN-CTA          PIC X.
       77 CANT-ALTAS          PIC 9(04) VALUE 0.
       77 CANT-CAMBIOS        PIC 9(04) VALUE 0.
       77 CANT-ED             PIC ZZZ9.
       77 IMP-ED              PIC ZZ.ZZ9,99.
       77 WEST                PIC X(12).

      *-- DATOS TIPEADOS ANTES DE CONFIRMAR EL RECLAMO -------------*
       77 ENT-NRO             PIC 9(06).
       77 ENT-TIT             PIC X.
       77 ENT-COD             PIC 9(08).
       77 ENT-CA              PIC 9(08).
       77 ENT-NOM             PIC X(30).
       77 ENT-SUC             PIC 9(03).
       77 ENT-MOT             PIC 9(02).
       77 ENT-CTIPO           PIC X.
       77 ENT-FAC             PIC 9(06).
       77 ENT-MFECHA          PIC 9(8).
       77 ENT-MSEC            PIC 9(03).
       77 ENT-DET             PIC X(40).
       77 ENT-RES             PIC X(30).

      *-- MOTIVOS CODIFICADOS (VER MOTRCL.CPY) ---------------------*
       77 MOT-POS             PIC 99.
       77 MOT-DES             PIC X(28).
       77 SW-MOT              PIC X.
       COPY MOTRCL.
       01 LINEA-MOTIVO.
          02 LM-COD           PIC 99.
          02 FILLER           PIC X VALUE SPACE.
          02 LM-DES           PIC X(28).

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       01 WFECHA-VER.
          02 WAA-VER          PIC 9(4).
          02 WMM-VER          PIC 9(2).
          02 WDD-VER          PIC 9(2).
       01 WFECHA-VER-N REDEFINES WFECHA-VER PIC 9(8).
       01 LINEA-FECHA.
          02 LF-DD            PIC 99/.
          02 LF-MM            PIC 99/.
          02 LF-AA            PIC 9(4).

       01 LINEA-CUENTA.
          02 LC-NRO           PIC 9(06).
          02 FILLER           PIC X VALUE SPACE.
          02 LC-FECHA         PIC X(10).
          02 FILLER           PIC X VALUE SPACE.
          02 LC-MOT           PIC 99.
          02 FILLER           PIC X VALUE SPACE.
          02 LC-DES           PIC X(20).
          02 FILLER           PIC X VALUE SPACE.
          02 LC-EST           PIC X(12).
          02 FILLER           PIC X VALUE SPACE.
          02 LC-NC            PIC ZZZZZ9.

       01 BLANCOS             PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON RECLAMOS.
       ERROR-APERTURA.
           IF FSTRCL NOT = "00"
              OPEN OUTPUT RECLAMOS
              CLOSE RECLAMOS
              OPEN I-O RECLAMOS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "RECLAMOS: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- EL OPERADOR ES EL QUE FIRMO EL INGRESO EN ESTA TERMINAL --*
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "RECLAMOS: SIN OPERADOR FIRMADO (FALTA LOGON)"
              CLOSE PERSONA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O RECLAMOS.
           OPEN INPUT MAESTRO.
           IF FSTALU = "00"
              MOVE "S" TO SW-ALU-ARCH
           END-IF.
           OPEN INPUT VINCULOS.
           IF FSTAPG = "00"
              MOVE "S" TO SW-APG-ARCH
           END-IF.
           OPEN INPUT FACTURAS.
           IF FSTFAC = "00"
              MOVE "S" TO SW-FAC-ARCH
           END-IF.
           OPEN INPUT MOVIMIENTOS.
           IF FSTMOV = "00"
              MOVE "S" TO SW-MOV-ARCH
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-TALONARIO.

       MENU-RECLAMOS.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RECLAMOS DE CLIENTES" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PROXIMO RECLAMO: " LINE 03 POSITION 55.
           DISPLAY WNRO LINE 03 POSITION 72.
           DISPLAY "A=ALTA E=EN ANALISIS R=RECHAZO C=CONSULTA F=FIN: "
              LINE 04 POSITION 05.
           ACCEPT OP-ACC LINE 04 POSITION 56.
           EVALUATE OP-ACC
              WHEN "A" PERFORM ALTA-RECLAMO THRU F-ALTA-RECLAMO
              WHEN "a" PERFORM ALTA-RECLAMO THRU F-ALTA-RECLAMO
              WHEN "E" PERFORM CAMBIAR-ESTADO THRU F-CAMBIAR-ESTADO
              WHEN "e" PERFORM CAMBIAR-ESTADO THRU F-CAMBIAR-ESTADO
              WHEN "R" PERFORM CAMBIAR-ESTADO THRU F-CAMBIAR-ESTADO
              WHEN "r" PERFORM CAMBIAR-ESTADO THRU F-CAMBIAR-ESTADO
              WHEN "C" PERFORM CONSULTAR THRU F-CONSULTAR
              WHEN "c" PERFORM CONSULTAR THRU F-CONSULTAR
              WHEN "F" GO TO FIN
              WHEN "f" GO TO FIN
           END-EVALUATE.
           GO TO MENU-RECLAMOS.

      *-- ALTA: QUIEN RECLAMA, MOTIVO, COMPROBANTE Y DETALLE -------*
       ALTA-RECLAMO.
           DISPLAY BLANCOS LINE 04 POSITION 05.
           DISPLAY "ALTA DE RECLAMO" LINE 04 POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           IF SW-ALU-ARCH = "S"
              DISPLAY "RECLAMA (C=CLIENTE A=ALUMNO F=VUELVE): "
                 LINE 06 POSITION 05
              ACCEPT ENT-TIT LINE 06 POSITION 45
           ELSE
              DISPLAY "RECLAMA UN CLIENTE (F=VUELVE, OTRA=SIGUE): "
                 LINE 06 POSITION 05
              ACCEPT ENT-TIT LINE 06 POSITION 49
              IF ENT-TIT NOT = "F" AND ENT-TIT NOT = "f"
                 MOVE "C" TO ENT-TIT
              END-IF
           END-IF.
           IF ENT-TIT = "c"
              MOVE "C" TO ENT-TIT
           END-IF.
           IF ENT-TIT = "a"
              MOVE "A" TO ENT-TIT
           END-IF.
           IF ENT-TIT NOT = "C" AND ENT-TIT NOT = "A"
              GO TO F-ALTA-RECLAMO
           END-IF.
           DISPLAY "CODIGO: " LINE 07 POSITION 05.
           ACCEPT ENT-COD LINE 07 POSITION 13.
           IF ENT-COD IS NOT NUMERIC
              MOVE 0 TO ENT-COD
           END-IF.
           IF ENT-COD = 0
              GO TO F-ALTA-RECLAMO
           END-IF.
           IF ENT-TIT = "C"
              PERFORM TRAER-CLIENTE THRU F-TRAER-CLIENTE
           ELSE
              PERFORM TRAER-ALUMNO THRU F-TRAER-ALUMNO
           END-IF.
           IF ENT-NOM = SPACES
              GO TO F-ALTA-RECLAMO
           END-IF.
           DISPLAY ENT-NOM LINE 07 POSITION 23.
           IF ENT-TIT = "A"
              DISPLAY "CUENTA RESPONSABLE: " LINE 08 POSITION 05
              IF ENT-CA = 0
                 DISPLAY "SIN VINCULO (VER ABMRESP)" LINE 08
                    POSITION 25 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              ELSE
                 DISPLAY ENT-CA LINE 08 POSITION 25
              END-IF
           END-IF.
           MOVE 1 TO MOT-POS.
           MOVE 10 TO L.
           PERFORM MOSTRAR-MOTIVO THRU F-MOSTRAR-MOTIVO
              UNTIL MOT-POS > 8.

       PEDIR-MOTIVO.
           DISPLAY "MOTIVO: " LINE 14 POSITION 05.
           ACCEPT ENT-MOT LINE 14 POSITION 13.
           IF ENT-MOT IS NOT NUMERIC
              MOVE 0 TO ENT-MOT
           END-IF.
           PERFORM BUSCAR-MOTIVO THRU F-BUSCAR-MOTIVO.
           IF SW-MOT = "N"
              DISPLAY "MOTIVO INEXISTENTE - VERIFIQUE" LINE 22
                 POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              DISPLAY BLANCOS LINE 22 POSITION 05
              GO TO PEDIR-MOTIVO
           END-IF.
           DISPLAY MOT-DES LINE 14 POSITION 17.

      *-- SIN CUENTA (ALUMNO SIN RESPONSABLE) NO HAY COMPROBANTE --*
      *-- QUE BUSCAR -----------------------------------------------*
       PEDIR-COMPROBANTE.
           MOVE 0 TO ENT-FAC ENT-MFECHA ENT-MSEC.
           IF ENT-CA = 0
              MOVE "N" TO ENT-CTIPO
              GO TO PEDIR-DETALLE
           END-IF.
           DISPLAY "COMPROBANTE (F=FACTURA M=MOVIMIENTO N=NINGUNO): "
              LINE 15 POSITION 05.
           ACCEPT ENT-CTIPO LINE 15 POSITION 54.
           IF ENT-CTIPO = "f"
              MOVE "F" TO ENT-CTIPO
           END-IF.
           IF ENT-CTIPO = "m"
              MOVE "M" TO ENT-CTIPO
           END-IF.
           DISPLAY BLANCOS LINE 16 POSITION 05.
           EVALUATE ENT-CTIPO
              WHEN "F" PERFORM PEDIR-FACTURA THRU F-PEDIR-FACTURA
              WHEN "M" PERFORM PEDIR-MOVIMIENTO
                          THRU F-PEDIR-MOVIMIENTO
              WHEN OTHER MOVE "N" TO ENT-CTIPO
           END-EVALUATE.
           IF ENT-CTIPO = SPACE
              GO TO PEDIR-COMPROBANTE
           END-IF.

       PEDIR-DETALLE.
           DISPLAY "DETALLE: " LINE 17 POSITION 05.
           ACCEPT ENT-DET LINE 17 POSITION 14.
           IF ENT-DET = SPACES
              DISPLAY "EL DETALLE ES OBLIGATORIO" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              DISPLAY BLANCOS LINE 22 POSITION 05
              GO TO PEDIR-DETALLE
           END-IF.
           DISPLAY "CONFIRMA EL RECLAMO (S/N) ? " LINE 19 POSITION 05.
           ACCEPT OP-SN LINE 19 POSITION 34.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-ALTA-RECLAMO
           END-IF.
           PERFORM TOMAR-NUMERO.
           PERFORM GRABAR-RECLAMO.
           IF SW-RCL-OK = "N"
              PERFORM DEVOLVER-NUMERO
              GO TO F-ALTA-RECLAMO
           END-IF.
           ADD 1 TO CANT-ALTAS.
           DISPLAY "RECLAMO GRABADO CON EL NUMERO " LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY WNRO LINE 22 POSITION 35
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           MOVE TAL-PROX TO WNRO.
           PERFORM PULSAR-TECLA.
       F-ALTA-RECLAMO.
           EXIT.

       TRAER-CLIENTE.
           MOVE SPACES TO ENT-NOM.
           MOVE ENT-COD TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 DISPLAY "CLIENTE INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-TRAER-CLIENTE
           END-READ.
           MOVE PCA TO ENT-CA.
           MOVE PAN TO ENT-NOM.
           MOVE PSU TO ENT-SUC.
       F-TRAER-CLIENTE.
           EXIT.

      *-- EL ALUMNO RECLAMA POR LA CUENTA DE SU RESPONSABLE DE -----*
      *-- PAGO: CON ELLA SE BUSCAN LOS COMPROBANTES Y NOTASCD ------*
      *-- CONTROLA LA NOTA DE CREDITO ------------------------------*
       TRAER-ALUMNO.
           MOVE SPACES TO ENT-NOM.
           MOVE ENT-COD TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY
                 DISPLAY "ALUMNO INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-TRAER-ALUMNO
           END-READ.
           MOVE MAN TO ENT-NOM.
           MOVE MSU TO ENT-SUC.
           MOVE 0 TO ENT-CA.
           IF SW-APG-ARCH = "S"
              MOVE MCA TO APALU
              READ VINCULOS KEY IS APALU
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE APCA TO ENT-CA
              END-READ
           END-IF.
       F-TRAER-ALUMNO.
           EXIT.

      *-- LA FACTURA TIENE QUE SER DE LA MISMA CUENTA --------------*
       PEDIR-FACTURA.
           IF SW-FAC-ARCH = "N"
              DISPLAY "FACTURA.IND NO DISPONIBLE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              DISPLAY BLANCOS LINE 22 POSITION 05
              MOVE SPACE TO ENT-CTIPO
              GO TO F-PEDIR-FACTURA
           END-IF.
           DISPLAY "FACTURA NRO: " LINE 16 POSITION 05.
           ACCEPT ENT-FAC LINE 16 POSITION 18.
           IF ENT-FAC IS NOT NUMERIC
              MOVE 0 TO ENT-FAC
           END-IF.
           MOVE ENT-FAC TO FCNRO.
           READ FACTURAS KEY IS FCNRO
              INVALID KEY MOVE 0 TO FCCA
           END-READ.
           IF ENT-FAC = 0 OR FCCA NOT = ENT-CA
              DISPLAY "FACTURA INEXISTENTE O DE OTRA CUENTA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              DISPLAY BLANCOS LINE 22 POSITION 05
              MOVE SPACE TO ENT-CTIPO
              GO TO F-PEDIR-FACTURA
           END-IF.
           MOVE FCTOT TO IMP-ED.
           DISPLAY "TOTAL " LINE 16 POSITION 27.
           DISPLAY IMP-ED LINE 16 POSITION 33.
       F-PEDIR-FACTURA.
           EXIT.

       PEDIR-MOVIMIENTO.
           IF SW-MOV-ARCH = "N"
              DISPLAY "MOVPER.IND NO DISPONIBLE" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              DISPLAY BLANCOS LINE 22 POSITION 05
              MOVE SPACE TO ENT-CTIPO
              GO TO F-PEDIR-MOVIMIENTO
           END-IF.
           DISPLAY "FECHA (AAAAMMDD): " LINE 16 POSITION 05.
           ACCEPT ENT-MFECHA LINE 16 POSITION 23.
           IF ENT-MFECHA IS NOT NUMERIC
              MOVE 0 TO ENT-MFECHA
           END-IF.
           DISPLAY "SECUENCIA: " LINE 16 POSITION 33.
           ACCEPT ENT-MSEC LINE 16 POSITION 44.
           IF ENT-MSEC IS NOT NUMERIC
              MOVE 0 TO ENT-MSEC
           END-IF.
           MOVE ENT-CA TO MVCA.
           MOVE ENT-MFECHA TO MVFECHA.
           MOVE ENT-MSEC TO MVSEC.
           READ MOVIMIENTOS KEY IS MVCLAVE
              INVALID KEY
                 DISPLAY "MOVIMIENTO INEXISTENTE EN LA CUENTA"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 DISPLAY BLANCOS LINE 22 POSITION 05
                 MOVE SPACE TO ENT-CTIPO
                 GO TO F-PEDIR-MOVIMIENTO
           END-READ.
           MOVE MVIMP TO IMP-ED.
           DISPLAY MVCON LINE 16 POSITION 49.
           DISPLAY IMP-ED LINE 16 POSITION 65.
       F-PEDIR-MOVIMIENTO.
           EXIT.

      *-- E: UN ABIERTO PASA A EN ANALISIS - R: UN ABIERTO O EN ----*
      *-- ANALISIS SE RECHAZA CON LA RESPUESTA AL CLIENTE ----------*
       CAMBIAR-ESTADO.
           IF OP-ACC = "e"
              MOVE "E" TO OP-ACC
           END-IF.
           IF OP-ACC = "r"
              MOVE "R" TO OP-ACC
           END-IF.
           DISPLAY BLANCOS LINE 04 POSITION 05.
           IF OP-ACC = "E"
              DISPLAY "PASAR A EN ANALISIS" LINE 04 POSITION 05
                 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
           ELSE
              DISPLAY "RECHAZAR RECLAMO" LINE 04 POSITION 05
                 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
           END-IF.
           DISPLAY "NUMERO DE RECLAMO (0 = VUELVE): " LINE 06
              POSITION 05.
           ACCEPT ENT-NRO LINE 06 POSITION 38.
           IF ENT-NRO IS NOT NUMERIC
              MOVE 0 TO ENT-NRO
           END-IF.
           IF ENT-NRO = 0
              GO TO F-CAMBIAR-ESTADO
           END-IF.
           PERFORM LEER-RECLAMO THRU F-LEER-RECLAMO.
           IF SW-RCL-OK = "N"
              GO TO F-CAMBIAR-ESTADO
           END-IF.
           PERFORM MOSTRAR-RECLAMO.
           IF OP-ACC = "E" AND NOT RCL-ABIERTO
              DISPLAY "SOLO UN RECLAMO ABIERTO PASA A ANALISIS"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CAMBIAR-ESTADO
           END-IF.
           IF RCL-RESUELTO OR RCL-RECHAZADO
              DISPLAY "RECLAMO CERRADO - NO SE PUEDE CAMBIAR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CAMBIAR-ESTADO
           END-IF.
           MOVE SPACES TO ENT-RES.
           IF OP-ACC = "R"
              PERFORM PEDIR-RESPUESTA THRU F-PEDIR-RESPUESTA
           END-IF.
           DISPLAY "CONFIRMA EL CAMBIO (S/N) ? " LINE 19 POSITION 05.
           ACCEPT OP-SN LINE 19 POSITION 32.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-CAMBIAR-ESTADO
           END-IF.
           MOVE OP-ACC TO RLEST.
           MOVE WFECHA-HOY TO RLFEST.
           MOVE QS-OPER TO RLOEST.
           IF OP-ACC = "R"
              MOVE ENT-RES TO RLRES
           END-IF.
           REWRITE R-RCL
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR (FST=" FSTRCL ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-CAMBIAR-ESTADO
           END-REWRITE.
           ADD 1 TO CANT-CAMBIOS.
           DISPLAY "ESTADO ACTUALIZADO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-CAMBIAR-ESTADO.
           EXIT.

      *-- EL RECHAZO SIEMPRE LLEVA LA RESPUESTA DADA AL CLIENTE ----*
       PEDIR-RESPUESTA.
           DISPLAY "RESPUESTA: " LINE 17 POSITION 05.
           ACCEPT ENT-RES LINE 17 POSITION 16.
           IF ENT-RES = SPACES
              DISPLAY "LA RESPUESTA ES OBLIGATORIA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              DISPLAY BLANCOS LINE 22 POSITION 05
              GO TO PEDIR-RESPUESTA
           END-IF.
       F-PEDIR-RESPUESTA.
           EXIT.

      *-- CONSULTA POR NUMERO, O CON NUMERO 0 LOS DE UNA CUENTA ----*
       CONSULTAR.
           DISPLAY BLANCOS LINE 04 POSITION 05.
           DISPLAY "CONSULTA" LINE 04 POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY "NUMERO DE RECLAMO (0 = POR CUENTA): " LINE 06
              POSITION 05.
           ACCEPT ENT-NRO LINE 06 POSITION 42.
           IF ENT-NRO IS NOT NUMERIC
              MOVE 0 TO ENT-NRO
           END-IF.
           IF ENT-NRO = 0
              GO TO CONSULTAR-CUENTA
           END-IF.
           PERFORM LEER-RECLAMO THRU F-LEER-RECLAMO.
           IF SW-RCL-OK = "N"
              GO TO F-CONSULTAR
           END-IF.
           PERFORM MOSTRAR-RECLAMO.
           PERFORM PULSAR-TECLA.
           GO TO F-CONSULTAR.

       CONSULTAR-CUENTA.
           DISPLAY "CUENTA (0 = VUELVE): " LINE 07 POSITION 05.
           ACCEPT ENT-CA LINE 07 POSITION 27.
           IF ENT-CA IS NOT NUMERIC
              MOVE 0 TO ENT-CA
           END-IF.
           IF ENT-CA = 0
              GO TO F-CONSULTAR
           END-IF.
           DISPLAY "NUMERO FECHA      MOT MOTIVO               ESTADO"
              LINE 09 POSITION 05.
           DISPLAY "NOTA CR" LINE 09 POSITION 63.
           MOVE 10 TO L.
           MOVE "N" TO SW-FIN-CTA.
           MOVE ENT-CA TO RLCA.
           START RECLAMOS KEY IS NOT LESS THAN RLCA
              INVALID KEY MOVE "S" TO SW-FIN-CTA
           END-START.
           PERFORM LISTAR-CUENTA THRU F-LISTAR-CUENTA
              UNTIL SW-FIN-CTA = "S".
           IF L = 10
              DISPLAY "LA CUENTA NO TIENE RECLAMOS" LINE 22 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
           END-IF.
           PERFORM PULSAR-TECLA.
       F-CONSULTAR.
           EXIT.

      *-- UNA PANTALLA LLENA ESPERA UNA TECLA Y SIGUE --------------*
       LISTAR-CUENTA.
           READ RECLAMOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-CTA
           END-READ.
           IF SW-FIN-CTA = "S"
              GO TO F-LISTAR-CUENTA
           END-IF.
           IF RLCA NOT = ENT-CA
              MOVE "S" TO SW-FIN-CTA
              GO TO F-LISTAR-CUENTA
           END-IF.
           IF L > 20
              PERFORM PULSAR-TECLA
              MOVE 10 TO L
              PERFORM LIMPIAR-LISTA THRU F-LIMPIAR-LISTA
                 UNTIL L > 20
              MOVE 10 TO L
           END-IF.
           MOVE RLNRO TO LC-NRO.
           MOVE RLFECHA TO WFECHA-VER.
           PERFORM ARMAR-FECHA.
           MOVE LINEA-FECHA TO LC-FECHA.
           MOVE RLMOT TO LC-MOT ENT-MOT.
           PERFORM BUSCAR-MOTIVO THRU F-BUSCAR-MOTIVO.
           MOVE MOT-DES TO LC-DES.
           PERFORM NOMBRE-ESTADO.
           MOVE WEST TO LC-EST.
           MOVE RLNCNRO TO LC-NC.
           DISPLAY LINEA-CUENTA LINE L POSITION 05.
           ADD 1 TO L.
       F-LISTAR-CUENTA.
           EXIT.

       LIMPIAR-LISTA.
           DISPLAY BLANCOS LINE L POSITION 05.
           ADD 1 TO L.
       F-LIMPIAR-LISTA.
           EXIT.

       LEER-RECLAMO.
           MOVE "S" TO SW-RCL-OK.
           MOVE ENT-NRO TO RLNRO.
           READ RECLAMOS KEY IS RLNRO
              INVALID KEY
                 MOVE "N" TO SW-RCL-OK
                 DISPLAY "RECLAMO INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-READ.
       F-LEER-RECLAMO.
           EXIT.

       MOSTRAR-RECLAMO.
           MOVE RLFECHA TO WFECHA-VER.
           PERFORM ARMAR-FECHA.
           DISPLAY "FECHA   : " LINE 07 POSITION 05.
           DISPLAY LINEA-FECHA LINE 07 POSITION 15.
           DISPLAY "RECIBIO " LINE 07 POSITION 30.
           DISPLAY RLOPE LINE 07 POSITION 38.
           IF RCL-ALUMNO
              DISPLAY "ALUMNO  : " LINE 08 POSITION 05
              DISPLAY RLALU LINE 08 POSITION 15
           ELSE
              DISPLAY "CLIENTE : " LINE 08 POSITION 05
              DISPLAY RLCA LINE 08 POSITION 15
           END-IF.
           DISPLAY RLNOM LINE 08 POSITION 25.
           MOVE RLMOT TO ENT-MOT.
           PERFORM BUSCAR-MOTIVO THRU F-BUSCAR-MOTIVO.
           DISPLAY "MOTIVO  : " LINE 09 POSITION 05.
           DISPLAY RLMOT LINE 09 POSITION 15.
           DISPLAY MOT-DES LINE 09 POSITION 18.
           DISPLAY "CBTE.   : " LINE 10 POSITION 05.
           EVALUATE TRUE
              WHEN RCL-FACTURA
                 DISPLAY "FACTURA " LINE 10 POSITION 15
                 DISPLAY RLFAC LINE 10 POSITION 23
              WHEN RCL-MOVIMIENTO
                 DISPLAY "MOVIMIENTO " LINE 10 POSITION 15
                 DISPLAY RLMFECHA LINE 10 POSITION 26
                 DISPLAY RLMSEC LINE 10 POSITION 35
              WHEN OTHER
                 DISPLAY "NINGUNO" LINE 10 POSITION 15
           END-EVALUATE.
           DISPLAY "DETALLE : " LINE 11 POSITION 05.
           DISPLAY RLDET LINE 11 POSITION 15.
           PERFORM NOMBRE-ESTADO.
           MOVE RLFEST TO WFECHA-VER-N.
           PERFORM ARMAR-FECHA.
           DISPLAY "ESTADO  : " LINE 12 POSITION 05.
           DISPLAY WEST LINE 12 POSITION 15.
           DISPLAY LINEA-FECHA LINE 12 POSITION 28.
           DISPLAY RLOEST LINE 12 POSITION 40.
           IF RCL-RESUELTO
              DISPLAY "NOTA DE CREDITO " LINE 13 POSITION 05
              DISPLAY RLNCNRO LINE 13 POSITION 21
           END-IF.
           IF RCL-RECHAZADO
              DISPLAY "RESPUESTA: " LINE 13 POSITION 05
              DISPLAY RLRES LINE 13 POSITION 16
           END-IF.

       NOMBRE-ESTADO.
           EVALUATE TRUE
              WHEN RCL-ABIERTO    MOVE "ABIERTO     " TO WEST
              WHEN RCL-ANALISIS   MOVE "EN ANALISIS " TO WEST
              WHEN RCL-RESUELTO   MOVE "RESUELTO NC " TO WEST
              WHEN RCL-RECHAZADO  MOVE "RECHAZADO   " TO WEST
              WHEN OTHER          MOVE SPACES TO WEST
           END-EVALUATE.

       ARMAR-FECHA.
           MOVE WDD-VER TO LF-DD.
           MOVE WMM-VER TO LF-MM.
           MOVE WAA-VER TO LF-AA.

      *-- LA TABLA DE MOTIVOS EN DOS COLUMNAS (LINEAS 10 A 13) -----*
       MOSTRAR-MOTIVO.
           MOVE TMOT-COD(MOT-POS) TO LM-COD.
           MOVE TMOT-DES(MOT-POS) TO LM-DES.
           IF MOT-POS > 4
              DISPLAY LINEA-MOTIVO LINE L POSITION 42
           ELSE
              DISPLAY LINEA-MOTIVO LINE L POSITION 05
           END-IF.
           ADD 1 TO MOT-POS.
           ADD 1 TO L.
           IF MOT-POS = 5
              MOVE 10 TO L
           END-IF.
       F-MOSTRAR-MOTIVO.
           EXIT.

       BUSCAR-MOTIVO.
           MOVE "N" TO SW-MOT.
           MOVE SPACES TO MOT-DES.
           MOVE 1 TO MOT-POS.
           PERFORM COMPARAR-MOTIVO THRU F-COMPARAR-MOTIVO
              UNTIL MOT-POS > 8 OR SW-MOT = "S".
       F-BUSCAR-MOTIVO.
           EXIT.

       COMPARAR-MOTIVO.
           IF TMOT-COD(MOT-POS) = ENT-MOT
              MOVE "S" TO SW-MOT
              MOVE TMOT-DES(MOT-POS) TO MOT-DES
           END-IF.
           ADD 1 TO MOT-POS.
       F-COMPARAR-MOTIVO.
           EXIT.

      *-- EL TALONARIO VIVO ES RECLAMO.CTL; SI TODAVIA NO EXISTE, --*
      *-- EL PRIMER NUMERO SALE DEL PARAMETRO RCLPROX (O DE 000001) *
       LEER-TALONARIO.
           OPEN INPUT TALONARIO.
           IF FSTTAL = "00"
              READ TALONARIO AT END MOVE 1 TO TAL-PROX
              END-READ
              MOVE TAL-PROX TO WNRO
              CLOSE TALONARIO
           ELSE
              MOVE 1 TO WNRO
              MOVE "RCLPROX " TO PAR-COD
              CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
              CANCEL "LEEPAR"
              IF PAR-OK = "S" AND PAR-VALOR > 0
                 MOVE PAR-VALOR TO WNRO
              END-IF
           END-IF.

       TOMAR-NUMERO.
           ADD 1 WNRO GIVING TAL-PROX.
           OPEN OUTPUT TALONARIO.
           WRITE R-TAL.
           CLOSE TALONARIO.

       DEVOLVER-NUMERO.
           MOVE WNRO TO TAL-PROX.
           OPEN OUTPUT TALONARIO.
           WRITE R-TAL.
           CLOSE TALONARIO.

       GRABAR-RECLAMO.
           MOVE "N" TO SW-RCL-OK.
           MOVE WNRO TO RLNRO.
           MOVE WAA-HOY TO RLAA.
           MOVE WMM-HOY TO RLMM.
           MOVE WDD-HOY TO RLDD.
           MOVE ENT-TIT TO RLTIT.
           IF ENT-TIT = "A"
              MOVE ENT-COD TO RLALU
           ELSE
              MOVE 0 TO RLALU
           END-IF.
           MOVE ENT-CA TO RLCA.
           MOVE ENT-NOM TO RLNOM.
           MOVE ENT-SUC TO RLSUC.
           MOVE ENT-MOT TO RLMOT.
           MOVE ENT-CTIPO TO RLCTIPO.
           MOVE ENT-FAC TO RLFAC.
           MOVE ENT-MFECHA TO RLMFECHA.
           MOVE ENT-MSEC TO RLMSEC.
           MOVE ENT-DET TO RLDET.
           MOVE "A" TO RLEST.
           MOVE QS-OPER TO RLOPE.
           MOVE WFECHA-HOY TO RLFEST.
           MOVE QS-OPER TO RLOEST.
           MOVE 0 TO RLNCNRO.
           MOVE SPACES TO RLRES.
           WRITE R-RCL
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR RECLAMO (FST=" FSTRCL
                    ") - ALTA ANULADA" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
              NOT INVALID KEY
                 MOVE "S" TO SW-RCL-OK
           END-WRITE.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           MOVE CANT-ALTAS TO CANT-ED.
           DISPLAY "RECLAMOS: ALTAS = " LINE 22 POSITION 05
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 22 POSITION 23.
           MOVE CANT-CAMBIOS TO CANT-ED.
           DISPLAY "CAMBIOS DE ESTADO = " LINE 23 POSITION 05
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 23 POSITION 25.
           PERFORM PULSAR-TECLA.
           CLOSE PERSONA RECLAMOS.
           IF SW-ALU-ARCH = "S"
              CLOSE MAESTRO
           END-IF.
           IF SW-APG-ARCH = "S"
              CLOSE VINCULOS
           END-IF.
           IF SW-FAC-ARCH = "S"
              CLOSE FACTURAS
           END-IF.
           IF SW-MOV-ARCH = "S"
              CLOSE MOVIMIENTOS
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
