      *** NOTA EN NOTACD.IND, DEJA EL MOVIMIENTO PENDIENTE EN      ***
      *** MOVPER.IND CON CONCEPTO "NCR nnnnnn" / "NDB nnnnnn"      ***
      *** (LO APLICA APLIMOV, QUE EN LAS N.CREDITO ADEMAS REBAJA   ***
      *** LA PARTIDA DEL ORIGEN) - LA NOTA QUEDA PENDIENTE DE CAE  ***
      *** Y SE IMPRIME CON IMPCOMP UNA VEZ AUTORIZADA (RESPCAE)    ***
      *** - RESCTA Y CIERREM RECONOCEN EL PREFIJO Y MUESTRAN       ***
      *** LOS AJUSTES APARTE DE LAS VENTAS Y COBRANZAS REALES      ***
      *** - LA NOTA DE CREDITO PIDE EL NUMERO DEL RECLAMO QUE      ***
      *** RESUELVE (RECLAMOS.IND, VER RECLAMOS) Y LO CIERRA AL     ***
      *** EMITIRSE                                                 ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASCD.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTCIE.

      *-- RECLAMOS DE CLIENTES QUE LA NOTA DE CREDITO CIERRA - -----*
      *-- SI EL ARCHIVO NO EXISTE LA NOTA NO PIDE RECLAMO ----------*
           SELECT RECLAMOS ASSIGN TO DISK "RECLAMOS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RLNRO
           ALTERNATE RECORD KEY IS RLCA DUPLICATES
           FILE STATUS IS FSTRCL.

      *-- TALONARIOS PROPIOS DE CADA TIPO: SE REGRABA EL PROXIMO ---*
      *-- APENAS SE TOMA UN NUMERO, PARA QUE UN CORTE NO LO REPITA -*
           SELECT TALON-CRE ASSIGN TO DISK "NOTACRE.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAD.

       DATA DIVISION.
       FILE SECTION.
        FD PERSONA

        FD NOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS R-NOT.

         COPY NOTACD.

         COPY PERIODO.

        FD RECLAMOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 175 CHARACTERS
           DATA RECORD IS R-RCL.

         COPY RECLAMO.

        FD CIERRE-DIA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
         01 R-TAD.
            02 TAD-PROX  PIC 9(06).

       WORKING-STORAGE SECTION.

      *-- DIARIO DE IMAGENES DE LOS ARCHIVOS DE PLATA (GRABJRNP): --*
       77 FSTCIE              PIC XX.
       77 FSTTAC              PIC XX.
       77 FSTTAD              PIC XX.
       77 FSTRCL              PIC XX.
       77 SW-PERI-ARCH        PIC X VALUE "N".
       77 SW-RCL-ARCH         PIC X VALUE "N".
       77 SW-PERI-CERRADO     PIC X VALUE "N".
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 VTO-PLAZO           PIC 9(3).
       77 VTO-RESULT          PIC 9(8).

      *-- DATOS TIPEADOS ANTES DE CONFIRMAR LA NOTA ----------------*
       77 ENT-TIPO            PIC X.
       77 ENT-IMP             PIC 9(05)V99.
       77 ENT-MOT             PIC X(30).
      *-- RECLAMO QUE RESUELVE LA NOTA DE CREDITO (0 = NINGUNO) ----*
       77 ENT-RCL             PIC 9(06) VALUE 0.
      *-- MOVIMIENTO DE ORIGEN REFERENCIADO (OBLIGATORIO) ----------*
       01 REF-FECHA.
          02 REF-AA           PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
           IF FSTPERI = "00"
              MOVE "S" TO SW-PERI-ARCH
           END-IF.
           OPEN I-O RECLAMOS.
           IF FSTRCL = "00"
              MOVE "S" TO SW-RCL-ARCH
           END-IF.
           MOVE "TOPEMOV " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
      *-- UNA CUENTA INACTIVA NO ADMITE CARGOS NUEVOS: LA NOTA DE --*
      *-- DEBITO SE RECHAZA, LA DE CREDITO (QUE CIERRA RECLAMOS) ---*
      *-- SE ADMITE ------------------------------------------------*
           IF PER-INACTIVO AND ENT-TIPO = "D"
              DISPLAY "CUENTA INACTIVA - REACTIVAR CON REACTCLI"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-CLIENTE
           END-IF.
      *-- IGUAL QUE EN FACTURAR: A LA INCOBRABLE SOLO SE LE DEBITA -*
      *-- A MANO, POR UN SUPERVISOR Y CONFIRMANDOLO ----------------*
           IF PER-INCOBRABLE AND ENT-TIPO = "D"
              IF QS-SUP NOT = "S"
                 DISPLAY "CUENTA INCOBRABLE - SOLO UN SUPERVISOR "
                    "PUEDE DEBITARLE" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-CLIENTE
              END-IF
              DISPLAY "CUENTA INCOBRABLE - CONFIRMA EL DEBITO (S/N) ? "
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              ACCEPT OP-SN LINE 22 POSITION 53
              IF OP-SN NOT = "S" AND OP-SN NOT = "s"
                 GO TO PEDIR-CLIENTE
              END-IF
           END-IF.
           MOVE PSA TO PSA-ED.
           DISPLAY "CLIENTE: " LINE 07 POSITION 05.
           DISPLAY PAN LINE 07 POSITION 14.
           ELSE
              DISPLAY "(HABER)" LINE 08 POSITION 27
           END-IF.
           MOVE 0 TO ENT-RCL.
           IF ENT-TIPO = "C" AND SW-RCL-ARCH = "S"
              PERFORM PEDIR-RECLAMO THRU F-PEDIR-RECLAMO
           END-IF.

      *-- LA REFERENCIA AL MOVIMIENTO DE ORIGEN ES OBLIGATORIA: ----*
      *-- SIN ELLA EL AJUSTE SERIA OTRO MOVIMIENTO SUELTO MAS ------*
      *-- MUESTRA AL CLIENTE Y AL AUDITOR --------------------------*
           DISPLAY "MOTIVO : " LINE 14 POSITION 05.
           ACCEPT ENT-MOT LINE 14 POSITION 15.
      *-- SI RESUELVE UN RECLAMO, EN BLANCO EL MOTIVO ES EL RECLAMO *
           IF ENT-MOT = SPACES AND ENT-RCL > 0
              STRING "RECLAMO " DELIMITED BY SIZE
                     ENT-RCL DELIMITED BY SIZE
                     INTO ENT-MOT
              DISPLAY ENT-MOT LINE 14 POSITION 15
           END-IF.
           IF ENT-MOT = SPACES
              DISPLAY "EL MOTIVO ES OBLIGATORIO" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           PERFORM EMITIR-NOTA THRU F-EMITIR-NOTA.
           GO TO PEDIR-TIPO.

      *-- TOMA EL NUMERO, GRABA LA NOTA Y EL MOVIMIENTO - NO SE ---*
      *-- IMPRIME HASTA TENER CAE (VER RESPCAE / IMPCOMP) - SI LA --*
      *-- NOTA NO SE PUDO GRABAR, EL NUMERO VUELVE AL TALONARIO Y --*
      *-- NO QUEDA MOVIMIENTO --------------------------------------*
       EMITIR-NOTA.
           PERFORM TOMAR-NUMERO.
           PERFORM CALCULAR-SECUENCIA.
              GO TO F-EMITIR-NOTA
           END-IF.
           PERFORM GRABAR-MOVIMIENTO-NOTA.
           IF ENT-RCL > 0
              PERFORM CERRAR-RECLAMO
           END-IF.
           DISPLAY "NOTA GRABADA - PENDIENTE DE CAE" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           ADD 1 TO CANT-NOTAS.
       F-EMITIR-NOTA.
           EXIT.

      *-- EL RECLAMO TIENE QUE SER DE ESTA CUENTA Y ESTAR ABIERTO --*
      *-- O EN ANALISIS (LOS DE UN ALUMNO VAN POR LA CUENTA DE SU --*
      *-- RESPONSABLE DE PAGO, VER RECLAMO.CPY) --------------------*
       PEDIR-RECLAMO.
           DISPLAY "RECLAMO NRO (0 = SIN RECLAMO): " LINE 09
              POSITION 05.
           ACCEPT ENT-RCL LINE 09 POSITION 37.
           IF ENT-RCL IS NOT NUMERIC
              MOVE 0 TO ENT-RCL
           END-IF.
           IF ENT-RCL = 0
              GO TO F-PEDIR-RECLAMO
           END-IF.
           MOVE ENT-RCL TO RLNRO.
           READ RECLAMOS KEY IS RLNRO
              INVALID KEY
                 DISPLAY "RECLAMO INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-RECLAMO
           END-READ.
           IF RLCA NOT = WCA-B
              DISPLAY "EL RECLAMO ES DE OTRA CUENTA - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-RECLAMO
           END-IF.
           IF NOT RCL-ABIERTO AND NOT RCL-ANALISIS
              DISPLAY "EL RECLAMO YA ESTA CERRADO - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-RECLAMO
           END-IF.
           DISPLAY RLDET(1:34) LINE 09 POSITION 45.
       F-PEDIR-RECLAMO.
           EXIT.

      *-- EMITIDA LA NOTA, EL RECLAMO QUEDA RESUELTO CON ELLA ------*
       CERRAR-RECLAMO.
           MOVE ENT-RCL TO RLNRO.
           READ RECLAMOS KEY IS RLNRO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "N" TO RLEST
                 MOVE WNRO TO RLNCNRO
                 MOVE WFECHA-HOY TO RLFEST
                 MOVE QS-OPER TO RLOEST
                 REWRITE R-RCL
                    INVALID KEY
                       DISPLAY "NO SE PUDO CERRAR EL RECLAMO (FST="
                          FSTRCL ")" LINE 22 POSITION 05
                          CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                       PERFORM PULSAR-TECLA
                 END-REWRITE
           END-READ.

      *-- CADA TIPO TIENE SU TALONARIO VIVO; SI TODAVIA NO EXISTE, -*
      *-- EL PRIMER NUMERO SALE DEL PARAMETRO NCRPROX / NDBPROX ----*
      *-- (O DE 000001) ---------------------------------------------*
           MOVE REF-SEC TO NCRSEC.
           MOVE WSEC-NOTA TO NCMSEC.
           MOVE QS-OPER TO NCOPE.
      *-- SIN CAE NO HAY COMPROBANTE VALIDO: QUEDA PENDIENTE HASTA -*
      *-- QUE RESPCAE PROCESE LA RESPUESTA DE LA AUTORIZACION ------*
           MOVE "P" TO NCCAEEST.
           MOVE 0 TO NCCAE NCVTOCAE NCCBTE NCPTOVTA.
           MOVE SPACES TO NCMOTRECH.
      *-- SOLO LA RAMA NOT INVALID KEY PRENDE EL OK: UN ERROR DE ---*
      *-- OTRA CLASE (QUE PASA POR LA DECLARATIVA) LO DEJA EN "N" --*
           WRITE R-NOT
              INVALID KEY REWRITE R-RET
           END-WRITE.

      *-- UN MES QUE CIERREM DEJO EN ESTADO "C" YA FUE INFORMADO: --*
      *-- NO SE LE PUEDEN SEGUIR EMITIENDO COMPROBANTES ------------*
       VERIFICAR-PERIODO.
           IF SW-PERI-ARCH = "S"
              CLOSE PERIODOS
           END-IF.
           IF SW-RCL-ARCH = "S"
              CLOSE RECLAMOS
           END-IF.
           CLOSE PERSONA NOTAS MOVIMIENTOS.
           EXIT PROGRAM.

