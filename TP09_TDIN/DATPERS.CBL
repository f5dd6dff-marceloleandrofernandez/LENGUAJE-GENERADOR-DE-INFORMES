      *** DATPERS - INFORME DE DATOS PERSONALES DE UN TITULAR      ***
      *** PEDIDO DE ACCESO DE LA LEY DE PROTECCION DE DATOS        ***
      *** PERSONALES: DADO UN CLIENTE (CUENTA), UN ALUMNO O UN     ***
      *** EMPLEADO (LEGAJO) REUNE AL SPOOL (CLASE RESTRINGIDA)     ***
      *** TODO LO QUE EL SISTEMA GUARDA DE ESA PERSONA - EL        ***
      *** MAESTRO (O SU IMAGEN EN EL ARCHIVO DE BAJAS O DE         ***
      *** EGRESADOS), LA FICHA DE SALUD, EL DOCUMENTO, LA FAMILIA  ***
      *** Y EL RESPONSABLE DE PAGO, LAS GESTIONES DE COBRANZA, LOS ***
      *** RECLAMOS, LA BAJA PENDIENTE, LOS FAMILIARES A CARGO DEL  ***
      *** EMPLEADO, LAS LINEAS DE LOS LOGS DE AUDITORIA Y CUANTOS  ***
      *** COMPROBANTES SE CONSERVAN POR LA LEY FISCAL - EL PEDIDO  ***
      *** Y LA RESPUESTA (CON EL NUMERO DE SPOOL ENTREGADO) QUEDAN ***
      *** EN DATPERS.LOG - LA SUPRESION LA HACE SUPDAT             ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATPERS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT VINCULOS ASSIGN TO DISK "ALUPAG.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS APALU
           ALTERNATE RECORD KEY IS APCA DUPLICATES
           FILE STATUS IS FSTAPG.

           SELECT FAMILIAS ASSIGN TO DISK "FAMILIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FMCLAVE
           ALTERNATE RECORD KEY IS FMALU DUPLICATES
           FILE STATUS IS FSTFAM.

           SELECT RECLAMOS ASSIGN TO DISK "RECLAMOS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RLNRO
           ALTERNATE RECORD KEY IS RLCA DUPLICATES
           FILE STATUS IS FSTRCL.

           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT ARCBAJAS ASSIGN TO DISK "BAJASALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARC-MCA
           FILE STATUS IS FSTARC.

           SELECT SALUD ASSIGN TO DISK "SALUD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SAALU
           FILE STATUS IS FSTSAL.

           SELECT PENDIENTES ASSIGN TO DISK "BAJASPEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PBCLAVE
           FILE STATUS IS FSTPEN.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EM-MCA
           FILE STATUS IS FSTEMP.

           SELECT EGRESADOS ASSIGN TO DISK "EMPBAJA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EBMCA
           FILE STATUS IS FSTEBJ.

           SELECT FAMILIARES ASSIGN TO DISK "FAMCARGO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCCLAVE
           FILE STATUS IS FSTFCA.

      *-- EL LOG DE AUDITORIA (AUDITALU.LOG Y SUS GENERACIONES -----*
      *-- MENSUALES, O AUDITPER.LOG SEGUN EL TITULAR) --------------*
           SELECT AUDITORIA ASSIGN TO DISK NOMBRE-AUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAUD.

      *-- UN RENGLON POR PEDIDO DEL TITULAR Y SU RESPUESTA ---------*
           SELECT DATLOG ASSIGN TO DISK "DATPERS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTDLG.

           SELECT GESTIONES ASSIGN TO DISK "GESTCOB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GCCLAVE
           FILE STATUS IS FSTGES.

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

           SELECT FACTURAS ASSIGN TO DISK "FACTURA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCNRO
           FILE STATUS IS FSTFAC.

           SELECT DOCUMENTOS ASSIGN TO DISK "DOCALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DAALU
           ALTERNATE RECORD KEY IS DADOC DUPLICATES
           FILE STATUS IS FSTDOC.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.
       DATA DIVISION.
       FILE SECTION.
        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD VINCULOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS R-APG.

         COPY ALUPAG.

        FD FAMILIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-FAM.

         COPY FAMILIA.

        FD RECLAMOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 175 CHARACTERS
           DATA RECORD IS R-RCL.

         COPY RECLAMO.

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD ARCBAJAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS R-ARC.

         COPY ARCALU.

        FD SALUD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 273 CHARACTERS
           DATA RECORD IS R-SAL.

         COPY SALUD.

        FD PENDIENTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS R-PEN.

         COPY PENBAJA.

      *-- LOS NOMBRES DEL EMPLEADO SE CAMBIAN PARA NO CHOCAR CON ---*
      *-- LOS DEL ALUMNO (MISMO CRITERIO QUE CONSOLA) --------------*
        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-MAEEMP.

         COPY EMPLEADO REPLACING ==R-EMP== BY ==R-MAEEMP==
                                 ==MCA== BY ==EM-MCA==
                                 ==MAN== BY ==EM-MAN==
                                 ==MSB== BY ==EM-MSB==
                                 ==MLO== BY ==EM-MLO==
                                 ==MANT== BY ==EM-MANT==
                                 ==MSE== BY ==EM-MSE==
                                 ==MCATE== BY ==EM-MCATE==
                                 ==MFING== BY ==EM-MFING==.

        FD EGRESADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 164 CHARACTERS
           DATA RECORD IS R-EBJ.

         COPY EMPBAJA.

        FD FAMILIARES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-FCA.

      *-- FCNOM ES TAMBIEN EL NOMBRE DE LA FACTURA ------------------*
         COPY FAMCARGO REPLACING ==FCNOM== BY ==FANOM==.

        FD AUDITORIA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS R-AUDITORIA.
         01 R-AUDITORIA             PIC X(112).

        FD DATLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 95 CHARACTERS
           DATA RECORD IS R-DATLOG.
         01 R-DATLOG                PIC X(95).

        FD GESTIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-GES.

         COPY GESTCOB.

        FD MOVIMIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS R-MOV.

         COPY MOVPER.

        FD FACTURAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS R-FAC.

         COPY FACTURA.

        FD DOCUMENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS R-DOC.

         COPY DOCALU.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTAPG              PIC XX.
       77 FSTFAM              PIC XX.
       77 FSTRCL              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTARC              PIC XX.
       77 FSTSAL              PIC XX.
       77 FSTPEN              PIC XX.
       77 FSTEMP              PIC XX.
       77 FSTEBJ              PIC XX.
       77 FSTFCA              PIC XX.
       77 FSTAUD              PIC XX.
       77 FSTDLG              PIC XX.
       77 FSTGES              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTFAC              PIC XX.
       77 FSTDOC              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "DATPERS ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.

      *-- TITULAR DEL PEDIDO ----------------------------------------*
       77 ENT-TIT             PIC X.
          88 TIT-CLIENTE      VALUE "C".
          88 TIT-ALUMNO       VALUE "A".
          88 TIT-EMPLEADO     VALUE "E".
       77 ENT-CODIGO          PIC 9(8).
       77 CANT-REGS           PIC 9(5) VALUE 0.
       77 CANT-MOV            PIC 9(5) VALUE 0.
       77 CANT-FAC            PIC 9(5) VALUE 0.
       77 CANT-ED             PIC ZZZZ9.
       77 SALDO-ED            PIC ZZ.ZZ9,99.
       77 NETO-ED             PIC Z.ZZZ.ZZ9,99.
       77 WFAMILIA            PIC 9(4).

      *-- GENERACIONES DEL LOG DE ALUMNOS: HASTA DIEZ ANIOS HACIA --*
      *-- ATRAS, COMO LAS REESCRIBE FUSALU -------------------------*
       77 NOMBRE-AUD          PIC X(20).
       77 WPER-GEN            PIC 9(6).
       77 WPER-MM             PIC 9(2).
       77 CANT-GEN            PIC 9(3).
       01 WFECHA4.
          02 WAA4             PIC 9(4).
          02 WMM4             PIC 9(2).
          02 WDD4             PIC 9(2).

       COPY AUDITALU.

       COPY AUDITPER.

       COPY PEDDAT.

      *-- UN DATO DEL MAESTRO: ROTULO Y VALOR ----------------------*
       01 LINEA-DATO.
          02 FILLER           PIC X(02) VALUE SPACES.
          02 LDA-ROT          PIC X(20).
          02 LDA-VAL          PIC X(58).

       01 FECHA-ED.
          02 FED-DD           PIC 9(2).
          02 FILLER           PIC X VALUE "/".
          02 FED-MM           PIC 9(2).
          02 FILLER           PIC X VALUE "/".
          02 FED-AA           PIC 9(4).
       01 WFECHA-ED.
          02 WFE-AA           PIC 9(4).
          02 WFE-MM           PIC 9(2).
          02 WFE-DD           PIC 9(2).

       PROCEDURE DIVISION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                   QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "DATPERS: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "DATOS PERSONALES - PEDIDO DE ACCESO DEL TITULAR"
              LINE 02 POSITION 17 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "TITULAR (C=CLIENTE A=ALUMNO E=EMPLEADO): "
              LINE 04 POSITION 05.
           ACCEPT ENT-TIT LINE 04 POSITION 46.
           IF NOT TIT-CLIENTE AND NOT TIT-ALUMNO AND NOT TIT-EMPLEADO
              DISPLAY "OPCION INVALIDA" LINE 22 POSITION 05
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           DISPLAY "CUENTA / ALUMNO / LEGAJO: " LINE 05 POSITION 05.
           ACCEPT ENT-CODIGO LINE 05 POSITION 31.
           IF ENT-CODIGO IS NOT NUMERIC OR ENT-CODIGO = 0
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           ACCEPT WFECHA-ED FROM DATE YYYYMMDD.
           PERFORM EDITAR-FECHA.
           MOVE SPACES TO R-IMP.
           STRING "DATOS PERSONALES REGISTRADOS AL " DELIMITED BY SIZE
                  FECHA-ED DELIMITED BY SIZE
                  " - TITULAR " DELIMITED BY SIZE
                  ENT-TIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ENT-CODIGO DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           EVALUATE TRUE
              WHEN TIT-CLIENTE
                 PERFORM INFORMAR-CLIENTE THRU F-INFORMAR-CLIENTE
              WHEN TIT-ALUMNO
                 PERFORM INFORMAR-ALUMNO THRU F-INFORMAR-ALUMNO
              WHEN TIT-EMPLEADO
                 PERFORM INFORMAR-EMPLEADO THRU F-INFORMAR-EMPLEADO
           END-EVALUATE.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-REGS TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "REGISTROS INFORMADOS: " CANT-ED
              DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
      *-- EL PEDIDO Y SU RESPUESTA QUEDAN EN DATPERS.LOG -----------*
           MOVE SPACES TO DP-MOTIVO.
           MOVE "ACCESO" TO DP-PEDIDO.
           IF CANT-REGS = 0
              MOVE "SIN DATOS" TO DP-RESP
           ELSE
              MOVE "INFORMADO" TO DP-RESP
           END-IF.
           PERFORM GRABAR-DATPERS.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-- CLIENTE: MAESTRO, VINCULOS, FAMILIAS, GESTIONES, ---------*
      *-- RECLAMOS, COMPROBANTES (SOLO CANTIDADES) Y AUDITPER.LOG --*
       INFORMAR-CLIENTE.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              GO TO F-INFORMAR-CLIENTE
           END-IF.
           PERFORM TITULO-SECCION.
           MOVE "CLIENTES (PERSONA.IND)" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE ENT-CODIGO TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 MOVE SPACES TO R-IMP
                 MOVE "  NO ESTA EN EL MAESTRO" TO R-IMP
                 PERFORM GRABAR-LINEA
                 CLOSE PERSONA
                 GO TO F-INFORMAR-CLIENTE-2
           END-READ.
           ADD 1 TO CANT-REGS.
           MOVE "NOMBRE" TO LDA-ROT.
           MOVE PAN TO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "CUIT / COND. IVA" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING PCUIT " / " PIVA DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "DOMICILIO" TO LDA-ROT.
           MOVE PDOM TO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "LOCALIDAD / C.P." TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING PLOC " / " PCP DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "TELEFONO" TO LDA-ROT.
           MOVE PTEL TO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "DEBITO / CBU" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING PDEB " / " PCBU DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "SUCURSAL / ESTADO" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING PSU " / " PEST DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "SALDO (D=1 H=2)" TO LDA-ROT.
           MOVE PSA TO SALDO-ED.
           MOVE SPACES TO LDA-VAL.
           STRING SALDO-ED " " PTS DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "LIMITE / PLAZO" TO LDA-ROT.
           MOVE PLI TO SALDO-ED.
           MOVE SPACES TO LDA-VAL.
           STRING SALDO-ED " / " PPLAZO " DIAS" DELIMITED BY SIZE
              INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           CLOSE PERSONA.
       F-INFORMAR-CLIENTE-2.
           PERFORM CLIENTE-VINCULOS THRU F-CLIENTE-VINCULOS.
           PERFORM CLIENTE-FAMILIAS THRU F-CLIENTE-FAMILIAS.
           PERFORM CLIENTE-GESTIONES THRU F-CLIENTE-GESTIONES.
           PERFORM CLIENTE-RECLAMOS THRU F-CLIENTE-RECLAMOS.
           PERFORM CLIENTE-COMPROBANTES THRU F-CLIENTE-COMPROBANTES.
           PERFORM TITULO-SECCION.
           MOVE "LOG DE AUDITORIA (AUDITPER.LOG)" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "AUDITPER.LOG" TO NOMBRE-AUD.
           PERFORM LEER-LOG THRU F-LEER-LOG.
       F-INFORMAR-CLIENTE.
           EXIT.

       CLIENTE-VINCULOS.
           OPEN INPUT VINCULOS.
           IF FSTAPG NOT = "00"
              GO TO F-CLIENTE-VINCULOS
           END-IF.
           PERFORM TITULO-SECCION.
           MOVE "ALUMNOS A CARGO (ALUPAG.IND)" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "N" TO SW-FIN.
           MOVE ENT-CODIGO TO APCA.
           START VINCULOS KEY IS NOT LESS THAN APCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LEER-VINCULO THRU F-LEER-VINCULO
              UNTIL SW-FIN = "S".
           CLOSE VINCULOS.
       F-CLIENTE-VINCULOS.
           EXIT.

       LEER-VINCULO.
           READ VINCULOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-VINCULO
           END-IF.
           IF APCA NOT = ENT-CODIGO
              MOVE "S" TO SW-FIN
              GO TO F-LEER-VINCULO
           END-IF.
           ADD 1 TO CANT-REGS.
           MOVE "ALUMNO" TO LDA-ROT.
           MOVE APALU TO LDA-VAL.
           PERFORM GRABAR-DATO.
       F-LEER-VINCULO.
           EXIT.

      *-- LA CABECERA DE LA FAMILIA (ALUMNO 0) TIENE LA CUENTA -----*
      *-- DEL RESPONSABLE DE PAGO: SE RECORRE ENTERA ---------------*
       CLIENTE-FAMILIAS.
           OPEN INPUT FAMILIAS.
           IF FSTFAM NOT = "00"
              GO TO F-CLIENTE-FAMILIAS
           END-IF.
           PERFORM TITULO-SECCION.
           MOVE "FAMILIAS A CARGO (FAMILIA.IND)" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "N" TO SW-FIN.
           PERFORM LEER-FAMILIA-CTA THRU F-LEER-FAMILIA-CTA
              UNTIL SW-FIN = "S".
           CLOSE FAMILIAS.
       F-CLIENTE-FAMILIAS.
           EXIT.

       LEER-FAMILIA-CTA.
           READ FAMILIAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-FAMILIA-CTA
           END-IF.
           IF FMALU NOT = 0 OR FMCA NOT = ENT-CODIGO
              GO TO F-LEER-FAMILIA-CTA
           END-IF.
           ADD 1 TO CANT-REGS.
           MOVE "FAMILIA" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING FMNRO " " FMNOM DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
       F-LEER-FAMILIA-CTA.
           EXIT.

       CLIENTE-GESTIONES.
           OPEN INPUT GESTIONES.
           IF FSTGES NOT = "00"
              GO TO F-CLIENTE-GESTIONES
           END-IF.
           PERFORM TITULO-SECCION.
           MOVE "GESTIONES DE COBRANZA (GESTCOB.IND)" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "N" TO SW-FIN.
           MOVE ENT-CODIGO TO GCCA.
           MOVE 0 TO GCFECHA GCSEC.
           START GESTIONES KEY IS NOT LESS THAN GCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LEER-GESTION THRU F-LEER-GESTION
              UNTIL SW-FIN = "S".
           CLOSE GESTIONES.
       F-CLIENTE-GESTIONES.
           EXIT.

       LEER-GESTION.
           READ GESTIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-GESTION
           END-IF.
           IF GCCA NOT = ENT-CODIGO
              MOVE "S" TO SW-FIN
              GO TO F-LEER-GESTION
           END-IF.
           ADD 1 TO CANT-REGS.
           MOVE GCFECHA TO WFECHA-ED.
           PERFORM EDITAR-FECHA.
           MOVE FECHA-ED TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING GCACC " " GCRES " OPER " GCOPE
              DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
       F-LEER-GESTION.
           EXIT.

       CLIENTE-RECLAMOS.
           OPEN INPUT RECLAMOS.
           IF FSTRCL NOT = "00"
              GO TO F-CLIENTE-RECLAMOS
           END-IF.
           PERFORM TITULO-SECCION.
           MOVE "RECLAMOS (RECLAMOS.IND)" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "N" TO SW-FIN.
           MOVE ENT-CODIGO TO RLCA.
           START RECLAMOS KEY IS NOT LESS THAN RLCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LEER-RECLAMO-CTA THRU F-LEER-RECLAMO-CTA
              UNTIL SW-FIN = "S".
           CLOSE RECLAMOS.
       F-CLIENTE-RECLAMOS.
           EXIT.

       LEER-RECLAMO-CTA.
           READ RECLAMOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-RECLAMO-CTA
           END-IF.
           IF RLCA NOT = ENT-CODIGO
              MOVE "S" TO SW-FIN
              GO TO F-LEER-RECLAMO-CTA
           END-IF.
           PERFORM LISTAR-RECLAMO.
       F-LEER-RECLAMO-CTA.
           EXIT.

       LISTAR-RECLAMO.
           ADD 1 TO CANT-REGS.
           MOVE RLFECHA TO WFECHA-ED.
           PERFORM EDITAR-FECHA.
           MOVE FECHA-ED TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING RLNRO " " RLNOM DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE SPACES TO LDA-ROT.
           MOVE RLDET TO LDA-VAL.
           PERFORM GRABAR-DATO.

      *-- LOS COMPROBANTES SE CONSERVAN POR LA LEY FISCAL: SOLO ----*
      *-- SE INFORMA CUANTOS HAY -----------------------------------*
       CLIENTE-COMPROBANTES.
           OPEN INPUT MOVIMIENTOS.
           IF FSTMOV = "00"
              MOVE "N" TO SW-FIN
              MOVE ENT-CODIGO TO MVCA
              MOVE 0 TO MVFECHA MVSEC
              START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
                 INVALID KEY MOVE "S" TO SW-FIN
              END-START
              PERFORM CONTAR-MOVIMIENTO THRU F-CONTAR-MOVIMIENTO
                 UNTIL SW-FIN = "S"
              CLOSE MOVIMIENTOS
           END-IF.
           OPEN INPUT FACTURAS.
           IF FSTFAC = "00"
              MOVE "N" TO SW-FIN
              PERFORM CONTAR-FACTURA THRU F-CONTAR-FACTURA
                 UNTIL SW-FIN = "S"
              CLOSE FACTURAS
           END-IF.
           PERFORM TITULO-SECCION.
           MOVE "COMPROBANTES (SE CONSERVAN POR LA LEY FISCAL)"
              TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "MOVIMIENTOS CTA.CTE." TO LDA-ROT.
           MOVE CANT-MOV TO CANT-ED.
           MOVE CANT-ED TO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "FACTURAS" TO LDA-ROT.
           MOVE CANT-FAC TO CANT-ED.
           MOVE CANT-ED TO LDA-VAL.
           PERFORM GRABAR-DATO.
       F-CLIENTE-COMPROBANTES.
           EXIT.

       CONTAR-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-CONTAR-MOVIMIENTO
           END-IF.
           IF MVCA NOT = ENT-CODIGO
              MOVE "S" TO SW-FIN
              GO TO F-CONTAR-MOVIMIENTO
           END-IF.
           ADD 1 TO CANT-MOV CANT-REGS.
       F-CONTAR-MOVIMIENTO.
           EXIT.

       CONTAR-FACTURA.
           READ FACTURAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-CONTAR-FACTURA
           END-IF.
           IF FCCA = ENT-CODIGO
              ADD 1 TO CANT-FAC CANT-REGS
           END-IF.
       F-CONTAR-FACTURA.
           EXIT.

      *-- ALUMNO: MAESTRO (O SU IMAGEN EN EL ARCHIVO DE BAJAS), ----*
      *-- SALUD, DOCUMENTO, FAMILIA, RESPONSABLE, RECLAMOS, BAJA ---*
      *-- PENDIENTE Y AUDITALU.LOG CON SUS GENERACIONES ------------*
       INFORMAR-ALUMNO.
           OPEN INPUT MAESTRO.
           IF FSTALU NOT = "00"
              GO TO F-INFORMAR-ALUMNO
           END-IF.
           PERFORM TITULO-SECCION.
           MOVE "ALUMNOS (MAEALU.IND)" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE ENT-CODIGO TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY MOVE "23" TO FSTALU
           END-READ.
           IF FSTALU = "00"
              PERFORM LISTAR-ALUMNO
           ELSE
              MOVE SPACES TO R-IMP
              MOVE "  NO ESTA EN EL MAESTRO" TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           OPEN INPUT ARCBAJAS.
           IF FSTARC = "00"
              PERFORM TITULO-SECCION
              MOVE "ARCHIVO DE BAJAS (BAJASALU.IND)" TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE ENT-CODIGO TO ARC-MCA
              READ ARCBAJAS KEY IS ARC-MCA
                 INVALID KEY MOVE "23" TO FSTARC
              END-READ
              IF FSTARC = "00"
                 MOVE ARC-MCA TO MCA
                 MOVE ARC-DATOS TO R-MAE(9:59)
                 PERFORM LISTAR-ALUMNO
                 MOVE ARC-FBAJA TO WFECHA-ED
                 PERFORM EDITAR-FECHA
                 MOVE "BAJA / MOTIVO" TO LDA-ROT
                 MOVE SPACES TO LDA-VAL
                 STRING FECHA-ED " / " ARC-MOTIVO DELIMITED BY SIZE
                    INTO LDA-VAL
                 PERFORM GRABAR-DATO
              END-IF
              CLOSE ARCBAJAS
           END-IF.
           CLOSE MAESTRO.
           PERFORM ALUMNO-SALUD THRU F-ALUMNO-SALUD.
           PERFORM ALUMNO-DOCUMENTO THRU F-ALUMNO-DOCUMENTO.
           PERFORM ALUMNO-FAMILIA THRU F-ALUMNO-FAMILIA.
           PERFORM ALUMNO-RESPONSABLE THRU F-ALUMNO-RESPONSABLE.
           PERFORM ALUMNO-RECLAMOS THRU F-ALUMNO-RECLAMOS.
           PERFORM ALUMNO-PENDIENTE THRU F-ALUMNO-PENDIENTE.
           PERFORM TITULO-SECCION.
           MOVE "LOG DE AUDITORIA (AUDITALU.LOG Y GENERACIONES)"
              TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "AUDITALU.LOG" TO NOMBRE-AUD.
           PERFORM LEER-LOG THRU F-LEER-LOG.
           ACCEPT WFECHA4 FROM DATE YYYYMMDD.
           COMPUTE WPER-GEN = WAA4 * 100 + WMM4.
           MOVE 0 TO CANT-GEN.
           PERFORM LEER-GENERACION THRU F-LEER-GENERACION
              UNTIL CANT-GEN NOT < 120.
       F-INFORMAR-ALUMNO.
           EXIT.

       LISTAR-ALUMNO.
           ADD 1 TO CANT-REGS.
           MOVE "NOMBRE" TO LDA-ROT.
           MOVE MAN TO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "NACIMIENTO / EDAD" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING MND "/" MNM "/" MNA " / " MED DELIMITED BY SIZE
              INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "SEXO / EST. CIVIL" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING MSE " / " MEC DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "INGRESO / CURSO" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING MDD "/" MMM "/" MAA " / " MCU DELIMITED BY SIZE
              INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "LOCALIDAD / SUC." TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING MLO " / " MSU DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.

       ALUMNO-SALUD.
           OPEN INPUT SALUD.
           IF FSTSAL NOT = "00"
              GO TO F-ALUMNO-SALUD
           END-IF.
           PERFORM TITULO-SECCION.
           MOVE "FICHA DE SALUD (SALUD.IND)" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE ENT-CODIGO TO SAALU.
           READ SALUD KEY IS SAALU
              INVALID KEY
                 CLOSE SALUD
                 GO TO F-ALUMNO-SALUD
           END-READ.
           ADD 1 TO CANT-REGS.
           MOVE "CONTACTO 1" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING SACON1 " " SATEL1 DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "CONTACTO 2" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING SACON2 " " SATEL2 DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "OBRA SOCIAL / NRO." TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING SAOBRA " " SANRO DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "ALERGIAS" TO LDA-ROT.
           MOVE SAALER TO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "OBSERVACIONES" TO LDA-ROT.
           MOVE SAOBS TO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "AUTORIZADO A RETIRAR" TO LDA-ROT.
           MOVE SARET1 TO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "AUTORIZADO A RETIRAR" TO LDA-ROT.
           MOVE SARET2 TO LDA-VAL.
           PERFORM GRABAR-DATO.
           CLOSE SALUD.
       F-ALUMNO-SALUD.
           EXIT.

       ALUMNO-DOCUMENTO.
           OPEN INPUT DOCUMENTOS.
           IF FSTDOC NOT = "00"
              GO TO F-ALUMNO-DOCUMENTO
           END-IF.
           MOVE ENT-CODIGO TO DAALU.
           READ DOCUMENTOS KEY IS DAALU
              INVALID KEY
                 CLOSE DOCUMENTOS
                 GO TO F-ALUMNO-DOCUMENTO
           END-READ.
           ADD 1 TO CANT-REGS.
           PERFORM TITULO-SECCION.
           MOVE "DOCUMENTO (DOCALU.IND)" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "TIPO / NUMERO" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING DATIPO " " DANRO DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           CLOSE DOCUMENTOS.
       F-ALUMNO-DOCUMENTO.
           EXIT.

      *-- EL ALUMNO ESTA EN UNA SOLA FAMILIA (CLAVE ALTERNA) -------*
       ALUMNO-FAMILIA.
           OPEN INPUT FAMILIAS.
           IF FSTFAM NOT = "00"
              GO TO F-ALUMNO-FAMILIA
           END-IF.
           MOVE ENT-CODIGO TO FMALU.
           READ FAMILIAS KEY IS FMALU
              INVALID KEY
                 CLOSE FAMILIAS
                 GO TO F-ALUMNO-FAMILIA
           END-READ.
           ADD 1 TO CANT-REGS.
           MOVE FMNRO TO WFAMILIA.
           PERFORM TITULO-SECCION.
           MOVE "GRUPO FAMILIAR (FAMILIA.IND)" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "MIEMBRO" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING FMNRO " " FMNOM DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE WFAMILIA TO FMNRO.
           MOVE 0 TO FMALU.
           READ FAMILIAS KEY IS FMCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "FAMILIA / RESPONS." TO LDA-ROT
                 MOVE SPACES TO LDA-VAL
                 STRING FMNOM " CUENTA " FMCA DELIMITED BY SIZE
                    INTO LDA-VAL
                 PERFORM GRABAR-DATO
           END-READ.
           CLOSE FAMILIAS.
       F-ALUMNO-FAMILIA.
           EXIT.

       ALUMNO-RESPONSABLE.
           OPEN INPUT VINCULOS.
           IF FSTAPG NOT = "00"
              GO TO F-ALUMNO-RESPONSABLE
           END-IF.
           MOVE ENT-CODIGO TO APALU.
           READ VINCULOS KEY IS APALU
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO CANT-REGS
                 PERFORM TITULO-SECCION
                 MOVE "RESPONSABLE DE PAGO (ALUPAG.IND)" TO R-IMP
                 PERFORM GRABAR-LINEA
                 MOVE "CUENTA" TO LDA-ROT
                 MOVE APCA TO LDA-VAL
                 PERFORM GRABAR-DATO
           END-READ.
           CLOSE VINCULOS.
       F-ALUMNO-RESPONSABLE.
           EXIT.

      *-- LOS RECLAMOS NO TIENEN CLAVE POR ALUMNO: SE RECORREN -----*
       ALUMNO-RECLAMOS.
           OPEN INPUT RECLAMOS.
           IF FSTRCL NOT = "00"
              GO TO F-ALUMNO-RECLAMOS
           END-IF.
           PERFORM TITULO-SECCION.
           MOVE "RECLAMOS (RECLAMOS.IND)" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "N" TO SW-FIN.
           PERFORM LEER-RECLAMO-ALU THRU F-LEER-RECLAMO-ALU
              UNTIL SW-FIN = "S".
           CLOSE RECLAMOS.
       F-ALUMNO-RECLAMOS.
           EXIT.

       LEER-RECLAMO-ALU.
           READ RECLAMOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-RECLAMO-ALU
           END-IF.
           IF RCL-ALUMNO AND RLALU = ENT-CODIGO
              PERFORM LISTAR-RECLAMO
           END-IF.
       F-LEER-RECLAMO-ALU.
           EXIT.

       ALUMNO-PENDIENTE.
           OPEN INPUT PENDIENTES.
           IF FSTPEN NOT = "00"
              GO TO F-ALUMNO-PENDIENTE
           END-IF.
           MOVE "ALU" TO PBARCH.
           MOVE ENT-CODIGO TO PBCODIGO.
           READ PENDIENTES KEY IS PBCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO CANT-REGS
                 PERFORM TITULO-SECCION
                 MOVE "BAJA PENDIENTE (BAJASPEN.IND)" TO R-IMP
                 PERFORM GRABAR-LINEA
                 MOVE PBFECHA TO WFECHA-ED
                 PERFORM EDITAR-FECHA
                 MOVE FECHA-ED TO LDA-ROT
                 MOVE PBNOMBRE TO LDA-VAL
                 PERFORM GRABAR-DATO
           END-READ.
           CLOSE PENDIENTES.
       F-ALUMNO-PENDIENTE.
           EXIT.

      *-- MES ANTERIOR Y LECTURA DE ESA GENERACION -----------------*
       LEER-GENERACION.
           DIVIDE WPER-GEN BY 100 GIVING WPER-GEN
              REMAINDER WPER-MM.
           IF WPER-MM = 1
              COMPUTE WPER-GEN = (WPER-GEN - 1) * 100 + 12
           ELSE
              COMPUTE WPER-GEN = WPER-GEN * 100 + WPER-MM - 1
           END-IF.
           MOVE SPACES TO NOMBRE-AUD.
           STRING "AUDITALU-" DELIMITED BY SIZE
                  WPER-GEN DELIMITED BY SIZE
                  ".LOG" DELIMITED BY SIZE
                  INTO NOMBRE-AUD.
           PERFORM LEER-LOG THRU F-LEER-LOG.
           ADD 1 TO CANT-GEN.
       F-LEER-GENERACION.
           EXIT.

      *-- UN LOG QUE NO EXISTE SIMPLEMENTE SE SALTA ----------------*
       LEER-LOG.
           OPEN INPUT AUDITORIA.
           IF FSTAUD NOT = "00"
              GO TO F-LEER-LOG
           END-IF.
           PERFORM LEER-LINEA-LOG THRU F-LEER-LINEA-LOG
              UNTIL FSTAUD = "10".
           CLOSE AUDITORIA.
       F-LEER-LOG.
           EXIT.

       LEER-LINEA-LOG.
           MOVE SPACES TO R-AUDITORIA.
           READ AUDITORIA AT END MOVE "10" TO FSTAUD.
           IF FSTAUD NOT = "00"
              GO TO F-LEER-LINEA-LOG
           END-IF.
           IF TIT-ALUMNO
              MOVE R-AUDITORIA TO LINEA-AUDITORIA
              IF LA-CODIGO IS NOT NUMERIC
                 OR LA-CODIGO NOT = ENT-CODIGO
                 GO TO F-LEER-LINEA-LOG
              END-IF
              MOVE LA-FECHA TO WFECHA-ED
              MOVE LA-TIPO TO LDA-ROT(11:10)
              MOVE SPACES TO LDA-VAL
              STRING LA-MAN-ANT(1:27) " > " LA-MAN-NUE(1:27)
                 DELIMITED BY SIZE INTO LDA-VAL
           ELSE
              MOVE R-AUDITORIA TO LINEA-AUDIPER
              IF LP-CODIGO IS NOT NUMERIC
                 OR LP-CODIGO NOT = ENT-CODIGO
                 GO TO F-LEER-LINEA-LOG
              END-IF
              MOVE LP-FECHA TO WFECHA-ED
              MOVE LP-TIPO TO LDA-ROT(11:10)
              MOVE SPACES TO LDA-VAL
              STRING LP-PAN-ANT(1:27) " > " LP-PAN-NUE(1:27)
                 DELIMITED BY SIZE INTO LDA-VAL
           END-IF.
           ADD 1 TO CANT-REGS.
           PERFORM EDITAR-FECHA.
           MOVE FECHA-ED TO LDA-ROT(1:10).
           PERFORM GRABAR-DATO.
       F-LEER-LINEA-LOG.
           EXIT.

      *-- EMPLEADO: LEGAJO (O SU IMAGEN DE EGRESADO) Y FAMILIARES --*
      *-- A CARGO - LO LIQUIDADO SE CONSERVA POR LA LEY LABORAL ----*
       INFORMAR-EMPLEADO.
           OPEN INPUT MAEEMP.
           IF FSTEMP = "00"
              PERFORM TITULO-SECCION
              MOVE "PERSONAL (MAEEMP.IND)" TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE ENT-CODIGO TO EM-MCA
              READ MAEEMP KEY IS EM-MCA
                 INVALID KEY
                    MOVE SPACES TO R-IMP
                    MOVE "  NO ESTA EN EL MAESTRO" TO R-IMP
                    PERFORM GRABAR-LINEA
                 NOT INVALID KEY
                    PERFORM LISTAR-EMPLEADO
              END-READ
           END-IF.
           OPEN INPUT EGRESADOS.
           IF FSTEBJ = "00"
              PERFORM TITULO-SECCION
              MOVE "EGRESADOS (EMPBAJA.IND)" TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE ENT-CODIGO TO EBMCA
              READ EGRESADOS KEY IS EBMCA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE EBMCA TO EM-MCA
                    MOVE EBDATOS TO R-MAEEMP(9:50)
                    PERFORM LISTAR-EMPLEADO
                    MOVE EBFEGR TO WFECHA-ED
                    PERFORM EDITAR-FECHA
                    MOVE "EGRESO / MOTIVO" TO LDA-ROT
                    MOVE SPACES TO LDA-VAL
                    STRING FECHA-ED " / " EBMOT DELIMITED BY SIZE
                       INTO LDA-VAL
                    PERFORM GRABAR-DATO
                    MOVE "NETO LIQ. FINAL" TO LDA-ROT
                    MOVE EBNETO TO NETO-ED
                    MOVE NETO-ED TO LDA-VAL
                    PERFORM GRABAR-DATO
              END-READ
              CLOSE EGRESADOS
           END-IF.
           IF FSTEMP = "00"
              CLOSE MAEEMP
           END-IF.
           OPEN INPUT FAMILIARES.
           IF FSTFCA NOT = "00"
              GO TO F-INFORMAR-EMPLEADO
           END-IF.
           PERFORM TITULO-SECCION.
           MOVE "FAMILIARES A CARGO (FAMCARGO.IND)" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "N" TO SW-FIN.
           MOVE ENT-CODIGO TO FCLEG.
           MOVE 0 TO FCREN.
           START FAMILIARES KEY IS NOT LESS THAN FCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LEER-FAMILIAR THRU F-LEER-FAMILIAR
              UNTIL SW-FIN = "S".
           CLOSE FAMILIARES.
       F-INFORMAR-EMPLEADO.
           EXIT.

       LISTAR-EMPLEADO.
           ADD 1 TO CANT-REGS.
           MOVE "NOMBRE" TO LDA-ROT.
           MOVE EM-MAN TO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "SEXO / CATEGORIA" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING EM-MSE " / " EM-MCATE DELIMITED BY SIZE
              INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE "BASICO / LOCALIDAD" TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING EM-MSB " / " EM-MLO DELIMITED BY SIZE
              INTO LDA-VAL.
           PERFORM GRABAR-DATO.
           MOVE EM-MFING TO WFECHA-ED.
           PERFORM EDITAR-FECHA.
           MOVE "INGRESO / ANTIG." TO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING FECHA-ED " / " EM-MANT DELIMITED BY SIZE
              INTO LDA-VAL.
           PERFORM GRABAR-DATO.

       LEER-FAMILIAR.
           READ FAMILIARES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-FAMILIAR
           END-IF.
           IF FCLEG NOT = ENT-CODIGO
              MOVE "S" TO SW-FIN
              GO TO F-LEER-FAMILIAR
           END-IF.
           ADD 1 TO CANT-REGS.
           MOVE FCFNAC TO WFECHA-ED.
           PERFORM EDITAR-FECHA.
           MOVE SPACES TO LDA-ROT.
           STRING FCPAR " " FECHA-ED DELIMITED BY SIZE INTO LDA-ROT.
           MOVE SPACES TO LDA-VAL.
           STRING FANOM " ESC " FCESC " DISC " FCDISC
              DELIMITED BY SIZE INTO LDA-VAL.
           PERFORM GRABAR-DATO.
       F-LEER-FAMILIAR.
           EXIT.

       TITULO-SECCION.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.

       GRABAR-DATO.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-DATO TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO LDA-ROT.

       GRABAR-DATPERS.
           ACCEPT DP-FECHA FROM DATE YYYYMMDD.
           ACCEPT DP-HORA FROM TIME.
           MOVE ENT-TIT TO DP-TIT.
           MOVE ENT-CODIGO TO DP-CODIGO.
           MOVE QS-OPER TO DP-OPER.
           MOVE CANT-REGS TO DP-REGS.
           MOVE SPL-NUMERO TO DP-SPOOL.
           OPEN EXTEND DATLOG.
           IF FSTDLG NOT = "00"
              OPEN OUTPUT DATLOG
           END-IF.
           WRITE R-DATLOG FROM LINEA-DATPERS.
           CLOSE DATLOG.

       EDITAR-FECHA.
           MOVE WFE-DD TO FED-DD.
           MOVE WFE-MM TO FED-MM.
           MOVE WFE-AA TO FED-AA.

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
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
