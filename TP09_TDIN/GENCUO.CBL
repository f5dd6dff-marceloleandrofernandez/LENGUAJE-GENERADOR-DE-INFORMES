      *** CON EL DESCUENTO POR HERMANOS; UNA BECA DEL 100% NO       ***
      *** GENERA MOVIMIENTO -                                      ***
      *** IMPRIME POR EL SPOOL LA LISTA DE CONTROL CON SUBTOTALES  ***
      *** POR CURSO Y POR SUCURSAL, Y EN OTRA ENTRADA DEL SPOOL    ***
      *** (BOLCUO) UNA BOLETA DE PAGO POR CUOTA CON LOS DOS        ***
      *** VENCIMIENTOS Y EL CODIGO DE BARRAS DE COBRANZA           ***
      *** EXTRABANCARIA (VER CODCOB) -                             ***
      *** LOS SERVICIOS ADICIONALES (COMEDOR, TRANSPORTE, ETC. DE  ***
      *** SERVICIO.IND) A LOS QUE EL ALUMNO ESTA SUSCRIPTO EN EL   ***
      *** PERIODO (SUSCRIP.IND, VER ABMSUSC) SALEN COMO UN         ***
      *** MOVIMIENTO MAS POR SERVICIO SOBRE LA MISMA CUENTA, CON   ***
      *** SU BOLETA, Y CON LA BECA SOLO SI EL SERVICIO LA ADMITE - ***
      *** CADA UNO QUEDA EN SRVFAC.IND PARA LA RECAUDACION POR     ***
      *** SERVICIO (RECSERV)                                       ***
      *** EL ALUMNO QUE PERDIO LA VACANTE EN LA CAMPANA DE         ***
      *** REINSCRIPCION DEL CICLO (REINSC.IND, VER CAMPREI) YA NO  ***
      *** GENERA CUOTAS NI SERVICIOS                               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCUO.
       ENVIRONMENT DIVISION.
           RECORD KEY IS PECLAVE
           FILE STATUS IS FSTPERI.

      *-- SERVICIOS ADICIONALES Y SUSCRIPCIONES DE LOS ALUMNOS -----*
           SELECT SERVICIOS ASSIGN TO DISK "SERVICIO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SVCOD
           FILE STATUS IS FSTSRV.

           SELECT SUSCRIPCIONES ASSIGN TO DISK "SUSCRIP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SSCLAVE
           FILE STATUS IS FSTSUS.

           SELECT SRV-FACTURADOS ASSIGN TO DISK "SRVFAC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SFCLAVE
           FILE STATUS IS FSTSFC.

      *-- CAMPANA DE REINSCRIPCION DEL CICLO (VER CAMPREI) ---------*
           SELECT REINSCRIP ASSIGN TO DISK "REINSC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RICLAVE
           ALTERNATE RECORD KEY IS RIPARTIDA DUPLICATES
           FILE STATUS IS FSTREI.

      *-- UN RENGLON POR PERIODO YA GENERADO: LA CORRIDA NO SE -----*
      *-- REPITE PARA EL MISMO MES (COMO EL REVALUO.CTL) -----------*
           SELECT CONTROL-GEN ASSIGN TO DISK "GENCUO.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

      *-- LAS BOLETAS DE PAGO VAN A SU PROPIA ENTRADA DEL SPOOL ----*
           SELECT BOLETAS ASSIGN TO DISK NOMBRE-SPOOL-BOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTBOL.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO

        FD ARANCELES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS R-ARA.

         COPY ARANCEL.

         COPY BECA.

        FD SERVICIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS R-SRV.

         COPY SERVICIO.

        FD SUSCRIPCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-SUS.

         COPY SUSCRIP.

        FD SRV-FACTURADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS R-SFC.

         COPY SRVFAC.

        FD REINSCRIP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS R-REI.

         COPY REINSC.

        FD CONTROL-GEN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 6 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       FD   BOLETAS
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-BOL.
        01   R-BOL  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTALU              PIC XX.
       77 FSTAPG              PIC XX.
       77 FSTSPL              PIC XX.
       77 FSTFAM              PIC XX.
       77 FSTBEC              PIC XX.
       77 FSTBOL              PIC XX.
       77 FSTSRV              PIC XX.
       77 FSTSUS              PIC XX.
       77 FSTSFC              PIC XX.
       77 FSTREI              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "GENCUO  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 0.
      *-- LAS BOLETAS DE PAGO, DIEZ POR HOJA -----------------------*
       77 NOMBRE-SPOOL-BOL    PIC X(13) VALUE SPACES.
       77 SPL-NUMERO-BOL      PIC 9(6) VALUE 0.
       77 SPL-PAGINAS-BOL     PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-BOL     PIC X(8) VALUE "BOLCUO  ".
       77 CANT-BOL-HOJA       PIC 9(2) VALUE 0.
       COPY BARCOB.
       COPY TALCOB.
      *-- DIARIO DE IMAGENES DE LOS ARCHIVOS DE PLATA (GRABJRNP) ---*
       77 JRN-ARCH            PIC X.
       77 JRN-OP              PIC X.
       77 SW-BEC-ARCH         PIC X VALUE "N".
       77 WPCT-BECA           PIC 9(3).
       77 CANT-BECA-100       PIC 9(05) VALUE 0.
      *-- SERVICIOS ADICIONALES: SIN SERVICIO.IND O SUSCRIP.IND ----*
      *-- SOLO SE GENERAN LAS CUOTAS -------------------------------*
       77 SW-SRV-ARCH         PIC X VALUE "N".
       77 SW-FIN-SUS          PIC X.
      *-- CUENTA DEL RESPONSABLE PARA LOS SERVICIOS: " " = SIN -----*
      *-- VERIFICAR TODAVIA, "S" = EN CONDICIONES, "N" = NO --------*
       77 SW-CTA-SRV          PIC X.
       77 WIMP-SRV            PIC 9(05)V99.
       77 WPER-DESDE          PIC 9(8).
       77 WPER-HASTA          PIC 9(8).
       77 CANT-SERVICIOS      PIC 9(05) VALUE 0.
       77 CANT-SRV-SIN-CTA    PIC 9(05) VALUE 0.
       77 TOT-SERVICIOS       PIC 9(07)V99 VALUE 0.
      *-- SIN REINSC.IND NO HAY CAMPANA DE REINSCRIPCION -----------*
       77 SW-REI-ARCH         PIC X VALUE "N".
       77 CANT-NO-REINSC      PIC 9(05) VALUE 0.
       77 PCT-HNO2            PIC 9(2) VALUE 0.
       77 PCT-HNO3            PIC 9(2) VALUE 0.
       77 WPCT-DESC           PIC 9(3).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 SD-OBS   PIC X(18).

       01 BOLETA-CORTE        PIC X(72) VALUE ALL "-".

       01 BOLETA-CABECERA.
          02 FILLER   PIC X(17) VALUE "BOLETA DE PAGO - ".
          02 BC-CON   PIC X(15).
          02 FILLER   PIC X(03) VALUE SPACES.
          02 FILLER   PIC X(12) VALUE "RESPONSABLE ".
          02 BC-RESP  PIC 9(8).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 BC-NOM   PIC X(16).

       01 BOLETA-ALUMNO.
          02 FILLER   PIC X(07) VALUE "ALUMNO ".
          02 BA-ALU   PIC 9(8).
          02 FILLER   PIC X(02) VALUE SPACES.
          02 BA-NOM   PIC X(30).
          02 FILLER   PIC X(07) VALUE " CURSO ".
          02 BA-CUR   PIC 99.

       01 SALIDA-SUBTOTAL.
          02 FILLER   PIC X(05) VALUE SPACES.
          02 ST-ROT   PIC X(16).
           IF FSTBEC = "00"
              MOVE "S" TO SW-BEC-ARCH
           END-IF.
      *-- SIN SERVICIOS O SIN SUSCRIPCIONES SE FACTURA SOLO LA -----*
      *-- CUOTA; EL REGISTRO DE FACTURADOS SE CREA LA PRIMERA VEZ --*
           OPEN INPUT SERVICIOS.
           IF FSTSRV = "00"
              OPEN INPUT SUSCRIPCIONES
              IF FSTSUS = "00"
                 MOVE "S" TO SW-SRV-ARCH
              ELSE
                 CLOSE SERVICIOS
              END-IF
           END-IF.
           IF SW-SRV-ARCH = "S"
              OPEN I-O SRV-FACTURADOS
              IF FSTSFC NOT = "00"
                 OPEN OUTPUT SRV-FACTURADOS
                 CLOSE SRV-FACTURADOS
                 OPEN I-O SRV-FACTURADOS
              END-IF
           END-IF.
           OPEN INPUT REINSCRIP.
           IF FSTREI = "00"
              MOVE "S" TO SW-REI-ARCH
           END-IF.
           PERFORM LEER-DESCUENTOS.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           IF WPERIODO IS NOT NUMERIC OR WPERIODO = 0
              MOVE WFECHA-HOY(1:6) TO WPERIODO
           END-IF.
           COMPUTE WPER-DESDE = WPERIODO * 100 + 1.
           COMPUTE WPER-HASTA = WPERIODO * 100 + 31.
           PERFORM VERIFICAR-PERIODO THRU SALIR-VERIFICAR-PERIODO.
           IF SW-PERI-CERRADO = "S"
              DISPLAY "PERIODO CERRADO - NO SE GENERA"
                 LINE 22 POSITION 05
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           CALL   "TOMASPL" USING NOMBRE-PROG-BOL SPL-NUMERO-BOL
                                  NOMBRE-SPOOL-BOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT BOLETAS.
           PERFORM IMPRIMIR-TITULOS.
           MOVE "N" TO SW-FIN-ALU.
           MOVE 0 TO MCA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           CLOSE BOLETAS.
           CALL   "CIERSPL" USING SPL-NUMERO-BOL SPL-PAGINAS-BOL
           CANCEL "CIERSPL".
           GO TO FIN.

       TRATAR-ALUMNO.
           IF SW-FIN-ALU = "S"
              GO TO F-TRATAR-ALUMNO
           END-IF.
      *-- EL QUE NO SE REINSCRIBIO Y PERDIO LA VACANTE YA NO ESTA --*
           IF SW-REI-ARCH = "S"
              MOVE WPER-AA TO RICICLO
              MOVE MCA TO RIALU
              READ REINSCRIP KEY IS RICLAVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF REI-LIBERADO
                       ADD 1 TO CANT-NO-REINSC
                       PERFORM DETALLE-SALTEADO
                       MOVE "NO REINSCRIPTO" TO SD-OBS
                       PERFORM GRABAR-DETALLE
                       GO TO F-TRATAR-ALUMNO
                    END-IF
              END-READ
           END-IF.
      *-- SIN RESPONSABLE VINCULADO NO HAY A QUIEN FACTURAR --------*
           MOVE MCA TO APALU.
           READ VINCULOS KEY IS APALU
                 GO TO F-TRATAR-ALUMNO
           END-READ.
           MOVE APCA TO WCA-PAG.
           MOVE SPACE TO SW-CTA-SRV.
      *-- SIN ARANCEL DEL CURSO NO HAY IMPORTE ---------------------*
           MOVE MCU TO ARCUR.
           READ ARANCELES KEY IS ARCUR
                 PERFORM DETALLE-SALTEADO
                 MOVE "SIN ARANCEL" TO SD-OBS
                 PERFORM GRABAR-DETALLE
                 PERFORM FACTURAR-SERVICIOS THRU
                    F-FACTURAR-SERVICIOS
                 GO TO F-TRATAR-ALUMNO
           END-READ.
           MOVE ARIMP TO WCUOTA.
              PERFORM DETALLE-SALTEADO
              MOVE "BECA 100%" TO SD-OBS
              PERFORM GRABAR-DETALLE
              PERFORM FACTURAR-SERVICIOS THRU F-FACTURAR-SERVICIOS
              GO TO F-TRATAR-ALUMNO
           END-IF.
      *-- LA CUENTA DEL RESPONSABLE DEBE EXISTIR Y ESTAR ACTIVA ----*
              PERFORM GRABAR-DETALLE
              GO TO F-TRATAR-ALUMNO
           END-IF.
      *-- A UNA CUENTA PASADA A INCOBRABLES (VER CASTIGO) LA CUOTA -*
      *-- LA CARGA A MANO UN SUPERVISOR, SI CORRESPONDE ------------*
           IF PER-INCOBRABLE
              ADD 1 TO CANT-SIN-CUENTA
              PERFORM DETALLE-SALTEADO
              MOVE "CUENTA EN INCOBRABLES" TO SD-OBS
              PERFORM GRABAR-DETALLE
              GO TO F-TRATAR-ALUMNO
           END-IF.
           PERFORM GRABAR-CUOTA.
           MOVE "S" TO SW-CTA-SRV.
           PERFORM FACTURAR-SERVICIOS THRU F-FACTURAR-SERVICIOS.
       F-TRATAR-ALUMNO.
           EXIT.

                 MOVE "M" TO JRN-ARCH
                 MOVE "A" TO JRN-OP
                 PERFORM ASENTAR-JRN
                 PERFORM IMPRIMIR-BOLETA
                 ADD 1 TO CANT-GENERADAS
                 ADD WCUOTA TO TOT-GENERADO
                 PERFORM ACUMULAR-SUBTOTALES
                 PERFORM GRABAR-DETALLE
           END-WRITE.

      *-- UN MOVIMIENTO POR CADA SERVICIO AL QUE EL ALUMNO ESTA ----*
      *-- SUSCRIPTO EN ALGUN DIA DEL PERIODO, SOBRE LA CUENTA DEL --*
      *-- MISMO RESPONSABLE QUE PAGA LA CUOTA ----------------------*
       FACTURAR-SERVICIOS.
           IF SW-SRV-ARCH NOT = "S"
              GO TO F-FACTURAR-SERVICIOS
           END-IF.
      *-- LA BECA SOLA, SIN EL DESCUENTO POR HERMANOS --------------*
           MOVE 0 TO WPCT-DESC.
           PERFORM APLICAR-BECA THRU F-APLICAR-BECA.
           MOVE "N" TO SW-FIN-SUS.
           MOVE MCA TO SSALU.
           MOVE 0 TO SSSER.
           START SUSCRIPCIONES KEY IS NOT LESS THAN SSCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SUS
           END-START.
           PERFORM TRATAR-SUSCRIPCION THRU F-TRATAR-SUSCRIPCION
              UNTIL SW-FIN-SUS = "S".
       F-FACTURAR-SERVICIOS.
           EXIT.

       TRATAR-SUSCRIPCION.
           READ SUSCRIPCIONES NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN-SUS
                 GO TO F-TRATAR-SUSCRIPCION
           END-READ.
           IF SSALU NOT = MCA
              MOVE "S" TO SW-FIN-SUS
              GO TO F-TRATAR-SUSCRIPCION
           END-IF.
           IF SSDESDE > WPER-HASTA OR SSHASTA < WPER-DESDE
              GO TO F-TRATAR-SUSCRIPCION
           END-IF.
           MOVE SSSER TO SVCOD.
           READ SERVICIOS KEY IS SVCOD
              INVALID KEY GO TO F-TRATAR-SUSCRIPCION
           END-READ.
           IF SRV-BAJA
              GO TO F-TRATAR-SUSCRIPCION
           END-IF.
           IF SW-CTA-SRV = SPACE
              PERFORM VERIFICAR-CUENTA-SRV
           END-IF.
           IF SW-CTA-SRV = "N"
              ADD 1 TO CANT-SRV-SIN-CTA
              PERFORM DETALLE-SALTEADO
              MOVE SVIMP TO SD-IMP
              MOVE SPACES TO SD-OBS
              STRING "SERV " DELIMITED BY SIZE
                     SVABR DELIMITED BY SIZE
                     " SIN CTA" DELIMITED BY SIZE
                     INTO SD-OBS
              PERFORM GRABAR-DETALLE
              GO TO F-TRATAR-SUSCRIPCION
           END-IF.
           MOVE SVIMP TO WIMP-SRV.
           IF SRV-CON-BECA AND WPCT-BECA > 0
              COMPUTE WIMP-SRV ROUNDED =
                 SVIMP * (100 - WPCT-BECA) / 100
           END-IF.
           IF WIMP-SRV = 0
              GO TO F-TRATAR-SUSCRIPCION
           END-IF.
           PERFORM GRABAR-SERVICIO.
       F-TRATAR-SUSCRIPCION.
           EXIT.

      *-- LA CUENTA SE VERIFICA COMO PARA LA CUOTA, UNA SOLA VEZ ---*
      *-- POR ALUMNO (SI LA CUOTA SE GRABO YA ESTA VERIFICADA) -----*
       VERIFICAR-CUENTA-SRV.
           MOVE "S" TO SW-CTA-SRV.
           MOVE WCA-PAG TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY MOVE "N" TO SW-CTA-SRV
           END-READ.
           IF SW-CTA-SRV = "S"
              IF PER-INACTIVO OR PER-INCOBRABLE
                 MOVE "N" TO SW-CTA-SRV
              END-IF
           END-IF.

      *-- EL SERVICIO NACE PENDIENTE COMO LA CUOTA; EL CONCEPTO ----*
      *-- LLEVA LA ABREVIATURA Y LA BECA ("COMED 05/26-50%") -------*
       GRABAR-SERVICIO.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE WCA-PAG TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           MOVE 0 TO MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMA-SEC THRU F-BUSCAR-ULTIMA-SEC
              UNTIL SW-FIN-SEC = "S".
           MOVE WCA-PAG TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           COMPUTE MVSEC = WSEC-ULT + 1.
           MOVE SPACES TO MVCON.
           IF WIMP-SRV = SVIMP
              STRING SVABR DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WPER-MM DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     WPER-AA(3:2) DELIMITED BY SIZE
                     INTO MVCON
           ELSE
              MOVE WPCT-BECA TO WPCT-DESC2
              STRING SVABR DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WPER-MM DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     WPER-AA(3:2) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WPCT-DESC2 DELIMITED BY SIZE
                     "%" DELIMITED BY SIZE
                     INTO MVCON
           END-IF.
           MOVE WIMP-SRV TO MVIMP.
           MOVE 1 TO MVTIP.
           MOVE "N" TO MVAPL.
           MOVE WIMP-SRV TO MVSDO.
           MOVE 1 TO MVMON.
           MOVE 0 TO MVIMPO.
           MOVE WFECHA-HOY TO VTO-BASE.
           MOVE PPLAZO TO VTO-PLAZO.
           CALL   "CALCVTO" USING VTO-BASE VTO-PLAZO VTO-RESULT
           CANCEL "CALCVTO".
           MOVE VTO-RESULT TO MVVTO.
           PERFORM DETALLE-SALTEADO.
           MOVE WIMP-SRV TO SD-IMP.
           MOVE SPACES TO SD-OBS.
           WRITE R-MOV
              INVALID KEY
                 ADD 1 TO CANT-SRV-SIN-CTA
                 STRING "SERV " DELIMITED BY SIZE
                        SVABR DELIMITED BY SIZE
                        " ERROR" DELIMITED BY SIZE
                        INTO SD-OBS
                 PERFORM GRABAR-DETALLE
              NOT INVALID KEY
                 MOVE R-MOV TO JRN-IMAGEN
                 MOVE "M" TO JRN-ARCH
                 MOVE "A" TO JRN-OP
                 PERFORM ASENTAR-JRN
                 PERFORM IMPRIMIR-BOLETA
                 PERFORM REGISTRAR-SERVICIO
                 ADD 1 TO CANT-SERVICIOS
                 ADD WIMP-SRV TO TOT-SERVICIOS
                 STRING "SERV " DELIMITED BY SIZE
                        SVABR DELIMITED BY SIZE
                        INTO SD-OBS
                 IF WIMP-SRV NOT = SVIMP
                    MOVE " -" TO SD-OBS(11:2)
                    MOVE WPCT-DESC2 TO SD-OBS(13:2)
                    MOVE "%" TO SD-OBS(15:1)
                 END-IF
                 PERFORM GRABAR-DETALLE
           END-WRITE.

      *-- LA PARTIDA QUEDA ANOTADA PARA LA RECAUDACION POR SERVICIO *
       REGISTRAR-SERVICIO.
           MOVE WPERIODO TO SFPER.
           MOVE SVCOD TO SFSER.
           MOVE MCA TO SFALU.
           MOVE MVCA TO SFCA.
           MOVE MVFECHA TO SFFECHA.
           MOVE MVSEC TO SFSEC.
           MOVE WIMP-SRV TO SFIMP.
           MOVE 0 TO SFPCT.
           IF WIMP-SRV NOT = SVIMP
              MOVE WPCT-BECA TO SFPCT
           END-IF.
           WRITE R-SFC
              INVALID KEY CONTINUE
           END-WRITE.

      *-- LA BOLETA IDENTIFICA LA PARTIDA RECIEN GRABADA POR SU ----*
      *-- FECHA Y SECUENCIA: ASI LA RENDICION (RENDCOB) LA CANCELA -*
      *-- DIRECTO --------------------------------------------------*
       IMPRIMIR-BOLETA.
           MOVE ZEROES TO BARRA-COBRANZA.
           MOVE 2 TO BR-TIPO.
           MOVE MVCA TO BR-CA.
           MOVE MVFECHA TO BR-MOV-FECHA.
           MOVE MVSEC TO BR-MOV-SEC.
           MOVE MVIMP TO BR-IMP1.
           MOVE MVVTO TO BR-VTO1.
           CALL   "CODCOB" USING BARRA-COBRANZA
           CANCEL "CODCOB".
           MOVE MVCON TO BC-CON.
           MOVE MVCA TO BC-RESP.
           MOVE PAN TO BC-NOM.
           MOVE MCA TO BA-ALU.
           MOVE MAN TO BA-NOM.
           MOVE MCU TO BA-CUR.
           PERFORM ARMAR-TALON.
           MOVE SPACES TO R-BOL.
           MOVE BOLETA-CORTE TO R-BOL.
           WRITE R-BOL.
           MOVE SPACES TO R-BOL.
           MOVE BOLETA-CABECERA TO R-BOL.
           WRITE R-BOL.
           MOVE SPACES TO R-BOL.
           MOVE BOLETA-ALUMNO TO R-BOL.
           WRITE R-BOL.
           MOVE SPACES TO R-BOL.
           MOVE LINEA-VTO-COB TO R-BOL.
           WRITE R-BOL.
           MOVE SPACES TO R-BOL.
           MOVE LINEA-BARRA-COB TO R-BOL.
           WRITE R-BOL.
           MOVE SPACES TO R-BOL.
           WRITE R-BOL.
           ADD 1 TO CANT-BOL-HOJA.
           IF CANT-BOL-HOJA = 10
              ADD 1 TO SPL-PAGINAS-BOL
              MOVE 0 TO CANT-BOL-HOJA
           END-IF.

       ARMAR-TALON.
           MOVE BR-DD1 TO LVC-DD1.
           MOVE BR-MM1 TO LVC-MM1.
           MOVE BR-AA1 TO LVC-AA1.
           MOVE BR-IMP1 TO LVC-IMP1.
           MOVE BR-DD2 TO LVC-DD2.
           MOVE BR-MM2 TO LVC-MM2.
           MOVE BR-AA2 TO LVC-AA2.
           MOVE BR-IMP2 TO LVC-IMP2.
           MOVE BARRA-COBRANZA TO LBC-COD.

       BUSCAR-ULTIMA-SEC.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-TOTAL.
           IF SW-REI-ARCH = "S"
              MOVE CANT-NO-REINSC TO CANT-ED
              MOVE SPACES TO R-IMP
              STRING "NO REINSCRIPTOS  " DELIMITED BY SIZE
                     CANT-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-TOTAL
           END-IF.
           IF SW-SRV-ARCH = "S"
              MOVE CANT-SERVICIOS TO CANT-ED
              MOVE TOT-SERVICIOS TO TOT-ED
              MOVE SPACES TO R-IMP
              STRING "SERVICIOS        " DELIMITED BY SIZE
                     CANT-ED DELIMITED BY SIZE
                     "  TOTAL " DELIMITED BY SIZE
                     TOT-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-TOTAL
              MOVE CANT-SRV-SIN-CTA TO CANT-ED
              MOVE SPACES TO R-IMP
              STRING "SERV. NO GRABADOS" DELIMITED BY SIZE
                     CANT-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-TOTAL
           END-IF.

       IMPRIMIR-UN-CURSO.
           IF TCUR-NUM(CUR-POS) > 0
           IF SW-BEC-ARCH = "S"
              CLOSE BECAS
           END-IF.
           IF SW-SRV-ARCH = "S"
              CLOSE SERVICIOS SUSCRIPCIONES SRV-FACTURADOS
           END-IF.
           IF SW-REI-ARCH = "S"
              CLOSE REINSCRIP
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
