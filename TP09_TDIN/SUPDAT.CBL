      *** SUPDAT - SUPRESION SUPERVISADA DE DATOS PERSONALES       ***
      *** PEDIDO DE SUPRESION DE LA LEY DE PROTECCION DE DATOS     ***
      *** PERSONALES - SOLO PARA SUPERVISORES (VER QUIENSOY): DADO ***
      *** UN CLIENTE, UN ALUMNO DADO DE BAJA O UN EMPLEADO         ***
      *** EGRESADO, REEMPLAZA EL NOMBRE POR UNA MARCA FIJA Y BORRA ***
      *** DOMICILIO, CODIGO POSTAL, TELEFONO Y CBU EN PERSONA.IND, ***
      *** EL NOMBRE EN EL ARCHIVO DE BAJAS, LA FAMILIA, LA BAJA    ***
      *** PENDIENTE, LOS RECLAMOS, LOS FAMILIARES A CARGO Y LAS    ***
      *** LINEAS DE AUDITALU.LOG (CON SUS GENERACIONES) O          ***
      *** AUDITPER.LOG, Y BORRA LA FICHA DE SALUD - SE CONSERVA LO ***
      *** QUE EXIGE LA LEY FISCAL: COMPROBANTES, IMPORTES Y CUIT - ***
      *** NO SE SUPRIME UNA CUENTA CON SALDO O CON ALUMNOS A       ***
      *** CARGO, UN ALUMNO REGULAR NI UN EMPLEADO EN ACTIVIDAD -   ***
      *** CADA PEDIDO, HECHO O RECHAZADO, QUEDA EN DATPERS.LOG -   ***
      *** LAS COPIAS .BAK Y LOS DIARIOS DE IMAGENES CONSERVAN LO   ***
      *** ANTERIOR HASTA QUE VENCEN                                ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPDAT.
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

      *-- REESCRITURA DE LOS LOGS DE AUDITORIA (COMO FUSALU) -------*
           SELECT AUD-VIEJO ASSIGN TO DISK NOMBREV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAUV.

           SELECT AUD-NUEVO ASSIGN TO DISK NOMBREN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAUN.
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

         COPY FAMCARGO.

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

        FD AUD-VIEJO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS R-AUD-V.
         01 R-AUD-V  PIC X(112).

        FD AUD-NUEVO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS R-AUD-N.
         01 R-AUD-N  PIC X(112).

       WORKING-STORAGE SECTION.

      *-- DIARIO DE IMAGENES DE LOS ARCHIVOS DE PLATA (GRABJRNP): --*
      *-- LA IMAGEN ANONIMIZADA ES LA ULTIMA QUE REAPLICA RECUPPLA -*
       77 JRN-ARCH            PIC X.
       77 JRN-OP              PIC X.
       77 JRN-IMAGEN          PIC X(152).

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
       77 FSTAUV              PIC XX.
       77 FSTAUN              PIC XX.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 SW-FIN              PIC X.
       77 RC-OS               PIC 9(9) COMP-5.
       77 CANT-SUP            PIC 9(4) VALUE 0.
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
       77 NOMBRE-TIT          PIC X(30).
      *-- LO QUE QUEDA EN LUGAR DEL NOMBRE Y EL MOTIVO DEL RECHAZO -*
       77 TEXTO-SUPRIMIDO     PIC X(30)
                              VALUE "*** DATOS SUPRIMIDOS ***".
       77 MOTIVO-RECHAZO      PIC X(30).

      *-- REGISTROS Y LINEAS ANONIMIZADOS POR ARCHIVO --*
       01 CANTIDADES.
          02 CANT-MAE         PIC 9(5).
          02 CANT-SAL         PIC 9(5).
          02 CANT-FAM         PIC 9(5).
          02 CANT-RCL         PIC 9(5).
          02 CANT-PEN         PIC 9(5).
          02 CANT-FCA         PIC 9(5).
          02 CANT-AUD         PIC 9(5).
       77 CANT-TOTAL          PIC 9(5).

      *-- GENERACIONES DEL LOG DE ALUMNOS: HASTA DIEZ ANIOS HACIA --*
      *-- ATRAS, COMO LAS REESCRIBE FUSALU -------------------------*
       77 NOMBRE-AUD          PIC X(20).
       77 NOMBREV             PIC X(20).
       77 NOMBREN             PIC X(20).
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

       PROCEDURE DIVISION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                   QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "SUPDAT: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GOBACK
           END-IF.
           IF QS-SUP NOT = "S"
              DISPLAY "SUPDAT: SOLO PARA SUPERVISORES"
              GOBACK
           END-IF.

       PEDIR-TITULAR.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "SUPRESION DE DATOS PERSONALES" LINE 02 POSITION 26
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "TITULAR (C=CLIENTE A=ALUMNO E=EMPLEADO, F=FIN): "
              LINE 04 POSITION 05.
           ACCEPT ENT-TIT LINE 04 POSITION 53.
           IF NOT TIT-CLIENTE AND NOT TIT-ALUMNO AND NOT TIT-EMPLEADO
              GO TO FIN
           END-IF.
           DISPLAY "CUENTA / ALUMNO / LEGAJO: " LINE 05 POSITION 05.
           ACCEPT ENT-CODIGO LINE 05 POSITION 31.
           IF ENT-CODIGO IS NOT NUMERIC OR ENT-CODIGO = 0
              GO TO PEDIR-TITULAR
           END-IF.
           MOVE SPACES TO MOTIVO-RECHAZO NOMBRE-TIT.
           EVALUATE TRUE
              WHEN TIT-CLIENTE
                 PERFORM VERIFICAR-CLIENTE THRU F-VERIFICAR-CLIENTE
              WHEN TIT-ALUMNO
                 PERFORM VERIFICAR-ALUMNO THRU F-VERIFICAR-ALUMNO
              WHEN TIT-EMPLEADO
                 PERFORM VERIFICAR-EMPLEADO THRU F-VERIFICAR-EMPLEADO
           END-EVALUATE.
           IF NOMBRE-TIT = TEXTO-SUPRIMIDO
              MOVE "YA SUPRIMIDO" TO MOTIVO-RECHAZO
           END-IF.
           DISPLAY NOMBRE-TIT LINE 07 POSITION 05.
      *-- EL PEDIDO RECHAZADO TAMBIEN QUEDA ASENTADO CON SU MOTIVO -*
           IF MOTIVO-RECHAZO NOT = SPACES
              DISPLAY "NO SE PUEDE SUPRIMIR: " LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY MOTIVO-RECHAZO LINE 22 POSITION 27
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              MOVE "RECHAZADO" TO DP-RESP
              MOVE 0 TO CANT-TOTAL
              PERFORM GRABAR-DATPERS
              PERFORM PULSAR-TECLA
              GO TO PEDIR-TITULAR
           END-IF.
           DISPLAY "SE REEMPLAZAN NOMBRE, DOMICILIO, TELEFONO, CBU Y "
              LINE 09 POSITION 05.
           DISPLAY "DATOS DE SALUD; COMPROBANTES, IMPORTES Y CUIT SE "
              LINE 10 POSITION 05.
           DISPLAY "CONSERVAN (LEY FISCAL). NO SE PUEDE DESHACER."
              LINE 11 POSITION 05.
           DISPLAY "CONFIRMA LA SUPRESION (S/N) ? " LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 36.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-TITULAR
           END-IF.
           INITIALIZE CANTIDADES.
           EVALUATE TRUE
              WHEN TIT-CLIENTE
                 PERFORM SUPRIMIR-CLIENTE THRU F-SUPRIMIR-CLIENTE
              WHEN TIT-ALUMNO
                 PERFORM SUPRIMIR-ALUMNO THRU F-SUPRIMIR-ALUMNO
              WHEN TIT-EMPLEADO
                 PERFORM SUPRIMIR-EMPLEADO THRU F-SUPRIMIR-EMPLEADO
           END-EVALUATE.
           COMPUTE CANT-TOTAL = CANT-MAE + CANT-SAL + CANT-FAM
                              + CANT-RCL + CANT-PEN + CANT-FCA
                              + CANT-AUD.
           MOVE "SUPRIMIDO" TO DP-RESP.
           PERFORM GRABAR-DATPERS.
           ADD 1 TO CANT-SUP.
           PERFORM MOSTRAR-RESULTADO.
           DISPLAY "SUPRESION TERMINADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-TITULAR.

      *-- CLIENTE: CON SALDO O CON ALUMNOS A CARGO LA CUENTA SIGUE -*
      *-- EN USO Y NO SE SUPRIME -----------------------------------*
       VERIFICAR-CLIENTE.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              MOVE "PERSONA.IND NO DISPONIBLE" TO MOTIVO-RECHAZO
              GO TO F-VERIFICAR-CLIENTE
           END-IF.
           MOVE ENT-CODIGO TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 MOVE "CLIENTE INEXISTENTE" TO MOTIVO-RECHAZO
                 CLOSE PERSONA
                 GO TO F-VERIFICAR-CLIENTE
           END-READ.
           MOVE PAN TO NOMBRE-TIT.
           IF PSA NOT = 0
              MOVE "LA CUENTA TIENE SALDO" TO MOTIVO-RECHAZO
           END-IF.
           CLOSE PERSONA.
           OPEN INPUT VINCULOS.
           IF FSTAPG NOT = "00"
              GO TO F-VERIFICAR-CLIENTE
           END-IF.
           MOVE ENT-CODIGO TO APCA.
           START VINCULOS KEY IS NOT LESS THAN APCA
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ VINCULOS NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF APCA = ENT-CODIGO
                          MOVE "RESPONSABLE DE ALUMNOS"
                             TO MOTIVO-RECHAZO
                       END-IF
                 END-READ
           END-START.
           CLOSE VINCULOS.
       F-VERIFICAR-CLIENTE.
           EXIT.

      *-- ALUMNO: SOLO LOS DADOS DE BAJA (EL REGULAR SIGUE EN ------*
      *-- MAEALU.IND Y SE LO SIGUE ATENDIENDO) ---------------------*
       VERIFICAR-ALUMNO.
           OPEN INPUT MAESTRO.
           IF FSTALU = "00"
              MOVE ENT-CODIGO TO MCA
              READ MAESTRO KEY IS MCA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE MAN TO NOMBRE-TIT
                    MOVE "ALUMNO REGULAR: DAR LA BAJA"
                       TO MOTIVO-RECHAZO
              END-READ
              CLOSE MAESTRO
           END-IF.
           IF MOTIVO-RECHAZO NOT = SPACES
              GO TO F-VERIFICAR-ALUMNO
           END-IF.
           OPEN INPUT ARCBAJAS.
           IF FSTARC NOT = "00"
              MOVE "BAJASALU.IND NO DISPONIBLE" TO MOTIVO-RECHAZO
              GO TO F-VERIFICAR-ALUMNO
           END-IF.
           MOVE ENT-CODIGO TO ARC-MCA.
           READ ARCBAJAS KEY IS ARC-MCA
              INVALID KEY
                 MOVE "ALUMNO INEXISTENTE" TO MOTIVO-RECHAZO
              NOT INVALID KEY
                 MOVE ARC-DATOS(1:30) TO NOMBRE-TIT
           END-READ.
           CLOSE ARCBAJAS.
       F-VERIFICAR-ALUMNO.
           EXIT.

      *-- EMPLEADO: SOLO LOS EGRESADOS (EMPBAJA.IND) ---------------*
       VERIFICAR-EMPLEADO.
           OPEN INPUT MAEEMP.
           IF FSTEMP = "00"
              MOVE ENT-CODIGO TO EM-MCA
              READ MAEEMP KEY IS EM-MCA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE EM-MAN TO NOMBRE-TIT
                    MOVE "EMPLEADO EN ACTIVIDAD" TO MOTIVO-RECHAZO
              END-READ
              CLOSE MAEEMP
           END-IF.
           IF MOTIVO-RECHAZO NOT = SPACES
              GO TO F-VERIFICAR-EMPLEADO
           END-IF.
           OPEN INPUT EGRESADOS.
           IF FSTEBJ NOT = "00"
              MOVE "EMPBAJA.IND NO DISPONIBLE" TO MOTIVO-RECHAZO
              GO TO F-VERIFICAR-EMPLEADO
           END-IF.
           MOVE ENT-CODIGO TO EBMCA.
           READ EGRESADOS KEY IS EBMCA
              INVALID KEY
                 MOVE "LEGAJO INEXISTENTE" TO MOTIVO-RECHAZO
              NOT INVALID KEY
                 MOVE EBDATOS(1:30) TO NOMBRE-TIT
           END-READ.
           CLOSE EGRESADOS.
       F-VERIFICAR-EMPLEADO.
           EXIT.

      *-- CLIENTE: NOMBRE, DOMICILIO, C.P., TELEFONO Y CBU; QUEDAN -*
      *-- LA CUENTA, EL CUIT, LA CONDICION DE IVA Y LOS IMPORTES ---*
       SUPRIMIR-CLIENTE.
           OPEN I-O PERSONA.
           IF FSTPER NOT = "00"
              GO TO F-SUPRIMIR-CLIENTE
           END-IF.
           MOVE ENT-CODIGO TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 CLOSE PERSONA
                 GO TO F-SUPRIMIR-CLIENTE
           END-READ.
           MOVE TEXTO-SUPRIMIDO TO PAN.
           MOVE SPACES TO PDOM PCP PTEL PCBU.
           MOVE "N" TO PDEB.
           REWRITE R-PER
              INVALID KEY
                 CLOSE PERSONA
                 GO TO F-SUPRIMIR-CLIENTE
           END-REWRITE.
           ADD 1 TO CANT-MAE.
           MOVE R-PER TO JRN-IMAGEN.
           MOVE "P" TO JRN-ARCH.
           MOVE "M" TO JRN-OP.
           PERFORM ASENTAR-JRN.
           CLOSE PERSONA.
           OPEN I-O RECLAMOS.
           IF FSTRCL = "00"
              MOVE "N" TO SW-FIN
              MOVE ENT-CODIGO TO RLCA
              START RECLAMOS KEY IS NOT LESS THAN RLCA
                 INVALID KEY MOVE "S" TO SW-FIN
              END-START
              PERFORM SUPRIMIR-RECLAMO-CTA THRU F-SUPRIMIR-RECLAMO-CTA
                 UNTIL SW-FIN = "S"
              CLOSE RECLAMOS
           END-IF.
           MOVE "AUDITPER.LOG" TO NOMBREV.
           MOVE "AUDITPER.NEW" TO NOMBREN.
           PERFORM REESCRIBIR-UN-LOG THRU F-REESCRIBIR-UN-LOG.
           MOVE SPACES TO LINEA-AUDIPER.
           MOVE "SUPRESION" TO LP-TIPO.
           MOVE ENT-CODIGO TO LP-CODIGO.
           MOVE TEXTO-SUPRIMIDO TO LP-PAN-ANT LP-PAN-NUE.
           MOVE 0 TO LP-PSA-ANT LP-PSA-NUE.
           ACCEPT LP-FECHA FROM DATE YYYYMMDD.
           MOVE QS-OPER TO LP-OPER.
           MOVE "AUDITPER.LOG" TO NOMBRE-AUD.
           MOVE LINEA-AUDIPER TO R-AUDITORIA.
           PERFORM GRABAR-AUDITORIA.
       F-SUPRIMIR-CLIENTE.
           EXIT.

       SUPRIMIR-RECLAMO-CTA.
           READ RECLAMOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-SUPRIMIR-RECLAMO-CTA
           END-IF.
           IF RLCA NOT = ENT-CODIGO
              MOVE "S" TO SW-FIN
              GO TO F-SUPRIMIR-RECLAMO-CTA
           END-IF.
           IF RCL-CLIENTE
              MOVE TEXTO-SUPRIMIDO TO RLNOM
              REWRITE R-RCL
                 NOT INVALID KEY ADD 1 TO CANT-RCL
              END-REWRITE
           END-IF.
       F-SUPRIMIR-RECLAMO-CTA.
           EXIT.

      *-- ALUMNO: NOMBRE EN LA IMAGEN DE LA BAJA, EN SU FAMILIA, EN -*
      *-- LOS RECLAMOS Y EN LOS LOGS; LA FICHA DE SALUD SE BORRA ----*
      *-- ENTERA (LA HISTORIA ACADEMICA SE CONSERVA PARA LOS -------*
      *-- CERTIFICADOS) ---------------------------------------------*
       SUPRIMIR-ALUMNO.
           OPEN I-O ARCBAJAS.
           IF FSTARC NOT = "00"
              GO TO F-SUPRIMIR-ALUMNO
           END-IF.
           MOVE ENT-CODIGO TO ARC-MCA.
           READ ARCBAJAS KEY IS ARC-MCA
              INVALID KEY
                 CLOSE ARCBAJAS
                 GO TO F-SUPRIMIR-ALUMNO
           END-READ.
           MOVE TEXTO-SUPRIMIDO TO ARC-DATOS(1:30).
           REWRITE R-ARC
              NOT INVALID KEY ADD 1 TO CANT-MAE
           END-REWRITE.
           CLOSE ARCBAJAS.
           OPEN I-O SALUD.
           IF FSTSAL = "00"
              MOVE ENT-CODIGO TO SAALU
              DELETE SALUD
                 NOT INVALID KEY ADD 1 TO CANT-SAL
              END-DELETE
              CLOSE SALUD
           END-IF.
           OPEN I-O FAMILIAS.
           IF FSTFAM = "00"
              MOVE ENT-CODIGO TO FMALU
              READ FAMILIAS KEY IS FMALU
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE TEXTO-SUPRIMIDO TO FMNOM
                    REWRITE R-FAM
                       NOT INVALID KEY ADD 1 TO CANT-FAM
                    END-REWRITE
              END-READ
              CLOSE FAMILIAS
           END-IF.
           OPEN I-O PENDIENTES.
           IF FSTPEN = "00"
              MOVE "ALU" TO PBARCH
              MOVE ENT-CODIGO TO PBCODIGO
              READ PENDIENTES KEY IS PBCLAVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE TEXTO-SUPRIMIDO TO PBNOMBRE
                    REWRITE R-PEN
                       NOT INVALID KEY ADD 1 TO CANT-PEN
                    END-REWRITE
              END-READ
              CLOSE PENDIENTES
           END-IF.
           OPEN I-O RECLAMOS.
           IF FSTRCL = "00"
              MOVE "N" TO SW-FIN
              PERFORM SUPRIMIR-RECLAMO-ALU THRU F-SUPRIMIR-RECLAMO-ALU
                 UNTIL SW-FIN = "S"
              CLOSE RECLAMOS
           END-IF.
           MOVE "AUDITALU.LOG" TO NOMBREV.
           MOVE "AUDITALU.NEW" TO NOMBREN.
           PERFORM REESCRIBIR-UN-LOG THRU F-REESCRIBIR-UN-LOG.
           ACCEPT WFECHA4 FROM DATE YYYYMMDD.
           COMPUTE WPER-GEN = WAA4 * 100 + WMM4.
           MOVE 0 TO CANT-GEN.
           PERFORM REESCRIBIR-GENERACION THRU F-REESCRIBIR-GENERACION
              UNTIL CANT-GEN NOT < 120.
           MOVE SPACES TO LINEA-AUDITORIA.
           MOVE "SUPRESION" TO LA-TIPO.
           MOVE ENT-CODIGO TO LA-CODIGO.
           MOVE TEXTO-SUPRIMIDO TO LA-MAN-ANT LA-MAN-NUE.
           MOVE 0 TO LA-MED-ANT LA-MED-NUE.
           ACCEPT LA-FECHA FROM DATE YYYYMMDD.
           MOVE QS-OPER TO LA-OPER.
           MOVE "AUDITALU.LOG" TO NOMBRE-AUD.
           MOVE LINEA-AUDITORIA TO R-AUDITORIA.
           PERFORM GRABAR-AUDITORIA.
       F-SUPRIMIR-ALUMNO.
           EXIT.

      *-- LOS RECLAMOS NO TIENEN CLAVE POR ALUMNO: SE RECORREN -----*
       SUPRIMIR-RECLAMO-ALU.
           READ RECLAMOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-SUPRIMIR-RECLAMO-ALU
           END-IF.
           IF RCL-ALUMNO AND RLALU = ENT-CODIGO
              MOVE TEXTO-SUPRIMIDO TO RLNOM
              REWRITE R-RCL
                 NOT INVALID KEY ADD 1 TO CANT-RCL
              END-REWRITE
           END-IF.
       F-SUPRIMIR-RECLAMO-ALU.
           EXIT.

      *-- EMPLEADO: NOMBRE EN LA IMAGEN DEL EGRESO Y NOMBRES DE ----*
      *-- SUS FAMILIARES A CARGO; LA LIQUIDACION FINAL SE CONSERVA -*
       SUPRIMIR-EMPLEADO.
           OPEN I-O EGRESADOS.
           IF FSTEBJ NOT = "00"
              GO TO F-SUPRIMIR-EMPLEADO
           END-IF.
           MOVE ENT-CODIGO TO EBMCA.
           READ EGRESADOS KEY IS EBMCA
              INVALID KEY
                 CLOSE EGRESADOS
                 GO TO F-SUPRIMIR-EMPLEADO
           END-READ.
           MOVE TEXTO-SUPRIMIDO TO EBDATOS(1:30).
           REWRITE R-EBJ
              NOT INVALID KEY ADD 1 TO CANT-MAE
           END-REWRITE.
           CLOSE EGRESADOS.
           OPEN I-O FAMILIARES.
           IF FSTFCA NOT = "00"
              GO TO F-SUPRIMIR-EMPLEADO
           END-IF.
           MOVE "N" TO SW-FIN.
           MOVE ENT-CODIGO TO FCLEG.
           MOVE 0 TO FCREN.
           START FAMILIARES KEY IS NOT LESS THAN FCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM SUPRIMIR-FAMILIAR THRU F-SUPRIMIR-FAMILIAR
              UNTIL SW-FIN = "S".
           CLOSE FAMILIARES.
       F-SUPRIMIR-EMPLEADO.
           EXIT.

       SUPRIMIR-FAMILIAR.
           READ FAMILIARES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-SUPRIMIR-FAMILIAR
           END-IF.
           IF FCLEG NOT = ENT-CODIGO
              MOVE "S" TO SW-FIN
              GO TO F-SUPRIMIR-FAMILIAR
           END-IF.
           MOVE TEXTO-SUPRIMIDO TO FCNOM.
           REWRITE R-FCA
              NOT INVALID KEY ADD 1 TO CANT-FCA
           END-REWRITE.
       F-SUPRIMIR-FAMILIAR.
           EXIT.

      *-- MES ANTERIOR Y REESCRITURA DE ESA GENERACION -------------*
       REESCRIBIR-GENERACION.
           DIVIDE WPER-GEN BY 100 GIVING WPER-GEN
              REMAINDER WPER-MM.
           IF WPER-MM = 1
              COMPUTE WPER-GEN = (WPER-GEN - 1) * 100 + 12
           ELSE
              COMPUTE WPER-GEN = WPER-GEN * 100 + WPER-MM - 1
           END-IF.
           MOVE SPACES TO NOMBREV NOMBREN.
           STRING "AUDITALU-" DELIMITED BY SIZE
                  WPER-GEN DELIMITED BY SIZE
                  ".LOG" DELIMITED BY SIZE
                  INTO NOMBREV.
           STRING "AUDITALU-" DELIMITED BY SIZE
                  WPER-GEN DELIMITED BY SIZE
                  ".NEW" DELIMITED BY SIZE
                  INTO NOMBREN.
           PERFORM REESCRIBIR-UN-LOG THRU F-REESCRIBIR-UN-LOG.
           ADD 1 TO CANT-GEN.
       F-REESCRIBIR-GENERACION.
           EXIT.

      *-- UN LOG QUE NO EXISTE SIMPLEMENTE SE SALTA ----------------*
       REESCRIBIR-UN-LOG.
           OPEN INPUT AUD-VIEJO.
           IF FSTAUV NOT = "00"
              GO TO F-REESCRIBIR-UN-LOG
           END-IF.
           OPEN OUTPUT AUD-NUEVO.
           MOVE SPACES TO R-AUD-V.
           READ AUD-VIEJO AT END MOVE "10" TO FSTAUV.
           PERFORM PASAR-LINEA THRU F-PASAR-LINEA
              UNTIL FSTAUV = "10".
           CLOSE AUD-VIEJO AUD-NUEVO.
           CALL "CBL_DELETE_FILE" USING NOMBREV
                RETURNING RC-OS.
           CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                RETURNING RC-OS.
       F-REESCRIBIR-UN-LOG.
           EXIT.

      *-- EN LAS FUSIONES EL NOMBRE NUEVO LLEVA LA OTRA CUENTA: ----*
      *-- ESE SE DEJA COMO ESTA ------------------------------------*
       PASAR-LINEA.
           IF TIT-ALUMNO
              MOVE R-AUD-V TO LINEA-AUDITORIA
              IF LA-CODIGO = ENT-CODIGO
                 MOVE TEXTO-SUPRIMIDO TO LA-MAN-ANT LA-MAN-NUE
                 ADD 1 TO CANT-AUD
              END-IF
              WRITE R-AUD-N FROM LINEA-AUDITORIA
           ELSE
              MOVE R-AUD-V TO LINEA-AUDIPER
              IF LP-CODIGO = ENT-CODIGO
                 MOVE TEXTO-SUPRIMIDO TO LP-PAN-ANT
                 IF LP-TIPO NOT = "FUSION"
                    AND LP-TIPO NOT = "BAJA FUSION"
                    MOVE TEXTO-SUPRIMIDO TO LP-PAN-NUE
                 END-IF
                 ADD 1 TO CANT-AUD
              END-IF
              WRITE R-AUD-N FROM LINEA-AUDIPER
           END-IF.
           MOVE SPACES TO R-AUD-V.
           READ AUD-VIEJO AT END MOVE "10" TO FSTAUV.
       F-PASAR-LINEA.
           EXIT.

       MOSTRAR-RESULTADO.
           DISPLAY "MAESTRO     " LINE 16 POSITION 05.
           DISPLAY CANT-MAE LINE 16 POSITION 17.
           DISPLAY "SALUD       " LINE 16 POSITION 25.
           DISPLAY CANT-SAL LINE 16 POSITION 37.
           DISPLAY "FAMILIA     " LINE 16 POSITION 45.
           DISPLAY CANT-FAM LINE 16 POSITION 57.
           DISPLAY "RECLAMOS    " LINE 17 POSITION 05.
           DISPLAY CANT-RCL LINE 17 POSITION 17.
           DISPLAY "BAJA PEND.  " LINE 17 POSITION 25.
           DISPLAY CANT-PEN LINE 17 POSITION 37.
           DISPLAY "FAMILIARES  " LINE 17 POSITION 45.
           DISPLAY CANT-FCA LINE 17 POSITION 57.
           DISPLAY "LINEAS LOG  " LINE 18 POSITION 05.
           DISPLAY CANT-AUD LINE 18 POSITION 17.

      *-- LA ESCRITURA CONFIRMADA QUEDA EN EL DIARIO DE IMAGENES ---*
       ASENTAR-JRN.
           CALL   "GRABJRNP" USING JRN-ARCH JRN-OP JRN-IMAGEN
           CANCEL "GRABJRNP".

      *-- R-AUDITORIA YA CARGADA, NOMBRE-AUD CON EL LOG QUE VA -----*
       GRABAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF FSTAUD NOT = "00"
              OPEN OUTPUT AUDITORIA
           END-IF.
           WRITE R-AUDITORIA.
           CLOSE AUDITORIA.

      *-- EL PEDIDO Y SU RESPUESTA (DP-RESP YA CARGADO) ------------*
       GRABAR-DATPERS.
           ACCEPT DP-FECHA FROM DATE YYYYMMDD.
           ACCEPT DP-HORA FROM TIME.
           MOVE "SUPRESION" TO DP-PEDIDO.
           MOVE ENT-TIT TO DP-TIT.
           MOVE ENT-CODIGO TO DP-CODIGO.
           MOVE QS-OPER TO DP-OPER.
           MOVE CANT-TOTAL TO DP-REGS.
           MOVE 0 TO DP-SPOOL.
           MOVE MOTIVO-RECHAZO TO DP-MOTIVO.
           OPEN EXTEND DATLOG.
           IF FSTDLG NOT = "00"
              OPEN OUTPUT DATLOG
           END-IF.
           WRITE R-DATLOG FROM LINEA-DATPERS.
           CLOSE DATLOG.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           DISPLAY "SUPDAT: SUPRESIONES REALIZADAS = " CANT-SUP
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           EXIT PROGRAM.
