      *** LISSERV - ALUMNOS POR SERVICIO ADICIONAL                 ***
      *** LISTA AL SPOOL, POR SERVICIO (SERVICIO.IND) Y DENTRO DE  ***
      *** CADA UNO POR CURSO, LOS ALUMNOS CON SUSCRIPCION VIGENTE  ***
      *** (SUSCRIP.IND) A LA FECHA PEDIDA, CON EL TELEFONO Y EL    ***
      *** DOMICILIO DE SU RESPONSABLE DE PAGO (ALUPAG.IND,         ***
      *** PERSONA.IND): ES LA LISTA DEL TRANSPORTE, LA DEL         ***
      *** COMEDOR, ETC. PIDE UN SERVICIO (0 = TODOS). LOS ALUMNOS  ***
      *** DADOS DE BAJA NO SE LISTAN                               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISSERV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSCRIPCIONES ASSIGN TO DISK "SUSCRIP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SSCLAVE
           FILE STATUS IS FSTSUS.

           SELECT SERVICIOS ASSIGN TO DISK "SERVICIO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SVCOD
           FILE STATUS IS FSTSRV.

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

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD SUSCRIPCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-SUS.

         COPY SUSCRIP.

        FD SERVICIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS R-SRV.

         COPY SERVICIO.

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

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTSUS              PIC XX.
       77 FSTSRV              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTAPG              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LISSERV ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 ENT-SER             PIC 9(3).
       01 ENT-FECHA           PIC 9(8).
       01 R-ENT-FECHA REDEFINES ENT-FECHA.
          02 ENT-AA           PIC 9(4).
          02 ENT-MM           PIC 9(2).
          02 ENT-DD           PIC 9(2).
      *-- UN RENGLON POR ALUMNO SUSCRIPTO, REORDENADO POR SERVICIO -*
      *-- Y CURSO; DENTRO DEL CURSO QUEDA EL ORDEN DE LA CLAVE -----*
       77 SUS-CANT            PIC 9(3) VALUE 0.
       77 SUS-POS             PIC 9(3).
       77 SUS-IDX             PIC 9(3).
       77 SW-CAMBIO           PIC X.
       01 TABLA-SUSCRIPTOS.
          02 TSS-ELEM OCCURS 500 TIMES.
             03 TSS-ORDEN.
                04 TSS-SER    PIC 9(3).
                04 TSS-CUR    PIC 9(2).
             03 TSS-ALU       PIC 9(8).
             03 TSS-NOM       PIC X(22).
             03 TSS-TEL       PIC X(15).
             03 TSS-DOM       PIC X(24).
       01 SUS-AUX             PIC X(74).
       77 SER-ACT             PIC 9(3) VALUE 0.
       77 SUB-ALUMNOS         PIC 9(4) VALUE 0.
       77 TOT-ALUMNOS         PIC 9(4) VALUE 0.
       77 CANT-ED             PIC Z.ZZ9.
       77 IMP-ED              PIC ZZ.ZZ9,99.

       01 WFECHA-HOY          PIC 9(8).

       01 LINEA-ALUMNO.
          02 FILLER   PIC X(02) VALUE SPACES.
          02 LA-ALU   PIC 9(8).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LA-NOM   PIC X(22).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LA-CUR   PIC 9(2).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LA-TEL   PIC X(15).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LA-DOM   PIC X(24).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT SUSCRIPCIONES.
           IF FSTSUS NOT = "00"
              DISPLAY "LISSERV: SUSCRIP.IND NO ENCONTRADO - NO HAY "
                 "SUSCRIPCIONES (ABMSUSC)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT SERVICIOS.
           OPEN INPUT MAESTRO.
           OPEN INPUT VINCULOS.
           OPEN INPUT PERSONA.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "ALUMNOS POR SERVICIO" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "SERVICIO (0 = TODOS): " LINE 04 POSITION 05.
           ACCEPT ENT-SER LINE 04 POSITION 28.
           IF ENT-SER IS NOT NUMERIC
              MOVE 0 TO ENT-SER
           END-IF.
           DISPLAY "VIGENTES AL (AAAAMMDD, 0 = HOY): "
              LINE 05 POSITION 05.
           ACCEPT ENT-FECHA LINE 05 POSITION 39.
           IF ENT-FECHA IS NOT NUMERIC OR ENT-FECHA = 0
              MOVE WFECHA-HOY TO ENT-FECHA
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           STRING "       ALUMNOS POR SERVICIO - SUSCRIPCIONES "
              DELIMITED BY SIZE
              "VIGENTES " DELIMITED BY SIZE
              "AL " ENT-DD "/" ENT-MM "/" ENT-AA DELIMITED BY SIZE
              INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "  ALUMNO   APELLIDO Y NOMBRE      CU "
                  DELIMITED BY SIZE
                  "TELEFONO        DOMICILIO RESPONSABLE"
                  DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
      *-- JUNTA LAS SUSCRIPCIONES VIGENTES DE LOS ALUMNOS ACTIVOS --*
           MOVE "N" TO SW-FIN.
           MOVE 0 TO SSALU SSSER.
           START SUSCRIPCIONES KEY IS NOT LESS THAN SSCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM JUNTAR-SUSCRIPCIONES THRU F-JUNTAR-SUSCRIPCIONES
              UNTIL SW-FIN = "S".
           PERFORM ORDENAR-POR-SERVICIO THRU F-ORDENAR-POR-SERVICIO.
           IF SUS-CANT = 0
              MOVE "   (SIN ALUMNOS SUSCRIPTOS)" TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           MOVE 1 TO SUS-POS.
           PERFORM LISTAR-ALUMNO THRU F-LISTAR-ALUMNO
              UNTIL SUS-POS > SUS-CANT.
           IF SUS-CANT > 0
              PERFORM CERRAR-SERVICIO
              MOVE SPACES TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE TOT-ALUMNOS TO CANT-ED
              MOVE SPACES TO R-IMP
              STRING "TOTAL GENERAL: SUSCRIPCIONES " DELIMITED BY SIZE
                     CANT-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           PERFORM ING-TECLA.
           GO TO FIN.

       JUNTAR-SUSCRIPCIONES.
           READ SUSCRIPCIONES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-JUNTAR-SUSCRIPCIONES
           END-IF.
           IF SUS-CANT = 500
              GO TO F-JUNTAR-SUSCRIPCIONES
           END-IF.
           IF ENT-SER NOT = 0 AND SSSER NOT = ENT-SER
              GO TO F-JUNTAR-SUSCRIPCIONES
           END-IF.
           IF SSDESDE > ENT-FECHA OR SSHASTA < ENT-FECHA
              GO TO F-JUNTAR-SUSCRIPCIONES
           END-IF.
           MOVE SSALU TO MCA.
           READ MAESTRO KEY IS MCA
              INVALID KEY GO TO F-JUNTAR-SUSCRIPCIONES
           END-READ.
           ADD 1 TO SUS-CANT.
           MOVE SSSER TO TSS-SER(SUS-CANT).
           MOVE MCU TO TSS-CUR(SUS-CANT).
           MOVE SSALU TO TSS-ALU(SUS-CANT).
           MOVE MAN TO TSS-NOM(SUS-CANT).
           MOVE SPACES TO TSS-TEL(SUS-CANT) TSS-DOM(SUS-CANT).
      *-- EL CONTACTO ES EL DEL RESPONSABLE DE PAGO, SI LO TIENE ---*
           MOVE SSALU TO APALU.
           READ VINCULOS KEY IS APALU
              INVALID KEY
                 MOVE "(SIN RESPONSABLE)" TO TSS-DOM(SUS-CANT)
                 GO TO F-JUNTAR-SUSCRIPCIONES
           END-READ.
           MOVE APCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY GO TO F-JUNTAR-SUSCRIPCIONES
           END-READ.
           MOVE PTEL TO TSS-TEL(SUS-CANT).
           MOVE PDOM TO TSS-DOM(SUS-CANT).
       F-JUNTAR-SUSCRIPCIONES.
           EXIT.

       ORDENAR-POR-SERVICIO.
           MOVE "S" TO SW-CAMBIO.
           PERFORM PASADA-BURBUJA THRU F-PASADA-BURBUJA
              UNTIL SW-CAMBIO = "N".
       F-ORDENAR-POR-SERVICIO.
           EXIT.

       PASADA-BURBUJA.
           MOVE "N" TO SW-CAMBIO.
           MOVE 1 TO SUS-IDX.
           PERFORM COMPARAR-PAR THRU F-COMPARAR-PAR
              UNTIL SUS-IDX NOT < SUS-CANT.
       F-PASADA-BURBUJA.
           EXIT.

       COMPARAR-PAR.
           COMPUTE SUS-POS = SUS-IDX + 1.
           IF TSS-ORDEN(SUS-IDX) > TSS-ORDEN(SUS-POS)
              MOVE TSS-ELEM(SUS-IDX) TO SUS-AUX
              MOVE TSS-ELEM(SUS-POS) TO TSS-ELEM(SUS-IDX)
              MOVE SUS-AUX TO TSS-ELEM(SUS-POS)
              MOVE "S" TO SW-CAMBIO
           END-IF.
           ADD 1 TO SUS-IDX.
       F-COMPARAR-PAR.
           EXIT.

       LISTAR-ALUMNO.
           IF TSS-SER(SUS-POS) NOT = SER-ACT
              IF SER-ACT NOT = 0
                 PERFORM CERRAR-SERVICIO
              END-IF
              MOVE TSS-SER(SUS-POS) TO SER-ACT
              MOVE SER-ACT TO SVCOD
              READ SERVICIOS KEY IS SVCOD
                 INVALID KEY
                    MOVE "(SIN MAESTRO)" TO SVDES
                    MOVE 0 TO SVIMP
              END-READ
              MOVE SVIMP TO IMP-ED
              MOVE SPACES TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE SPACES TO R-IMP
              STRING "SERVICIO " DELIMITED BY SIZE
                     SER-ACT DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     SVDES DELIMITED BY SIZE
                     "  PRECIO MENSUAL " DELIMITED BY SIZE
                     IMP-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           MOVE SPACES TO LINEA-ALUMNO.
           MOVE TSS-ALU(SUS-POS) TO LA-ALU.
           MOVE TSS-NOM(SUS-POS) TO LA-NOM.
           MOVE TSS-CUR(SUS-POS) TO LA-CUR.
           MOVE TSS-TEL(SUS-POS) TO LA-TEL.
           MOVE TSS-DOM(SUS-POS) TO LA-DOM.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-ALUMNO TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD 1 TO SUB-ALUMNOS.
           ADD 1 TO SUS-POS.
       F-LISTAR-ALUMNO.
           EXIT.

      *-- SUBTOTAL DEL SERVICIO, QUE PASA AL TOTAL GENERAL ---------*
       CERRAR-SERVICIO.
           MOVE SUB-ALUMNOS TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "  TOTAL SERVICIO: ALUMNOS " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD SUB-ALUMNOS TO TOT-ALUMNOS.
           MOVE 0 TO SUB-ALUMNOS.

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
           CLOSE SUSCRIPCIONES SERVICIOS MAESTRO VINCULOS PERSONA
                 IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
