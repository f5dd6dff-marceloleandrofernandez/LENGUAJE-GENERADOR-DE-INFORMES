      *** RELMIN - RELEVAMIENTO ANUAL DEL MINISTERIO               ***
      *** GENERA EL ARCHIVO DE LA NOMINA DE ALUMNOS POR CURSO      ***
      *** (RELEV-AAAA.TXT, CAMPOS SEPARADOS POR PUNTO Y COMA) CON  ***
      *** DOCUMENTO (DOCALU.IND, VER ABMDOCA), NACIMIENTO, SEXO,   ***
      *** DOMICILIO DEL RESPONSABLE (ALUPAG.IND/PERSONA.IND) Y     ***
      *** LOCALIDAD, DESDE MAEALU.IND Y CURSO.IND - MARCA LAS      ***
      *** ALTAS DEL ANIO (AUDITALU.LOG Y SUS GENERACIONES, VER     ***
      *** ROTALOG) Y AGREGA LAS BAJAS DEL ANIO (BAJASALU.IND) -    ***
      *** ANTES VALIDA TODOS LOS DATOS Y LISTA AL SPOOL LOS        ***
      *** FALTANTES O INVALIDOS; SI HAY ALGUNO NO GENERA EL        ***
      *** ARCHIVO HASTA QUE SE CORRIJAN                            ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT DOCUMENTOS ASSIGN TO DISK "DOCALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DAALU
           ALTERNATE RECORD KEY IS DADOC DUPLICATES
           FILE STATUS IS FSTDOC.

           SELECT CURSOS ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCUR
           FILE STATUS IS FSTCUR.

           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           FILE STATUS IS FSTLOC.

           SELECT VINCULOS ASSIGN TO DISK "ALUPAG.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS APALU
           FILE STATUS IS FSTAPG.

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT ARCBAJAS ASSIGN TO DISK "BAJASALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARC-MCA
           FILE STATUS IS FSTARC.

      *-- EL LOG DEL A-B-M Y SUS GENERACIONES MENSUALES (ROTALOG) --*
           SELECT AUDITORIA ASSIGN TO DISK NOMBRE-AUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAUD.

      *-- RENGLONES DEL RELEVAMIENTO ANTES DE ORDENARLOS ------------*
           SELECT TRABAJO ASSIGN TO DISK "RELMIN.WRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FSTTRA.

      *-- ARCHIVO DE TRABAJO USADO POR EL ORDENAMIENTO --------------*
           SELECT TRABAJO-W ASSIGN TO DISK "RELMIN.WWW".

      *-- LOS RENGLONES ORDENADOS POR CURSO Y APELLIDO -------------*
           SELECT ORDENADO ASSIGN TO DISK "RELMIN.ORD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FSTORD.

           SELECT EXPORTA ASSIGN TO DISK NOMBRE-EXP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTEXP.

      *-- LOS DATOS A CORREGIR SALEN AL SPOOL (VER TOMASPL) --------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD DOCUMENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS R-DOC.

         COPY DOCALU.

        FD CURSOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS R-CUR.

         COPY CURSO.

        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS R-LOC.

         COPY LOCALIDAD.

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

        FD ARCBAJAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS R-ARC.

         COPY ARCALU.

        FD AUDITORIA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS R-AUDITORIA.
         01 R-AUDITORIA             PIC X(104).

        FD TRABAJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS R-TRA.

         01 R-TRA.
            02 TR-CUR     PIC 9(02).
            02 TR-NOM     PIC X(30).
            02 TR-MCA     PIC 9(08).
            02 TR-LINEA   PIC X(160).

       SD  TRABAJO-W
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS R-TRA-W.

         01 R-TRA-W.
            02 TW-CUR     PIC 9(02).
            02 TW-NOM     PIC X(30).
            02 TW-MCA     PIC 9(08).
            02 FILLER     PIC X(160).

        FD ORDENADO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS R-ORD.

         01 R-ORD.
            02 FILLER     PIC X(40).
            02 OR-LINEA   PIC X(160).

        FD EXPORTA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS R-EXPO.
         01 R-EXPO                PIC X(160).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTALU              PIC XX.
       77 FSTDOC              PIC XX.
       77 FSTCUR              PIC XX.
       77 FSTLOC              PIC XX.
       77 FSTAPG              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTARC              PIC XX.
       77 FSTAUD              PIC XX.
       77 FSTTRA              PIC XX.
       77 FSTORD              PIC XX.
       77 FSTEXP              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 SW-FIN              PIC X.
       77 SW-FIN-DOC          PIC X.
       77 SW-BAJ-ARCH         PIC X VALUE "N".
      *-- "V" = PASADA DE VALIDACION, "G" = PASADA DE GENERACION ---*
       77 SW-PASADA           PIC X.
       77 SW-BAJA             PIC X.
       77 SW-ALU-ERR          PIC X.
       77 SW-ES-ALTA          PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "RELMIN  ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 ENT-ANIO            PIC 9(4).
       77 WFB-AA              PIC 9(4).
       77 WFECHA-BAJA         PIC 9(8).
       77 WFNAC-AMD           PIC 9(8).
       77 DUP-ALU             PIC 9(8).
       77 WMOTIVO             PIC X(40).
       77 WDOMICILIO          PIC X(30).
       77 WSEXO               PIC X.
       77 WMOV                PIC X.
       77 WFBAJA-ED           PIC X(8).
       01 WDOC.
          02 WDOC-TIPO        PIC X(3).
          02 WDOC-NRO         PIC X(12).
       01 WFNAC-ED.
          02 WFN-DD           PIC 99.
          02 FILLER           PIC X VALUE "/".
          02 WFN-MM           PIC 99.
          02 FILLER           PIC X VALUE "/".
          02 WFN-AA           PIC 9(4).
       77 CANT-REG            PIC 9(5) VALUE 0.
       77 CANT-ALT            PIC 9(5) VALUE 0.
       77 CANT-BAJ            PIC 9(5) VALUE 0.
       77 CANT-ERR            PIC 9(5) VALUE 0.
       77 CANT-ALU-ERR        PIC 9(5) VALUE 0.
       77 CANT-AVI            PIC 9(5) VALUE 0.
       77 CANT-ED             PIC ZZ.ZZ9.
      *-- RANGO DE GENERACIONES DEL LOG (ENERO A DICIEMBRE) --------*
       77 NOMBRE-AUD          PIC X(20) VALUE "AUDITALU.LOG".
       77 WPER-ACT            PIC 9(6).
       77 WPER-HASTA          PIC 9(6).
      *-- ALTAS Y REINGRESOS DEL ANIO SEGUN EL LOG -----------------*
       77 ALT-CANT            PIC 9(4) VALUE 0.
       77 ALT-POS             PIC 9(4).
       01 TABLA-ALTAS.
          02 TALT-ALU OCCURS 3000 TIMES PIC 9(8).

      *-- COPY DE LA LINEA DEL LOG (LA-FECHA/LA-TIPO/LA-CODIGO/...) --*
       COPY AUDITALU.

      *-- EL ARCHIVO LLEVA EL ANIO DEL RELEVAMIENTO EN EL NOMBRE ----*
       01 NOMBRE-EXP.
          02 FILLER           PIC X(6) VALUE "RELEV-".
          02 NEX-ANIO         PIC 9(4).
          02 FILLER           PIC X(4) VALUE ".TXT".

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).
       01 R-WFECHA-HOY REDEFINES WFECHA-HOY PIC 9(8).

       01 LINEA-ERROR.
          02 LE-ALU   PIC 9(8).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LE-NOM   PIC X(22).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LE-BAJA  PIC X(06).
          02 FILLER   PIC X(01) VALUE SPACES.
          02 LE-MOT   PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT MAESTRO.
           IF FSTALU NOT = "00"
              DISPLAY "RELMIN: MAEALU.IND NO ENCONTRADA (FST="
                 FSTALU ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT DOCUMENTOS.
           IF FSTDOC NOT = "00"
              DISPLAY "RELMIN: NO HAY DOCUMENTOS CARGADOS (DOCALU.IND"
                 " - VER LA CONSULTA DEL A-B-M DE ALUMNOS)"
              CLOSE MAESTRO
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT CURSOS.
           IF FSTCUR NOT = "00"
              DISPLAY "RELMIN: CURSO.IND NO ENCONTRADO (FST="
                 FSTCUR ")"
              CLOSE MAESTRO DOCUMENTOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAELOC.
           IF FSTLOC NOT = "00"
              DISPLAY "RELMIN: LOCALIDAD.IND NO ENCONTRADA (FST="
                 FSTLOC ")"
              CLOSE MAESTRO DOCUMENTOS CURSOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT VINCULOS.
           IF FSTAPG NOT = "00"
              DISPLAY "RELMIN: ALUPAG.IND NO ENCONTRADO (FST="
                 FSTAPG ")"
              CLOSE MAESTRO DOCUMENTOS CURSOS MAELOC
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "RELMIN: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              CLOSE MAESTRO DOCUMENTOS CURSOS MAELOC VINCULOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- SIN ARCHIVO DE BAJAS EL RELEVAMIENTO SALE SIN BAJAS ------*
           OPEN INPUT ARCBAJAS.
           IF FSTARC = "00"
              MOVE "S" TO SW-BAJ-ARCH
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RELEVAMIENTO ANUAL DEL MINISTERIO" LINE 02
              POSITION 24 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ANIO DEL RELEVAMIENTO (AAAA, 0 = ACTUAL): "
              LINE 04 POSITION 05.
           ACCEPT ENT-ANIO LINE 04 POSITION 48.
           IF ENT-ANIO IS NOT NUMERIC OR ENT-ANIO = 0
              MOVE WAA-HOY TO ENT-ANIO
           END-IF.
           IF ENT-ANIO > WAA-HOY
              DISPLAY "EL ANIO NO PUEDE SER FUTURO" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN-SIN-SPOOL
           END-IF.
           DISPLAY ENT-ANIO LINE 04 POSITION 48.
           MOVE ENT-ANIO TO NEX-ANIO.
           DISPLAY "ARCHIVO: " LINE 06 POSITION 05.
           DISPLAY NOMBRE-EXP LINE 06 POSITION 14.
           DISPLAY "CONFIRMA (S/N) ? " LINE 08 POSITION 05.
           ACCEPT OP-SN LINE 08 POSITION 23.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN-SIN-SPOOL
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           STRING "RELEVAMIENTO DEL MINISTERIO ANIO " DELIMITED BY SIZE
                  ENT-ANIO DELIMITED BY SIZE
                  " - VALIDACION DE DATOS" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "ALUMNO   NOMBRE                        MOTIVO"
                  DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           PERFORM CARGAR-ALTAS THRU F-CARGAR-ALTAS.
      *-- PRIMERA PASADA: SOLO VALIDA; NADA SE GRABA TODAVIA -------*
           MOVE "V" TO SW-PASADA.
           PERFORM RECORRER-ALUMNOS THRU F-RECORRER-ALUMNOS.
           IF CANT-ERR > 0
              MOVE SPACES TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE CANT-ERR TO CANT-ED
              MOVE SPACES TO R-IMP
              STRING CANT-ED DELIMITED BY SIZE
                     " DATOS A CORREGIR - NO SE GENERO EL ARCHIVO"
                     DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
              MOVE CANT-ALU-ERR TO CANT-ED
              MOVE SPACES TO R-IMP
              STRING CANT-ED DELIMITED BY SIZE
                     " ALUMNOS OBSERVADOS" DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
              PERFORM ING-TECLA
              GO TO FIN
           END-IF.
           IF CANT-AVI = 0
              MOVE "   (SIN OBSERVACIONES)" TO R-IMP
           ELSE
              MOVE CANT-AVI TO CANT-ED
              MOVE SPACES TO R-IMP
              STRING CANT-ED DELIMITED BY SIZE
                     " OBSERVACIONES EN BAJAS (SALEN IGUAL)"
                     DELIMITED BY SIZE
                     INTO R-IMP
           END-IF.
           PERFORM GRABAR-LINEA.
      *-- SEGUNDA PASADA: ARMA LOS RENGLONES, LOS ORDENA POR CURSO -*
      *-- Y APELLIDO Y LOS VUELCA AL ARCHIVO DEL RELEVAMIENTO ------*
           MOVE "G" TO SW-PASADA.
           OPEN OUTPUT TRABAJO.
           PERFORM RECORRER-ALUMNOS THRU F-RECORRER-ALUMNOS.
           CLOSE TRABAJO.
           SORT TRABAJO-W
                ASCENDING KEY TW-CUR TW-NOM TW-MCA
                USING  TRABAJO
                GIVING ORDENADO.
           OPEN OUTPUT EXPORTA.
           MOVE SPACES TO R-EXPO.
           STRING "MOV;CURSO;SECCION;TIPO DOC;NRO DOC;"
                  DELIMITED BY SIZE
                  "APELLIDO Y NOMBRE;NACIMIENTO;SEXO;" DELIMITED BY SIZE
                  "DOMICILIO;COD LOC;LOCALIDAD;FECHA BAJA"
                  DELIMITED BY SIZE
                  INTO R-EXPO.
           WRITE R-EXPO.
           OPEN INPUT ORDENADO.
           MOVE "N" TO SW-FIN.
           PERFORM VOLCAR-RENGLON THRU F-VOLCAR-RENGLON
              UNTIL SW-FIN = "S".
           CLOSE ORDENADO EXPORTA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "ARCHIVO GENERADO: " DELIMITED BY SIZE
                  NOMBRE-EXP DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-REG TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "  REGULARES      : " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-ALT TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "  ALTAS DEL ANIO : " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-BAJ TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "  BAJAS DEL ANIO : " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-- LAS ALTAS (Y REINGRESOS) DEL ANIO SALEN DEL LOG DEL ------*
      *-- A-B-M: LAS GENERACIONES DE ENERO A DICIEMBRE Y EL LOG ----*
      *-- ACTUAL (EL MES EN CURSO TODAVIA NO ROTO) -----------------*
       CARGAR-ALTAS.
           COMPUTE WPER-ACT = ENT-ANIO * 100 + 1.
           COMPUTE WPER-HASTA = ENT-ANIO * 100 + 12.
           PERFORM ESCANEAR-GENERACION THRU F-ESCANEAR-GENERACION
              UNTIL WPER-ACT > WPER-HASTA.
           MOVE "AUDITALU.LOG" TO NOMBRE-AUD.
           PERFORM ESCANEAR-ARCHIVO THRU F-ESCANEAR-ARCHIVO.
       F-CARGAR-ALTAS.
           EXIT.

       ESCANEAR-GENERACION.
           MOVE SPACES TO NOMBRE-AUD.
           STRING "AUDITALU-" DELIMITED BY SIZE
                  WPER-ACT DELIMITED BY SIZE
                  ".LOG" DELIMITED BY SIZE
                  INTO NOMBRE-AUD.
           PERFORM ESCANEAR-ARCHIVO THRU F-ESCANEAR-ARCHIVO.
           ADD 1 TO WPER-ACT.
       F-ESCANEAR-GENERACION.
           EXIT.

      *-- UNA GENERACION QUE NO EXISTE SIMPLEMENTE SE SALTA --------*
       ESCANEAR-ARCHIVO.
           OPEN INPUT AUDITORIA.
           IF FSTAUD NOT = "00"
              GO TO F-ESCANEAR-ARCHIVO
           END-IF.
           PERFORM LEER-AUDITORIA THRU F-LEER-AUDITORIA
              UNTIL FSTAUD = "10".
           CLOSE AUDITORIA.
       F-ESCANEAR-ARCHIVO.
           EXIT.

       LEER-AUDITORIA.
           READ AUDITORIA INTO LINEA-AUDITORIA
              AT END MOVE "10" TO FSTAUD.
           IF FSTAUD NOT = "00"
              GO TO F-LEER-AUDITORIA
           END-IF.
           IF LA-ANIO NOT = ENT-ANIO
              GO TO F-LEER-AUDITORIA
           END-IF.
           IF LA-TIPO NOT = "ALTA" AND LA-TIPO NOT = "REINGRESO"
              GO TO F-LEER-AUDITORIA
           END-IF.
           IF ALT-CANT < 3000
              ADD 1 TO ALT-CANT
              MOVE LA-CODIGO TO TALT-ALU(ALT-CANT)
           END-IF.
       F-LEER-AUDITORIA.
           EXIT.

      *-- LOS ACTIVOS DE MAEALU.IND Y DESPUES LAS BAJAS DEL ANIO ---*
      *-- (LA IMAGEN ARCHIVADA SE ABRE SOBRE EL REGISTRO DE ALUMNO) *
       RECORRER-ALUMNOS.
           MOVE "N" TO SW-BAJA.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO MCA.
           START MAESTRO KEY IS NOT LESS THAN MCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LEER-ALUMNO THRU F-LEER-ALUMNO
              UNTIL SW-FIN = "S".
           IF SW-BAJ-ARCH NOT = "S"
              GO TO F-RECORRER-ALUMNOS
           END-IF.
           MOVE "S" TO SW-BAJA.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO ARC-MCA.
           START ARCBAJAS KEY IS NOT LESS THAN ARC-MCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LEER-BAJA THRU F-LEER-BAJA
              UNTIL SW-FIN = "S".
       F-RECORRER-ALUMNOS.
           EXIT.

       LEER-ALUMNO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-ALUMNO
           END-IF.
           PERFORM TRATAR-ALUMNO THRU F-TRATAR-ALUMNO.
       F-LEER-ALUMNO.
           EXIT.

       LEER-BAJA.
           READ ARCBAJAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-BAJA
           END-IF.
           DIVIDE ARC-FBAJA BY 10000 GIVING WFB-AA.
           IF WFB-AA NOT = ENT-ANIO
              GO TO F-LEER-BAJA
           END-IF.
           MOVE ARC-FBAJA TO WFECHA-BAJA.
           MOVE ARC-MCA TO MCA.
           MOVE ARC-DATOS TO R-MAE(9:59).
           PERFORM TRATAR-ALUMNO THRU F-TRATAR-ALUMNO.
       F-LEER-BAJA.
           EXIT.

       TRATAR-ALUMNO.
           IF SW-PASADA = "V"
              PERFORM VALIDAR-ALUMNO THRU F-VALIDAR-ALUMNO
           ELSE
              PERFORM ARMAR-RENGLON THRU F-ARMAR-RENGLON
           END-IF.
       F-TRATAR-ALUMNO.
           EXIT.

      *-- CADA DATO FALTANTE O INVALIDO ES UN RENGLON DEL LISTADO --*
       VALIDAR-ALUMNO.
           MOVE "N" TO SW-ALU-ERR.
           PERFORM VALIDAR-DOCUMENTO THRU F-VALIDAR-DOCUMENTO.
           PERFORM VALIDAR-NACIMIENTO THRU F-VALIDAR-NACIMIENTO.
           IF MSE NOT = 1 AND MSE NOT = 2
              MOVE "SEXO INVALIDO (1 = VARON, 2 = MUJER)" TO WMOTIVO
              PERFORM REGISTRAR-ERROR
           END-IF.
           IF MLO = 0
              MOVE "SIN LOCALIDAD" TO WMOTIVO
              PERFORM REGISTRAR-ERROR
           ELSE
              MOVE MLO TO MLOC
              READ MAELOC KEY IS MLOC
                 INVALID KEY
                    MOVE "LOCALIDAD INEXISTENTE EN LOCALIDAD.IND"
                       TO WMOTIVO
                    PERFORM REGISTRAR-ERROR
              END-READ
           END-IF.
           IF MCU = 0
              MOVE "SIN CURSO" TO WMOTIVO
              PERFORM REGISTRAR-ERROR
           ELSE
              MOVE MCU TO MCUR
              READ CURSOS KEY IS MCUR
                 INVALID KEY
                    MOVE "CURSO INEXISTENTE EN CURSO.IND" TO WMOTIVO
                    PERFORM REGISTRAR-ERROR
              END-READ
           END-IF.
           PERFORM BUSCAR-DOMICILIO THRU F-BUSCAR-DOMICILIO.
           IF WDOMICILIO = SPACES
              MOVE "SIN DOMICILIO (RESPONSABLE EN ALUPAG.IND)"
                 TO WMOTIVO
              PERFORM REGISTRAR-ERROR
           END-IF.
           IF SW-ALU-ERR = "S"
              ADD 1 TO CANT-ALU-ERR
           END-IF.
       F-VALIDAR-ALUMNO.
           EXIT.

      *-- TIPO CONOCIDO, NUMERO CARGADO, EL DNI EN 8 DIGITOS Y -----*
      *-- NINGUN OTRO ALUMNO CON EL MISMO DOCUMENTO ----------------*
       VALIDAR-DOCUMENTO.
           MOVE MCA TO DAALU.
           READ DOCUMENTOS KEY IS DAALU
              INVALID KEY
                 MOVE "SIN DOCUMENTO CARGADO" TO WMOTIVO
                 PERFORM REGISTRAR-ERROR
                 GO TO F-VALIDAR-DOCUMENTO
           END-READ.
           IF NOT DOC-VALIDO
              MOVE "TIPO DE DOCUMENTO INVALIDO" TO WMOTIVO
              PERFORM REGISTRAR-ERROR
              GO TO F-VALIDAR-DOCUMENTO
           END-IF.
           IF DANRO = SPACES
              MOVE "FALTA EL NUMERO DE DOCUMENTO" TO WMOTIVO
              PERFORM REGISTRAR-ERROR
              GO TO F-VALIDAR-DOCUMENTO
           END-IF.
           IF DOC-DNI
              IF DANRO-NUM IS NOT NUMERIC OR DANRO-NUM = 0
                 OR DANRO(9:4) NOT = SPACES
                 MOVE "DNI INVALIDO (VAN 8 DIGITOS)" TO WMOTIVO
                 PERFORM REGISTRAR-ERROR
                 GO TO F-VALIDAR-DOCUMENTO
              END-IF
           END-IF.
           MOVE DADOC TO WDOC.
           MOVE 0 TO DUP-ALU.
           MOVE "N" TO SW-FIN-DOC.
           START DOCUMENTOS KEY IS EQUAL TO DADOC
              INVALID KEY MOVE "S" TO SW-FIN-DOC
           END-START.
           PERFORM LEER-REPETIDO THRU F-LEER-REPETIDO
              UNTIL SW-FIN-DOC = "S".
           IF DUP-ALU NOT = 0
              MOVE SPACES TO WMOTIVO
              STRING "DOCUMENTO REPETIDO CON EL ALUMNO "
                     DELIMITED BY SIZE
                     DUP-ALU DELIMITED BY SIZE
                     INTO WMOTIVO
              PERFORM REGISTRAR-ERROR
           END-IF.
       F-VALIDAR-DOCUMENTO.
           EXIT.

       LEER-REPETIDO.
           READ DOCUMENTOS NEXT RECORD AT END MOVE "S" TO SW-FIN-DOC.
           IF SW-FIN-DOC = "S"
              GO TO F-LEER-REPETIDO
           END-IF.
           IF DADOC NOT = WDOC
              MOVE "S" TO SW-FIN-DOC
              GO TO F-LEER-REPETIDO
           END-IF.
           IF DAALU NOT = MCA
              MOVE DAALU TO DUP-ALU
              MOVE "S" TO SW-FIN-DOC
           END-IF.
       F-LEER-REPETIDO.
           EXIT.

      *-- FECHA COMPLETA, POSIBLE Y NO POSTERIOR A HOY -------------*
       VALIDAR-NACIMIENTO.
           IF MFN IS NOT NUMERIC OR MFN = ZEROES
              MOVE "SIN FECHA DE NACIMIENTO" TO WMOTIVO
              PERFORM REGISTRAR-ERROR
              GO TO F-VALIDAR-NACIMIENTO
           END-IF.
           IF MNM < 1 OR MNM > 12 OR MND < 1 OR MND > 31
              OR MNA < 1900
              OR ((MNM = 4 OR MNM = 6 OR MNM = 9 OR MNM = 11)
                  AND MND > 30)
              OR (MNM = 2 AND MND > 29)
              MOVE "FECHA DE NACIMIENTO INVALIDA" TO WMOTIVO
              PERFORM REGISTRAR-ERROR
              GO TO F-VALIDAR-NACIMIENTO
           END-IF.
           COMPUTE WFNAC-AMD = MNA * 10000 + MNM * 100 + MND.
           IF WFNAC-AMD > R-WFECHA-HOY
              MOVE "FECHA DE NACIMIENTO POSTERIOR A HOY" TO WMOTIVO
              PERFORM REGISTRAR-ERROR
           END-IF.
       F-VALIDAR-NACIMIENTO.
           EXIT.

      *-- EL DOMICILIO ES EL DEL RESPONSABLE DE PAGO DEL ALUMNO ----*
       BUSCAR-DOMICILIO.
           MOVE SPACES TO WDOMICILIO.
           MOVE MCA TO APALU.
           READ VINCULOS KEY IS APALU
              INVALID KEY GO TO F-BUSCAR-DOMICILIO
           END-READ.
           MOVE APCA TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY GO TO F-BUSCAR-DOMICILIO
           END-READ.
           MOVE PDOM TO WDOMICILIO.
       F-BUSCAR-DOMICILIO.
           EXIT.

      *-- LA IMAGEN DE UNA BAJA YA NO SE PUEDE CORREGIR: SUS -------*
      *-- OBSERVACIONES SE LISTAN PERO NO FRENAN EL ARCHIVO --------*
       REGISTRAR-ERROR.
           IF SW-BAJA = "S"
              ADD 1 TO CANT-AVI
           ELSE
              ADD 1 TO CANT-ERR
              MOVE "S" TO SW-ALU-ERR
           END-IF.
           MOVE SPACES TO LINEA-ERROR.
           MOVE MCA TO LE-ALU.
           MOVE MAN TO LE-NOM.
           IF SW-BAJA = "S"
              MOVE "(BAJA)" TO LE-BAJA
           END-IF.
           MOVE WMOTIVO TO LE-MOT.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-ERROR TO R-IMP.
           PERFORM GRABAR-LINEA.

      *-- MOVIMIENTO: B = BAJA DEL ANIO, A = ALTA DEL ANIO, R = ----*
      *-- REGULAR (YA ESTABA AL EMPEZAR EL ANIO) -------------------*
       ARMAR-RENGLON.
           MOVE SPACES TO WFBAJA-ED.
           IF SW-BAJA = "S"
              MOVE "B" TO WMOV
              MOVE WFECHA-BAJA TO WFBAJA-ED
              ADD 1 TO CANT-BAJ
           ELSE
              PERFORM BUSCAR-ALTA THRU F-BUSCAR-ALTA
              IF SW-ES-ALTA = "S"
                 MOVE "A" TO WMOV
                 ADD 1 TO CANT-ALT
              ELSE
                 MOVE "R" TO WMOV
                 ADD 1 TO CANT-REG
              END-IF
           END-IF.
           MOVE MCA TO DAALU.
           READ DOCUMENTOS KEY IS DAALU
              INVALID KEY MOVE SPACES TO DADOC
           END-READ.
           MOVE MCU TO MCUR.
           READ CURSOS KEY IS MCUR
              INVALID KEY MOVE SPACES TO MDCUR
           END-READ.
           MOVE MLO TO MLOC.
           READ MAELOC KEY IS MLOC
              INVALID KEY MOVE SPACES TO MLDESC
           END-READ.
           PERFORM BUSCAR-DOMICILIO THRU F-BUSCAR-DOMICILIO.
           IF MSE = 1
              MOVE "M" TO WSEXO
           ELSE
              MOVE "F" TO WSEXO
           END-IF.
           MOVE MND TO WFN-DD.
           MOVE MNM TO WFN-MM.
           MOVE MNA TO WFN-AA.
           MOVE SPACES TO R-TRA.
           MOVE MCU TO TR-CUR.
           MOVE MAN TO TR-NOM.
           MOVE MCA TO TR-MCA.
           STRING WMOV DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MCU DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MDCUR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DATIPO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  DANRO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MAN DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WFNAC-ED DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WSEXO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WDOMICILIO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MLO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  MLDESC DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WFBAJA-ED DELIMITED BY SIZE
                  INTO TR-LINEA.
           WRITE R-TRA.
       F-ARMAR-RENGLON.
           EXIT.

       BUSCAR-ALTA.
           MOVE "N" TO SW-ES-ALTA.
           MOVE 1 TO ALT-POS.
           PERFORM COMPARAR-ALTA THRU F-COMPARAR-ALTA
              UNTIL ALT-POS > ALT-CANT OR SW-ES-ALTA = "S".
       F-BUSCAR-ALTA.
           EXIT.

       COMPARAR-ALTA.
           IF TALT-ALU(ALT-POS) = MCA
              MOVE "S" TO SW-ES-ALTA
           END-IF.
           ADD 1 TO ALT-POS.
       F-COMPARAR-ALTA.
           EXIT.

       VOLCAR-RENGLON.
           READ ORDENADO AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-VOLCAR-RENGLON
           END-IF.
           MOVE OR-LINEA TO R-EXPO.
           WRITE R-EXPO.
       F-VOLCAR-RENGLON.
           EXIT.

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

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".

       FIN-SIN-SPOOL.
           CLOSE MAESTRO DOCUMENTOS CURSOS MAELOC VINCULOS PERSONA.
           IF SW-BAJ-ARCH = "S"
              CLOSE ARCBAJAS
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
