      *** EVALERT - EVALUACION DE LAS ALERTAS DE NEGOCIO           ***
      *** LEE LAS REGLAS DE ALERTAS.PAR (REGLA;UMBRAL;DESTINATARIO;***
      *** ACTIVA;DESCRIPCION) Y RECORRE LOS ARCHIVOS DE CADA UNA:  ***
      ***   01 CAJA CERRADA CON DIFERENCIA MAYOR AL UMBRAL (PESOS) ***
      ***      EN CAJACTL.IND                                      ***
      ***   02 CLIENTE CON SALDO DEUDOR SOBRE SU LIMITE PLI MAS EL ***
      ***      UMBRAL (PESOS) EN PERSONA.IND                       ***
      ***   03 CHEQUE EN CARTERA CON MAS DIAS DE VENCIDO QUE EL    ***
      ***      UMBRAL SIN DEPOSITAR EN CHEQUES.IND                 ***
      ***   04 CURSO CON MAS ALUMNOS EN MAEALU.IND QUE SU MCUPO    ***
      ***      MAS EL UMBRAL (CURSO.IND, CUPO 0 = SIN CUPO)        ***
      ***   05 REMESA EN TRANSITO HACE MAS DIAS QUE EL UMBRAL      ***
      ***      (REMESA.IND)                                        ***
      ***   06 LICENCIA PENDIENTE DE APROBAR A LA QUE LE FALTAN    ***
      ***      EL UMBRAL DE DIAS O MENOS PARA EMPEZAR, O QUE YA    ***
      ***      EMPEZO (LICENCIA.IND)                               ***
      *** CADA SITUACION NUEVA ES UNA ALERTA ABIERTA EN            ***
      *** ALERTAS.IND PARA EL DESTINATARIO DE LA REGLA; LAS QUE    ***
      *** SIGUEN SE REFRESCAN Y LAS QUE YA NO SE DAN QUEDAN        ***
      *** SUPERADAS - LA CORRE PROCNOC CADA NOCHE ("B") Y LA       ***
      *** BANDEJA DE CONSOLA A PEDIDO; LOS DIAS SE CUENTAN         ***
      *** COMERCIALES (ANIO*360+MES*30+DIA) COMO EN REMPEND        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS ASSIGN TO DISK "ALERTAS.PAR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTREG.

           SELECT ALERTAS ASSIGN TO DISK "ALERTAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ALNRO
           ALTERNATE RECORD KEY IS ALCLAVE DUPLICATES
           FILE STATUS IS FSTALE.

      *-- TALONARIO: PROXIMO NUMERO DE ALERTA ----------------------*
           SELECT TALONARIO ASSIGN TO DISK "ALERTAS.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

      *-- LOS ARCHIVOS QUE SE REVISAN - SOLO SE LEEN ---------------*
           SELECT CAJAS ASSIGN TO DISK "CAJACTL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CJCLAVE
           FILE STATUS IS FSTARCH.

           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PCA
           FILE STATUS IS FSTARCH.

           SELECT CHEQUES ASSIGN TO DISK "CHEQUES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHCLAVE
           FILE STATUS IS FSTARCH.

           SELECT MAEALU ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MCA
           FILE STATUS IS FSTARCH.

           SELECT CURSOS ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MCUR
           FILE STATUS IS FSTARCH.

           SELECT REMESAS ASSIGN TO DISK "REMESA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RMNRO
           FILE STATUS IS FSTARCH.

           SELECT LICENCIAS ASSIGN TO DISK "LICENCIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LICLAVE
           FILE STATUS IS FSTARCH.

       DATA DIVISION.
       FILE SECTION.
        FD REGLAS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-REGLA.
         01 R-REGLA.
            02 RA-COD      PIC 9(2).
            02 FILLER      PIC X.
            02 RA-UMBRAL   PIC 9(7).
            02 FILLER      PIC X.
            02 RA-DEST     PIC X(3).
            02 FILLER      PIC X.
            02 RA-ACTIVA   PIC X.
            02 FILLER      PIC X.
            02 RA-DESC     PIC X(30).

        FD ALERTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 156 CHARACTERS
           DATA RECORD IS R-ALE.

         COPY ALERTA.

        FD TALONARIO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS R-TAL.

         01 R-TAL.
            02 TAL-PROX  PIC 9(06).

        FD CAJAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-CAJ.

         COPY CAJACTL.

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD CHEQUES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS R-CHQ.

         COPY CHEQUES.

        FD MAEALU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD CURSOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS R-CUR.

         COPY CURSO.

        FD REMESAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS R-REM.

         COPY REMESA.

        FD LICENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-LIC.

         COPY LICENCIA.

       WORKING-STORAGE SECTION.
       77 FSTREG              PIC XX.
       77 FSTALE              PIC XX.
       77 FSTTAL              PIC XX.
       77 FSTARCH             PIC XX.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-BATCH            PIC X VALUE "N".
       77 SW-HALLADA          PIC X.
       77 L                   PIC 99.
       77 REG-POS             PIC 99.
       77 CUR-POS             PIC 999.
       77 WNRO                PIC 9(06).
       77 CANT-REGLAS         PIC 99 VALUE 0.
       77 CANT-NUEVAS         PIC 9(5) VALUE 0.
       77 CANT-ABIERTAS       PIC 9(5) VALUE 0.
       77 CANT-SUPERADAS      PIC 9(5) VALUE 0.
       77 CANT-ED             PIC ZZZZ9.
       77 IMP-ED              PIC -Z.ZZZ.ZZ9,99.
       77 DIAS-ED             PIC ---9.
       77 CUPO-ED             PIC ZZ9.
       77 ALU-ED              PIC ZZZZ9.
       77 DIF-ABS             PIC S9(07)V99.
       77 EXCESO              PIC S9(07)V99.

      *-- FECHAS EN DIAS "COMERCIALES" (ANIO*360+MES*30+DIA) COMO --*
      *-- EN REMPEND - ALCANZA PARA CONTAR DIAS DE DEMORA ----------*
       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).
       01 WFECHA-R REDEFINES WFECHA-HOY PIC 9(8).
       01 WHORA-ACT.
          02 WHORA-6          PIC 9(6).
          02 FILLER           PIC 99.
      *-- HORA DE ESTA EVALUACION: MARCA LAS ALERTAS QUE ENCONTRO --*
       77 HORA-CORRIDA        PIC 9(6).
       77 DIAS-HOY            PIC 9(08) VALUE 0.
       77 DIAS-AUX            PIC 9(08) VALUE 0.
       77 DIAS-DIF            PIC S9(05) VALUE 0.
       01 WFECHA-AUX.
          02 FX-AA            PIC 9(4).
          02 FX-MM            PIC 9(2).
          02 FX-DD            PIC 9(2).
       01 FECHA-ED.
          02 FED-DD           PIC 9(2).
          02 FILLER           PIC X VALUE "/".
          02 FED-MM           PIC 9(2).
          02 FILLER           PIC X VALUE "/".
          02 FED-AA           PIC 9(4).

      *-- LAS SEIS REGLAS, POR NUMERO - EVALUADA = "S" CUANDO SU ---*
      *-- ARCHIVO SE PUDO LEER (SI NO, SUS ALERTAS NO SE TOCAN) ----*
       01 TABLA-REGLAS.
          02 REG-ALE OCCURS 6 TIMES.
             03 RT-ACTIVA     PIC X.
             03 RT-EVALUADA   PIC X.
             03 RT-UMBRAL     PIC 9(7).
             03 RT-DEST       PIC X(3).
             03 RT-DESC       PIC X(30).
             03 RT-VIGENTES   PIC 9(5).
             03 RT-NUEVAS     PIC 9(5).

      *-- ALUMNOS POR CURSO (MCU 00 A 99 EN LAS POSICIONES 1-100) --*
       01 TABLA-CUPO.
          02 CANT-CURSO OCCURS 100 TIMES PIC 9(5).

      *-- LA SITUACION ENCONTRADA, MIENTRAS SE BUSCA SU ALERTA -----*
       77 NUE-REGLA           PIC 9(2).
       77 NUE-OBJ             PIC X(20).
       77 NUE-TEXTO           PIC X(40).
       77 NUE-VALOR           PIC S9(07)V99.

       LINKAGE SECTION.
      *-- "B" = CORRIDA POR LOTES (PROCNOC): SIN PANTALLA ----------*
       77 MODO-CORRIDA        PIC X.

       PROCEDURE DIVISION USING MODO-CORRIDA.
       INICIO.
           IF MODO-CORRIDA = "B"
              MOVE "S" TO SW-BATCH
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WHORA-ACT FROM TIME.
           MOVE WHORA-6 TO HORA-CORRIDA.
           COMPUTE DIAS-HOY = WAA-HOY * 360 + WMM-HOY * 30 + WDD-HOY.
           IF SW-BATCH = "N"
              DISPLAY " " ERASE SCREEN
              DISPLAY "EVALUACION DE ALERTAS DE NEGOCIO"
                 LINE 02 POSITION 24
                 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK"
           END-IF.
           PERFORM CARGAR-REGLAS THRU F-CARGAR-REGLAS.
           IF CANT-REGLAS = 0
              IF SW-BATCH = "S"
                 DISPLAY "EVALERT: SIN ALERTAS.PAR - NO SE EVALUA"
              ELSE
                 DISPLAY "SIN ALERTAS.PAR - NO SE EVALUA"
                    LINE 22 POSITION 05
                 PERFORM PULSAR-TECLA
              END-IF
              GOBACK
           END-IF.
           OPEN I-O ALERTAS.
           IF FSTALE = "35"
              OPEN OUTPUT ALERTAS
              CLOSE ALERTAS
              OPEN I-O ALERTAS
           END-IF.
           IF FSTALE NOT = "00"
              IF SW-BATCH = "S"
                 DISPLAY "EVALERT: ALERTAS.IND FST=" FSTALE
              ELSE
                 DISPLAY "ALERTAS.IND FST=" LINE 22 POSITION 05
                 DISPLAY FSTALE LINE 22 POSITION 22
                 PERFORM PULSAR-TECLA
              END-IF
              GOBACK
           END-IF.
           IF RT-ACTIVA(1) = "S"
              PERFORM EVALUAR-CAJAS THRU F-EVALUAR-CAJAS
           END-IF.
           IF RT-ACTIVA(2) = "S"
              PERFORM EVALUAR-CLIENTES THRU F-EVALUAR-CLIENTES
           END-IF.
           IF RT-ACTIVA(3) = "S"
              PERFORM EVALUAR-CHEQUES THRU F-EVALUAR-CHEQUES
           END-IF.
           IF RT-ACTIVA(4) = "S"
              PERFORM EVALUAR-CURSOS THRU F-EVALUAR-CURSOS
           END-IF.
           IF RT-ACTIVA(5) = "S"
              PERFORM EVALUAR-REMESAS THRU F-EVALUAR-REMESAS
           END-IF.
           IF RT-ACTIVA(6) = "S"
              PERFORM EVALUAR-LICENCIAS THRU F-EVALUAR-LICENCIAS
           END-IF.
           PERFORM PASAR-SUPERADAS THRU F-PASAR-SUPERADAS.
           CLOSE ALERTAS.
           PERFORM INFORMAR-RESULTADO.
           GOBACK.

      *-- REGLAS ------------------------------------------------------*
       CARGAR-REGLAS.
           MOVE 1 TO REG-POS.
           PERFORM LIMPIAR-REGLA THRU F-LIMPIAR-REGLA
              UNTIL REG-POS > 6.
           OPEN INPUT REGLAS.
           IF FSTREG NOT = "00"
              GO TO F-CARGAR-REGLAS
           END-IF.
           PERFORM LEER-REGLA THRU F-LEER-REGLA
              UNTIL FSTREG = "10".
           CLOSE REGLAS.
       F-CARGAR-REGLAS.
           EXIT.

       LIMPIAR-REGLA.
           MOVE "N" TO RT-ACTIVA(REG-POS) RT-EVALUADA(REG-POS).
           MOVE 0 TO RT-UMBRAL(REG-POS) RT-VIGENTES(REG-POS)
                     RT-NUEVAS(REG-POS).
           MOVE "SUP" TO RT-DEST(REG-POS).
           MOVE SPACES TO RT-DESC(REG-POS).
           ADD 1 TO REG-POS.
       F-LIMPIAR-REGLA.
           EXIT.

       LEER-REGLA.
           READ REGLAS AT END MOVE "10" TO FSTREG.
           IF FSTREG = "10"
              GO TO F-LEER-REGLA
           END-IF.
           IF RA-COD IS NOT NUMERIC OR RA-UMBRAL IS NOT NUMERIC
              GO TO F-LEER-REGLA
           END-IF.
           IF RA-COD < 1 OR RA-COD > 6
              GO TO F-LEER-REGLA
           END-IF.
           MOVE RA-COD TO REG-POS.
           IF RA-ACTIVA = "S" OR RA-ACTIVA = "s"
              MOVE "S" TO RT-ACTIVA(REG-POS)
           END-IF.
           MOVE RA-UMBRAL TO RT-UMBRAL(REG-POS).
           IF RA-DEST NOT = SPACES
              MOVE RA-DEST TO RT-DEST(REG-POS)
           END-IF.
           MOVE RA-DESC TO RT-DESC(REG-POS).
           ADD 1 TO CANT-REGLAS.
       F-LEER-REGLA.
           EXIT.

      *-- 01 CAJAS CERRADAS CON DIFERENCIA ----------------------------*
       EVALUAR-CAJAS.
           OPEN INPUT CAJAS.
           IF FSTARCH NOT = "00"
              GO TO F-EVALUAR-CAJAS
           END-IF.
           MOVE "S" TO RT-EVALUADA(1).
           PERFORM REVISAR-CAJA THRU F-REVISAR-CAJA
              UNTIL FSTARCH = "10".
           CLOSE CAJAS.
       F-EVALUAR-CAJAS.
           EXIT.

       REVISAR-CAJA.
           READ CAJAS NEXT RECORD AT END MOVE "10" TO FSTARCH.
           IF FSTARCH = "10" OR NOT CAJA-CERRADA
              GO TO F-REVISAR-CAJA
           END-IF.
           MOVE CJDIF TO DIF-ABS.
           IF DIF-ABS < 0
              COMPUTE DIF-ABS = 0 - DIF-ABS
           END-IF.
           IF DIF-ABS NOT > RT-UMBRAL(1)
              GO TO F-REVISAR-CAJA
           END-IF.
           MOVE 1 TO NUE-REGLA.
           MOVE SPACES TO NUE-OBJ NUE-TEXTO.
           STRING CJOPE CJFECHA CJSEC DELIMITED BY SIZE INTO NUE-OBJ.
           MOVE CJFECHA TO WFECHA-AUX.
           PERFORM EDITAR-FECHA.
           MOVE CJDIF TO IMP-ED.
           STRING "CAJA " CJOPE " " FECHA-ED " DIF " IMP-ED
              DELIMITED BY SIZE INTO NUE-TEXTO.
           MOVE CJDIF TO NUE-VALOR.
           PERFORM REGISTRAR-ALERTA THRU F-REGISTRAR-ALERTA.
       F-REVISAR-CAJA.
           EXIT.

      *-- 02 CLIENTES CON SALDO DEUDOR SOBRE SU LIMITE ----------------*
       EVALUAR-CLIENTES.
           OPEN INPUT PERSONA.
           IF FSTARCH NOT = "00"
              GO TO F-EVALUAR-CLIENTES
           END-IF.
           MOVE "S" TO RT-EVALUADA(2).
           PERFORM REVISAR-CLIENTE THRU F-REVISAR-CLIENTE
              UNTIL FSTARCH = "10".
           CLOSE PERSONA.
       F-EVALUAR-CLIENTES.
           EXIT.

      *-- PLI = 0 ES SIN LIMITE; LOS INCOBRABLES YA NO SE SIGUEN ---*
       REVISAR-CLIENTE.
           READ PERSONA NEXT RECORD AT END MOVE "10" TO FSTARCH.
           IF FSTARCH = "10"
              GO TO F-REVISAR-CLIENTE
           END-IF.
           IF NOT PER-DEBE OR PLI = 0 OR PER-INCOBRABLE
              GO TO F-REVISAR-CLIENTE
           END-IF.
           COMPUTE EXCESO = PSA - PLI.
           IF EXCESO NOT > RT-UMBRAL(2)
              GO TO F-REVISAR-CLIENTE
           END-IF.
           MOVE 2 TO NUE-REGLA.
           MOVE SPACES TO NUE-OBJ NUE-TEXTO.
           MOVE PCA TO NUE-OBJ.
           MOVE EXCESO TO IMP-ED.
           STRING "CLIENTE " PCA " EXCEDE " IMP-ED
              DELIMITED BY SIZE INTO NUE-TEXTO.
           MOVE EXCESO TO NUE-VALOR.
           PERFORM REGISTRAR-ALERTA THRU F-REGISTRAR-ALERTA.
       F-REVISAR-CLIENTE.
           EXIT.

      *-- 03 CHEQUES EN CARTERA VENCIDOS SIN DEPOSITAR ---------------*
       EVALUAR-CHEQUES.
           OPEN INPUT CHEQUES.
           IF FSTARCH NOT = "00"
              GO TO F-EVALUAR-CHEQUES
           END-IF.
           MOVE "S" TO RT-EVALUADA(3).
           PERFORM REVISAR-CHEQUE THRU F-REVISAR-CHEQUE
              UNTIL FSTARCH = "10".
           CLOSE CHEQUES.
       F-EVALUAR-CHEQUES.
           EXIT.

       REVISAR-CHEQUE.
           READ CHEQUES NEXT RECORD AT END MOVE "10" TO FSTARCH.
           IF FSTARCH = "10" OR NOT CHQ-CARTERA
              GO TO F-REVISAR-CHEQUE
           END-IF.
           IF CHFCOBRO IS NOT NUMERIC OR CHFCOBRO = 0
              GO TO F-REVISAR-CHEQUE
           END-IF.
           MOVE CHFCOBRO TO WFECHA-AUX.
           COMPUTE DIAS-AUX = FX-AA * 360 + FX-MM * 30 + FX-DD.
           COMPUTE DIAS-DIF = DIAS-HOY - DIAS-AUX.
           IF DIAS-DIF NOT > RT-UMBRAL(3)
              GO TO F-REVISAR-CHEQUE
           END-IF.
           MOVE 3 TO NUE-REGLA.
           MOVE SPACES TO NUE-OBJ NUE-TEXTO.
           STRING CHBCO CHNRO DELIMITED BY SIZE INTO NUE-OBJ.
           MOVE DIAS-DIF TO DIAS-ED.
           STRING "CHEQUE " CHBCO "-" CHNRO " VENCIDO HACE " DIAS-ED
              " D" DELIMITED BY SIZE INTO NUE-TEXTO.
           MOVE CHIMP TO NUE-VALOR.
           PERFORM REGISTRAR-ALERTA THRU F-REGISTRAR-ALERTA.
       F-REVISAR-CHEQUE.
           EXIT.

      *-- 04 CURSOS SOBRE SU CUPO: PRIMERO SE CUENTAN LOS ALUMNOS --*
      *-- DE CADA CURSO EN MAEALU.IND (COMO ABMALU AL DAR EL ALTA) -*
       EVALUAR-CURSOS.
           MOVE ZEROS TO TABLA-CUPO.
           OPEN INPUT MAEALU.
           IF FSTARCH NOT = "00"
              GO TO F-EVALUAR-CURSOS
           END-IF.
           PERFORM CONTAR-ALUMNO THRU F-CONTAR-ALUMNO
              UNTIL FSTARCH = "10".
           CLOSE MAEALU.
           OPEN INPUT CURSOS.
           IF FSTARCH NOT = "00"
              GO TO F-EVALUAR-CURSOS
           END-IF.
           MOVE "S" TO RT-EVALUADA(4).
           PERFORM REVISAR-CURSO THRU F-REVISAR-CURSO
              UNTIL FSTARCH = "10".
           CLOSE CURSOS.
       F-EVALUAR-CURSOS.
           EXIT.

       CONTAR-ALUMNO.
           READ MAEALU NEXT RECORD AT END MOVE "10" TO FSTARCH.
           IF FSTARCH = "10" OR MCU IS NOT NUMERIC
              GO TO F-CONTAR-ALUMNO
           END-IF.
           COMPUTE CUR-POS = MCU + 1.
           ADD 1 TO CANT-CURSO(CUR-POS).
       F-CONTAR-ALUMNO.
           EXIT.

       REVISAR-CURSO.
           READ CURSOS NEXT RECORD AT END MOVE "10" TO FSTARCH.
           IF FSTARCH = "10" OR MCUPO = 0
              GO TO F-REVISAR-CURSO
           END-IF.
           COMPUTE CUR-POS = MCUR + 1.
           IF CANT-CURSO(CUR-POS) NOT > MCUPO + RT-UMBRAL(4)
              GO TO F-REVISAR-CURSO
           END-IF.
           MOVE 4 TO NUE-REGLA.
           MOVE SPACES TO NUE-OBJ NUE-TEXTO.
           MOVE MCUR TO NUE-OBJ.
           MOVE CANT-CURSO(CUR-POS) TO ALU-ED.
           MOVE MCUPO TO CUPO-ED.
           STRING "CURSO " MCUR " " MDCUR " ALUMNOS " ALU-ED "/"
              CUPO-ED DELIMITED BY SIZE INTO NUE-TEXTO.
           COMPUTE NUE-VALOR = CANT-CURSO(CUR-POS) - MCUPO.
           PERFORM REGISTRAR-ALERTA THRU F-REGISTRAR-ALERTA.
       F-REVISAR-CURSO.
           EXIT.

      *-- 05 REMESAS DEMORADAS EN TRANSITO ----------------------------*
       EVALUAR-REMESAS.
           OPEN INPUT REMESAS.
           IF FSTARCH NOT = "00"
              GO TO F-EVALUAR-REMESAS
           END-IF.
           MOVE "S" TO RT-EVALUADA(5).
           PERFORM REVISAR-REMESA THRU F-REVISAR-REMESA
              UNTIL FSTARCH = "10".
           CLOSE REMESAS.
       F-EVALUAR-REMESAS.
           EXIT.

       REVISAR-REMESA.
           READ REMESAS NEXT RECORD AT END MOVE "10" TO FSTARCH.
           IF FSTARCH = "10" OR NOT REM-EN-TRANSITO
              GO TO F-REVISAR-REMESA
           END-IF.
           MOVE RMFECHA TO WFECHA-AUX.
           COMPUTE DIAS-AUX = FX-AA * 360 + FX-MM * 30 + FX-DD.
           COMPUTE DIAS-DIF = DIAS-HOY - DIAS-AUX.
           IF DIAS-DIF NOT > RT-UMBRAL(5)
              GO TO F-REVISAR-REMESA
           END-IF.
           MOVE 5 TO NUE-REGLA.
           MOVE SPACES TO NUE-OBJ NUE-TEXTO.
           MOVE RMNRO TO NUE-OBJ.
           MOVE DIAS-DIF TO DIAS-ED.
           STRING "REMESA " RMNRO " SUC " RMSUC " EN TRANSITO "
              DIAS-ED " D" DELIMITED BY SIZE INTO NUE-TEXTO.
           COMPUTE NUE-VALOR = RMEFE + RMCHQ.
           PERFORM REGISTRAR-ALERTA THRU F-REGISTRAR-ALERTA.
       F-REVISAR-REMESA.
           EXIT.

      *-- 06 LICENCIAS PENDIENTES: LA LICENCIA NO GUARDA CUANDO SE -*
      *-- PIDIO, ASI QUE LA DEMORA SE MIDE CONTRA SU FECHA DESDE: -*
      *-- ALERTA CUANDO FALTAN EL UMBRAL DE DIAS O MENOS (O YA ----*
      *-- EMPEZO) Y TODAVIA NADIE LA APROBO NI LA RECHAZO ---------*
       EVALUAR-LICENCIAS.
           OPEN INPUT LICENCIAS.
           IF FSTARCH NOT = "00"
              GO TO F-EVALUAR-LICENCIAS
           END-IF.
           MOVE "S" TO RT-EVALUADA(6).
           PERFORM REVISAR-LICENCIA THRU F-REVISAR-LICENCIA
              UNTIL FSTARCH = "10".
           CLOSE LICENCIAS.
       F-EVALUAR-LICENCIAS.
           EXIT.

       REVISAR-LICENCIA.
           READ LICENCIAS NEXT RECORD AT END MOVE "10" TO FSTARCH.
           IF FSTARCH = "10" OR NOT LIC-PENDIENTE
              GO TO F-REVISAR-LICENCIA
           END-IF.
           MOVE LIDESDE TO WFECHA-AUX.
           COMPUTE DIAS-AUX = FX-AA * 360 + FX-MM * 30 + FX-DD.
           COMPUTE DIAS-DIF = DIAS-AUX - DIAS-HOY.
           IF DIAS-DIF > RT-UMBRAL(6)
              GO TO F-REVISAR-LICENCIA
           END-IF.
           MOVE 6 TO NUE-REGLA.
           MOVE SPACES TO NUE-OBJ NUE-TEXTO.
           STRING LILEG LIDESDE DELIMITED BY SIZE INTO NUE-OBJ.
           PERFORM EDITAR-FECHA.
           STRING "LICENCIA " LILEG " DESDE " FECHA-ED " PEND"
              DELIMITED BY SIZE INTO NUE-TEXTO.
           MOVE DIAS-DIF TO NUE-VALOR.
           PERFORM REGISTRAR-ALERTA THRU F-REGISTRAR-ALERTA.
       F-REVISAR-LICENCIA.
           EXIT.

      *-- SI EL OBJETO YA TIENE UNA ALERTA ABIERTA O CERRADA, SOLO -*
      *-- SE MARCA COMO VISTA EN ESTA CORRIDA (LA ABIERTA, ADEMAS, -*
      *-- CON EL VALOR DE HOY); SI NO, SE ABRE UNA NUEVA -----------*
       REGISTRAR-ALERTA.
           ADD 1 TO RT-VIGENTES(NUE-REGLA).
           MOVE "N" TO SW-HALLADA.
           MOVE NUE-REGLA TO ALREGLA.
           MOVE NUE-OBJ TO ALOBJ.
           START ALERTAS KEY IS = ALCLAVE
              INVALID KEY MOVE "23" TO FSTALE
           END-START.
           IF FSTALE = "00"
              PERFORM BUSCAR-VIGENTE THRU F-BUSCAR-VIGENTE
                 UNTIL FSTALE NOT = "00" OR SW-HALLADA = "S"
           END-IF.
           IF SW-HALLADA = "S"
              GO TO F-REGISTRAR-ALERTA
           END-IF.
           PERFORM TOMAR-NUMERO.
           MOVE SPACES TO R-ALE.
           MOVE WNRO TO ALNRO.
           MOVE NUE-REGLA TO ALREGLA.
           MOVE NUE-OBJ TO ALOBJ.
           MOVE RT-DEST(NUE-REGLA) TO ALDEST.
           MOVE NUE-TEXTO TO ALTEXTO.
           MOVE NUE-VALOR TO ALVALOR.
           MOVE WFECHA-R TO ALFALTA ALFULT.
           MOVE HORA-CORRIDA TO ALHALTA ALHULT.
           MOVE "A" TO ALEST.
           MOVE 0 TO ALFCIE ALHCIE.
           WRITE R-ALE
              INVALID KEY CONTINUE
           END-WRITE.
           IF FSTALE = "00" OR FSTALE = "02"
              ADD 1 TO RT-NUEVAS(NUE-REGLA) CANT-NUEVAS
           END-IF.
       F-REGISTRAR-ALERTA.
           EXIT.

      *-- "02" = HAY MAS REGISTROS CON LA MISMA CLAVE ALTERNATIVA --*
       BUSCAR-VIGENTE.
           READ ALERTAS NEXT RECORD AT END MOVE "10" TO FSTALE.
           IF FSTALE = "02"
              MOVE "00" TO FSTALE
           END-IF.
           IF FSTALE NOT = "00"
              GO TO F-BUSCAR-VIGENTE
           END-IF.
           IF ALREGLA NOT = NUE-REGLA OR ALOBJ NOT = NUE-OBJ
              MOVE "10" TO FSTALE
              GO TO F-BUSCAR-VIGENTE
           END-IF.
           IF ALE-SUPERADA
              GO TO F-BUSCAR-VIGENTE
           END-IF.
           MOVE "S" TO SW-HALLADA.
           MOVE WFECHA-R TO ALFULT.
           MOVE HORA-CORRIDA TO ALHULT.
           IF ALE-ABIERTA
              MOVE NUE-TEXTO TO ALTEXTO
              MOVE NUE-VALOR TO ALVALOR
           END-IF.
           REWRITE R-ALE
              INVALID KEY CONTINUE
           END-REWRITE.
       F-BUSCAR-VIGENTE.
           EXIT.

      *-- EL NUMERO SE TOMA Y SE REGRABA ENSEGUIDA, COMO EL --------*
      *-- TALONARIO DE REMESAS -------------------------------------*
       TOMAR-NUMERO.
           OPEN INPUT TALONARIO.
           IF FSTTAL = "00"
              READ TALONARIO AT END MOVE 1 TO TAL-PROX
              END-READ
              MOVE TAL-PROX TO WNRO
              CLOSE TALONARIO
           ELSE
              MOVE 1 TO WNRO
           END-IF.
           ADD 1 WNRO GIVING TAL-PROX.
           OPEN OUTPUT TALONARIO.
           WRITE R-TAL.
           CLOSE TALONARIO.

      *-- LAS QUE ESTA CORRIDA NO ENCONTRO (DE REGLAS QUE SI SE ----*
      *-- PUDIERON EVALUAR) QUEDAN SUPERADAS; UNA ABIERTA SE CIERRA -*
      *-- A NOMBRE DE "SIS" - DE PASO SE CUENTAN LAS ABIERTAS ------*
       PASAR-SUPERADAS.
           MOVE 0 TO ALNRO.
           START ALERTAS KEY IS NOT LESS THAN ALNRO
              INVALID KEY MOVE "10" TO FSTALE
           END-START.
           IF FSTALE = "10"
              GO TO F-PASAR-SUPERADAS
           END-IF.
           PERFORM REVISAR-VIGENCIA THRU F-REVISAR-VIGENCIA
              UNTIL FSTALE = "10".
       F-PASAR-SUPERADAS.
           EXIT.

       REVISAR-VIGENCIA.
           READ ALERTAS NEXT RECORD AT END MOVE "10" TO FSTALE.
           IF FSTALE = "10" OR ALE-SUPERADA
              GO TO F-REVISAR-VIGENCIA
           END-IF.
           IF ALREGLA < 1 OR ALREGLA > 6
              GO TO F-REVISAR-VIGENCIA
           END-IF.
           IF RT-EVALUADA(ALREGLA) NOT = "S"
              OR (ALFULT = WFECHA-R AND ALHULT = HORA-CORRIDA)
              IF ALE-ABIERTA
                 ADD 1 TO CANT-ABIERTAS
              END-IF
              GO TO F-REVISAR-VIGENCIA
           END-IF.
           IF ALE-ABIERTA
              MOVE "SIS" TO ALOPCIE
              MOVE WFECHA-R TO ALFCIE
              MOVE HORA-CORRIDA TO ALHCIE
              MOVE "LA SITUACION YA NO SE DA" TO ALNOTA
           END-IF.
           MOVE "S" TO ALEST.
           REWRITE R-ALE
              INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO CANT-SUPERADAS.
       F-REVISAR-VIGENCIA.
           EXIT.

       INFORMAR-RESULTADO.
           IF SW-BATCH = "S"
              DISPLAY "EVALERT: ALERTAS NUEVAS = " CANT-NUEVAS
                 " ABIERTAS = " CANT-ABIERTAS
                 " SUPERADAS = " CANT-SUPERADAS
           ELSE
              MOVE 4 TO L
              DISPLAY "REGLA" LINE L POSITION 05
              DISPLAY "VIGENTES  NUEVAS" LINE L POSITION 42
              MOVE 1 TO REG-POS
              PERFORM MOSTRAR-REGLA THRU F-MOSTRAR-REGLA
                 UNTIL REG-POS > 6
              ADD 2 TO L
              MOVE CANT-ABIERTAS TO CANT-ED
              DISPLAY "ALERTAS ABIERTAS  =" LINE L POSITION 05
              DISPLAY CANT-ED LINE L POSITION 25
              ADD 1 TO L
              MOVE CANT-SUPERADAS TO CANT-ED
              DISPLAY "SUPERADAS HOY     =" LINE L POSITION 05
              DISPLAY CANT-ED LINE L POSITION 25
              PERFORM PULSAR-TECLA
           END-IF.

       MOSTRAR-REGLA.
           ADD 1 TO L.
           DISPLAY REG-POS LINE L POSITION 05.
           IF RT-ACTIVA(REG-POS) NOT = "S"
              DISPLAY "(INACTIVA)" LINE L POSITION 08
              GO TO F-MOSTRAR-REGLA
           END-IF.
           DISPLAY RT-DESC(REG-POS) LINE L POSITION 08.
           IF RT-EVALUADA(REG-POS) NOT = "S"
              DISPLAY "SIN ARCHIVO" LINE L POSITION 40
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              GO TO F-MOSTRAR-REGLA
           END-IF.
           MOVE RT-VIGENTES(REG-POS) TO CANT-ED.
           DISPLAY CANT-ED LINE L POSITION 42.
           MOVE RT-NUEVAS(REG-POS) TO CANT-ED.
           IF RT-NUEVAS(REG-POS) > 0
              DISPLAY CANT-ED LINE L POSITION 50
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           ELSE
              DISPLAY CANT-ED LINE L POSITION 50
           END-IF.
       F-MOSTRAR-REGLA.
           EXIT.

       EDITAR-FECHA.
           MOVE FX-DD TO FED-DD.
           MOVE FX-MM TO FED-MM.
           MOVE FX-AA TO FED-AA.

       PULSAR-TECLA.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 24 POSITION 25
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.
