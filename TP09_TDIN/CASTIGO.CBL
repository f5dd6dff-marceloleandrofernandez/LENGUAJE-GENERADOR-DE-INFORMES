      *** CASTIGO - PASE DE CUENTAS A INCOBRABLES (SUPERVISADO)    ***
      *** SOLO PARA SUPERVISORES (LA FIRMA DE LA TERMINAL, VER     ***
      *** QUIENSOY): PIDE LA ANTIGUEDAD MINIMA EN DIAS Y EL        ***
      *** IMPORTE VENCIDO MINIMO, RECORRE LOS CLIENTES CON SALDO   ***
      *** DEBE Y ENVEJECE SUS PARTIDAS ABIERTAS (MVSDO) POR EL     ***
      *** VENCIMIENTO, COMO ANTDEU - A CADA CUENTA QUE SUPERA LOS  ***
      *** DOS TOPES LA MUESTRA Y PIDE CONFIRMACION; LA CONFIRMADA  ***
      *** RECIBE UN HABER "CASTIGO INCOB." YA APLICADO POR TODO EL ***
      *** SALDO, SUS PARTIDAS ABIERTAS QUEDAN CANCELADAS, LA       ***
      *** CUENTA QUEDA MARCADA "X" EN PERSONA.IND (NO SE FACTURA   ***
      *** NI SE COBRA SIN SUPERVISOR) Y EL CASTIGO QUEDA EN EL     ***
      *** REGISTRO DE INCOBRABLES (INCOBRA.IND) - LOS CLIENTES CON ***
      *** PLAN DE PAGO VIGENTE NO SE PROPONEN (VER PLANVIG) - LAS  ***
      *** CUENTAS CASTIGADAS SALEN POR EL SPOOL                    ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTIGO.
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

           SELECT MOVIMIENTOS ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MVCLAVE
           FILE STATUS IS FSTMOV.

      *-- REGISTRO DE INCOBRABLES: CASTIGOS Y RECUPEROS ------------*
           SELECT INCOBRABLES ASSIGN TO DISK "INCOBRA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INCLAVE
           FILE STATUS IS FSTINC.

           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

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

        FD MOVIMIENTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS R-MOV.

         COPY MOVPER.

        FD INCOBRABLES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-INC.

         COPY INCOBRA.

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTMOV              PIC XX.
       77 FSTINC              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
       77 WDSUC               PIC X(15).
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "CASTIGO ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.
      *-- PARA LEER LOS VALORES DE OPERACION DE PARAMETROS.IND ----*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.

      *-- DIARIO DE IMAGENES DE LOS ARCHIVOS DE PLATA (GRABJRNP): --*
      *-- CADA ESCRITURA CONFIRMADA DEJA SU RENGLON PARA QUE ------*
      *-- RECUPPLA PUEDA REHACER EL DIA SOBRE UNA COPIA ------------*
       77 JRN-ARCH            PIC X.
       77 JRN-OP              PIC X.
       77 JRN-IMAGEN          PIC X(152).

      *-- TOPES DE LA SELECCION ------------------------------------*
       77 ENT-DIAS            PIC 9(04).
       77 ENT-MINIMO          PIC 9(05)V99.
       77 TIP-DIAS            PIC 9(04).
       77 TIP-MINIMO          PIC 9(05)V99.

      *-- PLAN DE PAGO VIGENTE (VER PLANVIG): NO SE CASTIGA --------*
       77 PLA-CA              PIC 9(08).
       77 PLA-RES             PIC X.

      *-- FECHA DE HOY EN DIAS "COMERCIALES" (ANIO*360+MES*30+DIA) -*
      *-- PARA CALCULAR LA ANTIGUEDAD SIN ARITMETICA DE CALENDARIO -*
       77 DIAS-HOY            PIC 9(08) VALUE 0.
       77 DIAS-MOV            PIC 9(08) VALUE 0.
       77 DIAS-ANT            PIC S9(05) VALUE 0.
       77 DIAS-MAX            PIC 9(04) VALUE 0.

      *-- LO VENCIDO DEL CLIENTE POR ENCIMA DE LA ANTIGUEDAD -------*
       77 CLI-VENCIDO         PIC 9(06)V99 VALUE 0.
       77 WCASTIGO            PIC 9(05)V99 VALUE 0.
       77 SW-FIN-MOV          PIC X.
       77 SW-FIN-PER          PIC X.
       77 SW-FIN-SEC          PIC X.
       77 SW-CORTE            PIC X.
       77 WSEC-ULT            PIC 9(03).
       77 WCA                 PIC 9(08).

       77 CANT-PROPUESTAS     PIC 9(05) VALUE 0.
       77 CANT-CASTIGADAS     PIC 9(05) VALUE 0.
       77 TOT-CASTIGADO       PIC 9(08)V99 VALUE 0.
       77 PSA-ED              PIC ZZ.ZZ9,99.
       77 VEN-ED              PIC ZZZ.ZZ9,99.
       77 DIAS-ED             PIC ZZZ9.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

      *-- VENCIMIENTO DE LA PARTIDA ABIERTO EN ANIO/MES/DIA --------*
       01 WFECHA-MOV-R.
          02 FM-AA            PIC 9(4).
          02 FM-MM            PIC 9(2).
          02 FM-DD            PIC 9(2).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(15) VALUE  SPACES.
          02 FILLER PIC X(38) VALUE
             "CUENTAS PASADAS A INCOBRABLES".
          02 FILLER PIC X(12) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(09) VALUE "CODIGO   ".
          02 FILLER PIC X(26) VALUE "APELLIDO Y NOMBRES".
          02 FILLER PIC X(16) VALUE "SUCURSAL".
          02 FILLER PIC X(06) VALUE " DIAS ".
          02 FILLER PIC X(12) VALUE "   CASTIGADO".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-CA    PIC 9(08).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NOM   PIC X(25).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-DSUC  PIC X(15).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-DIAS  PIC ZZZZ9.
           02 FILLER   PIC X(03) VALUE SPACES.
           02 SD-IMP   PIC ZZ.ZZ9,99.

       01  SALIDA-DE-TOTAL.
           02 ST-LEYENDA PIC X(45).
           02 ST-CANT    PIC ZZ.ZZ9.
           02 FILLER     PIC X(03) VALUE SPACES.
           02 ST-IMP     PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "CASTIGO: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           IF QS-SUP NOT = "S"
              DISPLAY "CASTIGO: SOLO PARA SUPERVISORES"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "CASTIGO: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O MOVIMIENTOS.
           IF FSTMOV NOT = "00"
              DISPLAY "CASTIGO: MOVPER.IND NO ENCONTRADO (FST="
                 FSTMOV ")"
              CLOSE PERSONA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- EL PRIMER CASTIGO CREA EL REGISTRO DE INCOBRABLES --------*
           OPEN I-O INCOBRABLES.
           IF FSTINC NOT = "00"
              OPEN OUTPUT INCOBRABLES
              CLOSE INCOBRABLES
              OPEN I-O INCOBRABLES
           END-IF.
           OPEN INPUT MAESUC.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOY = WAA-HOY * 360 + WMM-HOY * 30 + WDD-HOY.
           PERFORM PEDIR-TOPES.
           DISPLAY "CONFIRMA LA SELECCION (S/N) ? " LINE 10 POSITION 05.
           ACCEPT OP-SN LINE 10 POSITION 36.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              CLOSE PERSONA MOVIMIENTOS INCOBRABLES MAESUC
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           MOVE "N" TO SW-FIN-PER SW-CORTE.
           MOVE 0 TO PCA.
           START PERSONA KEY IS NOT LESS THAN PCA
              INVALID KEY MOVE "S" TO SW-FIN-PER
           END-START.
           PERFORM REVISAR-CLIENTE THRU F-REVISAR-CLIENTE
              UNTIL SW-FIN-PER = "S".
           PERFORM IMPRIMIR-TITULOS.
           PERFORM IMPRIMIR-CASTIGADAS THRU F-IMPRIMIR-CASTIGADAS.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN.

      *-- LOS TOPES PROPUESTOS SALEN DE PARAMETROS.IND (INCDIAS Y --*
      *-- INCMIN); EL SUPERVISOR LOS PUEDE CAMBIAR PARA LA CORRIDA -*
       PEDIR-TOPES.
           MOVE 90 TO ENT-DIAS.
           MOVE "INCDIAS " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 0 AND PAR-VALOR < 10000
              MOVE PAR-VALOR TO ENT-DIAS
           END-IF.
           MOVE 0 TO ENT-MINIMO.
           MOVE "INCMIN  " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR < 100000
              MOVE PAR-VALOR TO ENT-MINIMO
           END-IF.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "PASE A INCOBRABLES" LINE 02 POSITION 31
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "SUPERVISOR: " LINE 04 POSITION 05.
           DISPLAY QS-OPER LINE 04 POSITION 17.
           DISPLAY QS-NOM LINE 04 POSITION 21.
           DISPLAY "DIAS DE ATRASO MINIMOS  : " LINE 06 POSITION 05.
           DISPLAY ENT-DIAS LINE 06 POSITION 32.
           DISPLAY "(0 = EL PROPUESTO)" LINE 06 POSITION 45.
           ACCEPT TIP-DIAS LINE 06 POSITION 38.
           IF TIP-DIAS IS NUMERIC AND TIP-DIAS > 0
              MOVE TIP-DIAS TO ENT-DIAS
              DISPLAY ENT-DIAS LINE 06 POSITION 32
           END-IF.
           DISPLAY "IMPORTE VENCIDO MINIMO  : " LINE 07 POSITION 05.
           DISPLAY ENT-MINIMO LINE 07 POSITION 32.
           DISPLAY "(0 = EL PROPUESTO)" LINE 07 POSITION 52.
           ACCEPT TIP-MINIMO LINE 07 POSITION 42.
           IF TIP-MINIMO IS NUMERIC AND TIP-MINIMO > 0
              MOVE TIP-MINIMO TO ENT-MINIMO
              DISPLAY ENT-MINIMO LINE 07 POSITION 32
           END-IF.

      *-- UN DEUDOR SIN PLAN VIGENTE CON VENCIDO SOBRE LOS TOPES ---*
      *-- SE PROPONE; LA CUENTA YA CASTIGADA NO SE VUELVE A VER ----*
       REVISAR-CLIENTE.
           READ PERSONA NEXT RECORD AT END MOVE "S" TO SW-FIN-PER.
           IF SW-FIN-PER = "S"
              GO TO F-REVISAR-CLIENTE
           END-IF.
           IF PEST = "X" OR PTS NOT = 1 OR PSA = 0
              GO TO F-REVISAR-CLIENTE
           END-IF.
           MOVE PCA TO PLA-CA.
           CALL   "PLANVIG" USING PLA-CA PLA-RES
           CANCEL "PLANVIG".
           IF PLA-RES = "S"
              GO TO F-REVISAR-CLIENTE
           END-IF.
           PERFORM ENVEJECER-CLIENTE.
           IF CLI-VENCIDO = 0 OR CLI-VENCIDO < ENT-MINIMO
              GO TO F-REVISAR-CLIENTE
           END-IF.
           ADD 1 TO CANT-PROPUESTAS.
           PERFORM PROPONER-CASTIGO THRU F-PROPONER-CASTIGO.
      *-- EL SUPERVISOR PUEDE CORTAR LA RECORRIDA ACA MISMO --------*
           IF SW-CORTE = "S"
              MOVE "S" TO SW-FIN-PER
           END-IF.
       F-REVISAR-CLIENTE.
           EXIT.

      *-- SUMA LAS PARTIDAS ABIERTAS CON MAS ATRASO QUE EL TOPE Y --*
      *-- GUARDA EL ATRASO DE LA MAS VIEJA -------------------------*
       ENVEJECER-CLIENTE.
           MOVE 0 TO CLI-VENCIDO DIAS-MAX.
           MOVE "N" TO SW-FIN-MOV.
           MOVE PCA TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-MOV
           END-START.
           PERFORM MIRAR-PARTIDA THRU F-MIRAR-PARTIDA
              UNTIL SW-FIN-MOV = "S".

       MIRAR-PARTIDA.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-MOV
           END-READ.
           IF SW-FIN-MOV = "S"
              GO TO F-MIRAR-PARTIDA
           END-IF.
           IF MVCA NOT = PCA
              MOVE "S" TO SW-FIN-MOV
              GO TO F-MIRAR-PARTIDA
           END-IF.
           IF NOT MOV-APLICADO OR NOT MOV-DEBE OR MVSDO = 0
              GO TO F-MIRAR-PARTIDA
           END-IF.
           MOVE MVVTO TO WFECHA-MOV-R.
           COMPUTE DIAS-MOV = FM-AA * 360 + FM-MM * 30 + FM-DD.
           COMPUTE DIAS-ANT = DIAS-HOY - DIAS-MOV.
           IF DIAS-ANT > ENT-DIAS
              ADD MVSDO TO CLI-VENCIDO
              IF DIAS-ANT > DIAS-MAX
                 MOVE DIAS-ANT TO DIAS-MAX
              END-IF
           END-IF.
       F-MIRAR-PARTIDA.
           EXIT.

       PROPONER-CASTIGO.
           PERFORM BUSCAR-SUCURSAL.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "PASE A INCOBRABLES" LINE 02 POSITION 31
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CLIENTE    : " LINE 05 POSITION 05.
           DISPLAY PCA LINE 05 POSITION 19.
           DISPLAY PAN LINE 05 POSITION 29.
           DISPLAY "SUCURSAL   : " LINE 06 POSITION 05.
           DISPLAY WDSUC LINE 06 POSITION 19.
           MOVE PSA TO PSA-ED.
           DISPLAY "SALDO DEBE : " LINE 08 POSITION 05.
           DISPLAY PSA-ED LINE 08 POSITION 19.
           MOVE CLI-VENCIDO TO VEN-ED.
           DISPLAY "VENCIDO    : " LINE 09 POSITION 05.
           DISPLAY VEN-ED LINE 09 POSITION 18.
           MOVE DIAS-MAX TO DIAS-ED.
           DISPLAY "DIAS ATRASO: " LINE 10 POSITION 05.
           DISPLAY DIAS-ED LINE 10 POSITION 19.
           DISPLAY "PASA A INCOBRABLES (S=SI N=NO F=FIN) ? "
              LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 45.
           IF OP-SN = "F" OR OP-SN = "f"
              MOVE "S" TO SW-CORTE
              GO TO F-PROPONER-CASTIGO
           END-IF.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-PROPONER-CASTIGO
           END-IF.
           PERFORM CASTIGAR-CUENTA THRU F-CASTIGAR-CUENTA.
       F-PROPONER-CASTIGO.
           EXIT.

      *-- EL CASTIGO VA POR TODO EL SALDO DEBE: LA CUENTA QUEDA EN -*
      *-- CERO Y MARCADA; PRIMERO SE REGRABA LA CUENTA (SI FALLA, --*
      *-- NO SE TOCA NADA MAS) Y DESPUES LAS PARTIDAS, EL HABER ----*
      *-- DE CASTIGO Y EL REGISTRO ---------------------------------*
       CASTIGAR-CUENTA.
           MOVE PSA TO WCASTIGO.
           MOVE PCA TO WCA.
           MOVE 0 TO PSA.
           MOVE 1 TO PTS.
           MOVE "X" TO PEST.
           REWRITE R-PER.
           IF FSTPER NOT = "00"
              DISPLAY "ERROR AL REGRABAR LA CUENTA (FST=" FSTPER
                 ") - NO SE CASTIGA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CASTIGAR-CUENTA
           END-IF.
           MOVE R-PER TO JRN-IMAGEN.
           MOVE "P" TO JRN-ARCH.
           MOVE "M" TO JRN-OP.
           PERFORM ASENTAR-JRN.
           PERFORM CANCELAR-PARTIDAS.
           PERFORM GRABAR-MOVIMIENTO-CASTIGO.
           PERFORM GRABAR-REGISTRO.
           ADD 1 TO CANT-CASTIGADAS.
           ADD WCASTIGO TO TOT-CASTIGADO.
           DISPLAY "CUENTA PASADA A INCOBRABLES" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-CASTIGAR-CUENTA.
           EXIT.

      *-- TODAS LAS PARTIDAS ABIERTAS DEL CLIENTE QUEDAN SALDADAS, -*
      *-- NO SOLO LAS VENCIDAS: LA CUENTA ENTERA SE DA DE BAJA -----*
       CANCELAR-PARTIDAS.
           MOVE "N" TO SW-FIN-MOV.
           MOVE WCA TO MVCA.
           MOVE 0 TO MVFECHA MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-MOV
           END-START.
           PERFORM CANCELAR-UNA-PARTIDA THRU F-CANCELAR-UNA-PARTIDA
              UNTIL SW-FIN-MOV = "S".

       CANCELAR-UNA-PARTIDA.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-MOV
           END-READ.
           IF SW-FIN-MOV = "S"
              GO TO F-CANCELAR-UNA-PARTIDA
           END-IF.
           IF MVCA NOT = WCA
              MOVE "S" TO SW-FIN-MOV
              GO TO F-CANCELAR-UNA-PARTIDA
           END-IF.
           IF NOT MOV-APLICADO OR NOT MOV-DEBE OR MVSDO = 0
              GO TO F-CANCELAR-UNA-PARTIDA
           END-IF.
           MOVE 0 TO MVSDO.
           REWRITE R-MOV
              INVALID KEY
                 DISPLAY "ERROR AL CANCELAR PARTIDA (FST=" FSTMOV ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
              NOT INVALID KEY
                 MOVE R-MOV TO JRN-IMAGEN
                 MOVE "M" TO JRN-ARCH
                 MOVE "M" TO JRN-OP
                 PERFORM ASENTAR-JRN
           END-REWRITE.
       F-CANCELAR-UNA-PARTIDA.
           EXIT.

      *-- EL CASTIGO QUEDA EN MOVPER.IND COMO HABER YA APLICADO, ---*
      *-- ASI EL RESUMEN DE CUENTA MUESTRA POR QUE QUEDO EN CERO ---*
       GRABAR-MOVIMIENTO-CASTIGO.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE WCA TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           MOVE 0 TO MVSEC.
           START MOVIMIENTOS KEY IS NOT LESS THAN MVCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMA-SEC THRU F-BUSCAR-ULTIMA-SEC
              UNTIL SW-FIN-SEC = "S".
           MOVE WCA TO MVCA.
           MOVE WFECHA-HOY TO MVFECHA.
           COMPUTE MVSEC = WSEC-ULT + 1.
           MOVE "CASTIGO INCOB." TO MVCON.
           MOVE WCASTIGO TO MVIMP.
           MOVE 2 TO MVTIP.
           MOVE "S" TO MVAPL.
           MOVE 0 TO MVSDO.
           MOVE 1 TO MVMON.
           MOVE 0 TO MVIMPO.
           MOVE WFECHA-HOY TO MVVTO.
           WRITE R-MOV
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR MOVIMIENTO (FST=" FSTMOV ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
              NOT INVALID KEY
                 MOVE R-MOV TO JRN-IMAGEN
                 MOVE "M" TO JRN-ARCH
                 MOVE "A" TO JRN-OP
                 PERFORM ASENTAR-JRN
           END-WRITE.

       BUSCAR-ULTIMA-SEC.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF MVCA = WCA AND MVFECHA = WFECHA-HOY
                 MOVE MVSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN-SEC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-SEC.
           EXIT.

      *-- EL CASTIGO EN EL REGISTRO DE INCOBRABLES, CON LA ---------*
      *-- SUCURSAL DE LA CUENTA Y EL ATRASO DE SU DEUDA MAS VIEJA --*
       GRABAR-REGISTRO.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE WCA TO INCA.
           MOVE WFECHA-HOY TO INFECHA.
           MOVE 0 TO INSEC.
           START INCOBRABLES KEY IS NOT LESS THAN INCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM BUSCAR-ULTIMO-REGISTRO THRU F-BUSCAR-ULTIMO-REGISTRO
              UNTIL SW-FIN-SEC = "S".
           MOVE WCA TO INCA.
           MOVE WFECHA-HOY TO INFECHA.
           COMPUTE INSEC = WSEC-ULT + 1.
           MOVE "C" TO INTIP.
           MOVE WCASTIGO TO INIMP.
           MOVE PSU TO INSUC.
           MOVE QS-OPER TO INOPE.
           MOVE 0 TO INREC.
           MOVE DIAS-MAX TO INDIAS.
           MOVE PAN TO INNOM.
           WRITE R-INC
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR EL REGISTRO (FST=" FSTINC ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-WRITE.

       BUSCAR-ULTIMO-REGISTRO.
           READ INCOBRABLES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF INCA = WCA AND INFECHA = WFECHA-HOY
                 MOVE INSEC TO WSEC-ULT
              ELSE
                 MOVE "S" TO SW-FIN-SEC
              END-IF
           END-IF.
       F-BUSCAR-ULTIMO-REGISTRO.
           EXIT.

       BUSCAR-SUCURSAL.
           MOVE PSU TO MSUC.
           READ MAESUC KEY IS MSUC
              INVALID KEY MOVE "NO ENCONTRADA" TO WDSUC
              NOT INVALID KEY MOVE MDSUC TO WDSUC
           END-READ.

      *-- EL INFORME LISTA LOS CASTIGOS DE HOY DE ESTE SUPERVISOR, -*
      *-- TOMADOS DEL REGISTRO -------------------------------------*
       IMPRIMIR-CASTIGADAS.
           IF CANT-CASTIGADAS = 0
              GO TO F-IMPRIMIR-CASTIGADAS
           END-IF.
           MOVE "N" TO SW-FIN-SEC.
           MOVE 0 TO INCA.
           MOVE 0 TO INFECHA INSEC.
           START INCOBRABLES KEY IS NOT LESS THAN INCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM LISTAR-CASTIGO THRU F-LISTAR-CASTIGO
              UNTIL SW-FIN-SEC = "S".
       F-IMPRIMIR-CASTIGADAS.
           EXIT.

       LISTAR-CASTIGO.
           READ INCOBRABLES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "S"
              GO TO F-LISTAR-CASTIGO
           END-IF.
           IF NOT INC-CASTIGO OR INFECHA NOT = WFECHA-HOY
              OR INOPE NOT = QS-OPER
              GO TO F-LISTAR-CASTIGO
           END-IF.
           MOVE INSUC TO MSUC.
           READ MAESUC KEY IS MSUC
              INVALID KEY MOVE "NO ENCONTRADA" TO WDSUC
              NOT INVALID KEY MOVE MDSUC TO WDSUC
           END-READ.
           MOVE SPACES TO R-IMP.
           MOVE INCA TO SD-CA.
           MOVE INNOM TO SD-NOM.
           MOVE WDSUC TO SD-DSUC.
           MOVE INDIAS TO SD-DIAS.
           MOVE INIMP TO SD-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
       F-LISTAR-CASTIGO.
           EXIT.

      *-- LA ESCRITURA CONFIRMADA QUEDA EN EL DIARIO DE IMAGENES ---*
       ASENTAR-JRN.
           CALL   "GRABJRNP" USING JRN-ARCH JRN-OP JRN-IMAGEN
           CANCEL "GRABJRNP".

       ESCRIBIR-LINEA.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           WRITE R-IMP.
           IF L NOT < WLIN-FOOT
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           MOVE WDD TO SDD.
           MOVE WMM TO SMM.
           MOVE WAA TO SAA.
           MOVE TITULO-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE TITULOS-DETALLES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           ADD 1 TO L.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.

       IMPRIMIR-TOTALES.
           ADD 1 TO L.
           MOVE "CUENTAS PROPUESTAS" TO ST-LEYENDA.
           MOVE CANT-PROPUESTAS TO ST-CANT.
           MOVE 0 TO ST-IMP.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-TOTAL TO R-IMP.
           MOVE SPACES TO R-IMP(55:13).
           PERFORM ESCRIBIR-LINEA.
           MOVE "CUENTAS PASADAS A INCOBRABLES" TO ST-LEYENDA.
           MOVE CANT-CASTIGADAS TO ST-CANT.
           MOVE TOT-CASTIGADO TO ST-IMP.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-TOTAL TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE PERSONA MOVIMIENTOS INCOBRABLES MAESUC.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
