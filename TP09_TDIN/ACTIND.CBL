      *** ACTIND - ACTUALIZACION POR INDICE DE PRECIOS             ***
      *** PIDE EL PERIODO DEL INDICE A APLICAR (INDICES.IND, VER   ***
      *** ABMIND) Y EL MODO: S=SIMULACION (SOLO EL LISTADO) O      ***
      *** A=APLICA (SOLO SUPERVISORES): LISTA PRIMERO LA           ***
      *** SIMULACION Y, SI SE CONFIRMA, CORRE LA PASADA QUE GRABA  ***
      *** - ARANCELES: CADA CURSO SE ACTUALIZA POR EL COCIENTE     ***
      *** ENTRE EL INDICE APLICADO Y EL DE SU ULTIMA ACTUALIZACION ***
      *** (ARPER); UN ARANCEL SIN BASE SOLO LA TOMA - PLANES DE    ***
      *** PAGO INDEXABLES VIGENTES: CADA CUOTA PENDIENTE YA        ***
      *** VENCIDA O QUE VENCE EN EL MES SE AJUSTA UNA SOLA VEZ     ***
      *** DESDE LA BASE DEL PLAN (PLPERB); LO YA PAGADO A CUENTA   ***
      *** NO SE AJUSTA - CADA CAMBIO QUEDA EN INDHIST.IND CON      ***
      *** INDICE BASE, INDICE APLICADO E IMPORTE ANTERIOR - EL     ***
      *** LISTADO SALE AL SPOOL EN AMBOS MODOS                     ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICES ASSIGN TO DISK "INDICES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IXPER
           FILE STATUS IS FSTIND.

           SELECT ARANCELES ASSIGN TO DISK "ARANCEL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARCUR
           FILE STATUS IS FSTARA.

           SELECT PLANES ASSIGN TO DISK "PLANPAG.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLNRO
           ALTERNATE RECORD KEY IS PLCA DUPLICATES
           FILE STATUS IS FSTPLA.

           SELECT CUOTAS ASSIGN TO DISK "PLANCUO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCCLAVE
           FILE STATUS IS FSTCUO.

           SELECT HISTORIAL ASSIGN TO DISK "INDHIST.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IHCLAVE
           FILE STATUS IS FSTIH.

      *-- EL LISTADO SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD INDICES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-IND.

         COPY INDICE.

        FD ARANCELES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS R-ARA.

         COPY ARANCEL.

        FD PLANES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS R-PLA.

         COPY PLANPAG.

        FD CUOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS R-PCU.

         COPY PLANCUO.

        FD HISTORIAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS R-IH.

         COPY INDHIST.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTIND              PIC XX.
       77 FSTARA              PIC XX.
       77 FSTPLA              PIC XX.
       77 FSTCUO              PIC XX.
       77 FSTIH               PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
       77 SW-FIN              PIC X.
       77 SW-FIN-CUO          PIC X.
       77 SW-ARA-ARCH         PIC X VALUE "N".
       77 SW-PLA-ARCH         PIC X VALUE "N".
       77 SW-IH-ARCH          PIC X VALUE "N".
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
      *-- EL LISTADO SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "ACTIND".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

      *-- MODO DE LA CORRIDA: S = SIMULACION, A = APLICA -----------*
       77 WMODO               PIC X.
          88 MODO-SIMULA      VALUE "S".
          88 MODO-APLICA      VALUE "A".
       77 WMODO-PEDIDO        PIC X.
       77 ENT-PER             PIC 9(06).
       77 WPER-APL            PIC 9(06).
       77 WIDX-APL            PIC 9(05)V9999.
       77 WPER-BUS            PIC 9(06).
       77 WIDX-BUS            PIC 9(05)V9999.
       77 SW-IDX              PIC X.
       77 WPERB               PIC 9(06).
       77 WFACT               PIC 9(04)V9999.
       77 WANT                PIC 9(05)V99.
       77 WNUE                PIC 9(07)V99.
       77 WSALDO              PIC 9(05)V99.
       77 WOBS                PIC X(14).
       77 WREF                PIC 9(08).
       77 CANT-ARA            PIC 9(04) VALUE 0.
       77 CANT-CUO            PIC 9(04) VALUE 0.
       77 CANT-OBS            PIC 9(04) VALUE 0.

      *-- TABLA DE INDICES EN MEMORIA, EN ORDEN DE PERIODO ---------*
       77 IDX-CANT            PIC 9(03) VALUE 0.
       77 IDX-POS             PIC 9(03).
       01 TABLA-INDICES.
          02 TIX-ELEM OCCURS 600 TIMES.
             03 TIX-PER       PIC 9(06).
             03 TIX-VAL       PIC 9(05)V9999.

       01 WFECHA-HOY.
          02 WAAMM-HOY        PIC 9(6).
          02 WDD-HOY          PIC 9(2).
       01 WFECHA-HOY-N REDEFINES WFECHA-HOY PIC 9(8).

       01 WVTO.
          02 WAAMM-VTO        PIC 9(6).
          02 WDD-VTO          PIC 9(2).
       01 WVTO-N REDEFINES WVTO PIC 9(8).

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(05) VALUE  SPACES.
          02 FILLER PIC X(31) VALUE
             "ACTUALIZACION POR INDICE - PER.".
          02 TC-PER PIC 9(6).
          02 FILLER PIC X(03) VALUE " - ".
          02 TC-MODO PIC X(10).
          02 FILLER PIC X(09) VALUE  SPACES.
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULO-SECCION.
          02 TS-TEXTO PIC X(40).
          02 FILLER   PIC X(18) VALUE "INDICE APLICADO: ".
          02 TS-IDX   PIC ZZ.ZZ9,9999.

       01 TITULOS-DETALLES.
          02 FILLER PIC X(15) VALUE "CURSO/PLAN-CUO".
          02 FILLER PIC X(07) VALUE "BASE".
          02 FILLER PIC X(12) VALUE " IND. BASE".
          02 FILLER PIC X(11) VALUE "   FACTOR".
          02 FILLER PIC X(10) VALUE "  ANTERIOR".
          02 FILLER PIC X(10) VALUE "     NUEVO".
          02 FILLER PIC X(15) VALUE " OBSERVACION".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-REF   PIC X(14).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-PERB  PIC 9(06).
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-IDXB  PIC ZZ.ZZ9,9999.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-FACT  PIC ZZZ9,9999.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-ANT   PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-NUE   PIC ZZ.ZZ9,99.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-OBS   PIC X(14).

       01  REF-CURSO.
           02 FILLER   PIC X(06) VALUE "CURSO ".
           02 RC-CUR   PIC 99.
       01  REF-CUOTA.
           02 RP-NRO   PIC 9(06).
           02 FILLER   PIC X VALUE "-".
           02 RP-CUO   PIC 99.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON HISTORIAL.
       ERROR-APERTURA.
           IF FSTIH NOT = "00"
              OPEN OUTPUT HISTORIAL
              CLOSE HISTORIAL
              OPEN I-O HISTORIAL
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "ACTIND: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT INDICES.
           IF FSTIND NOT = "00"
              DISPLAY "ACTIND: INDICES.IND NO ENCONTRADO (FST="
                 FSTIND ") - CARGAR CON ABMIND"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM CARGAR-INDICE THRU F-CARGAR-INDICE
              UNTIL SW-FIN = "S".
           CLOSE INDICES.
           IF IDX-CANT = 0
              DISPLAY "ACTIND: NO HAY INDICES CARGADOS (VER ABMIND)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA FROM DATE.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-DATOS.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "ACTUALIZACION POR INDICE DE PRECIOS" LINE 02
              POSITION 22 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "ULTIMO INDICE CARGADO: " LINE 04 POSITION 05.
           DISPLAY TIX-PER(IDX-CANT) LINE 04 POSITION 29.
           DISPLAY "PERIODO A APLICAR (AAAAMM, 0 = EL ULTIMO): "
              LINE 06 POSITION 05.
           ACCEPT ENT-PER LINE 06 POSITION 49.
           IF ENT-PER IS NOT NUMERIC
              MOVE 0 TO ENT-PER
           END-IF.
           IF ENT-PER = 0
              MOVE TIX-PER(IDX-CANT) TO ENT-PER
           END-IF.
           MOVE ENT-PER TO WPER-BUS.
           PERFORM BUSCAR-INDICE.
           IF SW-IDX = "N"
              DISPLAY "NO HAY INDICE CARGADO PARA ESE PERIODO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE ENT-PER TO WPER-APL.
           MOVE WIDX-BUS TO WIDX-APL.
           DISPLAY "S=SIMULACION  A=APLICA : " LINE 08 POSITION 05.
           ACCEPT WMODO LINE 08 POSITION 30.
           IF WMODO = "s"
              MOVE "S" TO WMODO
           END-IF.
           IF WMODO = "a"
              MOVE "A" TO WMODO
           END-IF.
           IF NOT MODO-SIMULA AND NOT MODO-APLICA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- APLICAR CAMBIA PRECIOS Y CUOTAS: SOLO UN SUPERVISOR ------*
           IF MODO-APLICA AND QS-SUP NOT = "S"
              DISPLAY "APLICAR ES SOLO PARA SUPERVISORES - CORRA LA "
                 "SIMULACION" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
      *-- LA PRIMERA PASADA ES SIEMPRE SIMULACION; EN MODO A VISTO -*
      *-- EL LISTADO, SE CONFIRMA Y RECIEN AHI SE GRABA ------------*
           MOVE WMODO TO WMODO-PEDIDO.
           MOVE "S" TO WMODO.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM CORRER-PASADA THRU F-CORRER-PASADA.
           IF WMODO-PEDIDO NOT = "A"
              GO TO CERRAR-LISTADO
           END-IF.
           IF CANT-ARA = 0 AND CANT-CUO = 0
              DISPLAY "NO HAY ARANCELES NI CUOTAS PARA ACTUALIZAR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO CERRAR-LISTADO
           END-IF.
           DISPLAY "APLICA LOS CAMBIOS SOBRE ARANCELES Y CUOTAS "
              "(S/N) ? " LINE 22 POSITION 05
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT OP-SN LINE 22 POSITION 58.
           IF OP-SN = "S" OR OP-SN = "s"
      *-- SEGUNDA PASADA: LA QUE REESCRIBE Y DEJA EL HISTORIAL -----*
              MOVE "A" TO WMODO
              PERFORM CORRER-PASADA THRU F-CORRER-PASADA
              DISPLAY "CAMBIOS APLICADOS" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           ELSE
              DISPLAY "NO SE APLICO NINGUN CAMBIO" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
           END-IF.
           PERFORM PULSAR-TECLA.

       CERRAR-LISTADO.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN.

      *-- UNA PASADA COMPLETA SEGUN WMODO: S = SOLO LISTA ----------*
       CORRER-PASADA.
           MOVE 0 TO CANT-ARA CANT-CUO CANT-OBS.
           IF MODO-APLICA
              OPEN I-O ARANCELES
           ELSE
              OPEN INPUT ARANCELES
           END-IF.
           IF FSTARA = "00"
              MOVE "S" TO SW-ARA-ARCH
           END-IF.
           IF MODO-APLICA
              OPEN I-O PLANES
           ELSE
              OPEN INPUT PLANES
           END-IF.
           IF FSTPLA = "00"
              MOVE "S" TO SW-PLA-ARCH
              IF MODO-APLICA
                 OPEN I-O CUOTAS
              ELSE
                 OPEN INPUT CUOTAS
              END-IF
              IF FSTCUO NOT = "00"
                 CLOSE PLANES
                 MOVE "N" TO SW-PLA-ARCH
              END-IF
           END-IF.
           IF MODO-APLICA
              OPEN I-O HISTORIAL
              MOVE "S" TO SW-IH-ARCH
           END-IF.
           PERFORM IMPRIMIR-TITULOS.
           IF SW-ARA-ARCH = "S"
              MOVE "ARANCELES POR CURSO" TO TS-TEXTO
              PERFORM IMPRIMIR-SECCION
              MOVE "N" TO SW-FIN
              PERFORM ACTUALIZAR-ARANCEL THRU F-ACTUALIZAR-ARANCEL
                 UNTIL SW-FIN = "S"
           END-IF.
           IF SW-PLA-ARCH = "S"
              MOVE "CUOTAS DE PLANES INDEXABLES" TO TS-TEXTO
              PERFORM IMPRIMIR-SECCION
              MOVE "N" TO SW-FIN
              PERFORM ACTUALIZAR-PLAN THRU F-ACTUALIZAR-PLAN
                 UNTIL SW-FIN = "S"
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           PERFORM CERRAR-ARCHIVOS.
       F-CORRER-PASADA.
           EXIT.

       CERRAR-ARCHIVOS.
           IF SW-ARA-ARCH = "S"
              CLOSE ARANCELES
              MOVE "N" TO SW-ARA-ARCH
           END-IF.
           IF SW-PLA-ARCH = "S"
              CLOSE PLANES CUOTAS
              MOVE "N" TO SW-PLA-ARCH
           END-IF.
           IF SW-IH-ARCH = "S"
              CLOSE HISTORIAL
              MOVE "N" TO SW-IH-ARCH
           END-IF.

       CARGAR-INDICE.
           READ INDICES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-CARGAR-INDICE
           END-IF.
           IF IDX-CANT < 600
              ADD 1 TO IDX-CANT
              MOVE IXPER TO TIX-PER(IDX-CANT)
              MOVE IXVAL TO TIX-VAL(IDX-CANT)
           END-IF.
       F-CARGAR-INDICE.
           EXIT.

      *-- DEVUELVE EN WIDX-BUS EL INDICE DEL PERIODO WPER-BUS ------*
       BUSCAR-INDICE.
           MOVE "N" TO SW-IDX.
           MOVE 0 TO WIDX-BUS.
           MOVE 1 TO IDX-POS.
           PERFORM COMPARAR-INDICE
              UNTIL SW-IDX = "S" OR IDX-POS > IDX-CANT.

       COMPARAR-INDICE.
           IF TIX-PER(IDX-POS) = WPER-BUS
              MOVE TIX-VAL(IDX-POS) TO WIDX-BUS
              MOVE "S" TO SW-IDX
           ELSE
              ADD 1 TO IDX-POS
           END-IF.

      *-- UN ARANCEL YA ACTUALIZADO AL PERIODO (O A UNO POSTERIOR) -*
      *-- NO SE TOCA; SIN BASE, EL PERIODO APLICADO PASA A SERLO ---*
       ACTUALIZAR-ARANCEL.
           READ ARANCELES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-ACTUALIZAR-ARANCEL
           END-IF.
           IF ARPER NOT < WPER-APL
              GO TO F-ACTUALIZAR-ARANCEL
           END-IF.
           MOVE ARCUR TO RC-CUR.
           MOVE REF-CURSO TO SD-REF.
           MOVE ARPER TO WPERB.
           MOVE ARIMP TO WANT.
           IF ARPER = 0
              MOVE 0 TO WIDX-BUS WFACT
              MOVE WANT TO WNUE
              MOVE "SIN BASE-TOMA" TO WOBS
              PERFORM IMPRIMIR-DETALLE
              IF MODO-APLICA
                 MOVE WPER-APL TO ARPER
                 REWRITE R-ARA
                    INVALID KEY CONTINUE
                 END-REWRITE
              END-IF
              GO TO F-ACTUALIZAR-ARANCEL
           END-IF.
           MOVE ARPER TO WPER-BUS.
           PERFORM BUSCAR-INDICE.
           IF SW-IDX = "N"
              MOVE 0 TO WFACT
              MOVE WANT TO WNUE
              MOVE "FALTA IND.BASE" TO WOBS
              PERFORM IMPRIMIR-DETALLE
              GO TO F-ACTUALIZAR-ARANCEL
           END-IF.
           COMPUTE WFACT ROUNDED = WIDX-APL / WIDX-BUS.
           COMPUTE WNUE ROUNDED = WANT * WIDX-APL / WIDX-BUS.
           IF WNUE > 99999,99
              MOVE "EXCEDE CAMPO" TO WOBS
              PERFORM IMPRIMIR-DETALLE
              GO TO F-ACTUALIZAR-ARANCEL
           END-IF.
           MOVE SPACES TO WOBS.
           ADD 1 TO CANT-ARA.
           PERFORM IMPRIMIR-DETALLE.
           IF MODO-SIMULA
              GO TO F-ACTUALIZAR-ARANCEL
           END-IF.
           MOVE "A" TO IHTIPO.
           MOVE ARCUR TO IHREF.
           MOVE ARPER TO IHPERB.
           MOVE WNUE TO ARIMP.
           MOVE WPER-APL TO ARPER.
           REWRITE R-ARA
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR ARANCEL (FST=" FSTARA ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-ACTUALIZAR-ARANCEL
           END-REWRITE.
           PERFORM GRABAR-HISTORIAL.
       F-ACTUALIZAR-ARANCEL.
           EXIT.

       ACTUALIZAR-PLAN.
           READ PLANES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-ACTUALIZAR-PLAN
           END-IF.
           IF NOT PLA-VIGENTE OR NOT PLA-INDEXABLE
              OR PLPERB NOT < WPER-APL
              GO TO F-ACTUALIZAR-PLAN
           END-IF.
           MOVE PLPERB TO WPER-BUS.
           PERFORM BUSCAR-INDICE.
           MOVE "N" TO SW-FIN-CUO.
           MOVE PLNRO TO PCNRO.
           MOVE 0 TO PCCUO.
           START CUOTAS KEY IS NOT LESS THAN PCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-CUO
           END-START.
           PERFORM ACTUALIZAR-CUOTA THRU F-ACTUALIZAR-CUOTA
              UNTIL SW-FIN-CUO = "S".
       F-ACTUALIZAR-PLAN.
           EXIT.

      *-- SOLO LA CUOTA PENDIENTE, SIN AJUSTAR, YA VENCIDA O QUE ---*
      *-- VENCE EN EL MES; SE AJUSTA LO QUE FALTA PAGAR DE ELLA ----*
       ACTUALIZAR-CUOTA.
           READ CUOTAS NEXT RECORD AT END MOVE "S" TO SW-FIN-CUO.
           IF SW-FIN-CUO = "S"
              GO TO F-ACTUALIZAR-CUOTA
           END-IF.
           IF PCNRO NOT = PLNRO
              MOVE "S" TO SW-FIN-CUO
              GO TO F-ACTUALIZAR-CUOTA
           END-IF.
           MOVE PCVTO TO WVTO-N.
           IF NOT CUO-PENDIENTE OR CUO-INDEXADA
              OR WAAMM-VTO > WAAMM-HOY
              GO TO F-ACTUALIZAR-CUOTA
           END-IF.
           MOVE PCNRO TO RP-NRO.
           MOVE PCCUO TO RP-CUO.
           MOVE REF-CUOTA TO SD-REF.
           MOVE PLPERB TO WPERB.
           MOVE PCIMP TO WANT.
           IF SW-IDX = "N"
              MOVE 0 TO WFACT
              MOVE WANT TO WNUE
              MOVE "FALTA IND.BASE" TO WOBS
              PERFORM IMPRIMIR-DETALLE
              GO TO F-ACTUALIZAR-CUOTA
           END-IF.
           COMPUTE WFACT ROUNDED = WIDX-APL / WIDX-BUS.
           SUBTRACT PCPAG FROM PCIMP GIVING WSALDO.
           COMPUTE WNUE ROUNDED =
              PCPAG + WSALDO * WIDX-APL / WIDX-BUS.
           IF WNUE > 99999,99
              MOVE "EXCEDE CAMPO" TO WOBS
              PERFORM IMPRIMIR-DETALLE
              GO TO F-ACTUALIZAR-CUOTA
           END-IF.
           MOVE SPACES TO WOBS.
           ADD 1 TO CANT-CUO.
           PERFORM IMPRIMIR-DETALLE.
           IF MODO-SIMULA
              GO TO F-ACTUALIZAR-CUOTA
           END-IF.
           MOVE WNUE TO PCIMP.
           MOVE "S" TO PCIDX.
           REWRITE R-PCU
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR CUOTA (FST=" FSTCUO ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-ACTUALIZAR-CUOTA
           END-REWRITE.
           MOVE "C" TO IHTIPO.
           COMPUTE IHREF = PCNRO * 100 + PCCUO.
           MOVE PLPERB TO IHPERB.
           PERFORM GRABAR-HISTORIAL.
       F-ACTUALIZAR-CUOTA.
           EXIT.

      *-- IHTIPO, IHREF E IHPERB LOS DEJA EL LLAMADOR --------------*
       GRABAR-HISTORIAL.
           MOVE WPER-APL TO IHPER.
           MOVE WIDX-BUS TO IHIDXB.
           MOVE WIDX-APL TO IHIDXA.
           MOVE WANT TO IHANT.
           MOVE WNUE TO IHNUE.
           MOVE WFECHA-HOY-N TO IHFECHA.
           MOVE QS-OPER TO IHOPE.
           WRITE R-IH
              INVALID KEY REWRITE R-IH
           END-WRITE.

       IMPRIMIR-DETALLE.
           IF WOBS NOT = SPACES
              ADD 1 TO CANT-OBS
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE WPERB TO SD-PERB.
           MOVE WIDX-BUS TO SD-IDXB.
           MOVE WFACT TO SD-FACT.
           MOVE WANT TO SD-ANT.
           MOVE WNUE TO SD-NUE.
           MOVE WOBS TO SD-OBS.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-SECCION.
           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE WIDX-APL TO TS-IDX.
           MOVE TITULO-SECCION TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "ARANCELES ACTUALIZADOS: " CANT-ARA
                  "  CUOTAS AJUSTADAS: " CANT-CUO
                  "  CON OBSERVACION: " CANT-OBS
                  DELIMITED BY SIZE INTO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           IF MODO-SIMULA
              MOVE SPACES TO R-IMP
              MOVE "SIMULACION - NO SE GRABO NINGUN CAMBIO" TO R-IMP
              PERFORM ESCRIBIR-LINEA
           END-IF.

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
           MOVE WPER-APL TO TC-PER.
           IF MODO-APLICA
              MOVE "APLICADA" TO TC-MODO
           ELSE
              MOVE "SIMULACION" TO TC-MODO
           END-IF.
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
           PERFORM CERRAR-ARCHIVOS.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
