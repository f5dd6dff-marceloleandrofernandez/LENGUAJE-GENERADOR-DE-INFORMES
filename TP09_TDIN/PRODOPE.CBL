      *** PRODOPE - PRODUCTIVIDAD Y ACTIVIDAD POR OPERADOR         ***
      *** PARA UN RANGO DE FECHAS (Y UN OPERADOR O TODOS) JUNTA LO ***
      *** QUE HIZO CADA OPERADOR: RECIBOS DE COBRANZA.IND (CBOPE)  ***
      *** Y LOS QUE DE ESOS ANULO ANULREC, FACTURAS (FCOPE) Y      ***
      *** NOTAS DE CREDITO/DEBITO (NCOPE) CON SUS IMPORTES, ALTAS  ***
      *** Y MODIFICACIONES DE AUDITALU.LOG (CON SUS GENERACIONES,  ***
      *** VER ROTALOG) Y DE AUDITPER.LOG, Y DE ACTIVID.LOG EL      ***
      *** TIEMPO CONECTADO (CADA ENTRADA A UN PROGRAMA CONTRA SU   ***
      *** SALIDA DEL MISMO DIA) Y LAS ENTRADAS POR HORA DEL DIA -  ***
      *** ARMA UN RENGLON POR EVENTO, LOS ORDENA POR OPERADOR Y    ***
      *** FECHA (SORT) Y LISTA AL SPOOL UN RENGLON POR DIA, EL     ***
      *** TOTAL DEL OPERADOR CON SU DISTRIBUCION HORARIA, EL TOTAL ***
      *** GENERAL Y LOS TOTALES POR SUCURSAL (LA DEL RECIBO, LA DE ***
      *** LA FACTURA Y LA DEL CLIENTE DE LA NOTA) - LOS            ***
      *** COMPROBANTES NO GUARDAN HORA: LA HORA SALE DE LA         ***
      *** BITACORA                                                 ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODOPE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRANZAS ASSIGN TO DISK "COBRANZA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CBNRO
           FILE STATUS IS FSTCOB.

           SELECT FACTURAS ASSIGN TO DISK "FACTURA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCNRO
           FILE STATUS IS FSTFAC.

           SELECT NOTAS ASSIGN TO DISK "NOTACD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NCCLAVE
           FILE STATUS IS FSTNOT.

      *-- SOLO PARA LA SUCURSAL DEL CLIENTE DE CADA NOTA -----------*
           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT USUARIOS ASSIGN TO DISK "USUARIOS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS USCOD
           FILE STATUS IS FSTUSU.

           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

      *-- EL LOG DEL A-B-M DE ALUMNOS Y SUS GENERACIONES -----------*
           SELECT AUDITORIA ASSIGN TO DISK NOMBRE-AUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAUD.

           SELECT AUDITPER ASSIGN TO DISK "AUDITPER.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAUP.

           SELECT ACTIVIDAD ASSIGN TO DISK "ACTIVID.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTACT.

      *-- UN RENGLON POR EVENTO, SIN ORDEN -------------------------*
           SELECT TRABAJO ASSIGN TO DISK "PRODOPE.WRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FSTTRA.

           SELECT TRABAJO-W ASSIGN TO DISK "PRODOPE.WWW".

      *-- LOS EVENTOS ORDENADOS POR OPERADOR, FECHA Y HORA ---------*
           SELECT ORDENADO ASSIGN TO DISK "PRODOPE.ORD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FSTORD.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD COBRANZAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-COB.

         COPY COBRANZA.

        FD FACTURAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 128 CHARACTERS
           DATA RECORD IS R-FAC.

         COPY FACTURA.

        FD NOTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS R-NOT.

         COPY NOTACD.

        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD USUARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS R-USU.

         COPY USUARIO.

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

        FD AUDITORIA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS R-AUDITORIA.
         01 R-AUDITORIA             PIC X(104).

        FD AUDITPER
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS R-AUDITPER.
         01 R-AUDITPER              PIC X(112).

        FD ACTIVIDAD
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-ACT.
         01 R-ACT.
            02 ACT-FECHA   PIC 9(8).
            02 FILLER      PIC X.
            02 ACT-HORA.
               03 ACT-HH   PIC 9(2).
               03 ACT-MI   PIC 9(2).
               03 ACT-SS   PIC 9(2).
            02 FILLER      PIC X.
            02 ACT-EMP     PIC X(20).
            02 FILLER      PIC X.
            02 ACT-OPER    PIC X(3).
            02 FILLER      PIC X.
            02 ACT-PROG    PIC X(12).
            02 FILLER      PIC X.
            02 ACT-ACC     PIC X.

      *-- TIPO DE EVENTO: R RECIBO, A RECIBO ANULADO, F FACTURA, ---*
      *-- N NOTA, L ALTA, M MODIFICACION, E ENTRADA A UN PROGRAMA, -*
      *-- C MINUTOS CONECTADO --------------------------------------*
        FD TRABAJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS R-TRA.

         01 R-TRA.
            02 TR-OPER    PIC X(3).
            02 TR-FECHA   PIC 9(8).
            02 TR-HORA    PIC 9(6).
            02 TR-TIPO    PIC X.
            02 TR-SUC     PIC 9(3).
            02 TR-IMP     PIC 9(7)V99.
            02 TR-MIN     PIC 9(5).

       SD  TRABAJO-W
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS R-TRA-W.

         01 R-TRA-W.
            02 TW-OPER    PIC X(3).
            02 TW-FECHA   PIC 9(8).
            02 TW-HORA    PIC 9(6).
            02 FILLER     PIC X(18).

        FD ORDENADO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS R-ORD.

         01 R-ORD.
            02 OR-OPER    PIC X(3).
            02 OR-FECHA.
               03 OR-AA   PIC 9(4).
               03 OR-MM   PIC 9(2).
               03 OR-DD   PIC 9(2).
            02 OR-HORA.
               03 OR-HH   PIC 9(2).
               03 FILLER  PIC 9(4).
            02 OR-TIPO    PIC X.
            02 OR-SUC     PIC 9(3).
            02 OR-IMP     PIC 9(7)V99.
            02 OR-MIN     PIC 9(5).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTCOB              PIC XX.
       77 FSTFAC              PIC XX.
       77 FSTNOT              PIC XX.
       77 FSTPER              PIC XX.
       77 FSTUSU              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTAUD              PIC XX.
       77 FSTAUP              PIC XX.
       77 FSTACT              PIC XX.
       77 FSTTRA              PIC XX.
       77 FSTORD              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
       77 SW-USU              PIC X VALUE "N".
       77 SW-SUC              PIC X VALUE "N".
       77 SW-PER              PIC X VALUE "N".
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "PRODOPE ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.

       77 ENT-DESDE           PIC 9(8).
       77 ENT-HASTA           PIC 9(8).
       77 ENT-OPER            PIC X(3).
       77 NOMBRE-AUD          PIC X(20) VALUE "AUDITALU.LOG".
      *-- GENERACIONES DEL LOG DE ALUMNOS DENTRO DEL RANGO ---------*
       01 WPER-ACT.
          02 WPER-AA          PIC 9(4).
          02 WPER-MM          PIC 9(2).
       01 WPER-HASTA          PIC 9(6).
       01 WFECHA-AUX.
          02 WAUX-AA          PIC 9(4).
          02 WAUX-PER         PIC 9(2).
          02 WAUX-DD          PIC 9(2).
       01 R-WFECHA-AUX REDEFINES WFECHA-AUX.
          02 WAUX-AAMM        PIC 9(6).
          02 FILLER           PIC 9(2).

       COPY AUDITALU.

       COPY AUDITPER.

      *-- ENTRADAS TODAVIA SIN SU SALIDA (OPERADOR + PROGRAMA; -----*
      *-- UNA DE MAS PARA QUE LA BUSQUEDA TERMINE ADENTRO) ---------*
       77 ABI-CANT            PIC 9(3) VALUE 0.
       77 ABI-POS             PIC 9(3).
       01 TABLA-ABIERTAS.
          02 TAB-ELEM OCCURS 301 TIMES.
             03 TAB-CLAVE.
                04 TAB-OPER   PIC X(3).
                04 TAB-PROG   PIC X(12).
             03 TAB-FECHA     PIC 9(8).
             03 TAB-SEG       PIC 9(5).
       01 ABI-BUSCA.
          02 ABI-OPER         PIC X(3).
          02 ABI-PROG         PIC X(12).
       77 SEG-ACT             PIC 9(5).
       77 WMINUTOS            PIC 9(5).

      *-- CORTES DE CONTROL ----------------------------------------*
       77 OPER-ACT            PIC X(3).
       01 FECHA-ACT.
          02 FAC-AA           PIC 9(4).
          02 FAC-MM           PIC 9(2).
          02 FAC-DD           PIC 9(2).
      *-- ACUMULADORES: 1 = DIA, 2 = OPERADOR, 3 = GENERAL ---------*
       77 NIV                 PIC 9.
       01 TABLA-ACUM VALUE ZEROES.
          02 ACU-ELEM OCCURS 3 TIMES.
             03 ACU-REC       PIC 9(5).
             03 ACU-REC-I     PIC 9(7)V99.
             03 ACU-FAC       PIC 9(5).
             03 ACU-FAC-I     PIC 9(7)V99.
             03 ACU-NOT       PIC 9(5).
             03 ACU-NOT-I     PIC 9(7)V99.
             03 ACU-ALT       PIC 9(5).
             03 ACU-MOD       PIC 9(5).
             03 ACU-ANU       PIC 9(5).
             03 ACU-MIN       PIC 9(5).
      *-- ENTRADAS A PROGRAMAS POR HORA DEL DIA DEL OPERADOR -------*
       01 TABLA-HORAS VALUE ZEROES.
          02 HOR-CANT OCCURS 24 TIMES PIC 9(4).
       77 HOR-POS             PIC 99.
       77 HOR-HH              PIC 99.
       77 PUNTERO             PIC 99.
       77 SW-HORAS            PIC X.
      *-- TOTALES POR SUCURSAL (SUCURSAL + 1 COMO SUBINDICE) -------*
       01 TABLA-SUCURSAL VALUE ZEROES.
          02 TSU-ELEM OCCURS 1000 TIMES.
             03 TSU-REC       PIC 9(5).
             03 TSU-REC-I     PIC 9(7)V99.
             03 TSU-FAC       PIC 9(5).
             03 TSU-FAC-I     PIC 9(7)V99.
             03 TSU-NOT       PIC 9(5).
             03 TSU-NOT-I     PIC 9(7)V99.
             03 TSU-ANU       PIC 9(5).
       77 SUC-POS             PIC 9(4).
       77 CANT-ED             PIC ZZZ9.
       77 CANT-EVENTOS        PIC 9(7) VALUE 0.

       01 WFECHA-HOY          PIC 9(8).
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

       01 LINEA-DIA.
          02 LD-FECHA         PIC X(08).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LD-REC           PIC ZZZ9.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LD-REC-I         PIC Z(6)9,99.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LD-FAC           PIC ZZZ9.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LD-FAC-I         PIC Z(6)9,99.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LD-NOT           PIC ZZZ9.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LD-NOT-I         PIC Z(6)9,99.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LD-ALT           PIC ZZZ9.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LD-MOD           PIC ZZZ9.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LD-ANU           PIC ZZZ9.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LD-MIN           PIC ZZZZ9.

       01 LINEA-SUCURSAL.
          02 LS-SUC           PIC 9(03).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LS-NOM           PIC X(15).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LS-REC           PIC ZZZ9.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LS-REC-I         PIC Z(6)9,99.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LS-FAC           PIC ZZZ9.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LS-FAC-I         PIC Z(6)9,99.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LS-NOT           PIC ZZZ9.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LS-NOT-I         PIC Z(6)9,99.
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LS-ANU           PIC ZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT COBRANZAS.
           IF FSTCOB NOT = "00"
              DISPLAY "PRODOPE: COBRANZA.IND NO ENCONTRADO (FST="
                 FSTCOB ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "PRODUCTIVIDAD POR OPERADOR" LINE 02 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "DESDE (AAAAMMDD): " LINE 04 POSITION 05.
           ACCEPT ENT-DESDE LINE 04 POSITION 24.
           DISPLAY "HASTA (AAAAMMDD): " LINE 05 POSITION 05.
           ACCEPT ENT-HASTA LINE 05 POSITION 24.
           IF ENT-DESDE IS NOT NUMERIC OR ENT-HASTA IS NOT NUMERIC
              OR ENT-DESDE = 0 OR ENT-HASTA < ENT-DESDE
              CLOSE COBRANZAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           DISPLAY "OPERADOR (BLANCO = TODOS): " LINE 06 POSITION 05.
           MOVE SPACES TO ENT-OPER.
           ACCEPT ENT-OPER LINE 06 POSITION 33.
           OPEN INPUT FACTURAS.
           OPEN INPUT NOTAS.
           OPEN INPUT PERSONA.
           IF FSTPER = "00"
              MOVE "S" TO SW-PER
           END-IF.
           DISPLAY "JUNTANDO LOS MOVIMIENTOS ..." LINE 08 POSITION 05.
      *-- PRIMERA PASADA: UN RENGLON POR EVENTO DEL RANGO ----------*
           OPEN OUTPUT TRABAJO.
           PERFORM JUNTAR-RECIBOS THRU F-JUNTAR-RECIBOS.
           IF FSTFAC = "00"
              PERFORM JUNTAR-FACTURAS THRU F-JUNTAR-FACTURAS
           END-IF.
           IF FSTNOT = "00"
              PERFORM JUNTAR-NOTAS THRU F-JUNTAR-NOTAS
           END-IF.
           PERFORM JUNTAR-ALUMNOS THRU F-JUNTAR-ALUMNOS.
           PERFORM JUNTAR-CLIENTES THRU F-JUNTAR-CLIENTES.
           PERFORM JUNTAR-ACTIVIDAD THRU F-JUNTAR-ACTIVIDAD.
           CLOSE TRABAJO COBRANZAS.
           IF FSTFAC NOT = "35"
              CLOSE FACTURAS
           END-IF.
           IF FSTNOT NOT = "35"
              CLOSE NOTAS
           END-IF.
           IF SW-PER = "S"
              CLOSE PERSONA
           END-IF.
      *-- SEGUNDA PASADA: POR OPERADOR, FECHA Y HORA ---------------*
           SORT TRABAJO-W
                ASCENDING KEY TW-OPER TW-FECHA TW-HORA
                USING  TRABAJO
                GIVING ORDENADO.
           OPEN INPUT USUARIOS.
           IF FSTUSU = "00"
              MOVE "S" TO SW-USU
           END-IF.
           OPEN INPUT MAESUC.
           IF FSTSUC = "00"
              MOVE "S" TO SW-SUC
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           MOVE ENT-DESDE TO WFECHA-ED.
           PERFORM EDITAR-FECHA.
           STRING "PRODUCTIVIDAD POR OPERADOR DEL " DELIMITED BY SIZE
                  FECHA-ED DELIMITED BY SIZE
                  INTO R-IMP.
           MOVE ENT-HASTA TO WFECHA-ED.
           PERFORM EDITAR-FECHA.
           MOVE " AL " TO R-IMP(42:4).
           MOVE FECHA-ED TO R-IMP(46:10).
           IF ENT-OPER NOT = SPACES
              MOVE " - OPERADOR " TO R-IMP(56:12)
              MOVE ENT-OPER TO R-IMP(68:3)
           END-IF.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "FECHA    RECI    IMPORTE FACT    IMPORTE "
                  DELIMITED BY SIZE
                  "NOTA    IMPORTE ALTA MODI ANUL MINUT"
                  DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE LOW-VALUES TO OPER-ACT.
           MOVE 0 TO FECHA-ACT.
           OPEN INPUT ORDENADO.
           MOVE "N" TO SW-FIN.
           PERFORM TRATAR-EVENTO THRU F-TRATAR-EVENTO
              UNTIL SW-FIN = "S".
           CLOSE ORDENADO.
           IF OPER-ACT NOT = LOW-VALUES
              PERFORM CERRAR-DIA THRU F-CERRAR-DIA
              PERFORM CERRAR-OPERADOR THRU F-CERRAR-OPERADOR
           END-IF.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE 3 TO NIV.
           MOVE "GENERAL " TO LD-FECHA.
           PERFORM ARMAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           PERFORM LISTAR-SUCURSALES THRU F-LISTAR-SUCURSALES.
           PERFORM ING-TECLA.
           GO TO FIN.

      *-- RECIBOS DEL RANGO: EL ANULADO SIGUE SIENDO DE QUIEN LO ---*
      *-- EMITIO Y SE CUENTA APARTE --------------------------------*
       JUNTAR-RECIBOS.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO CBNRO.
           START COBRANZAS KEY IS NOT LESS THAN CBNRO
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LEER-RECIBO THRU F-LEER-RECIBO
              UNTIL SW-FIN = "S".
       F-JUNTAR-RECIBOS.
           EXIT.

       LEER-RECIBO.
           READ COBRANZAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-RECIBO
           END-IF.
           IF CBFECHA < ENT-DESDE OR CBFECHA > ENT-HASTA
              GO TO F-LEER-RECIBO
           END-IF.
           MOVE CBOPE TO TR-OPER.
           MOVE CBFECHA TO TR-FECHA.
           MOVE CBSUC TO TR-SUC.
           MOVE CBIMP TO TR-IMP.
           IF COB-ANULADO
              MOVE "A" TO TR-TIPO
           ELSE
              MOVE "R" TO TR-TIPO
           END-IF.
           PERFORM GRABAR-EVENTO THRU F-GRABAR-EVENTO.
       F-LEER-RECIBO.
           EXIT.

       JUNTAR-FACTURAS.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO FCNRO.
           START FACTURAS KEY IS NOT LESS THAN FCNRO
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LEER-FACTURA THRU F-LEER-FACTURA
              UNTIL SW-FIN = "S".
       F-JUNTAR-FACTURAS.
           EXIT.

       LEER-FACTURA.
           READ FACTURAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-FACTURA
           END-IF.
           IF FCFECHA < ENT-DESDE OR FCFECHA > ENT-HASTA
              OR FAC-ANULADA
              GO TO F-LEER-FACTURA
           END-IF.
           MOVE FCOPE TO TR-OPER.
           MOVE FCFECHA TO TR-FECHA.
           MOVE FCSUC TO TR-SUC.
           MOVE FCTOT TO TR-IMP.
           MOVE "F" TO TR-TIPO.
           PERFORM GRABAR-EVENTO THRU F-GRABAR-EVENTO.
       F-LEER-FACTURA.
           EXIT.

       JUNTAR-NOTAS.
           MOVE "N" TO SW-FIN.
           MOVE LOW-VALUES TO NCCLAVE.
           START NOTAS KEY IS NOT LESS THAN NCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LEER-NOTA THRU F-LEER-NOTA
              UNTIL SW-FIN = "S".
       F-JUNTAR-NOTAS.
           EXIT.

      *-- LA NOTA NO TIENE SUCURSAL: VA LA DEL CLIENTE -------------*
       LEER-NOTA.
           READ NOTAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-NOTA
           END-IF.
           IF NCFECHA < ENT-DESDE OR NCFECHA > ENT-HASTA
              GO TO F-LEER-NOTA
           END-IF.
           MOVE NCOPE TO TR-OPER.
           MOVE NCFECHA TO TR-FECHA.
           MOVE 0 TO TR-SUC.
           IF SW-PER = "S"
              MOVE NCCA TO PCA
              READ PERSONA KEY IS PCA
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE PSU TO TR-SUC
              END-READ
           END-IF.
           MOVE NCIMP TO TR-IMP.
           MOVE "N" TO TR-TIPO.
           PERFORM GRABAR-EVENTO THRU F-GRABAR-EVENTO.
       F-LEER-NOTA.
           EXIT.

      *-- LAS GENERACIONES MENSUALES DEL RANGO Y EL LOG ACTUAL -----*
       JUNTAR-ALUMNOS.
           MOVE ENT-DESDE TO WFECHA-AUX.
           MOVE WAUX-AAMM TO WPER-ACT.
           MOVE ENT-HASTA TO WFECHA-AUX.
           MOVE WAUX-AAMM TO WPER-HASTA.
           PERFORM ESCANEAR-GENERACION THRU F-ESCANEAR-GENERACION
              UNTIL WPER-ACT > WPER-HASTA.
           MOVE "AUDITALU.LOG" TO NOMBRE-AUD.
           PERFORM ESCANEAR-ARCHIVO THRU F-ESCANEAR-ARCHIVO.
       F-JUNTAR-ALUMNOS.
           EXIT.

       ESCANEAR-GENERACION.
           MOVE SPACES TO NOMBRE-AUD.
           STRING "AUDITALU-" DELIMITED BY SIZE
                  WPER-ACT DELIMITED BY SIZE
                  ".LOG" DELIMITED BY SIZE
                  INTO NOMBRE-AUD.
           PERFORM ESCANEAR-ARCHIVO THRU F-ESCANEAR-ARCHIVO.
           ADD 1 TO WPER-MM.
           IF WPER-MM > 12
              MOVE 1 TO WPER-MM
              ADD 1 TO WPER-AA
           END-IF.
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
           IF LA-FECHA IS NOT NUMERIC
              GO TO F-LEER-AUDITORIA
           END-IF.
           IF LA-FECHA < ENT-DESDE OR LA-FECHA > ENT-HASTA
              GO TO F-LEER-AUDITORIA
           END-IF.
           MOVE LA-OPER TO TR-OPER.
           MOVE LA-FECHA TO TR-FECHA.
           IF LA-TIPO = "ALTA" OR LA-TIPO = "REINGRESO"
              MOVE "L" TO TR-TIPO
           ELSE
              MOVE "M" TO TR-TIPO
           END-IF.
           MOVE 0 TO TR-SUC TR-IMP.
           PERFORM GRABAR-EVENTO THRU F-GRABAR-EVENTO.
       F-LEER-AUDITORIA.
           EXIT.

       JUNTAR-CLIENTES.
           OPEN INPUT AUDITPER.
           IF FSTAUP NOT = "00"
              GO TO F-JUNTAR-CLIENTES
           END-IF.
           PERFORM LEER-AUDITPER THRU F-LEER-AUDITPER
              UNTIL FSTAUP = "10".
           CLOSE AUDITPER.
       F-JUNTAR-CLIENTES.
           EXIT.

      *-- LAS LINEAS ANTERIORES A LP-OPER QUEDAN SIN OPERADOR ------*
       LEER-AUDITPER.
           MOVE SPACES TO LINEA-AUDIPER.
           READ AUDITPER INTO LINEA-AUDIPER
              AT END MOVE "10" TO FSTAUP.
           IF FSTAUP NOT = "00"
              GO TO F-LEER-AUDITPER
           END-IF.
           IF LP-FECHA IS NOT NUMERIC
              GO TO F-LEER-AUDITPER
           END-IF.
           IF LP-FECHA < ENT-DESDE OR LP-FECHA > ENT-HASTA
              GO TO F-LEER-AUDITPER
           END-IF.
           MOVE LP-OPER TO TR-OPER.
           MOVE LP-FECHA TO TR-FECHA.
           IF LP-TIPO = "ALTA"
              MOVE "L" TO TR-TIPO
           ELSE
              MOVE "M" TO TR-TIPO
           END-IF.
           MOVE 0 TO TR-SUC TR-IMP.
           PERFORM GRABAR-EVENTO THRU F-GRABAR-EVENTO.
       F-LEER-AUDITPER.
           EXIT.

      *-- CADA ENTRADA CUENTA EN SU HORA; LA SALIDA DEL MISMO ------*
      *-- PROGRAMA EL MISMO DIA CIERRA EL TIEMPO CONECTADO ---------*
       JUNTAR-ACTIVIDAD.
           OPEN INPUT ACTIVIDAD.
           IF FSTACT NOT = "00"
              GO TO F-JUNTAR-ACTIVIDAD
           END-IF.
           MOVE "N" TO SW-FIN.
           PERFORM LEER-ACTIVIDAD THRU F-LEER-ACTIVIDAD
              UNTIL SW-FIN = "S".
           CLOSE ACTIVIDAD.
       F-JUNTAR-ACTIVIDAD.
           EXIT.

       LEER-ACTIVIDAD.
           READ ACTIVIDAD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-ACTIVIDAD
           END-IF.
           IF ACT-FECHA IS NOT NUMERIC OR ACT-HORA IS NOT NUMERIC
              GO TO F-LEER-ACTIVIDAD
           END-IF.
           IF ACT-FECHA < ENT-DESDE OR ACT-FECHA > ENT-HASTA
              GO TO F-LEER-ACTIVIDAD
           END-IF.
           COMPUTE SEG-ACT = ACT-HH * 3600 + ACT-MI * 60 + ACT-SS.
           MOVE ACT-OPER TO ABI-OPER.
           MOVE ACT-PROG TO ABI-PROG.
           PERFORM BUSCAR-ABIERTA THRU F-BUSCAR-ABIERTA.
           IF ACT-ACC = "E"
              MOVE ACT-OPER TO TR-OPER
              MOVE ACT-FECHA TO TR-FECHA
              MOVE ACT-HORA TO TR-HORA
              MOVE "E" TO TR-TIPO
              MOVE 0 TO TR-SUC TR-IMP
              PERFORM GRABAR-EVENTO THRU F-GRABAR-EVENTO
              IF ABI-POS = 0 AND ABI-CANT < 300
                 ADD 1 TO ABI-CANT
                 MOVE ABI-CANT TO ABI-POS
              END-IF
              IF ABI-POS > 0
                 MOVE ABI-BUSCA TO TAB-CLAVE(ABI-POS)
                 MOVE ACT-FECHA TO TAB-FECHA(ABI-POS)
                 MOVE SEG-ACT TO TAB-SEG(ABI-POS)
              END-IF
              GO TO F-LEER-ACTIVIDAD
           END-IF.
           IF ABI-POS = 0
              GO TO F-LEER-ACTIVIDAD
           END-IF.
           IF TAB-FECHA(ABI-POS) = ACT-FECHA
              AND TAB-SEG(ABI-POS) NOT > SEG-ACT
              COMPUTE WMINUTOS = (SEG-ACT - TAB-SEG(ABI-POS)) / 60
              MOVE ACT-OPER TO TR-OPER
              MOVE ACT-FECHA TO TR-FECHA
              MOVE ACT-HORA TO TR-HORA
              MOVE "C" TO TR-TIPO
              MOVE 0 TO TR-SUC TR-IMP
              MOVE WMINUTOS TO TR-MIN
              PERFORM GRABAR-EVENTO THRU F-GRABAR-EVENTO
           END-IF.
      *-- LA ENTRADA YA CERRADA SE LIBERA (FECHA EN CERO) ----------*
           MOVE 0 TO TAB-FECHA(ABI-POS).
       F-LEER-ACTIVIDAD.
           EXIT.

       BUSCAR-ABIERTA.
           MOVE 1 TO ABI-POS.
           PERFORM COMPARAR-ABIERTA THRU F-COMPARAR-ABIERTA
              UNTIL ABI-POS > ABI-CANT
                 OR TAB-CLAVE(ABI-POS) = ABI-BUSCA.
           IF ABI-POS > ABI-CANT
              MOVE 0 TO ABI-POS
           END-IF.
       F-BUSCAR-ABIERTA.
           EXIT.

       COMPARAR-ABIERTA.
           ADD 1 TO ABI-POS.
       F-COMPARAR-ABIERTA.
           EXIT.

      *-- EL FILTRO DE OPERADOR VALE PARA TODAS LAS FUENTES; LO ----*
      *-- GRABADO ANTES DE QUE HUBIERA FIRMA SALE COMO "???" -------*
       GRABAR-EVENTO.
           IF TR-OPER = SPACES
              MOVE "???" TO TR-OPER
           END-IF.
           IF ENT-OPER NOT = SPACES AND TR-OPER NOT = ENT-OPER
              GO TO F-GRABAR-EVENTO
           END-IF.
           IF TR-TIPO NOT = "E" AND TR-TIPO NOT = "C"
              MOVE 0 TO TR-HORA
           END-IF.
           IF TR-TIPO NOT = "C"
              MOVE 0 TO TR-MIN
           END-IF.
           WRITE R-TRA.
           ADD 1 TO CANT-EVENTOS.
       F-GRABAR-EVENTO.
           EXIT.

      *-- TERCERA PASADA: CORTES POR OPERADOR Y POR DIA ------------*
       TRATAR-EVENTO.
           READ ORDENADO AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-TRATAR-EVENTO
           END-IF.
           IF OR-OPER NOT = OPER-ACT
              IF OPER-ACT NOT = LOW-VALUES
                 PERFORM CERRAR-DIA THRU F-CERRAR-DIA
                 PERFORM CERRAR-OPERADOR THRU F-CERRAR-OPERADOR
              END-IF
              MOVE OR-OPER TO OPER-ACT
              MOVE OR-FECHA TO FECHA-ACT
              PERFORM ABRIR-OPERADOR
           END-IF.
           IF OR-FECHA NOT = FECHA-ACT
              PERFORM CERRAR-DIA THRU F-CERRAR-DIA
              MOVE OR-FECHA TO FECHA-ACT
           END-IF.
           EVALUATE OR-TIPO
              WHEN "R"
                 ADD 1 TO ACU-REC(1)
                 ADD OR-IMP TO ACU-REC-I(1)
              WHEN "A"
                 ADD 1 TO ACU-ANU(1)
              WHEN "F"
                 ADD 1 TO ACU-FAC(1)
                 ADD OR-IMP TO ACU-FAC-I(1)
              WHEN "N"
                 ADD 1 TO ACU-NOT(1)
                 ADD OR-IMP TO ACU-NOT-I(1)
              WHEN "L"
                 ADD 1 TO ACU-ALT(1)
              WHEN "M"
                 ADD 1 TO ACU-MOD(1)
              WHEN "C"
                 ADD OR-MIN TO ACU-MIN(1)
              WHEN "E"
                 COMPUTE HOR-POS = OR-HH + 1
                 IF HOR-POS < 25
                    ADD 1 TO HOR-CANT(HOR-POS)
                 END-IF
           END-EVALUATE.
           IF OR-TIPO = "R" OR OR-TIPO = "A" OR OR-TIPO = "F"
              OR OR-TIPO = "N"
              PERFORM SUMAR-SUCURSAL
           END-IF.
       F-TRATAR-EVENTO.
           EXIT.

       SUMAR-SUCURSAL.
           COMPUTE SUC-POS = OR-SUC + 1.
           EVALUATE OR-TIPO
              WHEN "R"
                 ADD 1 TO TSU-REC(SUC-POS)
                 ADD OR-IMP TO TSU-REC-I(SUC-POS)
              WHEN "A"
                 ADD 1 TO TSU-ANU(SUC-POS)
              WHEN "F"
                 ADD 1 TO TSU-FAC(SUC-POS)
                 ADD OR-IMP TO TSU-FAC-I(SUC-POS)
              WHEN "N"
                 ADD 1 TO TSU-NOT(SUC-POS)
                 ADD OR-IMP TO TSU-NOT-I(SUC-POS)
           END-EVALUATE.

       ABRIR-OPERADOR.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "OPERADOR " DELIMITED BY SIZE
                  OPER-ACT DELIMITED BY SIZE
                  INTO R-IMP.
           IF OPER-ACT = "???"
              MOVE "(SIN OPERADOR REGISTRADO)" TO R-IMP(14:25)
           ELSE
              IF SW-USU = "S"
                 MOVE OPER-ACT TO USCOD
                 READ USUARIOS KEY IS USCOD
                    INVALID KEY
                       MOVE "(NO ESTA EN USUARIOS.IND)" TO R-IMP(14:25)
                    NOT INVALID KEY
                       MOVE USNOM TO R-IMP(14:30)
                 END-READ
              END-IF
           END-IF.
           PERFORM GRABAR-LINEA.
           MOVE ZEROES TO TABLA-HORAS.

      *-- EL DIA PASA AL OPERADOR Y AL GENERAL ---------------------*
       CERRAR-DIA.
           IF ACU-ELEM(1) = ZEROES
              GO TO F-CERRAR-DIA
           END-IF.
           MOVE FAC-DD TO FED-DD.
           MOVE FAC-MM TO FED-MM.
           MOVE FAC-AA TO FED-AA.
           MOVE SPACES TO LD-FECHA.
           STRING FED-DD "/" FED-MM "/" FECHA-ED(9:2)
                  DELIMITED BY SIZE INTO LD-FECHA.
           MOVE 1 TO NIV.
           PERFORM ARMAR-LINEA.
           MOVE 2 TO NIV.
           PERFORM PASAR-ACUMULADO.
           MOVE 3 TO NIV.
           PERFORM PASAR-ACUMULADO.
           MOVE ZEROES TO ACU-ELEM(1).
       F-CERRAR-DIA.
           EXIT.

       PASAR-ACUMULADO.
           ADD ACU-REC(1) TO ACU-REC(NIV).
           ADD ACU-REC-I(1) TO ACU-REC-I(NIV).
           ADD ACU-FAC(1) TO ACU-FAC(NIV).
           ADD ACU-FAC-I(1) TO ACU-FAC-I(NIV).
           ADD ACU-NOT(1) TO ACU-NOT(NIV).
           ADD ACU-NOT-I(1) TO ACU-NOT-I(NIV).
           ADD ACU-ALT(1) TO ACU-ALT(NIV).
           ADD ACU-MOD(1) TO ACU-MOD(NIV).
           ADD ACU-ANU(1) TO ACU-ANU(NIV).
           ADD ACU-MIN(1) TO ACU-MIN(NIV).

      *-- TOTAL DEL OPERADOR Y SUS ENTRADAS POR HORA ---------------*
       CERRAR-OPERADOR.
           MOVE 2 TO NIV.
           MOVE "TOTAL   " TO LD-FECHA.
           PERFORM ARMAR-LINEA.
           MOVE ZEROES TO ACU-ELEM(2).
           MOVE SPACES TO R-IMP.
           MOVE "  ENTRADAS POR HORA:" TO R-IMP.
           MOVE 22 TO PUNTERO.
           MOVE "N" TO SW-HORAS.
           MOVE 1 TO HOR-POS.
           PERFORM LISTAR-HORA THRU F-LISTAR-HORA
              UNTIL HOR-POS > 24.
           IF SW-HORAS = "S"
              PERFORM GRABAR-LINEA
           END-IF.
       F-CERRAR-OPERADOR.
           EXIT.

       LISTAR-HORA.
           IF HOR-CANT(HOR-POS) = 0
              GO TO F-LISTAR-HORA-SIG
           END-IF.
           IF PUNTERO > 70
              PERFORM GRABAR-LINEA
              MOVE SPACES TO R-IMP
              MOVE 22 TO PUNTERO
           END-IF.
           COMPUTE HOR-HH = HOR-POS - 1.
           MOVE HOR-CANT(HOR-POS) TO CANT-ED.
           STRING HOR-HH DELIMITED BY SIZE
                  "h=" DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO R-IMP WITH POINTER PUNTERO.
           MOVE "S" TO SW-HORAS.
       F-LISTAR-HORA-SIG.
           ADD 1 TO HOR-POS.
       F-LISTAR-HORA.
           EXIT.

      *-- UN RENGLON CON LOS ACUMULADOS DEL NIVEL (LD-FECHA YA -----*
      *-- CARGADA) -------------------------------------------------*
       ARMAR-LINEA.
           MOVE ACU-REC(NIV) TO LD-REC.
           MOVE ACU-REC-I(NIV) TO LD-REC-I.
           MOVE ACU-FAC(NIV) TO LD-FAC.
           MOVE ACU-FAC-I(NIV) TO LD-FAC-I.
           MOVE ACU-NOT(NIV) TO LD-NOT.
           MOVE ACU-NOT-I(NIV) TO LD-NOT-I.
           MOVE ACU-ALT(NIV) TO LD-ALT.
           MOVE ACU-MOD(NIV) TO LD-MOD.
           MOVE ACU-ANU(NIV) TO LD-ANU.
           MOVE ACU-MIN(NIV) TO LD-MIN.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-DIA TO R-IMP.
           PERFORM GRABAR-LINEA.

       LISTAR-SUCURSALES.
           MOVE SPACES TO R-IMP.
           STRING "TOTALES POR SUCURSAL" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "SUC NOMBRE          RECI    IMPORTE FACT    "
                  DELIMITED BY SIZE
                  "IMPORTE NOTA    IMPORTE ANUL" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE 1 TO SUC-POS.
           PERFORM LISTAR-SUCURSAL THRU F-LISTAR-SUCURSAL
              UNTIL SUC-POS > 1000.
       F-LISTAR-SUCURSALES.
           EXIT.

       LISTAR-SUCURSAL.
           IF TSU-ELEM(SUC-POS) = ZEROES
              GO TO F-LISTAR-SUCURSAL-SIG
           END-IF.
           MOVE SPACES TO LINEA-SUCURSAL.
           COMPUTE LS-SUC = SUC-POS - 1.
           MOVE SPACES TO LS-NOM.
           IF SW-SUC = "S"
              MOVE LS-SUC TO MSUC
              READ MAESUC KEY IS MSUC
                 INVALID KEY MOVE "(SIN MAESTRO)" TO LS-NOM
                 NOT INVALID KEY MOVE MDSUC TO LS-NOM
              END-READ
           END-IF.
           MOVE TSU-REC(SUC-POS) TO LS-REC.
           MOVE TSU-REC-I(SUC-POS) TO LS-REC-I.
           MOVE TSU-FAC(SUC-POS) TO LS-FAC.
           MOVE TSU-FAC-I(SUC-POS) TO LS-FAC-I.
           MOVE TSU-NOT(SUC-POS) TO LS-NOT.
           MOVE TSU-NOT-I(SUC-POS) TO LS-NOT-I.
           MOVE TSU-ANU(SUC-POS) TO LS-ANU.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-SUCURSAL TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-LISTAR-SUCURSAL-SIG.
           ADD 1 TO SUC-POS.
       F-LISTAR-SUCURSAL.
           EXIT.

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
           IF SW-USU = "S"
              CLOSE USUARIOS
           END-IF.
           IF SW-SUC = "S"
              CLOSE MAESUC
           END-IF.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
