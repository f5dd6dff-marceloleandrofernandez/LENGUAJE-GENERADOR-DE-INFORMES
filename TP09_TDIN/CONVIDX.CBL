      *** CONVIDX - CONVERSION A INDEXACION POR INDICE DE PRECIOS  ***
      *** RECONSTRUYE ARANCEL.IND (9 -> 15) CON EL PERIODO BASE    ***
      *** EN CERO (SIN BASE: LA PRIMERA CORRIDA DE ACTIND SOLO LO  ***
      *** FIJA), PLANPAG.IND (56 -> 63) CON LOS PLANES EXISTENTES  ***
      *** NO INDEXABLES Y PLANCUO.IND (31 -> 32) CON LAS CUOTAS    ***
      *** SIN AJUSTAR - CORRER UNA SOLA VEZ                        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIDX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT VIEJO DE ARANCEL.IND (SIN PERIODO BASE) --*
           SELECT ARA-VIEJO ASSIGN TO DISK "ARANCEL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ARCUR-V
           FILE STATUS IS FSTARV.

           SELECT ARA-NUEVO ASSIGN TO DISK "ARANCEL.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ARCUR
           FILE STATUS IS FSTARN.

      *-- LAYOUT VIEJO DE PLANPAG.IND (SIN INDEXACION) --*
           SELECT PLA-VIEJO ASSIGN TO DISK "PLANPAG.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PLNRO-V
           ALTERNATE RECORD KEY IS PLCA-V DUPLICATES
           FILE STATUS IS FSTPLV.

           SELECT PLA-NUEVO ASSIGN TO DISK "PLANPAG.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PLNRO
           ALTERNATE RECORD KEY IS PLCA DUPLICATES
           FILE STATUS IS FSTPLN.

      *-- LAYOUT VIEJO DE PLANCUO.IND (SIN MARCA DE AJUSTE) --*
           SELECT CUO-VIEJO ASSIGN TO DISK "PLANCUO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PCCLAVE-V
           FILE STATUS IS FSTCUV.

           SELECT CUO-NUEVO ASSIGN TO DISK "PLANCUO.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PCCLAVE
           FILE STATUS IS FSTCUN.

       DATA DIVISION.
       FILE SECTION.
       FD ARA-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS R-ARA-V.
       01 R-ARA-V.
            02 ARCUR-V PIC 9(2).
            02 ARDAT-V PIC X(7).

       FD ARA-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS R-ARA.

       COPY ARANCEL.

       FD PLA-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS R-PLA-V.
       01 R-PLA-V.
            02 PLNRO-V PIC 9(06).
            02 PLCA-V  PIC 9(08).
            02 PLDAT-V PIC X(42).

       FD PLA-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS R-PLA.

       COPY PLANPAG.

       FD CUO-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS R-PCU-V.
       01 R-PCU-V.
            02 PCCLAVE-V PIC 9(08).
            02 PCDAT-V   PIC X(23).

       FD CUO-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS R-PCU.

       COPY PLANCUO.

       WORKING-STORAGE SECTION.
       77 FSTARV   PIC XX.
       77 FSTARN   PIC XX.
       77 FSTPLV   PIC XX.
       77 FSTPLN   PIC XX.
       77 FSTCUV   PIC XX.
       77 FSTCUN   PIC XX.
       77 CANTARA  PIC 9(9) VALUE 0.
       77 CANTPLA  PIC 9(9) VALUE 0.
       77 CANTCUO  PIC 9(9) VALUE 0.
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTIR-ARANCELES THRU F-CONVERTIR-ARANCELES.
           PERFORM CONVERTIR-PLANES THRU F-CONVERTIR-PLANES.
           PERFORM CONVERTIR-CUOTAS THRU F-CONVERTIR-CUOTAS.
           DISPLAY "CONVIDX: ARANCEL.IND CONVERTIDOS = " CANTARA.
           DISPLAY "CONVIDX: PLANPAG.IND CONVERTIDOS = " CANTPLA.
           DISPLAY "CONVIDX: PLANCUO.IND CONVERTIDOS = " CANTCUO.
           STOP RUN.

      *-----------------------------------------------------------*
      *-- RECONSTRUYE ARANCEL.IND CON ARPER = 0 (SIN BASE) -------*
      *-----------------------------------------------------------*
       CONVERTIR-ARANCELES.
           OPEN INPUT ARA-VIEJO.
           IF FSTARV NOT = "00"
              DISPLAY "CONVIDX: NO EXISTE ARANCEL.IND"
              GO TO F-CONVERTIR-ARANCELES
           END-IF.
           OPEN OUTPUT ARA-NUEVO.
           READ ARA-VIEJO NEXT RECORD AT END MOVE "10" TO FSTARV.
           PERFORM MOVER-ARA THRU F-MOVER-ARA UNTIL FSTARV = "10".
           CLOSE ARA-VIEJO ARA-NUEVO.
           MOVE "ARANCEL.IND" TO NOMBREV.
           MOVE "ARANCEL.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-ARANCELES.
           EXIT.

       MOVER-ARA.
           MOVE R-ARA-V TO R-ARA(1:9)
           MOVE 0 TO ARPER
           WRITE R-ARA
           ADD 1 TO CANTARA
           READ ARA-VIEJO NEXT RECORD AT END MOVE "10" TO FSTARV.
       F-MOVER-ARA.
           EXIT.

      *-----------------------------------------------------------*
      *-- RECONSTRUYE PLANPAG.IND CON PLIDX = "N" ----------------*
      *-----------------------------------------------------------*
       CONVERTIR-PLANES.
           OPEN INPUT PLA-VIEJO.
           IF FSTPLV NOT = "00"
              DISPLAY "CONVIDX: NO EXISTE PLANPAG.IND"
              GO TO F-CONVERTIR-PLANES
           END-IF.
           OPEN OUTPUT PLA-NUEVO.
           READ PLA-VIEJO NEXT RECORD AT END MOVE "10" TO FSTPLV.
           PERFORM MOVER-PLA THRU F-MOVER-PLA UNTIL FSTPLV = "10".
           CLOSE PLA-VIEJO PLA-NUEVO.
           MOVE "PLANPAG.IND" TO NOMBREV.
           MOVE "PLANPAG.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-PLANES.
           EXIT.

       MOVER-PLA.
           MOVE R-PLA-V TO R-PLA(1:56)
           MOVE "N" TO PLIDX
           MOVE 0 TO PLPERB
           WRITE R-PLA
           ADD 1 TO CANTPLA
           READ PLA-VIEJO NEXT RECORD AT END MOVE "10" TO FSTPLV.
       F-MOVER-PLA.
           EXIT.

      *-----------------------------------------------------------*
      *-- RECONSTRUYE PLANCUO.IND CON PCIDX = "N" ----------------*
      *-----------------------------------------------------------*
       CONVERTIR-CUOTAS.
           OPEN INPUT CUO-VIEJO.
           IF FSTCUV NOT = "00"
              DISPLAY "CONVIDX: NO EXISTE PLANCUO.IND"
              GO TO F-CONVERTIR-CUOTAS
           END-IF.
           OPEN OUTPUT CUO-NUEVO.
           READ CUO-VIEJO NEXT RECORD AT END MOVE "10" TO FSTCUV.
           PERFORM MOVER-CUO THRU F-MOVER-CUO UNTIL FSTCUV = "10".
           CLOSE CUO-VIEJO CUO-NUEVO.
           MOVE "PLANCUO.IND" TO NOMBREV.
           MOVE "PLANCUO.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-CUOTAS.
           EXIT.

       MOVER-CUO.
           MOVE R-PCU-V TO R-PCU(1:31)
           MOVE "N" TO PCIDX
           WRITE R-PCU
           ADD 1 TO CANTCUO
           READ CUO-VIEJO NEXT RECORD AT END MOVE "10" TO FSTCUV.
       F-MOVER-CUO.
           EXIT.

      *-----------------------------------------------------------*
      *-- BORRA EL ARCHIVO VIEJO Y RENOMBRA EL NUEVO EN SU LUGAR --*
      *-----------------------------------------------------------*
       REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING NOMBREV
                RETURNING RC-OS.
           CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                RETURNING RC-OS.
