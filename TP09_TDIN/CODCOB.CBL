      *-- CODCOB - ARMADO DEL CODIGO DE BARRAS DE COBRANZA         --*
      *-- EXTRABANCARIA (PAGO FACIL / RAPIPAGO, VER BARCOB.CPY)    --*
      *-- EL LLAMADOR CARGA TIPO, CLIENTE, COMPROBANTE, IMPORTE Y  --*
      *-- PRIMER VENCIMIENTO; CODCOB COMPLETA EL ENTE (PARAMETRO   --*
      *-- ENTECOB), EL SEGUNDO VENCIMIENTO (DIASVTO2 DIAS MAS,     --*
      *-- CORRIDO A HABIL POR CALCVTO, 15 SI NO HAY PARAMETRO),    --*
      *-- EL IMPORTE RECARGADO (RECVTO2 POR CIENTO, O LA TASA      --*
      *-- TASAINT SI NO HAY PARAMETRO) Y EL DIGITO VERIFICADOR     --*
      *-- LO LLAMAN IMPCOMP, GENCUO Y PLANPAG                      --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODCOB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *-- PARA LEER LOS VALORES DE OPERACION DE PARAMETROS.IND ----*
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
       77 WENTE               PIC 9(04).
       77 WDIAS-VTO2          PIC 9(03).
       77 WREC-VTO2           PIC 9(02)V99.
       77 WIMP-TRAB           PIC 9(07)V99.
      *-- SEGUNDO VENCIMIENTO POR CALCVTO --------------------------*
       77 VTO-BASE            PIC 9(8).
       77 VTO-PLAZO           PIC 9(3).
       77 VTO-RESULT          PIC 9(8).
      *-- DIGITO VERIFICADOR: IMPARES POR 3 MAS PARES --------------*
       77 DV-POS              PIC 99.
       77 DV-SUMA             PIC 9(4).
       77 DV-COC              PIC 9(4).
       77 DV-RESTO            PIC 9(2).

       LINKAGE SECTION.
       COPY BARCOB.

       PROCEDURE DIVISION USING BARRA-COBRANZA.
       INICIO.
           PERFORM LEER-PARAMETROS.
           MOVE WENTE TO BR-ENTE.
           MOVE BR-VTO1 TO VTO-BASE.
           MOVE WDIAS-VTO2 TO VTO-PLAZO.
           CALL   "CALCVTO" USING VTO-BASE VTO-PLAZO VTO-RESULT
           CANCEL "CALCVTO".
           MOVE VTO-RESULT TO BR-VTO2.
      *-- SI EL RECARGO NO ENTRA EN EL CAMPO, EL SEGUNDO ----------*
      *-- VENCIMIENTO SE COBRA SIN RECARGO -------------------------*
           COMPUTE WIMP-TRAB ROUNDED =
              BR-IMP1 * (100 + WREC-VTO2) / 100.
           IF WIMP-TRAB > 99999,99
              MOVE BR-IMP1 TO BR-IMP2
           ELSE
              MOVE WIMP-TRAB TO BR-IMP2
           END-IF.
           PERFORM CALCULAR-VERIFICADOR.
           EXIT PROGRAM.

       LEER-PARAMETROS.
           MOVE 0 TO WENTE.
           MOVE "ENTECOB " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR < 10000
              MOVE PAR-VALOR TO WENTE
           END-IF.
           MOVE 15 TO WDIAS-VTO2.
           MOVE "DIASVTO2" TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 0 AND PAR-VALOR < 1000
              MOVE PAR-VALOR TO WDIAS-VTO2
           END-IF.
           MOVE 0 TO WREC-VTO2.
           MOVE "RECVTO2 " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR < 100
              MOVE PAR-VALOR TO WREC-VTO2
           ELSE
              MOVE "TASAINT " TO PAR-COD
              CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
              CANCEL "LEEPAR"
              IF PAR-OK = "S" AND PAR-VALOR < 100
                 MOVE PAR-VALOR TO WREC-VTO2
              END-IF
           END-IF.

      *-- SOBRE LOS PRIMEROS 54 DIGITOS: LOS DE POSICION IMPAR ----*
      *-- PESAN 3, LOS PARES 1, Y EL DIGITO COMPLETA LA DECENA -----*
       CALCULAR-VERIFICADOR.
           MOVE 0 TO DV-SUMA.
           MOVE 1 TO DV-POS.
           PERFORM SUMAR-DIGITO UNTIL DV-POS > 54.
           DIVIDE DV-SUMA BY 10 GIVING DV-COC REMAINDER DV-RESTO.
           IF DV-RESTO = 0
              MOVE 0 TO BR-DV
           ELSE
              COMPUTE BR-DV = 10 - DV-RESTO
           END-IF.

       SUMAR-DIGITO.
           DIVIDE DV-POS BY 2 GIVING DV-COC REMAINDER DV-RESTO.
           IF DV-RESTO = 1
              COMPUTE DV-SUMA = DV-SUMA + BR-DIG(DV-POS) * 3
           ELSE
              ADD BR-DIG(DV-POS) TO DV-SUMA
           END-IF.
           ADD 1 TO DV-POS.
