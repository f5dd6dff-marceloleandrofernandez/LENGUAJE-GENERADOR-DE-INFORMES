      *-- LEEIND - LECTURA DEL INDICE DE PRECIOS                   --*
      *-- DEVUELVE EL ULTIMO INDICE DE INDICES.IND CON PERIODO     --*
      *-- HASTA EL PEDIDO (AAAAMM): SU PERIODO EN IND-PER, SU      --*
      *-- VALOR EN IND-VAL E IND-OK = "S"; IND-OK = "N" SI NO HAY  --*
      *-- NINGUNO (MISMO ESQUEMA QUE LEECOT PARA EL DOLAR)         --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEEIND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICES ASSIGN TO DISK "INDICES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IXPER
           FILE STATUS IS FSTIND.

       DATA DIVISION.
       FILE SECTION.
        FD INDICES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-IND.

         COPY INDICE.

       WORKING-STORAGE SECTION.
       77 FSTIND              PIC XX.

       LINKAGE SECTION.
       77 IND-PEDIDO           PIC 9(06).
       77 IND-PER              PIC 9(06).
       77 IND-VAL              PIC 9(05)V9999.
       77 IND-OK               PIC X.

       PROCEDURE DIVISION USING IND-PEDIDO IND-PER IND-VAL IND-OK.
       INICIO.
           MOVE "N" TO IND-OK.
           MOVE 0 TO IND-PER IND-VAL.
           OPEN INPUT INDICES.
           IF FSTIND NOT = "00"
              GOBACK
           END-IF.
      *-- SE RECORRE EN ORDEN DE PERIODO Y SE RETIENE EL ULTIMO ----*
      *-- QUE NO PASE DEL PEDIDO -----------------------------------*
           PERFORM LEER-INDICE UNTIL FSTIND = "10".
           CLOSE INDICES.
           GOBACK.

       LEER-INDICE.
           READ INDICES NEXT RECORD AT END MOVE "10" TO FSTIND.
           IF FSTIND NOT = "10"
              IF IXPER > IND-PEDIDO
                 MOVE "10" TO FSTIND
              ELSE
                 MOVE IXPER TO IND-PER
                 MOVE IXVAL TO IND-VAL
                 MOVE "S" TO IND-OK
              END-IF
           END-IF.
