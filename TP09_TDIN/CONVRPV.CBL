      *** CONVRPV - CONVERSION DE PROVEE.IND: AGREGA AL FINAL DEL  ***
      *** REGISTRO EL REGIMEN DE RETENCION DE GANANCIAS Y DE       ***
      *** INGRESOS BRUTOS Y LA CONDICION DEL PROVEEDOR EN CADA UNO ***
      *** (91 -> 101 BYTES) - LOS PROVEEDORES YA CARGADOS QUEDAN   ***
      *** SIN REGIMEN (NO SE LES RETIENE HASTA QUE SE LO ASIGNE    ***
      *** ABMPROV) Y COMO INSCRIPTOS - CORRER UNA SOLA VEZ         ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVRPV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT VIEJO DE PROVEE.IND (SIN RETENCIONES) --*
           SELECT PRV-VIEJO ASSIGN TO DISK "PROVEE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PVCOD-V
           ALTERNATE RECORD KEY IS PVNOM-V DUPLICATES
           FILE STATUS IS FSTPVO.

           SELECT PRV-NUEVO ASSIGN TO DISK "PROVEE.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PVCOD
           ALTERNATE RECORD KEY IS PVNOM DUPLICATES
           FILE STATUS IS FSTPVN.

       DATA DIVISION.
       FILE SECTION.
       FD PRV-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS R-PROV-V.
       01 R-PROV-V.
            02 PVCOD-V       PIC 9(05).
            02 PVNOM-V       PIC X(30).
            02 FILLER        PIC X(56).

      *-- LAYOUT INTERMEDIO (SIN RUBRO DE GASTO; EL PASE 101 ->   --*
      *-- 104 LO HACE CONVRUB, QUE ESPERA ESTE REGISTRO DE 101    --*
      *-- COMO ENTRADA) ------------------------------------------*
       FD PRV-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS R-PROV.
       01  R-PROV.
            02 PVCOD    PIC 9(05).
            02 PVNOM    PIC X(30).
            02 PVCUIT   PIC 9(11).
            02 PVDOM    PIC X(30).
            02 PVTEL    PIC X(15).
            02 PVRGAN   PIC X(04).
            02 PVCGAN   PIC X.
            02 PVRIB    PIC X(04).
            02 PVCIB    PIC X.

       WORKING-STORAGE SECTION.
       77 FSTPVO   PIC XX.
       77 FSTPVN   PIC XX.
       77 CANTPRV  PIC 9(9) VALUE 0.
       77 NOMBREV  PIC X(20).
       77 NOMBREN  PIC X(20).
       77 RC-OS    PIC 9(9) COMP-5.

      *****************************************************************
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONVERTIR-PROVEEDORES THRU
              F-CONVERTIR-PROVEEDORES.
           DISPLAY "CONVRPV: PROVEE.IND CONVERTIDOS = " CANTPRV.
           STOP RUN.

      *-----------------------------------------------------------*
      *-- RECONSTRUYE PROVEE.IND CON LOS DATOS DE RETENCION      --*
      *-----------------------------------------------------------*
       CONVERTIR-PROVEEDORES.
           OPEN INPUT PRV-VIEJO.
           IF FSTPVO NOT = "00"
              DISPLAY "CONVRPV: NO EXISTE PROVEE.IND"
              GO TO F-CONVERTIR-PROVEEDORES
           END-IF.
           OPEN OUTPUT PRV-NUEVO.
           READ PRV-VIEJO NEXT RECORD AT END MOVE "10" TO FSTPVO.
           PERFORM MOVER-PRV THRU F-MOVER-PRV UNTIL FSTPVO = "10".
           CLOSE PRV-VIEJO PRV-NUEVO.
           MOVE "PROVEE.IND" TO NOMBREV.
           MOVE "PROVEE.NEW" TO NOMBREN.
           PERFORM REEMPLAZAR-ARCHIVO.
       F-CONVERTIR-PROVEEDORES.
           EXIT.

       MOVER-PRV.
           MOVE SPACES TO R-PROV.
           MOVE R-PROV-V TO R-PROV(1:91).
           MOVE SPACES TO PVRGAN PVRIB.
           MOVE "I" TO PVCGAN PVCIB.
           WRITE R-PROV.
           ADD 1 TO CANTPRV.
           READ PRV-VIEJO NEXT RECORD AT END MOVE "10" TO FSTPVO.
       F-MOVER-PRV.
           EXIT.

      *-----------------------------------------------------------*
      *-- BORRA EL ARCHIVO VIEJO Y RENOMBRA EL NUEVO EN SU LUGAR --*
      *-----------------------------------------------------------*
       REEMPLAZAR-ARCHIVO.
           CALL "CBL_DELETE_FILE" USING NOMBREV
                RETURNING RC-OS.
           CALL "CBL_RENAME_FILE" USING NOMBREN NOMBREV
                RETURNING RC-OS.
