      *-- DERIVIG - DERIVACION VIGENTE DE UN CLIENTE               --*
      *-- DEVUELVE "S" Y EL CODIGO DE AGENCIA SI LA CUENTA ESTA    --*
      *-- DERIVADA A UN ESTUDIO O AGENCIA DE COBRANZA (DERIVA.IND  --*
      *-- CON UNA DERIVACION ACTIVA, VER DERIVAR) - LO LLAMAN      --*
      *-- COBRANZA Y AGENDACO PARA AVISAR QUE LA CUENTA LA ESTA    --*
      *-- GESTIONANDO AFUERA                                       --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DERIVIG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DERIVACIONES ASSIGN TO DISK "DERIVA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DVCLAVE
           FILE STATUS IS FSTDRV.

       DATA DIVISION.
       FILE SECTION.
        FD DERIVACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-DRV.

         COPY DERIVA.

       WORKING-STORAGE SECTION.
       77 FSTDRV              PIC XX.

       LINKAGE SECTION.
       77 DRV-CA               PIC 9(08).
      *-- AGENCIA DE LA DERIVACION ACTIVA (0 = SIN DERIVACION) -----*
       77 DRV-AGE              PIC 9(03).
      *-- "S" = CUENTA DERIVADA, "N" = NO ---------------------------*
       77 DRV-RES              PIC X.

       PROCEDURE DIVISION USING DRV-CA DRV-AGE DRV-RES.
       INICIO.
           MOVE "N" TO DRV-RES.
           MOVE 0 TO DRV-AGE.
           OPEN INPUT DERIVACIONES.
           IF FSTDRV NOT = "00"
              GOBACK
           END-IF.
      *-- SE RECORREN LAS DERIVACIONES DEL CLIENTE: CON UNA ACTIVA -*
      *-- ALCANZA ---------------------------------------------------*
           MOVE DRV-CA TO DVCA.
           MOVE 0 TO DVFECHA.
           START DERIVACIONES KEY IS NOT LESS THAN DVCLAVE
              INVALID KEY MOVE "10" TO FSTDRV
           END-START.
           PERFORM MIRAR-DERIVACION THRU F-MIRAR-DERIVACION
              UNTIL FSTDRV = "10" OR DRV-RES = "S".
           CLOSE DERIVACIONES.
           GOBACK.

       MIRAR-DERIVACION.
           READ DERIVACIONES NEXT RECORD AT END MOVE "10" TO FSTDRV.
           IF FSTDRV = "10"
              GO TO F-MIRAR-DERIVACION
           END-IF.
           IF DVCA NOT = DRV-CA
              MOVE "10" TO FSTDRV
              GO TO F-MIRAR-DERIVACION
           END-IF.
           IF DRV-ACTIVA
              MOVE "S" TO DRV-RES
              MOVE DVAGE TO DRV-AGE
           END-IF.
       F-MIRAR-DERIVACION.
           EXIT.
