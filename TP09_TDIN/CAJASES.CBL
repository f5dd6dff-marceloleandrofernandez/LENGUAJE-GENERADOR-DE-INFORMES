      *** Y AL CERRAR CUENTA LA PLATA: EL SISTEMA SUMA EL FONDO    ***
      *** MAS SUS RECIBOS EN EFECTIVO DEL DIA (COBRANZA.IND, SIN   ***
      *** LOS ANULADOS), RESTA SUS EGRESOS DE CAJA (MOVPROV.IND,   ***
      *** VER CARGAPRV) Y EL EFECTIVO QUE MANDO EN REMESAS A LA    ***
      *** TESORERIA CENTRAL (REMESA.IND, VER REMESAS) Y DEJA       ***
      *** ASENTADO EL SOBRANTE O FALTANTE                          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJASES.
       ENVIRONMENT DIVISION.
           RECORD KEY IS MPCLAVE
           FILE STATUS IS FSTMPV.

      *-- REMESAS A TESORERIA CENTRAL DEL OPERADOR (VER REMESAS) ---*
           SELECT REMESAS ASSIGN TO DISK "REMESA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RMNRO
           FILE STATUS IS FSTREM.

       DATA DIVISION.
       FILE SECTION.
        FD CAJAS

        FD EGRESOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS R-MPV.

         COPY MOVPROV.

        FD REMESAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS R-REM.

         COPY REMESA.

       WORKING-STORAGE SECTION.
       77 FSTCAJ              PIC XX.
       77 FSTCOB              PIC XX.
       77 FSTMPV              PIC XX.
       77 FSTREM              PIC XX.
       77 SW-FIN-EGR          PIC X.
       77 SW-FIN-REM          PIC X.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
           PERFORM SUMAR-EFECTIVO-SISTEMA THRU
              F-SUMAR-EFECTIVO-SISTEMA.
           PERFORM RESTAR-EGRESOS THRU F-RESTAR-EGRESOS.
           PERFORM RESTAR-REMESAS THRU F-RESTAR-REMESAS.
           COMPUTE WSIST = CJFONDO + WSIST.
           MOVE WSIST TO IMP-ED.
           DISPLAY "EFECTIVO SEGUN SISTEMA (FONDO+COBROS-EGRESOS-"
              LINE 09 POSITION 05.
           DISPLAY "REMESAS): " LINE 09 POSITION 51.
           DISPLAY IMP-ED LINE 09 POSITION 61.
           DISPLAY "PLATA CONTADA: " LINE 10 POSITION 05.
           ACCEPT ENT-CONT LINE 10 POSITION 21.
           IF ENT-CONT IS NOT NUMERIC
       F-RESTAR-UN-EGRESO.
           EXIT.

      *-- EL EFECTIVO QUE EL OPERADOR MANDO HOY EN REMESAS A LA ---*
      *-- TESORERIA CENTRAL YA NO ESTA EN EL CAJON -----------------*
       RESTAR-REMESAS.
           OPEN INPUT REMESAS.
           IF FSTREM NOT = "00"
              GO TO F-RESTAR-REMESAS
           END-IF.
           MOVE "N" TO SW-FIN-REM.
           MOVE 0 TO RMNRO.
           START REMESAS KEY IS NOT LESS THAN RMNRO
              INVALID KEY MOVE "S" TO SW-FIN-REM
           END-START.
           PERFORM RESTAR-UNA-REMESA THRU F-RESTAR-UNA-REMESA
              UNTIL SW-FIN-REM = "S".
           CLOSE REMESAS.
       F-RESTAR-REMESAS.
           EXIT.

       RESTAR-UNA-REMESA.
           READ REMESAS NEXT RECORD AT END MOVE "S" TO SW-FIN-REM.
           IF SW-FIN-REM = "N"
              IF RMFECHA = WFECHA-HOY AND RMOPE = WOPE
                 SUBTRACT RMEFE FROM WSIST
              END-IF
           END-IF.
       F-RESTAR-UNA-REMESA.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.
