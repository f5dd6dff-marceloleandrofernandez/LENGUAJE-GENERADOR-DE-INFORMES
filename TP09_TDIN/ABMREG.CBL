      *** ABMREG - TABLA DE REGIMENES DE RETENCION (REGRET.IND)     ***
      *** CODIGO, DESCRIPCION, IMPUESTO (G=GANANCIAS, I=INGRESOS   ***
      *** BRUTOS), ALICUOTA PARA INSCRIPTOS Y NO INSCRIPTOS,       ***
      *** MINIMO NO IMPONIBLE Y RETENCION MINIMA - LA USA CARGAPRV ***
      *** AL EMITIR LA ORDEN DE PAGO - LA BAJA SE BLOQUEA SI ALGUN ***
      *** PROVEEDOR TIENE EL REGIMEN ASIGNADO (VER ABMPROV)        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMREG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGIMENES ASSIGN TO DISK "REGRET.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RGCOD
           FILE STATUS IS FSTRGR.

      *-- SOLO PARA BLOQUEAR LA BAJA DE UN REGIMEN EN USO ----------*
           SELECT PROVEEDORES ASSIGN TO DISK "PROVEE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCOD
           ALTERNATE RECORD KEY IS PVNOM DUPLICATES
           FILE STATUS IS FSTPRV.

       DATA DIVISION.
       FILE SECTION.
        FD REGIMENES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-RGR.

         COPY REGRET.

        FD PROVEEDORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS R-PROV.

         COPY PROVEE.

       WORKING-STORAGE SECTION.
       77 FSTRGR              PIC XX.
       77 FSTPRV              PIC XX.
       77 TECLA               PIC X.
      *-- CIERRE DE SESION POR INACTIVIDAD (VER VENCESES) --*
       77 VEN-ACC             PIC X.
       77 VEN-OK              PIC X.
       77 TIEMPO-INACT        PIC 9(8).
       77 C-INACT             PIC 99.
      *-- "S" FUERA DE LAS PANTALLAS DE TRABAJO (ARRANQUE O ---*
      *-- SALIDA): AHI EL PLAZO SOLO CIERRA LA SESION ---------*
       77 SW-SALIDA           PIC X VALUE "S".
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 SW-EXISTE           PIC X.
       77 SW-REF              PIC X.
       77 SW-FIN              PIC X.
       77 ENT-COD             PIC X(04).
       77 ENT-DESC            PIC X(30).
       77 ENT-IMPU            PIC X.
       77 ENT-ALINS           PIC 9(02)V99.
       77 ENT-ALNOI           PIC 9(02)V99.
       77 ENT-MNI             PIC 9(07)V99.
       77 ENT-MINRET          PIC 9(05)V99.
       77 ALIC-ED             PIC Z9,99.
       77 MNI-ED              PIC Z.ZZZ.ZZ9,99.
       77 MINRET-ED           PIC ZZ.ZZ9,99.
       77 CANT-CARGADOS       PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON REGIMENES.
       ERROR-APERTURA.
           IF FSTRGR NOT = "00"
              OPEN OUTPUT REGIMENES
              CLOSE REGIMENES
              OPEN I-O REGIMENES
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O REGIMENES.

       PEDIR-REGIMEN.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "REGIMENES DE RETENCION" LINE 02 POSITION 29
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE REGIMEN (BLANCO = FIN): "
              LINE 04 POSITION 05.
           ACCEPT ENT-COD LINE 04 POSITION 40
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-COD = SPACES
              GO TO FIN
           END-IF.
           INSPECT ENT-COD CONVERTING "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ENT-COD TO RGCOD.
           MOVE "N" TO SW-EXISTE.
           READ REGIMENES KEY IS RGCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
           IF SW-EXISTE = "S"
              DISPLAY "DESCRIPCION : " LINE 06 POSITION 05
              DISPLAY RGDESC LINE 06 POSITION 20
              DISPLAY "IMPUESTO    : " LINE 07 POSITION 05
              DISPLAY RGIMPU LINE 07 POSITION 20
              MOVE RGALINS TO ALIC-ED
              DISPLAY "ALIC. INSC. : " LINE 08 POSITION 05
              DISPLAY ALIC-ED LINE 08 POSITION 20
              MOVE RGALNOI TO ALIC-ED
              DISPLAY "ALIC. NO IN.: " LINE 08 POSITION 30
              DISPLAY ALIC-ED LINE 08 POSITION 45
              MOVE RGMNI TO MNI-ED
              DISPLAY "MINIMO N.I. : " LINE 09 POSITION 05
              DISPLAY MNI-ED LINE 09 POSITION 20
              MOVE RGMINRET TO MINRET-ED
              DISPLAY "RET. MINIMA : " LINE 09 POSITION 35
              DISPLAY MINRET-ED LINE 09 POSITION 50
              DISPLAY "M=MODIFICA B=BAJA OTRA=VUELVE: "
                 LINE 11 POSITION 05
              ACCEPT OP-SN LINE 11 POSITION 37
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "B" OR OP-SN = "b"
                 GO TO BAJA-REGIMEN
              END-IF
              IF OP-SN NOT = "M" AND OP-SN NOT = "m"
                 GO TO PEDIR-REGIMEN
              END-IF
           END-IF.
           DISPLAY "DESCRIPCION : " LINE 13 POSITION 05.
           ACCEPT ENT-DESC LINE 13 POSITION 20
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DESC = SPACES
              GO TO PEDIR-REGIMEN
           END-IF.
           DISPLAY "IMPUESTO (G=GANANCIAS I=INGRESOS BRUTOS): "
              LINE 14 POSITION 05.
           ACCEPT ENT-IMPU LINE 14 POSITION 48
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-IMPU = "g"
              MOVE "G" TO ENT-IMPU
           END-IF.
           IF ENT-IMPU = "i"
              MOVE "I" TO ENT-IMPU
           END-IF.
           IF ENT-IMPU NOT = "G" AND ENT-IMPU NOT = "I"
              DISPLAY "IMPUESTO INVALIDO - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-REGIMEN
           END-IF.
           DISPLAY "ALICUOTA INSCRIPTOS    (%): " LINE 15 POSITION 05.
           ACCEPT ENT-ALINS LINE 15 POSITION 33
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "ALICUOTA NO INSCRIPTOS (%): " LINE 16 POSITION 05.
           ACCEPT ENT-ALNOI LINE 16 POSITION 33
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "MINIMO NO IMPONIBLE       : " LINE 17 POSITION 05.
           ACCEPT ENT-MNI LINE 17 POSITION 33
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "RETENCION MINIMA          : " LINE 18 POSITION 05.
           ACCEPT ENT-MINRET LINE 18 POSITION 33
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-ALINS IS NOT NUMERIC
              MOVE 0 TO ENT-ALINS
           END-IF.
           IF ENT-ALNOI IS NOT NUMERIC
              MOVE 0 TO ENT-ALNOI
           END-IF.
           IF ENT-MNI IS NOT NUMERIC
              MOVE 0 TO ENT-MNI
           END-IF.
           IF ENT-MINRET IS NOT NUMERIC
              MOVE 0 TO ENT-MINRET
           END-IF.
           IF ENT-ALINS = 0 AND ENT-ALNOI = 0
              DISPLAY "FALTA LA ALICUOTA - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-REGIMEN
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 20 POSITION 05.
           ACCEPT OP-SN LINE 20 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-REGIMEN
           END-IF.
           MOVE ENT-COD TO RGCOD.
           MOVE ENT-DESC TO RGDESC.
           MOVE ENT-IMPU TO RGIMPU.
           MOVE ENT-ALINS TO RGALINS.
           MOVE ENT-ALNOI TO RGALNOI.
           MOVE ENT-MNI TO RGMNI.
           MOVE ENT-MINRET TO RGMINRET.
           IF SW-EXISTE = "S"
              REWRITE R-RGR
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-RGR
                 INVALID KEY REWRITE R-RGR
              END-WRITE
           END-IF.
           ADD 1 TO CANT-CARGADOS.
           DISPLAY "REGIMEN GRABADO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-REGIMEN.

      *-- LA BAJA SOLO PROCEDE SI NINGUN PROVEEDOR LO TIENE --------*
       BAJA-REGIMEN.
           PERFORM VERIFICAR-PROVEEDORES THRU F-VERIFICAR-PROVEEDORES.
           IF SW-REF = "S"
              DISPLAY "HAY PROVEEDORES CON ESTE REGIMEN - NO SE BORRA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-REGIMEN
           END-IF.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE REGIMENES
                 INVALID KEY CONTINUE
              END-DELETE
              DISPLAY "REGIMEN DADO DE BAJA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
           GO TO PEDIR-REGIMEN.

       VERIFICAR-PROVEEDORES.
           MOVE "N" TO SW-REF.
           OPEN INPUT PROVEEDORES.
           IF FSTPRV NOT = "00"
              GO TO F-VERIFICAR-PROVEEDORES
           END-IF.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO PVCOD.
           START PROVEEDORES KEY IS NOT LESS THAN PVCOD
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-PROVEEDOR THRU F-MIRAR-PROVEEDOR
              UNTIL SW-FIN = "S".
           CLOSE PROVEEDORES.
       F-VERIFICAR-PROVEEDORES.
           EXIT.

       MIRAR-PROVEEDOR.
           READ PROVEEDORES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N"
              IF PVRGAN = ENT-COD OR PVRIB = ENT-COD
                 MOVE "S" TO SW-REF
                 MOVE "S" TO SW-FIN
              END-IF
           END-IF.
       F-MIRAR-PROVEEDOR.
           EXIT.

      *-- SE VENCIO EL PLAZO SIN TECLEAR: VENCESES SUELTA LOS ------*
      *-- CERROJOS DE ESTA TERMINAL Y VUELVE A PEDIR LA CLAVE - SI -*
      *-- ENTRA EL MISMO OPERADOR SE RETOMA DESDE EL CODIGO (LO ----*
      *-- QUE SE ESTABA CARGANDO SE PIERDE); SI NO, SE SALE --------*
       INACTIVIDAD.
           IF C-INACT NOT = 99
              GO TO F-INACTIVIDAD
           END-IF.
           MOVE 0 TO C-INACT C-T.
           MOVE "C" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           IF SW-SALIDA = "S"
              GO TO F-INACTIVIDAD
           END-IF.
           IF VEN-OK NOT = "S"
              GO TO FIN
           END-IF.
           DISPLAY " " ERASE SCREEN.
           GO TO PEDIR-REGIMEN.
       F-INACTIVIDAD.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA BEFORE TIME TIEMPO-INACT ON EXCEPTION C-T
      *-- SIN TECLEAR DURANTE EL PLAZO (VER VENCESES) --*
           IF C-T = 99
              MOVE C-T TO C-INACT
              PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-IF.

       FIN.
           MOVE "S" TO SW-SALIDA.
           DISPLAY "ABMREG: REGIMENES GRABADOS = " CANT-CARGADOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE REGIMENES.
           EXIT PROGRAM.
