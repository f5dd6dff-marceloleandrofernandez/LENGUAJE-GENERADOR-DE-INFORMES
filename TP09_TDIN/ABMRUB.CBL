      *** ABMRUB - TABLA DE RUBROS DE GASTO (RUBGTO.IND)           ***
      *** CODIGO Y DESCRIPCION - CADA PROVEEDOR LLEVA SU RUBRO     ***
      *** (VER ABMPROV), LOS EGRESOS DE CAJA ELIGEN EL SUYO EN     ***
      *** CARGAPRV Y EL PRESUPUESTO SE CARGA POR SUCURSAL Y RUBRO  ***
      *** (VER ABMPRES) - LA BAJA SE BLOQUEA SI ALGUN PROVEEDOR    ***
      *** TIENE EL RUBRO ASIGNADO                                  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMRUB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUBROS ASSIGN TO DISK "RUBGTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RBCOD
           FILE STATUS IS FSTRUB.

      *-- SOLO PARA BLOQUEAR LA BAJA DE UN RUBRO EN USO ------------*
           SELECT PROVEEDORES ASSIGN TO DISK "PROVEE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCOD
           ALTERNATE RECORD KEY IS PVNOM DUPLICATES
           FILE STATUS IS FSTPRV.

       DATA DIVISION.
       FILE SECTION.
        FD RUBROS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-RUB.

         COPY RUBGTO.

        FD PROVEEDORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS R-PROV.

         COPY PROVEE.

       WORKING-STORAGE SECTION.
       77 FSTRUB              PIC XX.
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
       77 ENT-COD             PIC 9(03).
       77 ENT-DESC            PIC X(25).
       77 CANT-CARGADOS       PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON RUBROS.
       ERROR-APERTURA.
           IF FSTRUB NOT = "00"
              OPEN OUTPUT RUBROS
              CLOSE RUBROS
              OPEN I-O RUBROS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O RUBROS.

       PEDIR-RUBRO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RUBROS DE GASTO" LINE 02 POSITION 32
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE RUBRO (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-COD LINE 04 POSITION 33
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-COD IS NOT NUMERIC OR ENT-COD = 0
              GO TO FIN
           END-IF.
           MOVE ENT-COD TO RBCOD.
           MOVE "N" TO SW-EXISTE.
           READ RUBROS KEY IS RBCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
           IF SW-EXISTE = "S"
              DISPLAY "DESCRIPCION : " LINE 06 POSITION 05
              DISPLAY RBDESC LINE 06 POSITION 20
              DISPLAY "M=MODIFICA B=BAJA OTRA=VUELVE: "
                 LINE 08 POSITION 05
              ACCEPT OP-SN LINE 08 POSITION 37
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-SN = "B" OR OP-SN = "b"
                 GO TO BAJA-RUBRO
              END-IF
              IF OP-SN NOT = "M" AND OP-SN NOT = "m"
                 GO TO PEDIR-RUBRO
              END-IF
           END-IF.
           DISPLAY "DESCRIPCION : " LINE 13 POSITION 05.
           ACCEPT ENT-DESC LINE 13 POSITION 20
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DESC = SPACES
              GO TO PEDIR-RUBRO
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 20 POSITION 05.
           ACCEPT OP-SN LINE 20 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-RUBRO
           END-IF.
           MOVE ENT-COD TO RBCOD.
           MOVE ENT-DESC TO RBDESC.
           IF SW-EXISTE = "S"
              REWRITE R-RUB
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-RUB
                 INVALID KEY REWRITE R-RUB
              END-WRITE
           END-IF.
           ADD 1 TO CANT-CARGADOS.
           DISPLAY "RUBRO GRABADO" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO PEDIR-RUBRO.

      *-- LA BAJA SOLO PROCEDE SI NINGUN PROVEEDOR LO TIENE --------*
       BAJA-RUBRO.
           PERFORM VERIFICAR-PROVEEDORES THRU F-VERIFICAR-PROVEEDORES.
           IF SW-REF = "S"
              DISPLAY "HAY PROVEEDORES CON ESTE RUBRO - NO SE BORRA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-RUBRO
           END-IF.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE RUBROS
                 INVALID KEY CONTINUE
              END-DELETE
              DISPLAY "RUBRO DADO DE BAJA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
           GO TO PEDIR-RUBRO.

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
              IF PVRUB = ENT-COD
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
           GO TO PEDIR-RUBRO.
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
           DISPLAY "ABMRUB: RUBROS GRABADOS = " CANT-CARGADOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE RUBROS.
           EXIT PROGRAM.
