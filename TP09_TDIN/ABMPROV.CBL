      *** ALTAS, MODIFICACIONES Y BAJAS DE PROVEEDORES, CON EL     ***
      *** MISMO DIGITO VERIFICADOR DE CUIT QUE ABMPERSONA - LA     ***
      *** BAJA SE BLOQUEA SI EL PROVEEDOR TIENE COMPROBANTES EN    ***
      *** MOVPROV.IND (VER CARGAPRV) - CADA PROVEEDOR LLEVA SU     ***
      *** REGIMEN DE RETENCION DE GANANCIAS E INGRESOS BRUTOS      ***
      *** (TABLA REGRET.IND, VER ABMREG) Y SU CONDICION EN CADA    ***
      *** IMPUESTO - Y EL RUBRO DE GASTO QUE TOMAN SUS FACTURAS    ***
      *** PARA EL PRESUPUESTO (TABLA RUBGTO.IND, VER ABMRUB)       ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMPROV.
       ENVIRONMENT DIVISION.
           RECORD KEY IS MPCLAVE
           FILE STATUS IS FSTMPV.

      *-- EL REGIMEN DE RETENCION TIENE QUE EXISTIR EN LA TABLA ----*
           SELECT REGIMENES ASSIGN TO DISK "REGRET.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RGCOD
           FILE STATUS IS FSTRGR.

      *-- EL RUBRO DE GASTO TIENE QUE EXISTIR EN LA TABLA ----------*
           SELECT RUBROS ASSIGN TO DISK "RUBGTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RBCOD
           FILE STATUS IS FSTRUB.

       DATA DIVISION.
       FILE SECTION.
        FD PROVEEDORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS R-PROV.

         COPY PROVEE.

        FD COMPROBANTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 126 CHARACTERS
           DATA RECORD IS R-MPV.

         COPY MOVPROV.

        FD REGIMENES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-RGR.

         COPY REGRET.

        FD RUBROS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-RUB.

         COPY RUBGTO.

       WORKING-STORAGE SECTION.
       77 FSTPRV              PIC XX.
       77 FSTMPV              PIC XX.
       77 FSTRGR              PIC XX.
       77 FSTRUB              PIC XX.
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
       77 ENT-CUIT            PIC 9(11).
       77 ENT-DOM             PIC X(30).
       77 ENT-TEL             PIC X(15).
       77 ENT-RGAN            PIC X(04).
       77 ENT-CGAN            PIC X.
       77 ENT-RIB             PIC X(04).
       77 ENT-CIB             PIC X.
       77 ENT-RUB             PIC 9(03).
      *-- VALIDACION DE UN REGIMEN CONTRA REGRET.IND ---------------*
       77 VAL-REG             PIC X(04).
       77 VAL-IMPU            PIC X.
       77 VAL-COND            PIC X.
       77 SW-REG              PIC X.
       77 SW-TABLA-REG        PIC X VALUE "N".
       77 SW-TABLA-RUB        PIC X VALUE "N".
       77 CANT-CARGADOS       PIC 9(04) VALUE 0.
      *-- VALIDACION DEL DIGITO VERIFICADOR DEL CUIT (PESOS --------*
      *-- 5432765432 SOBRE LOS PRIMEROS DIEZ DIGITOS, COMO EN ------*
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN I-O PROVEEDORES.
           OPEN INPUT REGIMENES.
           IF FSTRGR = "00"
              MOVE "S" TO SW-TABLA-REG
           END-IF.
           OPEN INPUT RUBROS.
           IF FSTRUB = "00"
              MOVE "S" TO SW-TABLA-RUB
           END-IF.

       PEDIR-CODIGO.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "MAESTRO DE PROVEEDORES" LINE 02 POSITION 29
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "CODIGO DE PROVEEDOR (0 = FIN): "
              LINE 04 POSITION 05.
           ACCEPT ENT-COD LINE 04 POSITION 37
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-COD IS NOT NUMERIC OR ENT-COD = 0
              GO TO FIN
           END-IF.
           MOVE ENT-CUIT TO PVCUIT.
           MOVE ENT-DOM TO PVDOM.
           MOVE ENT-TEL TO PVTEL.
           MOVE ENT-RGAN TO PVRGAN.
           MOVE ENT-CGAN TO PVCGAN.
           MOVE ENT-RIB TO PVRIB.
           MOVE ENT-CIB TO PVCIB.
           MOVE ENT-RUB TO PVRUB.
           WRITE R-PROV
              INVALID KEY REWRITE R-PROV
           END-WRITE.
           DISPLAY PVDOM LINE 08 POSITION 17.
           DISPLAY "TELEFONO : " LINE 09 POSITION 05.
           DISPLAY PVTEL LINE 09 POSITION 17.
           DISPLAY "RUBRO: " LINE 09 POSITION 40.
           DISPLAY PVRUB LINE 09 POSITION 47.
           DISPLAY "RET.GAN. : " LINE 10 POSITION 05.
           DISPLAY PVRGAN LINE 10 POSITION 17.
           DISPLAY PVCGAN LINE 10 POSITION 22.
           DISPLAY "RET.IIBB : " LINE 10 POSITION 30.
           DISPLAY PVRIB LINE 10 POSITION 42.
           DISPLAY PVCIB LINE 10 POSITION 47.
           DISPLAY "M=MODIFICA B=BAJA OTRA=VUELVE: "
              LINE 11 POSITION 05.
           ACCEPT OP-SN LINE 11 POSITION 37
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "M" OR OP-SN = "m"
              GO TO MODIFICAR-PROVEEDOR
           END-IF.
           MOVE ENT-CUIT TO PVCUIT.
           MOVE ENT-DOM TO PVDOM.
           MOVE ENT-TEL TO PVTEL.
           MOVE ENT-RGAN TO PVRGAN.
           MOVE ENT-CGAN TO PVCGAN.
           MOVE ENT-RIB TO PVRIB.
           MOVE ENT-CIB TO PVCIB.
           MOVE ENT-RUB TO PVRUB.
           REWRITE R-PROV
              INVALID KEY CONTINUE
           END-REWRITE.
              GO TO PEDIR-CODIGO
           END-IF.
           DISPLAY "CONFIRMA LA BAJA (S/N) ? " LINE 13 POSITION 05.
           ACCEPT OP-SN LINE 13 POSITION 31
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-CODIGO
           END-IF.

       PEDIR-DATOS.
           DISPLAY "NOMBRE   : " LINE 14 POSITION 05.
           ACCEPT ENT-NOM LINE 14 POSITION 17
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-NOM = SPACES
              DISPLAY "NOMBRE OBLIGATORIO - VERIFIQUE"
                 LINE 22 POSITION 05
              GO TO F-PEDIR-DATOS
           END-IF.
           DISPLAY "CUIT (0 = SIN CUIT): " LINE 15 POSITION 05.
           ACCEPT ENT-CUIT LINE 15 POSITION 27
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-CUIT IS NOT NUMERIC
              MOVE 0 TO ENT-CUIT
           END-IF.
              GO TO F-PEDIR-DATOS
           END-IF.
           DISPLAY "DOMICILIO: " LINE 16 POSITION 05.
           ACCEPT ENT-DOM LINE 16 POSITION 17
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "TELEFONO : " LINE 17 POSITION 05.
           ACCEPT ENT-TEL LINE 17 POSITION 17
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
      *-- RUBRO 0 = SIN RUBRO (NO ENTRA EN EL PRESUPUESTO) ---------*
           DISPLAY "RUBRO    : " LINE 18 POSITION 05.
           ACCEPT ENT-RUB LINE 18 POSITION 17
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           PERFORM VALIDAR-RUBRO THRU F-VALIDAR-RUBRO.
           IF SW-REG = "N"
              MOVE "N" TO OP-SN
              GO TO F-PEDIR-DATOS
           END-IF.
      *-- REGIMEN EN BLANCO = NO SE LE RETIENE ESE IMPUESTO; LA ----*
      *-- CONDICION ELIGE LA ALICUOTA (E = EXENTO, NO SE RETIENE) --*
           DISPLAY "COND.: I=INSCRIPTO N=NO INSCRIPTO E=EXENTO"
              LINE 18 POSITION 30 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           DISPLAY "RET.GAN. : " LINE 19 POSITION 05.
           ACCEPT ENT-RGAN LINE 19 POSITION 17
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "COND.: " LINE 19 POSITION 30.
           ACCEPT ENT-CGAN LINE 19 POSITION 37
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           MOVE ENT-RGAN TO VAL-REG.
           MOVE "G" TO VAL-IMPU.
           MOVE ENT-CGAN TO VAL-COND.
           PERFORM VALIDAR-REGIMEN THRU F-VALIDAR-REGIMEN.
           IF SW-REG = "N"
              MOVE "N" TO OP-SN
              GO TO F-PEDIR-DATOS
           END-IF.
           MOVE VAL-REG TO ENT-RGAN.
           MOVE VAL-COND TO ENT-CGAN.
           DISPLAY "RET.IIBB : " LINE 20 POSITION 05.
           ACCEPT ENT-RIB LINE 20 POSITION 17
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "COND.: " LINE 20 POSITION 30.
           ACCEPT ENT-CIB LINE 20 POSITION 37
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           MOVE ENT-RIB TO VAL-REG.
           MOVE "I" TO VAL-IMPU.
           MOVE ENT-CIB TO VAL-COND.
           PERFORM VALIDAR-REGIMEN THRU F-VALIDAR-REGIMEN.
           IF SW-REG = "N"
              MOVE "N" TO OP-SN
              GO TO F-PEDIR-DATOS
           END-IF.
           MOVE VAL-REG TO ENT-RIB.
           MOVE VAL-COND TO ENT-CIB.
           DISPLAY "CONFIRMA (S/N) ? " LINE 21 POSITION 05.
           ACCEPT OP-SN LINE 21 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
       F-PEDIR-DATOS.
           EXIT.

      *-- EL REGIMEN TIENE QUE EXISTIR Y SER DEL IMPUESTO PEDIDO; --*
      *-- SIN CONDICION VALIDA SE TOMA INSCRIPTO -------------------*
       VALIDAR-REGIMEN.
           MOVE "S" TO SW-REG.
           INSPECT VAL-REG CONVERTING "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT VAL-COND CONVERTING "ine" TO "INE".
           IF VAL-COND NOT = "I" AND VAL-COND NOT = "N" AND
              VAL-COND NOT = "E"
              MOVE "I" TO VAL-COND
           END-IF.
           IF VAL-REG = SPACES
              GO TO F-VALIDAR-REGIMEN
           END-IF.
           IF SW-TABLA-REG = "N"
              MOVE "N" TO SW-REG
              DISPLAY "SIN TABLA DE REGIMENES - CARGUELA CON ABMREG"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-VALIDAR-REGIMEN
           END-IF.
           MOVE VAL-REG TO RGCOD.
           READ REGIMENES KEY IS RGCOD
              INVALID KEY MOVE "N" TO SW-REG
              NOT INVALID KEY
                 IF RGIMPU NOT = VAL-IMPU
                    MOVE "N" TO SW-REG
                 END-IF
           END-READ.
           IF SW-REG = "N"
              DISPLAY "REGIMEN INEXISTENTE O DE OTRO IMPUESTO (ABMREG)"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
       F-VALIDAR-REGIMEN.
           EXIT.

       VALIDAR-RUBRO.
           MOVE "S" TO SW-REG.
           IF ENT-RUB IS NOT NUMERIC
              MOVE 0 TO ENT-RUB
           END-IF.
           IF ENT-RUB = 0
              GO TO F-VALIDAR-RUBRO
           END-IF.
           IF SW-TABLA-RUB = "N"
              MOVE "N" TO SW-REG
              DISPLAY "SIN TABLA DE RUBROS - CARGUELA CON ABMRUB"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-VALIDAR-RUBRO
           END-IF.
           MOVE ENT-RUB TO RBCOD.
           READ RUBROS KEY IS RBCOD
              INVALID KEY MOVE "N" TO SW-REG
           END-READ.
           IF SW-REG = "N"
              DISPLAY "RUBRO DE GASTO INEXISTENTE (ABMRUB)"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
       F-VALIDAR-RUBRO.
           EXIT.

      *-- DIGITO VERIFICADOR REAL DEL CUIT: SUMA PONDERADA DE LOS --*
      *-- PRIMEROS DIEZ DIGITOS, 11 MENOS EL RESTO MODULO 11 -------*
      *-- (11 -> 0, 10 NO EXISTE) - CUIT 0 = SIN CUIT, SE ACEPTA ---*
       F-VERIFICAR-COMPROBANTES.
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
           GO TO PEDIR-CODIGO.
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
           DISPLAY "ABMPROV: PROVEEDORES GRABADOS = " CANT-CARGADOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE PROVEEDORES.
           IF SW-TABLA-REG = "S"
              CLOSE REGIMENES
           END-IF.
           IF SW-TABLA-RUB = "S"
              CLOSE RUBROS
           END-IF.
           EXIT PROGRAM.
