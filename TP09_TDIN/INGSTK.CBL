      *** INGSTK - INGRESO DE MERCADERIA POR COMPRA                ***
      *** CONTRA UNA FACTURA DE PROVEEDOR YA CARGADA EN            ***
      *** MOVPROV.IND (VER CARGAPRV), QUE SE BUSCA POR PROVEEDOR Y ***
      *** NUMERO DE COMPROBANTE: POR CADA RENGLON (ARTICULO,       ***
      *** CANTIDAD Y COSTO UNITARIO) SUMA EL STOCK DE LA SUCURSAL  ***
      *** EN STOCK.IND, DEJA EL COSTO COMO ULTIMO COSTO DEL        ***
      *** ARTICULO Y GRABA EL MOVIMIENTO EN MOVSTK.IND CON LA      ***
      *** CLAVE DE LA FACTURA DEL PROVEEDOR - SI LA FACTURA YA     ***
      *** TIENE INGRESOS (ENTREGA PARCIAL) LO AVISA Y PIDE         ***
      *** CONFIRMACION                                             ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGSTK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVEEDORES ASSIGN TO DISK "PROVEE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCOD
           ALTERNATE RECORD KEY IS PVNOM DUPLICATES
           FILE STATUS IS FSTPRV.

           SELECT COMPROBANTES ASSIGN TO DISK "MOVPROV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MPCLAVE
           FILE STATUS IS FSTMPV.

           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

           SELECT ARTICULOS ASSIGN TO DISK "ARTICULO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ATCOD
           FILE STATUS IS FSTART.

           SELECT STOCK ASSIGN TO DISK "STOCK.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SKCLAVE
           FILE STATUS IS FSTSTK.

           SELECT MOVSTOCK ASSIGN TO DISK "MOVSTK.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MKCLAVE
           FILE STATUS IS FSTMSK.

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

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

        FD ARTICULOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-ART.

         COPY ARTICULO.

        FD STOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS R-STK.

         COPY STOCK.

        FD MOVSTOCK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS R-MSK.

         COPY MOVSTK.

       WORKING-STORAGE SECTION.
       77 FSTPRV              PIC XX.
       77 FSTMPV              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTART              PIC XX.
       77 FSTSTK              PIC XX.
       77 FSTMSK              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 L                   PIC 99 VALUE 0.
       77 WOPE                PIC X(03).
       77 BLANCOS             PIC X(79) VALUE SPACES.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
       77 SW-FIN              PIC X.
       77 SW-HALLADA          PIC X.
       77 SW-YA-INGRESADA     PIC X.
       77 SW-FIN-MSK          PIC X.
       77 ENT-PROV            PIC 9(05).
       77 ENT-COMP            PIC X(12).
       77 ENT-SUC             PIC 9(3).
       77 ENT-ART             PIC 9(06).
       77 ENT-CANT            PIC 9(06).
       77 ENT-COS             PIC 9(05)V99.
       77 WSEC-MSK            PIC 9(03).
      *-- LA FACTURA DEL PROVEEDOR QUE RESPALDA EL INGRESO ---------*
       01 WCOMP.
          02 WCOMP-PROV       PIC 9(05).
          02 WCOMP-FECHA      PIC 9(8).
          02 WCOMP-SEC        PIC 9(03).
       77 COS-ED              PIC ZZ.ZZ9,99.
       77 CANT-ED             PIC ZZZ.ZZ9.
       77 CANT-RENGLONES      PIC 9(05) VALUE 0.
       77 CANT-UNIDADES       PIC 9(07) VALUE 0.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       INICIO.
      *-- EL INGRESO QUEDA FIRMADO POR EL OPERADOR DEL LOGON -------*
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "INGSTK: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE QS-OPER TO WOPE.
           OPEN INPUT PROVEEDORES.
           IF FSTPRV NOT = "00"
              DISPLAY "INGSTK: PROVEE.IND NO ENCONTRADO (FST="
                 FSTPRV ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT COMPROBANTES.
           IF FSTMPV NOT = "00"
              DISPLAY "INGSTK: MOVPROV.IND NO ENCONTRADO - CARGUE LA "
                 "FACTURA (CARGAPRV)"
              CLOSE PROVEEDORES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN I-O ARTICULOS.
           IF FSTART NOT = "00"
              DISPLAY "INGSTK: ARTICULO.IND NO ENCONTRADO - CARGUE "
                 "ARTICULOS (ABMART)"
              CLOSE PROVEEDORES COMPROBANTES
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAESUC.
           OPEN I-O STOCK.
           IF FSTSTK NOT = "00"
              OPEN OUTPUT STOCK
              CLOSE STOCK
              OPEN I-O STOCK
           END-IF.
           OPEN I-O MOVSTOCK.
           IF FSTMSK NOT = "00"
              OPEN OUTPUT MOVSTOCK
              CLOSE MOVSTOCK
              OPEN I-O MOVSTOCK
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-FACTURA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "INGRESO DE MERCADERIA POR COMPRA" LINE 02
              POSITION 24 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "PROVEEDOR (0 = FIN): " LINE 04 POSITION 05.
           ACCEPT ENT-PROV LINE 04 POSITION 27.
           IF ENT-PROV IS NOT NUMERIC
              MOVE 0 TO ENT-PROV
           END-IF.
           IF ENT-PROV = 0
              GO TO FIN
           END-IF.
           MOVE ENT-PROV TO PVCOD.
           READ PROVEEDORES KEY IS PVCOD
              INVALID KEY
                 DISPLAY "PROVEEDOR INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-FACTURA
           END-READ.
           DISPLAY PVNOM LINE 04 POSITION 35.
           DISPLAY "NUMERO DE SU FACTURA: " LINE 05 POSITION 05.
           ACCEPT ENT-COMP LINE 05 POSITION 28.
           IF ENT-COMP = SPACES
              GO TO PEDIR-FACTURA
           END-IF.
           PERFORM BUSCAR-FACTURA THRU F-BUSCAR-FACTURA.
           IF SW-HALLADA = "N"
              DISPLAY "FACTURA NO CARGADA PARA ESTE PROVEEDOR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY "(CARGUELA ANTES CON CARGAPRV)"
                 LINE 23 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-FACTURA
           END-IF.
           DISPLAY "FECHA DE CARGA: " LINE 06 POSITION 05.
           DISPLAY MPFECHA LINE 06 POSITION 21.
           PERFORM VERIFICAR-INGRESADA THRU F-VERIFICAR-INGRESADA.
           IF SW-YA-INGRESADA = "S"
              DISPLAY "ESA FACTURA YA TIENE MERCADERIA INGRESADA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              DISPLAY "CONTINUA (ENTREGA PARCIAL) (S/N) ? "
                 LINE 23 POSITION 05
              ACCEPT OP-SN LINE 23 POSITION 41
              IF OP-SN NOT = "S" AND OP-SN NOT = "s"
                 GO TO PEDIR-FACTURA
              END-IF
              DISPLAY BLANCOS LINE 22 POSITION 01
              DISPLAY BLANCOS LINE 23 POSITION 01
           END-IF.
      *-- LA MERCADERIA ENTRA EN LA SUCURSAL DE LA FACTURA, SALVO --*
      *-- QUE SE INDIQUE OTRA --------------------------------------*
           DISPLAY "SUCURSAL QUE RECIBE (0 = LA DE LA FACTURA): "
              LINE 07 POSITION 05.
           ACCEPT ENT-SUC LINE 07 POSITION 50.
           IF ENT-SUC IS NOT NUMERIC OR ENT-SUC = 0
              MOVE MPSUC TO ENT-SUC
           END-IF.
           MOVE ENT-SUC TO MSUC.
           READ MAESUC KEY IS MSUC
              INVALID KEY
                 DISPLAY "SUCURSAL INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO PEDIR-FACTURA
           END-READ.
           DISPLAY MDSUC LINE 07 POSITION 55.
           DISPLAY "ARTICULO (0 = FIN) / CANTIDAD / COSTO UNITARIO"
              LINE 09 POSITION 05.
           MOVE 9 TO L.
           MOVE "N" TO SW-FIN.
           PERFORM PEDIR-RENGLON THRU F-PEDIR-RENGLON
              UNTIL SW-FIN = "S".
           GO TO PEDIR-FACTURA.

       PEDIR-RENGLON.
           MOVE 0 TO ENT-ART ENT-CANT ENT-COS.
           ADD 1 TO L.
           IF L > 20
              MOVE 10 TO L
              PERFORM BORRAR-LINEA THRU F-BORRAR-LINEA UNTIL L > 20
              MOVE 10 TO L
           END-IF.
           DISPLAY "ART: " LINE L POSITION 05.
           ACCEPT ENT-ART LINE L POSITION 10.
           IF ENT-ART IS NOT NUMERIC
              MOVE 0 TO ENT-ART
           END-IF.
           IF ENT-ART = 0
              MOVE "S" TO SW-FIN
              GO TO F-PEDIR-RENGLON
           END-IF.
           MOVE ENT-ART TO ATCOD.
           READ ARTICULOS KEY IS ATCOD
              INVALID KEY
                 DISPLAY "ARTICULO INEXISTENTE - RENGLON DESCARTADO"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 SUBTRACT 1 FROM L
                 GO TO F-PEDIR-RENGLON
           END-READ.
           DISPLAY ATDES LINE L POSITION 17.
           DISPLAY "CANT: " LINE L POSITION 48.
           ACCEPT ENT-CANT LINE L POSITION 54.
           IF ENT-CANT IS NOT NUMERIC OR ENT-CANT = 0
              DISPLAY "CANTIDAD INVALIDA - RENGLON DESCARTADO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              SUBTRACT 1 FROM L
              GO TO F-PEDIR-RENGLON
           END-IF.
      *-- EL COSTO PROPUESTO ES EL DE LA ULTIMA COMPRA -------------*
           MOVE ATCOS TO COS-ED.
           DISPLAY COS-ED LINE L POSITION 70.
           DISPLAY "COSTO: " LINE L POSITION 61.
           ACCEPT ENT-COS LINE L POSITION 68.
           IF ENT-COS IS NOT NUMERIC OR ENT-COS = 0
              MOVE ATCOS TO ENT-COS
           END-IF.
           IF ENT-COS = 0
              DISPLAY "SIN COSTO UNITARIO - RENGLON DESCARTADO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              SUBTRACT 1 FROM L
              GO TO F-PEDIR-RENGLON
           END-IF.
           PERFORM SUMAR-STOCK.
           PERFORM GRABAR-MOVSTK.
           MOVE ENT-COS TO ATCOS.
           REWRITE R-ART
              INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO CANT-RENGLONES.
           ADD ENT-CANT TO CANT-UNIDADES.
           DISPLAY BLANCOS LINE 22 POSITION 01.
       F-PEDIR-RENGLON.
           EXIT.

      *-- LAS FACTURAS DEL PROVEEDOR SE RECORREN DESDE LA MAS -----*
      *-- VIEJA HASTA DAR CON EL NUMERO DE COMPROBANTE -------------*
       BUSCAR-FACTURA.
           MOVE "N" TO SW-HALLADA.
           MOVE "N" TO SW-FIN.
           MOVE ENT-PROV TO MPPROV.
           MOVE 0 TO MPAA MPMM MPDD MPSEC.
           START COMPROBANTES KEY IS NOT LESS THAN MPCLAVE
              INVALID KEY GO TO F-BUSCAR-FACTURA
           END-START.
           PERFORM MIRAR-COMPROBANTE THRU F-MIRAR-COMPROBANTE
              UNTIL SW-FIN = "S".
       F-BUSCAR-FACTURA.
           EXIT.

       MIRAR-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MIRAR-COMPROBANTE
           END-IF.
           IF MPPROV NOT = ENT-PROV
              MOVE "S" TO SW-FIN
              GO TO F-MIRAR-COMPROBANTE
           END-IF.
           IF PRV-FACTURA AND MPCOMP = ENT-COMP
              MOVE "S" TO SW-HALLADA
              MOVE "S" TO SW-FIN
              MOVE MPPROV TO WCOMP-PROV
              MOVE MPFECHA TO WCOMP-FECHA
              MOVE MPSEC TO WCOMP-SEC
           END-IF.
       F-MIRAR-COMPROBANTE.
           EXIT.

      *-- UNA FACTURA YA INGRESADA TIENE MOVIMIENTOS DE COMPRA CON -*
      *-- SU CLAVE EN MOVSTK.IND -----------------------------------*
       VERIFICAR-INGRESADA.
           MOVE "N" TO SW-YA-INGRESADA.
           MOVE "N" TO SW-FIN-MSK.
           MOVE LOW-VALUES TO MKCLAVE.
           START MOVSTOCK KEY IS NOT LESS THAN MKCLAVE
              INVALID KEY GO TO F-VERIFICAR-INGRESADA
           END-START.
           PERFORM MIRAR-MOVSTK THRU F-MIRAR-MOVSTK
              UNTIL SW-FIN-MSK = "S".
       F-VERIFICAR-INGRESADA.
           EXIT.

       MIRAR-MOVSTK.
           READ MOVSTOCK NEXT RECORD AT END MOVE "S" TO SW-FIN-MSK.
           IF SW-FIN-MSK = "N"
              IF STK-COMPRA AND MKCOMP = WCOMP
                 MOVE "S" TO SW-YA-INGRESADA
                 MOVE "S" TO SW-FIN-MSK
              END-IF
           END-IF.
       F-MIRAR-MOVSTK.
           EXIT.

       SUMAR-STOCK.
           MOVE ENT-ART TO SKART.
           MOVE ENT-SUC TO SKSUC.
           READ STOCK KEY IS SKCLAVE
              INVALID KEY
                 MOVE ENT-CANT TO SKCANT
                 WRITE R-STK
                    INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 ADD ENT-CANT TO SKCANT
                 REWRITE R-STK
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.

       GRABAR-MOVSTK.
           MOVE 0 TO WSEC-MSK.
           MOVE "N" TO SW-FIN-MSK.
           MOVE ENT-ART TO MKART.
           MOVE WFECHA-HOY TO MKFECHA.
           MOVE 0 TO MKSEC.
           START MOVSTOCK KEY IS NOT LESS THAN MKCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-MSK
           END-START.
           PERFORM BUSCAR-ULTIMA-MSK THRU F-BUSCAR-ULTIMA-MSK
              UNTIL SW-FIN-MSK = "S".
           MOVE ENT-ART TO MKART.
           MOVE WFECHA-HOY TO MKFECHA.
           COMPUTE MKSEC = WSEC-MSK + 1.
           MOVE ENT-SUC TO MKSUC.
           MOVE "C" TO MKTIP.
           MOVE ENT-CANT TO MKCANT.
           MOVE ENT-COS TO MKCOS.
           MOVE 0 TO MKFAC.
           MOVE WCOMP TO MKCOMP.
           MOVE WOPE TO MKOPE.
           MOVE SPACES TO MKMOT.
           WRITE R-MSK
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR MOVIMIENTO (FST=" FSTMSK ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-WRITE.

       BUSCAR-ULTIMA-MSK.
           READ MOVSTOCK NEXT RECORD
              AT END MOVE "S" TO SW-FIN-MSK
           END-READ.
           IF SW-FIN-MSK = "N"
              IF MKART = ENT-ART AND MKFECHA = WFECHA-HOY
                 MOVE MKSEC TO WSEC-MSK
              ELSE
                 MOVE "S" TO SW-FIN-MSK
              END-IF
           END-IF.
       F-BUSCAR-ULTIMA-MSK.
           EXIT.

       BORRAR-LINEA.
           DISPLAY BLANCOS LINE L POSITION 01.
           ADD 1 TO L.
       F-BORRAR-LINEA.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           MOVE CANT-RENGLONES TO CANT-ED.
           DISPLAY "INGSTK: RENGLONES INGRESADOS = " LINE 22
              POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 22 POSITION 36.
           MOVE CANT-UNIDADES TO CANT-ED.
           DISPLAY "UNIDADES = " LINE 23 POSITION 05
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 23 POSITION 16.
           PERFORM PULSAR-TECLA.
           CLOSE PROVEEDORES COMPROBANTES MAESUC ARTICULOS STOCK
                 MOVSTOCK.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
