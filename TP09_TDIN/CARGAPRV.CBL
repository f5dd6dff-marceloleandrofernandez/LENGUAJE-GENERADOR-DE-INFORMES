      *** EL OPERADOR DEL LOGON Y LA CAJA DIARIA LO RESTA DEL      ***
      *** EFECTIVO - EL PROVEEDOR SE VALIDA CONTRA PROVEE.IND      ***
      *** (PROVEEDOR 0 SOLO PARA EGRESOS: GASTOS VARIOS CON VALE)  ***
      *** LA FACTURA RECIBIDA LLEVA SU TIPO DE COMPROBANTE Y, SI   ***
      *** ES "A", EL NETO GRAVADO E IVA POR ALICUOTA, NO GRAVADO Y ***
      *** PERCEPCIONES PARA EL LIBRO IVA COMPRAS (VER LIBIVAC)     ***
      *** CUENTA CORRIENTE POR PARTIDAS: LA FACTURA LLEVA SU       ***
      *** VENCIMIENTO (PLAZO PLAZOPRV POR DEFECTO) Y CADA ORDEN DE ***
      *** PAGO O NOTA DE CREDITO SE IMPUTA CONTRA LAS FACTURAS     ***
      *** ABIERTAS DEL PROVEEDOR, COMO EL RECIBO EN COBRAR: LO QUE ***
      *** NO SE ELIGE CANCELA LAS MAS VIEJAS Y LO QUE SOBRA QUEDA  ***
      *** A CUENTA - CADA IMPUTACION QUEDA EN IMPPRV.IND           ***
      *** RETENCIONES: LA ORDEN DE PAGO A UN PROVEEDOR CON REGIMEN ***
      *** DE GANANCIAS O INGRESOS BRUTOS (VER ABMPROV/ABMREG)      ***
      *** CALCULA LO RETENIDO CON LA ALICUOTA DE SU CONDICION Y EL ***
      *** MINIMO NO IMPONIBLE (EN GANANCIAS SOBRE LO PAGADO EN EL  ***
      *** MES), CANCELA FACTURAS POR EL TOTAL Y SE PAGA EL NETO -  ***
      *** CADA RETENCION QUEDA EN RETPRV.IND Y SU CERTIFICADO,     ***
      *** NUMERADO CON EL TALONARIO CERTRET.CTL, SALE POR EL SPOOL ***
      *** MEDIO DE PAGO: LA ORDEN SE PAGA EN EFECTIVO O CON CHEQUE ***
      *** PROPIO (AL DIA O DIFERIDO) DE UNA CUENTA DE CTABCO.IND:  ***
      *** EL CHEQUE TOMA EL PROXIMO NUMERO DE LA CHEQUERA Y QUEDA  ***
      *** EMITIDO EN CHEQPRO.IND POR EL NETO (VER CHEQPROP) - O    ***
      *** CON CHEQUES DE TERCEROS EN CARTERA (CHEQUES.IND), QUE    ***
      *** QUEDAN ENDOSADOS AL PROVEEDOR CON LA ORDEN QUE LOS       ***
      *** RECIBIO; LO QUE NO CUBREN LOS CHEQUES VA EN EFECTIVO     ***
      *** RUBRO DE GASTO (RUBGTO.IND, PARA EL PRESUPUESTO): LA     ***
      *** FACTURA TOMA EL DEL PROVEEDOR Y EL EGRESO DE CAJA PIDE   ***
      *** EL SUYO, PROPONIENDO EL DEL PROVEEDOR                    ***
      *** ADELANTOS Y PRESTAMOS AL PERSONAL: EL EGRESO A GASTOS    ***
      *** VARIOS PIDE EL LEGAJO Y ENTREGA EL AUTORIZADO POR        ***
      *** ABMADEL (VALE "A"+LEGAJO+SECUENCIA, POR SU IMPORTE);     ***
      *** QUEDA VIGENTE EN ADELANTO.IND PARA QUE LIQUIDA DESCUENTE ***
      *** LAS CUOTAS - EL EGRESO LLEVA MPCTIPO "ADL" PARA EL       ***
      *** DIARIO                                                   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAPRV.
       ENVIRONMENT DIVISION.
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

      *-- QUE FACTURA CANCELO CADA PAGO (VER RESPRV) ---------------*
           SELECT IMPUTACIONES ASSIGN TO DISK "IMPPRV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IPCLAVE
           ALTERNATE RECORD KEY IS IPFACT DUPLICATES
           FILE STATUS IS FSTIPV.

      *-- REGIMENES DE RETENCION (VER ABMREG) Y RETENCIONES -------*
      *-- PRACTICADAS, UNA POR CERTIFICADO (VER LISRET) ------------*
           SELECT REGIMENES ASSIGN TO DISK "REGRET.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RGCOD
           FILE STATUS IS FSTRGR.

           SELECT RETENCIONES ASSIGN TO DISK "RETPRV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RPNRO
           ALTERNATE RECORD KEY IS RPPAGO DUPLICATES
           FILE STATUS IS FSTRPV.

      *-- TALONARIO: PROXIMO NUMERO DE CERTIFICADO - SE REGRABA ----*
      *-- APENAS SE TOMA UN NUMERO, PARA QUE UN CORTE NO LO REPITA -*
           SELECT TALONARIO ASSIGN TO DISK "CERTRET.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTTAL.

      *-- EL CERTIFICADO SALE AL SPOOL (VER TOMASPL/VERSPOOL) ------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

      *-- CUENTAS BANCARIAS PROPIAS (VER ABMBCO) Y CHEQUES --------*
      *-- EMITIDOS CONTRA ELLAS (VER CHEQPROP) ---------------------*
           SELECT CUENTAS ASSIGN TO DISK "CTABCO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CBCOD
           FILE STATUS IS FSTCTB.

           SELECT CHEQUES-PROPIOS ASSIGN TO DISK "CHEQPRO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPCLAVE
           ALTERNATE RECORD KEY IS CPPAGO DUPLICATES
           FILE STATUS IS FSTCHP.

      *-- CARTERA DE CHEQUES DE TERCEROS (VER COBRAR): LOS QUE SE --*
      *-- ENTREGAN EN LA ORDEN QUEDAN ENDOSADOS AL PROVEEDOR -------*
           SELECT CHEQUES ASSIGN TO DISK "CHEQUES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHCLAVE
           ALTERNATE RECORD KEY IS CHPAGO DUPLICATES
           FILE STATUS IS FSTCHQ.

      *-- RUBROS DE GASTO PARA EL PRESUPUESTO (VER ABMRUB) ---------*
           SELECT RUBROS ASSIGN TO DISK "RUBGTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RBCOD
           FILE STATUS IS FSTRUB.

      *-- ADELANTOS Y PRESTAMOS AUTORIZADOS (VER ABMADEL) ----------*
           SELECT ADELANTOS ASSIGN TO DISK "ADELANTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ADCLAVE
           FILE STATUS IS FSTADL.

      *-- SESIONES DE CAJA (VER CAJASES): EL EGRESO SOLO SALE ------*
      *-- DE UNA CAJA ABIERTA --------------------------------------*
           SELECT CAJAS ASSIGN TO DISK "CAJACTL.IND"
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

        FD IMPUTACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-IPV.

         COPY IMPPRV.

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS

         COPY CAJACTL.

        FD REGIMENES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-RGR.

         COPY REGRET.

        FD RETENCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS R-RPV.

         COPY RETPRV.

        FD CUENTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 99 CHARACTERS
           DATA RECORD IS R-CTB.

         COPY CTABCO.

        FD CHEQUES-PROPIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-CHP.

         COPY CHEQPRO.

        FD CHEQUES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS R-CHQ.

         COPY CHEQUES.

        FD RUBROS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-RUB.

         COPY RUBGTO.

        FD ADELANTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 98 CHARACTERS
           DATA RECORD IS R-ADL.

         COPY ADELANTO.

        FD TALONARIO
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS R-TAL.

         01 R-TAL.
            02 TAL-PROX  PIC 9(08).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTPRV              PIC XX.
       77 FSTMPV              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTCAJ              PIC XX.
       77 FSTIPV              PIC XX.
       77 FSTRGR              PIC XX.
       77 FSTRPV              PIC XX.
       77 FSTTAL              PIC XX.
       77 FSTSPL              PIC XX.
       77 FSTCTB              PIC XX.
       77 FSTCHP              PIC XX.
       77 FSTCHQ              PIC XX.
       77 FSTRUB              PIC XX.
       77 FSTADL              PIC XX.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
       77 ENT-PROV            PIC 9(05).
       77 ENT-COMP            PIC X(12).
       77 ENT-IMP             PIC 9(05)V99.
      *-- DESGLOSE FISCAL DE LA FACTURA RECIBIDA --------------------*
       77 ENT-CTIPO           PIC X(03).
       77 ENT-NG21            PIC 9(05)V99.
       77 ENT-IVA21           PIC 9(05)V99.
       77 ENT-NG105           PIC 9(05)V99.
       77 ENT-IVA105          PIC 9(05)V99.
       77 ENT-NG27            PIC 9(05)V99.
       77 ENT-IVA27           PIC 9(05)V99.
       77 ENT-NOGR            PIC 9(05)V99.
       77 ENT-PERIVA          PIC 9(05)V99.
       77 ENT-PERIB           PIC 9(05)V99.
       77 WTOT-FISCAL         PIC 9(06)V99.
       77 SW-FISCAL           PIC X.
       77 LINEA-BLANCA        PIC X(60) VALUE SPACES.
      *-- VENCIMIENTO DE LA FACTURA: HOY MAS EL PLAZO DE -----------*
      *-- PROVEEDORES (PARAMETRO PLAZOPRV), CORRIDO A HABIL --------*
       77 ENT-VTO             PIC 9(8).
       77 VTO-LIN             PIC 99.
       77 VTO-BASE            PIC 9(8).
       77 VTO-PLAZO           PIC 9(3) VALUE 30.
       77 VTO-RESULT          PIC 9(8).
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
       77 SW-GRABADO          PIC X.
      *-- FACTURAS ABIERTAS DEL PROVEEDOR (MPSDO > 0), PARA --------*
      *-- IMPUTAR EL PAGO FACTURA POR FACTURA ----------------------*
       77 L                   PIC 99 VALUE 0.
       77 PAR-CANT            PIC 9(03) VALUE 0.
       77 PAR-POS             PIC 9(03) VALUE 0.
       01 TABLA-PARTIDAS.
          02 TPAR-ELEM OCCURS 200 TIMES.
             03 TPAR-CLAVE    PIC X(16).
             03 TPAR-COMP     PIC X(12).
             03 TPAR-VTO      PIC 9(08).
             03 TPAR-SDO      PIC 9(05)V99.
             03 TPAR-ORIG     PIC 9(05)V99.
       77 WCLAVE-PAGO         PIC X(16).
       77 IPSEC-ULT           PIC 9(03) VALUE 0.
       77 REST-IMP            PIC 9(05)V99 VALUE 0.
       77 ENT-IMPU            PIC 9(05)V99.
       77 IMPUTA              PIC 9(05)V99.
       77 SDO-PAR-ED          PIC ZZ.ZZ9,99.
      *-- RETENCIONES DE LA ORDEN DE PAGO: REGIMEN Y CONDICION ----*
      *-- DEL PROVEEDOR, Y LO CALCULADO PARA CADA IMPUESTO ---------*
       77 SW-TABLA-REG        PIC X VALUE "N".
       77 SW-FIN-RET          PIC X.
       77 WRGAN               PIC X(04).
       77 WCGAN               PIC X.
       77 WRIB                PIC X(04).
       77 WCIB                PIC X.
       77 WCUIT-PROV          PIC 9(11).
       77 PAG-MES             PIC 9(09)V99.
       77 RET-MES             PIC 9(07)V99.
       77 WRET                PIC S9(09)V99.
       77 NETO-PAGO           PIC 9(05)V99.
       77 WNRO-CERT           PIC 9(08).
       77 WIMPU-BUS           PIC X.
       77 WREG-BUS            PIC X(04).
       77 WCOND-CERT          PIC X.
       77 RET-ED              PIC ZZ.ZZ9,99.
      *-- MEDIO DE PAGO DE LA ORDEN: 1 EFECTIVO, 2 CHEQUE PROPIO, --*
      *-- 3 CHEQUES DE TERCEROS (Y EL RESTO EN EFECTIVO) -----------*
       77 SW-TABLA-CTB        PIC X VALUE "N".
       77 ENT-MEDIO           PIC 9.
       77 ENT-CTAB            PIC 9(02).
       77 ENT-FPAGO           PIC 9(08).
       77 WNRO-CHEQ           PIC 9(08).
       77 CONF-LIN            PIC 99.
       77 SW-CARTERA          PIC X VALUE "N".
       77 SW-FIN-END          PIC X.
       77 SW-REPETIDO         PIC X.
       77 ENT-BCO             PIC 9(3).
       77 ENT-CHNRO           PIC 9(8).
       77 END-CANT            PIC 99 VALUE 0.
       77 END-POS             PIC 99.
       77 END-TOT             PIC 9(06)V99 VALUE 0.
       77 END-RESTO           PIC 9(06)V99 VALUE 0.
      *-- LOS QUE REALMENTE QUEDARON ENDOSADOS AL GRABAR LA ORDEN -*
       77 END-OK              PIC 99 VALUE 0.
       77 END-OK-TOT          PIC 9(06)V99 VALUE 0.
       77 CANT-ED             PIC Z9.
      *-- RUBRO DE GASTO: EL DEL PROVEEDOR Y EL DEL EGRESO ---------*
       77 SW-TABLA-RUB        PIC X VALUE "N".
      *-- EGRESO QUE ENTREGA UN ADELANTO O PRESTAMO AL PERSONAL: --*
      *-- SW-ADL "S" = ENTREGA, "N" = GASTO COMUN, "E" = NO VA ----*
       77 SW-TABLA-ADL        PIC X VALUE "N".
       77 SW-ADL              PIC X.
       77 SW-FIN-ADL          PIC X.
       77 ENT-LEG-ADL         PIC 9(08).
       77 WCLAVE-ADL          PIC X(11).
       77 WRUB-PROV           PIC 9(03).
       77 ENT-RUB             PIC 9(03).
       01 TABLA-ENDOSOS.
          02 TEND-ELEM OCCURS 10 TIMES.
             03 TEND-BCO      PIC 9(3).
             03 TEND-NRO      PIC 9(8).
             03 TEND-IMP      PIC 9(05)V99.
       01 CALCULO-GAN.
          02 GAN-ACUM         PIC 9(09)V99.
          02 GAN-MNI          PIC 9(07)V99.
          02 GAN-BASE         PIC 9(09)V99.
          02 GAN-ALIC         PIC 9(02)V99.
          02 GAN-RETANT       PIC 9(07)V99.
          02 GAN-RET          PIC 9(07)V99.
       01 CALCULO-IB.
          02 IB-ACUM          PIC 9(09)V99.
          02 IB-MNI           PIC 9(07)V99.
          02 IB-BASE          PIC 9(09)V99.
          02 IB-ALIC          PIC 9(02)V99.
          02 IB-RETANT        PIC 9(07)V99.
          02 IB-RET           PIC 9(07)V99.
      *-- EL CALCULO DEL IMPUESTO QUE SE CERTIFICA -----------------*
       01 CALCULO-CERT.
          02 CER-ACUM         PIC 9(09)V99.
          02 CER-MNI          PIC 9(07)V99.
          02 CER-BASE         PIC 9(09)V99.
          02 CER-ALIC         PIC 9(02)V99.
          02 CER-RETANT       PIC 9(07)V99.
          02 CER-RET          PIC 9(07)V99.
      *-- PRIMERA CLAVE DEL MES DEL PROVEEDOR (MPCLAVE/RPPAGO) -----*
       01 WCLAVE-MES.
          02 WCM-PROV         PIC 9(05).
          02 WCM-AA           PIC 9(04).
          02 WCM-MM           PIC 9(02).
          02 WCM-DD           PIC 9(02).
          02 WCM-SEC          PIC 9(03).
      *-- SPOOL DEL CERTIFICADO (VER TOMASPL) ----------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "CARGAPRV".
       77 SPL-CLASE           PIC 9 VALUE 0.
       77 WSEC-ULT            PIC 9(03).
       77 WOPE                PIC X(03).
       77 WSUC                PIC 9(3).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

      *-- RENGLONES DEL CERTIFICADO DE RETENCION -------------------*
       01 CERT-CABECERA.
          02 FILLER    PIC X(29) VALUE "CERTIFICADO DE RETENCION NRO".
          02 CE-NRO    PIC 9(08).
          02 FILLER    PIC X(13) VALUE SPACES.
          02 CE-DD     PIC 99/.
          02 CE-MM     PIC 99/.
          02 CE-AA     PIC 9(4).

       01 CERT-REGIMEN.
          02 FILLER    PIC X(10) VALUE "IMPUESTO: ".
          02 CE-IMPU   PIC X(16).
          02 FILLER    PIC X(09) VALUE "REGIMEN: ".
          02 CE-REG    PIC X(04).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CE-RDESC  PIC X(30).

       01 CERT-SUJETO.
          02 FILLER    PIC X(17) VALUE "SUJETO RETENIDO: ".
          02 CE-PROV   PIC 9(05).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CE-NOM    PIC X(30).
          02 FILLER    PIC X(07) VALUE " CUIT: ".
          02 CE-CUIT   PIC 9(11).

       01 CERT-ORDEN.
          02 FILLER    PIC X(15) VALUE "ORDEN DE PAGO: ".
          02 CE-COMP   PIC X(12).
          02 FILLER    PIC X(14) VALUE "  CONDICION: ".
          02 CE-COND   PIC X(14).

       01 CERT-RENGLON.
          02 CE-LEY    PIC X(30).
          02 CE-IMP    PIC ZZZ.ZZZ.ZZ9,99.

       01 CERT-PIE.
          02 FILLER    PIC X(10) VALUE "SUCURSAL: ".
          02 CE-SUC    PIC 9(03).
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "OPERADOR: ".
          02 CE-OPE    PIC X(03).

       01 CERT-RAYA.
          02 FILLER    PIC X(60) VALUE ALL "=".

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
           END-IF.
           OPEN I-O COMPROBANTES.
           OPEN INPUT MAESUC.
           OPEN I-O IMPUTACIONES.
           IF FSTIPV NOT = "00"
              OPEN OUTPUT IMPUTACIONES
              CLOSE IMPUTACIONES
              OPEN I-O IMPUTACIONES
           END-IF.
           OPEN I-O RETENCIONES.
           IF FSTRPV NOT = "00"
              OPEN OUTPUT RETENCIONES
              CLOSE RETENCIONES
              OPEN I-O RETENCIONES
           END-IF.
           OPEN INPUT REGIMENES.
           IF FSTRGR = "00"
              MOVE "S" TO SW-TABLA-REG
           END-IF.
           OPEN I-O CUENTAS.
           IF FSTCTB = "00"
              MOVE "S" TO SW-TABLA-CTB
           END-IF.
           OPEN I-O CHEQUES-PROPIOS.
           IF FSTCHP NOT = "00"
              OPEN OUTPUT CHEQUES-PROPIOS
              CLOSE CHEQUES-PROPIOS
              OPEN I-O CHEQUES-PROPIOS
           END-IF.
           OPEN I-O CHEQUES.
           IF FSTCHQ = "00"
              MOVE "S" TO SW-CARTERA
           END-IF.
           OPEN INPUT RUBROS.
           IF FSTRUB = "00"
              MOVE "S" TO SW-TABLA-RUB
           END-IF.
           OPEN I-O ADELANTOS.
           IF FSTADL = "00"
              MOVE "S" TO SW-TABLA-ADL
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           MOVE "PLAZOPRV" TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 0
              MOVE PAR-VALOR TO VTO-PLAZO
           END-IF.
      *-- EL COMPROBANTE QUEDA FIRMADO POR EL OPERADOR DEL LOGON ---*
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
                 LINE 22 POSITION 18
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              ACCEPT TECLA
              CLOSE PROVEEDORES COMPROBANTES MAESUC IMPUTACIONES
                    RETENCIONES CHEQUES-PROPIOS
              PERFORM CERRAR-REGIMENES
              PERFORM CERRAR-CUENTAS
              PERFORM CERRAR-CARTERA
              PERFORM CERRAR-RUBROS
              PERFORM CERRAR-ADELANTOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           MOVE QS-OPER TO WOPE.
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              ACCEPT TECLA
              CLOSE PROVEEDORES COMPROBANTES MAESUC IMPUTACIONES
                    RETENCIONES CHEQUES-PROPIOS
              PERFORM CERRAR-REGIMENES
              PERFORM CERRAR-CUENTAS
              PERFORM CERRAR-CARTERA
              PERFORM CERRAR-RUBROS
              PERFORM CERRAR-ADELANTOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.

                 GO TO PEDIR-TIPO
              END-IF
              MOVE "GASTOS VARIOS" TO WNOM-PROV
              MOVE SPACES TO WRGAN WRIB
              MOVE 0 TO WCUIT-PROV WRUB-PROV
           ELSE
              MOVE ENT-PROV TO PVCOD
              READ PROVEEDORES KEY IS PVCOD
                    GO TO PEDIR-TIPO
                 NOT INVALID KEY
                    MOVE PVNOM TO WNOM-PROV
                    MOVE PVCUIT TO WCUIT-PROV
                    MOVE PVRGAN TO WRGAN
                    MOVE PVCGAN TO WCGAN
                    MOVE PVRIB TO WRIB
                    MOVE PVCIB TO WCIB
                    MOVE PVRUB TO WRUB-PROV
              END-READ
           END-IF.
           DISPLAY "NOMBRE: " LINE 12 POSITION 05.
           DISPLAY WNOM-PROV LINE 12 POSITION 14.
           MOVE "N" TO SW-ADL.
           IF ENT-PROV = 0 AND SW-TABLA-ADL = "S"
              PERFORM PEDIR-ADELANTO THRU F-PEDIR-ADELANTO
              IF SW-ADL = "E"
                 GO TO PEDIR-TIPO
              END-IF
           END-IF.
           DISPLAY "COMPROBANTE/VALE: " LINE 13 POSITION 05.
           IF SW-ADL = "S"
              DISPLAY ENT-COMP LINE 13 POSITION 24
           ELSE
              ACCEPT ENT-COMP LINE 13 POSITION 24
           END-IF.
           PERFORM LIMPIAR-FISCALES.
           MOVE WFECHA-HOY TO ENT-VTO.
           MOVE WRUB-PROV TO ENT-RUB.
      *-- LA FACTURA RECIBIDA SE CARGA CON SU DESGLOSE FISCAL ------*
           IF ENT-TIPO = 1
              PERFORM PEDIR-DATOS-FISCALES THRU F-PEDIR-DATOS-FISCALES
              IF SW-FISCAL = "N"
                 GO TO PEDIR-TIPO
              END-IF
              IF ENT-CTIPO = "FCA" OR ENT-CTIPO = "NDA" OR
                 ENT-CTIPO = "NCA"
                 GO TO CONFIRMAR-COMPROBANTE
              END-IF
              DISPLAY LINEA-BLANCA LINE 14 POSITION 05
           END-IF.
           DISPLAY "IMPORTE: " LINE 14 POSITION 05.
           IF SW-ADL = "S"
              MOVE ENT-IMP TO IMP-ED
              DISPLAY IMP-ED LINE 14 POSITION 15
           ELSE
              ACCEPT ENT-IMP LINE 14 POSITION 15
           END-IF.
           IF ENT-IMP IS NOT NUMERIC OR ENT-IMP = 0
              DISPLAY "IMPORTE INVALIDO - VERIFIQUE"
                 LINE 22 POSITION 05
              PERFORM PULSAR-TECLA
              GO TO PEDIR-TIPO
           END-IF.
           IF ENT-TIPO = 3
              PERFORM PEDIR-RUBRO THRU F-PEDIR-RUBRO
              IF ENT-RUB = 999
                 GO TO PEDIR-TIPO
              END-IF
           END-IF.
      *-- EN LOS "B"/"C"/TIQUES EL TOTAL NO DA CREDITO FISCAL ------*
           IF ENT-TIPO = 1
              MOVE ENT-IMP TO ENT-NOGR
              IF ENT-CTIPO NOT = "NCB" AND ENT-CTIPO NOT = "NCC"
                 MOVE 15 TO VTO-LIN
                 PERFORM PEDIR-VENCIMIENTO
              END-IF
           END-IF.
      *-- LA ORDEN DE PAGO CANCELA POR EL TOTAL Y SE PAGA EL NETO --*
      *-- DE LAS RETENCIONES ---------------------------------------*
           MOVE 0 TO GAN-RET IB-RET.
           IF ENT-TIPO = 2
              PERFORM CALCULAR-RETENCIONES THRU F-CALCULAR-RETENCIONES
              IF GAN-RET > 0 OR IB-RET > 0
                 PERFORM MOSTRAR-RETENCIONES
              END-IF
           END-IF.
           MOVE 16 TO CONF-LIN.
           MOVE 1 TO ENT-MEDIO.
           IF ENT-TIPO = 2
              PERFORM PEDIR-MEDIO-PAGO THRU F-PEDIR-MEDIO-PAGO
              IF ENT-MEDIO = 0
                 GO TO PEDIR-TIPO
              END-IF
           END-IF.
           MOVE ENT-IMP TO IMP-ED.
           DISPLAY "CONFIRMA " LINE CONF-LIN POSITION 05.
           DISPLAY IMP-ED LINE CONF-LIN POSITION 15.
           DISPLAY "(S/N) ? " LINE CONF-LIN POSITION 26.
           ACCEPT OP-SN LINE CONF-LIN POSITION 34.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-TIPO
           END-IF.
           PERFORM GRABAR-COMPROBANTE.
           GO TO PEDIR-TIPO.

       CONFIRMAR-COMPROBANTE.
           IF ENT-CTIPO NOT = "NCA"
              MOVE 20 TO VTO-LIN
              PERFORM PEDIR-VENCIMIENTO
           END-IF.
           MOVE ENT-IMP TO IMP-ED.
           DISPLAY "TOTAL " LINE 21 POSITION 05.
           DISPLAY IMP-ED LINE 21 POSITION 12.
           DISPLAY "CONFIRMA (S/N) ? " LINE 21 POSITION 26.
           ACCEPT OP-SN LINE 21 POSITION 44.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-TIPO
           END-IF.
           PERFORM GRABAR-COMPROBANTE.
           GO TO PEDIR-TIPO.

      *-- EL EGRESO DE CAJA LLEVA SU RUBRO (0 = SIN RUBRO); SE -----*
      *-- PROPONE EL DEL PROVEEDOR - 999 VUELVE SIN GRABAR ---------*
       PEDIR-RUBRO.
           DISPLAY "RUBRO DE GASTO: " LINE 15 POSITION 05.
           DISPLAY ENT-RUB LINE 15 POSITION 22.
           ACCEPT ENT-RUB LINE 15 POSITION 22.
           IF ENT-RUB IS NOT NUMERIC
              MOVE WRUB-PROV TO ENT-RUB
           END-IF.
           IF ENT-RUB = 0 OR ENT-RUB = 999
              GO TO F-PEDIR-RUBRO
           END-IF.
           MOVE "S" TO OP-SN.
           IF SW-TABLA-RUB = "N"
              MOVE "N" TO OP-SN
           ELSE
              MOVE ENT-RUB TO RBCOD
              READ RUBROS KEY IS RBCOD
                 INVALID KEY MOVE "N" TO OP-SN
                 NOT INVALID KEY
                    DISPLAY RBDESC LINE 15 POSITION 27
              END-READ
           END-IF.
           IF OP-SN = "N"
              DISPLAY "RUBRO DE GASTO INEXISTENTE (ABMRUB)"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE 999 TO ENT-RUB
           END-IF.
       F-PEDIR-RUBRO.
           EXIT.

      *-- EL VENCIMIENTO PROPUESTO ES HOY MAS EL PLAZO; SE PUEDE ---*
      *-- CAMBIAR POR EL QUE TRAE LA FACTURA, NUNCA ANTERIOR A HOY -*
       PEDIR-VENCIMIENTO.
           MOVE WFECHA-HOY TO VTO-BASE.
           CALL   "CALCVTO" USING VTO-BASE VTO-PLAZO VTO-RESULT
           CANCEL "CALCVTO".
           DISPLAY "VENCIMIENTO (AAAAMMDD): " LINE VTO-LIN POSITION 05.
           DISPLAY VTO-RESULT LINE VTO-LIN POSITION 30.
           MOVE VTO-RESULT TO ENT-VTO.
           ACCEPT ENT-VTO LINE VTO-LIN POSITION 30.
           IF ENT-VTO IS NOT NUMERIC OR ENT-VTO < WFECHA-HOY
              MOVE VTO-RESULT TO ENT-VTO
              DISPLAY ENT-VTO LINE VTO-LIN POSITION 30
           END-IF.

       LIMPIAR-FISCALES.
           MOVE SPACES TO ENT-CTIPO.
           MOVE 0 TO ENT-NG21 ENT-IVA21 ENT-NG105 ENT-IVA105
                     ENT-NG27 ENT-IVA27 ENT-NOGR ENT-PERIVA ENT-PERIB.

      *-- TIPO DE COMPROBANTE Y, EN LOS "A", NETO E IVA POR --------*
      *-- ALICUOTA (IVA EN CERO = SE CALCULA SOBRE EL NETO), NO ----*
      *-- GRAVADO Y PERCEPCIONES: EL TOTAL ES LA SUMA --------------*
       PEDIR-DATOS-FISCALES.
           MOVE "S" TO SW-FISCAL.
           DISPLAY "TIPO (FCA FCB FCC NDA NCA NCB NCC TIQ): "
              LINE 14 POSITION 05.
           ACCEPT ENT-CTIPO LINE 14 POSITION 46.
           INSPECT ENT-CTIPO CONVERTING "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF ENT-CTIPO NOT = "FCA" AND ENT-CTIPO NOT = "FCB" AND
              ENT-CTIPO NOT = "FCC" AND ENT-CTIPO NOT = "NDA" AND
              ENT-CTIPO NOT = "NCA" AND ENT-CTIPO NOT = "NCB" AND
              ENT-CTIPO NOT = "NCC" AND ENT-CTIPO NOT = "TIQ"
              DISPLAY "TIPO DE COMPROBANTE INVALIDO - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE "N" TO SW-FISCAL
              GO TO F-PEDIR-DATOS-FISCALES
           END-IF.
           IF ENT-CTIPO NOT = "FCA" AND ENT-CTIPO NOT = "NDA" AND
              ENT-CTIPO NOT = "NCA"
              GO TO F-PEDIR-DATOS-FISCALES
           END-IF.
           DISPLAY "NETO GRAV. 21%  : " LINE 15 POSITION 05.
           ACCEPT ENT-NG21 LINE 15 POSITION 24.
           DISPLAY "IVA 21%  : " LINE 15 POSITION 40.
           ACCEPT ENT-IVA21 LINE 15 POSITION 52.
           DISPLAY "NETO GRAV. 10,5%: " LINE 16 POSITION 05.
           ACCEPT ENT-NG105 LINE 16 POSITION 24.
           DISPLAY "IVA 10,5%: " LINE 16 POSITION 40.
           ACCEPT ENT-IVA105 LINE 16 POSITION 52.
           DISPLAY "NETO GRAV. 27%  : " LINE 17 POSITION 05.
           ACCEPT ENT-NG27 LINE 17 POSITION 24.
           DISPLAY "IVA 27%  : " LINE 17 POSITION 40.
           ACCEPT ENT-IVA27 LINE 17 POSITION 52.
           DISPLAY "NO GRAV./EXENTO : " LINE 18 POSITION 05.
           ACCEPT ENT-NOGR LINE 18 POSITION 24.
           DISPLAY "PERCEPCION IVA  : " LINE 19 POSITION 05.
           ACCEPT ENT-PERIVA LINE 19 POSITION 24.
           DISPLAY "PERC. IIBB: " LINE 19 POSITION 40.
           ACCEPT ENT-PERIB LINE 19 POSITION 52.
           IF ENT-NG21 IS NOT NUMERIC
              MOVE 0 TO ENT-NG21
           END-IF.
           IF ENT-IVA21 IS NOT NUMERIC
              MOVE 0 TO ENT-IVA21
           END-IF.
           IF ENT-NG105 IS NOT NUMERIC
              MOVE 0 TO ENT-NG105
           END-IF.
           IF ENT-IVA105 IS NOT NUMERIC
              MOVE 0 TO ENT-IVA105
           END-IF.
           IF ENT-NG27 IS NOT NUMERIC
              MOVE 0 TO ENT-NG27
           END-IF.
           IF ENT-IVA27 IS NOT NUMERIC
              MOVE 0 TO ENT-IVA27
           END-IF.
           IF ENT-NOGR IS NOT NUMERIC
              MOVE 0 TO ENT-NOGR
           END-IF.
           IF ENT-PERIVA IS NOT NUMERIC
              MOVE 0 TO ENT-PERIVA
           END-IF.
           IF ENT-PERIB IS NOT NUMERIC
              MOVE 0 TO ENT-PERIB
           END-IF.
           IF ENT-IVA21 = 0
              COMPUTE ENT-IVA21 ROUNDED = ENT-NG21 * 21 / 100
           END-IF.
           IF ENT-IVA105 = 0
              COMPUTE ENT-IVA105 ROUNDED = ENT-NG105 * 10,5 / 100
           END-IF.
           IF ENT-IVA27 = 0
              COMPUTE ENT-IVA27 ROUNDED = ENT-NG27 * 27 / 100
           END-IF.
           COMPUTE WTOT-FISCAL = ENT-NG21 + ENT-IVA21 + ENT-NG105
              + ENT-IVA105 + ENT-NG27 + ENT-IVA27 + ENT-NOGR
              + ENT-PERIVA + ENT-PERIB.
           IF WTOT-FISCAL = 0 OR WTOT-FISCAL > 99999,99
              DISPLAY "TOTAL DEL COMPROBANTE INVALIDO - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE "N" TO SW-FISCAL
              GO TO F-PEDIR-DATOS-FISCALES
           END-IF.
           MOVE WTOT-FISCAL TO ENT-IMP.
       F-PEDIR-DATOS-FISCALES.
           EXIT.

       GRABAR-COMPROBANTE.
           MOVE 0 TO WSEC-ULT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE ENT-IMP TO MPIMP.
           MOVE WSUC TO MPSUC.
           MOVE WOPE TO MPOPE.
           MOVE ENT-CTIPO TO MPCTIPO.
      *-- LA ENTREGA DE UN ADELANTO QUEDA MARCADA PARA EL DIARIO ---*
           IF SW-ADL = "S"
              MOVE "ADL" TO MPCTIPO
           END-IF.
           MOVE ENT-NG21 TO MPNG21.
           MOVE ENT-IVA21 TO MPIVA21.
           MOVE ENT-NG105 TO MPNG105.
           MOVE ENT-IVA105 TO MPIVA105.
           MOVE ENT-NG27 TO MPNG27.
           MOVE ENT-IVA27 TO MPIVA27.
           MOVE ENT-NOGR TO MPNOGR.
           MOVE ENT-PERIVA TO MPPERIVA.
           MOVE ENT-PERIB TO MPPERIB.
           MOVE ENT-VTO TO MPVTO.
           MOVE 0 TO MPSDO MPRUB.
           IF ENT-TIPO = 1 OR ENT-TIPO = 3
              MOVE ENT-RUB TO MPRUB
           END-IF.
           IF ENT-TIPO NOT = 3
              MOVE ENT-IMP TO MPSDO
           END-IF.
           MOVE "N" TO SW-GRABADO.
           WRITE R-MPV
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR (FST=" FSTMPV ")"
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
              NOT INVALID KEY
                 MOVE "S" TO SW-GRABADO
                 ADD 1 TO CANT-CARGADOS
                 DISPLAY "COMPROBANTE GRABADO" LINE 22 POSITION 05
                    CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
           END-WRITE.
      *-- LA ORDEN DE PAGO Y LA NOTA DE CREDITO CANCELAN FACTURAS --*
           IF SW-GRABADO = "S"
              IF PRV-ORDEN-PAGO OR PRV-NOTA-CREDITO
                 MOVE MPCLAVE TO WCLAVE-PAGO
                 PERFORM IMPUTAR-PARTIDAS THRU F-IMPUTAR-PARTIDAS
              END-IF
           END-IF.
           IF SW-GRABADO = "S" AND ENT-TIPO = 2
              IF GAN-RET > 0 OR IB-RET > 0
                 PERFORM EMITIR-RETENCIONES
              END-IF
           END-IF.
           IF SW-GRABADO = "S" AND ENT-TIPO = 2 AND ENT-MEDIO = 2
              PERFORM EMITIR-CHEQUE THRU F-EMITIR-CHEQUE
           END-IF.
           IF SW-GRABADO = "S" AND ENT-TIPO = 2 AND ENT-MEDIO = 3
              PERFORM ENDOSAR-CHEQUES
           END-IF.
           IF SW-GRABADO = "S" AND SW-ADL = "S"
              PERFORM ENTREGAR-ADELANTO
           END-IF.

      *-- EGRESO A GASTOS VARIOS: SI ES UN ADELANTO O PRESTAMO AL --*
      *-- PERSONAL SE PIDE EL LEGAJO Y SE TOMA EL PRIMERO QUE ESTE --*
      *-- AUTORIZADO Y SIN ENTREGAR: EL VALE Y EL IMPORTE SALEN DE -*
      *-- EL (0 = GASTO COMUN) -------------------------------------*
       PEDIR-ADELANTO.
           DISPLAY "LEGAJO ADELANTO (0 = NO): " LINE 12 POSITION 30.
           MOVE 0 TO ENT-LEG-ADL.
           ACCEPT ENT-LEG-ADL LINE 12 POSITION 57.
           IF ENT-LEG-ADL IS NOT NUMERIC OR ENT-LEG-ADL = 0
              GO TO F-PEDIR-ADELANTO
           END-IF.
           MOVE "N" TO SW-FIN-ADL.
           MOVE ENT-LEG-ADL TO ADLEG.
           MOVE 0 TO ADSEC.
           START ADELANTOS KEY IS NOT LESS THAN ADCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-ADL
           END-START.
           PERFORM MIRAR-ADELANTO THRU F-MIRAR-ADELANTO
              UNTIL SW-FIN-ADL = "S".
           IF SW-ADL NOT = "S"
              MOVE "E" TO SW-ADL
              DISPLAY "EL LEGAJO NO TIENE ADELANTO AUTORIZADO (ABMADEL)"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-PEDIR-ADELANTO
           END-IF.
           IF ADIMP > 99999,99
              MOVE "E" TO SW-ADL
              DISPLAY "IMPORTE MAYOR AL DE UN EGRESO DE CAJA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-PEDIR-ADELANTO
           END-IF.
           MOVE ADCLAVE TO WCLAVE-ADL.
           MOVE ADIMP TO ENT-IMP.
           MOVE SPACES TO ENT-COMP.
           STRING "A" ADLEG ADSEC DELIMITED BY SIZE INTO ENT-COMP.
           IF ADL-PRESTAMO
              DISPLAY "PRESTAMO" LINE 12 POSITION 66
           ELSE
              DISPLAY "ADELANTO" LINE 12 POSITION 66
           END-IF.
       F-PEDIR-ADELANTO.
           EXIT.

       MIRAR-ADELANTO.
           READ ADELANTOS NEXT RECORD AT END MOVE "S" TO SW-FIN-ADL.
           IF SW-FIN-ADL = "N"
              IF ADLEG NOT = ENT-LEG-ADL
                 MOVE "S" TO SW-FIN-ADL
              ELSE
                 IF ADL-AUTORIZADO
                    MOVE "S" TO SW-ADL
                    MOVE "S" TO SW-FIN-ADL
                 END-IF
              END-IF
           END-IF.
       F-MIRAR-ADELANTO.
           EXIT.

      *-- LA ENTREGA DEJA EL PRESTAMO VIGENTE CON LA FECHA Y -------*
      *-- SECUENCIA DEL EGRESO QUE LO PAGO -------------------------*
       ENTREGAR-ADELANTO.
           MOVE WCLAVE-ADL TO ADCLAVE.
           READ ADELANTOS KEY IS ADCLAVE
              INVALID KEY
                 DISPLAY "ADELANTO INEXISTENTE (FST=" FSTADL ")"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
              NOT INVALID KEY
                 MOVE "V" TO ADEST
                 MOVE MPFECHA TO ADEFEC
                 MOVE MPSEC TO ADESEC
                 REWRITE R-ADL
                    INVALID KEY
                       DISPLAY "ERROR AL GRABAR (FST=" FSTADL ")"
                          LINE 22 POSITION 05
                          CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                       PERFORM PULSAR-TECLA
                 END-REWRITE
           END-READ.

      *-- GANANCIAS: LO PAGADO EN EL MES MAS ESTA ORDEN, MENOS EL --*
      *-- MINIMO NO IMPONIBLE, POR LA ALICUOTA, MENOS LO YA -------*
      *-- RETENIDO EN EL MES - INGRESOS BRUTOS: ESTA ORDEN SOLA, --*
      *-- SI SUPERA EL MINIMO - DEBAJO DE LA RETENCION MINIMA NO --*
      *-- SE RETIENE ----------------------------------------------*
       CALCULAR-RETENCIONES.
           INITIALIZE CALCULO-GAN CALCULO-IB.
           IF ENT-PROV = 0 OR SW-TABLA-REG = "N"
              GO TO F-CALCULAR-RETENCIONES
           END-IF.
           MOVE ENT-PROV TO WCM-PROV.
           MOVE WAA-HOY TO WCM-AA.
           MOVE WMM-HOY TO WCM-MM.
           MOVE 1 TO WCM-DD.
           MOVE 0 TO WCM-SEC.
           IF WRGAN NOT = SPACES AND WCGAN NOT = "E"
              MOVE WRGAN TO RGCOD
              READ REGIMENES KEY IS RGCOD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF RGR-GANANCIAS
                       PERFORM CALCULAR-GANANCIAS
                    END-IF
              END-READ
           END-IF.
           IF WRIB NOT = SPACES AND WCIB NOT = "E"
              MOVE WRIB TO RGCOD
              READ REGIMENES KEY IS RGCOD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF RGR-INGBRUTOS
                       PERFORM CALCULAR-INGBRUTOS
                    END-IF
              END-READ
           END-IF.
       F-CALCULAR-RETENCIONES.
           EXIT.

       CALCULAR-GANANCIAS.
           MOVE RGALINS TO GAN-ALIC.
           IF WCGAN = "N"
              MOVE RGALNOI TO GAN-ALIC
           END-IF.
           PERFORM SUMAR-PAGOS-MES THRU F-SUMAR-PAGOS-MES.
           MOVE "G" TO WIMPU-BUS.
           MOVE WRGAN TO WREG-BUS.
           PERFORM SUMAR-RETENIDO-MES THRU F-SUMAR-RETENIDO-MES.
           COMPUTE GAN-ACUM = PAG-MES + ENT-IMP.
           MOVE RGMNI TO GAN-MNI.
           MOVE RET-MES TO GAN-RETANT.
           MOVE 0 TO GAN-BASE.
           IF GAN-ACUM > GAN-MNI
              COMPUTE GAN-BASE = GAN-ACUM - GAN-MNI
           END-IF.
           COMPUTE WRET ROUNDED = GAN-BASE * GAN-ALIC / 100
              - GAN-RETANT.
           IF WRET < RGMINRET OR WRET NOT > 0 OR WRET NOT < ENT-IMP
              MOVE 0 TO WRET
           END-IF.
           MOVE WRET TO GAN-RET.

       CALCULAR-INGBRUTOS.
           MOVE RGALINS TO IB-ALIC.
           IF WCIB = "N"
              MOVE RGALNOI TO IB-ALIC
           END-IF.
           MOVE ENT-IMP TO IB-ACUM.
           MOVE RGMNI TO IB-MNI.
           MOVE 0 TO IB-BASE IB-RETANT.
           IF ENT-IMP > IB-MNI
              MOVE ENT-IMP TO IB-BASE
           END-IF.
           COMPUTE WRET ROUNDED = IB-BASE * IB-ALIC / 100.
           IF WRET < RGMINRET OR WRET NOT > 0
              OR WRET + GAN-RET NOT < ENT-IMP
              MOVE 0 TO WRET
           END-IF.
           MOVE WRET TO IB-RET.

      *-- ORDENES DE PAGO YA GRABADAS AL PROVEEDOR EN EL MES -------*
       SUMAR-PAGOS-MES.
           MOVE 0 TO PAG-MES.
           MOVE "N" TO SW-FIN-RET.
           MOVE WCLAVE-MES TO MPCLAVE.
           START COMPROBANTES KEY IS NOT LESS THAN MPCLAVE
              INVALID KEY GO TO F-SUMAR-PAGOS-MES
           END-START.
           PERFORM SUMAR-UN-PAGO THRU F-SUMAR-UN-PAGO
              UNTIL SW-FIN-RET = "S".
       F-SUMAR-PAGOS-MES.
           EXIT.

       SUMAR-UN-PAGO.
           READ COMPROBANTES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-RET
           END-READ.
           IF SW-FIN-RET = "N"
              IF MPPROV NOT = ENT-PROV OR MPAA NOT = WAA-HOY OR
                 MPMM NOT = WMM-HOY
                 MOVE "S" TO SW-FIN-RET
              ELSE
                 IF PRV-ORDEN-PAGO
                    ADD MPIMP TO PAG-MES
                 END-IF
              END-IF
           END-IF.
       F-SUMAR-UN-PAGO.
           EXIT.

      *-- LO YA RETENIDO EN EL MES AL PROVEEDOR POR EL REGIMEN -----*
      *-- BUSCADO (WIMPU-BUS/WREG-BUS) -----------------------------*
       SUMAR-RETENIDO-MES.
           MOVE 0 TO RET-MES.
           MOVE "N" TO SW-FIN-RET.
           MOVE WCLAVE-MES TO RPPAGO.
           START RETENCIONES KEY IS NOT LESS THAN RPPAGO
              INVALID KEY GO TO F-SUMAR-RETENIDO-MES
           END-START.
           PERFORM SUMAR-UNA-RETENCION THRU F-SUMAR-UNA-RETENCION
              UNTIL SW-FIN-RET = "S".
       F-SUMAR-RETENIDO-MES.
           EXIT.

       SUMAR-UNA-RETENCION.
           READ RETENCIONES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-RET
           END-READ.
           IF SW-FIN-RET = "N"
              IF RPPROV NOT = ENT-PROV OR RPAA NOT = WAA-HOY OR
                 RPMM NOT = WMM-HOY
                 MOVE "S" TO SW-FIN-RET
              ELSE
                 IF RPIMPU = WIMPU-BUS AND RPREG = WREG-BUS
                    ADD RPIMP TO RET-MES
                 END-IF
              END-IF
           END-IF.
       F-SUMAR-UNA-RETENCION.
           EXIT.

       MOSTRAR-RETENCIONES.
           COMPUTE NETO-PAGO = ENT-IMP - GAN-RET - IB-RET.
           MOVE GAN-RET TO RET-ED.
           DISPLAY "RET.GAN.: " LINE 15 POSITION 05.
           DISPLAY RET-ED LINE 15 POSITION 15.
           MOVE IB-RET TO RET-ED.
           DISPLAY "RET.IIBB: " LINE 15 POSITION 26.
           DISPLAY RET-ED LINE 15 POSITION 36.
           MOVE NETO-PAGO TO RET-ED.
           DISPLAY "NETO A PAGAR: " LINE 15 POSITION 47.
           DISPLAY RET-ED LINE 15 POSITION 61
              CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK".

      *-- EL CHEQUE PROPIO VA POR EL NETO DE LAS RETENCIONES, ----*
      *-- DE UNA CUENTA CON CHEQUERA VIGENTE - FECHA DE PAGO EN ---*
      *-- CERO O ANTERIOR A HOY: AL DIA (ENT-MEDIO 0 = VOLVER) ----*
       PEDIR-MEDIO-PAGO.
           COMPUTE NETO-PAGO = ENT-IMP - GAN-RET - IB-RET.
           MOVE 20 TO CONF-LIN.
           DISPLAY "MEDIO (1=EFECTIVO 2=CHEQUE PROPIO 3=TERCEROS): "
              LINE 16 POSITION 05.
           ACCEPT ENT-MEDIO LINE 16 POSITION 53.
           IF ENT-MEDIO IS NOT NUMERIC OR
              (ENT-MEDIO NOT = 2 AND ENT-MEDIO NOT = 3)
              MOVE 1 TO ENT-MEDIO
              GO TO F-PEDIR-MEDIO-PAGO
           END-IF.
           IF ENT-MEDIO = 3
              PERFORM PEDIR-ENDOSOS THRU F-PEDIR-ENDOSOS
              GO TO F-PEDIR-MEDIO-PAGO
           END-IF.
           IF SW-TABLA-CTB = "N"
              DISPLAY "SIN CUENTAS BANCARIAS - CARGUELAS CON ABMBCO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE 0 TO ENT-MEDIO
              GO TO F-PEDIR-MEDIO-PAGO
           END-IF.
           DISPLAY "CUENTA BANCARIA: " LINE 17 POSITION 05.
           ACCEPT ENT-CTAB LINE 17 POSITION 23.
           IF ENT-CTAB IS NOT NUMERIC
              MOVE 0 TO ENT-CTAB
           END-IF.
           MOVE ENT-CTAB TO CBCOD.
           READ CUENTAS KEY IS CBCOD
              INVALID KEY
                 DISPLAY "CUENTA BANCARIA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 MOVE 0 TO ENT-MEDIO
                 GO TO F-PEDIR-MEDIO-PAGO
           END-READ.
           DISPLAY CBDESC LINE 17 POSITION 27.
           IF CBCHDES = 0 OR CBCHPROX > CBCHHAS
              DISPLAY "CUENTA SIN CHEQUERA O CHEQUERA AGOTADA (ABMBCO)"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE 0 TO ENT-MEDIO
              GO TO F-PEDIR-MEDIO-PAGO
           END-IF.
           DISPLAY "CHEQUE NRO: " LINE 18 POSITION 05.
           DISPLAY CBCHPROX LINE 18 POSITION 17.
           MOVE NETO-PAGO TO RET-ED.
           DISPLAY "IMPORTE: " LINE 18 POSITION 30.
           DISPLAY RET-ED LINE 18 POSITION 39
              CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK".
           DISPLAY "FECHA DE PAGO (AAAAMMDD - 0 = AL DIA): "
              LINE 19 POSITION 05.
           ACCEPT ENT-FPAGO LINE 19 POSITION 45.
           IF ENT-FPAGO IS NOT NUMERIC
              MOVE 0 TO ENT-FPAGO
           END-IF.
           IF ENT-FPAGO < WFECHA-HOY
              MOVE WFECHA-HOY TO ENT-FPAGO
           END-IF.
       F-PEDIR-MEDIO-PAGO.
           EXIT.

      *-- CHEQUES DE TERCEROS EN CARTERA, DE A UNO POR BANCO Y ----*
      *-- NUMERO (BANCO 0 = NO HAY MAS), HASTA 10 POR ORDEN: ENTRE -*
      *-- TODOS NO PUEDEN PASAR EL NETO A PAGAR; LO QUE FALTA SE ---*
      *-- PAGA EN EFECTIVO - SIN NINGUN CHEQUE SE VUELVE AL TIPO ---*
       PEDIR-ENDOSOS.
           IF SW-CARTERA = "N"
              DISPLAY "SIN CARTERA DE CHEQUES DE TERCEROS"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE 0 TO ENT-MEDIO
              GO TO F-PEDIR-ENDOSOS
           END-IF.
           MOVE 0 TO END-CANT END-TOT.
           MOVE NETO-PAGO TO END-RESTO.
           MOVE "N" TO SW-FIN-END.
           PERFORM PEDIR-UN-ENDOSO THRU F-PEDIR-UN-ENDOSO
              UNTIL SW-FIN-END = "S".
           IF END-CANT = 0
              MOVE 0 TO ENT-MEDIO
              GO TO F-PEDIR-ENDOSOS
           END-IF.
           DISPLAY LINEA-BLANCA LINE 17 POSITION 05.
           MOVE END-RESTO TO RET-ED.
           DISPLAY "RESTO EN EFECTIVO: " LINE 19 POSITION 05.
           DISPLAY RET-ED LINE 19 POSITION 24
              CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK".
       F-PEDIR-ENDOSOS.
           EXIT.

       PEDIR-UN-ENDOSO.
           DISPLAY LINEA-BLANCA LINE 17 POSITION 05.
           DISPLAY LINEA-BLANCA LINE 22 POSITION 05.
           DISPLAY "CHEQUE EN CARTERA - BANCO (0 = FIN): "
              LINE 17 POSITION 05.
           ACCEPT ENT-BCO LINE 17 POSITION 43.
           IF ENT-BCO IS NOT NUMERIC OR ENT-BCO = 0
              MOVE "S" TO SW-FIN-END
              GO TO F-PEDIR-UN-ENDOSO
           END-IF.
           DISPLAY "NRO: " LINE 17 POSITION 48.
           ACCEPT ENT-CHNRO LINE 17 POSITION 53.
           IF ENT-CHNRO IS NOT NUMERIC
              MOVE 0 TO ENT-CHNRO
           END-IF.
           MOVE ENT-BCO TO CHBCO.
           MOVE ENT-CHNRO TO CHNRO.
           READ CHEQUES KEY IS CHCLAVE
              INVALID KEY
                 DISPLAY "CHEQUE INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-PEDIR-UN-ENDOSO
           END-READ.
           IF NOT CHQ-CARTERA
              DISPLAY "EL CHEQUE NO ESTA EN CARTERA - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-PEDIR-UN-ENDOSO
           END-IF.
           MOVE "N" TO SW-REPETIDO.
           MOVE 1 TO END-POS.
           PERFORM MIRAR-ENDOSO UNTIL END-POS > END-CANT.
           IF SW-REPETIDO = "S"
              DISPLAY "EL CHEQUE YA ESTA EN ESTA ORDEN"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-PEDIR-UN-ENDOSO
           END-IF.
           IF CHIMP > END-RESTO
              DISPLAY "EL CHEQUE SUPERA LO QUE FALTA PAGAR"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-PEDIR-UN-ENDOSO
           END-IF.
           ADD 1 TO END-CANT.
           MOVE CHBCO TO TEND-BCO(END-CANT).
           MOVE CHNRO TO TEND-NRO(END-CANT).
           MOVE CHIMP TO TEND-IMP(END-CANT).
           ADD CHIMP TO END-TOT.
           SUBTRACT CHIMP FROM END-RESTO.
           MOVE END-CANT TO CANT-ED.
           DISPLAY "CHEQUES: " LINE 18 POSITION 05.
           DISPLAY CANT-ED LINE 18 POSITION 14.
           MOVE END-TOT TO RET-ED.
           DISPLAY "TOTAL: " LINE 18 POSITION 20.
           DISPLAY RET-ED LINE 18 POSITION 27
              CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK".
           IF END-CANT = 10 OR END-RESTO = 0
              MOVE "S" TO SW-FIN-END
           END-IF.
       F-PEDIR-UN-ENDOSO.
           EXIT.

       MIRAR-ENDOSO.
           IF TEND-BCO(END-POS) = CHBCO AND TEND-NRO(END-POS) = CHNRO
              MOVE "S" TO SW-REPETIDO
           END-IF.
           ADD 1 TO END-POS.

      *-- CADA CHEQUE ELEGIDO QUEDA ENDOSADO AL PROVEEDOR CON LA --*
      *-- ORDEN RECIEN GRABADA - SE RELEE: SI ENTRE TANTO DEJO DE --*
      *-- ESTAR EN CARTERA NO SE ENDOSA Y SE AVISA; LO QUE NO SE --*
      *-- ENDOSO QUEDA PARA PAGAR EN EFECTIVO ---------------------*
       ENDOSAR-CHEQUES.
           MOVE 0 TO END-OK END-OK-TOT.
           MOVE 1 TO END-POS.
           PERFORM ENDOSAR-UN-CHEQUE THRU F-ENDOSAR-UN-CHEQUE
              UNTIL END-POS > END-CANT.
           MOVE END-OK TO CANT-ED.
           DISPLAY LINEA-BLANCA LINE 22 POSITION 05.
           DISPLAY "CHEQUES ENDOSADOS AL PROVEEDOR: "
              LINE 22 POSITION 05 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY CANT-ED LINE 22 POSITION 38
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           IF END-OK < END-CANT
              SUBTRACT END-OK-TOT FROM END-TOT GIVING RET-ED
              DISPLAY "NO ENDOSADO, A PAGAR EN EFECTIVO: "
                 LINE 23 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY RET-ED LINE 23 POSITION 39
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
           PERFORM PULSAR-TECLA.

       ENDOSAR-UN-CHEQUE.
           MOVE TEND-BCO(END-POS) TO CHBCO.
           MOVE TEND-NRO(END-POS) TO CHNRO.
           ADD 1 TO END-POS.
           READ CHEQUES KEY IS CHCLAVE
              INVALID KEY
                 DISPLAY "CHEQUE NO RELEIDO - NO SE ENDOSA "
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 DISPLAY CHNRO LINE 22 POSITION 39
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-ENDOSAR-UN-CHEQUE
           END-READ.
           IF NOT CHQ-CARTERA
              DISPLAY "CHEQUE FUERA DE CARTERA - NO SE ENDOSA "
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY CHNRO LINE 22 POSITION 45
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-ENDOSAR-UN-CHEQUE
           END-IF.
           MOVE "E" TO CHEST.
           MOVE ENT-PROV TO CHPROV.
           MOVE WCLAVE-PAGO TO CHPAGO.
           MOVE WFECHA-HOY TO CHFEND.
           REWRITE R-CHQ
              INVALID KEY
                 DISPLAY "ERROR AL ENDOSAR EL CHEQUE (FST=" FSTCHQ
                    ")" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
              NOT INVALID KEY
                 ADD 1 TO END-OK
                 ADD CHIMP TO END-OK-TOT
           END-REWRITE.
       F-ENDOSAR-UN-CHEQUE.
           EXIT.

      *-- EL NUMERO SE TOMA DE LA CHEQUERA Y SE AVANZA EN LA ------*
      *-- CUENTA ANTES DE GRABAR EL CHEQUE, COMO UN TALONARIO: SI --*
      *-- EL CHEQUE NO SE GRABA EL NUMERO QUEDA SALTEADO ----------*
       EMITIR-CHEQUE.
           MOVE ENT-CTAB TO CBCOD.
           READ CUENTAS KEY IS CBCOD
              INVALID KEY
                 DISPLAY "CUENTA BANCARIA INEXISTENTE - SIN CHEQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-EMITIR-CHEQUE
           END-READ.
           IF CBCHPROX > CBCHHAS
              DISPLAY "CHEQUERA AGOTADA - NO SE EMITE EL CHEQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-EMITIR-CHEQUE
           END-IF.
           MOVE CBCHPROX TO WNRO-CHEQ.
           ADD 1 TO CBCHPROX.
           REWRITE R-CTB
              INVALID KEY CONTINUE
           END-REWRITE.
           MOVE ENT-CTAB TO CPCTA.
           MOVE WNRO-CHEQ TO CPNRO.
           MOVE WFECHA-HOY TO CPFEMI.
           MOVE ENT-FPAGO TO CPFPAGO.
           MOVE NETO-PAGO TO CPIMP.
           MOVE ENT-PROV TO CPPROV.
           MOVE WCLAVE-PAGO TO CPPAGO.
           MOVE "E" TO CPEST.
           MOVE 0 TO CPFENT CPFDEB.
           MOVE WOPE TO CPOPE.
           WRITE R-CHP
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR EL CHEQUE (FST=" FSTCHP
                    ") - VERIFIQUE" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-EMITIR-CHEQUE
           END-WRITE.
           DISPLAY LINEA-BLANCA LINE 22 POSITION 05.
           DISPLAY "CHEQUE EMITIDO - NRO " LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           DISPLAY WNRO-CHEQ LINE 22 POSITION 27
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-EMITIR-CHEQUE.
           EXIT.

      *-- UN CERTIFICADO POR IMPUESTO RETENIDO ---------------------*
       EMITIR-RETENCIONES.
           PERFORM LEER-TALONARIO.
           IF GAN-RET > 0
              MOVE "G" TO WIMPU-BUS
              MOVE WRGAN TO WREG-BUS
              MOVE WCGAN TO WCOND-CERT
              MOVE CALCULO-GAN TO CALCULO-CERT
              PERFORM EMITIR-CERTIFICADO THRU F-EMITIR-CERTIFICADO
           END-IF.
           IF IB-RET > 0
              MOVE "I" TO WIMPU-BUS
              MOVE WRIB TO WREG-BUS
              MOVE WCIB TO WCOND-CERT
              MOVE CALCULO-IB TO CALCULO-CERT
              PERFORM EMITIR-CERTIFICADO THRU F-EMITIR-CERTIFICADO
           END-IF.
           COMPUTE NETO-PAGO = ENT-IMP - GAN-RET - IB-RET.
           MOVE NETO-PAGO TO IMP-ED.
           DISPLAY "NETO A PAGAR AL PROVEEDOR: " LINE 22 POSITION 05
              CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK".
           DISPLAY IMP-ED LINE 22 POSITION 33
              CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.

      *-- SI EL RENGLON NO SE PUDO GRABAR, EL NUMERO VUELVE AL -----*
      *-- TALONARIO Y NO SALE CERTIFICADO --------------------------*
       EMITIR-CERTIFICADO.
           PERFORM TOMAR-NUMERO.
           MOVE WNRO-CERT TO RPNRO.
           MOVE WCLAVE-PAGO TO RPPAGO.
           MOVE ENT-PROV TO RPPROV.
           MOVE WFECHA-HOY TO RPFECHA.
           MOVE WREG-BUS TO RPREG.
           MOVE WIMPU-BUS TO RPIMPU.
           MOVE ENT-IMP TO RPPAGADO.
           MOVE CER-ACUM TO RPACUM.
           MOVE CER-MNI TO RPMNI.
           MOVE CER-BASE TO RPBASE.
           MOVE CER-ALIC TO RPALIC.
           MOVE CER-RETANT TO RPRETANT.
           MOVE CER-RET TO RPIMP.
           MOVE WOPE TO RPOPE.
           WRITE R-RPV
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR RETENCION (FST=" FSTRPV
                    ") - VERIFIQUE" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 PERFORM DEVOLVER-NUMERO
                 GO TO F-EMITIR-CERTIFICADO
           END-WRITE.
           PERFORM IMPRIMIR-CERTIFICADO.
       F-EMITIR-CERTIFICADO.
           EXIT.

      *-- EL TALONARIO VIVO ES CERTRET.CTL; SI TODAVIA NO EXISTE, --*
      *-- EL PRIMER NUMERO SALE DEL PARAMETRO CRTPROX (O DE 1) -----*
       LEER-TALONARIO.
           OPEN INPUT TALONARIO.
           IF FSTTAL = "00"
              READ TALONARIO AT END MOVE 1 TO TAL-PROX
              END-READ
              MOVE TAL-PROX TO WNRO-CERT
              CLOSE TALONARIO
           ELSE
              MOVE 1 TO WNRO-CERT
              MOVE "CRTPROX " TO PAR-COD
              CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
              CANCEL "LEEPAR"
              IF PAR-OK = "S" AND PAR-VALOR > 0
                 MOVE PAR-VALOR TO WNRO-CERT
              END-IF
           END-IF.

      *-- TOMA EL NUMERO Y REGRABA EL PROXIMO ANTES DE USARLO: UN --*
      *-- CORTE DE LUZ NO PUEDE REPETIR NUMERO DE CERTIFICADO ------*
       TOMAR-NUMERO.
           ADD 1 WNRO-CERT GIVING TAL-PROX.
           OPEN OUTPUT TALONARIO.
           WRITE R-TAL.
           CLOSE TALONARIO.

       DEVOLVER-NUMERO.
           MOVE WNRO-CERT TO TAL-PROX.
           OPEN OUTPUT TALONARIO.
           WRITE R-TAL.
           CLOSE TALONARIO.

      *-- EL CERTIFICADO SALE AL SPOOL; AL TERMINAR QUEDA EN -------*
      *-- WNRO-CERT EL NUMERO SIGUIENTE, POR SI HAY OTRO IMPUESTO --*
       IMPRIMIR-CERTIFICADO.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           MOVE SPACES TO R-IMP.
           MOVE CERT-RAYA TO R-IMP.
           WRITE R-IMP.
           MOVE RPNRO TO CE-NRO.
           MOVE WDD-HOY TO CE-DD.
           MOVE WMM-HOY TO CE-MM.
           MOVE WAA-HOY TO CE-AA.
           MOVE SPACES TO R-IMP.
           MOVE CERT-CABECERA TO R-IMP.
           WRITE R-IMP.
           MOVE "GANANCIAS" TO CE-IMPU.
           IF RPV-INGBRUTOS
              MOVE "INGRESOS BRUTOS" TO CE-IMPU
           END-IF.
           MOVE RPREG TO CE-REG.
           MOVE SPACES TO CE-RDESC.
           MOVE RPREG TO RGCOD.
           READ REGIMENES KEY IS RGCOD
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE RGDESC TO CE-RDESC
           END-READ.
           MOVE SPACES TO R-IMP.
           MOVE CERT-REGIMEN TO R-IMP.
           WRITE R-IMP.
           MOVE ENT-PROV TO CE-PROV.
           MOVE WNOM-PROV TO CE-NOM.
           MOVE WCUIT-PROV TO CE-CUIT.
           MOVE SPACES TO R-IMP.
           MOVE CERT-SUJETO TO R-IMP.
           WRITE R-IMP.
           MOVE ENT-COMP TO CE-COMP.
           EVALUATE WCOND-CERT
              WHEN "N"   MOVE "NO INSCRIPTO  " TO CE-COND
              WHEN OTHER MOVE "INSCRIPTO     " TO CE-COND
           END-EVALUATE.
           MOVE SPACES TO R-IMP.
           MOVE CERT-ORDEN TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE "IMPORTE DE LA ORDEN DE PAGO" TO CE-LEY.
           MOVE RPPAGADO TO CE-IMP.
           PERFORM IMPRIMIR-RENGLON-CERT.
           MOVE "PAGADO EN EL MES" TO CE-LEY.
           MOVE RPACUM TO CE-IMP.
           PERFORM IMPRIMIR-RENGLON-CERT.
           MOVE "MINIMO NO IMPONIBLE" TO CE-LEY.
           MOVE RPMNI TO CE-IMP.
           PERFORM IMPRIMIR-RENGLON-CERT.
           MOVE "BASE SUJETA A RETENCION" TO CE-LEY.
           MOVE RPBASE TO CE-IMP.
           PERFORM IMPRIMIR-RENGLON-CERT.
           MOVE "ALICUOTA (%)" TO CE-LEY.
           MOVE RPALIC TO CE-IMP.
           PERFORM IMPRIMIR-RENGLON-CERT.
           MOVE "RETENIDO ANTES EN EL MES" TO CE-LEY.
           MOVE RPRETANT TO CE-IMP.
           PERFORM IMPRIMIR-RENGLON-CERT.
           MOVE "IMPORTE RETENIDO" TO CE-LEY.
           MOVE RPIMP TO CE-IMP.
           PERFORM IMPRIMIR-RENGLON-CERT.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE WSUC TO CE-SUC.
           MOVE WOPE TO CE-OPE.
           MOVE SPACES TO R-IMP.
           MOVE CERT-PIE TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE CERT-RAYA TO R-IMP.
           WRITE R-IMP.
           CLOSE IMPRE.
           MOVE 1 TO SPL-PAGINAS.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           MOVE TAL-PROX TO WNRO-CERT.

       IMPRIMIR-RENGLON-CERT.
           MOVE SPACES TO R-IMP.
           MOVE CERT-RENGLON TO R-IMP.
           WRITE R-IMP.

      *-- MUESTRA LAS FACTURAS ABIERTAS DEL PROVEEDOR Y DEJA QUE ---*
      *-- EL OPERADOR DIGA CUANTO DEL PAGO VA A CADA UNA; LO QUE ---*
      *-- QUEDE SIN ELEGIR CANCELA LAS MAS VIEJAS Y EL SOBRANTE ----*
      *-- QUEDA A CUENTA EN EL MPSDO DEL PAGO ----------------------*
       IMPUTAR-PARTIDAS.
           PERFORM CARGAR-PARTIDAS.
           IF PAR-CANT = 0
              DISPLAY "SIN FACTURAS PENDIENTES - EL PAGO QUEDA A CUENTA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-IMPUTAR-PARTIDAS
           END-IF.
           MOVE ENT-IMP TO REST-IMP.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "IMPUTACION DEL PAGO" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "VENCE    COMPROBANTE        SALDO"
              LINE 03 POSITION 05.
           MOVE 3 TO L.
           MOVE 1 TO PAR-POS.
           PERFORM PEDIR-IMPUTACION THRU F-PEDIR-IMPUTACION
              UNTIL PAR-POS > PAR-CANT OR REST-IMP = 0.
           MOVE 1 TO PAR-POS.
           PERFORM IMPUTAR-RESTO THRU F-IMPUTAR-RESTO
              UNTIL PAR-POS > PAR-CANT OR REST-IMP = 0.
           MOVE 0 TO IPSEC-ULT.
           MOVE 1 TO PAR-POS.
           PERFORM REGRABAR-UNA-PARTIDA THRU F-REGRABAR-UNA-PARTIDA
              UNTIL PAR-POS > PAR-CANT.
           MOVE WCLAVE-PAGO TO MPCLAVE.
           READ COMPROBANTES KEY IS MPCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE REST-IMP TO MPSDO
                 REWRITE R-MPV
           END-READ.
       F-IMPUTAR-PARTIDAS.
           EXIT.

      *-- JUNTA EN LA TABLA LAS FACTURAS, NOTAS DE DEBITO Y -------*
      *-- CHEQUES DEVUELTOS CON SALDO, EN ORDEN DE FECHA (EL ORDEN -*
      *-- DE LA CLAVE) ---------------------------------------------*
       CARGAR-PARTIDAS.
           MOVE 0 TO PAR-CANT.
           MOVE "N" TO SW-FIN-SEC.
           MOVE ENT-PROV TO MPPROV.
           MOVE 0 TO MPFECHA MPSEC.
           START COMPROBANTES KEY IS NOT LESS THAN MPCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SEC
           END-START.
           PERFORM JUNTAR-PARTIDA THRU F-JUNTAR-PARTIDA
              UNTIL SW-FIN-SEC = "S".

       JUNTAR-PARTIDA.
           READ COMPROBANTES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-SEC
           END-READ.
           IF SW-FIN-SEC = "N"
              IF MPPROV NOT = ENT-PROV
                 MOVE "S" TO SW-FIN-SEC
              ELSE
                 IF ((PRV-FACTURA AND NOT PRV-NOTA-CREDITO) OR
                    PRV-CHEQUE-DEVUELTO) AND MPSDO > 0
                    IF PAR-CANT = 200
                       MOVE "S" TO SW-FIN-SEC
                    ELSE
                       ADD 1 TO PAR-CANT
                       MOVE MPCLAVE TO TPAR-CLAVE(PAR-CANT)
                       MOVE MPCOMP TO TPAR-COMP(PAR-CANT)
                       MOVE MPVTO TO TPAR-VTO(PAR-CANT)
                       MOVE MPSDO TO TPAR-SDO(PAR-CANT)
                       MOVE MPSDO TO TPAR-ORIG(PAR-CANT)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       F-JUNTAR-PARTIDA.
           EXIT.

       PEDIR-IMPUTACION.
           ADD 1 TO L.
           IF L > 20
              PERFORM PULSAR-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           DISPLAY TPAR-VTO(PAR-POS) LINE L POSITION 05.
           DISPLAY TPAR-COMP(PAR-POS) LINE L POSITION 14.
           MOVE TPAR-SDO(PAR-POS) TO SDO-PAR-ED.
           DISPLAY SDO-PAR-ED LINE L POSITION 28.
           DISPLAY "IMPUTA: " LINE L POSITION 40.
           ACCEPT ENT-IMPU LINE L POSITION 48.
           IF ENT-IMPU IS NOT NUMERIC
              MOVE 0 TO ENT-IMPU
           END-IF.
           IF ENT-IMPU > TPAR-SDO(PAR-POS)
              MOVE TPAR-SDO(PAR-POS) TO ENT-IMPU
           END-IF.
           IF ENT-IMPU > REST-IMP
              MOVE REST-IMP TO ENT-IMPU
           END-IF.
           SUBTRACT ENT-IMPU FROM TPAR-SDO(PAR-POS).
           SUBTRACT ENT-IMPU FROM REST-IMP.
           ADD 1 TO PAR-POS.
       F-PEDIR-IMPUTACION.
           EXIT.

       IMPUTAR-RESTO.
           IF TPAR-SDO(PAR-POS) < REST-IMP
              MOVE TPAR-SDO(PAR-POS) TO IMPUTA
           ELSE
              MOVE REST-IMP TO IMPUTA
           END-IF.
           SUBTRACT IMPUTA FROM TPAR-SDO(PAR-POS).
           SUBTRACT IMPUTA FROM REST-IMP.
           ADD 1 TO PAR-POS.
       F-IMPUTAR-RESTO.
           EXIT.

      *-- CADA FACTURA QUE CAMBIO SE REGRABA CON SU SALDO NUEVO Y --*
      *-- DEJA SU RENGLON DE IMPUTACION ----------------------------*
       REGRABAR-UNA-PARTIDA.
           IF TPAR-SDO(PAR-POS) NOT = TPAR-ORIG(PAR-POS)
              MOVE TPAR-CLAVE(PAR-POS) TO MPCLAVE
              READ COMPROBANTES KEY IS MPCLAVE
                 INVALID KEY
                    DISPLAY "PARTIDA NO RELEIDA - VERIFIQUE"
                       LINE 22 POSITION 05
                       CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                    PERFORM PULSAR-TECLA
                 NOT INVALID KEY
                    MOVE TPAR-SDO(PAR-POS) TO MPSDO
                    REWRITE R-MPV
                    PERFORM GRABAR-IMPUTACION
              END-READ
           END-IF.
           ADD 1 TO PAR-POS.
       F-REGRABAR-UNA-PARTIDA.
           EXIT.

       GRABAR-IMPUTACION.
           ADD 1 TO IPSEC-ULT.
           MOVE WCLAVE-PAGO TO IPPAGO.
           MOVE IPSEC-ULT TO IPSEC.
           MOVE TPAR-CLAVE(PAR-POS) TO IPFACT.
           COMPUTE IPIMP = TPAR-ORIG(PAR-POS) - TPAR-SDO(PAR-POS).
           MOVE WFECHA-HOY TO IPFECHA.
           WRITE R-IPV
              INVALID KEY CONTINUE
           END-WRITE.

       BUSCAR-ULTIMA-SEC.
           READ COMPROBANTES NEXT RECORD
           DISPLAY "CARGAPRV: COMPROBANTES GRABADOS = " CANT-CARGADOS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           CLOSE PROVEEDORES COMPROBANTES MAESUC IMPUTACIONES
                 RETENCIONES CHEQUES-PROPIOS.
           PERFORM CERRAR-REGIMENES.
           PERFORM CERRAR-CUENTAS.
           PERFORM CERRAR-CARTERA.
           PERFORM CERRAR-RUBROS.
           PERFORM CERRAR-ADELANTOS.
           EXIT PROGRAM.

       CERRAR-REGIMENES.
           IF SW-TABLA-REG = "S"
              CLOSE REGIMENES
           END-IF.

       CERRAR-CUENTAS.
           IF SW-TABLA-CTB = "S"
              CLOSE CUENTAS
           END-IF.

       CERRAR-CARTERA.
           IF SW-CARTERA = "S"
              CLOSE CHEQUES
           END-IF.

       CERRAR-RUBROS.
           IF SW-TABLA-RUB = "S"
              CLOSE RUBROS
           END-IF.

       CERRAR-ADELANTOS.
           IF SW-TABLA-ADL = "S"
              CLOSE ADELANTOS
           END-IF.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
