      *** ENSANOC - ENSAYO DEL PROCESO NOCTURNO SOBRE UN           ***
      *** DIRECTORIO ESPEJO - LO LLAMA PROCNOC CUANDO SE LANZA     ***
      *** COMO "PROCNOC ENSAYO":                                   ***
      ***   "P" COPIA LOS MAESTROS, LOS ARCHIVOS DE PLATA Y LOS    ***
      ***       PARAMETROS QUE TOCA LA CADENA A UN SUBDIRECTORIO   ***
      ***       DEL DE DATOS (POR DEFECTO ENSAYO), CUENTA LOS      ***
      ***       REGISTROS DE PRODUCCION, SE PARA EN EL ESPEJO Y    ***
      ***       SACA LA FOTO DE TOTALES DE PARTIDA (TOTNOC) - SI   ***
      ***       HAY UN CALENNOC.ENS (CALENDARIO PROPUESTO) SE      ***
      ***       ENSAYA ESE EN LUGAR DE CALENNOC.PAR                ***
      ***   "S" ELIGE LOS PASOS: LOS DEL CALENDARIO DEL DIA,       ***
      ***       TODOS, O UNO POR UNO                               ***
      ***   "C" TERMINADA LA CADENA SACA LA FOTO FINAL, JUNTA EL   ***
      ***       RESULTADO DE CADA PASO (PROCNOC.JRN DEL ESPEJO),   ***
      ***       VUELVE AL DIRECTORIO DE DATOS, BORRA EL ESPEJO E   ***
      ***       IMPRIME EL INFORME DE ENSAYO AL SPOOL DE           ***
      ***       PRODUCCION: PASOS, TOTALES DE TOTNOC Y REGISTROS   ***
      ***       POR ARCHIVO, PRODUCCION CONTRA ENSAYO              ***
      *** LA WORKING QUEDA VIVA ENTRE "P" Y "C" (PROCNOC NO LO     ***
      *** CANCELA HASTA EL FINAL) - NINGUN ARCHIVO VIVO SE ESCRIBE ***
      *** SALVO EL SPOOL DEL INFORME                               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENSANOC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LOS ARCHIVOS QUE SE CUENTAN (EN PRODUCCION AL PREPARAR Y -*
      *-- EN EL ESPEJO AL CERRAR) - SOLO SE LEEN -------------------*
           SELECT C-MOV ASSIGN TO DISK "MOVPER.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CM-CLAVE
           FILE STATUS IS FSTCNT.

           SELECT C-COB ASSIGN TO DISK "COBRANZA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CC-CLAVE
           FILE STATUS IS FSTCNT.

           SELECT C-TAL ASSIGN TO DISK "TALONSUC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CT-CLAVE
           FILE STATUS IS FSTCNT.

           SELECT C-NOT ASSIGN TO DISK "NOTACD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CN-CLAVE
           FILE STATUS IS FSTCNT.

           SELECT C-PCU ASSIGN TO DISK "PLANCUO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CP-CLAVE
           FILE STATUS IS FSTCNT.

           SELECT C-MOR ASSIGN TO DISK "MORMES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CR-CLAVE
           FILE STATUS IS FSTCNT.

      *-- SUCURSALES: PARA BORRAR LOS EXTRACTOS INFCLI-S DEL ESPEJO -*
           SELECT MAESUC ASSIGN TO DISK "SUCURSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MSUC
           FILE STATUS IS FSTSUC.

      *-- LA FOTO DE TOTNOC, LA BITACORA Y EL CATALOGO DE SPOOL ----*
      *-- DEL ESPEJO (NACEN VACIOS: NO SE COPIAN) ------------------*
           SELECT HISTORIA ASSIGN TO DISK "TOTALES.HIS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTHIS.

           SELECT JORNAL ASSIGN TO DISK "PROCNOC.JRN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTJRN.

           SELECT CATALOGO ASSIGN TO DISK "SPOOL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SPNRO
           FILE STATUS IS FSTCAT.

      *-- EL INFORME DE ENSAYO SALE AL SPOOL (VER TOMASPL) ---------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.
       DATA DIVISION.
       FILE SECTION.
        FD C-MOV
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS R-C-MOV.
         01 R-C-MOV.
            02 CM-CLAVE    PIC X(19).
            02 FILLER      PIC X(47).

        FD C-COB
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-C-COB.
         01 R-C-COB.
            02 CC-CLAVE    PIC 9(09).
            02 FILLER      PIC X(61).

        FD C-TAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS R-C-TAL.
         01 R-C-TAL.
            02 CT-CLAVE    PIC 9(03).
            02 FILLER      PIC X(06).

        FD C-NOT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 137 CHARACTERS
           DATA RECORD IS R-C-NOT.
         01 R-C-NOT.
            02 CN-CLAVE    PIC X(07).
            02 FILLER      PIC X(130).

        FD C-PCU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS R-C-PCU.
         01 R-C-PCU.
            02 CP-CLAVE    PIC 9(08).
            02 FILLER      PIC X(24).

        FD C-MOR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS R-C-MOR.
         01 R-C-MOR.
            02 CR-CLAVE    PIC 9(09).
            02 FILLER      PIC X(94).

        FD MAESUC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-SUC.

         COPY SUCURSAL.

      *-- MISMO RENGLON QUE GRABA TOTNOC ---------------------------*
        FD HISTORIA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS R-HIS.
         01 R-HIS.
            02 HS-FECHA    PIC 9(8).
            02 HS-MTSD     PIC 9(07)V99.
            02 HS-MTSH     PIC 9(07)V99.
            02 HS-SNETO    PIC S9(07)V99 SIGN LEADING SEPARATE.
            02 HS-CANTORF  PIC 9(5).
            02 HS-CANT-PER PIC 9(6).
            02 HS-CANT-ALU PIC 9(6).
            02 HS-CANT-EMP PIC 9(6).
            02 HS-CANT-LOC PIC 9(6).
            02 HS-CANT-SUC PIC 9(6).

      *-- MISMO RENGLON QUE GRABA PROCNOC POR CADA PASO ------------*
        FD JORNAL
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS R-JORNAL.
         01 R-JORNAL.
            02 JN-FECHA    PIC 9(8).
            02 FILLER      PIC X.
            02 JN-HINI     PIC 9(6).
            02 FILLER      PIC X.
            02 JN-HFIN     PIC 9(6).
            02 FILLER      PIC X.
            02 JN-PASO     PIC X(30).
            02 FILLER      PIC X.
            02 JN-RESUL    PIC X(6).
            02 FILLER      PIC X.
            02 JN-REGLA    PIC X(8).

        FD CATALOGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-CAT.
         01 R-CAT.
            02 SPNRO     PIC 9(6).
            02 SPPROG    PIC X(8).
            02 SPFECHA   PIC 9(8).
            02 SPPAGS    PIC 9(4).
            02 SPEST     PIC X.
            02 SPCLASE   PIC X.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTCNT              PIC XX.
       77 FSTSUC              PIC XX.
       77 FSTHIS              PIC XX.
       77 FSTJRN              PIC XX.
       77 FSTCAT              PIC XX.
       77 FSTSPL              PIC XX.
       77 RC-OS               PIC 9(9) COMP-5.
       77 OP-SN               PIC X.
       77 CANT-REG            PIC 9(7).
       77 CANT-COPIADOS       PIC 99 VALUE 0.
       77 CANT-HIS            PIC 99 VALUE 0.
       77 CANT-BORRADOS       PIC 9(4) VALUE 0.
       77 CANT-RARO           PIC 99.
       77 ARCH-POS            PIC 99.
       77 PASO-POS            PIC 99.
       77 JRN-POS             PIC 99.
       77 SW-FIN              PIC X.
       77 SW-ESPEJO-BORRADO   PIC X VALUE "N".
       77 SW-ERRORES          PIC X VALUE "N".
       77 SW-SIN-CLIENTES     PIC X VALUE "N".
      *-- EL INFORME SALE AL SPOOL DE PRODUCCION -------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "ENSANOC ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 1.
       77 L-HOJA              PIC 99 VALUE 0.

      *-- DIRECTORIO ESPEJO: UN NOMBRE SIMPLE, DEBAJO DEL DE DATOS -*
       77 DIR-ESPEJO          PIC X(12) VALUE SPACES.
       77 DIR-DATOS           PIC X(12) VALUE "..".
       77 NOMBRE-ORIGEN       PIC X(40).
       77 NOMBRE-DESTINO      PIC X(40).
       77 NOMBRE-ARCH         PIC X(26).
       77 CAL-USADO           PIC X(30) VALUE SPACES.
      *-- C = CALENDARIO DEL DIA, T = TODOS, E = ELEGIDOS ----------*
       77 MODO-SEL            PIC X VALUE "C".
       77 HORA-INI-ENS        PIC 9(6) VALUE 0.
       77 HORA-FIN-ENS        PIC 9(6) VALUE 0.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).
       01 WFECHA-R REDEFINES WFECHA-HOY PIC 9(8).
       77 WPER-ANT            PIC 9(6).
       01 WHORA-ACT.
          02 WHORA-6          PIC 9(6).
          02 FILLER           PIC 99.
       01 WAA-HIS             PIC 9(4).
       01 WAA-HIS-R REDEFINES WAA-HIS.
          02 FILLER           PIC 99.
          02 WAA-HIS-CORTO    PIC 99.

      *-- LO QUE TOCA LA CADENA Y VIAJA AL ESPEJO (LOS HISTORICOS --*
      *-- MOVPERAA.HIS DE AUDICONS Y EL CALENDARIO VAN APARTE) -----*
       01 TABLA-COPIAR.
          02 FILLER PIC X(14) VALUE "PERSONA.IND".
          02 FILLER PIC X(14) VALUE "MAEALU.IND".
          02 FILLER PIC X(14) VALUE "MAEEMP.IND".
          02 FILLER PIC X(14) VALUE "LOCALIDAD.IND".
          02 FILLER PIC X(14) VALUE "SUCURSAL.IND".
          02 FILLER PIC X(14) VALUE "MOVPER.IND".
          02 FILLER PIC X(14) VALUE "COBRANZA.IND".
          02 FILLER PIC X(14) VALUE "TALONSUC.IND".
          02 FILLER PIC X(14) VALUE "NOTACD.IND".
          02 FILLER PIC X(14) VALUE "PERIODO.IND".
          02 FILLER PIC X(14) VALUE "PARAMETROS.IND".
          02 FILLER PIC X(14) VALUE "COTIZA.IND".
          02 FILLER PIC X(14) VALUE "PLANPAG.IND".
          02 FILLER PIC X(14) VALUE "PLANCUO.IND".
          02 FILLER PIC X(14) VALUE "MORMES.IND".
          02 FILLER PIC X(14) VALUE "INTERES.PAR".
          02 FILLER PIC X(14) VALUE "INTERES.CTL".
          02 FILLER PIC X(14) VALUE "ROTALOG.CTL".
          02 FILLER PIC X(14) VALUE "AUDITALU.LOG".
          02 FILLER PIC X(14) VALUE "IMAGPLA.JRN".
          02 FILLER PIC X(14) VALUE "MLISP1.NOC".
          02 FILLER PIC X(14) VALUE "EMPRESA.CFG".
          02 FILLER PIC X(14) VALUE "FERIADOS.DAT".
          02 FILLER PIC X(14) VALUE "RETENCION.PAR".
          02 FILLER PIC X(14) VALUE "ALERTAS.PAR".
          02 FILLER PIC X(14) VALUE "ALERTAS.IND".
          02 FILLER PIC X(14) VALUE "ALERTAS.CTL".
          02 FILLER PIC X(14) VALUE "CAJACTL.IND".
          02 FILLER PIC X(14) VALUE "CHEQUES.IND".
          02 FILLER PIC X(14) VALUE "CURSO.IND".
          02 FILLER PIC X(14) VALUE "REMESA.IND".
          02 FILLER PIC X(14) VALUE "LICENCIA.IND".
       01 R-TABLA-COPIAR REDEFINES TABLA-COPIAR.
          02 NOM-COPIAR OCCURS 32 TIMES PIC X(14).

      *-- LO QUE LA CADENA CREA EN EL ESPEJO CON NOMBRE FIJO -------*
       01 TABLA-PRODUCTOS.
          02 FILLER PIC X(14) VALUE "PROCNOC.JRN".
          02 FILLER PIC X(14) VALUE "PROCNOC.CHK".
          02 FILLER PIC X(14) VALUE "TOTALES.HIS".
          02 FILLER PIC X(14) VALUE "MAEEMP.ORD".
          02 FILLER PIC X(14) VALUE "PERSONA.ORD".
          02 FILLER PIC X(14) VALUE "PERSONA.WWW".
          02 FILLER PIC X(14) VALUE "MLISP1.PAR".
          02 FILLER PIC X(14) VALUE "MLISP1.CHK".
          02 FILLER PIC X(14) VALUE "DEPURA.LOG".
          02 FILLER PIC X(14) VALUE "SPOOL.IND".
          02 FILLER PIC X(14) VALUE "SPOOL.CTL".
          02 FILLER PIC X(14) VALUE "SESIONES.IND".
          02 FILLER PIC X(14) VALUE "CALENNOC.PAR".
       01 R-TABLA-PRODUCTOS REDEFINES TABLA-PRODUCTOS.
          02 NOM-PRODUCTO OCCURS 13 TIMES PIC X(14).

      *-- LAS COPIAS FECHADAS QUE SACA COPIASEG (PASO 1) -----------*
       01 TABLA-RESGUARDO.
          02 FILLER PIC X(14) VALUE "MAEALU.IND".
          02 FILLER PIC X(14) VALUE "LOCALIDAD.IND".
          02 FILLER PIC X(14) VALUE "SUCURSAL.IND".
          02 FILLER PIC X(14) VALUE "PERSONA.IND".
          02 FILLER PIC X(14) VALUE "MOVPER.IND".
          02 FILLER PIC X(14) VALUE "COBRANZA.IND".
       01 R-TABLA-RESGUARDO REDEFINES TABLA-RESGUARDO.
          02 NOM-RESGUARDO OCCURS 6 TIMES PIC X(14).

      *-- NOMBRE DE CADA PASO, EN EL MISMO ORDEN QUE PROCNOC -------*
       01 TABLA-NOMBRES.
          02 FILLER PIC X(30) VALUE "RESGUARDO (COPIASEG)".
          02 FILLER PIC X(30) VALUE "CARGA DE EMPLEADOS (CARGAPE)".
          02 FILLER PIC X(30) VALUE "CARGA LOCALIDADES (CARGALOC)".
          02 FILLER PIC X(30) VALUE "CARGA DE SUCURSALES (CARGASUC)".
          02 FILLER PIC X(30) VALUE "ORDENAMIENTO DE EMPLEADOS".
          02 FILLER PIC X(30) VALUE "ROTACION DE AUDITORIA".
          02 FILLER PIC X(30) VALUE "INTERESES MENSUALES (INTMENS)".
          02 FILLER PIC X(30) VALUE "APLICA MOVIMIENTOS (APLIMOV)".
          02 FILLER PIC X(30) VALUE "INFORME DE CLIENTES (MLISP1-I)".
          02 FILLER PIC X(30) VALUE "FOTO DE TOTALES (TOTNOC)".
          02 FILLER PIC X(30) VALUE "DEPURACION (RETEN)".
          02 FILLER PIC X(30) VALUE "AUDITORIA (AUDICONS)".
          02 FILLER PIC X(30) VALUE "FOTO DE MOROSIDAD (FOTOMOR)".
          02 FILLER PIC X(30) VALUE "ALERTAS DE NEGOCIO (EVALERT)".
       01 R-TABLA-NOMBRES REDEFINES TABLA-NOMBRES.
          02 NOM-PASO OCCURS 14 TIMES PIC X(30).

      *-- REGISTROS POR ARCHIVO: PRODUCCION (AL PREPARAR) Y ENSAYO -*
      *-- (AL CERRAR) - "N" = EL ARCHIVO NO EXISTE -----------------*
       01 TABLA-CUENTAS.
          02 FILLER PIC X(14) VALUE "MOVPER.IND".
          02 FILLER PIC X(14) VALUE "COBRANZA.IND".
          02 FILLER PIC X(14) VALUE "TALONSUC.IND".
          02 FILLER PIC X(14) VALUE "NOTACD.IND".
          02 FILLER PIC X(14) VALUE "PLANCUO.IND".
          02 FILLER PIC X(14) VALUE "MORMES.IND".
       01 R-TABLA-CUENTAS REDEFINES TABLA-CUENTAS.
          02 NOM-CUENTA OCCURS 6 TIMES PIC X(14).
       01 TABLA-CANTIDADES.
          02 CANT-ARCH OCCURS 6 TIMES.
             03 CA-PROD       PIC 9(7).
             03 CA-PROD-EX    PIC X.
             03 CA-ENS        PIC 9(7).
             03 CA-ENS-EX     PIC X.
      *-- P = CONTANDO PRODUCCION, E = CONTANDO EL ESPEJO ----------*
       77 LADO                PIC X.

      *-- FOTOS DE TOTNOC: LA PRIMERA Y LA ULTIMA DEL ESPEJO -------*
       01 FOTO-ANTES.
          02 FA-MTSD          PIC 9(07)V99 VALUE 0.
          02 FA-MTSH          PIC 9(07)V99 VALUE 0.
          02 FA-SNETO         PIC S9(07)V99 VALUE 0.
          02 FA-CANTORF       PIC 9(5) VALUE 0.
          02 FA-CANT-PER      PIC 9(6) VALUE 0.
          02 FA-CANT-ALU      PIC 9(6) VALUE 0.
          02 FA-CANT-EMP      PIC 9(6) VALUE 0.
          02 FA-CANT-LOC      PIC 9(6) VALUE 0.
          02 FA-CANT-SUC      PIC 9(6) VALUE 0.
       01 FOTO-DESPUES.
          02 FD-MTSD          PIC 9(07)V99 VALUE 0.
          02 FD-MTSH          PIC 9(07)V99 VALUE 0.
          02 FD-SNETO         PIC S9(07)V99 VALUE 0.
          02 FD-CANTORF       PIC 9(5) VALUE 0.
          02 FD-CANT-PER      PIC 9(6) VALUE 0.
          02 FD-CANT-ALU      PIC 9(6) VALUE 0.
          02 FD-CANT-EMP      PIC 9(6) VALUE 0.
          02 FD-CANT-LOC      PIC 9(6) VALUE 0.
          02 FD-CANT-SUC      PIC 9(6) VALUE 0.

      *-- RENGLONES DE LA BITACORA DEL ESPEJO, EN ORDEN DE PASO ----*
       77 CANT-JRN            PIC 99 VALUE 0.
       01 TABLA-JRN.
          02 JRN-REN OCCURS 20 TIMES.
             03 JT-HINI       PIC 9(6).
             03 JT-HFIN       PIC 9(6).
             03 JT-PASO       PIC X(30).
             03 JT-RESUL      PIC X(6).

      *-- INFORMES QUE LA CADENA DEJO EN EL SPOOL DEL ESPEJO -------*
       77 CANT-SPL            PIC 99 VALUE 0.
       01 TABLA-SPL.
          02 SPL-REN OCCURS 50 TIMES.
             03 TS-NRO        PIC 9(6).
             03 TS-PROG       PIC X(8).
             03 TS-PAGS       PIC 9(4).

      *-- RENGLONES DEL INFORME ------------------------------------*
       01 LINEA-PASO.
          02 FILLER           PIC X(01) VALUE SPACE.
          02 LPS-NRO          PIC 99.
          02 FILLER           PIC X(02) VALUE SPACES.
          02 LPS-NOMBRE       PIC X(30).
          02 FILLER           PIC X(01) VALUE SPACE.
          02 LPS-REGLA        PIC X(8).
          02 FILLER           PIC X(01) VALUE SPACE.
          02 LPS-HINI         PIC 99.99.99.
          02 FILLER           PIC X(01) VALUE SPACE.
          02 LPS-HFIN         PIC 99.99.99.
          02 FILLER           PIC X(01) VALUE SPACE.
          02 LPS-RESUL        PIC X(15).
       01 LINEA-COMPARA.
          02 FILLER           PIC X(01) VALUE SPACE.
          02 LCO-ROT          PIC X(22).
          02 LCO-PROD         PIC -ZZ.ZZZ.ZZ9,99.
          02 FILLER           PIC X(02) VALUE SPACES.
          02 LCO-ENS          PIC -ZZ.ZZZ.ZZ9,99.
          02 FILLER           PIC X(02) VALUE SPACES.
          02 LCO-DIF          PIC -ZZ.ZZZ.ZZ9,99.
          02 FILLER           PIC X(02) VALUE SPACES.
          02 LCO-MARCA        PIC X(08).
       01 LINEA-CUENTA.
          02 FILLER           PIC X(01) VALUE SPACE.
          02 LCU-ROT          PIC X(22).
          02 LCU-PROD         PIC X(14).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 LCU-ENS          PIC X(14).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 LCU-DIF          PIC -ZZZ.ZZZ.ZZ9.
          02 FILLER           PIC X(04) VALUE SPACES.
          02 LCU-MARCA        PIC X(08).
       77 CANT-ED             PIC Z.ZZZ.ZZ9.
       77 IMP-ANT             PIC S9(9)V99.
       77 IMP-NUE             PIC S9(9)V99.
       77 CNT-ANT             PIC S9(9).
       77 CNT-NUE             PIC S9(9).
       77 NRO-ED              PIC Z9.
       01 FECHA-ED.
          02 FED-DD           PIC 9(2).
          02 FILLER           PIC X VALUE "/".
          02 FED-MM           PIC 9(2).
          02 FILLER           PIC X VALUE "/".
          02 FED-AA           PIC 9(4).

       LINKAGE SECTION.
      *-- P = PREPARAR EL ESPEJO, S = ELEGIR PASOS, C = CERRAR -----*
       77 ENS-ACC             PIC X.
      *-- S = SE PUEDE SEGUIR, N = ABANDONAR EL ENSAYO -------------*
       77 ENS-RES             PIC X.
      *-- LA MISMA TABLA DE PASOS HABILITADOS DE PROCNOC -----------*
       01 TABLA-CALENDARIO.
          02 PASO-CAL OCCURS 14 TIMES.
             03 PASO-HABIL    PIC X.
             03 PASO-REGLA    PIC X(8).

       PROCEDURE DIVISION USING ENS-ACC ENS-RES TABLA-CALENDARIO.
       INICIO.
           MOVE "S" TO ENS-RES.
           EVALUATE ENS-ACC
              WHEN "P"
                 PERFORM PREPARAR THRU F-PREPARAR
              WHEN "S"
                 PERFORM ELEGIR-PASOS THRU F-ELEGIR-PASOS
              WHEN "C"
                 PERFORM CERRAR THRU F-CERRAR
           END-EVALUATE.
           GOBACK.

      *-- COPIA AL ESPEJO, CUENTA PRODUCCION Y SE PARA EN EL ESPEJO -*
       PREPARAR.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WHORA-ACT FROM TIME.
           MOVE WHORA-6 TO HORA-INI-ENS.
           DISPLAY "ENSANOC: ENSAYO DEL PROCESO NOCTURNO SOBRE UN "
              "DIRECTORIO ESPEJO".
           DISPLAY "ENSANOC: DIRECTORIO ESPEJO (ENTER = ENSAYO) ?".
           ACCEPT DIR-ESPEJO.
           IF DIR-ESPEJO = SPACES
              MOVE "ENSAYO" TO DIR-ESPEJO
           END-IF.
      *-- NADA DE RUTAS: EL ESPEJO CUELGA DEL DIRECTORIO DE DATOS Y -*
      *-- ASI LA LIMPIEZA NUNCA PUEDE ALCANZAR UN ARCHIVO VIVO -----*
           MOVE 0 TO CANT-RARO.
           INSPECT DIR-ESPEJO TALLYING CANT-RARO
              FOR ALL "\" ALL "/" ALL ":" ALL ".".
           IF CANT-RARO > 0
              DISPLAY "ENSANOC: SOLO UN NOMBRE SIMPLE, SIN RUTA NI "
                 "PUNTOS"
              MOVE "N" TO ENS-RES
              GO TO F-PREPARAR
           END-IF.
           CALL "CBL_CREATE_DIR" USING DIR-ESPEJO
                RETURNING RC-OS.
           IF RC-OS NOT = 0
              DISPLAY "ENSANOC: " DIR-ESPEJO " YA EXISTE (UN ENSAYO "
                 "CORTADO ?)"
              DISPLAY "ENSANOC: SE LIMPIA Y SE USA (S/N) ?"
              ACCEPT OP-SN
              IF OP-SN NOT = "S" AND OP-SN NOT = "s"
                 MOVE "N" TO ENS-RES
                 GO TO F-PREPARAR
              END-IF
              PERFORM LIMPIAR-ESPEJO THRU F-LIMPIAR-ESPEJO
           END-IF.
           MOVE 1 TO ARCH-POS.
           PERFORM COPIAR-UNO THRU F-COPIAR-UNO
              UNTIL ARCH-POS > 32.
           PERFORM COPIAR-CALENDARIO THRU F-COPIAR-CALENDARIO.
           COMPUTE WAA-HIS = WAA-HOY - 10.
           PERFORM COPIAR-HISTORICO THRU F-COPIAR-HISTORICO
              UNTIL WAA-HIS > WAA-HOY.
           DISPLAY "ENSANOC: ARCHIVOS COPIADOS AL ESPEJO = "
              CANT-COPIADOS " + " CANT-HIS " HISTORICOS".
      *-- SIN EL MAESTRO DE CLIENTES NO HAY NADA QUE ENSAYAR -------*
           IF SW-SIN-CLIENTES = "S"
              DISPLAY "ENSANOC: SIN PERSONA.IND NO HAY ENSAYO"
              PERFORM LIMPIAR-ESPEJO THRU F-LIMPIAR-ESPEJO
              CALL "CBL_DELETE_DIR" USING DIR-ESPEJO
                   RETURNING RC-OS
              MOVE "N" TO ENS-RES
              GO TO F-PREPARAR
           END-IF.
           MOVE "P" TO LADO.
           PERFORM CONTAR-ARCHIVOS THRU F-CONTAR-ARCHIVOS.
           CALL "CBL_CHANGE_DIR" USING DIR-ESPEJO
                RETURNING RC-OS.
           IF RC-OS NOT = 0
              DISPLAY "ENSANOC: NO SE PUDO ENTRAR A " DIR-ESPEJO
                 " (RC=" RC-OS ")"
              PERFORM LIMPIAR-ESPEJO THRU F-LIMPIAR-ESPEJO
              CALL "CBL_DELETE_DIR" USING DIR-ESPEJO
                   RETURNING RC-OS
              MOVE "N" TO ENS-RES
              GO TO F-PREPARAR
           END-IF.
      *-- FOTO DE PARTIDA: ES LA DE PRODUCCION, RECIEN COPIADA -----*
           CALL   "TOTNOC".
           CANCEL "TOTNOC".
           DISPLAY "ENSANOC: TRABAJANDO SOBRE " DIR-ESPEJO
              " - LOS ARCHIVOS VIVOS NO SE TOCAN".
       F-PREPARAR.
           EXIT.

       COPIAR-UNO.
           MOVE NOM-COPIAR(ARCH-POS) TO NOMBRE-ARCH.
           PERFORM ARMAR-NOMBRE-ESPEJO.
           MOVE NOM-COPIAR(ARCH-POS) TO NOMBRE-ORIGEN.
           CALL "CBL_COPY_FILE" USING NOMBRE-ORIGEN NOMBRE-DESTINO
                RETURNING RC-OS.
           IF RC-OS = 0
              ADD 1 TO CANT-COPIADOS
           ELSE
              DISPLAY "ENSANOC: SIN " NOMBRE-ORIGEN " - NO SE COPIA"
              IF ARCH-POS = 1
                 MOVE "S" TO SW-SIN-CLIENTES
              END-IF
           END-IF.
           ADD 1 TO ARCH-POS.
       F-COPIAR-UNO.
           EXIT.

      *-- SI HAY UN CALENDARIO PROPUESTO SE ENSAYA ESE -------------*
       COPIAR-CALENDARIO.
           MOVE "CALENNOC.PAR" TO NOMBRE-ARCH.
           PERFORM ARMAR-NOMBRE-ESPEJO.
           MOVE "CALENNOC.ENS" TO NOMBRE-ORIGEN.
           CALL "CBL_COPY_FILE" USING NOMBRE-ORIGEN NOMBRE-DESTINO
                RETURNING RC-OS.
           IF RC-OS = 0
              MOVE "CALENNOC.ENS (PROPUESTO)" TO CAL-USADO
              GO TO F-COPIAR-CALENDARIO
           END-IF.
           MOVE "CALENNOC.PAR" TO NOMBRE-ORIGEN.
           CALL "CBL_COPY_FILE" USING NOMBRE-ORIGEN NOMBRE-DESTINO
                RETURNING RC-OS.
           IF RC-OS = 0
              MOVE "CALENNOC.PAR (VIGENTE)" TO CAL-USADO
           ELSE
              MOVE "SIN CALENDARIO (TODO COMO SIEMPRE)" TO CAL-USADO
           END-IF.
       F-COPIAR-CALENDARIO.
           EXIT.

      *-- LOS HISTORICOS ANUALES QUE SUMA AUDICONS (DIEZ ANIOS) ----*
       COPIAR-HISTORICO.
           PERFORM ARMAR-NOMBRE-HISTORICO.
           PERFORM ARMAR-NOMBRE-ESPEJO.
           MOVE NOMBRE-ARCH TO NOMBRE-ORIGEN.
           CALL "CBL_COPY_FILE" USING NOMBRE-ORIGEN NOMBRE-DESTINO
                RETURNING RC-OS.
           IF RC-OS = 0
              ADD 1 TO CANT-HIS
           END-IF.
           ADD 1 TO WAA-HIS.
       F-COPIAR-HISTORICO.
           EXIT.

       ARMAR-NOMBRE-HISTORICO.
           MOVE SPACES TO NOMBRE-ARCH.
           STRING "MOVPER" DELIMITED BY SIZE
                  WAA-HIS-CORTO DELIMITED BY SIZE
                  ".HIS" DELIMITED BY SIZE
                  INTO NOMBRE-ARCH.

      *-- NOMBRE-ARCH DENTRO DEL ESPEJO, VISTO DESDE EL DE DATOS ---*
       ARMAR-NOMBRE-ESPEJO.
           MOVE SPACES TO NOMBRE-DESTINO.
           STRING DIR-ESPEJO DELIMITED BY SPACE
                  "\" DELIMITED BY SIZE
                  NOMBRE-ARCH DELIMITED BY SPACE
                  INTO NOMBRE-DESTINO.

      *-- PASOS A ENSAYAR: SE PARTE DEL CALENDARIO YA ARMADO --------*
       ELEGIR-PASOS.
           DISPLAY "ENSANOC: PASOS A ENSAYAR - C=LOS DEL CALENDARIO "
              "DEL DIA  T=TODOS  E=ELEGIR ?".
           ACCEPT MODO-SEL.
           IF MODO-SEL = "t"
              MOVE "T" TO MODO-SEL
           END-IF.
           IF MODO-SEL = "e"
              MOVE "E" TO MODO-SEL
           END-IF.
           IF MODO-SEL NOT = "T" AND MODO-SEL NOT = "E"
              MOVE "C" TO MODO-SEL
              GO TO F-ELEGIR-PASOS
           END-IF.
           MOVE 1 TO PASO-POS.
           PERFORM ELEGIR-UN-PASO THRU F-ELEGIR-UN-PASO
              UNTIL PASO-POS > 14.
       F-ELEGIR-PASOS.
           EXIT.

       ELEGIR-UN-PASO.
           IF MODO-SEL = "T"
              MOVE "S" TO PASO-HABIL(PASO-POS)
           ELSE
              DISPLAY "ENSANOC: PASO " PASO-POS " "
                 NOM-PASO(PASO-POS) " (CALENDARIO: "
                 PASO-REGLA(PASO-POS) " " PASO-HABIL(PASO-POS)
                 ") - CORRE (S/N) ?"
              ACCEPT OP-SN
              IF OP-SN = "S" OR OP-SN = "s"
                 MOVE "S" TO PASO-HABIL(PASO-POS)
              ELSE
                 MOVE "N" TO PASO-HABIL(PASO-POS)
              END-IF
           END-IF.
           MOVE "ENSAYO" TO PASO-REGLA(PASO-POS).
           ADD 1 TO PASO-POS.
       F-ELEGIR-UN-PASO.
           EXIT.

      *-- FOTO FINAL, RESULTADOS, VUELTA A DATOS, LIMPIEZA E INFORME -*
       CERRAR.
           CALL   "TOTNOC".
           CANCEL "TOTNOC".
           ACCEPT WHORA-ACT FROM TIME.
           MOVE WHORA-6 TO HORA-FIN-ENS.
           PERFORM LEER-FOTOS THRU F-LEER-FOTOS.
           PERFORM LEER-JORNAL THRU F-LEER-JORNAL.
           PERFORM LEER-CATALOGO THRU F-LEER-CATALOGO.
           MOVE "E" TO LADO.
           PERFORM CONTAR-ARCHIVOS THRU F-CONTAR-ARCHIVOS.
           CALL "CBL_CHANGE_DIR" USING DIR-DATOS
                RETURNING RC-OS.
           IF RC-OS NOT = 0
              DISPLAY "ENSANOC: NO SE PUDO VOLVER AL DIRECTORIO DE "
                 "DATOS - EL INFORME NO SE EMITE Y " DIR-ESPEJO
                 " QUEDA SIN BORRAR"
              MOVE "N" TO ENS-RES
              GO TO F-CERRAR
           END-IF.
           PERFORM LIMPIAR-ESPEJO THRU F-LIMPIAR-ESPEJO.
           CALL "CBL_DELETE_DIR" USING DIR-ESPEJO
                RETURNING RC-OS.
           IF RC-OS = 0
              MOVE "S" TO SW-ESPEJO-BORRADO
           END-IF.
           PERFORM IMPRIMIR-INFORME THRU F-IMPRIMIR-INFORME.
           DISPLAY "ENSANOC: INFORME DE ENSAYO EN EL SPOOL NUMERO "
              SPL-NUMERO.
       F-CERRAR.
           EXIT.

      *-- EL TOTALES.HIS DEL ESPEJO NACE CON LA FOTO DE PARTIDA; LA -*
      *-- ULTIMA ES LA QUE SE ACABA DE SACAR -----------------------*
       LEER-FOTOS.
           OPEN INPUT HISTORIA.
           IF FSTHIS NOT = "00"
              GO TO F-LEER-FOTOS
           END-IF.
           READ HISTORIA AT END MOVE "10" TO FSTHIS.
           IF FSTHIS = "00"
              MOVE HS-MTSD TO FA-MTSD
              MOVE HS-MTSH TO FA-MTSH
              MOVE HS-SNETO TO FA-SNETO
              MOVE HS-CANTORF TO FA-CANTORF
              MOVE HS-CANT-PER TO FA-CANT-PER
              MOVE HS-CANT-ALU TO FA-CANT-ALU
              MOVE HS-CANT-EMP TO FA-CANT-EMP
              MOVE HS-CANT-LOC TO FA-CANT-LOC
              MOVE HS-CANT-SUC TO FA-CANT-SUC
           END-IF.
           PERFORM LEER-UNA-FOTO THRU F-LEER-UNA-FOTO
              UNTIL FSTHIS = "10".
           CLOSE HISTORIA.
       F-LEER-FOTOS.
           EXIT.

       LEER-UNA-FOTO.
           MOVE HS-MTSD TO FD-MTSD.
           MOVE HS-MTSH TO FD-MTSH.
           MOVE HS-SNETO TO FD-SNETO.
           MOVE HS-CANTORF TO FD-CANTORF.
           MOVE HS-CANT-PER TO FD-CANT-PER.
           MOVE HS-CANT-ALU TO FD-CANT-ALU.
           MOVE HS-CANT-EMP TO FD-CANT-EMP.
           MOVE HS-CANT-LOC TO FD-CANT-LOC.
           MOVE HS-CANT-SUC TO FD-CANT-SUC.
           READ HISTORIA AT END MOVE "10" TO FSTHIS.
       F-LEER-UNA-FOTO.
           EXIT.

      *-- UN RENGLON POR PASO CORRIDO, EN EL ORDEN DE LA CADENA ----*
       LEER-JORNAL.
           OPEN INPUT JORNAL.
           IF FSTJRN NOT = "00"
              GO TO F-LEER-JORNAL
           END-IF.
           PERFORM LEER-UN-JORNAL THRU F-LEER-UN-JORNAL
              UNTIL FSTJRN = "10".
           CLOSE JORNAL.
       F-LEER-JORNAL.
           EXIT.

       LEER-UN-JORNAL.
           READ JORNAL AT END MOVE "10" TO FSTJRN.
           IF FSTJRN = "10" OR CANT-JRN NOT < 20
              GO TO F-LEER-UN-JORNAL
           END-IF.
           ADD 1 TO CANT-JRN.
           MOVE JN-HINI TO JT-HINI(CANT-JRN).
           MOVE JN-HFIN TO JT-HFIN(CANT-JRN).
           MOVE JN-PASO TO JT-PASO(CANT-JRN).
           MOVE JN-RESUL TO JT-RESUL(CANT-JRN).
       F-LEER-UN-JORNAL.
           EXIT.

      *-- LOS INFORMES QUE LA CADENA DEJO EN EL SPOOL DEL ESPEJO ---*
       LEER-CATALOGO.
           OPEN INPUT CATALOGO.
           IF FSTCAT NOT = "00"
              GO TO F-LEER-CATALOGO
           END-IF.
           PERFORM LEER-UN-SPOOL THRU F-LEER-UN-SPOOL
              UNTIL FSTCAT = "10".
           CLOSE CATALOGO.
       F-LEER-CATALOGO.
           EXIT.

       LEER-UN-SPOOL.
           READ CATALOGO NEXT RECORD AT END MOVE "10" TO FSTCAT.
           IF FSTCAT = "10" OR CANT-SPL NOT < 50
              GO TO F-LEER-UN-SPOOL
           END-IF.
           ADD 1 TO CANT-SPL.
           MOVE SPNRO TO TS-NRO(CANT-SPL).
           MOVE SPPROG TO TS-PROG(CANT-SPL).
           MOVE SPPAGS TO TS-PAGS(CANT-SPL).
       F-LEER-UN-SPOOL.
           EXIT.

      *-- CUENTA LOS REGISTROS DE CADA ARCHIVO EN EL DIRECTORIO ----*
      *-- DONDE SE ESTA PARADO (LADO DICE DONDE SE ANOTA) ----------*
       CONTAR-ARCHIVOS.
           MOVE 1 TO ARCH-POS.
           PERFORM CONTAR-UNO THRU F-CONTAR-UNO
              UNTIL ARCH-POS > 6.
       F-CONTAR-ARCHIVOS.
           EXIT.

       CONTAR-UNO.
           MOVE 0 TO CANT-REG.
           MOVE "N" TO SW-FIN.
           EVALUATE ARCH-POS
              WHEN 1
                 OPEN INPUT C-MOV
                 IF FSTCNT = "00"
                    PERFORM CONTAR-MOV UNTIL SW-FIN = "S"
                    CLOSE C-MOV
                 END-IF
              WHEN 2
                 OPEN INPUT C-COB
                 IF FSTCNT = "00"
                    PERFORM CONTAR-COB UNTIL SW-FIN = "S"
                    CLOSE C-COB
                 END-IF
              WHEN 3
                 OPEN INPUT C-TAL
                 IF FSTCNT = "00"
                    PERFORM CONTAR-TAL UNTIL SW-FIN = "S"
                    CLOSE C-TAL
                 END-IF
              WHEN 4
                 OPEN INPUT C-NOT
                 IF FSTCNT = "00"
                    PERFORM CONTAR-NOT UNTIL SW-FIN = "S"
                    CLOSE C-NOT
                 END-IF
              WHEN 5
                 OPEN INPUT C-PCU
                 IF FSTCNT = "00"
                    PERFORM CONTAR-PCU UNTIL SW-FIN = "S"
                    CLOSE C-PCU
                 END-IF
              WHEN 6
                 OPEN INPUT C-MOR
                 IF FSTCNT = "00"
                    PERFORM CONTAR-MOR UNTIL SW-FIN = "S"
                    CLOSE C-MOR
                 END-IF
           END-EVALUATE.
           IF LADO = "P"
              MOVE CANT-REG TO CA-PROD(ARCH-POS)
              MOVE SW-FIN TO CA-PROD-EX(ARCH-POS)
           ELSE
              MOVE CANT-REG TO CA-ENS(ARCH-POS)
              MOVE SW-FIN TO CA-ENS-EX(ARCH-POS)
           END-IF.
           ADD 1 TO ARCH-POS.
       F-CONTAR-UNO.
           EXIT.

       CONTAR-MOV.
           READ C-MOV NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN NOT = "S"
              ADD 1 TO CANT-REG
           END-IF.

       CONTAR-COB.
           READ C-COB NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN NOT = "S"
              ADD 1 TO CANT-REG
           END-IF.

       CONTAR-TAL.
           READ C-TAL NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN NOT = "S"
              ADD 1 TO CANT-REG
           END-IF.

       CONTAR-NOT.
           READ C-NOT NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN NOT = "S"
              ADD 1 TO CANT-REG
           END-IF.

       CONTAR-PCU.
           READ C-PCU NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN NOT = "S"
              ADD 1 TO CANT-REG
           END-IF.

       CONTAR-MOR.
           READ C-MOR NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN NOT = "S"
              ADD 1 TO CANT-REG
           END-IF.

      *-- BORRA DEL ESPEJO TODO LO QUE SE COPIO Y TODO LO QUE LA ---*
      *-- CADENA PUDO CREAR - SE LANZA PARADO EN EL DE DATOS -------*
       LIMPIAR-ESPEJO.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           MOVE 1 TO ARCH-POS.
           PERFORM BORRAR-COPIA THRU F-BORRAR-COPIA
              UNTIL ARCH-POS > 32.
           MOVE 1 TO ARCH-POS.
           PERFORM BORRAR-PRODUCTO THRU F-BORRAR-PRODUCTO
              UNTIL ARCH-POS > 13.
           MOVE 1 TO ARCH-POS.
           PERFORM BORRAR-RESGUARDO THRU F-BORRAR-RESGUARDO
              UNTIL ARCH-POS > 6.
           COMPUTE WAA-HIS = WAA-HOY - 10.
           PERFORM BORRAR-HISTORICO THRU F-BORRAR-HISTORICO
              UNTIL WAA-HIS > WAA-HOY.
      *-- LOS FECHADOS DEL DIA: DIARIO ROTADO, INFORME A DISCO, ----*
      *-- SALIDA ORDENADA ANTERIOR Y GENERACION DEL LOG DE ALUMNOS -*
           MOVE SPACES TO NOMBRE-ARCH.
           STRING "IMAGPLA-" WFECHA-HOY ".JRN" DELIMITED BY SIZE
              INTO NOMBRE-ARCH.
           PERFORM BORRAR-NOMBRE.
           MOVE SPACES TO NOMBRE-ARCH.
           STRING "INFCLI-" WFECHA-HOY ".TXT" DELIMITED BY SIZE
              INTO NOMBRE-ARCH.
           PERFORM BORRAR-NOMBRE.
           MOVE SPACES TO NOMBRE-ARCH.
           STRING "MAEEMP.ORD-" WFECHA-HOY DELIMITED BY SIZE
              INTO NOMBRE-ARCH.
           PERFORM BORRAR-NOMBRE.
           IF WMM-HOY = 1
              COMPUTE WPER-ANT = (WAA-HOY - 1) * 100 + 12
           ELSE
              COMPUTE WPER-ANT = WAA-HOY * 100 + WMM-HOY - 1
           END-IF.
           MOVE SPACES TO NOMBRE-ARCH.
           STRING "AUDITALU-" WPER-ANT ".LOG" DELIMITED BY SIZE
              INTO NOMBRE-ARCH.
           PERFORM BORRAR-NOMBRE.
           OPEN INPUT MAESUC.
           IF FSTSUC = "00"
              PERFORM BORRAR-EXTRACTO THRU F-BORRAR-EXTRACTO
                 UNTIL FSTSUC = "10"
              CLOSE MAESUC
           END-IF.
           MOVE 1 TO ARCH-POS.
           PERFORM BORRAR-SPOOL THRU F-BORRAR-SPOOL
              UNTIL ARCH-POS > CANT-SPL.
       F-LIMPIAR-ESPEJO.
           EXIT.

       BORRAR-COPIA.
           MOVE NOM-COPIAR(ARCH-POS) TO NOMBRE-ARCH.
           PERFORM BORRAR-NOMBRE.
           ADD 1 TO ARCH-POS.
       F-BORRAR-COPIA.
           EXIT.

       BORRAR-PRODUCTO.
           MOVE NOM-PRODUCTO(ARCH-POS) TO NOMBRE-ARCH.
           PERFORM BORRAR-NOMBRE.
           ADD 1 TO ARCH-POS.
       F-BORRAR-PRODUCTO.
           EXIT.

       BORRAR-RESGUARDO.
           MOVE SPACES TO NOMBRE-ARCH.
           STRING NOM-RESGUARDO(ARCH-POS) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WFECHA-HOY DELIMITED BY SIZE
                  ".BAK" DELIMITED BY SIZE
                  INTO NOMBRE-ARCH.
           PERFORM BORRAR-NOMBRE.
           ADD 1 TO ARCH-POS.
       F-BORRAR-RESGUARDO.
           EXIT.

       BORRAR-HISTORICO.
           PERFORM ARMAR-NOMBRE-HISTORICO.
           PERFORM BORRAR-NOMBRE.
           ADD 1 TO WAA-HIS.
       F-BORRAR-HISTORICO.
           EXIT.

      *-- EXTRACTOS POR SUCURSAL DE MLISP1-I (INFCLI-SNNN-FECHA) ---*
       BORRAR-EXTRACTO.
           READ MAESUC NEXT RECORD AT END MOVE "10" TO FSTSUC.
           IF FSTSUC = "10"
              GO TO F-BORRAR-EXTRACTO
           END-IF.
           MOVE SPACES TO NOMBRE-ARCH.
           STRING "INFCLI-S" MSUC "-" WFECHA-HOY ".TXT"
              DELIMITED BY SIZE INTO NOMBRE-ARCH.
           PERFORM BORRAR-NOMBRE.
       F-BORRAR-EXTRACTO.
           EXIT.

       BORRAR-SPOOL.
           MOVE SPACES TO NOMBRE-ARCH.
           STRING "SPL" TS-NRO(ARCH-POS) ".TXT" DELIMITED BY SIZE
              INTO NOMBRE-ARCH.
           PERFORM BORRAR-NOMBRE.
           ADD 1 TO ARCH-POS.
       F-BORRAR-SPOOL.
           EXIT.

       BORRAR-NOMBRE.
           PERFORM ARMAR-NOMBRE-ESPEJO.
           CALL "CBL_DELETE_FILE" USING NOMBRE-DESTINO
                RETURNING RC-OS.
           IF RC-OS = 0
              ADD 1 TO CANT-BORRADOS
           END-IF.

      *-- INFORME DE ENSAYO AL SPOOL DE PRODUCCION -----------------*
       IMPRIMIR-INFORME.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           MOVE WDD-HOY TO FED-DD.
           MOVE WMM-HOY TO FED-MM.
           MOVE WAA-HOY TO FED-AA.
           MOVE SPACES TO R-IMP.
           STRING "ENSAYO DEL PROCESO NOCTURNO - " DELIMITED BY SIZE
                  FECHA-ED DELIMITED BY SIZE
                  " - DIRECTORIO ESPEJO " DELIMITED BY SIZE
                  DIR-ESPEJO DELIMITED BY SPACE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "CALENDARIO: " DELIMITED BY SIZE
                  CAL-USADO DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           EVALUATE MODO-SEL
              WHEN "T"
                 MOVE "PASOS: TODOS" TO R-IMP
              WHEN "E"
                 MOVE "PASOS: ELEGIDOS UNO POR UNO" TO R-IMP
              WHEN OTHER
                 MOVE "PASOS: LOS DEL CALENDARIO DEL DIA" TO R-IMP
           END-EVALUATE.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "ARCHIVOS COPIADOS: " CANT-COPIADOS
                  " DE 32 + " CANT-HIS " HISTORICOS MOVPERAA.HIS"
                  DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
           PERFORM IMPRIMIR-PASOS THRU F-IMPRIMIR-PASOS.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM IMPRIMIR-CUENTAS THRU F-IMPRIMIR-CUENTAS.
           PERFORM IMPRIMIR-SPOOL THRU F-IMPRIMIR-SPOOL.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-BORRADOS TO CANT-ED.
           MOVE SPACES TO R-IMP.
           IF SW-ESPEJO-BORRADO = "S"
              STRING "DIRECTORIO ESPEJO BORRADO (" CANT-ED
                 " ARCHIVOS)" DELIMITED BY SIZE INTO R-IMP
           ELSE
              STRING "*** EL DIRECTORIO ESPEJO NO QUEDO VACIO: "
                 "BORRARLO A MANO ***" DELIMITED BY SIZE INTO R-IMP
           END-IF.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           IF SW-ERRORES = "S"
              MOVE "RESULTADO: LA CADENA NO TERMINO - VER PASOS"
                 TO R-IMP
           ELSE
              MOVE "RESULTADO: LA CADENA CORRIO SIN ERRORES" TO R-IMP
           END-IF.
           PERFORM GRABAR-LINEA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
       F-IMPRIMIR-INFORME.
           EXIT.

      *-- LOS HABILITADOS TOMAN LOS RENGLONES DE LA BITACORA EN ----*
      *-- ORDEN; SI SE ACABAN, LA CADENA SE CORTO ANTES ------------*
       IMPRIMIR-PASOS.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE " PASO NOMBRE                          REGLA    INICIO
      -         "   FIN      RESULTADO" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE 0 TO JRN-POS.
           MOVE 1 TO PASO-POS.
           PERFORM IMPRIMIR-UN-PASO THRU F-IMPRIMIR-UN-PASO
              UNTIL PASO-POS > 14.
       F-IMPRIMIR-PASOS.
           EXIT.

       IMPRIMIR-UN-PASO.
           MOVE PASO-POS TO LPS-NRO.
           MOVE NOM-PASO(PASO-POS) TO LPS-NOMBRE.
           MOVE PASO-REGLA(PASO-POS) TO LPS-REGLA.
           MOVE 0 TO LPS-HINI LPS-HFIN.
           IF PASO-HABIL(PASO-POS) NOT = "S"
              MOVE "NO HABILITADO" TO LPS-RESUL
           ELSE
              IF JRN-POS < CANT-JRN
                 ADD 1 TO JRN-POS
                 MOVE JT-PASO(JRN-POS) TO LPS-NOMBRE
                 MOVE JT-HINI(JRN-POS) TO LPS-HINI
                 MOVE JT-HFIN(JRN-POS) TO LPS-HFIN
                 MOVE JT-RESUL(JRN-POS) TO LPS-RESUL
                 IF JT-RESUL(JRN-POS) NOT = "OK    "
                    MOVE "S" TO SW-ERRORES
                 END-IF
              ELSE
                 MOVE "NO CORRIO" TO LPS-RESUL
                 MOVE "S" TO SW-ERRORES
              END-IF
           END-IF.
           MOVE LINEA-PASO TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD 1 TO PASO-POS.
       F-IMPRIMIR-UN-PASO.
           EXIT.

      *-- LA FOTO DE PARTIDA ES PRODUCCION; LA FINAL, EL ENSAYO ----*
       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE " TOTALES (TOTNOC)           PRODUCCION          ENSAYO
      -         "      DIFERENCIA" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "SALDOS DEUDORES" TO LCO-ROT.
           MOVE FA-MTSD TO IMP-ANT.
           MOVE FD-MTSD TO IMP-NUE.
           PERFORM GRABAR-COMPARA.
           MOVE "SALDOS ACREEDORES" TO LCO-ROT.
           MOVE FA-MTSH TO IMP-ANT.
           MOVE FD-MTSH TO IMP-NUE.
           PERFORM GRABAR-COMPARA.
           MOVE "SALDO NETO" TO LCO-ROT.
           MOVE FA-SNETO TO IMP-ANT.
           MOVE FD-SNETO TO IMP-NUE.
           PERFORM GRABAR-COMPARA.
           MOVE "SUC. NO ENCONTRADAS" TO LCU-ROT.
           MOVE FA-CANTORF TO CNT-ANT.
           MOVE FD-CANTORF TO CNT-NUE.
           PERFORM GRABAR-CUENTA.
           MOVE "PERSONA.IND" TO LCU-ROT.
           MOVE FA-CANT-PER TO CNT-ANT.
           MOVE FD-CANT-PER TO CNT-NUE.
           PERFORM GRABAR-CUENTA.
           MOVE "MAEALU.IND" TO LCU-ROT.
           MOVE FA-CANT-ALU TO CNT-ANT.
           MOVE FD-CANT-ALU TO CNT-NUE.
           PERFORM GRABAR-CUENTA.
           MOVE "MAEEMP.IND" TO LCU-ROT.
           MOVE FA-CANT-EMP TO CNT-ANT.
           MOVE FD-CANT-EMP TO CNT-NUE.
           PERFORM GRABAR-CUENTA.
           MOVE "LOCALIDAD.IND" TO LCU-ROT.
           MOVE FA-CANT-LOC TO CNT-ANT.
           MOVE FD-CANT-LOC TO CNT-NUE.
           PERFORM GRABAR-CUENTA.
           MOVE "SUCURSAL.IND" TO LCU-ROT.
           MOVE FA-CANT-SUC TO CNT-ANT.
           MOVE FD-CANT-SUC TO CNT-NUE.
           PERFORM GRABAR-CUENTA.

       GRABAR-COMPARA.
           MOVE IMP-ANT TO LCO-PROD.
           MOVE IMP-NUE TO LCO-ENS.
           COMPUTE LCO-DIF = IMP-NUE - IMP-ANT.
           MOVE SPACES TO LCO-MARCA.
           IF IMP-NUE NOT = IMP-ANT
              MOVE "<-CAMBIA" TO LCO-MARCA
           END-IF.
           MOVE LINEA-COMPARA TO R-IMP.
           PERFORM GRABAR-LINEA.

       GRABAR-CUENTA.
           MOVE CNT-ANT TO CANT-ED.
           MOVE CANT-ED TO LCU-PROD.
           MOVE CNT-NUE TO CANT-ED.
           MOVE CANT-ED TO LCU-ENS.
           COMPUTE LCU-DIF = CNT-NUE - CNT-ANT.
           MOVE SPACES TO LCU-MARCA.
           IF CNT-NUE NOT = CNT-ANT
              MOVE "<-CAMBIA" TO LCU-MARCA
           END-IF.
           MOVE LINEA-CUENTA TO R-IMP.
           PERFORM GRABAR-LINEA.

       IMPRIMIR-CUENTAS.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE " REGISTROS POR ARCHIVO      PRODUCCION          ENSAYO
      -         "      DIFERENCIA" TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE 1 TO ARCH-POS.
           PERFORM IMPRIMIR-UNA-CUENTA THRU F-IMPRIMIR-UNA-CUENTA
              UNTIL ARCH-POS > 6.
       F-IMPRIMIR-CUENTAS.
           EXIT.

      *-- EL QUE NO EXISTE DE UN LADO SE MARCA EN LUGAR DEL NUMERO -*
       IMPRIMIR-UNA-CUENTA.
           MOVE NOM-CUENTA(ARCH-POS) TO LCU-ROT.
           MOVE CA-PROD(ARCH-POS) TO CNT-ANT.
           MOVE CA-ENS(ARCH-POS) TO CNT-NUE.
           PERFORM GRABAR-CUENTA.
           IF CA-PROD-EX(ARCH-POS) NOT = "S"
              OR CA-ENS-EX(ARCH-POS) NOT = "S"
              MOVE SPACES TO LINEA-CUENTA
              MOVE "  (NO EXISTE EN" TO LCU-ROT
              IF CA-PROD-EX(ARCH-POS) NOT = "S"
                 MOVE "PRODUCCION)" TO LCU-PROD
              END-IF
              IF CA-ENS-EX(ARCH-POS) NOT = "S"
                 MOVE "EL ENSAYO)" TO LCU-ENS
              END-IF
              MOVE 0 TO LCU-DIF
              MOVE LINEA-CUENTA TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           ADD 1 TO ARCH-POS.
       F-IMPRIMIR-UNA-CUENTA.
           EXIT.

      *-- LO QUE LA CORRIDA HABRIA MANDADO AL SPOOL (YA BORRADO) ---*
       IMPRIMIR-SPOOL.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-SPL TO NRO-ED.
           MOVE SPACES TO R-IMP.
           STRING "INFORMES QUE EMITIRIA LA CORRIDA: " NRO-ED
              DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE 1 TO ARCH-POS.
           PERFORM IMPRIMIR-UN-SPOOL THRU F-IMPRIMIR-UN-SPOOL
              UNTIL ARCH-POS > CANT-SPL.
       F-IMPRIMIR-SPOOL.
           EXIT.

       IMPRIMIR-UN-SPOOL.
           MOVE SPACES TO R-IMP.
           STRING "   " TS-PROG(ARCH-POS) "  " TS-PAGS(ARCH-POS)
              " PAGINAS" DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD 1 TO ARCH-POS.
       F-IMPRIMIR-UN-SPOOL.
           EXIT.

       GRABAR-LINEA.
           WRITE R-IMP.
           ADD 1 TO L-HOJA.
           IF L-HOJA > 60
              ADD 1 TO SPL-PAGINAS
              MOVE 0 TO L-HOJA
           END-IF.
