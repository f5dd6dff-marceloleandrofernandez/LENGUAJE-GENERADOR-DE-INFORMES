      *** SI EXISTE EL PRESENTISMO DEL MES (PRESMES.IND, VER       ***
      *** PRESMES), LAS AUSENCIAS SE DESCUENTAN A RAZON DE UN      ***
      *** TREINTAVO DEL BASICO POR DIA                             ***
      *** CARGAS SOCIALES: CON LA TABLA CARGAS.IND (VER ABMCARGA)  ***
      *** CALCULA SOBRE LA REMUNERACION IMPONIBLE, CON SU TOPE,    ***
      *** CADA APORTE DEL EMPLEADO (SE DESCUENTA DEL NETO QUE SE   ***
      *** ACREDITA) Y CADA CONTRIBUCION PATRONAL (INFORMATIVA EN   ***
      *** EL RECIBO) Y LOS GUARDA POR CONCEPTO EN LIQSUE.IND - SIN ***
      *** LA TABLA LIQUIDA COMO ANTES, SIN CARGAS                  ***
      *** GANANCIAS DE CUARTA CATEGORIA: CON LA ESCALA Y LAS       ***
      *** DEDUCCIONES DEL ANIO (GANTAB.IND, VER ABMGAN) Y LAS      ***
      *** DEDUCCIONES PERSONALES DE CADA EMPLEADO (DEDGAN.IND, VER ***
      *** ABMDEDG) CALCULA EL IMPUESTO SOBRE LA GANANCIA NETA      ***
      *** ACUMULADA DEL ANIO EN LIQSUE.IND Y RETIENE LA DIFERENCIA ***
      *** CON LO YA RETENIDO (O LA DEVUELVE); DICIEMBRE Y LOS      ***
      *** LEGAJOS QUE EGRESAN QUEDAN COMO AJUSTE ANUAL - LA        ***
      *** HISTORIA QUEDA EN RETGAN.IND (CONSTANCIA: VER CONSGAN)   ***
      *** ADELANTOS Y PRESTAMOS AL PERSONAL (ADELANTO.IND, VER     ***
      *** ABMADEL): DE CADA UNO VIGENTE DESCUENTA LA CUOTA DEL MES ***
      *** (O EL SALDO) DESDE SU PRIMER PERIODO, HASTA LO QUE       ***
      *** ALCANCE EL NETO, Y LO DEJA CANCELADO CON LA ULTIMA       ***
      *** DOCENTES POR HORAS CATEDRA (CATEGORIA MCATLIQ = H): EL   ***
      *** BASICO SON LAS HORAS DEL MES DE SUS CURSOS (CURSODOC.IND ***
      *** Y LAS FRANJAS DE HORARIO.IND, DIA POR DIA DEL MES, SIN   ***
      *** LOS FERIADOS DE FERIADOS.DAT NI LOS DIAS DE LICENCIA SIN ***
      *** GOCE APROBADA) AL VALOR HORA DE LA CATEGORIA, CON EL     ***
      *** DETALLE DE CURSOS Y HORAS EN EL RECIBO                   ***
      *** SUPLENCIAS (SUPLENCIA.IND, VER ABMSUPL): LOS MINUTOS DE  ***
      *** CADA SUPLENCIA PENDIENTE HASTA FIN DEL PERIODO SE PAGAN  ***
      *** AL VALOR HORA DE LA CATEGORIA DEL SUPLENTE (O, SI NO ES  ***
      *** POR HORAS CATEDRA, AL DEL PARAMETRO VHSUPL) Y QUEDAN     ***
      *** MARCADAS CON EL PERIODO Y EL IMPORTE PAGADO              ***
      *** ASIGNACIONES FAMILIARES (NO REMUNERATIVAS, SE SUMAN AL   ***
      *** NETO): CON LOS TRAMOS DE ASIGFAM.IND (VER ABMASIG) SEGUN ***
      *** LA REMUNERACION DEL MES, POR CADA HIJO MENOR DE 18 O CON ***
      *** DISCAPACIDAD Y POR EL CONYUGE DE FAMCARGO.IND (VER       ***
      *** ABMFCAR) - LA AYUDA ESCOLAR SE PAGA UNA VEZ POR ANIO,    ***
      *** DESDE MARZO, POR CADA HIJO ESCOLARIZADO CON EL           ***
      *** CERTIFICADO DEL ANIO PRESENTADO, Y QUEDA ASENTADA EN EL  ***
      *** FAMILIAR                                                 ***
      *** HORAS EXTRA (HOREXT.IND, VER CALCHEX): SOLO LAS          ***
      *** APROBADAS POR UN SUPERVISOR (VER APRHEX) Y TODAVIA SIN   ***
      *** PAGAR, HASTA FIN DEL PERIODO, AL 50% Y AL 100% SOBRE EL  ***
      *** VALOR HORA (EL DE LA CATEGORIA SI ES POR HORAS CATEDRA,  ***
      *** SI NO BASICO + ANTIGUEDAD + CATEGORIA DIVIDIDO EL        ***
      *** PARAMETRO HEXDIV, 200 POR DEFECTO) - SON REMUNERATIVAS Y ***
      *** QUEDAN MARCADAS CON EL PERIODO Y EL IMPORTE              ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA.
       ENVIRONMENT DIVISION.
           RECORD KEY IS PMCLAVE
           FILE STATUS IS FSTPRM.

      *-- TABLA DE APORTES Y CONTRIBUCIONES (VER ABMCARGA) ---------*
           SELECT CARGAS ASSIGN TO DISK "CARGAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CGCOD
           FILE STATUS IS FSTCGS.

      *-- GANANCIAS: ESCALA Y DEDUCCIONES DEL ANIO, DEDUCCIONES ----*
      *-- DE CADA EMPLEADO Y LAS RETENCIONES YA PRACTICADAS --------*
           SELECT TABLA-GAN ASSIGN TO DISK "GANTAB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GTCLAVE
           FILE STATUS IS FSTGTB.

           SELECT DEDUCCIONES ASSIGN TO DISK "DEDGAN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DGCLAVE
           FILE STATUS IS FSTDDG.

           SELECT RETENCIONES ASSIGN TO DISK "RETGAN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RGCLAVE
           FILE STATUS IS FSTRGN.

      *-- ADELANTOS Y PRESTAMOS AL PERSONAL (VER ABMADEL) ----------*
           SELECT ADELANTOS ASSIGN TO DISK "ADELANTO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ADCLAVE
           FILE STATUS IS FSTADL.

      *-- DOCENTES POR HORAS CATEDRA: SUS CURSOS (VER ABMDOC), EL --*
      *-- HORARIO DE CADA CURSO (VER ABMHOR), LAS LICENCIAS SIN ----*
      *-- GOCE (VER ABMLIC) Y LOS FERIADOS (VER ABMFER) ------------*
           SELECT ASIGNACIONES ASSIGN TO DISK "CURSODOC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CDCLAVE
           FILE STATUS IS FSTCDO.

           SELECT HORARIOS ASSIGN TO DISK "HORARIO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HRCLAVE
           FILE STATUS IS FSTHOR.

           SELECT CURSOS ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCUR
           FILE STATUS IS FSTCUR.

           SELECT LICENCIAS ASSIGN TO DISK "LICENCIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LICLAVE
           FILE STATUS IS FSTLIC.

      *-- SUPLENCIAS DOCENTES A PAGAR (VER ABMSUPL) ----------------*
           SELECT SUPLENCIAS ASSIGN TO DISK "SUPLENCIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SPCLAVE
           ALTERNATE RECORD KEY IS SPFRANJA
           FILE STATUS IS FSTSUP.

      *-- HORAS EXTRA DIARIAS CALCULADAS Y APROBADAS (VER CALCHEX -*
      *-- Y APRHEX) ------------------------------------------------*
           SELECT HORAS-EXTRA ASSIGN TO DISK "HOREXT.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HXCLAVE
           FILE STATUS IS FSTHEX.

      *-- ASIGNACIONES FAMILIARES: FAMILIARES A CARGO (VER --------*
      *-- ABMFCAR) Y TRAMOS CON SUS IMPORTES (VER ABMASIG) ---------*
           SELECT FAMILIARES ASSIGN TO DISK "FAMCARGO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCCLAVE
           FILE STATUS IS FSTFCA.

           SELECT TABLA-ASIG ASSIGN TO DISK "ASIGFAM.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AFTRAMO
           FILE STATUS IS FSTASF.

           SELECT FERIADOS ASSIGN TO DISK "FERIADOS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FST-FER.

      *-- ACREDITACION BANCARIA: UN RENGLON POR EMPLEADO -----------*
           SELECT ACREDITA ASSIGN TO DISK "SUELDOS.BCO"
           ORGANIZATION IS LINE SEQUENTIAL

        FD MAECAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-CAT.

         COPY CATEGORIA.

        FD LIQUIDACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 243 CHARACTERS
           DATA RECORD IS R-LIQ.

         COPY LIQSUE.

         COPY PRESMES.

        FD CARGAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-CGS.

         COPY CARGSOC.

        FD TABLA-GAN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS R-GTB.

         COPY GANTAB.

        FD DEDUCCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS R-DDG.

         COPY DEDGAN.

        FD RETENCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS R-RGN.

         COPY RETGAN.

        FD ADELANTOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 98 CHARACTERS
           DATA RECORD IS R-ADL.

         COPY ADELANTO.

        FD ASIGNACIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS R-CDO.

         COPY CURSODOC.

        FD HORARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS R-HOR.

         COPY HORARIO.

        FD CURSOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS R-CUR.

         COPY CURSO.

        FD LICENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-LIC.

         COPY LICENCIA.

        FD SUPLENCIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS R-SUP.

         COPY SUPLENC.

        FD HORAS-EXTRA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-HEX.

         COPY HOREXT.

        FD FAMILIARES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-FCA.

         COPY FAMCARGO.

        FD TABLA-ASIG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-ASF.

         COPY ASIGFAM.

        FD FERIADOS
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS R-FER.
         01 R-FER.
            02 FER-FECHA   PIC 9(8).

        FD ACREDITA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
       77 FSTLIQ              PIC XX.
       77 FSTPRM              PIC XX.
       77 SW-PRM-ARCH         PIC X VALUE "N".
       77 FSTCGS              PIC XX.
       77 FSTGTB              PIC XX.
       77 FSTDDG              PIC XX.
       77 FSTRGN              PIC XX.
       77 SW-DDG-ARCH         PIC X VALUE "N".
      *-- SIN ESCALA DEL ANIO NO SE RETIENE GANANCIAS --------------*
       77 SW-GAN              PIC X VALUE "N".
       77 FSTADL              PIC XX.
       77 SW-ADL-ARCH         PIC X VALUE "N".
       77 FSTCDO              PIC XX.
       77 FSTHOR              PIC XX.
       77 FSTCUR              PIC XX.
       77 FSTLIC              PIC XX.
       77 FST-FER             PIC XX.
       77 SW-HOR-ARCH         PIC X VALUE "N".
       77 SW-CUR-ARCH         PIC X VALUE "N".
       77 SW-LIC-ARCH         PIC X VALUE "N".
       77 FSTSUP              PIC XX.
       77 SW-SUP-ARCH         PIC X VALUE "N".
       77 FSTHEX              PIC XX.
       77 SW-HEX-ARCH         PIC X VALUE "N".
       77 FSTFCA              PIC XX.
       77 FSTASF              PIC XX.
       77 SW-FCA-ARCH         PIC X VALUE "N".
      *-- SIN TRAMOS EN ASIGFAM.IND NO SE PAGAN ASIGNACIONES -------*
       77 SW-ASF              PIC X VALUE "N".
       77 FSTBCO              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 WDTO                PIC 9(07)V99.
       77 WNETO               PIC 9(07)V99.
       77 TOT-NETO            PIC 9(09)V99 VALUE 0.
      *-- CARGAS SOCIALES DEL EMPLEADO Y DEL TOTAL -----------------*
       77 WREM                PIC 9(07)V99.
       77 WAPO                PIC 9(07)V99.
       77 WCON                PIC 9(07)V99.
       77 WBASE-CGS           PIC 9(07)V99.
       77 TOT-APO             PIC 9(09)V99 VALUE 0.
       77 TOT-CON             PIC 9(09)V99 VALUE 0.
       77 CANT-CGS            PIC 9 VALUE 0.
       77 IND-CGS             PIC 9.
       77 TIPO-RECIBO         PIC X.
       77 SW-FIN-CGS          PIC X.
      *-- LA TABLA DE CARGAS.IND SE LEE UNA VEZ AL ARRANCAR; EL ----*
      *-- IMPORTE DE CADA CONCEPTO SE ARMA AL LIQUIDAR CADA LEGAJO -*
       01 TABLA-CARGAS.
          02 TCG-ITEM OCCURS 8 TIMES.
             03 TCG-COD       PIC X(4).
             03 TCG-DESC      PIC X(22).
             03 TCG-TIPO      PIC X.
             03 TCG-PCT       PIC 9(2)V99.
             03 TCG-TOPE      PIC 9(07)V99.
             03 TCG-IMP       PIC 9(07)V99.
       77 CANT-LIQUIDADOS     PIC 9(04) VALUE 0.
       77 CANT-YA-LIQ         PIC 9(04) VALUE 0.
       77 CANT-ED             PIC ZZZ9.
       77 TOT-ED              PIC ZZZ.ZZZ.ZZ9,99.
       77 IMP-ED              PIC Z.ZZZ.ZZ9,99.

      *-- GANANCIAS DEL EMPLEADO, ACUMULADO DEL ANIO AL MES --------*
       77 WGNA                PIC 9(09)V99.
       77 WDED                PIC 9(09)V99.
       77 WGIM                PIC 9(09)V99.
       77 WIMPG               PIC 9(09)V99.
       77 WRETANT             PIC S9(09)V99.
       77 WRGAN               PIC S9(07)V99.
       77 WDED-ANUAL          PIC 9(09)V99.
       77 WDED-COMPUT         PIC 9(09)V99.
       77 WMESES-DED          PIC 99.
       77 WTRAMO-DESDE        PIC 9(09)V99.
       77 WAJUSTE             PIC X.
       77 SW-FIN-GAN          PIC X.
       77 TOT-RGAN            PIC S9(09)V99 VALUE 0.
       77 TOT-RGAN-ED         PIC -ZZZ.ZZZ.ZZ9,99.
      *-- ESCALA DEL ANIO (TRAMOS EN ORDEN), SUMA ANUAL DE LAS -----*
      *-- DEDUCCIONES GENERALES Y DEDUCCIONES PERSONALES VALIDAS ---*
       77 CANT-TES            PIC 99 VALUE 0.
       77 IND-TES             PIC 99.
       77 GEN-ANUAL           PIC 9(09)V99 VALUE 0.
       77 CANT-TDP            PIC 99 VALUE 0.
       77 IND-TDP             PIC 99.
       01 TABLA-ESCALA.
          02 TES-ITEM OCCURS 15 TIMES.
             03 TES-DESDE     PIC 9(09)V99.
             03 TES-FIJO      PIC 9(09)V99.
             03 TES-PCT       PIC 9(2)V99.
       01 TABLA-PERSONALES.
          02 TDP-ITEM OCCURS 20 TIMES.
             03 TDP-COD       PIC X(4).
             03 TDP-CARGA     PIC 9(09)V99.
             03 TDP-PCT       PIC 9(2)V99.
             03 TDP-TOPE      PIC 9(09)V99.
      *-- LEGAJOS QUE EGRESAN EN EL MES: SU LIQUIDACION ES FINAL ---*
       77 CANT-EGR            PIC 99 VALUE 0.
       77 IND-EGR             PIC 99.
       77 WLEG-EGR            PIC 9(8).
       01 TABLA-EGRESOS.
          02 TEG-LEG OCCURS 20 TIMES PIC 9(8).

      *-- CUOTAS DE ADELANTOS Y PRESTAMOS DEL EMPLEADO EN EL MES: --*
      *-- SE CALCULAN ANTES DE GRABAR Y SE ASIENTAN DESPUES --------*
       77 WPRE                PIC 9(07)V99.
       77 WDISP               PIC S9(07)V99.
       77 WCUOTA              PIC 9(07)V99.
       77 TOT-PRE             PIC 9(09)V99 VALUE 0.
       77 SW-FIN-ADL          PIC X.
       77 CANT-TCU            PIC 99 VALUE 0.
       77 IND-TCU             PIC 99.
       01 TABLA-CUOTAS.
          02 TCU-ITEM OCCURS 20 TIMES.
             03 TCU-SEC       PIC 9(3).
             03 TCU-IMP       PIC 9(07)V99.

      *-- SUPLENCIAS DEL EMPLEADO EN EL MES: SE CALCULAN ANTES DE --*
      *-- GRABAR Y SE MARCAN PAGADAS DESPUES -----------------------*
       77 WSUP                PIC 9(07)V99.
       77 WVHORA-SUP          PIC 9(5)V99.
       77 VHORA-SUPL          PIC 9(5)V99 VALUE 0.
       77 TOT-SUP             PIC 9(09)V99 VALUE 0.
       77 SW-FIN-SUP          PIC X.
       77 CANT-TSU            PIC 99 VALUE 0.
       77 IND-TSU             PIC 99.
       01 TABLA-SUPLENCIAS.
          02 TSU-ITEM OCCURS 40 TIMES.
             03 TSU-FRANJA    PIC X(14).
             03 TSU-IMP       PIC 9(07)V99.

      *-- HORAS EXTRA APROBADAS DEL EMPLEADO: SE CALCULAN ANTES ---*
      *-- DE GRABAR Y SE MARCAN PAGADAS DESPUES --------------------*
       77 WHEX                PIC 9(07)V99.
       77 WVHORA-HEX          PIC 9(5)V99.
       77 WMIN50-HEX          PIC 9(5).
       77 WMIN100-HEX         PIC 9(5).
      *-- DIVISOR DEL SUELDO PARA EL VALOR HORA (PARAMETRO HEXDIV) -*
       77 DIV-HEX             PIC 9(3) VALUE 200.
       77 TOT-HEX             PIC 9(09)V99 VALUE 0.
       77 SW-FIN-HEX          PIC X.
       77 CANT-THX            PIC 99 VALUE 0.
       77 IND-THX             PIC 99.
       01 TABLA-HORAS-EXTRA.
          02 THX-ITEM OCCURS 62 TIMES.
             03 THX-FECHA     PIC 9(8).
             03 THX-IMP       PIC 9(07)V99.

      *-- ASIGNACIONES FAMILIARES DEL EMPLEADO EN EL MES: LOS -----*
      *-- TRAMOS SE LEEN UNA VEZ; LA AYUDA ESCOLAR PAGADA SE -------*
      *-- ASIENTA EN CADA HIJO DESPUES DE GRABAR -------------------*
       77 WASIG               PIC 9(07)V99.
       77 TOT-ASIG            PIC 9(09)V99 VALUE 0.
       77 SW-FIN-ASF          PIC X.
       77 SW-FIN-FCA          PIC X.
       77 SW-SOLO-DISC        PIC X.
       77 CANT-ASF            PIC 99 VALUE 0.
       77 IND-ASF             PIC 99.
       77 TRAMO-ASF           PIC 99.
       77 WEDAD               PIC 9(3).
       77 CANT-HIJ            PIC 99.
       77 CANT-HDI            PIC 99.
       77 CANT-CON            PIC 99.
       77 CANT-ESC            PIC 99.
       77 WIMP-HIJ            PIC 9(07)V99.
       77 WIMP-HDI            PIC 9(07)V99.
       77 WIMP-CON            PIC 9(07)V99.
       77 WIMP-ESC            PIC 9(07)V99.
       77 CANT-TAY            PIC 99 VALUE 0.
       77 IND-TAY             PIC 99.
       01 TABLA-TRAMOS-ASF.
          02 TAF-ITEM OCCURS 15 TIMES.
             03 TAF-HASTA     PIC 9(07)V99.
             03 TAF-HIJO      PIC 9(07)V99.
             03 TAF-HDIS      PIC 9(07)V99.
             03 TAF-CONY      PIC 9(07)V99.
             03 TAF-ESC       PIC 9(07)V99.
       01 TABLA-AYUDAS.
          02 TAY-REN OCCURS 20 TIMES PIC 9(2).
       01 WFNAC-TRAB.
          02 WFNAC-AA         PIC 9(4).
          02 WFNAC-MM         PIC 9(2).
          02 WFNAC-DD         PIC 9(2).

      *-- DOCENTES POR HORAS CATEDRA -------------------------------*
       77 SW-CAT-LEIDA        PIC X.
       77 SW-FIN-HC           PIC X.
       77 SW-DIA-PAGO         PIC X.
       77 WVHORA              PIC 9(5)V99.
       77 WMIN                PIC 9(5).
       77 WMIN-MES            PIC 9(5).
       77 WHORAS-MES          PIC 9(3)V99.
       77 WFECHA-PRI          PIC 9(8).
       77 WFECHA-ULT          PIC 9(8).
       01 WHHMM-DESDE.
          02 WDES-HH          PIC 99.
          02 WDES-MI          PIC 99.
       01 WHHMM-HASTA.
          02 WHAS-HH          PIC 99.
          02 WHAS-MI          PIC 99.
      *-- LAS ASIGNACIONES CURSO -> DOCENTE SE LEEN UNA VEZ --------*
       77 ASG-CANT            PIC 9(3) VALUE 0.
       77 ASG-POS             PIC 9(3).
       01 TABLA-ASG.
          02 TASG-ELEM OCCURS 300 TIMES.
             03 TASG-LEG      PIC 9(8).
             03 TASG-CUR      PIC 9(2).
      *-- LOS CURSOS DEL DOCENTE: MINUTOS POR DIA DE LA SEMANA -----*
      *-- (1=LUNES..7=DOMINGO, COMO HORARIO.IND) Y DEL MES ---------*
       77 CANT-TCD            PIC 99 VALUE 0.
       77 IND-TCD             PIC 99.
       01 TABLA-CURSOS-DOC.
          02 TCD-ITEM OCCURS 10 TIMES.
             03 TCD-CUR       PIC 9(2).
             03 TCD-MIN-DIA   OCCURS 7 TIMES PIC 9(4).
             03 TCD-MIN-MES   PIC 9(5).
      *-- LICENCIAS SIN GOCE APROBADAS DEL DOCENTE EN EL MES -------*
       77 CANT-TLS            PIC 99.
      *-- DIAS HABILES DE ESAS LICENCIAS (LOS QUE EL PRESENTISMO ---*
      *-- DE INFPRES YA CUENTA COMO AUSENCIA) ----------------------*
       77 DIAS-SIN-GOCE       PIC 99.
       77 WAUS-DTO            PIC S9(3).
       77 IND-TLS             PIC 99.
       01 TABLA-SIN-GOCE.
          02 TLS-ITEM OCCURS 20 TIMES.
             03 TLS-DESDE     PIC 9(8).
             03 TLS-HASTA     PIC 9(8).
      *-- FERIADOS.DAT (MISMA CARGA QUE CALCVTO) -------------------*
       77 FER-POS             PIC 99.
       77 FER-CANT            PIC 99 VALUE 0.
       01 TABLA-FERIADOS.
          02 TFER-FECHA OCCURS 50 TIMES PIC 9(8).
      *-- DIA DE LA SEMANA POR ZELLER (1=LUNES ... 7=DOMINGO) ------*
       77 DIASMES             PIC 99.
       77 WAA-COC             PIC 9(4).
       77 WAA-RESTO           PIC 9.
       77 DIA-SEMANA          PIC 9.
       77 ZE-AA               PIC 9(4).
       77 ZE-MM               PIC 99.
       77 ZE-K                PIC 9(4).
       77 ZE-J                PIC 9(2).
       77 ZE-H                PIC 9(4).
       77 ZE-RESTO            PIC 9(4).
       01 WFECHA-TRAB.
          02 WAA-TRAB         PIC 9(4).
          02 WMM-TRAB         PIC 9(2).
          02 WDD-TRAB         PIC 9(2).

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 RR-ROT    PIC X(22).
          02 RR-IMP    PIC Z.ZZZ.ZZ9,99.

       01 RECIBO-HEXT.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(12) VALUE "HS. AL 50%: ".
          02 RX-H50    PIC ZZ9,99.
          02 FILLER    PIC X(16) VALUE " - HS. AL 100%: ".
          02 RX-H100   PIC ZZ9,99.
          02 FILLER    PIC X(15) VALUE " A VALOR HORA: ".
          02 RX-VAL    PIC ZZ.ZZ9,99.

       01 RECIBO-ASIG.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 RA-ROT    PIC X(17).
          02 RA-CANT   PIC Z9.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 RA-IMP    PIC Z.ZZZ.ZZ9,99.

       01 RECIBO-HORAS.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(13) VALUE "TOTAL HORAS: ".
          02 RH-HOR    PIC ZZ9,99.
          02 FILLER    PIC X(15) VALUE " A VALOR HORA: ".
          02 RH-VAL    PIC ZZ.ZZ9,99.

       01 RECIBO-CURSO.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "CURSO ".
          02 RK-CUR    PIC 9(2).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 RK-DESC   PIC X(15).
          02 FILLER    PIC X(07) VALUE " HORAS ".
          02 RK-HOR    PIC ZZ9,99.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
              MOVE "S" TO SW-PRM-ARCH
           END-IF.
           OPEN I-O LIQUIDACIONES.
           OPEN I-O ADELANTOS.
           IF FSTADL = "00"
              MOVE "S" TO SW-ADL-ARCH
           END-IF.
           OPEN I-O SUPLENCIAS.
           IF FSTSUP = "00"
              MOVE "S" TO SW-SUP-ARCH
           END-IF.
           OPEN I-O HORAS-EXTRA.
           IF FSTHEX = "00"
              MOVE "S" TO SW-HEX-ARCH
           END-IF.
           OPEN I-O FAMILIARES.
           IF FSTFCA = "00"
              MOVE "S" TO SW-FCA-ARCH
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "LIQUIDACION MENSUAL DE SUELDOS" LINE 02
           IF WPERIODO IS NOT NUMERIC OR WPERIODO = 0
              MOVE WFECHA-HOY(1:6) TO WPERIODO
           END-IF.
           DISPLAY "LEGAJOS QUE EGRESAN EN EL MES (LIQUIDACION FINAL)"
              LINE 05 POSITION 05.
           PERFORM PEDIR-EGRESO THRU F-PEDIR-EGRESO
              UNTIL CANT-EGR = 20 OR WLEG-EGR = 0.
           DISPLAY "CONFIRMA LA LIQUIDACION (S/N) ? "
              LINE 07 POSITION 05.
           ACCEPT OP-SN LINE 07 POSITION 38.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FIN
           END-IF.
           PERFORM LEER-PORCENTAJE.
           PERFORM CARGAR-TABLA-CARGAS THRU F-CARGAR-TABLA-CARGAS.
           PERFORM CARGAR-TABLA-GAN THRU F-CARGAR-TABLA-GAN.
           PERFORM CARGAR-HORAS-CATEDRA THRU F-CARGAR-HORAS-CATEDRA.
           PERFORM CARGAR-TABLA-ASIG THRU F-CARGAR-TABLA-ASIG.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           CANCEL "CIERSPL".
           GO TO FIN.

       PEDIR-EGRESO.
           DISPLAY "LEGAJO (0 = NO HAY MAS): " LINE 06 POSITION 05.
           MOVE 0 TO WLEG-EGR.
           ACCEPT WLEG-EGR LINE 06 POSITION 31.
           IF WLEG-EGR IS NOT NUMERIC OR WLEG-EGR = 0
              MOVE 0 TO WLEG-EGR
              GO TO F-PEDIR-EGRESO
           END-IF.
           MOVE WLEG-EGR TO MCA.
           READ MAEEMP KEY IS MCA
              INVALID KEY
                 DISPLAY "LEGAJO INEXISTENTE          " LINE 06
                    POSITION 45 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 GO TO F-PEDIR-EGRESO
           END-READ.
           ADD 1 TO CANT-EGR.
           MOVE WLEG-EGR TO TEG-LEG(CANT-EGR).
           DISPLAY MAN LINE 06 POSITION 45.
       F-PEDIR-EGRESO.
           EXIT.

      *-- TABLA DE GANANCIAS DEL ANIO DEL PERIODO: SIN TRAMOS DE LA *
      *-- ESCALA NO HAY RETENCION ----------------------------------*
       CARGAR-TABLA-GAN.
           OPEN INPUT TABLA-GAN.
           IF FSTGTB NOT = "00"
              GO TO F-CARGAR-TABLA-GAN
           END-IF.
           MOVE "N" TO SW-FIN-GAN.
           MOVE WPER-AA TO GTANIO.
           MOVE LOW-VALUES TO GTTIPO GTCOD.
           START TABLA-GAN KEY IS NOT LESS THAN GTCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-GAN
           END-START.
           PERFORM TOMAR-RENGLON-GAN THRU F-TOMAR-RENGLON-GAN
              UNTIL SW-FIN-GAN = "S".
           CLOSE TABLA-GAN.
           IF CANT-TES > 0
              MOVE "S" TO SW-GAN
              OPEN INPUT DEDUCCIONES
              IF FSTDDG = "00"
                 MOVE "S" TO SW-DDG-ARCH
              END-IF
              OPEN I-O RETENCIONES
              IF FSTRGN NOT = "00"
                 OPEN OUTPUT RETENCIONES
                 CLOSE RETENCIONES
                 OPEN I-O RETENCIONES
              END-IF
           END-IF.
       F-CARGAR-TABLA-GAN.
           IF SW-GAN = "N"
              DISPLAY "SIN ESCALA DE GANANCIAS DEL ANIO (GANTAB.IND) - "
                 LINE 11 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              DISPLAY "NO SE RETIENE GANANCIAS" LINE 12 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.

       TOMAR-RENGLON-GAN.
           READ TABLA-GAN NEXT RECORD AT END MOVE "S" TO SW-FIN-GAN.
           IF SW-FIN-GAN = "S"
              GO TO F-TOMAR-RENGLON-GAN
           END-IF.
           IF GTANIO NOT = WPER-AA
              MOVE "S" TO SW-FIN-GAN
              GO TO F-TOMAR-RENGLON-GAN
           END-IF.
           IF GTB-ESCALA AND CANT-TES < 15
              ADD 1 TO CANT-TES
              MOVE GTIMP1 TO TES-DESDE(CANT-TES)
              MOVE GTIMP2 TO TES-FIJO(CANT-TES)
              MOVE GTPCT TO TES-PCT(CANT-TES)
           END-IF.
           IF GTB-GENERAL
              ADD GTIMP2 TO GEN-ANUAL
           END-IF.
           IF GTB-PERSONAL AND CANT-TDP < 20
              ADD 1 TO CANT-TDP
              MOVE GTCOD TO TDP-COD(CANT-TDP)
              MOVE GTIMP2 TO TDP-CARGA(CANT-TDP)
              MOVE GTPCT TO TDP-PCT(CANT-TDP)
              MOVE GTIMP1 TO TDP-TOPE(CANT-TDP)
           END-IF.
       F-TOMAR-RENGLON-GAN.
           EXIT.

      *-- TRAMOS DE ASIGNACIONES FAMILIARES EN ORDEN: SIN TABLA ----*
      *-- NO SE PAGAN ASIGNACIONES ---------------------------------*
       CARGAR-TABLA-ASIG.
           IF SW-FCA-ARCH = "N"
              GO TO F-CARGAR-TABLA-ASIG
           END-IF.
           OPEN INPUT TABLA-ASIG.
           IF FSTASF NOT = "00"
              GO TO F-CARGAR-TABLA-ASIG
           END-IF.
           MOVE "N" TO SW-FIN-ASF.
           MOVE 0 TO AFTRAMO.
           START TABLA-ASIG KEY IS NOT LESS THAN AFTRAMO
              INVALID KEY MOVE "S" TO SW-FIN-ASF
           END-START.
           PERFORM TOMAR-TRAMO-ASIG THRU F-TOMAR-TRAMO-ASIG
              UNTIL SW-FIN-ASF = "S".
           CLOSE TABLA-ASIG.
           IF CANT-ASF > 0
              MOVE "S" TO SW-ASF
           END-IF.
       F-CARGAR-TABLA-ASIG.
           IF SW-FCA-ARCH = "S" AND SW-ASF = "N"
              DISPLAY "SIN TRAMOS DE ASIGNACIONES FAMILIARES (ASIGFAM."
                 LINE 13 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              DISPLAY "IND) - NO SE PAGAN ASIGNACIONES" LINE 14
                 POSITION 05 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.

       TOMAR-TRAMO-ASIG.
           READ TABLA-ASIG NEXT RECORD AT END MOVE "S" TO SW-FIN-ASF.
           IF SW-FIN-ASF = "S"
              GO TO F-TOMAR-TRAMO-ASIG
           END-IF.
           IF CANT-ASF = 15
              MOVE "S" TO SW-FIN-ASF
              GO TO F-TOMAR-TRAMO-ASIG
           END-IF.
           ADD 1 TO CANT-ASF.
           MOVE AFHASTA TO TAF-HASTA(CANT-ASF).
           MOVE AFHIJO TO TAF-HIJO(CANT-ASF).
           MOVE AFHDIS TO TAF-HDIS(CANT-ASF).
           MOVE AFCONY TO TAF-CONY(CANT-ASF).
           MOVE AFESC TO TAF-ESC(CANT-ASF).
       F-TOMAR-TRAMO-ASIG.
           EXIT.

      *-- TABLA DE CARGAS SOCIALES: HASTA 8 CONCEPTOS EN ORDEN DE -*
      *-- CODIGO; LOS QUE SOBRAN SE AVISAN Y NO SE LIQUIDAN --------*
       CARGAR-TABLA-CARGAS.
           MOVE 0 TO CANT-CGS.
           OPEN INPUT CARGAS.
           IF FSTCGS NOT = "00"
              DISPLAY "SIN TABLA DE CARGAS SOCIALES (CARGAS.IND) - SE "
                 LINE 08 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              DISPLAY "LIQUIDA SIN APORTES NI CONTRIBUCIONES"
                 LINE 09 POSITION 05
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-CARGAR-TABLA-CARGAS
           END-IF.
           MOVE "N" TO SW-FIN-CGS.
           MOVE LOW-VALUES TO CGCOD.
           START CARGAS KEY IS NOT LESS THAN CGCOD
              INVALID KEY MOVE "S" TO SW-FIN-CGS
           END-START.
           PERFORM TOMAR-CONCEPTO THRU F-TOMAR-CONCEPTO
              UNTIL SW-FIN-CGS = "S".
           CLOSE CARGAS.
       F-CARGAR-TABLA-CARGAS.
           EXIT.

       TOMAR-CONCEPTO.
           READ CARGAS NEXT RECORD AT END MOVE "S" TO SW-FIN-CGS.
           IF SW-FIN-CGS = "S"
              GO TO F-TOMAR-CONCEPTO
           END-IF.
           IF CANT-CGS = 8
              DISPLAY "CARGAS.IND TIENE MAS DE 8 CONCEPTOS - NO SE "
                 LINE 08 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY "LIQUIDA DESDE EL CONCEPTO " LINE 09 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              DISPLAY CGCOD LINE 09 POSITION 31
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              MOVE "S" TO SW-FIN-CGS
              GO TO F-TOMAR-CONCEPTO
           END-IF.
           ADD 1 TO CANT-CGS.
           MOVE CGCOD TO TCG-COD(CANT-CGS).
           MOVE CGDESC TO TCG-DESC(CANT-CGS).
           MOVE CGTIPO TO TCG-TIPO(CANT-CGS).
           MOVE CGPCT TO TCG-PCT(CANT-CGS).
           MOVE CGTOPE TO TCG-TOPE(CANT-CGS).
       F-TOMAR-CONCEPTO.
           EXIT.

      *-- EL PORCENTAJE DE ANTIGUEDAD POR ANIO VIVE EN EL MAESTRO --*
      *-- DE PARAMETROS (ANTPCT); SIN PARAMETRO, EL 1 DE SIEMPRE ---*
       LEER-PORCENTAJE.
           IF PAR-OK = "S" AND PAR-VALOR > 0 AND PAR-VALOR < 100
              MOVE PAR-VALOR TO PCT-ANT
           END-IF.
      *-- VALOR HORA DE LAS SUPLENCIAS DE QUIEN NO COBRA POR HORAS -*
      *-- CATEDRA (VHSUPL); SIN PARAMETRO ESAS QUEDAN PENDIENTES ---*
           MOVE "VHSUPL  " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 0 AND PAR-VALOR < 100000
              MOVE PAR-VALOR TO VHORA-SUPL
           END-IF.
      *-- DIVISOR DEL SUELDO PARA EL VALOR HORA DE LAS HORAS EXTRA -*
      *-- (HEXDIV); SIN PARAMETRO, 200 -----------------------------*
           MOVE "HEXDIV  " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 0 AND PAR-VALOR < 1000
              MOVE PAR-VALOR TO DIV-HEX
           END-IF.

       LIQUIDAR-EMPLEADO.
           READ MAEEMP NEXT RECORD AT END MOVE "S" TO SW-FIN-EMP.
           MOVE WSAC TO LQSAC.
           MOVE WDTO TO LQDTO.
           MOVE WNETO TO LQNETO.
           MOVE WREM TO LQREM.
           MOVE WAPO TO LQTAPO.
           MOVE WCON TO LQTCON.
           MOVE WPRE TO LQPRES.
           MOVE WSUP TO LQSUP.
           MOVE WASIG TO LQASIG.
           MOVE WHEX TO LQHEX.
           MOVE 1 TO IND-CGS.
           PERFORM GUARDAR-CONCEPTO 8 TIMES.
           WRITE R-LIQ
              INVALID KEY GO TO F-LIQUIDAR-EMPLEADO
           END-WRITE.
           IF SW-GAN = "S"
              PERFORM GRABAR-RETENCION
           END-IF.
           IF CANT-TCU > 0
              MOVE 1 TO IND-TCU
              PERFORM ASENTAR-CUOTA UNTIL IND-TCU > CANT-TCU
           END-IF.
           IF CANT-TSU > 0
              MOVE 1 TO IND-TSU
              PERFORM ASENTAR-SUPLENCIA UNTIL IND-TSU > CANT-TSU
           END-IF.
           IF CANT-THX > 0
              MOVE 1 TO IND-THX
              PERFORM ASENTAR-HORAS-EXTRA UNTIL IND-THX > CANT-THX
           END-IF.
           IF CANT-TAY > 0
              MOVE 1 TO IND-TAY
              PERFORM ASENTAR-AYUDA UNTIL IND-TAY > CANT-TAY
           END-IF.
           ADD WASIG TO TOT-ASIG.
           ADD 1 TO CANT-LIQUIDADOS.
           ADD WNETO TO TOT-NETO.
           ADD WAPO TO TOT-APO.
           ADD WCON TO TOT-CON.
           PERFORM IMPRIMIR-RECIBO.
           PERFORM GRABAR-ACREDITACION.
       F-LIQUIDAR-EMPLEADO.
      *-- DESDE MFING AL PRIMER DIA DEL PERIODO), CATEGORIA Y SAC --*
       CALCULAR-RUBROS.
           MOVE MSB TO WBAS.
           MOVE "N" TO SW-CAT-LEIDA.
           IF SW-CAT-ARCH = "S"
              MOVE MCATE TO MCAT
              READ MAECAT KEY IS MCAT
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "S" TO SW-CAT-LEIDA
              END-READ
           END-IF.
      *-- DOCENTE POR HORAS CATEDRA: EL BASICO ES LO DICTADO EN EL -*
      *-- MES AL VALOR HORA DE SU CATEGORIA ------------------------*
           MOVE 0 TO CANT-TCD WHORAS-MES WVHORA DIAS-SIN-GOCE.
           IF SW-CAT-LEIDA = "S" AND CAT-HORA-CATEDRA
              MOVE MCATVHORA TO WVHORA
              PERFORM CALCULAR-HORAS-MES THRU F-CALCULAR-HORAS-MES
              COMPUTE WBAS ROUNDED = WHORAS-MES * WVHORA
           END-IF.
           IF MFING > 0
              MOVE MFING TO WFING-TRAB
              COMPUTE WANIOS = WPER-AA - WFING-AA
           END-IF.
           COMPUTE WANT ROUNDED = WBAS * WANIOS * PCT-ANT / 100.
           MOVE 0 TO WCAT.
           IF SW-CAT-LEIDA = "S"
              COMPUTE WCAT ROUNDED = WBAS * MCATPCT / 100
           END-IF.
      *-- SAC: MEDIO SUELDO EN JUNIO Y DICIEMBRE -------------------*
           MOVE 0 TO WSAC.
              COMPUTE WSAC ROUNDED = (WBAS + WANT + WCAT) / 2
           END-IF.
      *-- DESCUENTO POR AUSENCIAS DEL PRESENTISMO: UN TREINTAVO ----*
      *-- DEL BASICO POR DIA AUSENTE - AL DOCENTE POR HORAS LOS ----*
      *-- DIAS DE LICENCIA SIN GOCE YA LE SALIERON DEL BASICO: NO --*
      *-- SE LE DESCUENTAN OTRA VEZ COMO AUSENCIA ------------------*
           MOVE 0 TO WDTO.
           IF SW-PRM-ARCH = "S"
              MOVE MCA TO PMLEG
              READ RESUMENES KEY IS PMCLAVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    COMPUTE WAUS-DTO = PMAUS - DIAS-SIN-GOCE
                    IF WAUS-DTO > 0
                       COMPUTE WDTO ROUNDED = WBAS * WAUS-DTO / 30
                    END-IF
              END-READ
           END-IF.
           MOVE 0 TO WSUP CANT-TSU.
           IF SW-SUP-ARCH = "S"
              PERFORM CALCULAR-SUPLENCIAS THRU F-CALCULAR-SUPLENCIAS
           END-IF.
           MOVE 0 TO WHEX CANT-THX WMIN50-HEX WMIN100-HEX.
           IF SW-HEX-ARCH = "S"
              PERFORM CALCULAR-HORAS-EXTRA THRU F-CALCULAR-HORAS-EXTRA
           END-IF.
           COMPUTE WREM = WBAS + WANT + WCAT + WSAC + WSUP + WHEX
              - WDTO.
           PERFORM CALCULAR-CARGAS.
           MOVE 0 TO WRGAN.
           MOVE SPACE TO WAJUSTE.
           IF SW-GAN = "S"
              PERFORM CALCULAR-GANANCIAS
           END-IF.
           MOVE 0 TO WPRE CANT-TCU.
           IF SW-ADL-ARCH = "S"
              PERFORM CALCULAR-PRESTAMOS THRU F-CALCULAR-PRESTAMOS
           END-IF.
      *-- LAS ASIGNACIONES FAMILIARES NO SON REMUNERATIVAS: VAN ---*
      *-- DIRECTO AL NETO ------------------------------------------*
           MOVE 0 TO WASIG CANT-TAY CANT-HIJ CANT-HDI CANT-CON CANT-ESC.
           MOVE 0 TO WIMP-HIJ WIMP-HDI WIMP-CON WIMP-ESC.
           IF SW-ASF = "S"
              PERFORM CALCULAR-ASIGNACIONES
                 THRU F-CALCULAR-ASIGNACIONES
           END-IF.
           COMPUTE WNETO = WREM - WAPO - WRGAN - WPRE + WASIG.

      *---------------------------------------------------------------*
      *-- HORAS CATEDRA DEL MES: CADA DIA DEL PERIODO QUE NO ES     --*
      *-- FERIADO NI CAE EN UNA LICENCIA SIN GOCE SUMA LOS MINUTOS  --*
      *-- QUE EL HORARIO DE CADA CURSO DEL DOCENTE TIENE ESE DIA DE --*
      *-- LA SEMANA (LAS HORAS SEMANALES POR LAS SEMANAS DEL MES)   --*
      *---------------------------------------------------------------*
       CALCULAR-HORAS-MES.
           MOVE 0 TO WMIN-MES.
           MOVE 1 TO ASG-POS.
           PERFORM TOMAR-CURSO-DOCENTE UNTIL ASG-POS > ASG-CANT.
           IF CANT-TCD = 0
              GO TO F-CALCULAR-HORAS-MES
           END-IF.
           COMPUTE WFECHA-PRI = WPERIODO * 100 + 1.
           COMPUTE WFECHA-ULT = WPERIODO * 100 + 31.
           MOVE 0 TO CANT-TLS.
           IF SW-LIC-ARCH = "S"
              PERFORM CARGAR-SIN-GOCE THRU F-CARGAR-SIN-GOCE
           END-IF.
           MOVE WPER-AA TO WAA-TRAB.
           MOVE WPER-MM TO WMM-TRAB.
           PERFORM CALCULAR-DIAS-DEL-MES.
           MOVE 1 TO WDD-TRAB.
           PERFORM CONTAR-DIA UNTIL WDD-TRAB > DIASMES.
           COMPUTE WHORAS-MES ROUNDED = WMIN-MES / 60.
       F-CALCULAR-HORAS-MES.
           EXIT.

       TOMAR-CURSO-DOCENTE.
           IF TASG-LEG(ASG-POS) = MCA AND CANT-TCD < 10
              PERFORM AGREGAR-CURSO-DOCENTE
           END-IF.
           ADD 1 TO ASG-POS.

       AGREGAR-CURSO-DOCENTE.
           ADD 1 TO CANT-TCD.
           MOVE ZEROS TO TCD-ITEM(CANT-TCD).
           MOVE TASG-CUR(ASG-POS) TO TCD-CUR(CANT-TCD).
           IF SW-HOR-ARCH = "S"
              MOVE "N" TO SW-FIN-HC
              MOVE TASG-CUR(ASG-POS) TO HRCUR
              MOVE 0 TO HRDIA HRDESDE
              START HORARIOS KEY IS NOT LESS THAN HRCLAVE
                 INVALID KEY MOVE "S" TO SW-FIN-HC
              END-START
              PERFORM SUMAR-FRANJA THRU F-SUMAR-FRANJA
                 UNTIL SW-FIN-HC = "S"
           END-IF.

      *-- LA DURACION DE LA FRANJA EN MINUTOS (HHMM), COMO INFDOC --*
       SUMAR-FRANJA.
           READ HORARIOS NEXT RECORD AT END MOVE "S" TO SW-FIN-HC.
           IF SW-FIN-HC = "S"
              GO TO F-SUMAR-FRANJA
           END-IF.
           IF HRCUR NOT = TCD-CUR(CANT-TCD)
              MOVE "S" TO SW-FIN-HC
              GO TO F-SUMAR-FRANJA
           END-IF.
           IF HRDIA < 1 OR HRDIA > 7 OR HRHASTA NOT > HRDESDE
              GO TO F-SUMAR-FRANJA
           END-IF.
           MOVE HRDESDE TO WHHMM-DESDE.
           MOVE HRHASTA TO WHHMM-HASTA.
           COMPUTE WMIN = (WHAS-HH * 60 + WHAS-MI)
              - (WDES-HH * 60 + WDES-MI).
           ADD WMIN TO TCD-MIN-DIA(CANT-TCD, HRDIA).
       F-SUMAR-FRANJA.
           EXIT.

      *-- LAS LICENCIAS SIN GOCE APROBADAS QUE TOCAN EL PERIODO ----*
       CARGAR-SIN-GOCE.
           MOVE "N" TO SW-FIN-HC.
           MOVE MCA TO LILEG.
           MOVE 0 TO LIDESDE.
           START LICENCIAS KEY IS NOT LESS THAN LICLAVE
              INVALID KEY GO TO F-CARGAR-SIN-GOCE
           END-START.
           PERFORM TOMAR-SIN-GOCE UNTIL SW-FIN-HC = "S".
       F-CARGAR-SIN-GOCE.
           EXIT.

       TOMAR-SIN-GOCE.
           READ LICENCIAS NEXT RECORD AT END MOVE "S" TO SW-FIN-HC.
           IF SW-FIN-HC = "N"
              IF LILEG NOT = MCA OR LIDESDE > WFECHA-ULT
                 MOVE "S" TO SW-FIN-HC
              ELSE
                 IF LIC-SIN-GOCE AND LIC-APROBADA
                    AND LIHASTA NOT < WFECHA-PRI AND CANT-TLS < 20
                    ADD 1 TO CANT-TLS
                    MOVE LIDESDE TO TLS-DESDE(CANT-TLS)
                    MOVE LIHASTA TO TLS-HASTA(CANT-TLS)
                 END-IF
              END-IF
           END-IF.

       CONTAR-DIA.
           MOVE "S" TO SW-DIA-PAGO.
           MOVE 1 TO FER-POS.
           PERFORM MIRAR-FERIADO UNTIL FER-POS > FER-CANT
              OR SW-DIA-PAGO = "N".
           PERFORM CALCULAR-DIA-SEMANA.
           IF SW-DIA-PAGO = "S"
              MOVE 1 TO IND-TLS
              PERFORM MIRAR-SIN-GOCE UNTIL IND-TLS > CANT-TLS
                 OR SW-DIA-PAGO = "N"
              IF SW-DIA-PAGO = "N" AND DIA-SEMANA < 6
                 ADD 1 TO DIAS-SIN-GOCE
              END-IF
           END-IF.
           IF SW-DIA-PAGO = "S"
              MOVE 1 TO IND-TCD
              PERFORM SUMAR-DIA-CURSO UNTIL IND-TCD > CANT-TCD
           END-IF.
           ADD 1 TO WDD-TRAB.

       MIRAR-FERIADO.
           IF TFER-FECHA(FER-POS) = WFECHA-TRAB
              MOVE "N" TO SW-DIA-PAGO
           END-IF.
           ADD 1 TO FER-POS.

       MIRAR-SIN-GOCE.
           IF WFECHA-TRAB NOT < TLS-DESDE(IND-TLS)
              AND WFECHA-TRAB NOT > TLS-HASTA(IND-TLS)
              MOVE "N" TO SW-DIA-PAGO
           END-IF.
           ADD 1 TO IND-TLS.

       SUMAR-DIA-CURSO.
           ADD TCD-MIN-DIA(IND-TCD, DIA-SEMANA) TO TCD-MIN-MES(IND-TCD)
              WMIN-MES.
           ADD 1 TO IND-TCD.

       CALCULAR-DIAS-DEL-MES.
           MOVE 31 TO DIASMES.
           IF WMM-TRAB = 04 OR WMM-TRAB = 06 OR WMM-TRAB = 09
              OR WMM-TRAB = 11
              MOVE 30 TO DIASMES
           END-IF.
           IF WMM-TRAB = 02
              MOVE 28 TO DIASMES
              DIVIDE WAA-TRAB BY 4 GIVING WAA-COC REMAINDER WAA-RESTO
              IF WAA-RESTO = 0
                 MOVE 29 TO DIASMES
              END-IF
           END-IF.

       CALCULAR-DIA-SEMANA.
           MOVE WAA-TRAB TO ZE-AA.
           MOVE WMM-TRAB TO ZE-MM.
           IF ZE-MM < 3
              ADD 10 TO ZE-MM
              SUBTRACT 1 FROM ZE-AA
           ELSE
              SUBTRACT 2 FROM ZE-MM
           END-IF.
           DIVIDE ZE-AA BY 100 GIVING ZE-J REMAINDER ZE-K.
           COMPUTE ZE-H = WDD-TRAB + ((13 * ZE-MM - 1) / 5)
              + ZE-K + (ZE-K / 4) + (ZE-J / 4) + (5 * ZE-J).
           DIVIDE ZE-H BY 7 GIVING ZE-AA REMAINDER ZE-RESTO.
           IF ZE-RESTO = 0
              MOVE 7 TO DIA-SEMANA
           ELSE
              MOVE ZE-RESTO TO DIA-SEMANA
           END-IF.

      *-- AL ARRANCAR: LAS ASIGNACIONES, LOS FERIADOS Y LOS ---------*
      *-- ARCHIVOS QUE HACEN FALTA PARA LOS DOCENTES POR HORAS -----*
       CARGAR-HORAS-CATEDRA.
           OPEN INPUT HORARIOS.
           IF FSTHOR = "00"
              MOVE "S" TO SW-HOR-ARCH
           END-IF.
           OPEN INPUT CURSOS.
           IF FSTCUR = "00"
              MOVE "S" TO SW-CUR-ARCH
           END-IF.
           OPEN INPUT LICENCIAS.
           IF FSTLIC = "00"
              MOVE "S" TO SW-LIC-ARCH
           END-IF.
           MOVE 0 TO FER-CANT.
           OPEN INPUT FERIADOS.
           IF FST-FER = "00"
              PERFORM LEER-FERIADO THRU F-LEER-FERIADO
                 UNTIL FST-FER = "10" OR FER-CANT = 50
              CLOSE FERIADOS
           END-IF.
           OPEN INPUT ASIGNACIONES.
           IF FSTCDO NOT = "00"
              GO TO F-CARGAR-HORAS-CATEDRA
           END-IF.
           MOVE "N" TO SW-FIN-HC.
           MOVE 0 TO CDCUR CDLEG.
           START ASIGNACIONES KEY IS NOT LESS THAN CDCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-HC
           END-START.
           PERFORM JUNTAR-ASIGNACION UNTIL SW-FIN-HC = "S".
           CLOSE ASIGNACIONES.
       F-CARGAR-HORAS-CATEDRA.
           EXIT.

       LEER-FERIADO.
           READ FERIADOS AT END MOVE "10" TO FST-FER.
           IF FST-FER NOT = "10" AND FER-FECHA IS NUMERIC
              ADD 1 TO FER-CANT
              MOVE FER-FECHA TO TFER-FECHA(FER-CANT)
           END-IF.
       F-LEER-FERIADO.
           EXIT.

       JUNTAR-ASIGNACION.
           READ ASIGNACIONES NEXT RECORD AT END MOVE "S" TO SW-FIN-HC.
           IF SW-FIN-HC = "N" AND ASG-CANT < 300
              ADD 1 TO ASG-CANT
              MOVE CDLEG TO TASG-LEG(ASG-CANT)
              MOVE CDCUR TO TASG-CUR(ASG-CANT)
           END-IF.

      *---------------------------------------------------------------*
      *-- GANANCIAS: TODO ACUMULADO DEL ANIO HASTA ESTE MES - LA    --*
      *-- ESCALA Y LAS DEDUCCIONES SON ANUALES Y SE TOMAN EN        --*
      *-- DOCEAVOS; LA RETENCION DEL MES ES EL IMPUESTO ACUMULADO   --*
      *-- MENOS LO YA RETENIDO (NEGATIVA = DEVOLUCION)              --*
      *---------------------------------------------------------------*
       CALCULAR-GANANCIAS.
           PERFORM SUMAR-GANANCIA-ANTERIOR
              THRU F-SUMAR-GANANCIA-ANTERIOR.
           ADD WREM TO WGNA.
           SUBTRACT WAPO FROM WGNA.
           PERFORM SUMAR-RETENIDO THRU F-SUMAR-RETENIDO.
           COMPUTE WDED ROUNDED = GEN-ANUAL * WPER-MM / 12.
           IF SW-DDG-ARCH = "S"
              PERFORM SUMAR-DEDUCCIONES THRU F-SUMAR-DEDUCCIONES
           END-IF.
           IF WGNA > WDED
              COMPUTE WGIM = WGNA - WDED
           ELSE
              MOVE 0 TO WGIM
           END-IF.
           MOVE 0 TO WIMPG.
           MOVE 1 TO IND-TES.
           PERFORM APLICAR-TRAMO UNTIL IND-TES > CANT-TES.
           COMPUTE WRGAN = WIMPG - WRETANT.
      *-- NUNCA SE RETIENE MAS QUE LO QUE QUEDA DEL RECIBO ---------*
           IF WRGAN > WREM - WAPO
              COMPUTE WRGAN = WREM - WAPO
           END-IF.
           IF WPER-MM = 12
              MOVE "D" TO WAJUSTE
           END-IF.
           MOVE 1 TO IND-EGR.
           PERFORM MIRAR-EGRESO UNTIL IND-EGR > CANT-EGR.

      *-- REMUNERACION MENOS APORTES DE LOS MESES ANTERIORES DEL ---*
      *-- ANIO, DE LIQSUE.IND --------------------------------------*
       SUMAR-GANANCIA-ANTERIOR.
           MOVE 0 TO WGNA.
           MOVE "N" TO SW-FIN-GAN.
           MOVE MCA TO LQLEG.
           COMPUTE LQPER = WPER-AA * 100 + 1.
           START LIQUIDACIONES KEY IS NOT LESS THAN LQCLAVE
              INVALID KEY GO TO F-SUMAR-GANANCIA-ANTERIOR
           END-START.
           PERFORM TOMAR-GANANCIA-ANTERIOR UNTIL SW-FIN-GAN = "S".
       F-SUMAR-GANANCIA-ANTERIOR.
           EXIT.

       TOMAR-GANANCIA-ANTERIOR.
           READ LIQUIDACIONES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-GAN
           END-READ.
           IF SW-FIN-GAN = "N"
              IF LQLEG NOT = MCA OR LQPER NOT < WPERIODO
                 MOVE "S" TO SW-FIN-GAN
              ELSE
                 ADD LQREM TO WGNA
                 SUBTRACT LQTAPO FROM WGNA
              END-IF
           END-IF.

      *-- LO RETENIDO EN LOS MESES ANTERIORES DEL ANIO -------------*
       SUMAR-RETENIDO.
           MOVE 0 TO WRETANT.
           MOVE "N" TO SW-FIN-GAN.
           MOVE MCA TO RGLEG.
           COMPUTE RGPER = WPER-AA * 100 + 1.
           START RETENCIONES KEY IS NOT LESS THAN RGCLAVE
              INVALID KEY GO TO F-SUMAR-RETENIDO
           END-START.
           PERFORM TOMAR-RETENIDO UNTIL SW-FIN-GAN = "S".
       F-SUMAR-RETENIDO.
           EXIT.

       TOMAR-RETENIDO.
           READ RETENCIONES NEXT RECORD
              AT END MOVE "S" TO SW-FIN-GAN
           END-READ.
           IF SW-FIN-GAN = "N"
              IF RGLEG NOT = MCA OR RGPER NOT < WPERIODO
                 MOVE "S" TO SW-FIN-GAN
              ELSE
                 ADD RGRET TO WRETANT
              END-IF
           END-IF.

      *-- DEDUCCIONES PERSONALES DECLARADAS PARA EL ANIO: LAS ------*
      *-- CARGAS POR SU IMPORTE ANUAL Y LO PAGADO EN SU PORCENTAJE -*
      *-- COMPUTABLE CON TOPE, EN DOCEAVOS DESDE SU MES ------------*
       SUMAR-DEDUCCIONES.
           MOVE "N" TO SW-FIN-GAN.
           MOVE MCA TO DGLEG.
           MOVE WPER-AA TO DGANIO.
           MOVE 0 TO DGREN.
           START DEDUCCIONES KEY IS NOT LESS THAN DGCLAVE
              INVALID KEY GO TO F-SUMAR-DEDUCCIONES
           END-START.
           PERFORM TOMAR-DEDUCCION THRU F-TOMAR-DEDUCCION
              UNTIL SW-FIN-GAN = "S".
       F-SUMAR-DEDUCCIONES.
           EXIT.

       TOMAR-DEDUCCION.
           READ DEDUCCIONES NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN-GAN
                 GO TO F-TOMAR-DEDUCCION
           END-READ.
           IF DGLEG NOT = MCA OR DGANIO NOT = WPER-AA
              MOVE "S" TO SW-FIN-GAN
              GO TO F-TOMAR-DEDUCCION
           END-IF.
           IF DGMDES > WPER-MM
              GO TO F-TOMAR-DEDUCCION
           END-IF.
           MOVE 1 TO IND-TDP.
           PERFORM BUSCAR-PERSONAL
              UNTIL IND-TDP > CANT-TDP
                 OR TDP-COD(IND-TDP) = DGCOD.
           IF IND-TDP > CANT-TDP
              GO TO F-TOMAR-DEDUCCION
           END-IF.
           IF TDP-PCT(IND-TDP) > 0
              COMPUTE WDED-COMPUT ROUNDED =
                 DGIMP * TDP-PCT(IND-TDP) / 100
           ELSE
              MOVE DGIMP TO WDED-COMPUT
           END-IF.
           IF TDP-TOPE(IND-TDP) > 0
              AND WDED-COMPUT > TDP-TOPE(IND-TDP)
              MOVE TDP-TOPE(IND-TDP) TO WDED-COMPUT
           END-IF.
           COMPUTE WDED-ANUAL = DGCANT * TDP-CARGA(IND-TDP)
                              + WDED-COMPUT.
           COMPUTE WMESES-DED = WPER-MM - DGMDES + 1.
           COMPUTE WDED ROUNDED = WDED + WDED-ANUAL * WMESES-DED / 12.
       F-TOMAR-DEDUCCION.
           EXIT.

       BUSCAR-PERSONAL.
           ADD 1 TO IND-TDP.

      *-- EL TRAMO QUE CORRESPONDE ES EL ULTIMO CUYO "DESDE" (EN ---*
      *-- DOCEAVOS) NO SUPERA LA GANANCIA IMPONIBLE ----------------*
       APLICAR-TRAMO.
           COMPUTE WTRAMO-DESDE ROUNDED =
              TES-DESDE(IND-TES) * WPER-MM / 12.
           IF WGIM NOT < WTRAMO-DESDE
              COMPUTE WIMPG ROUNDED =
                 TES-FIJO(IND-TES) * WPER-MM / 12
                 + (WGIM - WTRAMO-DESDE) * TES-PCT(IND-TES) / 100
           END-IF.
           ADD 1 TO IND-TES.

       MIRAR-EGRESO.
           IF TEG-LEG(IND-EGR) = MCA
              MOVE "E" TO WAJUSTE
           END-IF.
           ADD 1 TO IND-EGR.

       GRABAR-RETENCION.
           MOVE MCA TO RGLEG.
           MOVE WPERIODO TO RGPER.
           MOVE WGNA TO RGGNA.
           MOVE WDED TO RGDED.
           MOVE WGIM TO RGGIM.
           MOVE WIMPG TO RGIMP.
           MOVE WRGAN TO RGRET.
           COMPUTE RGRETAC = WRETANT + WRGAN.
           MOVE WAJUSTE TO RGAJU.
           WRITE R-RGN
              INVALID KEY REWRITE R-RGN
           END-WRITE.
           ADD WRGAN TO TOT-RGAN.

      *---------------------------------------------------------------*
      *-- ADELANTOS Y PRESTAMOS: DE CADA UNO VIGENTE DEL LEGAJO,    --*
      *-- YA EN SU PRIMER PERIODO Y SIN DESCONTAR EN ESTE, LA CUOTA --*
      *-- (O EL SALDO SI ES MENOR) - NUNCA MAS DE LO QUE QUEDA DEL  --*
      *-- NETO: LO QUE NO ALCANZA SIGUE EN EL SALDO                 --*
      *---------------------------------------------------------------*
       CALCULAR-PRESTAMOS.
           COMPUTE WDISP = WREM - WAPO - WRGAN.
           IF WDISP NOT > 0
              GO TO F-CALCULAR-PRESTAMOS
           END-IF.
           MOVE "N" TO SW-FIN-ADL.
           MOVE MCA TO ADLEG.
           MOVE 0 TO ADSEC.
           START ADELANTOS KEY IS NOT LESS THAN ADCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-ADL
           END-START.
           PERFORM TOMAR-PRESTAMO THRU F-TOMAR-PRESTAMO
              UNTIL SW-FIN-ADL = "S".
       F-CALCULAR-PRESTAMOS.
           EXIT.

       TOMAR-PRESTAMO.
           READ ADELANTOS NEXT RECORD AT END MOVE "S" TO SW-FIN-ADL.
           IF SW-FIN-ADL = "S"
              GO TO F-TOMAR-PRESTAMO
           END-IF.
           IF ADLEG NOT = MCA OR CANT-TCU = 20 OR WDISP NOT > 0
              MOVE "S" TO SW-FIN-ADL
              GO TO F-TOMAR-PRESTAMO
           END-IF.
           IF NOT ADL-VIGENTE OR ADPDES > WPERIODO
              OR ADULTPER NOT < WPERIODO OR ADSDO = 0
              GO TO F-TOMAR-PRESTAMO
           END-IF.
           MOVE ADIMPC TO WCUOTA.
           IF WCUOTA > ADSDO
              MOVE ADSDO TO WCUOTA
           END-IF.
           IF WCUOTA > WDISP
              MOVE WDISP TO WCUOTA
           END-IF.
           ADD 1 TO CANT-TCU.
           MOVE ADSEC TO TCU-SEC(CANT-TCU).
           MOVE WCUOTA TO TCU-IMP(CANT-TCU).
           ADD WCUOTA TO WPRE.
           SUBTRACT WCUOTA FROM WDISP.
       F-TOMAR-PRESTAMO.
           EXIT.

      *-- LA CUOTA BAJA EL SALDO; CON SALDO CERO QUEDA CANCELADO ---*
       ASENTAR-CUOTA.
           MOVE MCA TO ADLEG.
           MOVE TCU-SEC(IND-TCU) TO ADSEC.
           READ ADELANTOS KEY IS ADCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 SUBTRACT TCU-IMP(IND-TCU) FROM ADSDO
                 ADD 1 TO ADPAG
                 MOVE WPERIODO TO ADULTPER
                 IF ADSDO = 0
                    MOVE "C" TO ADEST
                 END-IF
                 REWRITE R-ADL
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
           ADD TCU-IMP(IND-TCU) TO TOT-PRE.
           ADD 1 TO IND-TCU.

      *---------------------------------------------------------------*
      *-- SUPLENCIAS: LAS DEL LEGAJO TODAVIA SIN PAGAR CON FECHA    --*
      *-- HASTA EL FIN DEL PERIODO, CADA UNA POR SUS MINUTOS AL     --*
      *-- VALOR HORA DE SU CATEGORIA SI ES POR HORAS CATEDRA, SI NO --*
      *-- AL DEL PARAMETRO VHSUPL - SIN VALOR HORA QUEDAN PENDIENTES--*
      *---------------------------------------------------------------*
       CALCULAR-SUPLENCIAS.
           MOVE VHORA-SUPL TO WVHORA-SUP.
           IF SW-CAT-LEIDA = "S" AND CAT-HORA-CATEDRA
              AND MCATVHORA > 0
              MOVE MCATVHORA TO WVHORA-SUP
           END-IF.
           IF WVHORA-SUP = 0
              GO TO F-CALCULAR-SUPLENCIAS
           END-IF.
           COMPUTE WFECHA-ULT = WPERIODO * 100 + 31.
           MOVE "N" TO SW-FIN-SUP.
           MOVE MCA TO SPLEG.
           MOVE 0 TO SPFECHA SPCUR SPDESDE.
           START SUPLENCIAS KEY IS NOT LESS THAN SPCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-SUP
           END-START.
           PERFORM TOMAR-SUPLENCIA THRU F-TOMAR-SUPLENCIA
              UNTIL SW-FIN-SUP = "S".
       F-CALCULAR-SUPLENCIAS.
           EXIT.

       TOMAR-SUPLENCIA.
           READ SUPLENCIAS NEXT RECORD AT END MOVE "S" TO SW-FIN-SUP.
           IF SW-FIN-SUP = "S"
              GO TO F-TOMAR-SUPLENCIA
           END-IF.
           IF SPLEG NOT = MCA OR SPFECHA > WFECHA-ULT
              OR CANT-TSU = 40
              MOVE "S" TO SW-FIN-SUP
              GO TO F-TOMAR-SUPLENCIA
           END-IF.
           IF SPPER NOT = 0
              GO TO F-TOMAR-SUPLENCIA
           END-IF.
           ADD 1 TO CANT-TSU.
           MOVE SPFRANJA TO TSU-FRANJA(CANT-TSU).
           COMPUTE TSU-IMP(CANT-TSU) ROUNDED =
              SPMIN * WVHORA-SUP / 60.
           ADD TSU-IMP(CANT-TSU) TO WSUP.
       F-TOMAR-SUPLENCIA.
           EXIT.

      *-- LA SUPLENCIA QUEDA PAGADA CON EL PERIODO Y EL IMPORTE ----*
       ASENTAR-SUPLENCIA.
           MOVE MCA TO SPLEG.
           MOVE TSU-FRANJA(IND-TSU) TO SPFRANJA.
           READ SUPLENCIAS KEY IS SPCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE WPERIODO TO SPPER
                 MOVE TSU-IMP(IND-TSU) TO SPIMP
                 REWRITE R-SUP
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
           ADD TSU-IMP(IND-TSU) TO TOT-SUP.
           ADD 1 TO IND-TSU.

      *---------------------------------------------------------------*
      *-- HORAS EXTRA: LAS DEL LEGAJO APROBADAS Y TODAVIA SIN PAGAR --*
      *-- CON FECHA HASTA EL FIN DEL PERIODO, LOS MINUTOS AL 50% Y  --*
      *-- AL 100% SOBRE EL VALOR HORA: EL DE LA CATEGORIA SI ES POR --*
      *-- HORAS CATEDRA, SI NO EL SUELDO DIVIDIDO HEXDIV            --*
      *---------------------------------------------------------------*
       CALCULAR-HORAS-EXTRA.
           IF WVHORA > 0
              MOVE WVHORA TO WVHORA-HEX
           ELSE
              COMPUTE WVHORA-HEX ROUNDED =
                 (WBAS + WANT + WCAT) / DIV-HEX
           END-IF.
           IF WVHORA-HEX = 0
              GO TO F-CALCULAR-HORAS-EXTRA
           END-IF.
           COMPUTE WFECHA-ULT = WPERIODO * 100 + 31.
           MOVE "N" TO SW-FIN-HEX.
           MOVE MCA TO HXLEG.
           MOVE 0 TO HXFECHA.
           START HORAS-EXTRA KEY IS NOT LESS THAN HXCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-HEX
           END-START.
           PERFORM TOMAR-HORAS-EXTRA THRU F-TOMAR-HORAS-EXTRA
              UNTIL SW-FIN-HEX = "S".
       F-CALCULAR-HORAS-EXTRA.
           EXIT.

       TOMAR-HORAS-EXTRA.
           READ HORAS-EXTRA NEXT RECORD AT END MOVE "S" TO SW-FIN-HEX.
           IF SW-FIN-HEX = "S"
              GO TO F-TOMAR-HORAS-EXTRA
           END-IF.
           IF HXLEG NOT = MCA OR HXFECHA > WFECHA-ULT
              OR CANT-THX = 62
              MOVE "S" TO SW-FIN-HEX
              GO TO F-TOMAR-HORAS-EXTRA
           END-IF.
           IF NOT HEX-APROBADA OR HXPER NOT = 0
              GO TO F-TOMAR-HORAS-EXTRA
           END-IF.
           ADD 1 TO CANT-THX.
           MOVE HXFECHA TO THX-FECHA(CANT-THX).
           COMPUTE THX-IMP(CANT-THX) ROUNDED =
              (HXMIN50 * 3 + HXMIN100 * 4) * WVHORA-HEX / 120.
           ADD HXMIN50 TO WMIN50-HEX.
           ADD HXMIN100 TO WMIN100-HEX.
           ADD THX-IMP(CANT-THX) TO WHEX.
       F-TOMAR-HORAS-EXTRA.
           EXIT.

      *-- EL DIA QUEDA PAGADO CON EL PERIODO Y EL IMPORTE ----------*
       ASENTAR-HORAS-EXTRA.
           MOVE MCA TO HXLEG.
           MOVE THX-FECHA(IND-THX) TO HXFECHA.
           READ HORAS-EXTRA KEY IS HXCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE WPERIODO TO HXPER
                 MOVE THX-IMP(IND-THX) TO HXIMP
                 REWRITE R-HEX
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
           ADD THX-IMP(IND-THX) TO TOT-HEX.
           ADD 1 TO IND-THX.

      *---------------------------------------------------------------*
      *-- ASIGNACIONES FAMILIARES: EL TRAMO ES EL PRIMERO CUYO TOPE --*
      *-- ALCANZA LA REMUNERACION DEL MES; POR ENCIMA DEL ULTIMO    --*
      *-- SOLO SE PAGA EL HIJO CON DISCAPACIDAD, CON LOS IMPORTES   --*
      *-- DEL ULTIMO TRAMO - CADA HIJO MENOR DE 18 (EDAD AL PERIODO)--*
      *-- O CON DISCAPACIDAD Y EL CONYUGE                           --*
      *---------------------------------------------------------------*
       CALCULAR-ASIGNACIONES.
           MOVE 0 TO TRAMO-ASF.
           MOVE 1 TO IND-ASF.
           PERFORM BUSCAR-TRAMO-ASF UNTIL IND-ASF > CANT-ASF.
           MOVE "N" TO SW-SOLO-DISC.
           IF TRAMO-ASF = 0
              MOVE CANT-ASF TO TRAMO-ASF
              MOVE "S" TO SW-SOLO-DISC
           END-IF.
           MOVE "N" TO SW-FIN-FCA.
           MOVE MCA TO FCLEG.
           MOVE 0 TO FCREN.
           START FAMILIARES KEY IS NOT LESS THAN FCCLAVE
              INVALID KEY MOVE "S" TO SW-FIN-FCA
           END-START.
           PERFORM TOMAR-FAMILIAR THRU F-TOMAR-FAMILIAR
              UNTIL SW-FIN-FCA = "S".
           COMPUTE WASIG = WIMP-HIJ + WIMP-HDI + WIMP-CON + WIMP-ESC.
       F-CALCULAR-ASIGNACIONES.
           EXIT.

       BUSCAR-TRAMO-ASF.
           IF TRAMO-ASF = 0 AND WREM NOT > TAF-HASTA(IND-ASF)
              MOVE IND-ASF TO TRAMO-ASF
           END-IF.
           ADD 1 TO IND-ASF.

       TOMAR-FAMILIAR.
           READ FAMILIARES NEXT RECORD AT END MOVE "S" TO SW-FIN-FCA.
           IF SW-FIN-FCA = "S"
              GO TO F-TOMAR-FAMILIAR
           END-IF.
           IF FCLEG NOT = MCA
              MOVE "S" TO SW-FIN-FCA
              GO TO F-TOMAR-FAMILIAR
           END-IF.
           IF FCA-CONYUGE
              IF SW-SOLO-DISC = "N"
                 ADD 1 TO CANT-CON
                 ADD TAF-CONY(TRAMO-ASF) TO WIMP-CON
              END-IF
              GO TO F-TOMAR-FAMILIAR
           END-IF.
           IF NOT FCA-HIJO
              GO TO F-TOMAR-FAMILIAR
           END-IF.
      *-- LOS QUE NACEN DESPUES DEL PERIODO TODAVIA NO CUENTAN -----*
           MOVE FCFNAC TO WFNAC-TRAB.
           IF WFNAC-AA > WPER-AA
              OR (WFNAC-AA = WPER-AA AND WFNAC-MM > WPER-MM)
              GO TO F-TOMAR-FAMILIAR
           END-IF.
           COMPUTE WEDAD = WPER-AA - WFNAC-AA.
           IF WFNAC-MM > WPER-MM
              SUBTRACT 1 FROM WEDAD
           END-IF.
           IF FCA-DISCAPACIDAD
              ADD 1 TO CANT-HDI
              ADD TAF-HDIS(TRAMO-ASF) TO WIMP-HDI
           ELSE
              IF WEDAD NOT < 18 OR SW-SOLO-DISC = "S"
                 GO TO F-TOMAR-FAMILIAR
              END-IF
              ADD 1 TO CANT-HIJ
              ADD TAF-HIJO(TRAMO-ASF) TO WIMP-HIJ
           END-IF.
      *-- AYUDA ESCOLAR: UNA VEZ POR ANIO, DESDE MARZO, CON EL -----*
      *-- CERTIFICADO DEL ANIO PRESENTADO (SI LLEGA TARDE, SE PAGA -*
      *-- EN EL MES EN QUE SE PRESENTA) ----------------------------*
           IF WPER-MM < 3 OR FCA-SIN-ESCUELA OR FCCERT NOT = WPER-AA
              OR FCAYU = WPER-AA OR CANT-TAY = 20
              GO TO F-TOMAR-FAMILIAR
           END-IF.
           ADD 1 TO CANT-ESC.
           ADD 1 TO CANT-TAY.
           MOVE FCREN TO TAY-REN(CANT-TAY).
           ADD TAF-ESC(TRAMO-ASF) TO WIMP-ESC.
       F-TOMAR-FAMILIAR.
           EXIT.

      *-- LA AYUDA ESCOLAR QUEDA PAGADA EN EL ANIO DEL PERIODO -----*
       ASENTAR-AYUDA.
           MOVE MCA TO FCLEG.
           MOVE TAY-REN(IND-TAY) TO FCREN.
           READ FAMILIARES KEY IS FCCLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE WPER-AA TO FCAYU
                 REWRITE R-FCA
                    INVALID KEY CONTINUE
                 END-REWRITE
           END-READ.
           ADD 1 TO IND-TAY.

      *-- CADA CONCEPTO DE LA TABLA SOBRE LA REMUNERACION ----------*
      *-- IMPONIBLE, CON LA BASE LIMITADA A SU TOPE ----------------*
       CALCULAR-CARGAS.
           MOVE 0 TO WAPO WCON.
           MOVE 1 TO IND-CGS.
           PERFORM CALCULAR-CONCEPTO UNTIL IND-CGS > CANT-CGS.

       CALCULAR-CONCEPTO.
           MOVE WREM TO WBASE-CGS.
           IF TCG-TOPE(IND-CGS) > 0 AND WBASE-CGS > TCG-TOPE(IND-CGS)
              MOVE TCG-TOPE(IND-CGS) TO WBASE-CGS
           END-IF.
           COMPUTE TCG-IMP(IND-CGS) ROUNDED =
              WBASE-CGS * TCG-PCT(IND-CGS) / 100.
           IF TCG-TIPO(IND-CGS) = "A"
              ADD TCG-IMP(IND-CGS) TO WAPO
           ELSE
              ADD TCG-IMP(IND-CGS) TO WCON
           END-IF.
           ADD 1 TO IND-CGS.

       GUARDAR-CONCEPTO.
           IF IND-CGS > CANT-CGS
              MOVE SPACES TO LQCCOD(IND-CGS) LQCTIPO(IND-CGS)
              MOVE 0 TO LQCIMP(IND-CGS)
           ELSE
              MOVE TCG-COD(IND-CGS) TO LQCCOD(IND-CGS)
              MOVE TCG-TIPO(IND-CGS) TO LQCTIPO(IND-CGS)
              MOVE TCG-IMP(IND-CGS) TO LQCIMP(IND-CGS)
           END-IF.
           ADD 1 TO IND-CGS.

       IMPRIMIR-RECIBO.
           MOVE SPACES TO R-IMP.
           MOVE RECIBO-EMPLEADO TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE "SUELDO BASICO ........" TO RR-ROT.
           IF WVHORA > 0
              MOVE "HORAS CATEDRA ........" TO RR-ROT
           END-IF.
           MOVE WBAS TO RR-IMP.
           MOVE SPACES TO R-IMP.
           MOVE RECIBO-RUBRO TO R-IMP.
           PERFORM GRABAR-LINEA.
           IF WVHORA > 0
              MOVE WHORAS-MES TO RH-HOR
              MOVE WVHORA TO RH-VAL
              MOVE SPACES TO R-IMP
              MOVE RECIBO-HORAS TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE 1 TO IND-TCD
              PERFORM IMPRIMIR-CURSO UNTIL IND-TCD > CANT-TCD
           END-IF.
           MOVE "ANTIGUEDAD ..........." TO RR-ROT.
           MOVE WANT TO RR-IMP.
           MOVE SPACES TO R-IMP.
              MOVE RECIBO-RUBRO TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF WSUP > 0
              MOVE "SUPLENCIAS ..........." TO RR-ROT
              MOVE WSUP TO RR-IMP
              MOVE SPACES TO R-IMP
              MOVE RECIBO-RUBRO TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF WHEX > 0
              MOVE "HORAS EXTRA .........." TO RR-ROT
              MOVE WHEX TO RR-IMP
              MOVE SPACES TO R-IMP
              MOVE RECIBO-RUBRO TO R-IMP
              PERFORM GRABAR-LINEA
              COMPUTE RX-H50 ROUNDED = WMIN50-HEX / 60
              COMPUTE RX-H100 ROUNDED = WMIN100-HEX / 60
              MOVE WVHORA-HEX TO RX-VAL
              MOVE SPACES TO R-IMP
              MOVE RECIBO-HEXT TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF WDTO > 0
              MOVE "DESCUENTOS ..........." TO RR-ROT
              MOVE WDTO TO RR-IMP
              MOVE RECIBO-RUBRO TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF CANT-CGS > 0
              MOVE "REMUNERACION IMPONIBLE" TO RR-ROT
              MOVE WREM TO RR-IMP
              MOVE SPACES TO R-IMP
              MOVE RECIBO-RUBRO TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE "A" TO TIPO-RECIBO
              MOVE 1 TO IND-CGS
              PERFORM IMPRIMIR-CONCEPTO UNTIL IND-CGS > CANT-CGS
           END-IF.
           IF WRGAN > 0
              MOVE "RETENCION GANANCIAS .." TO RR-ROT
              MOVE WRGAN TO RR-IMP
              MOVE SPACES TO R-IMP
              MOVE RECIBO-RUBRO TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF WRGAN < 0
              MOVE "DEVOLUCION GANANCIAS ." TO RR-ROT
              MOVE WRGAN TO RR-IMP
              MOVE SPACES TO R-IMP
              MOVE RECIBO-RUBRO TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF WAJUSTE NOT = SPACE
              MOVE SPACES TO R-IMP
              MOVE "   (GANANCIAS: AJUSTE ANUAL)" TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF WPRE > 0
              MOVE "CUOTA ADELANTO/PREST. " TO RR-ROT
              MOVE WPRE TO RR-IMP
              MOVE SPACES TO R-IMP
              MOVE RECIBO-RUBRO TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
      *-- ASIGNACIONES FAMILIARES: CANTIDAD E IMPORTE DE CADA UNA --*
           IF WIMP-HIJ > 0
              MOVE "ASIG. POR HIJO .." TO RA-ROT
              MOVE CANT-HIJ TO RA-CANT
              MOVE WIMP-HIJ TO RA-IMP
              MOVE SPACES TO R-IMP
              MOVE RECIBO-ASIG TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF WIMP-HDI > 0
              MOVE "HIJO DISCAPACIDAD" TO RA-ROT
              MOVE CANT-HDI TO RA-CANT
              MOVE WIMP-HDI TO RA-IMP
              MOVE SPACES TO R-IMP
              MOVE RECIBO-ASIG TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF WIMP-CON > 0
              MOVE "ASIG. CONYUGE ..." TO RA-ROT
              MOVE CANT-CON TO RA-CANT
              MOVE WIMP-CON TO RA-IMP
              MOVE SPACES TO R-IMP
              MOVE RECIBO-ASIG TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF WIMP-ESC > 0
              MOVE "AYUDA ESCOLAR ..." TO RA-ROT
              MOVE CANT-ESC TO RA-CANT
              MOVE WIMP-ESC TO RA-IMP
              MOVE SPACES TO R-IMP
              MOVE RECIBO-ASIG TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           MOVE "NETO A COBRAR ........" TO RR-ROT.
           MOVE WNETO TO RR-IMP.
           MOVE SPACES TO R-IMP.
           MOVE RECIBO-RUBRO TO R-IMP.
           PERFORM GRABAR-LINEA.
      *-- LAS CONTRIBUCIONES VAN DEBAJO DEL NETO, A TITULO ---------*
      *-- INFORMATIVO: LAS PAGA LA EMPRESA -------------------------*
           IF WCON > 0
              MOVE SPACES TO R-IMP
              MOVE "CONTRIBUCIONES PATRONALES (INFORMATIVO)" TO R-IMP
              PERFORM GRABAR-LINEA
              MOVE "C" TO TIPO-RECIBO
              MOVE 1 TO IND-CGS
              PERFORM IMPRIMIR-CONCEPTO UNTIL IND-CGS > CANT-CGS
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE RECIBO-RAYA TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD 1 TO SPL-PAGINAS.

       IMPRIMIR-CONCEPTO.
           IF TCG-TIPO(IND-CGS) = TIPO-RECIBO
              MOVE TCG-DESC(IND-CGS) TO RR-ROT
              MOVE TCG-IMP(IND-CGS) TO RR-IMP
              MOVE SPACES TO R-IMP
              MOVE RECIBO-RUBRO TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           ADD 1 TO IND-CGS.

      *-- DETALLE DEL DOCENTE: CADA CURSO CON SUS HORAS DEL MES ---*
       IMPRIMIR-CURSO.
           MOVE TCD-CUR(IND-TCD) TO RK-CUR.
           MOVE SPACES TO RK-DESC.
           IF SW-CUR-ARCH = "S"
              MOVE TCD-CUR(IND-TCD) TO MCUR
              READ CURSOS KEY IS MCUR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE MDCUR TO RK-DESC
              END-READ
           END-IF.
           COMPUTE RK-HOR ROUNDED = TCD-MIN-MES(IND-TCD) / 60.
           MOVE SPACES TO R-IMP.
           MOVE RECIBO-CURSO TO R-IMP.
           PERFORM GRABAR-LINEA.
           ADD 1 TO IND-TCD.

       GRABAR-ACREDITACION.
           MOVE MCA TO BCO-LEG.
           MOVE MAN TO BCO-NOM.
                  TOT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           IF CANT-CGS > 0
              MOVE TOT-APO TO TOT-ED
              MOVE SPACES TO R-IMP
              STRING "TOTAL APORTES RETENIDOS " DELIMITED BY SIZE
                     TOT-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
              MOVE TOT-CON TO TOT-ED
              MOVE SPACES TO R-IMP
              STRING "TOTAL CONTRIBUCIONES    " DELIMITED BY SIZE
                     TOT-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF SW-GAN = "S"
              MOVE TOT-RGAN TO TOT-RGAN-ED
              MOVE SPACES TO R-IMP
              STRING "TOTAL RETENIDO GANANCIAS" DELIMITED BY SIZE
                     TOT-RGAN-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF SW-ADL-ARCH = "S"
              MOVE TOT-PRE TO TOT-ED
              MOVE SPACES TO R-IMP
              STRING "TOTAL CUOTAS PRESTAMOS  " DELIMITED BY SIZE
                     TOT-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF SW-SUP-ARCH = "S"
              MOVE TOT-SUP TO TOT-ED
              MOVE SPACES TO R-IMP
              STRING "TOTAL SUPLENCIAS PAGADAS" DELIMITED BY SIZE
                     TOT-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF SW-HEX-ARCH = "S"
              MOVE TOT-HEX TO TOT-ED
              MOVE SPACES TO R-IMP
              STRING "TOTAL HORAS EXTRA       " DELIMITED BY SIZE
                     TOT-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           IF SW-ASF = "S"
              MOVE TOT-ASIG TO TOT-ED
              MOVE SPACES TO R-IMP
              STRING "TOTAL ASIGNACIONES FAM. " DELIMITED BY SIZE
                     TOT-ED DELIMITED BY SIZE
                     INTO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           PERFORM ING-TECLA.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       ING-TECLA.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
           IF SW-PRM-ARCH = "S"
              CLOSE RESUMENES
           END-IF.
           IF SW-GAN = "S"
              CLOSE RETENCIONES
           END-IF.
           IF SW-DDG-ARCH = "S"
              CLOSE DEDUCCIONES
           END-IF.
           IF SW-ADL-ARCH = "S"
              CLOSE ADELANTOS
           END-IF.
           IF SW-HOR-ARCH = "S"
              CLOSE HORARIOS
           END-IF.
           IF SW-CUR-ARCH = "S"
              CLOSE CURSOS
           END-IF.
           IF SW-LIC-ARCH = "S"
              CLOSE LICENCIAS
           END-IF.
           IF SW-SUP-ARCH = "S"
              CLOSE SUPLENCIAS
           END-IF.
           IF SW-HEX-ARCH = "S"
              CLOSE HORAS-EXTRA
           END-IF.
           IF SW-FCA-ARCH = "S"
              CLOSE FAMILIARES
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
