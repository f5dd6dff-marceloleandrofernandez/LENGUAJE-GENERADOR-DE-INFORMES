      *** LISPERM - RECERTIFICACION TRIMESTRAL DE PERMISOS         ***
      *** LISTA AL SPOOL, POR OPERADOR DE USUARIOS.IND, SUS        ***
      *** PERMISOS POR OPCION DEL MENU, LA MARCA DE SUPERVISOR, EL ***
      *** NIVEL DE SPOOL, EL ULTIMO INGRESO (LA FECHA MAS NUEVA    ***
      *** DEL OPERADOR EN ACTIVID.LOG) Y LA ULTIMA RECERTIFICACION ***
      *** FIRMADA (RECERT.IND, VER RECPERM), Y MARCA: LAS CUENTAS  ***
      *** SIN USO EN 60 DIAS; LAS COMBINACIONES INCOMPATIBLES (EL  ***
      *** QUE CARGA MOVIMIENTOS - RTOPER EN RETMOV.IND - Y PUEDE   ***
      *** APROBARLOS EN APRMOV, POR SER SUPERVISOR O POR HABER     ***
      *** DECIDIDO EN APRMOV.LOG); Y LAS RECERTIFICACIONES         ***
      *** VENCIDAS (PARAMETRO RECDIAS) - EL OPERADOR QUE NUNCA FUE ***
      *** RECERTIFICADO CUENTA EL PLAZO DESDE LA PRIMERA CORRIDA   ***
      *** QUE LO LISTO - A PEDIDO DEL SUPERVISOR BLOQUEA LAS       ***
      *** VENCIDAS (MENOS LA PROPIA), DEJANDO NORECERT EN          ***
      *** CLAVES.LOG Y EN RECERT.LOG                               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISPERM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO DISK "USUARIOS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS USCOD
           FILE STATUS IS FSTUSU.

           SELECT RECERT ASSIGN TO DISK "RECERT.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RFOPER
           FILE STATUS IS FSTREC.

           SELECT ACTIVIDAD ASSIGN TO DISK "ACTIVID.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTACT.

           SELECT RETENIDOS ASSIGN TO DISK "RETMOV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RTCLAVE
           FILE STATUS IS FSTRET.

           SELECT DECISIONES ASSIGN TO DISK "APRMOV.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTDEC.

      *-- BITACORA DE LA POLITICA DE CLAVES (LA MISMA DE LOGON) ----*
           SELECT CLAVLOG ASSIGN TO DISK "CLAVES.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTCLG.

      *-- FIRMAS Y BLOQUEOS DE LA RECERTIFICACION ------------------*
           SELECT RECLOG ASSIGN TO DISK "RECERT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTRCL.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD USUARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS R-USU.

         COPY USUARIO.

        FD RECERT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-REC.

         COPY RECERT.

        FD ACTIVIDAD
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-ACT.
         01 R-ACT.
            02 ACT-FECHA   PIC 9(8).
            02 FILLER      PIC X.
            02 ACT-HORA    PIC 9(6).
            02 FILLER      PIC X.
            02 ACT-EMP     PIC X(20).
            02 FILLER      PIC X.
            02 ACT-OPER    PIC X(3).
            02 FILLER      PIC X.
            02 ACT-PROG    PIC X(12).
            02 FILLER      PIC X.
            02 ACT-ACC     PIC X.

        FD RETENIDOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-RET.

         COPY RETMOV.

        FD DECISIONES
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-DEC.
         01 R-DEC.
            02 DEC-FECHA   PIC 9(8).
            02 FILLER      PIC X.
            02 DEC-HORA    PIC 9(6).
            02 FILLER      PIC X.
            02 DEC-CLAVE   PIC X(19).
            02 FILLER      PIC X.
            02 DEC-CARGO   PIC X(3).
            02 FILLER      PIC X.
            02 DEC-SUPER   PIC X(3).
            02 FILLER      PIC X.
            02 DEC-DECIDE  PIC X(9).
            02 FILLER      PIC X.
            02 DEC-MOT     PIC X(19).

        FD CLAVLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS R-CLG.
         01 R-CLG.
            02 CLG-FECHA  PIC 9(8).
            02 FILLER     PIC X VALUE SPACE.
            02 CLG-HORA   PIC 9(6).
            02 FILLER     PIC X VALUE SPACE.
            02 CLG-EST    PIC X(3).
            02 FILLER     PIC X VALUE SPACE.
            02 CLG-COD    PIC X(3).
            02 FILLER     PIC X VALUE SPACE.
            02 CLG-EVENTO PIC X(9).

      *-- ANTES Y DESPUES = PERMISOS (6), SUPERVISOR Y NIVEL -------*
        FD RECLOG
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-RCL.
         01 R-RCL.
            02 RCL-FECHA   PIC 9(8).
            02 FILLER      PIC X.
            02 RCL-HORA    PIC 9(6).
            02 FILLER      PIC X.
            02 RCL-EST     PIC X(3).
            02 FILLER      PIC X.
            02 RCL-OPER    PIC X(3).
            02 FILLER      PIC X.
            02 RCL-FIRMA   PIC X(3).
            02 FILLER      PIC X.
            02 RCL-ANTES   PIC X(8).
            02 FILLER      PIC X.
            02 RCL-DESPUES PIC X(8).
            02 FILLER      PIC X.
            02 RCL-EVENTO  PIC X(9).

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTUSU              PIC XX.
       77 FSTREC              PIC XX.
       77 FSTACT              PIC XX.
       77 FSTRET              PIC XX.
       77 FSTDEC              PIC XX.
       77 FSTCLG              PIC XX.
       77 FSTRCL              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 OP-SN               PIC X.
       77 SW-FIN              PIC X.
       77 SW-BLOQUEAR         PIC X VALUE "N".
       77 SW-VENCIDA          PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "LISPERM ".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST              PIC X(3).
       77 QS-OPER             PIC X(3).
       77 QS-NOM              PIC X(30).
       77 QS-PERM             PIC X(6).
       77 QS-SUP              PIC X.
      *-- PLAZO DE LA RECERTIFICACION (PARAMETRO RECDIAS) ----------*
       77 DIAS-RECERT         PIC 9(4) VALUE 90.
       77 DIAS-SIN-USO        PIC 9(4) VALUE 60.
       77 PAR-COD             PIC X(8).
       77 PAR-VALOR           PIC 9(08)V99.
       77 PAR-OK              PIC X.
      *-- DIAS ENTRE FECHAS (SERIE APROXIMADA, COMO LOGON) ---------*
       77 SERIE-HOY           PIC 9(7).
       77 SERIE-FEC           PIC 9(7).
       77 WDIAS               PIC S9(5).
       77 DIAS-RESTAN         PIC S9(5).
       01 WSERIE-FECHA.
          02 WSER-AA          PIC 9(4).
          02 WSER-MM          PIC 9(2).
          02 WSER-DD          PIC 9(2).
       01 TABLA-DIAS-MES.
          02 FILLER PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 R-TABLA-DIAS REDEFINES TABLA-DIAS-MES.
          02 DIAS-ACUM OCCURS 12 TIMES PIC 9(3).
      *-- ULTIMO INGRESO Y MOVIMIENTOS DE CADA OPERADOR (UNO DE ---*
      *-- MAS PARA QUE LA BUSQUEDA TERMINE ADENTRO DE LA TABLA) ----*
       77 OPE-CANT            PIC 9(3) VALUE 0.
       77 OPE-POS             PIC 9(3).
       77 OPE-BUS             PIC X(3).
       01 TABLA-OPERADORES.
          02 TOP-ELEM OCCURS 301 TIMES.
             03 TOP-COD       PIC X(3).
             03 TOP-ULT       PIC 9(8).
             03 TOP-CARGAS    PIC 9(5).
             03 TOP-DECIDE    PIC 9(5).
       77 PERM-POS            PIC 9.
       77 CANT-OPER           PIC 9(4) VALUE 0.
       77 CANT-SIN-USO        PIC 9(4) VALUE 0.
       77 CANT-INCOMPAT       PIC 9(4) VALUE 0.
       77 CANT-VENCIDAS       PIC 9(4) VALUE 0.
       77 CANT-BLOQUEADAS     PIC 9(4) VALUE 0.
       77 CANT-ED             PIC ZZZ9.
       77 CANT2-ED            PIC ZZZ9.
       77 DIAS-ED             PIC ZZZ9.
       01 PERM-ACTUAL.
          02 PA-PERM          PIC X(6).
          02 PA-SUP           PIC X.
          02 PA-NIVEL         PIC 9.

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).
       01 WHORA-ACT.
          02 WHORA-6          PIC 9(6).
          02 FILLER           PIC 99.
       01 WFECHA-AUX.
          02 WAUX-AA          PIC 9(4).
          02 WAUX-MM          PIC 9(2).
          02 WAUX-DD          PIC 9(2).
       01 FECHA-ED.
          02 FED-DD           PIC 9(2).
          02 FILLER           PIC X VALUE "/".
          02 FED-MM           PIC 9(2).
          02 FILLER           PIC X VALUE "/".
          02 FED-AA           PIC 9(4).

       01 LINEA-OPERADOR.
          02 LO-COD           PIC X(3).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LO-NOM           PIC X(20).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LO-PERM          PIC X(05).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LO-SUP           PIC X(03).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 LO-NIV           PIC 9.
          02 FILLER           PIC X(02) VALUE SPACES.
          02 LO-ULT           PIC X(10).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LO-REC           PIC X(10).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LO-FIR           PIC X(03).
          02 FILLER           PIC X(01) VALUE SPACES.
          02 LO-EST           PIC X(03).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON RECERT.
       ERROR-APERTURA.
           IF FSTREC NOT = "00"
              OPEN OUTPUT RECERT
              CLOSE RECERT
              OPEN I-O RECERT
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           IF QS-OPER = "???"
              DISPLAY "LISPERM: SIN OPERADOR FIRMADO (FALTA LOGON)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT USUARIOS.
           IF FSTUSU NOT = "00"
              DISPLAY "LISPERM: USUARIOS.IND NO ENCONTRADO (FST="
                 FSTUSU ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           MOVE "RECDIAS " TO PAR-COD.
           CALL   "LEEPAR" USING PAR-COD PAR-VALOR PAR-OK
           CANCEL "LEEPAR".
           IF PAR-OK = "S" AND PAR-VALOR > 0
              MOVE PAR-VALOR TO DIAS-RECERT
           END-IF.
           MOVE WFECHA-HOY TO WSERIE-FECHA.
           COMPUTE SERIE-HOY = WSER-AA * 365
              + DIAS-ACUM(WSER-MM) + WSER-DD.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "RECERTIFICACION DE PERMISOS" LINE 02 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           MOVE DIAS-RECERT TO DIAS-ED.
           DISPLAY "PLAZO DE LA RECERTIFICACION (DIAS): "
              LINE 04 POSITION 05.
           DISPLAY DIAS-ED LINE 04 POSITION 42.
      *-- BLOQUEAR LAS VENCIDAS ES COSA DEL SUPERVISOR -------------*
           IF QS-SUP = "S"
              DISPLAY "BLOQUEAR LAS CUENTAS VENCIDAS (S/N) ? "
                 LINE 05 POSITION 05
              ACCEPT OP-SN LINE 05 POSITION 44
              IF OP-SN = "S" OR OP-SN = "s"
                 MOVE "S" TO SW-BLOQUEAR
                 CLOSE USUARIOS
                 OPEN I-O USUARIOS
              END-IF
           END-IF.
           OPEN I-O RECERT.
      *-- PRIMERA PASADA: LOS OPERADORES, Y LO QUE CADA UNO HIZO ---*
           MOVE "N" TO SW-FIN.
           MOVE LOW-VALUES TO USCOD.
           START USUARIOS KEY IS NOT LESS THAN USCOD
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM CARGAR-OPERADOR THRU F-CARGAR-OPERADOR
              UNTIL SW-FIN = "S".
           OPEN INPUT ACTIVIDAD.
           IF FSTACT = "00"
              MOVE "N" TO SW-FIN
              PERFORM LEER-ACTIVIDAD THRU F-LEER-ACTIVIDAD
                 UNTIL SW-FIN = "S"
              CLOSE ACTIVIDAD
           END-IF.
           OPEN INPUT RETENIDOS.
           IF FSTRET = "00"
              MOVE "N" TO SW-FIN
              MOVE 0 TO RTCA RTFECHA RTSEC
              START RETENIDOS KEY IS NOT LESS THAN RTCLAVE
                 INVALID KEY MOVE "S" TO SW-FIN
              END-START
              PERFORM LEER-RETENIDO THRU F-LEER-RETENIDO
                 UNTIL SW-FIN = "S"
              CLOSE RETENIDOS
           END-IF.
           OPEN INPUT DECISIONES.
           IF FSTDEC = "00"
              MOVE "N" TO SW-FIN
              PERFORM LEER-DECISION THRU F-LEER-DECISION
                 UNTIL SW-FIN = "S"
              CLOSE DECISIONES
           END-IF.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE WDD-HOY TO FED-DD.
           MOVE WMM-HOY TO FED-MM.
           MOVE WAA-HOY TO FED-AA.
           MOVE SPACES TO R-IMP.
           STRING "RECERTIFICACION DE PERMISOS AL " DELIMITED BY SIZE
                  FECHA-ED DELIMITED BY SIZE
                  " - PLAZO " DELIMITED BY SIZE
                  DIAS-ED DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "PERMISOS: 1=ABM ALUMNOS 2=LISTADOS 3=LOCALIDADES "
                  DELIMITED BY SIZE
                  "4=SUCURSALES 5=HISTORIAL" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE SPACES TO R-IMP.
           STRING "OPE NOMBRE               12345 SUP NIV "
                  DELIMITED BY SIZE
                  "ULT.INGRES RECERTIF.  FIR EST" DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM GRABAR-LINEA.
      *-- SEGUNDA PASADA: UN RENGLON POR OPERADOR Y SUS MARCAS -----*
           MOVE "N" TO SW-FIN.
           MOVE LOW-VALUES TO USCOD.
           START USUARIOS KEY IS NOT LESS THAN USCOD
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LISTAR-OPERADOR THRU F-LISTAR-OPERADOR
              UNTIL SW-FIN = "S".
           MOVE SPACES TO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-OPER TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "OPERADORES            : " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-SIN-USO TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "SIN USO EN 60 DIAS    : " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-INCOMPAT TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "CARGAN Y APRUEBAN     : " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-VENCIDAS TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "RECERTIF. VENCIDAS    : " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
           MOVE CANT-BLOQUEADAS TO CANT-ED.
           MOVE SPACES TO R-IMP.
           STRING "BLOQUEADAS EN ESTA CORRIDA: " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE INTO R-IMP.
           PERFORM GRABAR-LINEA.
           IF CANT-OPER > 300
              MOVE "(MAS DE 300 OPERADORES: LOS DEMAS SALEN SIN USO)"
                 TO R-IMP
              PERFORM GRABAR-LINEA
           END-IF.
           PERFORM ING-TECLA.
           GO TO FIN.

       CARGAR-OPERADOR.
           READ USUARIOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-CARGAR-OPERADOR
           END-IF.
           IF OPE-CANT = 300
              GO TO F-CARGAR-OPERADOR
           END-IF.
           ADD 1 TO OPE-CANT.
           MOVE USCOD TO TOP-COD(OPE-CANT).
           MOVE 0 TO TOP-ULT(OPE-CANT) TOP-CARGAS(OPE-CANT)
                     TOP-DECIDE(OPE-CANT).
       F-CARGAR-OPERADOR.
           EXIT.

      *-- CUALQUIER ENTRADA O SALIDA DE UN PROGRAMA ES USO ---------*
       LEER-ACTIVIDAD.
           READ ACTIVIDAD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-ACTIVIDAD
           END-IF.
           MOVE ACT-OPER TO OPE-BUS.
           PERFORM BUSCAR-OPERADOR THRU F-BUSCAR-OPERADOR.
           IF OPE-POS > 0 AND ACT-FECHA IS NUMERIC
              IF ACT-FECHA > TOP-ULT(OPE-POS)
                 MOVE ACT-FECHA TO TOP-ULT(OPE-POS)
              END-IF
           END-IF.
       F-LEER-ACTIVIDAD.
           EXIT.

      *-- RTOPER ES QUIEN CARGO EL MOVIMIENTO RETENIDO -------------*
       LEER-RETENIDO.
           READ RETENIDOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-RETENIDO
           END-IF.
           MOVE RTOPER TO OPE-BUS.
           PERFORM BUSCAR-OPERADOR THRU F-BUSCAR-OPERADOR.
           IF OPE-POS > 0
              ADD 1 TO TOP-CARGAS(OPE-POS)
           END-IF.
       F-LEER-RETENIDO.
           EXIT.

      *-- DEC-SUPER ES QUIEN APROBO O RECHAZO EN APRMOV ------------*
       LEER-DECISION.
           READ DECISIONES AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LEER-DECISION
           END-IF.
           MOVE DEC-SUPER TO OPE-BUS.
           PERFORM BUSCAR-OPERADOR THRU F-BUSCAR-OPERADOR.
           IF OPE-POS > 0
              ADD 1 TO TOP-DECIDE(OPE-POS)
           END-IF.
       F-LEER-DECISION.
           EXIT.

       BUSCAR-OPERADOR.
           MOVE 1 TO OPE-POS.
           PERFORM COMPARAR-OPERADOR THRU F-COMPARAR-OPERADOR
              UNTIL OPE-POS > OPE-CANT
                 OR TOP-COD(OPE-POS) = OPE-BUS.
           IF OPE-POS > OPE-CANT
              MOVE 0 TO OPE-POS
           END-IF.
       F-BUSCAR-OPERADOR.
           EXIT.

       COMPARAR-OPERADOR.
           ADD 1 TO OPE-POS.
       F-COMPARAR-OPERADOR.
           EXIT.

      *-- EL OPERADOR QUE TODAVIA NO FIGURA EN RECERT.IND EMPIEZA --*
      *-- A CONTAR EL PLAZO HOY ------------------------------------*
       LISTAR-OPERADOR.
           READ USUARIOS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LISTAR-OPERADOR
           END-IF.
           ADD 1 TO CANT-OPER.
           MOVE USCOD TO OPE-BUS.
           PERFORM BUSCAR-OPERADOR THRU F-BUSCAR-OPERADOR.
           MOVE USCOD TO RFOPER.
           READ RECERT KEY IS RFOPER
              INVALID KEY
                 MOVE USCOD TO RFOPER
                 MOVE WFECHA-HOY TO RFDESDE
                 MOVE 0 TO RFFECHA RFHORA RFNIVEL RFQUITA
                 MOVE SPACES TO RFSUPER RFPERM RFSUP RFBLOQ
                 WRITE R-REC
                    INVALID KEY CONTINUE
                 END-WRITE
           END-READ.
           MOVE SPACES TO LINEA-OPERADOR.
           MOVE USCOD TO LO-COD.
           MOVE USNOM TO LO-NOM.
           MOVE 1 TO PERM-POS.
           PERFORM MOSTRAR-PERMISO THRU F-MOSTRAR-PERMISO
              UNTIL PERM-POS > 5.
           IF USSUP = "S"
              MOVE "SI " TO LO-SUP
           ELSE
              MOVE "NO " TO LO-SUP
           END-IF.
           MOVE USNIVEL TO LO-NIV.
           MOVE "NUNCA" TO LO-ULT.
           IF OPE-POS > 0
              IF TOP-ULT(OPE-POS) > 0
                 MOVE TOP-ULT(OPE-POS) TO WFECHA-AUX
                 PERFORM EDITAR-FECHA
                 MOVE FECHA-ED TO LO-ULT
              END-IF
           END-IF.
           IF RFFECHA > 0
              MOVE RFFECHA TO WFECHA-AUX
              PERFORM EDITAR-FECHA
              MOVE FECHA-ED TO LO-REC
              MOVE RFSUPER TO LO-FIR
           ELSE
              MOVE "PENDIENTE" TO LO-REC
           END-IF.
           IF USU-BLOQUEADO
              MOVE "BLQ" TO LO-EST
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE LINEA-OPERADOR TO R-IMP.
           PERFORM GRABAR-LINEA.
           PERFORM MARCAR-SIN-USO THRU F-MARCAR-SIN-USO.
           PERFORM MARCAR-INCOMPATIBLE THRU F-MARCAR-INCOMPATIBLE.
           PERFORM MARCAR-VENCIDA THRU F-MARCAR-VENCIDA.
       F-LISTAR-OPERADOR.
           EXIT.

       MOSTRAR-PERMISO.
           IF USP-OPC(PERM-POS) = "S"
              MOVE "S" TO LO-PERM(PERM-POS:1)
           ELSE
              MOVE "." TO LO-PERM(PERM-POS:1)
           END-IF.
           ADD 1 TO PERM-POS.
       F-MOSTRAR-PERMISO.
           EXIT.

       MARCAR-SIN-USO.
           MOVE 99999 TO WDIAS.
           IF OPE-POS > 0
              IF TOP-ULT(OPE-POS) > 0
                 MOVE TOP-ULT(OPE-POS) TO WSERIE-FECHA
                 PERFORM CALCULAR-DIAS
              END-IF
           END-IF.
           IF WDIAS NOT > DIAS-SIN-USO
              GO TO F-MARCAR-SIN-USO
           END-IF.
           ADD 1 TO CANT-SIN-USO.
           MOVE "    ** SIN USO EN LOS ULTIMOS 60 DIAS" TO R-IMP.
           PERFORM GRABAR-LINEA.
       F-MARCAR-SIN-USO.
           EXIT.

      *-- EL QUE CARGA NO DEBE PODER APROBAR: ES SUPERVISOR (PASA --*
      *-- EL CONTROL DE APRMOV) O YA DECIDIO EN APRMOV -------------*
       MARCAR-INCOMPATIBLE.
           IF OPE-POS = 0
              GO TO F-MARCAR-INCOMPATIBLE
           END-IF.
           IF TOP-CARGAS(OPE-POS) = 0
              GO TO F-MARCAR-INCOMPATIBLE
           END-IF.
           IF USSUP NOT = "S" AND TOP-DECIDE(OPE-POS) = 0
              GO TO F-MARCAR-INCOMPATIBLE
           END-IF.
           ADD 1 TO CANT-INCOMPAT.
           MOVE TOP-CARGAS(OPE-POS) TO CANT-ED.
           MOVE TOP-DECIDE(OPE-POS) TO CANT2-ED.
           MOVE SPACES TO R-IMP.
           STRING "    ** INCOMPATIBLE: CARGO " DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  " RETENIDOS Y DECIDIO " DELIMITED BY SIZE
                  CANT2-ED DELIMITED BY SIZE
                  " EN APRMOV" DELIMITED BY SIZE
                  INTO R-IMP.
           IF USSUP = "S"
              MOVE " (SUPERVISOR)" TO R-IMP(67:13)
           END-IF.
           PERFORM GRABAR-LINEA.
       F-MARCAR-INCOMPATIBLE.
           EXIT.

      *-- EL PLAZO CORRE DESDE LA ULTIMA FIRMA O, SI NUNCA LA -----*
      *-- HUBO, DESDE QUE APARECIO EN RECERT.IND -------------------*
       MARCAR-VENCIDA.
           IF RFFECHA > 0
              MOVE RFFECHA TO WSERIE-FECHA
           ELSE
              MOVE RFDESDE TO WSERIE-FECHA
           END-IF.
           PERFORM CALCULAR-DIAS.
           IF WDIAS NOT > DIAS-RECERT
              IF RFFECHA = 0
                 COMPUTE DIAS-RESTAN = DIAS-RECERT - WDIAS
                 MOVE DIAS-RESTAN TO DIAS-ED
                 MOVE SPACES TO R-IMP
                 STRING "    ** NUNCA RECERTIFICADA - QUEDAN "
                        DELIMITED BY SIZE
                        DIAS-ED DELIMITED BY SIZE
                        " DIAS DE PLAZO" DELIMITED BY SIZE
                        INTO R-IMP
                 PERFORM GRABAR-LINEA
              END-IF
              GO TO F-MARCAR-VENCIDA
           END-IF.
           ADD 1 TO CANT-VENCIDAS.
           MOVE "    ** RECERTIFICACION VENCIDA" TO R-IMP.
           IF USU-BLOQUEADO
              MOVE " - CUENTA YA BLOQUEADA" TO R-IMP(31:22)
              PERFORM GRABAR-LINEA
              GO TO F-MARCAR-VENCIDA
           END-IF.
           IF SW-BLOQUEAR NOT = "S"
              PERFORM GRABAR-LINEA
              GO TO F-MARCAR-VENCIDA
           END-IF.
      *-- LA PROPIA NO: DEJARIA AL SUPERVISOR FUERA DEL SISTEMA ----*
           IF USCOD = QS-OPER
              MOVE " - ES LA PROPIA, NO SE BLOQUEA" TO R-IMP(31:30)
              PERFORM GRABAR-LINEA
              GO TO F-MARCAR-VENCIDA
           END-IF.
           MOVE USPERM TO PA-PERM.
           MOVE USSUP TO PA-SUP.
           MOVE USNIVEL TO PA-NIVEL.
           MOVE "B" TO USBLOQ.
           REWRITE R-USU
              INVALID KEY CONTINUE
           END-REWRITE.
           MOVE "B" TO RFBLOQ.
           REWRITE R-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO CANT-BLOQUEADAS.
           MOVE "NORECERT " TO CLG-EVENTO.
           PERFORM GRABAR-CLAVLOG.
           MOVE "NORECERT " TO RCL-EVENTO.
           PERFORM GRABAR-RECLOG.
           MOVE " - CUENTA BLOQUEADA" TO R-IMP(31:19).
           PERFORM GRABAR-LINEA.
       F-MARCAR-VENCIDA.
           EXIT.

       CALCULAR-DIAS.
           IF WSERIE-FECHA IS NOT NUMERIC OR WSER-MM = 0
              OR WSER-MM > 12
              MOVE 99999 TO WDIAS
           ELSE
              COMPUTE SERIE-FEC = WSER-AA * 365
                 + DIAS-ACUM(WSER-MM) + WSER-DD
              COMPUTE WDIAS = SERIE-HOY - SERIE-FEC
           END-IF.

       EDITAR-FECHA.
           MOVE WAUX-DD TO FED-DD.
           MOVE WAUX-MM TO FED-MM.
           MOVE WAUX-AA TO FED-AA.

       GRABAR-CLAVLOG.
           MOVE WFECHA-HOY TO CLG-FECHA.
           ACCEPT WHORA-ACT FROM TIME.
           MOVE WHORA-6 TO CLG-HORA.
           MOVE QS-EST TO CLG-EST.
           MOVE USCOD TO CLG-COD.
           OPEN EXTEND CLAVLOG.
           IF FSTCLG NOT = "00"
              OPEN OUTPUT CLAVLOG
           END-IF.
           WRITE R-CLG.
           CLOSE CLAVLOG.

       GRABAR-RECLOG.
           MOVE SPACES TO R-RCL.
           MOVE WFECHA-HOY TO RCL-FECHA.
           ACCEPT WHORA-ACT FROM TIME.
           MOVE WHORA-6 TO RCL-HORA.
           MOVE QS-EST TO RCL-EST.
           MOVE USCOD TO RCL-OPER.
           MOVE QS-OPER TO RCL-FIRMA.
           MOVE PERM-ACTUAL TO RCL-ANTES RCL-DESPUES.
           OPEN EXTEND RECLOG.
           IF FSTRCL NOT = "00"
              OPEN OUTPUT RECLOG
           END-IF.
           WRITE R-RCL.
           CLOSE RECLOG.

       GRABAR-LINEA.
           WRITE R-IMP.
           ADD 1 TO L.
           IF L > 18
              PERFORM ING-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           DISPLAY R-IMP LINE L.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           CLOSE USUARIOS RECERT IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
