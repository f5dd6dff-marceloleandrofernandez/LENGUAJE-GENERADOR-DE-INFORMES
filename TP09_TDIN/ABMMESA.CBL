      *** ABMMESA - CALENDARIO DE MESAS DE EXAMEN (MESAEX.IND)     ***
      *** CADA MESA (NUMERO, MATERIA DE MATERIA.IND, FECHA, HORA   ***
      *** HHMM, AULA DE AULA.IND Y TRIBUNAL DE TRES DOCENTES DE    ***
      *** MAEEMP.IND, EL PRIMERO PRESIDE) SE VALIDA ANTES DE       ***
      *** GRABAR:                                                  ***
      ***   - EL AULA NO ESTA TOMADA POR OTRA MESA A LA MISMA      ***
      ***     FECHA Y HORA                                         ***
      ***   - LOS TRES DOCENTES SON DISTINTOS Y NINGUNO INTEGRA    ***
      ***     OTRA MESA A LA MISMA FECHA Y HORA                    ***
      *** UNA MESA CERRADA (ACTA CARGADA, VER NOTAACTA) NO SE      ***
      *** MODIFICA, Y UNA CON INSCRIPTOS (VER INSMESA) NO SE BORRA ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABMMESA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESAS ASSIGN TO DISK "MESAEX.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MENUM
           FILE STATUS IS FSTMEX.

      *-- SOLO PARA SABER SI LA MESA TIENE INSCRIPTOS --------------*
           SELECT INSCRIPCIONES ASSIGN TO DISK "INSCMES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IMCLAVE
           FILE STATUS IS FSTINM.

           SELECT MATERIAS ASSIGN TO DISK "MATERIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MATCOD
           FILE STATUS IS FSTMAT.

           SELECT AULAS ASSIGN TO DISK "AULA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AUCOD
           FILE STATUS IS FSTAUL.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           FILE STATUS IS FSTEMP.

       DATA DIVISION.
       FILE SECTION.
        FD MESAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS R-MEX.

         COPY MESAEX.

        FD INSCRIPCIONES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS R-INM.

         COPY INSCMES.

        FD MATERIAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS R-MAT.

         COPY MATERIA.

        FD AULAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-AUL.

         COPY AULA.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-EMP.

         COPY EMPLEADO.

       WORKING-STORAGE SECTION.
       77 FSTMEX              PIC XX.
       77 FSTINM              PIC XX.
       77 FSTMAT              PIC XX.
       77 FSTAUL              PIC XX.
       77 FSTEMP              PIC XX.
       77 SW-INM-ARCH         PIC X VALUE "N".
      *-- IDENTIDAD DE LA TERMINAL (VER QUIENSOY) --*
       77 QS-EST                  PIC X(3).
       77 QS-OPER                 PIC X(3).
       77 QS-NOM                  PIC X(30).
       77 QS-PERM                 PIC X(6).
       77 QS-SUP                  PIC X.
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
       77 OP-ACC              PIC X.
       77 L                   PIC 99.
       77 SW-FIN              PIC X.
       77 SW-EXISTE           PIC X.
       77 SW-CHOQUE           PIC X.
       77 SW-ERROR            PIC X.
       77 ENT-NUM             PIC 9(4).
       77 ENT-MAT             PIC 9(2).
       77 ENT-FECHA           PIC 9(8).
       77 ENT-HORA            PIC 9(4).
       77 ENT-AULA            PIC 9(3).
       77 IND-DOC             PIC 9.
       77 IND-OTRO            PIC 9.
       77 WMESA-CHOQUE        PIC 9(4).
       77 CANT-CARGADAS       PIC 9(04) VALUE 0.
       01 ENT-TRIB.
          02 ENT-DOC          PIC 9(8) OCCURS 3 TIMES.
       01 WVAL-FECHA.
          02 WVAL-AA          PIC 9(4).
          02 WVAL-MM          PIC 9(2).
          02 WVAL-DD          PIC 9(2).
       01 WVAL-HORA.
          02 WVAL-HH          PIC 9(2).
          02 WVAL-MI          PIC 9(2).

       01 ROTULOS-TRIBUNAL.
          02 FILLER PIC X(11) VALUE "PRESIDENTE:".
          02 FILLER PIC X(11) VALUE "VOCAL 1   :".
          02 FILLER PIC X(11) VALUE "VOCAL 2   :".
       01 R-ROTULOS-TRIBUNAL REDEFINES ROTULOS-TRIBUNAL.
          02 ROT-DOC OCCURS 3 TIMES PIC X(11).

       01 WFECHA-HOY.
          02 WAA-HOY          PIC 9(4).
          02 WMM-HOY          PIC 9(2).
          02 WDD-HOY          PIC 9(2).

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON MESAS.
       ERROR-APERTURA.
           IF FSTMEX NOT = "00"
              OPEN OUTPUT MESAS
              CLOSE MESAS
              OPEN I-O MESAS
           END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           OPEN INPUT MATERIAS.
           IF FSTMAT NOT = "00"
              DISPLAY "ABMMESA: MATERIA.IND NO ENCONTRADO - CARGUE "
                 "MATERIAS (ABMMAT)"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT AULAS.
           IF FSTAUL NOT = "00"
              DISPLAY "ABMMESA: AULA.IND NO ENCONTRADO - CARGUE "
                 "AULAS (ABMAULA)"
              CLOSE MATERIAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT MAEEMP.
           IF FSTEMP NOT = "00"
              DISPLAY "ABMMESA: MAEEMP.IND NO ENCONTRADO (FST="
                 FSTEMP ")"
              CLOSE MATERIAS AULAS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF FSTINM = "00"
              MOVE "S" TO SW-INM-ARCH
           END-IF.
           OPEN I-O MESAS.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.

       MENU-MESAS.
           MOVE "N" TO SW-SALIDA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "MESAS DE EXAMEN" LINE 02 POSITION 32
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "A=AGREGA/MODIFICA MESA  Q=QUITA MESA  C=CONSULTA"
              LINE 04 POSITION 05.
           DISPLAY "F=FIN : " LINE 05 POSITION 05.
           ACCEPT OP-ACC LINE 05 POSITION 14
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           EVALUATE OP-ACC
              WHEN "A" PERFORM AGREGAR-MESA THRU F-AGREGAR-MESA
              WHEN "a" PERFORM AGREGAR-MESA THRU F-AGREGAR-MESA
              WHEN "Q" PERFORM QUITAR-MESA THRU F-QUITAR-MESA
              WHEN "q" PERFORM QUITAR-MESA THRU F-QUITAR-MESA
              WHEN "C" PERFORM CONSULTA-MESAS THRU F-CONSULTA-MESAS
              WHEN "c" PERFORM CONSULTA-MESAS THRU F-CONSULTA-MESAS
              WHEN "F" GO TO FIN
              WHEN "f" GO TO FIN
           END-EVALUATE.
           GO TO MENU-MESAS.

       AGREGAR-MESA.
           DISPLAY "NUMERO DE MESA: " LINE 07 POSITION 05.
           ACCEPT ENT-NUM LINE 07 POSITION 22
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-NUM IS NOT NUMERIC OR ENT-NUM = 0
              GO TO F-AGREGAR-MESA
           END-IF.
           MOVE ENT-NUM TO MENUM.
           MOVE "N" TO SW-EXISTE.
           READ MESAS KEY IS MENUM
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO SW-EXISTE
           END-READ.
           IF SW-EXISTE = "S" AND MEX-CERRADA
              DISPLAY "MESA CERRADA - EL ACTA YA FUE CARGADA"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-AGREGAR-MESA
           END-IF.
           IF SW-EXISTE = "S"
              DISPLAY "(MESA EXISTENTE: SE MODIFICA)" LINE 07
                 POSITION 30 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK"
              DISPLAY MEMAT LINE 08 POSITION 35
              DISPLAY MEFECHA LINE 09 POSITION 35
              DISPLAY MEHORA LINE 10 POSITION 35
              DISPLAY MEAULA LINE 11 POSITION 35
           END-IF.
           DISPLAY "MATERIA          : " LINE 08 POSITION 05.
           ACCEPT ENT-MAT LINE 08 POSITION 25
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-MAT IS NOT NUMERIC OR ENT-MAT = 0
              GO TO F-AGREGAR-MESA
           END-IF.
           MOVE ENT-MAT TO MATCOD.
           READ MATERIAS KEY IS MATCOD
              INVALID KEY
                 DISPLAY "MATERIA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-AGREGAR-MESA
           END-READ.
           DISPLAY MATDES LINE 08 POSITION 45.
           DISPLAY "FECHA (AAAAMMDD) : " LINE 09 POSITION 05.
           ACCEPT ENT-FECHA LINE 09 POSITION 25
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           DISPLAY "HORA (HHMM)      : " LINE 10 POSITION 05.
           ACCEPT ENT-HORA LINE 10 POSITION 25
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           PERFORM VALIDAR-FECHA-HORA.
           IF SW-ERROR = "S"
              DISPLAY "FECHA U HORA INVALIDA - VERIFIQUE"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-AGREGAR-MESA
           END-IF.
           DISPLAY "AULA             : " LINE 11 POSITION 05.
           ACCEPT ENT-AULA LINE 11 POSITION 25
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-AULA IS NOT NUMERIC OR ENT-AULA = 0
              GO TO F-AGREGAR-MESA
           END-IF.
           MOVE ENT-AULA TO AUCOD.
           READ AULAS KEY IS AUCOD
              INVALID KEY
                 DISPLAY "AULA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-AGREGAR-MESA
           END-READ.
           DISPLAY AUDES LINE 11 POSITION 45.
      *-- EL TRIBUNAL: TRES DOCENTES DISTINTOS DE MAEEMP.IND -------*
           MOVE ZEROS TO ENT-TRIB.
           MOVE "N" TO SW-ERROR.
           MOVE 1 TO IND-DOC.
           PERFORM PEDIR-DOCENTE THRU F-PEDIR-DOCENTE
              UNTIL IND-DOC > 3 OR SW-ERROR = "S".
           IF SW-ERROR = "S"
              GO TO F-AGREGAR-MESA
           END-IF.
      *-- NI EL AULA NI EL TRIBUNAL EN DOS MESAS A LA VEZ ----------*
           PERFORM VERIFICAR-SUPERPOSICION THRU
              F-VERIFICAR-SUPERPOSICION.
           IF SW-CHOQUE = "A"
              DISPLAY "AULA TOMADA A ESA FECHA Y HORA POR LA MESA "
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
           IF SW-CHOQUE = "D"
              DISPLAY "UN DOCENTE YA INTEGRA A ESA HORA LA MESA "
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
           IF SW-CHOQUE NOT = "N"
              DISPLAY WMESA-CHOQUE LINE 22 POSITION 50
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-AGREGAR-MESA
           END-IF.
           DISPLAY "CONFIRMA (S/N) ? " LINE 17 POSITION 05.
           ACCEPT OP-SN LINE 17 POSITION 23
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO F-AGREGAR-MESA
           END-IF.
           MOVE ENT-NUM TO MENUM.
           MOVE ENT-MAT TO MEMAT.
           MOVE ENT-FECHA TO MEFECHA.
           MOVE ENT-HORA TO MEHORA.
           MOVE ENT-AULA TO MEAULA.
           MOVE ENT-TRIB TO METRIB.
           MOVE "A" TO MEEST.
           MOVE QS-OPER TO MEOPER.
           IF SW-EXISTE = "S"
              REWRITE R-MEX
                 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE R-MEX
                 INVALID KEY REWRITE R-MEX
              END-WRITE
           END-IF.
           ADD 1 TO CANT-CARGADAS.
           DISPLAY "MESA GRABADA" LINE 22 POSITION 05
              CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-AGREGAR-MESA.
           EXIT.

      *-- UNA MESA NUEVA NO PUEDE QUEDAR EN EL PASADO ---------------*
       VALIDAR-FECHA-HORA.
           MOVE "N" TO SW-ERROR.
           IF ENT-FECHA IS NOT NUMERIC OR ENT-HORA IS NOT NUMERIC
              MOVE "S" TO SW-ERROR
           ELSE
              MOVE ENT-FECHA TO WVAL-FECHA
              MOVE ENT-HORA TO WVAL-HORA
              IF WVAL-AA < 1990 OR WVAL-MM < 1 OR WVAL-MM > 12
                 OR WVAL-DD < 1 OR WVAL-DD > 31
                 OR WVAL-HH > 23 OR WVAL-MI > 59
                 MOVE "S" TO SW-ERROR
              END-IF
              IF SW-EXISTE = "N" AND ENT-FECHA < WFECHA-HOY
                 MOVE "S" TO SW-ERROR
              END-IF
           END-IF.

       PEDIR-DOCENTE.
           COMPUTE L = 11 + IND-DOC.
           DISPLAY ROT-DOC(IND-DOC) LINE L POSITION 05.
           IF SW-EXISTE = "S"
              DISPLAY MEDOC(IND-DOC) LINE L POSITION 35
           END-IF.
           ACCEPT ENT-DOC(IND-DOC) LINE L POSITION 25
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-DOC(IND-DOC) IS NOT NUMERIC OR ENT-DOC(IND-DOC) = 0
              MOVE "S" TO SW-ERROR
              GO TO F-PEDIR-DOCENTE
           END-IF.
           MOVE ENT-DOC(IND-DOC) TO MCA.
           READ MAEEMP KEY IS MCA
              INVALID KEY
                 DISPLAY "DOCENTE INEXISTENTE EN MAEEMP - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 MOVE "S" TO SW-ERROR
                 GO TO F-PEDIR-DOCENTE
           END-READ.
           MOVE 1 TO IND-OTRO.
           PERFORM COMPARAR-DOCENTE UNTIL IND-OTRO NOT < IND-DOC.
           IF SW-ERROR = "S"
              DISPLAY "EL DOCENTE YA ESTA EN EL TRIBUNAL"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO F-PEDIR-DOCENTE
           END-IF.
           DISPLAY MAN LINE L POSITION 45.
           ADD 1 TO IND-DOC.
       F-PEDIR-DOCENTE.
           EXIT.

       COMPARAR-DOCENTE.
           IF ENT-DOC(IND-OTRO) = ENT-DOC(IND-DOC)
              MOVE "S" TO SW-ERROR
           END-IF.
           ADD 1 TO IND-OTRO.

      *-- RECORRE TODAS LAS MESAS BUSCANDO OTRA DE LA MISMA FECHA --*
      *-- Y HORA CON EL MISMO AULA (A) O ALGUN DOCENTE EN COMUN (D) *
       VERIFICAR-SUPERPOSICION.
           MOVE "N" TO SW-CHOQUE.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO MENUM.
           START MESAS KEY IS NOT LESS THAN MENUM
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-CHOQUE THRU F-MIRAR-CHOQUE
              UNTIL SW-FIN = "S".
       F-VERIFICAR-SUPERPOSICION.
           EXIT.

       MIRAR-CHOQUE.
           READ MESAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-MIRAR-CHOQUE
           END-IF.
           IF MENUM = ENT-NUM OR MEFECHA NOT = ENT-FECHA
              OR MEHORA NOT = ENT-HORA
              GO TO F-MIRAR-CHOQUE
           END-IF.
           MOVE MENUM TO WMESA-CHOQUE.
           IF MEAULA = ENT-AULA
              MOVE "A" TO SW-CHOQUE
              MOVE "S" TO SW-FIN
              GO TO F-MIRAR-CHOQUE
           END-IF.
           MOVE 1 TO IND-DOC.
           PERFORM MIRAR-DOCENTE 3 TIMES.
           IF SW-CHOQUE = "D"
              MOVE "S" TO SW-FIN
           END-IF.
       F-MIRAR-CHOQUE.
           EXIT.

       MIRAR-DOCENTE.
           IF MEDOC(IND-DOC) = ENT-DOC(1) OR MEDOC(IND-DOC) = ENT-DOC(2)
              OR MEDOC(IND-DOC) = ENT-DOC(3)
              MOVE "D" TO SW-CHOQUE
           END-IF.
           ADD 1 TO IND-DOC.

       QUITAR-MESA.
           DISPLAY "NUMERO DE MESA: " LINE 07 POSITION 05.
           ACCEPT ENT-NUM LINE 07 POSITION 22
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-NUM IS NOT NUMERIC OR ENT-NUM = 0
              GO TO F-QUITAR-MESA
           END-IF.
           MOVE ENT-NUM TO MENUM.
           READ MESAS KEY IS MENUM
              INVALID KEY
                 DISPLAY "MESA INEXISTENTE - VERIFIQUE"
                    LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-QUITAR-MESA
           END-READ.
      *-- CON INSCRIPTOS LA MESA NO SE BORRA -----------------------*
           IF SW-INM-ARCH = "S"
              MOVE ENT-NUM TO IMMESA
              MOVE 0 TO IMALU
              START INSCRIPCIONES KEY IS NOT LESS THAN IMCLAVE
                 INVALID KEY MOVE "10" TO FSTINM
                 NOT INVALID KEY
                    READ INSCRIPCIONES NEXT RECORD
                       AT END MOVE "10" TO FSTINM
                    END-READ
              END-START
              IF FSTINM = "00" AND IMMESA = ENT-NUM
                 DISPLAY "LA MESA TIENE ALUMNOS INSCRIPTOS - NO SE "
                    "BORRA" LINE 22 POSITION 05
                    CONTROL "FCOLOR=RED,BCOLOR=BLACK"
                 PERFORM PULSAR-TECLA
                 GO TO F-QUITAR-MESA
              END-IF
           END-IF.
           DISPLAY "CONFIRMA LA BAJA DE LA MESA (S/N) ? "
              LINE 12 POSITION 05.
           ACCEPT OP-SN LINE 12 POSITION 42
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF OP-SN = "S" OR OP-SN = "s"
              DELETE MESAS
                 INVALID KEY CONTINUE
              END-DELETE
              DISPLAY "MESA BORRADA" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
           END-IF.
       F-QUITAR-MESA.
           EXIT.

      *-- LAS MESAS DESDE UNA FECHA, EN ORDEN DE NUMERO -------------*
       CONSULTA-MESAS.
           DISPLAY "DESDE FECHA (AAAAMMDD - 0 = HOY): "
              LINE 07 POSITION 05.
           ACCEPT ENT-FECHA LINE 07 POSITION 40
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF ENT-FECHA IS NOT NUMERIC OR ENT-FECHA = 0
              MOVE WFECHA-HOY TO ENT-FECHA
           END-IF.
           DISPLAY "MESA MATERIA           FECHA    HORA AULA EST."
              LINE 09 POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           MOVE 9 TO L.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO MENUM.
           START MESAS KEY IS NOT LESS THAN MENUM
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM LISTAR-MESA THRU F-LISTAR-MESA
              UNTIL SW-FIN = "S".
           PERFORM PULSAR-TECLA.
       F-CONSULTA-MESAS.
           EXIT.

       LISTAR-MESA.
           READ MESAS NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-LISTAR-MESA
           END-IF.
           IF MEFECHA < ENT-FECHA
              GO TO F-LISTAR-MESA
           END-IF.
           ADD 1 TO L.
           IF L > 20
              PERFORM PULSAR-TECLA
              DISPLAY " " ERASE SCREEN
              MOVE 4 TO L
           END-IF.
           MOVE MEMAT TO MATCOD.
           READ MATERIAS KEY IS MATCOD
              INVALID KEY MOVE "(SIN MAESTRO)" TO MATDES
           END-READ.
           DISPLAY MENUM LINE L POSITION 05.
           DISPLAY MATDES LINE L POSITION 10.
           DISPLAY MEFECHA LINE L POSITION 28.
           DISPLAY MEHORA LINE L POSITION 37.
           DISPLAY MEAULA LINE L POSITION 42.
           DISPLAY MEEST LINE L POSITION 47.
       F-LISTAR-MESA.
           EXIT.

      *-- SE VENCIO EL PLAZO SIN TECLEAR: VENCESES SUELTA LOS ------*
      *-- CERROJOS DE ESTA TERMINAL Y VUELVE A PEDIR LA CLAVE - SI -*
      *-- ENTRA EL MISMO OPERADOR SE RETOMA DESDE EL MENU (LO -----*
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
           GO TO MENU-MESAS.
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
           DISPLAY "ABMMESA: MESAS GRABADAS = " CANT-CARGADAS
              LINE 23 POSITION 05 CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           IF SW-INM-ARCH = "S"
              CLOSE INSCRIPCIONES
           END-IF.
           CLOSE MESAS MATERIAS AULAS MAEEMP.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
