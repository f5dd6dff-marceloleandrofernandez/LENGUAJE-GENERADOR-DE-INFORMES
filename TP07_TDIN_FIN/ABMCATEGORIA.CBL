       FILE SECTION.
	   FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-MAE.

           COPY CATEGORIA REPLACING ==R-CAT== BY ==R-MAE==.

        FD PENDIENTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS R-PEN.

         COPY PENBAJA.
       77 CER-CLAVE               PIC 9(8).
       77 CER-RES                 PIC X.
       77 CER-DUENO               PIC X(3).
      *-- CIERRE DE SESION POR INACTIVIDAD (VER VENCESES) --*
       77 VEN-ACC                 PIC X.
       77 VEN-OK                  PIC X.
       77 TIEMPO-INACT            PIC 9(8).
       77 C-INACT                 PIC 99.


      ** CAMPOS DONDE VOY A CARGAR LA FECHA DEL SISTEMA**
         02 FILLER PIC X(30) VALUE  "07- INGRESE MODIFICACIONES    ".
         02 FILLER PIC X(30) VALUE  "08-MODIFICACIONES NO EFECTUADA".
         02 FILLER PIC X(30) VALUE  "09-       ERROR FATAL         ".
         02 FILLER PIC X(30) VALUE  "10- ERROR *LIQUIDA: M O H*    ".
         02 FILLER PIC X(30) VALUE  "11- ERROR *VALOR HORA CATEDRA*".
         02 FILLER PIC X(30) VALUE  "                              ".
         02 FILLER PIC X(30) VALUE  "13- CODIGO EN BLANCO VERIFIQUE".
         02 FILLER PIC X(30) VALUE  "14- VERIFIQUE LA OPCION: 1 A 4".
           02 LINE 08 COLUMN  28 PIC X(15) TO MDCAT.
           02 LINE 09 COLUMN  05 VALUE "ADICIONAL %:".
           02 LINE 09 COLUMN  28 PIC 99 TO MCATPCT.
           02 LINE 10 COLUMN  05 VALUE "LIQUIDA (M/H):".
           02 LINE 10 COLUMN  28 PIC X TO MCATLIQ.
           02 LINE 11 COLUMN  05 VALUE "VALOR HORA CATEDRA:".
           02 LINE 11 COLUMN  28 PIC ZZZZ9,99 TO MCATVHORA.

      *-- DE B. DATOS A PANTALLA --*
       01  PANTALLA-ENVIAR-DATOS.
           02 LINE 08 COLUMN  28 PIC X(15) FROM MDCAT.
           02 LINE 09 COLUMN  05 VALUE "ADICIONAL %:".
           02 LINE 09 COLUMN  28 PIC 99 FROM MCATPCT.
           02 LINE 10 COLUMN  05 VALUE "LIQUIDA (M/H):".
           02 LINE 10 COLUMN  28 PIC X FROM MCATLIQ.
           02 LINE 11 COLUMN  05 VALUE "VALOR HORA CATEDRA:".
           02 LINE 11 COLUMN  28 PIC ZZZZ9,99 FROM MCATVHORA.

      *-- PARA MODIFICAR DATOS --*
       01 PANTALLA-MODIFICAR-DATOS AUTO.
           02 LINE 08 COLUMN  28 PIC X(15) USING MDCAT.
           02 LINE 09 COLUMN  05 VALUE "ADICIONAL %:".
           02 LINE 09 COLUMN  28 PIC 99 USING MCATPCT.
           02 LINE 10 COLUMN  05 VALUE "LIQUIDA (M/H):".
           02 LINE 10 COLUMN  28 PIC X USING MCATLIQ.
           02 LINE 11 COLUMN  05 VALUE "VALOR HORA CATEDRA:".
           02 LINE 11 COLUMN  28 PIC ZZZZ9,99 USING MCATVHORA.


      *-- PARA LOS MENSAJES -- DEFINIDOS ANTERIORMENTE --*
           MOVE 0 TO OP C-T.
      *-- CARGO EL CAMPO "FECHA" CON LA FECHA DEL SISTEMA --*
           ACCEPT FECHA FROM DATE.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           PERFORM MENUS  THRU F-MENUS UNTIL C-T = 27 .

       FIN.
           DISPLAY PANTALLA-TITULOS.
           DISPLAY PANTALLA-INGRESAR-CODIGO.
           DISPLAY P-PIE
           ACCEPT  PANTALLA-INGRESAR-CODIGO
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF MCAT IS NOT NUMERIC
            MOVE 0 TO MCAT
           END-IF
            MOVE SPACES TO  WMAE.
            MOVE SPACES TO  MDCAT.
            MOVE 0 TO MCATPCT.
            MOVE "M" TO MCATLIQ.
            MOVE 0 TO MCATVHORA.

       LEER-MAESTRO.
                 READ MAESTRO INVALID KEY MOVE "NO" TO WMAE.
                DISPLAY PANTALLA-INCIDENCIAS
                   DISPLAY PANTALLA-MOSTRAR-CODIGO
                   DISPLAY PANTALLA-RECIBIR-DATOS
                   ACCEPT  PANTALLA-RECIBIR-DATOS
                      BEFORE TIME TIEMPO-INACT
                      ON EXCEPTION C-INACT
                         PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                         GO FIN.
            PERFORM GRABAR-ALTAS.


                     DISPLAY PANTALLA-MODIFICAR-DATOS
                     DISPLAY PANTALLA-MOSTRAR-CODIGO
                     DISPLAY PANTALLA-INCIDENCIAS
                     ACCEPT  PANTALLA-MODIFICAR-DATOS
                        BEFORE TIME TIEMPO-INACT
                        ON EXCEPTION C-INACT
                           PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                           GO FIN.
              PERFORM GRABAR-MODIFICACIONES.

       VALIDAR-CAMPOS.
               IF MDCAT = SPACES
                 MOVE 17  TO VAL
               END-IF
      *-- LA CATEGORIA DE DOCENTES POR HORAS NECESITA SU VALOR HORA -*
               IF NOT CAT-MENSUAL AND NOT CAT-HORA-CATEDRA
                 MOVE 10  TO VAL
               END-IF
               IF CAT-HORA-CATEDRA AND MCATVHORA = 0
                 MOVE 11  TO VAL
               END-IF
               IF VAL > 0
                 MOVE "X" TO OP-SN
               END-IF.
                 DISPLAY PANTALLA-INCIDENCIAS
                 DISPLAY  P-PIE
                 ACCEPT  PANTALLA-RECIBIR-DATOS
                    BEFORE TIME TIEMPO-INACT
                    ON EXCEPTION C-INACT
                       PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                 END-ACCEPT
                 GO GRABAR-ALTAS
             END-IF.
       GRABAR-BAJAS.
                DISPLAY MENSAJE(VAL) LINE 23, POSITION 26
                MOVE 0 TO VAL
                ACCEPT  PANTALLA-RECIBIR-DATOS
                   BEFORE TIME TIEMPO-INACT
                   ON EXCEPTION C-INACT
                      PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                END-ACCEPT
                GO TO GRABAR-MODIFICACIONES
             END-IF.

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
           IF VEN-OK NOT = "S"
              GO TO FIN
           END-IF.
           DISPLAY " " ERASE SCREEN.
           GO TO MENUS.
       F-INACTIVIDAD.
           EXIT.

       PULSAR-TECLA.
      *    EN C-T SE ALMACENA EL VALOR ASOCIADO CON LA
      *    TECLA PULSADA
           ACCEPT TECLA BEFORE TIME TIEMPO-INACT ON EXCEPTION C-T
      *-- SIN TECLEAR DURANTE EL PLAZO (VER VENCESES) --*
           IF C-T = 99
              MOVE C-T TO C-INACT
              PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-IF
      *-- F1 (TECLA 59) ABRE LA VENTANA DE AYUDA DE LA PANTALLA --*
           IF C-T = 59
              CALL   "AYUDA" USING AYU-PANTALLA
                                    QS-PERM QS-SUP
           CANCEL "QUIENSOY".
           MOVE QS-OPER TO PBOPER.
           MOVE 0 TO PBMOTIVO.
           WRITE R-PEN
              INVALID KEY
                 DISPLAY "LA BAJA YA ESTABA PENDIENTE"
