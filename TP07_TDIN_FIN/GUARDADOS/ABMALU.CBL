
        FD PENDIENTES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS R-PEN.

         COPY PENBAJA.

        FD ARCBAJAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS R-ARC.

         COPY ARCALU.
       77 QS-SUP                  PIC X.
       77 FSTPEN                  PIC XX.
       77 WFPEN                   PIC 9(8).
      *-- MOTIVO CODIFICADO QUE PIDE LA BAJA (VER MOTBAJA) ---------*
       77 WMOTIVO-BAJA            PIC 99.
       77 MOT-POS                 PIC 99.
       77 MOT-LIN                 PIC 99.
       77 MOT-COL                 PIC 99.
       77 BLANCO-LINEA            PIC X(79) VALUE SPACES.
       77 SW-RCH-ABIERTO          PIC X VALUE "N".
       77 CANT-RECHAZOS-LOTE      PIC 9(4) VALUE 0.
       77 L-TIT                   PIC X(20).
       77 CER-CLAVE               PIC 9(8).
       77 CER-RES                 PIC X.
       77 CER-DUENO               PIC X(3).
      *-- CIERRE DE SESION POR INACTIVIDAD (VER VENCESES) --*
       77 VEN-ACC                 PIC X.
       77 VEN-OK                  PIC X.
       77 TIEMPO-INACT            PIC 9(8).
       77 C-INACT                 PIC 99.
      *-- IMAGENES ANTES/DESPUES PARA EL DIARIO (VER GRABJRN) -----*
       77 JRN-OP                  PIC X.
       01 IMG-ANTES               PIC X(67).
      *-- LINEA DEL AUDITALU.LOG -- UNA POR CADA ALTA/BAJA/MODIF. --*
       COPY AUDITALU.

      *-- CODIGOS Y LEYENDAS DE LOS MOTIVOS DE BAJA --*
       COPY MOTBAJA.

      *-- LEYENDAS DEL MENU DE INICIO DEL PGM --*
       01 TITULO.
         02 FILLER PIC X(20) VALUE  "ALTAS DE EMLEADOS   ".
           MOVE 0 TO OP C-T.
      *-- CARGO EL CAMPO "FECHA" CON LA FECHA DEL SISTEMA --*
           ACCEPT FECHA FROM DATE.
      *-- PLAZO SIN TECLEAR QUE CIERRA LA SESION (INACTMIN) --*
           MOVE "T" TO VEN-ACC.
           CALL   "VENCESES" USING VEN-ACC TIEMPO-INACT VEN-OK
           CANCEL "VENCESES".
           ACCEPT WFECHA4 FROM DATE YYYYMMDD.
           PERFORM LEER-OPERADOR.
      *-- SI HAY UN LOTEALU.DAT PARA PROCESAR, NO SE ABRE EL MENU --*
           DISPLAY PANTALLA-TITULOS.
           DISPLAY PANTALLA-INGRESAR-CODIGO.
           DISPLAY P-PIE
           ACCEPT  PANTALLA-INGRESAR-CODIGO
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF MCA IS NOT NUMERIC
             MOVE 000 TO MCA
           END-IF
                          DISPLAY "IMPRIME FICHA (S/N) ? "
                             LINE 22 POSITION 26
                          ACCEPT OP-AUT LINE 22 POSITION 49
                             BEFORE TIME TIEMPO-INACT
                             ON EXCEPTION C-INACT
                                PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                          END-ACCEPT
                          IF OP-AUT = "S" OR OP-AUT = "s"
                             CALL   "FICHALU" USING MCA
                             CANCEL "FICHALU"
                          DISPLAY "FICHA DE SALUD (S/N) ? "
                             LINE 23 POSITION 26
                          ACCEPT OP-AUT LINE 23 POSITION 50
                             BEFORE TIME TIEMPO-INACT
                             ON EXCEPTION C-INACT
                                PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                          END-ACCEPT
                          IF OP-AUT = "S" OR OP-AUT = "s"
                             CALL   "ABMSALUD" USING MCA
                             CANCEL "ABMSALUD"
                          END-IF
      *-- Y EL DOCUMENTO (TIPO Y NUMERO, VER ABMDOCA) --------------*
                          DISPLAY "DOCUMENTO (S/N) ? "
                             LINE 24 POSITION 26
                          ACCEPT OP-AUT LINE 24 POSITION 45
                             BEFORE TIME TIEMPO-INACT
                             ON EXCEPTION C-INACT
                                PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                          END-ACCEPT
                          IF OP-AUT = "S" OR OP-AUT = "s"
                             CALL   "ABMDOCA" USING MCA
                             CANCEL "ABMDOCA"
                          END-IF
                          PERFORM PULSAR-TECLA
                          GO TO CODIGO
              END-IF
                   PERFORM SELECCIONAR-SUCURSAL
                    DISPLAY PANTALLA-RECIBIR-DATOS
                    ACCEPT  PANTALLA-RECIBIR-DATOS
                       BEFORE TIME TIEMPO-INACT
                       ON EXCEPTION C-INACT
                          PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                    END-ACCEPT
            PERFORM GRABAR-ALTAS.
        F-ALTAS.
            EXIT.
              DISPLAY "RESTAURA SUS DATOS (S/N) ? "
                 LINE 20 POSITION 26
              ACCEPT OP-RES LINE 20 POSITION 54
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              DISPLAY MENSAJE(12) LINE 19 POSITION 26
              DISPLAY MENSAJE(12) LINE 20 POSITION 26
              IF OP-RES = "S" OR OP-RES = "s"
                      DISPLAY PANTALLA-MOSTRAR-CODIGO
                       DISPLAY PANTALLA-INCIDENCIAS
                ACCEPT  PANTALLA-MODIFICAR-DATOS
                   BEFORE TIME TIEMPO-INACT
                   ON EXCEPTION C-INACT
                      PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                END-ACCEPT
              PERFORM GRABAR-MODIFICACIONES.

       VALIDAR-CAMPOS.
              DISPLAY "AUTORIZA EL SUPERVISOR (S/N) ? "
                 LINE 20 POSITION 26
              ACCEPT OP-AUT LINE 20 POSITION 58
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-AUT NOT = "S" AND OP-AUT NOT = "s"
                 MOVE 28 TO VAL
              END-IF
              DISPLAY "AUTORIZA EL SUPERVISOR (S/N) ? "
                 LINE 20 POSITION 26
              ACCEPT OP-AUT LINE 20 POSITION 58
                 BEFORE TIME TIEMPO-INACT
                 ON EXCEPTION C-INACT
                    PERFORM INACTIVIDAD THRU F-INACTIVIDAD
              END-ACCEPT
              IF OP-AUT NOT = "S" AND OP-AUT NOT = "s"
                 MOVE 29 TO VAL
              END-IF
                    END-IF
                    DISPLAY  P-PIE
                    ACCEPT  PANTALLA-RECIBIR-DATOS
                       BEFORE TIME TIEMPO-INACT
                       ON EXCEPTION C-INACT
                          PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                    END-ACCEPT
                    GO GRABAR-ALTAS
                END-IF
             END-IF.
                  DISPLAY PANTALLA-INCIDENCIAS
      *-- EL DELETE, EL ARCHIVO DE BAJAS Y LA AUDITORIA LOS HACE --*
      *-- APRBAJA CUANDO EL SUPERVISOR APRUEBA ---------------------*
                  PERFORM PEDIR-MOTIVO-BAJA THRU F-PEDIR-MOTIVO-BAJA
                  PERFORM ENCOLAR-BAJA
               ELSE
                   MOVE 16 TO IND
                      PERFORM SELECCIONAR-SUCURSAL
                   END-IF
                   ACCEPT  PANTALLA-RECIBIR-DATOS
                      BEFORE TIME TIEMPO-INACT
                      ON EXCEPTION C-INACT
                         PERFORM INACTIVIDAD THRU F-INACTIVIDAD
                   END-ACCEPT
                   GO TO GRABAR-MODIFICACIONES
                END-IF
             END-IF.



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
              END-IF
           END-IF.
         
      *-- LA BAJA PIDE EL MOTIVO: SE MUESTRAN LOS NUEVE CODIGOS ----*
      *-- DE MOTBAJA EN TRES RENGLONES Y NO SE SIGUE SIN UNO -------*
       PEDIR-MOTIVO-BAJA.
           MOVE 1 TO MOT-POS.
           PERFORM MOSTRAR-MOTIVO THRU F-MOSTRAR-MOTIVO
              UNTIL MOT-POS > 9.
       ACEPTAR-MOTIVO-BAJA.
           DISPLAY "MOTIVO DE LA BAJA: " LINE 20 POSITION 05.
           ACCEPT WMOTIVO-BAJA LINE 20 POSITION 25
              BEFORE TIME TIEMPO-INACT
              ON EXCEPTION C-INACT
                 PERFORM INACTIVIDAD THRU F-INACTIVIDAD
           END-ACCEPT.
           IF WMOTIVO-BAJA IS NOT NUMERIC
              OR WMOTIVO-BAJA < 1 OR WMOTIVO-BAJA > 9
              DISPLAY "ELIJA UN MOTIVO DE LA LISTA (01 A 09)"
                 LINE 20 POSITION 30
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              GO TO ACEPTAR-MOTIVO-BAJA
           END-IF.
           DISPLAY BLANCO-LINEA LINE 16 POSITION 01.
           DISPLAY BLANCO-LINEA LINE 17 POSITION 01.
           DISPLAY BLANCO-LINEA LINE 18 POSITION 01.
           DISPLAY BLANCO-LINEA LINE 20 POSITION 01.
       F-PEDIR-MOTIVO-BAJA.
           EXIT.

       MOSTRAR-MOTIVO.
           COMPUTE MOT-LIN = 16 + (MOT-POS - 1) / 3.
           COMPUTE MOT-COL = 5 + (MOT-POS - 1 - (MOT-LIN - 16) * 3)
              * 25.
           DISPLAY TMB-COD(MOT-POS) LINE MOT-LIN POSITION MOT-COL.
           ADD 3 TO MOT-COL.
           DISPLAY TMB-DES(MOT-POS) LINE MOT-LIN POSITION MOT-COL.
           ADD 1 TO MOT-POS.
       F-MOSTRAR-MOTIVO.
           EXIT.

      *-- LA BAJA CONFIRMADA NO BORRA NADA: QUEDA EN LA COLA DE ----*
      *-- PENDIENTES HASTA QUE EL SUPERVISOR LA APRUEBE (APRBAJA) --*
       ENCOLAR-BAJA.
           ACCEPT WFPEN FROM DATE YYYYMMDD.
           MOVE WFPEN TO PBFECHA.
           MOVE WOPER TO PBOPER.
           MOVE WMOTIVO-BAJA TO PBMOTIVO.
           WRITE R-PEN
              INVALID KEY
                 DISPLAY "LA BAJA YA ESTABA PENDIENTE"
