      *** PROCESO NOCTURNO - ENCADENA LA CARGA DE TABLAS, EL SORT  ***
      *** Y EL INFORME DE CLIENTES EN UNA SOLA CORRIDA POR LOTES,  ***
      *** SIN NECESIDAD DE LANZAR CADA PROGRAMA A MANO             ***
      *** "PROCNOC ENSAYO" CORRE LA MISMA CADENA SOBRE UNA COPIA   ***
      *** DE LOS DATOS EN UN DIRECTORIO ESPEJO (VER ENSANOC) Y     ***
      *** SOLO DEJA EL INFORME DE ENSAYO EN EL SPOOL               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCNOC.
       ENVIRONMENT DIVISION.
       77 WAA-RESTO     PIC 9.
      *-- HABILITACION Y REGLA APLICADA DE CADA PASO ---------------*
       01 TABLA-CALENDARIO.
          02 PASO-CAL OCCURS 14 TIMES.
             03 PASO-HABIL PIC X.
             03 PASO-REGLA PIC X(8).
       77 RC-OS         PIC 9(9) COMP-5.
      *-- CORRIDA DE ENSAYO: "ENSAYO" EN LA LINEA DE COMANDO --------*
       77 PARM-NOC      PIC X(20) VALUE SPACES.
       77 MODO-ENSAYO   PIC X VALUE "N".
       77 ENS-ACC       PIC X.
       77 ENS-RES       PIC X.
      *-- BANDERA DE SESION (VER SESFLAG) ---------------------------*
       77 SES-ACC       PIC X.
       77 SES-PROG      PIC X(12) VALUE "*BATCH*     ".
       INICIO.
           DISPLAY "PROCNOC: INICIO DEL PROCESO NOCTURNO".
           ACCEPT WFECHA-PROC FROM DATE YYYYMMDD.
      *-- EN ENSAYO NO HAY BANDERA *BATCH*: LAS TERMINALES SIGUEN ---*
      *-- TRABAJANDO SOBRE LOS ARCHIVOS VIVOS, QUE NO SE TOCAN -------*
           ACCEPT PARM-NOC FROM COMMAND-LINE.
           IF PARM-NOC = "ENSAYO" OR PARM-NOC = "ensayo"
              MOVE "S" TO MODO-ENSAYO
              MOVE "P" TO ENS-ACC
              CALL "ENSANOC" USING ENS-ACC ENS-RES TABLA-CALENDARIO
              IF ENS-RES NOT = "S"
                 DISPLAY "PROCNOC: ENSAYO ABANDONADO"
                 CANCEL "ENSANOC"
                 STOP RUN
              END-IF
              GO TO ARMAR-CALENDARIO
           END-IF.
      *-- NO SE ARRANCA CON TERMINALES ADENTRO DE LOS A-B-M: LA ----*
      *-- BANDERA *BATCH* LOS DEJA AFUERA MIENTRAS DURE LA CORRIDA -*
           MOVE "B" TO SES-ACC.
                 STOP RUN
              END-IF
           END-IF.
       ARMAR-CALENDARIO.
           PERFORM CARGAR-CALENDARIO THRU F-CARGAR-CALENDARIO.
      *-- EL ENSAYO ARRANCA SIEMPRE DE CERO Y ELIGE SUS PASOS --------*
           IF MODO-ENSAYO = "S"
              MOVE "S" TO ENS-ACC
              CALL "ENSANOC" USING ENS-ACC ENS-RES TABLA-CALENDARIO
           ELSE
              PERFORM OFRECER-REANUDACION THRU F-OFRECER-REANUDACION
           END-IF.
      *-- RESGUARDA LOS CUATRO MAESTROS ANTES DE TOCAR NADA, POR SI -*
      *-- EL SORT O LA RECARGA DE TABLAS SALEN MAL A MITAD DE CAMINO-*
           IF PASO-REANUDA < 1 AND PASO-HABIL(1) = "S"
              AND PASO-REANUDA < 12
              PERFORM AUDITORIA-CONSISTENCIA
           END-IF.
           IF PASO-OK = "S" AND PASO-HABIL(13) = "S"
              AND PASO-REANUDA < 13
              PERFORM FOTO-MOROSIDAD
           END-IF.
           IF PASO-OK = "S" AND PASO-HABIL(14) = "S"
              AND PASO-REANUDA < 14
              PERFORM ALERTAS-NEGOCIO
           END-IF.
           IF PASO-OK = "S"
              DISPLAY "PROCNOC: PROCESO NOCTURNO FINALIZADO SIN ERRORES"
      *-- CORRIDA COMPLETA: NO QUEDA NADA PARA REANUDAR -------------*
              CALL "CBL_DELETE_FILE" USING NOMBRE-CHK
                   RETURNING RC-OS
           END-IF.
      *-- ENSAYO: SE COMPARA, SE VUELVE A DATOS Y SE BORRA EL ESPEJO -*
           IF MODO-ENSAYO = "S"
              MOVE "C" TO ENS-ACC
              CALL   "ENSANOC" USING ENS-ACC ENS-RES TABLA-CALENDARIO
              CANCEL "ENSANOC"
              STOP RUN
           END-IF.
      *-- SE TERMINO (BIEN O MAL): LA BANDERA *BATCH* SE BAJA -------*
           MOVE "F" TO SES-ACC.
           CALL   "SESFLAG" USING SES-ACC SES-PROG SES-RES.

      *-- ARMA LA TABLA DE PASOS HABILITADOS DEL DIA: SIN ARCHIVO  -*
      *-- DE CALENDARIO SE CONSERVA EL COMPORTAMIENTO DE SIEMPRE    -*
      *-- (TODO DIARIO; ROTACION, INTERESES Y FOTO DE MOROSIDAD ---*
      *-- SOLO EL DIA 1) --------------------------------------------*
       CARGAR-CALENDARIO.
           PERFORM CALCULAR-DIA-SEMANA.
           PERFORM VERIFICAR-FERIADO THRU F-VERIFICAR-FERIADO.
           MOVE 1 TO PASO-NRO.
           PERFORM ARMAR-DEFECTO THRU F-ARMAR-DEFECTO
              UNTIL PASO-NRO > 14.
           OPEN INPUT CALENDARIO.
           IF FST-CAL NOT = "00"
              GO TO F-CARGAR-CALENDARIO
      *-- CON CALENDARIO, SOLO CORRE LO QUE EL CALENDARIO HABILITA -*
           MOVE 1 TO PASO-NRO.
           PERFORM APAGAR-PASO THRU F-APAGAR-PASO
              UNTIL PASO-NRO > 14.
           PERFORM APLICAR-REGLA THRU F-APLICAR-REGLA
              UNTIL FST-CAL = "10".
           CLOSE CALENDARIO.
       ARMAR-DEFECTO.
           MOVE "S" TO PASO-HABIL(PASO-NRO).
           MOVE "DIARIO" TO PASO-REGLA(PASO-NRO).
           IF (PASO-NRO = 6 OR PASO-NRO = 7 OR PASO-NRO = 13)
              AND WDD-PROC NOT = 01
              MOVE "N" TO PASO-HABIL(PASO-NRO)
              MOVE "DIA-01" TO PASO-REGLA(PASO-NRO)
           END-IF.
           IF FST-CAL = "10"
              GO TO F-APLICAR-REGLA
           END-IF.
           IF CAL-PASO IS NOT NUMERIC OR CAL-PASO < 1 OR CAL-PASO > 14
              GO TO F-APLICAR-REGLA
           END-IF.
           MOVE "N" TO PASO-HABIL(CAL-PASO).
           CANCEL "AUDICONS".
           PERFORM ASENTAR-PASO-OK.

      *-- PRIMERA NOCHE DEL MES: FOTO DE MOROSIDAD DEL MES QUE     -*
      *-- TERMINO, CON LOS MOVIMIENTOS DEL CIERRE YA APLICADOS -----*
      *-- (VER FOTOMOR; LA LISTA LISMOR) ---------------------------*
       FOTO-MOROSIDAD.
           MOVE 13 TO PASO-NRO.
           MOVE "FOTO DE MOROSIDAD (FOTOMOR)" TO PASO-NOMBRE.
           PERFORM INICIAR-PASO.
           CALL   "FOTOMOR" USING MODO-BATCH.
           CANCEL "FOTOMOR".
           PERFORM ASENTAR-PASO-OK.

      *-- AL FINAL DE LA CADENA, CON TODO YA APLICADO: LAS ALERTAS -*
      *-- DE NEGOCIO QUEDAN EN LA BANDEJA PARA LA MANANA (VER ------*
      *-- EVALERT; LA BANDEJA ESTA EN CONSOLA) ---------------------*
       ALERTAS-NEGOCIO.
           MOVE 14 TO PASO-NRO.
           MOVE "ALERTAS DE NEGOCIO (EVALERT)" TO PASO-NOMBRE.
           PERFORM INICIAR-PASO.
           CALL   "EVALERT" USING MODO-BATCH.
           CANCEL "EVALERT".
           PERFORM ASENTAR-PASO-OK.

       PASO-FALLIDO.
      *-- CORTA LA CADENA APENAS UN PASO DEVUELVE UN FILE STATUS    -*
      *-- DISTINTO DE "00" EN LUGAR DE SEGUIR CON DATOS A MEDIO      -*
