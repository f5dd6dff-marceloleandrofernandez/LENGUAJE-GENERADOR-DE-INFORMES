      *--   - LA CLAVE NUEVA NO PUEDE REPETIR NINGUNA DE LAS      --*
      *--     ULTIMAS TRES NI LA ACTUAL                           --*
      *--   - FALLOS, BLOQUEOS Y CAMBIOS QUEDAN EN CLAVES.LOG     --*
      *--   - USUARIOS.IND GUARDA LA CLAVE CIFRADA (CIFRACLA):    --*
      *--     LO TIPEADO SE CIFRA Y SE COMPARA CIFRADO CONTRA     --*
      *--     CIFRADO                                             --*
      *-- Y DEJA AL OPERADOR FIRMADO EN EL ARCHIVO DE SU TERMINAL  --*
      *-- (OPERXXX.CTL, XXX = LA ESTACION QUE RESUELVE QUIENSOY),  --*
      *-- QUE LEEN MODMEN2 Y LOS A-B-M VIA QUIENSOY - ASI CADA     --*
      *-- CONTRA EL MISMO DIRECTORIO - SI USUARIOS.IND TODAVIA NO  --*
      *-- EXISTE SE ENTRA COMO "SUP" CON TODOS LOS PERMISOS, PARA  --*
      *-- PODER DAR DE ALTA A LOS OPERADORES CON ABMUSU            --*
      *-- AL ENTRAR ANUNCIA CUANTAS ALERTAS DE NEGOCIO ABIERTAS LE --*
      *-- TOCAN (ALERTAS.IND, VER EVALERT; EL SUPERVISOR, TODAS) - --*
      *-- SE VEN Y SE CIERRAN EN LA BANDEJA DE CONSOLA             --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGON.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTCLG.

      *-- ALERTAS DE NEGOCIO ABIERTAS (VER EVALERT) ----------------*
           SELECT ALERTAS ASSIGN TO DISK "ALERTAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ALNRO
           ALTERNATE RECORD KEY IS ALCLAVE DUPLICATES
           FILE STATUS IS FSTALE.

       DATA DIVISION.
       FILE SECTION.
        FD USUARIOS
            02 FILLER     PIC X VALUE SPACE.
            02 CLG-EVENTO PIC X(9).

        FD ALERTAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 156 CHARACTERS
           DATA RECORD IS R-ALE.

         COPY ALERTA.

       WORKING-STORAGE SECTION.
       77 FSTUSU              PIC XX.
       77 FSTSES              PIC XX.
       77 WCLAVE              PIC X(8).
       77 NOMBRE-SES          PIC X(11).
       77 FSTCLG              PIC XX.
       77 FSTALE              PIC XX.
       77 CANT-ALE            PIC 9(5) VALUE 0.
       77 CANT-ALE-ED         PIC ZZZZ9.
      *-- VENCIMIENTO DE LA CLAVE (PARAMETRO CLAVEDIA) -------------*
       77 DIAS-VIGENCIA       PIC 9(4) VALUE 90.
       77 PAR-COD             PIC X(8).
       77 HIS-POS             PIC 9.
       77 CLAVE-NUEVA         PIC X(8).
       77 CLAVE-NUEVA2        PIC X(8).
      *-- CLAVE CIFRADA (VER CIFRACLA) -----------------------------*
       77 CLAVE-CIFRADA       PIC X(8).
       01 WSERIE-FECHA.
          02 WSER-AA          PIC 9(4).
          02 WSER-MM          PIC 9(2).
              PERFORM INTENTO-FALLIDO
              GO TO PEDIR-CLAVE
           END-IF.
           CALL   "CIFRACLA" USING USCOD WCLAVE CLAVE-CIFRADA
           CANCEL "CIFRACLA".
           IF USCLAVE NOT = CLAVE-CIFRADA
      *-- EL FALLO QUEDA EN LA CUENTA: AL TERCERO SEGUIDO SE -------*
      *-- BLOQUEA Y QUEDA ASENTADO ---------------------------------*
              ADD 1 TO USFALLO
           MOVE USSUP TO SES-SUP.
           PERFORM GRABAR-SESION.
           MOVE "S" TO LOG-OK.
           PERFORM ANUNCIAR-ALERTAS THRU F-ANUNCIAR-ALERTAS.
           CLOSE USUARIOS.
           GOBACK.

      *-- LAS ABIERTAS PARA SU CODIGO (TODAS SI ES SUPERVISOR) -----*
       ANUNCIAR-ALERTAS.
           OPEN INPUT ALERTAS.
           IF FSTALE NOT = "00"
              GO TO F-ANUNCIAR-ALERTAS
           END-IF.
           PERFORM CONTAR-ALERTA THRU F-CONTAR-ALERTA
              UNTIL FSTALE = "10".
           CLOSE ALERTAS.
           IF CANT-ALE = 0
              GO TO F-ANUNCIAR-ALERTAS
           END-IF.
           MOVE CANT-ALE TO CANT-ALE-ED.
           DISPLAY "ALERTAS ABIERTAS PARA USTED:" LINE 17 POSITION 20
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           DISPLAY CANT-ALE-ED LINE 17 POSITION 49
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           DISPLAY "VEALAS EN LA CONSOLA (TECLA A)" LINE 18 POSITION 20.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.
       F-ANUNCIAR-ALERTAS.
           EXIT.

       CONTAR-ALERTA.
           READ ALERTAS NEXT RECORD AT END MOVE "10" TO FSTALE.
           IF FSTALE = "10"
              GO TO F-CONTAR-ALERTA
           END-IF.
           IF ALE-ABIERTA AND (ALDEST = USCOD OR USSUP = "S")
              ADD 1 TO CANT-ALE
           END-IF.
       F-CONTAR-ALERTA.
           EXIT.

      *-- DIAS DESDE EL ULTIMO CAMBIO (SERIE APROXIMADA CON LA -----*
      *-- TABLA DE DIAS ACUMULADOS) Y VIGENCIA DEL PARAMETRO -------*
       CALCULAR-DIAS-CLAVE.
              MOVE SPACES TO CLAVE-NUEVA
              GO TO F-CAMBIAR-CLAVE
           END-IF.
           CALL   "CIFRACLA" USING USCOD CLAVE-NUEVA CLAVE-CIFRADA
           CANCEL "CIFRACLA".
           MOVE "N" TO SW-REPITE.
           IF CLAVE-CIFRADA = USCLAVE
              MOVE "S" TO SW-REPITE
           END-IF.
           MOVE 1 TO HIS-POS.
           MOVE USH-CLAVE(2) TO USH-CLAVE(3).
           MOVE USH-CLAVE(1) TO USH-CLAVE(2).
           MOVE USCLAVE TO USH-CLAVE(1).
           MOVE CLAVE-CIFRADA TO USCLAVE.
           MOVE WFECHA-HOY TO USFCLA.
           MOVE " " TO USCAMBIO.
           REWRITE R-USU

       MIRAR-HISTORIAL.
           IF USH-CLAVE(HIS-POS) NOT = SPACES
              AND USH-CLAVE(HIS-POS) = CLAVE-CIFRADA
              MOVE "S" TO SW-REPITE
           END-IF.
           ADD 1 TO HIS-POS.
