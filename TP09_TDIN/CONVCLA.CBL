      *** CONVCLA - CIFRA LAS CLAVES DEL MAESTRO DE OPERADORES     ***
      *** PASA USCLAVE Y EL HISTORIAL USH-CLAVE DE CADA OPERADOR   ***
      *** DE TEXTO PLANO A CIFRADO (VER CIFRACLA) - EL LARGO DEL   ***
      *** REGISTRO NO CAMBIA (84) Y CADA UNO SIGUE ENTRANDO CON SU ***
      *** MISMA CLAVE - GRABA USUARIOS.NEW: RENOMBRARLO COMO       ***
      *** USUARIOS.IND GUARDANDO EL VIEJO FUERA DEL DIRECTORIO DE  ***
      *** TRABAJO (ES EL UNICO LUGAR DONDE LAS CLAVES QUEDAN A LA  ***
      *** VISTA) - CORRER UNA SOLA VEZ: SOBRE UN MAESTRO YA        ***
      *** CIFRADO DEJARIA A TODOS SIN PODER ENTRAR                 ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCLA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USU-VIEJO ASSIGN TO DISK "USUARIOS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS USCOD-V
           FILE STATUS IS FSTVIE.

           SELECT USU-NUEVO ASSIGN TO DISK "USUARIOS.NEW"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS USCOD
           FILE STATUS IS FSTNUE.

       DATA DIVISION.
       FILE SECTION.
        FD USU-VIEJO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS R-USU-V.
         01 R-USU-V.
            02 USCOD-V   PIC X(3).
            02 FILLER    PIC X(81).

        FD USU-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS R-USU.

         COPY USUARIO.

       WORKING-STORAGE SECTION.
       77 FSTVIE              PIC XX.
       77 FSTNUE              PIC XX.
       77 CANT-CONVERTIDOS    PIC 9(04) VALUE 0.
       77 HIS-POS             PIC 9.
       77 CLAVE-PLANA         PIC X(8).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONVCLA: CIFRADO DE LAS CLAVES DE OPERADOR".
           OPEN INPUT USU-VIEJO.
           IF FSTVIE NOT = "00"
              DISPLAY "CONVCLA: USUARIOS.IND NO ENCONTRADO (FST="
                 FSTVIE ")"
              GOBACK
           END-IF.
           OPEN OUTPUT USU-NUEVO.
           PERFORM CONVERTIR-UNO THRU F-CONVERTIR-UNO
              UNTIL FSTVIE = "10".
           CLOSE USU-VIEJO USU-NUEVO.
           DISPLAY "CONVCLA: OPERADORES CONVERTIDOS = "
              CANT-CONVERTIDOS.
           DISPLAY "CONVCLA: RENOMBRE USUARIOS.NEW COMO USUARIOS.IND "
              "(EL VIEJO, CON LAS CLAVES A LA VISTA, FUERA DE LINEA)".
           GOBACK.

       CONVERTIR-UNO.
           READ USU-VIEJO NEXT RECORD AT END MOVE "10" TO FSTVIE.
           IF FSTVIE = "10"
              GO TO F-CONVERTIR-UNO
           END-IF.
           MOVE R-USU-V TO R-USU.
      *-- LA CLAVE Y CADA UNA DEL HISTORIAL, CON EL CODIGO DEL -----*
      *-- OPERADOR, IGUAL QUE LAS CIFRA LOGON (EN BLANCO QUEDA -----*
      *-- EN BLANCO) -----------------------------------------------*
           MOVE USCLAVE TO CLAVE-PLANA.
           CALL   "CIFRACLA" USING USCOD CLAVE-PLANA USCLAVE
           CANCEL "CIFRACLA".
           MOVE 1 TO HIS-POS.
           PERFORM CIFRAR-HISTORIAL THRU F-CIFRAR-HISTORIAL
              UNTIL HIS-POS > 3.
           WRITE R-USU
              INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO CANT-CONVERTIDOS.
       F-CONVERTIR-UNO.
           EXIT.

       CIFRAR-HISTORIAL.
           MOVE USH-CLAVE(HIS-POS) TO CLAVE-PLANA.
           CALL   "CIFRACLA" USING USCOD CLAVE-PLANA
                                   USH-CLAVE(HIS-POS)
           CANCEL "CIFRACLA".
           ADD 1 TO HIS-POS.
       F-CIFRAR-HISTORIAL.
           EXIT.
