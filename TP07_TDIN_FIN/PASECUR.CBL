      *-- CIEGO: SOLO PROMUEVE AL ALUMNO CON PROMEDIO GENERAL     --*
      *-- APROBADO (6 O MAS); EL RESTO QUEDA EN SU CURSO COMO     --*
      *-- "REPITE" - UN ALUMNO SIN NOTAS CARGADAS PROMUEVE COMO   --*
      *-- SIEMPRE - CON NOTAS, ADEMAS, EL PASE NO SE APLICA SIN   --*
      *-- EL CIERRE DEL CICLO LECTIVO (HISACA.IND, VER CIERRECL)  --*
      *-- DEL ANIO O DEL ANTERIOR, PARA QUE EL HISTORIAL DEL      --*
      *-- ALUMNO QUEDE CON EL CURSO QUE TERMINO                   --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASECUR.
       ENVIRONMENT DIVISION.
           RECORD KEY IS NOCLAVE
           FILE STATUS IS FSTNOT.

      *-- CIERRE DEL CICLO LECTIVO (SOLO SE LEE LA MARCA) ----------*
           SELECT HISTORIAL ASSIGN TO DISK "HISACA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HACLAVE
           FILE STATUS IS FSTHAC.

           SELECT AUDITORIA ASSIGN TO DISK "AUDITALU.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAUD.

         COPY NOTAS.

        FD HISTORIAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS R-HAC.

         COPY HISACA.

        FD AUDITORIA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 104 CHARACTERS
       77 NOT-CANT            PIC 9(3).
       77 WPROM               PIC 9(2)V99.
       77 CANT-REPITEN        PIC 9(05) VALUE 0.
      *-- CIERRE DEL CICLO LECTIVO ---------------------------------*
       77 FSTHAC              PIC XX.
       77 SW-CICLO-CERRADO    PIC X VALUE "N".
      *-- IMAGENES ANTES/DESPUES PARA EL DIARIO (VER GRABJRN) -----*
       77 JRN-OP                  PIC X.
       01 IMG-ANTES               PIC X(67).
              PERFORM PULSAR-TECLA
              GO TO FIN
           END-IF.
           PERFORM VERIFICAR-CIERRE THRU F-VERIFICAR-CIERRE.
           IF SW-CICLO-CERRADO NOT = "S"
              DISPLAY "CIERRE EL CICLO LECTIVO (CIERRECL) ANTES DEL "
                 "PASE - NO SE APLICO NINGUN CAMBIO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO FIN
           END-IF.
           DISPLAY "APLICA EL PASE DE CURSO (S/N) ? "
              LINE 22 POSITION 05
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
           GO TO FIN.

      *-- SIN NOTAS EL PASE ES EL DE SIEMPRE; CON NOTAS HACE FALTA -*
      *-- LA MARCA DEL CIERRE DEL ANIO O DEL ANTERIOR (EL PASE SE ---*
      *-- PUEDE CORRER EN LOS PRIMEROS MESES DEL CICLO SIGUIENTE) ---*
       VERIFICAR-CIERRE.
           MOVE "S" TO SW-CICLO-CERRADO.
           OPEN INPUT NOTAS.
           IF FSTNOT NOT = "00"
              GO TO F-VERIFICAR-CIERRE
           END-IF.
           CLOSE NOTAS.
           MOVE "N" TO SW-CICLO-CERRADO.
           OPEN INPUT HISTORIAL.
           IF FSTHAC NOT = "00"
              GO TO F-VERIFICAR-CIERRE
           END-IF.
           MOVE 0 TO HAALU HAMAT.
           MOVE WAA4 TO HACICLO.
           READ HISTORIAL KEY IS HACLAVE
              INVALID KEY
                 SUBTRACT 1 FROM HACICLO
                 READ HISTORIAL KEY IS HACLAVE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "S" TO SW-CICLO-CERRADO
                 END-READ
              NOT INVALID KEY MOVE "S" TO SW-CICLO-CERRADO
           END-READ.
           CLOSE HISTORIAL.
       F-VERIFICAR-CIERRE.
           EXIT.

       CARGAR-REGLAS.
           OPEN INPUT REGLAS.
           IF FSTREG NOT = "00"
