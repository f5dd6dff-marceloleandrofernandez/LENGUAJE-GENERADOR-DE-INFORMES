      *** DUPCLI - POSIBLES CLIENTES DUPLICADOS EN PERSONA.IND     ***
      *** ARMA UN ARCHIVO DE TRABAJO CON EL CUIT Y UNA CLAVE DE    ***
      *** NOMBRE Y DOMICILIO (SOLO LETRAS Y NUMEROS, EN MAYUSCULA: ***
      *** LOS PRIMEROS 12 DEL NOMBRE Y 8 DEL DOMICILIO, ASI NO     ***
      *** IMPORTAN ESPACIOS, PUNTOS NI COMAS) Y LO ORDENA DOS      ***
      *** VECES: LAS CUENTAS CON EL MISMO CUIT Y LAS CUENTAS CON   ***
      *** LA MISMA CLAVE DE NOMBRE Y DOMICILIO SALEN AGRUPADAS -   ***
      *** EN CADA GRUPO EL "*" MARCA EL CODIGO MAS VIEJO, QUE SE   ***
      *** SUGIERE COMO SOBREVIVIENTE PARA LA FUSION (VER FUSCLI) - ***
      *** SALE AL SPOOL                                            ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPCLI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PCA
           FILE STATUS IS FSTPER.

      *-- CLAVES DE COMPARACION DE CADA CLIENTE ----------------------*
           SELECT CLAVES ASSIGN TO DISK "DUPCLI.WRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FSTCLA.

      *-- ARCHIVO DE TRABAJO USADO POR LOS ORDENAMIENTOS -------------*
           SELECT CLAVES-W ASSIGN TO DISK "DUPCLI.WWW".

      *-- SALIDA DE CADA ORDENAMIENTO, ENTRADA REAL DEL INFORME ----*
           SELECT CLAVES-S ASSIGN TO DISK "DUPCLI.ORD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS FSTORD.

      *-- EL INFORME SALE AL SPOOL (VER TOMASPL/VERSPOOL) ----------*
           SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTSPL.

       DATA DIVISION.
       FILE SECTION.
        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD CLAVES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS R-CLA.

         01 R-CLA.
            02 CL-CUIT    PIC 9(11).
            02 CL-NOM     PIC X(12).
            02 CL-DOM     PIC X(08).
            02 CL-CA      PIC 9(08).
            02 CL-AN      PIC X(30).
            02 CL-SUC     PIC 9(03).
            02 CL-SA      PIC 9(05)V99.
            02 CL-TS      PIC 9.

       SD  CLAVES-W
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS R-CLA-W.

         01 R-CLA-W.
            02 CW-CUIT    PIC 9(11).
            02 CW-NOM     PIC X(12).
            02 CW-DOM     PIC X(08).
            02 CW-CA      PIC 9(08).
            02 FILLER     PIC X(41).

        FD CLAVES-S
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS R-CLA-S.

         01 R-CLA-S.
            02 CS-CUIT    PIC 9(11).
            02 CS-NOM     PIC X(12).
            02 CS-DOM     PIC X(08).
            02 CS-CA      PIC 9(08).
            02 CS-AN      PIC X(30).
            02 CS-SUC     PIC 9(03).
            02 CS-SA      PIC 9(05)V99.
            02 CS-TS      PIC 9.

       FD   IMPRE
            LABEL RECORD IS OMITTED
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS R-IMP.
        01   R-IMP  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTCLA              PIC XX.
       77 FSTORD              PIC XX.
       77 FSTSPL              PIC XX.
       77 L                   PIC 99 VALUE 0.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 WLIN-FOOT           PIC 99 VALUE 20.
       77 SW-FIN              PIC X.
      *-- EL INFORME SALE AL SPOOL ----------------------------------*
       77 NOMBRE-SPOOL        PIC X(13) VALUE SPACES.
       77 SPL-NUMERO          PIC 9(6) VALUE 0.
       77 SPL-PAGINAS         PIC 9(4) VALUE 1.
       77 NOMBRE-PROG-SPL     PIC X(8) VALUE "DUPCLI".
      *-- CLASE DE CONFIDENCIALIDAD DEL INFORME (VER TOMASPL) ------*
       77 SPL-CLASE           PIC 9 VALUE 2.

      *-- "C" = AGRUPANDO POR CUIT, "N" = POR NOMBRE Y DOMICILIO ---*
       77 CRITERIO            PIC X.
       77 SW-GRUPO            PIC X.
       77 WTS                 PIC 9.
       77 CANT-CLIENTES       PIC 9(06) VALUE 0.
       77 CANT-GRUPOS-CUIT    PIC 9(05) VALUE 0.
       77 CANT-GRUPOS-NOM     PIC 9(05) VALUE 0.
       77 CANT-ED             PIC ZZZZ9.

      *-- ARMADO DE LA CLAVE: SOLO LETRAS Y NUMEROS, EN MAYUSCULA -*
       77 TEXTO-ORIGEN        PIC X(30).
       77 TEXTO-COMPACTO      PIC X(12).
       77 LARGO-CLAVE         PIC 99.
       77 POS-ORIG            PIC 99.
       77 POS-DEST            PIC 99.
       77 CARACTER            PIC X.

      *-- EL CLIENTE ANTERIOR DEL ARCHIVO ORDENADO -----------------*
       01 CLIENTE-ANT.
          02 ANT-CUIT         PIC 9(11).
          02 ANT-NOM          PIC X(12).
          02 ANT-DOM          PIC X(08).
          02 ANT-CA           PIC 9(08).
          02 ANT-AN           PIC X(30).
          02 ANT-SUC          PIC 9(03).
          02 ANT-SA           PIC 9(05)V99.
          02 ANT-TS           PIC 9.

       01  WFECHA.
           02 WAA              PIC 99.
           02 WMM              PIC 99.
           02 WDD              PIC 99.

       01 TITULO-CABECERA.
          02 FILLER PIC X(15) VALUE  SPACES.
          02 FILLER PIC X(50) VALUE
             "POSIBLES CLIENTES DUPLICADOS".
          02 SDD    PIC Z9/.
          02 SMM    PIC 99/.
          02 SAA    PIC 9(2).

       01 TITULOS-DETALLES.
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "CUENTA".
          02 FILLER PIC X(32) VALUE "NOMBRE".
          02 FILLER PIC X(05) VALUE "SUC".
          02 FILLER PIC X(13) VALUE "CUIT".
          02 FILLER PIC X(10) VALUE "     SALDO".

       01  SUBRAYAR-TITULOS.
           02 FILLER PIC X(80) VALUE ALL "-".

       01  SALIDA-DE-DETALLE.
           02 SD-MARCA PIC X.
           02 FILLER   PIC X(01) VALUE SPACES.
           02 SD-CA    PIC 9(08).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-AN    PIC X(30).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-SUC   PIC 999.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-CUIT  PIC 9(11).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-SA    PIC ZZ.ZZ9,99.
           02 SD-DH    PIC X.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PERSONA.
           IF FSTPER NOT = "00"
              DISPLAY "DUPCLI: PERSONA.IND NO ENCONTRADA (FST="
                 FSTPER ")"
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           ACCEPT WFECHA FROM DATE.
           OPEN OUTPUT CLAVES.
           MOVE "N" TO SW-FIN.
           PERFORM ARMAR-CLAVE THRU F-ARMAR-CLAVE
              UNTIL SW-FIN = "S".
           CLOSE CLAVES PERSONA.
           CALL   "TOMASPL" USING NOMBRE-PROG-SPL SPL-NUMERO
                                  NOMBRE-SPOOL SPL-CLASE
           CANCEL "TOMASPL".
           OPEN OUTPUT IMPRE.
           PERFORM IMPRIMIR-TITULOS.
      *-- PRIMERA PASADA: MISMO CUIT -------------------------------*
           SORT CLAVES-W
                ASCENDING KEY CW-CUIT CW-CA
                USING  CLAVES
                GIVING CLAVES-S.
           MOVE SPACES TO R-IMP.
           MOVE "MISMO CUIT" TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "C" TO CRITERIO.
           PERFORM RECORRER-ORDENADO.
      *-- SEGUNDA PASADA: MISMO NOMBRE Y DOMICILIO -----------------*
           SORT CLAVES-W
                ASCENDING KEY CW-NOM CW-DOM CW-CA
                USING  CLAVES
                GIVING CLAVES-S.
           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "MISMO NOMBRE Y DOMICILIO" TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE "N" TO CRITERIO.
           PERFORM RECORRER-ORDENADO.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM ING-TECLA.
           CLOSE IMPRE.
           CALL   "CIERSPL" USING SPL-NUMERO SPL-PAGINAS
           CANCEL "CIERSPL".
           GO TO FIN-SIN-ARCHIVOS.

       ARMAR-CLAVE.
           READ PERSONA NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-ARMAR-CLAVE
           END-IF.
           ADD 1 TO CANT-CLIENTES.
           MOVE PCUIT TO CL-CUIT.
           MOVE PAN TO TEXTO-ORIGEN.
           MOVE 12 TO LARGO-CLAVE.
           PERFORM COMPACTAR-TEXTO.
           MOVE TEXTO-COMPACTO TO CL-NOM.
           MOVE PDOM TO TEXTO-ORIGEN.
           MOVE 8 TO LARGO-CLAVE.
           PERFORM COMPACTAR-TEXTO.
           MOVE TEXTO-COMPACTO TO CL-DOM.
           MOVE PCA TO CL-CA.
           MOVE PAN TO CL-AN.
           MOVE PSU TO CL-SUC.
           MOVE PSA TO CL-SA.
           MOVE PTS TO CL-TS.
           WRITE R-CLA.
       F-ARMAR-CLAVE.
           EXIT.

       COMPACTAR-TEXTO.
           INSPECT TEXTO-ORIGEN CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO TEXTO-COMPACTO.
           MOVE 1 TO POS-ORIG.
           MOVE 0 TO POS-DEST.
           PERFORM COMPACTAR-CARACTER
              UNTIL POS-ORIG > 30 OR POS-DEST NOT < LARGO-CLAVE.

       COMPACTAR-CARACTER.
           MOVE TEXTO-ORIGEN(POS-ORIG:1) TO CARACTER.
           IF (CARACTER IS ALPHABETIC-UPPER AND CARACTER NOT = SPACE)
              OR CARACTER IS NUMERIC
              ADD 1 TO POS-DEST
              MOVE CARACTER TO TEXTO-COMPACTO(POS-DEST:1)
           END-IF.
           ADD 1 TO POS-ORIG.

       RECORRER-ORDENADO.
           OPEN INPUT CLAVES-S.
           MOVE "N" TO SW-FIN SW-GRUPO.
           MOVE 0 TO ANT-CUIT.
           MOVE SPACES TO ANT-NOM ANT-DOM.
           PERFORM COMPARAR-CLIENTE THRU F-COMPARAR-CLIENTE
              UNTIL SW-FIN = "S".
           CLOSE CLAVES-S.

      *-- UN CLIENTE CON LA MISMA CLAVE QUE EL ANTERIOR ABRE (O ----*
      *-- SIGUE) UN GRUPO; EL PRIMERO DEL GRUPO ES EL DE CODIGO ----*
      *-- MAS VIEJO, QUE SALE MARCADO ------------------------------*
       COMPARAR-CLIENTE.
           READ CLAVES-S AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "S"
              GO TO F-COMPARAR-CLIENTE
           END-IF.
           IF (CRITERIO = "C" AND CS-CUIT NOT = 0
                AND CS-CUIT = ANT-CUIT)
              OR (CRITERIO = "N" AND CS-NOM NOT = SPACES
                AND CS-NOM = ANT-NOM AND CS-DOM = ANT-DOM)
              IF SW-GRUPO = "N"
                 MOVE "S" TO SW-GRUPO
                 IF CRITERIO = "C"
                    ADD 1 TO CANT-GRUPOS-CUIT
                 ELSE
                    ADD 1 TO CANT-GRUPOS-NOM
                 END-IF
                 MOVE SPACES TO R-IMP
                 PERFORM ESCRIBIR-LINEA
                 MOVE "*" TO SD-MARCA
                 MOVE ANT-CA TO SD-CA
                 MOVE ANT-AN TO SD-AN
                 MOVE ANT-SUC TO SD-SUC
                 MOVE ANT-CUIT TO SD-CUIT
                 MOVE ANT-SA TO SD-SA
                 MOVE ANT-TS TO WTS
                 PERFORM IMPRIMIR-DETALLE
              END-IF
              MOVE SPACE TO SD-MARCA
              MOVE CS-CA TO SD-CA
              MOVE CS-AN TO SD-AN
              MOVE CS-SUC TO SD-SUC
              MOVE CS-CUIT TO SD-CUIT
              MOVE CS-SA TO SD-SA
              MOVE CS-TS TO WTS
              PERFORM IMPRIMIR-DETALLE
           ELSE
              MOVE "N" TO SW-GRUPO
           END-IF.
           MOVE R-CLA-S TO CLIENTE-ANT.
       F-COMPARAR-CLIENTE.
           EXIT.

       IMPRIMIR-DETALLE.
           IF WTS = 1
              MOVE "D" TO SD-DH
           ELSE
              MOVE "H" TO SD-DH
           END-IF.
           MOVE SPACES TO R-IMP.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE CANT-GRUPOS-CUIT TO CANT-ED.
           STRING "GRUPOS CON EL MISMO CUIT          : "
                  DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE CANT-GRUPOS-NOM TO CANT-ED.
           STRING "GRUPOS CON EL MISMO NOMBRE Y DOM. : "
                  DELIMITED BY SIZE
                  CANT-ED DELIMITED BY SIZE
                  INTO R-IMP.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO R-IMP.
           MOVE "(*) CODIGO MAS VIEJO DEL GRUPO: SOBREVIVIENTE SUGERIDO"
              TO R-IMP.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
           WRITE R-IMP.
           IF L NOT < WLIN-FOOT
              PERFORM ING-TECLA
              PERFORM IMPRIMIR-TITULOS
           END-IF.

       IMPRIMIR-TITULOS.
           DISPLAY " " ERASE SCREEN.
           MOVE 2 TO L.
           MOVE SPACES TO R-IMP.
           MOVE WDD TO SDD.
           MOVE WMM TO SMM.
           MOVE WAA TO SAA.
           MOVE TITULO-CABECERA TO R-IMP.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           MOVE TITULOS-DETALLES TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           ADD 1 TO L.
           MOVE SUBRAYAR-TITULOS TO R-IMP.
           DISPLAY R-IMP LINE L.
           WRITE R-IMP.

       ING-TECLA.
           ADD 1 TO SPL-PAGINAS.
           ADD 2 TO L.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE L
              CONTROL "FCOLOR=RED,BCOLOR=BLACK".
           ACCEPT TECLA.

       FIN-SIN-ARCHIVOS.
           EXIT PROGRAM.
