      *** BUSCAPER - BUSQUEDA DE PERSONAS EN TODOS LOS MAESTROS    ***
      *** CON UN SOLO TEXTO (PARTE DEL APELLIDO, CUIT / DOCUMENTO  ***
      *** O TELEFONO) RECORRE CLIENTES (PERSONA.IND: NOMBRE, CUIT  ***
      *** Y TELEFONO), ALUMNOS (MAEALU.IND), EMPLEADOS             ***
      *** (MAEEMP.IND), PROVEEDORES (PROVEE.IND: NOMBRE, CUIT Y    ***
      *** TELEFONO), LOS CONTACTOS DE EMERGENCIA DE SALUD.IND Y LA ***
      *** LISTA DE ESPERA DE PREINS.IND - LOS NOMBRES SE COMPARAN  ***
      *** EN MAYUSCULAS POR CONTENIDO; CUIT Y TELEFONOS POR LOS    ***
      *** DIGITOS DEL TEXTO (4 O MAS), SIN GUIONES NI ESPACIOS -   ***
      *** CADA COINCIDENCIA SALE CON SU ORIGEN Y SU NUMERO DE      ***
      *** LINEA ABRE LA FICHA: EL ALUMNO VA A FICHALU, EL CONTACTO ***
      *** A LA FICHA DE SALUD (ABMSALUD) Y EL CLIENTE PUEDE SEGUIR ***
      *** A LA FICHA INTEGRAL (FICHACLI) - LA BUSQUEDA NO GRABA    ***
      *** NADA                                                     ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAPER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONA ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           ALTERNATE RECORD KEY IS PSU DUPLICATES
           FILE STATUS IS FSTPER.

           SELECT MAESTRO ASSIGN TO DISK "MAEALU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

           SELECT MAEEMP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EM-MCA
           FILE STATUS IS FSTEMP.

           SELECT PROVEEDORES ASSIGN TO DISK "PROVEE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PVCOD
           FILE STATUS IS FSTPRV.

           SELECT SALUD ASSIGN TO DISK "SALUD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SAALU
           FILE STATUS IS FSTSAL.

           SELECT PREINSC ASSIGN TO DISK "PREINS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRCLAVE
           FILE STATUS IS FSTPRE.

           SELECT CURSOS ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCUR
           FILE STATUS IS FSTCUR.

       DATA DIVISION.
       FILE SECTION.
        FD PERSONA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 152 CHARACTERS
           DATA RECORD IS R-PER.

         COPY PERSONA.

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-MAE.

         COPY ALUMNO.

        FD MAEEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-MAEEMP.

         COPY EMPLEADO REPLACING ==R-EMP== BY ==R-MAEEMP==
                                 ==MCA== BY ==EM-MCA==
                                 ==MAN== BY ==EM-MAN==
                                 ==MSB== BY ==EM-MSB==
                                 ==MLO== BY ==EM-MLO==
                                 ==MANT== BY ==EM-MANT==
                                 ==MSE== BY ==EM-MSE==
                                 ==MCATE== BY ==EM-MCATE==.

        FD PROVEEDORES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS R-PROV.

         COPY PROVEE.

        FD SALUD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 273 CHARACTERS
           DATA RECORD IS R-SAL.

         COPY SALUD.

        FD PREINSC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-PRE.

         COPY PREINS.

        FD CURSOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS R-CUR.

         COPY CURSO.

       WORKING-STORAGE SECTION.
       77 FSTPER              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTEMP              PIC XX.
       77 FSTPRV              PIC XX.
       77 FSTSAL              PIC XX.
       77 FSTPRE              PIC XX.
       77 FSTCUR              PIC XX.
       77 C-T                 PIC 99.
       77 TECLA               PIC X.
       77 SW-FIN              PIC X.
       77 L                   PIC 99.
       77 ENT-NRO             PIC 9(3).
       77 PAG-INI             PIC 9(3).
       77 PAG-FIN             PIC 9(3).
       77 LIN-PAGINA          PIC 99 VALUE 15.
       77 NRO-ED              PIC ZZ9.
       77 IMP-ED              PIC ZZ.ZZ9,99.
      *-- UN MAESTRO QUE NO ESTA SE SALTEA; SE AVISA AL PIE -------*
       77 SW-PER-ARCH         PIC X VALUE "N".
       77 SW-ALU-ARCH         PIC X VALUE "N".
       77 SW-EMP-ARCH         PIC X VALUE "N".
       77 SW-PRV-ARCH         PIC X VALUE "N".
       77 SW-SAL-ARCH         PIC X VALUE "N".
       77 SW-PRE-ARCH         PIC X VALUE "N".
       77 SW-CUR-ARCH         PIC X VALUE "N".

      *-- TEXTO BUSCADO: EN MAYUSCULAS Y SUS DIGITOS SOLOS --------*
       77 BUS-TXT             PIC X(30).
       77 BUS-LEN             PIC 99.
       77 BUS-DIG             PIC X(30).
       77 DIG-LEN             PIC 99.
      *-- CON MENOS DE 4 DIGITOS NO SE MIRAN CUIT NI TELEFONOS ----*
       77 SW-NUMERO           PIC X.

      *-- COMPARACION DE UN CAMPO CONTRA EL TEXTO -----------------*
       77 CAMPO-TXT           PIC X(30).
       77 CAMPO-DIG           PIC X(30).
       77 CANT-COINC          PIC 9(3).
       77 SW-COINCIDE         PIC X.
       77 CUIT-X              PIC X(11).
       77 POS-ORIG            PIC 99.
       77 POS-DEST            PIC 99.
       77 CARACTER            PIC X.

      *-- COINCIDENCIAS: ORIGEN, CLAVE EN SU MAESTRO, NOMBRE Y EL -*
      *-- DATO QUE SE MUESTRA AL LADO -------------------------------*
       77 CANT-RES            PIC 9(3).
       77 MAX-RES             PIC 9(3) VALUE 300.
       77 SW-DESBORDE         PIC X.
       77 IND-RES             PIC 9(3).
       01 TABLA-RESULTADOS.
          02 RESULTADO OCCURS 300 TIMES.
             03 RS-ORIGEN     PIC 9.
             03 RS-CLAVE      PIC X(15).
             03 RS-NOMBRE     PIC X(30).
             03 RS-DATO       PIC X(22).
       01 NUEVO-RESULTADO.
          02 NR-ORIGEN        PIC 9.
          02 NR-CLAVE         PIC X(15).
          02 NR-NOMBRE        PIC X(30).
          02 NR-DATO          PIC X(22).

       01 ROTULOS-ORIGEN.
          02 FILLER PIC X(8) VALUE "CLIENTE ".
          02 FILLER PIC X(8) VALUE "ALUMNO  ".
          02 FILLER PIC X(8) VALUE "EMPLEADO".
          02 FILLER PIC X(8) VALUE "PROVEED.".
          02 FILLER PIC X(8) VALUE "CONTACTO".
          02 FILLER PIC X(8) VALUE "ESPERA  ".
       01 R-ROTULOS-ORIGEN REDEFINES ROTULOS-ORIGEN.
          02 ROT-ORIGEN OCCURS 6 TIMES PIC X(8).

      *-- CLAVES NUMERICAS GUARDADAS EN RS-CLAVE --*
       01 CLAVE-8.
          02 CL8-NRO          PIC 9(8).
          02 FILLER           PIC X(7).
       01 CLAVE-5.
          02 CL5-NRO          PIC 9(5).
          02 FILLER           PIC X(10).
       01 DATO-CURSO.
          02 FILLER           PIC X(6) VALUE "CURSO ".
          02 DC-CUR           PIC 99.
          02 FILLER           PIC X(14) VALUE SPACES.
       01 DATO-CONTACTO.
          02 FILLER           PIC X(10) VALUE "DE ALUMNO ".
          02 DK-ALU           PIC 9(8).
          02 FILLER           PIC X(4) VALUE SPACES.
       01 DATO-CUIT.
          02 FILLER           PIC X(5) VALUE "CUIT ".
          02 DU-CUIT          PIC 9(11).
          02 FILLER           PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PERSONA.
           IF FSTPER = "00"
              MOVE "S" TO SW-PER-ARCH
           END-IF.
           OPEN INPUT MAESTRO.
           IF FSTALU = "00"
              MOVE "S" TO SW-ALU-ARCH
           END-IF.
           OPEN INPUT MAEEMP.
           IF FSTEMP = "00"
              MOVE "S" TO SW-EMP-ARCH
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF FSTPRV = "00"
              MOVE "S" TO SW-PRV-ARCH
           END-IF.
           OPEN INPUT SALUD.
           IF FSTSAL = "00"
              MOVE "S" TO SW-SAL-ARCH
           END-IF.
           OPEN INPUT PREINSC.
           IF FSTPRE = "00"
              MOVE "S" TO SW-PRE-ARCH
           END-IF.
           OPEN INPUT CURSOS.
           IF FSTCUR = "00"
              MOVE "S" TO SW-CUR-ARCH
           END-IF.

       PEDIR-TEXTO.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "BUSQUEDA DE PERSONAS" LINE 02 POSITION 30
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "APELLIDO (O PARTE), CUIT / DOCUMENTO O TELEFONO"
              LINE 04 POSITION 05.
           DISPLAY "(EN BLANCO = FIN): " LINE 05 POSITION 05.
           MOVE SPACES TO BUS-TXT.
           ACCEPT BUS-TXT LINE 05 POSITION 24.
           IF BUS-TXT = SPACES
              GO TO FIN
           END-IF.
           PERFORM PREPARAR-TEXTO.
           IF BUS-LEN < 3 AND SW-NUMERO = "N"
              DISPLAY "TIPEE AL MENOS 3 LETRAS O 4 DIGITOS"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-TEXTO
           END-IF.
           DISPLAY "BUSCANDO..." LINE 07 POSITION 05
              CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK".
           MOVE 0 TO CANT-RES.
           MOVE "N" TO SW-DESBORDE.
           IF SW-PER-ARCH = "S"
              PERFORM BUSCAR-CLIENTES
           END-IF.
           IF SW-ALU-ARCH = "S"
              PERFORM BUSCAR-ALUMNOS
           END-IF.
           IF SW-EMP-ARCH = "S"
              PERFORM BUSCAR-EMPLEADOS
           END-IF.
           IF SW-PRV-ARCH = "S"
              PERFORM BUSCAR-PROVEEDORES
           END-IF.
           IF SW-SAL-ARCH = "S"
              PERFORM BUSCAR-CONTACTOS
           END-IF.
           IF SW-PRE-ARCH = "S"
              PERFORM BUSCAR-ESPERA
           END-IF.
           IF CANT-RES = 0
              DISPLAY "NO HAY COINCIDENCIAS EN NINGUN MAESTRO"
                 LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
              GO TO PEDIR-TEXTO
           END-IF.
           MOVE 1 TO PAG-INI.

      *-- UNA PAGINA DE COINCIDENCIAS; EL NUMERO DE LINEA ABRE LA -*
      *-- FICHA, 0 PASA A LA PAGINA SIGUIENTE (EN LA ULTIMA, A UNA -*
      *-- BUSQUEDA NUEVA) ------------------------------------------*
       MOSTRAR-PAGINA.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "BUSQUEDA DE PERSONAS: " LINE 02 POSITION 05
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY BUS-TXT LINE 02 POSITION 27
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY "NRO ORIGEN   CLAVE    NOMBRE" LINE 04 POSITION 02.
           DISPLAY "DATO" LINE 04 POSITION 58.
           COMPUTE PAG-FIN = PAG-INI + LIN-PAGINA - 1.
           IF PAG-FIN > CANT-RES
              MOVE CANT-RES TO PAG-FIN
           END-IF.
           MOVE 4 TO L.
           MOVE PAG-INI TO IND-RES.
           PERFORM MOSTRAR-RESULTADO THRU F-MOSTRAR-RESULTADO
              UNTIL IND-RES > PAG-FIN.
           MOVE CANT-RES TO NRO-ED.
           DISPLAY "COINCIDENCIAS: " LINE 21 POSITION 02.
           DISPLAY NRO-ED LINE 21 POSITION 17.
           IF SW-DESBORDE = "S"
              DISPLAY "(SE MUESTRAN LAS PRIMERAS 300 - AFINE EL TEXTO)"
                 LINE 21 POSITION 22
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
           END-IF.
           DISPLAY "NRO DE LINEA = VER FICHA   0 = SIGUIENTE / NUEVA "
              "BUSQUEDA: " LINE 23 POSITION 02
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           MOVE 0 TO ENT-NRO.
           ACCEPT ENT-NRO LINE 23 POSITION 61.
           IF ENT-NRO IS NOT NUMERIC
              MOVE 0 TO ENT-NRO
           END-IF.
           IF ENT-NRO = 0
              IF PAG-FIN < CANT-RES
                 COMPUTE PAG-INI = PAG-FIN + 1
                 GO TO MOSTRAR-PAGINA
              END-IF
              GO TO PEDIR-TEXTO
           END-IF.
           IF ENT-NRO > CANT-RES
              GO TO MOSTRAR-PAGINA
           END-IF.
           MOVE ENT-NRO TO IND-RES.
           PERFORM ABRIR-FICHA THRU F-ABRIR-FICHA.
           GO TO MOSTRAR-PAGINA.

       MOSTRAR-RESULTADO.
           ADD 1 TO L.
           MOVE IND-RES TO NRO-ED.
           DISPLAY NRO-ED LINE L POSITION 02.
           DISPLAY ROT-ORIGEN(RS-ORIGEN(IND-RES)) LINE L POSITION 06.
           DISPLAY RS-CLAVE(IND-RES)(1:8) LINE L POSITION 15.
           DISPLAY RS-NOMBRE(IND-RES) LINE L POSITION 24.
           DISPLAY RS-DATO(IND-RES) LINE L POSITION 58.
           ADD 1 TO IND-RES.
       F-MOSTRAR-RESULTADO.
           EXIT.

      *---------------------------------------------------------------*
      *-- TEXTO EN MAYUSCULAS, SU LARGO, Y SUS DIGITOS APARTE PARA  --*
      *-- CUIT Y TELEFONOS                                          --*
      *---------------------------------------------------------------*
       PREPARAR-TEXTO.
           INSPECT BUS-TXT CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 30 TO BUS-LEN.
           PERFORM MEDIR-TEXTO
              UNTIL BUS-LEN = 0 OR BUS-TXT(BUS-LEN:1) NOT = SPACE.
           MOVE BUS-TXT TO CAMPO-TXT.
           PERFORM SACAR-DIGITOS.
           MOVE CAMPO-DIG TO BUS-DIG.
           MOVE POS-DEST TO DIG-LEN.
           IF DIG-LEN < 4
              MOVE "N" TO SW-NUMERO
           ELSE
              MOVE "S" TO SW-NUMERO
           END-IF.

       MEDIR-TEXTO.
           SUBTRACT 1 FROM BUS-LEN.

      *-- DEJA EN CAMPO-DIG SOLO LOS DIGITOS DE CAMPO-TXT Y EN ----*
      *-- POS-DEST CUANTOS SON -------------------------------------*
       SACAR-DIGITOS.
           MOVE SPACES TO CAMPO-DIG.
           MOVE 1 TO POS-ORIG.
           MOVE 0 TO POS-DEST.
           PERFORM SACAR-UN-DIGITO
              UNTIL POS-ORIG > 30.

       SACAR-UN-DIGITO.
           MOVE CAMPO-TXT(POS-ORIG:1) TO CARACTER.
           IF CARACTER IS NUMERIC
              ADD 1 TO POS-DEST
              MOVE CARACTER TO CAMPO-DIG(POS-DEST:1)
           END-IF.
           ADD 1 TO POS-ORIG.

      *-- NOMBRE: EL TEXTO TIPEADO CONTENIDO EN EL CAMPO ---------*
       COMPARAR-NOMBRE.
           MOVE "N" TO SW-COINCIDE.
           INSPECT CAMPO-TXT CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO CANT-COINC.
           INSPECT CAMPO-TXT TALLYING CANT-COINC
              FOR ALL BUS-TXT(1:BUS-LEN).
           IF CANT-COINC > 0
              MOVE "S" TO SW-COINCIDE
           END-IF.

      *-- TELEFONO O CUIT: LOS DIGITOS TIPEADOS CONTENIDOS EN LOS --*
      *-- DIGITOS DEL CAMPO ----------------------------------------*
       COMPARAR-NUMERO.
           MOVE "N" TO SW-COINCIDE.
           IF SW-NUMERO = "N"
              GO TO F-COMPARAR-NUMERO
           END-IF.
           PERFORM SACAR-DIGITOS.
           IF POS-DEST < DIG-LEN
              GO TO F-COMPARAR-NUMERO
           END-IF.
           MOVE 0 TO CANT-COINC.
           INSPECT CAMPO-DIG TALLYING CANT-COINC
              FOR ALL BUS-DIG(1:DIG-LEN).
           IF CANT-COINC > 0
              MOVE "S" TO SW-COINCIDE
           END-IF.
       F-COMPARAR-NUMERO.
           EXIT.

       AGREGAR-RESULTADO.
           IF CANT-RES NOT < MAX-RES
              MOVE "S" TO SW-DESBORDE
           ELSE
              ADD 1 TO CANT-RES
              MOVE NUEVO-RESULTADO TO RESULTADO(CANT-RES)
           END-IF.

      *---------------------------------------------------------------*
      *-- CLIENTES: NOMBRE, CUIT Y TELEFONO                         --*
      *---------------------------------------------------------------*
       BUSCAR-CLIENTES.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO PCA.
           START PERSONA KEY IS NOT LESS THAN PCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-CLIENTE THRU F-MIRAR-CLIENTE
              UNTIL SW-FIN = "S".

       MIRAR-CLIENTE.
           READ PERSONA NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MIRAR-CLIENTE
           END-READ.
           MOVE PAN TO CAMPO-TXT.
           PERFORM COMPARAR-NOMBRE.
           IF SW-COINCIDE = "N"
              MOVE PCUIT TO CUIT-X
              MOVE CUIT-X TO CAMPO-TXT
              PERFORM COMPARAR-NUMERO THRU F-COMPARAR-NUMERO
           END-IF.
           IF SW-COINCIDE = "N"
              MOVE PTEL TO CAMPO-TXT
              PERFORM COMPARAR-NUMERO THRU F-COMPARAR-NUMERO
           END-IF.
           IF SW-COINCIDE = "N"
              GO TO F-MIRAR-CLIENTE
           END-IF.
           MOVE 1 TO NR-ORIGEN.
           MOVE SPACES TO NR-CLAVE.
           MOVE PCA TO CL8-NRO.
           MOVE CLAVE-8 TO NR-CLAVE.
           MOVE PAN TO NR-NOMBRE.
           MOVE PTEL TO NR-DATO.
           PERFORM AGREGAR-RESULTADO.
       F-MIRAR-CLIENTE.
           EXIT.

      *---------------------------------------------------------------*
      *-- ALUMNOS Y EMPLEADOS: NOMBRE                               --*
      *---------------------------------------------------------------*
       BUSCAR-ALUMNOS.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO MCA.
           START MAESTRO KEY IS NOT LESS THAN MCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-ALUMNO THRU F-MIRAR-ALUMNO
              UNTIL SW-FIN = "S".

       MIRAR-ALUMNO.
           READ MAESTRO NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MIRAR-ALUMNO
           END-READ.
           MOVE MAN TO CAMPO-TXT.
           PERFORM COMPARAR-NOMBRE.
           IF SW-COINCIDE = "N"
              GO TO F-MIRAR-ALUMNO
           END-IF.
           MOVE 2 TO NR-ORIGEN.
           MOVE MCA TO CL8-NRO.
           MOVE CLAVE-8 TO NR-CLAVE.
           MOVE MAN TO NR-NOMBRE.
           MOVE MCU TO DC-CUR.
           MOVE DATO-CURSO TO NR-DATO.
           PERFORM AGREGAR-RESULTADO.
       F-MIRAR-ALUMNO.
           EXIT.

       BUSCAR-EMPLEADOS.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO EM-MCA.
           START MAEEMP KEY IS NOT LESS THAN EM-MCA
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-EMPLEADO THRU F-MIRAR-EMPLEADO
              UNTIL SW-FIN = "S".

       MIRAR-EMPLEADO.
           READ MAEEMP NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MIRAR-EMPLEADO
           END-READ.
           MOVE EM-MAN TO CAMPO-TXT.
           PERFORM COMPARAR-NOMBRE.
           IF SW-COINCIDE = "N"
              GO TO F-MIRAR-EMPLEADO
           END-IF.
           MOVE 3 TO NR-ORIGEN.
           MOVE EM-MCA TO CL8-NRO.
           MOVE CLAVE-8 TO NR-CLAVE.
           MOVE EM-MAN TO NR-NOMBRE.
           MOVE SPACES TO NR-DATO.
           PERFORM AGREGAR-RESULTADO.
       F-MIRAR-EMPLEADO.
           EXIT.

      *---------------------------------------------------------------*
      *-- PROVEEDORES: NOMBRE, CUIT Y TELEFONO                      --*
      *---------------------------------------------------------------*
       BUSCAR-PROVEEDORES.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO PVCOD.
           START PROVEEDORES KEY IS NOT LESS THAN PVCOD
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-PROVEEDOR THRU F-MIRAR-PROVEEDOR
              UNTIL SW-FIN = "S".

       MIRAR-PROVEEDOR.
           READ PROVEEDORES NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MIRAR-PROVEEDOR
           END-READ.
           MOVE PVNOM TO CAMPO-TXT.
           PERFORM COMPARAR-NOMBRE.
           IF SW-COINCIDE = "N"
              MOVE PVCUIT TO CUIT-X
              MOVE CUIT-X TO CAMPO-TXT
              PERFORM COMPARAR-NUMERO THRU F-COMPARAR-NUMERO
           END-IF.
           IF SW-COINCIDE = "N"
              MOVE PVTEL TO CAMPO-TXT
              PERFORM COMPARAR-NUMERO THRU F-COMPARAR-NUMERO
           END-IF.
           IF SW-COINCIDE = "N"
              GO TO F-MIRAR-PROVEEDOR
           END-IF.
           MOVE 4 TO NR-ORIGEN.
           MOVE SPACES TO NR-CLAVE.
           MOVE PVCOD TO CL5-NRO.
           MOVE CLAVE-5 TO NR-CLAVE.
           MOVE PVNOM TO NR-NOMBRE.
           MOVE PVTEL TO NR-DATO.
           PERFORM AGREGAR-RESULTADO.
       F-MIRAR-PROVEEDOR.
           EXIT.

      *---------------------------------------------------------------*
      *-- CONTACTOS DE EMERGENCIA DE LA FICHA DE SALUD: CADA UNO DE --*
      *-- LOS DOS SE COMPARA POR NOMBRE Y POR TELEFONO              --*
      *---------------------------------------------------------------*
       BUSCAR-CONTACTOS.
           MOVE "N" TO SW-FIN.
           MOVE 0 TO SAALU.
           START SALUD KEY IS NOT LESS THAN SAALU
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-FICHA-SALUD THRU F-MIRAR-FICHA-SALUD
              UNTIL SW-FIN = "S".

       MIRAR-FICHA-SALUD.
           READ SALUD NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MIRAR-FICHA-SALUD
           END-READ.
           MOVE 5 TO NR-ORIGEN.
           MOVE SAALU TO CL8-NRO.
           MOVE CLAVE-8 TO NR-CLAVE.
           MOVE SAALU TO DK-ALU.
           MOVE DATO-CONTACTO TO NR-DATO.
           IF SACON1 NOT = SPACES
              MOVE SACON1 TO CAMPO-TXT
              PERFORM COMPARAR-NOMBRE
              IF SW-COINCIDE = "N"
                 MOVE SATEL1 TO CAMPO-TXT
                 PERFORM COMPARAR-NUMERO THRU F-COMPARAR-NUMERO
              END-IF
              IF SW-COINCIDE = "S"
                 MOVE SACON1 TO NR-NOMBRE
                 PERFORM AGREGAR-RESULTADO
              END-IF
           END-IF.
           IF SACON2 NOT = SPACES
              MOVE SACON2 TO CAMPO-TXT
              PERFORM COMPARAR-NOMBRE
              IF SW-COINCIDE = "N"
                 MOVE SATEL2 TO CAMPO-TXT
                 PERFORM COMPARAR-NUMERO THRU F-COMPARAR-NUMERO
              END-IF
              IF SW-COINCIDE = "S"
                 MOVE SACON2 TO NR-NOMBRE
                 PERFORM AGREGAR-RESULTADO
              END-IF
           END-IF.
       F-MIRAR-FICHA-SALUD.
           EXIT.

      *---------------------------------------------------------------*
      *-- LISTA DE ESPERA: NOMBRE Y TELEFONO (TODOS LOS ESTADOS)    --*
      *---------------------------------------------------------------*
       BUSCAR-ESPERA.
           MOVE "N" TO SW-FIN.
           MOVE LOW-VALUES TO PRCLAVE.
           START PREINSC KEY IS NOT LESS THAN PRCLAVE
              INVALID KEY MOVE "S" TO SW-FIN
           END-START.
           PERFORM MIRAR-ESPERA THRU F-MIRAR-ESPERA
              UNTIL SW-FIN = "S".

       MIRAR-ESPERA.
           READ PREINSC NEXT RECORD
              AT END
                 MOVE "S" TO SW-FIN
                 GO TO F-MIRAR-ESPERA
           END-READ.
           MOVE PRNOM TO CAMPO-TXT.
           PERFORM COMPARAR-NOMBRE.
           IF SW-COINCIDE = "N"
              MOVE PRTEL TO CAMPO-TXT
              PERFORM COMPARAR-NUMERO THRU F-COMPARAR-NUMERO
           END-IF.
           IF SW-COINCIDE = "N"
              GO TO F-MIRAR-ESPERA
           END-IF.
           MOVE 6 TO NR-ORIGEN.
           MOVE PRCLAVE TO NR-CLAVE.
           MOVE PRNOM TO NR-NOMBRE.
           MOVE PRTEL TO NR-DATO.
           PERFORM AGREGAR-RESULTADO.
       F-MIRAR-ESPERA.
           EXIT.

      *---------------------------------------------------------------*
      *-- FICHA DE LA COINCIDENCIA ELEGIDA, RELEIDA DE SU MAESTRO   --*
      *-- EL ALUMNO VA A SU FICHA (FICHALU) Y EL CONTACTO A LA DE   --*
      *-- SALUD (ABMSALUD), CON EL LEGAJO, COMO DESDE EL ABM        --*
      *---------------------------------------------------------------*
       ABRIR-FICHA.
           IF RS-ORIGEN(IND-RES) = 2 OR RS-ORIGEN(IND-RES) = 5
              MOVE RS-CLAVE(IND-RES) TO CLAVE-8
           END-IF.
           IF RS-ORIGEN(IND-RES) = 2
              CALL   "FICHALU" USING CL8-NRO
              CANCEL "FICHALU"
              GO TO F-ABRIR-FICHA
           END-IF.
           IF RS-ORIGEN(IND-RES) = 5
              CALL   "ABMSALUD" USING CL8-NRO
              CANCEL "ABMSALUD"
              GO TO F-ABRIR-FICHA
           END-IF.
           DISPLAY " " ERASE SCREEN.
           DISPLAY "FICHA - " LINE 02 POSITION 05
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           DISPLAY ROT-ORIGEN(RS-ORIGEN(IND-RES)) LINE 02 POSITION 13
              CONTROL "FCOLOR=WHITE,BCOLOR=BLACK".
           IF RS-ORIGEN(IND-RES) = 1
              PERFORM FICHA-CLIENTE THRU F-FICHA-CLIENTE
              GO TO F-ABRIR-FICHA
           END-IF.
           IF RS-ORIGEN(IND-RES) = 3
              PERFORM FICHA-EMPLEADO THRU F-FICHA-EMPLEADO
           END-IF.
           IF RS-ORIGEN(IND-RES) = 4
              PERFORM FICHA-PROVEEDOR THRU F-FICHA-PROVEEDOR
           END-IF.
           IF RS-ORIGEN(IND-RES) = 6
              PERFORM FICHA-ESPERA THRU F-FICHA-ESPERA
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA VOLVER" LINE 23 POSITION 05
              CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           PERFORM PULSAR-TECLA.
       F-ABRIR-FICHA.
           EXIT.

      *-- DEL CLIENTE SE PUEDE SEGUIR A LA FICHA INTEGRAL ---------*
       FICHA-CLIENTE.
           MOVE RS-CLAVE(IND-RES) TO CLAVE-8.
           MOVE CL8-NRO TO PCA.
           READ PERSONA KEY IS PCA
              INVALID KEY
                 DISPLAY "EL CLIENTE YA NO ESTA EN PERSONA.IND"
                    LINE 05 POSITION 05
                 PERFORM PULSAR-TECLA
                 GO TO F-FICHA-CLIENTE
           END-READ.
           DISPLAY "CODIGO ....: " LINE 05 POSITION 05.
           DISPLAY PCA LINE 05 POSITION 18.
           DISPLAY "NOMBRE ....: " LINE 06 POSITION 05.
           DISPLAY PAN LINE 06 POSITION 18.
           DISPLAY "CUIT ......: " LINE 07 POSITION 05.
           DISPLAY PCUIT LINE 07 POSITION 18.
           DISPLAY "DOMICILIO .: " LINE 08 POSITION 05.
           DISPLAY PDOM LINE 08 POSITION 18.
           DISPLAY PCP LINE 08 POSITION 50.
           DISPLAY "TELEFONO ..: " LINE 09 POSITION 05.
           DISPLAY PTEL LINE 09 POSITION 18.
           DISPLAY "SUCURSAL ..: " LINE 10 POSITION 05.
           DISPLAY PSU LINE 10 POSITION 18.
           DISPLAY "SALDO .....: " LINE 11 POSITION 05.
           MOVE PSA TO IMP-ED.
           DISPLAY IMP-ED LINE 11 POSITION 18.
           IF PER-DEBE
              DISPLAY "D" LINE 11 POSITION 28
           ELSE
              DISPLAY "H" LINE 11 POSITION 28
           END-IF.
           IF PER-INACTIVO
              DISPLAY "CUENTA INACTIVA" LINE 12 POSITION 18
                 CONTROL "FCOLOR=YELLOW,BCOLOR=BLACK"
           END-IF.
           IF PER-INCOBRABLE
              DISPLAY "PASADA A INCOBRABLES" LINE 12 POSITION 18
                 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
           DISPLAY "F = FICHA INTEGRAL (FICHACLI) - OTRA TECLA VUELVE"
              LINE 23 POSITION 05 CONTROL "FCOLOR=CYAN,BCOLOR=BLACK".
           MOVE SPACE TO TECLA.
           ACCEPT TECLA LINE 23 POSITION 56.
           IF TECLA = "F" OR TECLA = "f"
              CALL   "FICHACLI"
              CANCEL "FICHACLI"
           END-IF.
       F-FICHA-CLIENTE.
           EXIT.

       FICHA-EMPLEADO.
           MOVE RS-CLAVE(IND-RES) TO CLAVE-8.
           MOVE CL8-NRO TO EM-MCA.
           READ MAEEMP KEY IS EM-MCA
              INVALID KEY
                 DISPLAY "EL EMPLEADO YA NO ESTA EN MAEEMP.IND"
                    LINE 05 POSITION 05
                 GO TO F-FICHA-EMPLEADO
           END-READ.
           DISPLAY "LEGAJO ....: " LINE 05 POSITION 05.
           DISPLAY EM-MCA LINE 05 POSITION 18.
           DISPLAY "NOMBRE ....: " LINE 06 POSITION 05.
           DISPLAY EM-MAN LINE 06 POSITION 18.
           DISPLAY "INGRESO ...: " LINE 07 POSITION 05.
           DISPLAY MFING LINE 07 POSITION 18.
           DISPLAY "ANTIGUEDAD : " LINE 08 POSITION 05.
           DISPLAY EM-MANT LINE 08 POSITION 18.
           DISPLAY "CATEGORIA .: " LINE 09 POSITION 05.
           DISPLAY EM-MCATE LINE 09 POSITION 18.
       F-FICHA-EMPLEADO.
           EXIT.

       FICHA-PROVEEDOR.
           MOVE RS-CLAVE(IND-RES) TO CLAVE-5.
           MOVE CL5-NRO TO PVCOD.
           READ PROVEEDORES KEY IS PVCOD
              INVALID KEY
                 DISPLAY "EL PROVEEDOR YA NO ESTA EN PROVEE.IND"
                    LINE 05 POSITION 05
                 GO TO F-FICHA-PROVEEDOR
           END-READ.
           DISPLAY "CODIGO ....: " LINE 05 POSITION 05.
           DISPLAY PVCOD LINE 05 POSITION 18.
           DISPLAY "NOMBRE ....: " LINE 06 POSITION 05.
           DISPLAY PVNOM LINE 06 POSITION 18.
           DISPLAY "CUIT ......: " LINE 07 POSITION 05.
           DISPLAY PVCUIT LINE 07 POSITION 18.
           DISPLAY "DOMICILIO .: " LINE 08 POSITION 05.
           DISPLAY PVDOM LINE 08 POSITION 18.
           DISPLAY "TELEFONO ..: " LINE 09 POSITION 05.
           DISPLAY PVTEL LINE 09 POSITION 18.
       F-FICHA-PROVEEDOR.
           EXIT.

       FICHA-ESPERA.
           MOVE RS-CLAVE(IND-RES) TO PRCLAVE.
           READ PREINSC KEY IS PRCLAVE
              INVALID KEY
                 DISPLAY "LA PREINSCRIPCION YA NO ESTA EN PREINS.IND"
                    LINE 05 POSITION 05
                 GO TO F-FICHA-ESPERA
           END-READ.
           DISPLAY "NOMBRE ....: " LINE 05 POSITION 05.
           DISPLAY PRNOM LINE 05 POSITION 18.
           DISPLAY "TELEFONO ..: " LINE 06 POSITION 05.
           DISPLAY PRTEL LINE 06 POSITION 18.
           DISPLAY "CURSO .....: " LINE 07 POSITION 05.
           DISPLAY PRCUR LINE 07 POSITION 18.
           IF SW-CUR-ARCH = "S"
              MOVE PRCUR TO MCUR
              READ CURSOS KEY IS MCUR
                 INVALID KEY MOVE SPACES TO MDCUR
              END-READ
              DISPLAY MDCUR LINE 07 POSITION 21
           END-IF.
           DISPLAY "ANOTADO EL : " LINE 08 POSITION 05.
           DISPLAY PRFECHA LINE 08 POSITION 18.
           DISPLAY "PRIORIDAD .: " LINE 09 POSITION 05.
           DISPLAY PRPRIO LINE 09 POSITION 18.
           DISPLAY "ESTADO ....: " LINE 10 POSITION 05.
           IF PRE-ESPERA
              DISPLAY "EN ESPERA" LINE 10 POSITION 18
           END-IF.
           IF PRE-OFRECIDA
              DISPLAY "VACANTE OFRECIDA" LINE 10 POSITION 18
           END-IF.
           IF PRE-CONVERTIDA
              DISPLAY "INSCRIPTO" LINE 10 POSITION 18
           END-IF.
           IF PRE-BAJA
              DISPLAY "BAJA" LINE 10 POSITION 18
           END-IF.
       F-FICHA-ESPERA.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
           CONTINUE.

       FIN.
           IF SW-PER-ARCH = "S"
              CLOSE PERSONA
           END-IF.
           IF SW-ALU-ARCH = "S"
              CLOSE MAESTRO
           END-IF.
           IF SW-EMP-ARCH = "S"
              CLOSE MAEEMP
           END-IF.
           IF SW-PRV-ARCH = "S"
              CLOSE PROVEEDORES
           END-IF.
           IF SW-SAL-ARCH = "S"
              CLOSE SALUD
           END-IF.
           IF SW-PRE-ARCH = "S"
              CLOSE PREINSC
           END-IF.
           IF SW-CUR-ARCH = "S"
              CLOSE CURSOS
           END-IF.
           EXIT PROGRAM.
