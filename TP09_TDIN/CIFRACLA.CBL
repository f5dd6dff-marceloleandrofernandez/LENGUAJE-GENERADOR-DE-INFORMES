      *-- CIFRACLA - CIFRADO DE LAS CLAVES DE OPERADOR              --*
      *-- DEVUELVE EN CIF-RES UN VALOR DE 8 POSICIONES QUE SALE DE  --*
      *-- MEZCLAR LA CLAVE CON EL CODIGO DEL OPERADOR (DOS          --*
      *-- OPERADORES CON LA MISMA CLAVE NO QUEDAN IGUALES) EN 50    --*
      *-- VUELTAS: NO HAY FORMA DE VOLVER DE EL A LA CLAVE -        --*
      *-- USUARIOS.IND GUARDA SOLO ESTE VALOR (USCLAVE Y EL         --*
      *-- HISTORIAL USH-CLAVE) Y LOGON Y ABMUSU COMPARAN CIFRADO    --*
      *-- CONTRA CIFRADO - UNA CLAVE EN BLANCO QUEDA EN BLANCO      --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFRACLA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *-- CARACTERES QUE SE PUEDEN TIPEAR EN UNA CLAVE: CADA UNO ---*
      *-- VALE SU POSICION (UNO QUE NO ESTE VALE 99) ---------------*
       01 CARACTERES-CLAVE.
          02 FILLER PIC X(40) VALUE
             " ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789.,-".
          02 FILLER PIC X(40) VALUE
             "abcdefghijklmnopqrstuvwxyz_/*+#$%&()=?!@".
          02 FILLER PIC X(05) VALUE ":;<>'".
       01 TABLA-CARACTERES REDEFINES CARACTERES-CLAVE.
          02 CAR-CLAVE OCCURS 85 TIMES PIC X.

      *-- LAS 36 CIFRAS DEL VALOR CIFRADO --------------------------*
       01 CIFRAS-SALIDA       PIC X(36) VALUE
          "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 TABLA-CIFRAS REDEFINES CIFRAS-SALIDA.
          02 CIF-DIGITO OCCURS 36 TIMES PIC X.

      *-- CODIGO + CLAVE, EL TEXTO QUE SE MEZCLA -------------------*
       01 TEXTO-MEZCLA.
          02 TXM-COD          PIC X(3).
          02 TXM-CLAVE        PIC X(8).
       01 TABLA-MEZCLA REDEFINES TEXTO-MEZCLA.
          02 TXM-CAR OCCURS 11 TIMES PIC X.
       01 VALORES-MEZCLA.
          02 TXM-VALOR OCCURS 11 TIMES PIC 9(2).

       77 TXM-POS             PIC 9(2).
       77 CAR-POS             PIC 9(2).
       77 VUELTA              PIC 9(2).
       77 SAL-POS             PIC 9.
       77 RESTO               PIC 9(2).
       77 ACU-1               PIC 9(7).
       77 ACU-2               PIC 9(7).
       77 WPRODUCTO           PIC 9(10).
       77 WCOCIENTE           PIC 9(10).
       77 WTOTAL              PIC 9(13).
       77 WCOCIENTE-TOT       PIC 9(13).

       LINKAGE SECTION.
       77 CIF-COD              PIC X(3).
       77 CIF-CLAVE            PIC X(8).
       77 CIF-RES              PIC X(8).

       PROCEDURE DIVISION USING CIF-COD CIF-CLAVE CIF-RES.
       INICIO.
           MOVE SPACES TO CIF-RES.
           IF CIF-CLAVE = SPACES
              GOBACK
           END-IF.
           MOVE CIF-COD TO TXM-COD.
           MOVE CIF-CLAVE TO TXM-CLAVE.
           MOVE 1 TO TXM-POS.
           PERFORM VALOR-CARACTER THRU F-VALOR-CARACTER
              UNTIL TXM-POS > 11.
           MOVE 7 TO ACU-1.
           MOVE 13 TO ACU-2.
           MOVE 1 TO VUELTA.
           PERFORM DAR-VUELTA THRU F-DAR-VUELTA
              UNTIL VUELTA > 50.
      *-- LOS DOS ACUMULADORES JUNTOS, ESCRITOS EN BASE 36 ---------*
           COMPUTE WTOTAL = ACU-1 * 1000003 + ACU-2.
           MOVE 8 TO SAL-POS.
           PERFORM ARMAR-CIFRA THRU F-ARMAR-CIFRA
              UNTIL SAL-POS = 0.
           GOBACK.

       VALOR-CARACTER.
           MOVE 99 TO TXM-VALOR(TXM-POS).
           MOVE 1 TO CAR-POS.
           PERFORM BUSCAR-CARACTER THRU F-BUSCAR-CARACTER
              UNTIL CAR-POS > 85.
           ADD 1 TO TXM-POS.
       F-VALOR-CARACTER.
           EXIT.

       BUSCAR-CARACTER.
           IF CAR-CLAVE(CAR-POS) = TXM-CAR(TXM-POS)
              MOVE CAR-POS TO TXM-VALOR(TXM-POS)
              MOVE 85 TO CAR-POS
           END-IF.
           ADD 1 TO CAR-POS.
       F-BUSCAR-CARACTER.
           EXIT.

      *-- CADA VUELTA PASA TODO EL TEXTO POR LOS DOS ACUMULADORES, -*
      *-- CADA UNO MODULO UN PRIMO; EL SEGUNDO ARRASTRA AL PRIMERO -*
       DAR-VUELTA.
           MOVE 1 TO TXM-POS.
           PERFORM MEZCLAR-CARACTER THRU F-MEZCLAR-CARACTER
              UNTIL TXM-POS > 11.
           ADD 1 TO VUELTA.
       F-DAR-VUELTA.
           EXIT.

       MEZCLAR-CARACTER.
           COMPUTE WPRODUCTO = ACU-1 * 31 + TXM-VALOR(TXM-POS) + VUELTA.
           DIVIDE WPRODUCTO BY 999983 GIVING WCOCIENTE
              REMAINDER ACU-1.
           COMPUTE WPRODUCTO = ACU-2 * 57
              + TXM-VALOR(TXM-POS) * ACU-1 + TXM-POS.
           DIVIDE WPRODUCTO BY 1000003 GIVING WCOCIENTE
              REMAINDER ACU-2.
           ADD 1 TO TXM-POS.
       F-MEZCLAR-CARACTER.
           EXIT.

       ARMAR-CIFRA.
           DIVIDE WTOTAL BY 36 GIVING WCOCIENTE-TOT REMAINDER RESTO.
           MOVE CIF-DIGITO(RESTO + 1) TO CIF-RES(SAL-POS:1).
           MOVE WCOCIENTE-TOT TO WTOTAL.
           SUBTRACT 1 FROM SAL-POS.
       F-ARMAR-CIFRA.
           EXIT.
