      *** PROXIMO CONTACTO ES LA PEDIDA (HOY POR DEFECTO, Y LAS    ***
      *** ATRASADAS SI SE PIDE), CON EL NOMBRE Y TELEFONO DEL      ***
      *** CLIENTE, Y EL TOTAL DE CONTACTOS POR COBRADOR - ES LO    ***
      *** PRIMERO QUE CADA COBRADOR IMPRIME A LA MANANA - LAS      ***
      *** CUENTAS DERIVADAS A UNA AGENCIA DE COBRANZA (VER         ***
      *** DERIVAR) SALEN MARCADAS "DERIV."                         ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDACO.
       ENVIRONMENT DIVISION.
       77 CANT-CONTACTOS      PIC 9(05) VALUE 0.
       77 WNOM-CLI            PIC X(25).
       77 WTEL-CLI            PIC X(15).
      *-- DERIVACION VIGENTE DE LA CUENTA (VER DERIVIG) -----------*
       77 DRV-CA              PIC 9(08).
       77 DRV-AGE             PIC 9(03).
       77 DRV-RES             PIC X.

      *-- TOTAL DE CONTACTOS POR COBRADOR, COMO LOS OPERADORES -----*
      *-- DE LA CAJA DIARIA ----------------------------------------*
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-CA    PIC 9(08).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-NOM   PIC X(19).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-TEL   PIC X(15).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 SD-ACC   PIC X(15).
           02 SD-ATRA  PIC X(06).
           02 SD-DER   PIC X(06).

       01  SALIDA-SUBTOTAL.
           02 FILLER   PIC X(05) VALUE SPACES.
           ELSE
              MOVE SPACES TO SD-ATRA
           END-IF.
      *-- UNA CUENTA DERIVADA LA GESTIONA LA AGENCIA (VER DERIVAR) *
           MOVE GCCA TO DRV-CA.
           CALL   "DERIVIG" USING DRV-CA DRV-AGE DRV-RES
           CANCEL "DERIVIG".
           IF DRV-RES = "S"
              MOVE "DERIV." TO SD-DER
           ELSE
              MOVE SPACES TO SD-DER
           END-IF.
           MOVE SALIDA-DE-DETALLE TO R-IMP.
           ADD 1 TO L.
           DISPLAY R-IMP LINE L CONTROL "FCOLOR=GREEN,BCOLOR=BLACK".
