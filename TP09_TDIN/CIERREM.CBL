      *** DEBITO APLICADAS EN EL MES (CONCEPTOS "NCR"/"NDB" DE     ***
      *** NOTASCD) Y LAS ESTAMPA EN PEAJNC/PEAJND, PARA QUE LOS    ***
      *** AJUSTES COMERCIALES NO SE CONFUNDAN CON ACTIVIDAD REAL   ***
      *** AL CERRAR ARMA LA DECLARACION JURADA DE CARGAS SOCIALES  ***
      *** DEL MES Y EL RESUMEN A PAGAR POR ORGANISMO (VER DDJJSS)  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERREM.
       ENVIRONMENT DIVISION.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO PEDIR-PERIODO
           END-IF.
           PERFORM GRABAR-CIERRE THRU F-GRABAR-CIERRE.
           GO TO PEDIR-PERIODO.

      *-- LAS MISMAS CIFRAS QUE EL INFORME POR CLIENTES: SUMA DE  --*
           IF SW-CIE-OK = "S"
              DISPLAY "PERIODO CERRADO" LINE 22 POSITION 05
                 CONTROL "FCOLOR=GREEN,BCOLOR=BLACK"
              PERFORM PULSAR-TECLA
      *-- CON EL MES CERRADO SALE LA DECLARACION DE CARGAS SOCIALES *
              CALL   "DDJJSS" USING WPERIODO
              CANCEL "DDJJSS"
              GO TO F-GRABAR-CIERRE
           ELSE
              DISPLAY "PERIODO NO CERRADO - VERIFIQUE" LINE 23
                 POSITION 05 CONTROL "FCOLOR=RED,BCOLOR=BLACK"
           END-IF.
           PERFORM PULSAR-TECLA.
       F-GRABAR-CIERRE.
           EXIT.

       PULSAR-TECLA.
           ACCEPT TECLA ON EXCEPTION C-T
