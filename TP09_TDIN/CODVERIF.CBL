      *-- CODVERIF - CODIGO DE VERIFICACION DE UNA CONSTANCIA      --*
      *-- ARMA UN NUMERO DE SEIS CIFRAS CON EL TIPO, EL NUMERO, EL --*
      *-- ALUMNO O CLIENTE Y LA FECHA DE EMISION, MEZCLADOS CON LA --*
      *-- CLAVE DE LA CASA: QUIEN INVENTE O RETOQUE UNA CONSTANCIA --*
      *-- NO ACIERTA EL CODIGO - LO LLAMAN EMICONS AL EMITIR Y     --*
      *-- VALCONS AL VALIDAR UNA CONSTANCIA QUE NOS PRESENTAN      --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODVERIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 CLAVE-CASA          PIC 9(6) VALUE 271828.
       77 PESO-TIPO           PIC 9(2).
       77 WACUM               PIC 9(15).
       77 WCOC                PIC 9(15).
       77 WRESTO              PIC 9(6).

       LINKAGE SECTION.
       77 CV-TIPO              PIC X.
       77 CV-NUM               PIC 9(6).
       77 CV-SUJ               PIC 9(8).
       77 CV-FECHA             PIC 9(8).
       77 CV-COD               PIC 9(6).

       PROCEDURE DIVISION USING CV-TIPO CV-NUM CV-SUJ CV-FECHA
                                CV-COD.
       INICIO.
           IF CV-TIPO = "R"
              MOVE 13 TO PESO-TIPO
           ELSE
              MOVE 29 TO PESO-TIPO
           END-IF.
      *-- PRIMERA VUELTA: CADA DATO CON SU PESO, MODULO UN PRIMO ---*
           COMPUTE WACUM = CV-NUM * 7919 + CV-SUJ * 97
                         + CV-FECHA * 31 + PESO-TIPO * 100003
                         + CLAVE-CASA.
           DIVIDE WACUM BY 999983 GIVING WCOC REMAINDER WRESTO.
      *-- SEGUNDA VUELTA: QUE UN DATO CORRIDO EN UNO NO DE UN -------*
      *-- CODIGO VECINO --------------------------------------------*
           COMPUTE WACUM = WRESTO * 7753 + CLAVE-CASA + CV-NUM.
           DIVIDE WACUM BY 999979 GIVING WCOC REMAINDER WRESTO.
           MOVE WRESTO TO CV-COD.
           GOBACK.
