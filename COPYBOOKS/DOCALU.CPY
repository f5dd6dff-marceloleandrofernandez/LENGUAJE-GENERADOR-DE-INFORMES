      *-----------------------------------------------------------*
      *-- LAYOUT DEL DOCUMENTO DEL ALUMNO (DOCALU.IND) CLAVE:    --*
      *-- ALUMNO - TIPO (DNI/LE/LC/CI/PAS) Y NUMERO DE           --*
      *-- DOCUMENTO; EL TIPO Y NUMERO JUNTOS SON CLAVE           --*
      *-- ALTERNATIVA CON DUPLICADOS PARA DETECTAR DOCUMENTOS    --*
      *-- REPETIDOS - LO MANTIENE ABMDOCA (DESDE LA CONSULTA DEL --*
      *-- A-B-M DE ALUMNOS) Y LO VALIDA Y EXPORTA RELMIN         --*
      *-- (RELEVAMIENTO DEL MINISTERIO)                          --*
      *-----------------------------------------------------------*
       01  R-DOC.
            02 DAALU    PIC 9(8).
            02 DADOC.
               03 DATIPO   PIC X(3).
                  88 DOC-DNI      VALUE "DNI".
                  88 DOC-VALIDO   VALUE "DNI" "LE " "LC " "CI " "PAS".
               03 DANRO    PIC X(12).
               03 DANRO-R  REDEFINES DANRO.
                  04 DANRO-NUM   PIC 9(8).
                  04 FILLER      PIC X(4).
