      *-----------------------------------------------------------*
      *-- LAYOUT DE LAS MATERIAS PREVIAS (PREVIA.IND) - CLAVE:   --*
      *-- ALUMNO + MATERIA + CICLO LECTIVO EN QUE SE ADEUDA -    --*
      *-- CURSO DE ESE CICLO, ESTADO PENDIENTE / APROBADA Y, AL  --*
      *-- APROBARLA, LA NOTA, LA MESA (VER MESAEX), LA FECHA Y   --*
      *-- EL OPERADOR - LAS GENERA CIERRECL CON LAS MATERIAS NO  --*
      *-- APROBADAS, SE CARGAN A MANO CON ABMPREV (LAS DEL       --*
      *-- CUADERNO) Y LAS CANCELA NOTAACTA; LAS LISTA LISPREV    --*
      *-----------------------------------------------------------*
       01  R-PVA.
            02 PVCLAVE.
               03 PVALU    PIC 9(8).
               03 PVMAT    PIC 9(2).
               03 PVCICLO  PIC 9(4).
            02 PVCUR       PIC 9(2).
            02 PVEST       PIC X.
               88 PVA-PENDIENTE   VALUE "P".
               88 PVA-APROBADA    VALUE "A".
            02 PVNOTA      PIC 9(2).
            02 PVMESA      PIC 9(4).
            02 PVFAPR      PIC 9(8).
            02 PVOPER      PIC X(3).
