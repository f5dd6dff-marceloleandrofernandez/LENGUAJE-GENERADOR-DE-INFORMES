            02 PBNOMBRE    PIC X(30).
            02 PBFECHA     PIC 9(8).
            02 PBOPER      PIC X(3).
      *-- MOTIVO DE LA BAJA DE ALUMNO (VER MOTBAJA; 0 EN LAS DEMAS) *
            02 PBMOTIVO    PIC 9(2).
