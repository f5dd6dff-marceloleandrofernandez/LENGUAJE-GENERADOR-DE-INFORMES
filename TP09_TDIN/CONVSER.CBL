            02 CHRECIBO-V  PIC 9(06).
            02 CHRESTO-V   PIC X(32).

      *-- LAYOUT INTERMEDIO (SIN LOS DATOS DEL ENDOSO; EL PASE   --*
      *-- 60 -> 89 LO HACE CONVEND, QUE ESPERA ESTE REGISTRO DE  --*
      *-- 60 COMO ENTRADA) ------------------------------------------*
       FD CHQ-NUEVO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-CHQ.
       01  R-CHQ.
            02 CHCLAVE.
               03 CHBCO    PIC 9(3).
               03 CHNRO    PIC 9(8).
            02 CHCA        PIC 9(08).
            02 CHRECIBO    PIC 9(09).
            02 CHIMP       PIC 9(05)V99.
            02 CHFECHA     PIC 9(8).
            02 CHFCOBRO    PIC 9(8).
            02 CHFDEP      PIC 9(8).
            02 CHEST       PIC X.

       WORKING-STORAGE SECTION.
       77 FSTCOV   PIC XX.
