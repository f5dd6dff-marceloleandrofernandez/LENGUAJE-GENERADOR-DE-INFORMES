      *** RECHAZO MARCA LA PREINSCRIPCION DE BAJA Y SIGUE CON EL  ***
      *** PROXIMO - SE CORRE DESPUES DE UNA BAJA O DE AMPLIAR EL  ***
      *** CUPO (APRBAJA Y ABMCURSO AVISAN CUANDO HAY FILA)        ***
      *** EL ALUMNO CUYA VACANTE LIBERO LA CAMPANA DE              ***
      *** REINSCRIPCION (REINSC.IND, VER CAMPREI) DEL CICLO EN     ***
      *** CURSO O DEL PROXIMO YA NO CUENTA COMO INSCRIPTO          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFREPRE.
       ENVIRONMENT DIVISION.
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FSTALU.

      *-- CAMPANA DE REINSCRIPCION: LOS LIBERADOS NO OCUPAN CUPO ---*
           SELECT REINSCRIP ASSIGN TO DISK "REINSC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RICLAVE
           ALTERNATE RECORD KEY IS RIPARTIDA DUPLICATES
           FILE STATUS IS FSTREI.

           SELECT AUDITORIA ASSIGN TO DISK "AUDITALU.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTAUD.

         COPY ALUMNO.

        FD REINSCRIP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS R-REI.

         COPY REINSC.

        FD AUDITORIA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 104 CHARACTERS
       77 FSTCUR              PIC XX.
       77 FSTALU              PIC XX.
       77 FSTAUD              PIC XX.
       77 FSTREI              PIC XX.
       77 SW-REI-ARCH         PIC X VALUE "N".
       77 SW-LIBERADO         PIC X.
       77 TECLA               PIC X.
       77 C-T                 PIC 99.
       77 OP-SN               PIC X.
              CLOSE PREINSC CURSOS
              GO TO FIN-SIN-ARCHIVOS
           END-IF.
           OPEN INPUT REINSCRIP.
           IF FSTREI = "00"
              MOVE "S" TO SW-REI-ARCH
           END-IF.
           ACCEPT WFECHA-HOY FROM DATE YYYYMMDD.
           CALL   "QUIENSOY" USING QS-EST QS-OPER QS-NOM
                                    QS-PERM QS-SUP
       CONTAR-UNO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO SW-FIN.
           IF SW-FIN = "N" AND MCU = ENT-CUR
              PERFORM VER-LIBERADO THRU F-VER-LIBERADO
              IF SW-LIBERADO = "N"
                 ADD 1 TO INSCRIPTOS
              END-IF
           END-IF.
       F-CONTAR-UNO.
           EXIT.

      *-- LIBERADO EN LA CAMPANA DEL CICLO EN CURSO (ENERO A ------*
      *-- FEBRERO) O EN LA DEL PROXIMO (NOVIEMBRE A DICIEMBRE) -----*
       VER-LIBERADO.
           MOVE "N" TO SW-LIBERADO.
           IF SW-REI-ARCH = "N"
              GO TO F-VER-LIBERADO
           END-IF.
           MOVE WAA-HOY TO RICICLO.
           MOVE MCA TO RIALU.
           READ REINSCRIP KEY IS RICLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF REI-LIBERADO
                    MOVE "S" TO SW-LIBERADO
                 END-IF
           END-READ.
           IF SW-LIBERADO = "S"
              GO TO F-VER-LIBERADO
           END-IF.
           COMPUTE RICICLO = WAA-HOY + 1.
           MOVE MCA TO RIALU.
           READ REINSCRIP KEY IS RICLAVE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF REI-LIBERADO
                    MOVE "S" TO SW-LIBERADO
                 END-IF
           END-READ.
       F-VER-LIBERADO.
           EXIT.

      *-- LA MISMA LINEA QUE GRABA MODABM, CON TIPO "ALTA" ---------*
       GRABAR-AUDITORIA.
           MOVE WAA-HOY TO LA-ANIO.

       FIN.
           CLOSE PREINSC CURSOS MAESTRO.
           IF SW-REI-ARCH = "S"
              CLOSE REINSCRIP
           END-IF.
           EXIT PROGRAM.

       FIN-SIN-ARCHIVOS.
