               05 REG-MPV-CARRERA         PIC X(3).
               05 REG-MPV-COMPOSITO       PIC 9(2)V99.
               05 REG-MPV-CICLO           PIC X(6).
               05 REG-MPV-CATEGORIA       PIC X.
               05 REG-MPV-DOCUMENTACION   PIC X.

       FD  ARCHIVO-MATRICULA.
           01 REG-MATRICULA.
               05 REG-MAT-CARRERA         PIC X(3).
               05 REG-MAT-COMPOSITO       PIC 9(2)V99.
               05 REG-MAT-CICLO           PIC X(6).
               05 REG-MAT-CATEGORIA       PIC X.
               05 REG-MAT-DOCUMENTACION   PIC X.

       FD  ARCHIVO-COMPARACION.
           01 REG-COMPARACION             PIC X(132).
