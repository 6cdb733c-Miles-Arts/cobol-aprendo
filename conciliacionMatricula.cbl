               05 REG-MAT-CARRERA         PIC X(3).
               05 REG-MAT-COMPOSITO       PIC 9(2)V99.
               05 REG-MAT-CICLO           PIC X(6).
               05 REG-MAT-CATEGORIA       PIC X.
               05 REG-MAT-DOCUMENTACION   PIC X.

       FD  ARCHIVO-CONFIRMACIONES.
           01 REG-CONFIRMACION.
