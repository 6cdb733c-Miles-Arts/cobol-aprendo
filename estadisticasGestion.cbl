               05 REG-CAR-CODIGO          PIC X(3).
               05 REG-CAR-NOMBRE          PIC X(20).
               05 REG-CAR-CUPO            PIC 9(3).
               05 REG-CAR-RESERVA OCCURS 3 TIMES.
                   10 REG-CAR-RES-CATEGORIA PIC X.
                   10 REG-CAR-RES-CUPO      PIC 9(3).
               05 REG-CAR-ESTADO          PIC X.

       FD  ARCHIVO-MATRICULA.
           01 REG-MATRICULA.
               05 REG-MAT-CARRERA         PIC X(3).
               05 REG-MAT-COMPOSITO       PIC 9(2)V99.
               05 REG-MAT-CICLO           PIC X(6).
               05 REG-MAT-CATEGORIA       PIC X.
               05 REG-MAT-DOCUMENTACION   PIC X.

      * La linea de auditoria la arma el evaluador con STRING de
      * campos fijos, asi que las posiciones son estables:
               05 REG-MAR-CARRERA         PIC X(3).
               05 REG-MAR-COMPOSITO       PIC 9(2)V99.
               05 REG-MAR-CICLO           PIC X(6).
               05 REG-MAR-CATEGORIA       PIC X.
               05 REG-MAR-DOCUMENTACION   PIC X.

       FD  ARCHIVO-AUD-ARCHIVO.
           01 REG-AUD-ARCHIVO.
