                                          PIC 9(2)V99.

       FD  ARCHIVO-POSTULANTES
           RECORD IS VARYING IN SIZE FROM 1 TO 76 CHARACTERS
               DEPENDING ON WSV-LONG-ENTRADA.
           01 REG-POSTULANTE.
               05 REG-TIPO               PIC X.
               05 REG-DNI                PIC 9(8).
               05 REG-RESTO              PIC X(67).

       FD  ARCHIVO-EDICION.
           01 REG-EDICION                 PIC X(100).
