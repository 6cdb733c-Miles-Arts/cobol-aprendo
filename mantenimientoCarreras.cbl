      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento interactivo de CARRERAS.DAT: alta,
      *          modificacion (nombre, cupo y cupos reservados por
      *          categoria) y baja logica de carreras. Valida codigo
      *          de tres caracteres unico y rango del cupo, y no deja
      *          bajar un cupo por debajo de los lugares ya ocupados
      *          en la matricula del ciclo abierto. Cada cambio queda
      *          en CARRERAS-AUDIT.DAT con operador, fecha y hora, y
      *          valor anterior y nuevo, para poder mostrar cuando se
      *          toco un cupo respecto de la corrida de evaluacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CARRERAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CARRERAS ASSIGN TO "CARRERAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-MATRICULA ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-MATRICULA-CERRADA
               ASSIGN USING WSV-NOMBRE-RESGUARDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-MATRICULA-CERRADA.

           SELECT OPTIONAL ARCHIVO-AUDIT-CARRERAS
               ASSIGN TO "CARRERAS-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Detras de las reservas va el estado de la carrera: "I" es
      * una carrera dada de baja (no recibe postulantes ni
      * promociones); en blanco o "A", activa.
       FD  ARCHIVO-CARRERAS.
           01 REG-CARRERA-MAESTRO.
               05 REG-CAR-CODIGO          PIC X(3).
               05 REG-CAR-NOMBRE          PIC X(20).
               05 REG-CAR-CUPO            PIC 9(3).
               05 REG-CAR-RESERVA OCCURS 3 TIMES.
                   10 REG-CAR-RES-CATEGORIA PIC X.
                   10 REG-CAR-RES-CUPO      PIC 9(3).
               05 REG-CAR-ESTADO          PIC X.

       FD  ARCHIVO-MATRICULA.
           01 REG-MATRICULA.
               05 REG-MAT-DNI             PIC 9(8).
               05 REG-MAT-NOMBRE          PIC X(15).
               05 REG-MAT-EDAD            PIC 99.
               05 REG-MAT-PROMEDIO        PIC 9(2)V99.
               05 REG-MAT-MERITO          PIC X(7).
               05 REG-MAT-CARRERA         PIC X(3).
               05 REG-MAT-COMPOSITO       PIC 9(2)V99.
               05 REG-MAT-CICLO           PIC X(6).
               05 REG-MAT-CATEGORIA       PIC X.
               05 REG-MAT-DOCUMENTACION   PIC X.

      * Resguardo MATRICULA-ciclo.DAT que deja el cierre: solo se
      * abre para saber si existe.
       FD  ARCHIVO-MATRICULA-CERRADA.
           01 REG-MATRICULA-CERRADA       PIC X(51).

       FD  ARCHIVO-AUDIT-CARRERAS.
           01 REG-AUDIT-CARRERAS          PIC X(180).

       WORKING-STORAGE SECTION.

           01 WSS-ESTADOS-ARCHIVO.
               05 WSS-MATRICULA-CERRADA    PIC XX.

           01 WSC-CONSTANTES.
               05 WSC-MAX-CARRERAS         PIC 9(3) VALUE 50.
               05 WSC-MAX-RESERVAS         PIC 9 VALUE 3.
               05 WSC-CUPO-PISO            PIC 9(3) VALUE 1.
               05 WSC-CUPO-TECHO           PIC 9(3) VALUE 500.
               05 WSC-CARRERA-ACTIVA       PIC X VALUE "A".
               05 WSC-CARRERA-INACTIVA     PIC X VALUE "I".
               05 WSC-CATEGORIA-GENERAL    PIC X VALUE "G".

           01 WSC-SWITCHES.
               05 WSC-HUBO-CAMBIOS       PIC X VALUE "N".
                   88 HUBO-CAMBIOS           VALUE "S".
               05 WSC-FIN-CARRERAS       PIC X VALUE "N".
                   88 FIN-CARRERAS           VALUE "S".
               05 WSC-FIN-MATRICULA      PIC X VALUE "N".
                   88 FIN-MATRICULA          VALUE "S".
               05 WSC-FIN-MANTENIMIENTO  PIC X VALUE "N".
                   88 FIN-MANTENIMIENTO      VALUE "S".
               05 WSC-VALOR-OK           PIC X VALUE "N".
                   88 VALOR-OK               VALUE "S".
               05 WSC-EN-ALTA            PIC X VALUE "N".
                   88 EN-ALTA                VALUE "S".
               05 WSC-CICLO-CERRADO      PIC X VALUE "N".
                   88 CICLO-CERRADO          VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-USUARIO                  PIC X(8).
               05 WSV-OPCION                   PIC X(10).
               05 WSV-ENTRADA                  PIC X(30).
               05 WSV-CODIGO-AUX               PIC X(3).
               05 WSV-CAR-ELEGIDA              PIC 9(3).
               05 WSV-IDX-CAR                  PIC 9(3).
               05 WSV-IDX-RES                  PIC 9.
               05 WSV-IDX-OTRA                 PIC 9.
               05 WSV-CUPO-NUEVO               PIC 9(3).
               05 WSV-RES-CUPO-NUEVO           PIC 9(3).
               05 WSV-SUMA-RESERVAS            PIC 9(4).
               05 WSV-FECHA-HORA-AUX           PIC X(21).
               05 WSV-CAMPO-AUX                PIC X(20).
               05 WSV-ANTERIOR-AUX             PIC X(40).
               05 WSV-NUEVO-AUX                PIC X(40).
               05 WSV-LINEA-AUDIT              PIC X(180).
               05 WSV-CICLO-VISTO              PIC X(6) VALUE SPACES.
               05 WSV-NOMBRE-RESGUARDO         PIC X(25).
               05 WSV-CANT-CERRADOS            PIC 9(5) VALUE 0.
               05 WSV-RESERVA-TEXTO.
                   10 WSV-RTX-CATEGORIA        PIC X.
                   10 WSV-RTX-CUPO             PIC 9(3).

           01 WS-CARRERAS-TABLA.
               05 WSV-CANT-CARRERAS            PIC 9(3) VALUE 0.
               05 WSV-CARRERA-TAB OCCURS 1 TO 50 TIMES
                   DEPENDING ON WSV-CANT-CARRERAS.
                   10 WSV-CAR-REGISTRO-TAB.
                       15 WSV-CAR-CODIGO-TAB    PIC X(3).
                       15 WSV-CAR-NOMBRE-TAB    PIC X(20).
                       15 WSV-CAR-CUPO-TAB      PIC 9(3).
                       15 WSV-CAR-RESERVA-TAB OCCURS 3 TIMES.
                           20 WSV-CAR-RES-CATEG-TAB PIC X.
                           20 WSV-CAR-RES-CUPO-TAB  PIC 9(3).
                       15 WSV-CAR-ESTADO-TAB    PIC X.
                   10 WSV-CAR-OCUPADOS-TAB      PIC 9(3).
                   10 WSV-CAR-RES-OCU-TAB OCCURS 3 TIMES
                                                PIC 9(3).


       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "MANTENIMIENTO DE CARRERAS Y CUPOS".
           DISPLAY "--------------------------------------------------".

           PERFORM 05-CARGAR-CARRERAS.
           PERFORM 06-CONTAR-MATRICULA.
           PERFORM 10-MOSTRAR-CARRERAS.
           PERFORM 15-PEDIR-USUARIO.

           OPEN EXTEND ARCHIVO-AUDIT-CARRERAS.

           PERFORM UNTIL FIN-MANTENIMIENTO
               PERFORM 16-PEDIR-OPCION
           END-PERFORM.

           CLOSE ARCHIVO-AUDIT-CARRERAS.

           IF HUBO-CAMBIOS
               PERFORM 30-GRABAR-CARRERAS
               PERFORM 10-MOSTRAR-CARRERAS
               DISPLAY "CARRERAS ACTUALIZADAS Y CAMBIOS AUDITADOS"
           ELSE
               DISPLAY "SIN CAMBIOS - CARRERAS.DAT NO SE MODIFICA"
           END-IF.

       STOP RUN.
       00-CONTROL-END.
       EXIT.

      * Un registro corto del formato anterior (sin reservas ni
      * estado) se toma como carrera activa sin reservas; al grabar
      * sale ya con el formato completo.
       05-CARGAR-CARRERAS.
           OPEN INPUT ARCHIVO-CARRERAS.

           PERFORM UNTIL FIN-CARRERAS
               READ ARCHIVO-CARRERAS
                   AT END
                       SET FIN-CARRERAS TO TRUE
                   NOT AT END
                       IF WSV-CANT-CARRERAS >= WSC-MAX-CARRERAS
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DE CARRERAS: " WSC-MAX-CARRERAS
                           CLOSE ARCHIVO-CARRERAS
                           STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WSV-CANT-CARRERAS
                       PERFORM 05A-CARGAR-CARRERA
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-CARRERAS.

           IF WSV-CANT-CARRERAS = 0
               DISPLAY "ERROR: ARCHIVO DE CARRERAS VACIO O ILEGIBLE"
               STOP RUN RETURNING 16
           END-IF.

       05-CARGAR-CARRERAS-END.
       EXIT.

       05A-CARGAR-CARRERA.
           MOVE REG-CAR-CODIGO
               TO WSV-CAR-CODIGO-TAB (WSV-CANT-CARRERAS).
           MOVE REG-CAR-NOMBRE
               TO WSV-CAR-NOMBRE-TAB (WSV-CANT-CARRERAS).
           MOVE REG-CAR-CUPO
               TO WSV-CAR-CUPO-TAB (WSV-CANT-CARRERAS).
           MOVE 0 TO WSV-CAR-OCUPADOS-TAB (WSV-CANT-CARRERAS).

           PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                   UNTIL WSV-IDX-RES > WSC-MAX-RESERVAS
               IF REG-CAR-RES-CATEGORIA (WSV-IDX-RES) = SPACE OR
                  REG-CAR-RES-CUPO (WSV-IDX-RES) NOT NUMERIC
                   MOVE SPACE TO WSV-CAR-RES-CATEG-TAB
                       (WSV-CANT-CARRERAS, WSV-IDX-RES)
                   MOVE 0 TO WSV-CAR-RES-CUPO-TAB
                       (WSV-CANT-CARRERAS, WSV-IDX-RES)
               ELSE
                   MOVE REG-CAR-RES-CATEGORIA (WSV-IDX-RES)
                       TO WSV-CAR-RES-CATEG-TAB
                          (WSV-CANT-CARRERAS, WSV-IDX-RES)
                   MOVE REG-CAR-RES-CUPO (WSV-IDX-RES)
                       TO WSV-CAR-RES-CUPO-TAB
                          (WSV-CANT-CARRERAS, WSV-IDX-RES)
               END-IF
               MOVE 0 TO WSV-CAR-RES-OCU-TAB
                   (WSV-CANT-CARRERAS, WSV-IDX-RES)
           END-PERFORM.

           IF REG-CAR-ESTADO = WSC-CARRERA-INACTIVA
               MOVE WSC-CARRERA-INACTIVA
                   TO WSV-CAR-ESTADO-TAB (WSV-CANT-CARRERAS)
           ELSE
               MOVE WSC-CARRERA-ACTIVA
                   TO WSV-CAR-ESTADO-TAB (WSV-CANT-CARRERAS)
           END-IF.

       05A-CARGAR-CARRERA-END.
       EXIT.

      * Lugares ya tomados en el ciclo abierto, por carrera y por
      * categoria de asiento, que es lo que el evaluador cuenta al
      * reanudar. El cierre resguarda la matricula como
      * MATRICULA-ciclo.DAT pero no la vacia: hasta la primera
      * corrida del ciclo siguiente la viva conserva los admitidos
      * del ciclo cerrado, y esos no ocupan cupo. Un ciclo con
      * resguardo se toma como cerrado y sus filas no se cuentan.
       06-CONTAR-MATRICULA.
           OPEN INPUT ARCHIVO-MATRICULA.

           PERFORM UNTIL FIN-MATRICULA
               READ ARCHIVO-MATRICULA
                   AT END
                       SET FIN-MATRICULA TO TRUE
                   NOT AT END
                       IF REG-MAT-CICLO NOT = WSV-CICLO-VISTO
                           PERFORM 07-VERIFICAR-CIERRE
                       END-IF
                       IF CICLO-CERRADO
                           ADD 1 TO WSV-CANT-CERRADOS
                       ELSE
                           PERFORM 06A-CONTAR-LUGAR
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-MATRICULA.

           IF WSV-CANT-CERRADOS > 0
               DISPLAY "AVISO: " WSV-CANT-CERRADOS " ADMITIDOS DE "
                   "CICLOS YA CERRADOS EN MATRICULA.DAT NO OCUPAN CUPO"
           END-IF.

       06-CONTAR-MATRICULA-END.
       EXIT.

       06A-CONTAR-LUGAR.
           MOVE REG-MAT-CARRERA TO WSV-CODIGO-AUX.
           PERFORM 17-BUSCAR-CARRERA.
           IF WSV-CAR-ELEGIDA > 0
               ADD 1 TO WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
               PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                       UNTIL WSV-IDX-RES > WSC-MAX-RESERVAS
                   IF WSV-CAR-RES-CATEG-TAB
                      (WSV-CAR-ELEGIDA, WSV-IDX-RES) =
                      REG-MAT-CATEGORIA AND
                      REG-MAT-CATEGORIA NOT = SPACE
                       ADD 1 TO WSV-CAR-RES-OCU-TAB
                           (WSV-CAR-ELEGIDA, WSV-IDX-RES)
                   END-IF
               END-PERFORM
           END-IF.

       06A-CONTAR-LUGAR-END.
       EXIT.

      * El resguardo se busca con el mismo nombre que arma el
      * cierre (MATRICULA.DAT + ciclo 2026A -> MATRICULA-2026A.DAT);
      * el archivo es OPTIONAL, asi que si no existe abre con "05".
       07-VERIFICAR-CIERRE.
           MOVE REG-MAT-CICLO TO WSV-CICLO-VISTO.
           MOVE "N" TO WSC-CICLO-CERRADO.

           MOVE SPACES TO WSV-NOMBRE-RESGUARDO.
           STRING "MATRICULA-"      DELIMITED BY SIZE
                  WSV-CICLO-VISTO   DELIMITED BY SPACE
                  ".DAT"            DELIMITED BY SIZE
             INTO WSV-NOMBRE-RESGUARDO
           END-STRING.

           OPEN INPUT ARCHIVO-MATRICULA-CERRADA.
           IF WSS-MATRICULA-CERRADA > "10"
               DISPLAY "ERROR: NO SE PUEDE ABRIR "
                   WSV-NOMBRE-RESGUARDO " (STATUS "
                   WSS-MATRICULA-CERRADA ")"
               CLOSE ARCHIVO-MATRICULA
               STOP RUN RETURNING 16
           END-IF.
           IF WSS-MATRICULA-CERRADA NOT = "05"
               SET CICLO-CERRADO TO TRUE
           END-IF.
           CLOSE ARCHIVO-MATRICULA-CERRADA.

       07-VERIFICAR-CIERRE-END.
       EXIT.

       10-MOSTRAR-CARRERAS.
           DISPLAY "COD NOMBRE               CUPO OCUP EST RESERVAS".
           PERFORM VARYING WSV-IDX-CAR FROM 1 BY 1
                   UNTIL WSV-IDX-CAR > WSV-CANT-CARRERAS
               DISPLAY WSV-CAR-CODIGO-TAB (WSV-IDX-CAR) " "
                   WSV-CAR-NOMBRE-TAB (WSV-IDX-CAR) " "
                   WSV-CAR-CUPO-TAB (WSV-IDX-CAR) "  "
                   WSV-CAR-OCUPADOS-TAB (WSV-IDX-CAR) "  "
                   WSV-CAR-ESTADO-TAB (WSV-IDX-CAR) "  "
                   WSV-CAR-RESERVA-TAB (WSV-IDX-CAR, 1) " "
                   WSV-CAR-RESERVA-TAB (WSV-IDX-CAR, 2) " "
                   WSV-CAR-RESERVA-TAB (WSV-IDX-CAR, 3)
           END-PERFORM.
           DISPLAY "--------------------------------------------------".

       10-MOSTRAR-CARRERAS-END.
       EXIT.

       15-PEDIR-USUARIO.
           MOVE SPACES TO WSV-USUARIO.
           PERFORM UNTIL WSV-USUARIO NOT = SPACES
               DISPLAY "INICIALES DEL OPERADOR (PARA LA AUDITORIA): "
                   WITH NO ADVANCING
               ACCEPT WSV-USUARIO
           END-PERFORM.

       15-PEDIR-USUARIO-END.
       EXIT.

       16-PEDIR-OPCION.
           MOVE SPACES TO WSV-OPCION.
           DISPLAY "A=ALTA  M=MODIFICAR  B=BAJA  F=FIN: "
               WITH NO ADVANCING.
           ACCEPT WSV-OPCION.

           IF WSV-OPCION = "A"
               PERFORM 20-ALTA-CARRERA
           ELSE
               IF WSV-OPCION = "M"
                   PERFORM 21-MODIFICAR-CARRERA
               ELSE
                   IF WSV-OPCION = "B"
                       PERFORM 22-BAJA-CARRERA
                   ELSE
                       IF WSV-OPCION = "F" OR WSV-OPCION = SPACES
                           SET FIN-MANTENIMIENTO TO TRUE
                       ELSE
                           DISPLAY "OPCION INVALIDA"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       16-PEDIR-OPCION-END.
       EXIT.

       17-BUSCAR-CARRERA.
           MOVE 0 TO WSV-CAR-ELEGIDA.
           PERFORM VARYING WSV-IDX-CAR FROM 1 BY 1
                   UNTIL WSV-IDX-CAR > WSV-CANT-CARRERAS
                      OR WSV-CAR-ELEGIDA > 0
               IF WSV-CAR-CODIGO-TAB (WSV-IDX-CAR) = WSV-CODIGO-AUX
                   MOVE WSV-IDX-CAR TO WSV-CAR-ELEGIDA
               END-IF
           END-PERFORM.

       17-BUSCAR-CARRERA-END.
       EXIT.

      * El codigo es siempre de tres caracteres sin blancos: uno
      * mas corto no coincide nunca con el del detalle y la carrera
      * queda sin postulantes sin que nadie lo note.
       18-PEDIR-CODIGO.
           MOVE "N" TO WSC-VALOR-OK.
           MOVE SPACES TO WSV-ENTRADA.
           DISPLAY "CODIGO DE CARRERA (3 CARACTERES): "
               WITH NO ADVANCING.
           ACCEPT WSV-ENTRADA.

           IF WSV-ENTRADA (1:1) = SPACE OR
              WSV-ENTRADA (2:1) = SPACE OR
              WSV-ENTRADA (3:1) = SPACE OR
              WSV-ENTRADA (4:) NOT = SPACES
               DISPLAY "VALOR RECHAZADO: EL CODIGO DEBE TENER "
                   "EXACTAMENTE TRES CARACTERES"
           ELSE
               MOVE WSV-ENTRADA (1:3) TO WSV-CODIGO-AUX
               PERFORM 17-BUSCAR-CARRERA
               SET VALOR-OK TO TRUE
           END-IF.

       18-PEDIR-CODIGO-END.
       EXIT.

      * Cupo de tres digitos dentro del rango admitido; deja el
      * valor en WSV-CUPO-NUEVO. ENTER sin valor no es valido en un
      * alta; en una modificacion conserva el vigente (lo resuelve
      * quien llama mirando WSV-ENTRADA).
       19-PEDIR-CUPO.
           MOVE "N" TO WSC-VALOR-OK.
           ACCEPT WSV-ENTRADA.

           IF WSV-ENTRADA NOT = SPACES
               IF WSV-ENTRADA (1:3) NOT NUMERIC OR
                  WSV-ENTRADA (4:) NOT = SPACES
                   DISPLAY "VALOR RECHAZADO: EL CUPO DEBE SER "
                       "NUMERICO DE TRES DIGITOS"
               ELSE
                   MOVE WSV-ENTRADA (1:3) TO WSV-CUPO-NUEVO
                   IF WSV-CUPO-NUEVO < WSC-CUPO-PISO OR
                      WSV-CUPO-NUEVO > WSC-CUPO-TECHO
                       DISPLAY "VALOR RECHAZADO: EL CUPO DEBE ESTAR "
                           "ENTRE " WSC-CUPO-PISO " Y " WSC-CUPO-TECHO
                   ELSE
                       SET VALOR-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       19-PEDIR-CUPO-END.
       EXIT.

      * El alta se arma completa en la ultima posicion de la tabla
      * y recien se confirma (y audita, en una sola linea con el
      * registro completo) si todos los datos pasaron la
      * validacion; un dato rechazado descarta el alta entera.
       20-ALTA-CARRERA.
           IF WSV-CANT-CARRERAS >= WSC-MAX-CARRERAS
               DISPLAY "ALTA RECHAZADA: SE ALCANZO LA CAPACIDAD "
                   "MAXIMA DE CARRERAS: " WSC-MAX-CARRERAS
           ELSE
               PERFORM 18-PEDIR-CODIGO
               IF VALOR-OK AND WSV-CAR-ELEGIDA > 0
                   DISPLAY "VALOR RECHAZADO: EL CODIGO "
                       WSV-CODIGO-AUX " YA EXISTE"
                   MOVE "N" TO WSC-VALOR-OK
               END-IF
               IF VALOR-OK
                   ADD 1 TO WSV-CANT-CARRERAS
                   MOVE WSV-CANT-CARRERAS TO WSV-CAR-ELEGIDA
                   INITIALIZE WSV-CARRERA-TAB (WSV-CAR-ELEGIDA)
                   MOVE WSV-CODIGO-AUX
                       TO WSV-CAR-CODIGO-TAB (WSV-CAR-ELEGIDA)
                   MOVE WSC-CARRERA-ACTIVA
                       TO WSV-CAR-ESTADO-TAB (WSV-CAR-ELEGIDA)
                   SET EN-ALTA TO TRUE
                   PERFORM 20A-DATOS-ALTA
                   MOVE "N" TO WSC-EN-ALTA
                   IF VALOR-OK
                       MOVE "ALTA" TO WSV-CAMPO-AUX
                       MOVE SPACES TO WSV-ANTERIOR-AUX
                       MOVE WSV-CAR-REGISTRO-TAB (WSV-CAR-ELEGIDA)
                           TO WSV-NUEVO-AUX
                       PERFORM 25-GRABAR-AUDITORIA
                       DISPLAY "CARRERA " WSV-CODIGO-AUX " DADA DE ALTA"
                   ELSE
                       SUBTRACT 1 FROM WSV-CANT-CARRERAS
                       DISPLAY "ALTA DESCARTADA"
                   END-IF
               END-IF
           END-IF.

       20-ALTA-CARRERA-END.
       EXIT.

       20A-DATOS-ALTA.
           MOVE SPACES TO WSV-ENTRADA.
           DISPLAY "NOMBRE DE LA CARRERA: " WITH NO ADVANCING.
           ACCEPT WSV-ENTRADA.
           IF WSV-ENTRADA = SPACES OR WSV-ENTRADA (21:) NOT = SPACES
               DISPLAY "VALOR RECHAZADO: EL NOMBRE ES OBLIGATORIO "
                   "Y DE HASTA 20 CARACTERES"
               MOVE "N" TO WSC-VALOR-OK
           ELSE
               MOVE WSV-ENTRADA (1:20)
                   TO WSV-CAR-NOMBRE-TAB (WSV-CAR-ELEGIDA)
               MOVE SPACES TO WSV-ENTRADA
               DISPLAY "CUPO (" WSC-CUPO-PISO " A " WSC-CUPO-TECHO
                   "): " WITH NO ADVANCING
               PERFORM 19-PEDIR-CUPO
               IF VALOR-OK
                   MOVE WSV-CUPO-NUEVO
                       TO WSV-CAR-CUPO-TAB (WSV-CAR-ELEGIDA)
                   PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                           UNTIL WSV-IDX-RES > WSC-MAX-RESERVAS
                              OR NOT VALOR-OK
                       PERFORM 23-EDITAR-RESERVA
                   END-PERFORM
               ELSE
                   IF WSV-ENTRADA = SPACES
                       DISPLAY "VALOR RECHAZADO: EL CUPO ES "
                           "OBLIGATORIO"
                   END-IF
               END-IF
           END-IF.

       20A-DATOS-ALTA-END.
       EXIT.

      * En cada campo, ENTER sin valor conserva el vigente. Un cupo
      * por debajo de los lugares ya ocupados en la matricula del
      * ciclo se rechaza: dejaria la carrera sobrevendida y el
      * evaluador reanudado no podria cuadrarla.
       21-MODIFICAR-CARRERA.
           PERFORM 18-PEDIR-CODIGO.
           IF VALOR-OK AND WSV-CAR-ELEGIDA = 0
               DISPLAY "VALOR RECHAZADO: NO EXISTE LA CARRERA "
                   WSV-CODIGO-AUX
               MOVE "N" TO WSC-VALOR-OK
           END-IF.

           IF VALOR-OK
               DISPLAY "OCUPADOS EN LA MATRICULA DEL CICLO: "
                   WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)

               MOVE SPACES TO WSV-ENTRADA
               DISPLAY "NOMBRE NUEVO (ENTER = MANTIENE "
                   WSV-CAR-NOMBRE-TAB (WSV-CAR-ELEGIDA) "): "
                   WITH NO ADVANCING
               ACCEPT WSV-ENTRADA
               IF WSV-ENTRADA NOT = SPACES
                   IF WSV-ENTRADA (21:) NOT = SPACES
                       DISPLAY "VALOR RECHAZADO: EL NOMBRE ES DE "
                           "HASTA 20 CARACTERES"
                   ELSE
                       IF WSV-ENTRADA (1:20) NOT =
                          WSV-CAR-NOMBRE-TAB (WSV-CAR-ELEGIDA)
                           MOVE "NOMBRE" TO WSV-CAMPO-AUX
                           MOVE WSV-CAR-NOMBRE-TAB (WSV-CAR-ELEGIDA)
                               TO WSV-ANTERIOR-AUX
                           MOVE WSV-ENTRADA (1:20)
                               TO WSV-CAR-NOMBRE-TAB (WSV-CAR-ELEGIDA)
                           MOVE WSV-CAR-NOMBRE-TAB (WSV-CAR-ELEGIDA)
                               TO WSV-NUEVO-AUX
                           PERFORM 25-GRABAR-AUDITORIA
                       END-IF
                   END-IF
               END-IF

               PERFORM 21A-MODIFICAR-CUPO

               PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                       UNTIL WSV-IDX-RES > WSC-MAX-RESERVAS
                   PERFORM 23-EDITAR-RESERVA
               END-PERFORM

               IF WSV-CAR-ESTADO-TAB (WSV-CAR-ELEGIDA) =
                  WSC-CARRERA-INACTIVA
                   MOVE SPACES TO WSV-ENTRADA
                   DISPLAY "LA CARRERA ESTA DADA DE BAJA. "
                       "REACTIVAR (S/N): " WITH NO ADVANCING
                   ACCEPT WSV-ENTRADA
                   IF WSV-ENTRADA = "S"
                       MOVE "ESTADO" TO WSV-CAMPO-AUX
                       MOVE WSC-CARRERA-INACTIVA TO WSV-ANTERIOR-AUX
                       MOVE WSC-CARRERA-ACTIVA
                           TO WSV-CAR-ESTADO-TAB (WSV-CAR-ELEGIDA)
                       MOVE WSC-CARRERA-ACTIVA TO WSV-NUEVO-AUX
                       PERFORM 25-GRABAR-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       21-MODIFICAR-CARRERA-END.
       EXIT.

       21A-MODIFICAR-CUPO.
           MOVE SPACES TO WSV-ENTRADA.
           DISPLAY "CUPO NUEVO (ENTER = MANTIENE "
               WSV-CAR-CUPO-TAB (WSV-CAR-ELEGIDA) "): "
               WITH NO ADVANCING.
           PERFORM 19-PEDIR-CUPO.

           IF VALOR-OK
               PERFORM 24-SUMAR-RESERVAS
               IF WSV-CUPO-NUEVO <
                  WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
                   DISPLAY "VALOR RECHAZADO: HAY "
                       WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
                       " LUGARES YA OCUPADOS EN LA MATRICULA DEL CICLO"
               ELSE
                   IF WSV-CUPO-NUEVO < WSV-SUMA-RESERVAS
                       DISPLAY "VALOR RECHAZADO: LA CARRERA RESERVA "
                           WSV-SUMA-RESERVAS " LUGARES; BAJE ANTES "
                           "LAS RESERVAS"
                   ELSE
                       IF WSV-CUPO-NUEVO NOT =
                          WSV-CAR-CUPO-TAB (WSV-CAR-ELEGIDA)
                           MOVE "CUPO" TO WSV-CAMPO-AUX
                           MOVE WSV-CAR-CUPO-TAB (WSV-CAR-ELEGIDA)
                               TO WSV-ANTERIOR-AUX
                           MOVE WSV-CUPO-NUEVO
                               TO WSV-CAR-CUPO-TAB (WSV-CAR-ELEGIDA)
                           MOVE WSV-CUPO-NUEVO TO WSV-NUEVO-AUX
                           PERFORM 25-GRABAR-AUDITORIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       21A-MODIFICAR-CUPO-END.
       EXIT.

      * La baja es logica: la carrera queda en el maestro marcada
      * inactiva, para que el historial y las estadisticas la sigan
      * encontrando. Si ya tiene admitidos en el ciclo se avisa y se
      * pide confirmacion: los admitidos conservan su lugar.
       22-BAJA-CARRERA.
           PERFORM 18-PEDIR-CODIGO.
           IF VALOR-OK AND WSV-CAR-ELEGIDA = 0
               DISPLAY "VALOR RECHAZADO: NO EXISTE LA CARRERA "
                   WSV-CODIGO-AUX
               MOVE "N" TO WSC-VALOR-OK
           END-IF.
           IF VALOR-OK AND
              WSV-CAR-ESTADO-TAB (WSV-CAR-ELEGIDA) =
              WSC-CARRERA-INACTIVA
               DISPLAY "LA CARRERA " WSV-CODIGO-AUX
                   " YA ESTA DADA DE BAJA"
               MOVE "N" TO WSC-VALOR-OK
           END-IF.

           IF VALOR-OK AND WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA) > 0
               DISPLAY "AVISO: LA CARRERA TIENE "
                   WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
                   " ADMITIDOS EN LA MATRICULA DEL CICLO; CONSERVAN "
                   "SU LUGAR"
           END-IF.

           IF VALOR-OK
               MOVE SPACES TO WSV-ENTRADA
               DISPLAY "CONFIRMA LA BAJA DE " WSV-CODIGO-AUX
                   " (S/N): " WITH NO ADVANCING
               ACCEPT WSV-ENTRADA
               IF WSV-ENTRADA = "S"
                   MOVE "ESTADO" TO WSV-CAMPO-AUX
                   MOVE WSC-CARRERA-ACTIVA TO WSV-ANTERIOR-AUX
                   MOVE WSC-CARRERA-INACTIVA
                       TO WSV-CAR-ESTADO-TAB (WSV-CAR-ELEGIDA)
                   MOVE WSC-CARRERA-INACTIVA TO WSV-NUEVO-AUX
                   PERFORM 25-GRABAR-AUDITORIA
                   DISPLAY "CARRERA " WSV-CODIGO-AUX " DADA DE BAJA"
               ELSE
                   DISPLAY "BAJA CANCELADA"
               END-IF
           END-IF.

       22-BAJA-CARRERA-END.
       EXIT.

      * Edita el lugar de reserva WSV-IDX-RES de la carrera elegida.
      * Se ingresa categoria y cantidad juntas ("D002"); "-" quita
      * la reserva. La categoria es una letra distinta de la del
      * cupo general y de las otras reservas de la carrera, y lo
      * reservado en total no puede superar el cupo. Si la reserva
      * queda por debajo de lo que esa categoria ya ocupa solo se
      * avisa: los ocupados de mas pasan a contar contra el general.
       23-EDITAR-RESERVA.
           MOVE WSV-CAR-RESERVA-TAB (WSV-CAR-ELEGIDA, WSV-IDX-RES)
               TO WSV-RESERVA-TEXTO.
           MOVE SPACES TO WSV-ENTRADA.
           IF WSV-RTX-CATEGORIA = SPACE
               DISPLAY "RESERVA " WSV-IDX-RES " (CATEGORIA Y CUPO, "
                   "EJ. D002; ENTER = SIN RESERVA): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "RESERVA " WSV-IDX-RES " (ENTER = MANTIENE "
                   WSV-RESERVA-TEXTO ", - = QUITA): "
                   WITH NO ADVANCING
           END-IF.
           ACCEPT WSV-ENTRADA.

           IF WSV-ENTRADA = SPACES
               CONTINUE
           ELSE
               IF WSV-ENTRADA = "-"
                   IF WSV-RTX-CATEGORIA NOT = SPACE
                       MOVE SPACE TO WSV-CAR-RES-CATEG-TAB
                           (WSV-CAR-ELEGIDA, WSV-IDX-RES)
                       MOVE 0 TO WSV-CAR-RES-CUPO-TAB
                           (WSV-CAR-ELEGIDA, WSV-IDX-RES)
                       PERFORM 23A-AUDITAR-RESERVA
                   END-IF
               ELSE
                   PERFORM 23B-VALIDAR-RESERVA
               END-IF
           END-IF.

       23-EDITAR-RESERVA-END.
       EXIT.

       23A-AUDITAR-RESERVA.
           MOVE SPACES TO WSV-CAMPO-AUX.
           STRING "RESERVA-"   DELIMITED BY SIZE
                  WSV-IDX-RES  DELIMITED BY SIZE
             INTO WSV-CAMPO-AUX
           END-STRING.
           MOVE WSV-RESERVA-TEXTO TO WSV-ANTERIOR-AUX.
           IF WSV-RTX-CATEGORIA = SPACE
               MOVE SPACES TO WSV-ANTERIOR-AUX
           END-IF.
           MOVE WSV-CAR-RESERVA-TAB (WSV-CAR-ELEGIDA, WSV-IDX-RES)
               TO WSV-NUEVO-AUX.
           IF WSV-CAR-RES-CATEG-TAB (WSV-CAR-ELEGIDA, WSV-IDX-RES) =
              SPACE
               MOVE SPACES TO WSV-NUEVO-AUX
           END-IF.
           IF NOT EN-ALTA
               PERFORM 25-GRABAR-AUDITORIA
           END-IF.

       23A-AUDITAR-RESERVA-END.
       EXIT.

       23B-VALIDAR-RESERVA.
           IF WSV-ENTRADA (1:1) NOT ALPHABETIC OR
              WSV-ENTRADA (1:1) = SPACE OR
              WSV-ENTRADA (1:1) = WSC-CATEGORIA-GENERAL OR
              WSV-ENTRADA (2:3) NOT NUMERIC OR
              WSV-ENTRADA (5:) NOT = SPACES
               DISPLAY "VALOR RECHAZADO: UNA LETRA DE CATEGORIA "
                   "(NO " WSC-CATEGORIA-GENERAL ") Y TRES DIGITOS"
               MOVE "N" TO WSC-VALOR-OK
           ELSE
               MOVE WSV-ENTRADA (2:3) TO WSV-RES-CUPO-NUEVO
               MOVE "S" TO WSC-VALOR-OK
               PERFORM VARYING WSV-IDX-OTRA FROM 1 BY 1
                       UNTIL WSV-IDX-OTRA > WSC-MAX-RESERVAS
                   IF WSV-IDX-OTRA NOT = WSV-IDX-RES AND
                      WSV-CAR-RES-CATEG-TAB
                      (WSV-CAR-ELEGIDA, WSV-IDX-OTRA) =
                      WSV-ENTRADA (1:1)
                       MOVE "N" TO WSC-VALOR-OK
                   END-IF
               END-PERFORM
               IF NOT VALOR-OK
                   DISPLAY "VALOR RECHAZADO: LA CATEGORIA "
                       WSV-ENTRADA (1:1) " YA TIENE RESERVA EN LA "
                       "CARRERA"
               ELSE
                   PERFORM 24-SUMAR-RESERVAS
                   COMPUTE WSV-SUMA-RESERVAS = WSV-SUMA-RESERVAS -
                       WSV-CAR-RES-CUPO-TAB
                       (WSV-CAR-ELEGIDA, WSV-IDX-RES) +
                       WSV-RES-CUPO-NUEVO
                   IF WSV-SUMA-RESERVAS >
                      WSV-CAR-CUPO-TAB (WSV-CAR-ELEGIDA)
                       DISPLAY "VALOR RECHAZADO: LO RESERVADO ("
                           WSV-SUMA-RESERVAS ") SUPERA EL CUPO "
                           WSV-CAR-CUPO-TAB (WSV-CAR-ELEGIDA)
                       MOVE "N" TO WSC-VALOR-OK
                   ELSE
                       IF WSV-ENTRADA (1:4) NOT = WSV-RESERVA-TEXTO
                           MOVE WSV-ENTRADA (1:1) TO
                               WSV-CAR-RES-CATEG-TAB
                               (WSV-CAR-ELEGIDA, WSV-IDX-RES)
                           MOVE WSV-RES-CUPO-NUEVO TO
                               WSV-CAR-RES-CUPO-TAB
                               (WSV-CAR-ELEGIDA, WSV-IDX-RES)
                           PERFORM 23A-AUDITAR-RESERVA
                           IF WSV-ENTRADA (1:1) = WSV-RTX-CATEGORIA AND
                              WSV-RES-CUPO-NUEVO <
                              WSV-CAR-RES-OCU-TAB
                              (WSV-CAR-ELEGIDA, WSV-IDX-RES)
                               DISPLAY "AVISO: LA CATEGORIA YA OCUPA "
                                   WSV-CAR-RES-OCU-TAB
                                   (WSV-CAR-ELEGIDA, WSV-IDX-RES)
                                   " LUGARES RESERVADOS EN EL CICLO"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       23B-VALIDAR-RESERVA-END.
       EXIT.

       24-SUMAR-RESERVAS.
           MOVE 0 TO WSV-SUMA-RESERVAS.
           PERFORM VARYING WSV-IDX-OTRA FROM 1 BY 1
                   UNTIL WSV-IDX-OTRA > WSC-MAX-RESERVAS
               ADD WSV-CAR-RES-CUPO-TAB (WSV-CAR-ELEGIDA, WSV-IDX-OTRA)
                   TO WSV-SUMA-RESERVAS
           END-PERFORM.

       24-SUMAR-RESERVAS-END.
       EXIT.

       25-GRABAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WSV-FECHA-HORA-AUX.
           SET HUBO-CAMBIOS TO TRUE.

           INITIALIZE WSV-LINEA-AUDIT.
           STRING WSV-FECHA-HORA-AUX(1:8)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WSV-FECHA-HORA-AUX(9:6)  DELIMITED BY SIZE
                  " USUARIO:"              DELIMITED BY SIZE
                  WSV-USUARIO              DELIMITED BY SIZE
                  " CARRERA:"              DELIMITED BY SIZE
                  WSV-CAR-CODIGO-TAB (WSV-CAR-ELEGIDA)
                                           DELIMITED BY SIZE
                  " CAMPO:"                DELIMITED BY SIZE
                  WSV-CAMPO-AUX            DELIMITED BY SIZE
                  " ANTERIOR:"             DELIMITED BY SIZE
                  WSV-ANTERIOR-AUX         DELIMITED BY SIZE
                  " NUEVO:"                DELIMITED BY SIZE
                  WSV-NUEVO-AUX            DELIMITED BY SIZE
             INTO WSV-LINEA-AUDIT
           END-STRING.

           MOVE WSV-LINEA-AUDIT TO REG-AUDIT-CARRERAS.
           WRITE REG-AUDIT-CARRERAS.

       25-GRABAR-AUDITORIA-END.
       EXIT.

      * Un lugar de reserva vacio se graba en blanco, como lo deja
      * el maestro escrito a mano.
       30-GRABAR-CARRERAS.
           OPEN OUTPUT ARCHIVO-CARRERAS.

           PERFORM VARYING WSV-IDX-CAR FROM 1 BY 1
                   UNTIL WSV-IDX-CAR > WSV-CANT-CARRERAS
               MOVE WSV-CAR-REGISTRO-TAB (WSV-IDX-CAR)
                   TO REG-CARRERA-MAESTRO
               PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                       UNTIL WSV-IDX-RES > WSC-MAX-RESERVAS
                   IF REG-CAR-RES-CATEGORIA (WSV-IDX-RES) = SPACE
                       MOVE SPACES TO REG-CAR-RESERVA (WSV-IDX-RES)
                   END-IF
               END-PERFORM
               WRITE REG-CARRERA-MAESTRO
           END-PERFORM.

           CLOSE ARCHIVO-CARRERAS.

       30-GRABAR-CARRERAS-END.
       EXIT.
