      ******************************************************************
      * Author:
      * Date:
      * Purpose: Asignacion de aulas y asientos para el examen de
      *          ingreso. Lee el lote consolidado POSTULANTES.DAT y
      *          el maestro de aulas AULAS.DAT (codigo, edificio,
      *          capacidad) y ubica a cada postulante valido en un
      *          aula y asiento, agrupados por carrera en el orden de
      *          CARRERAS.DAT. Deja la planilla de asistencia para
      *          firmar de cada aula y el archivo de convocatorias
      *          (un registro por postulante) para las cartas; ese
      *          mismo archivo es el que despues cruza el control de
      *          asistencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGNACION-AULAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-POSTULANTES ASSIGN TO "POSTULANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-CARRERAS ASSIGN TO "CARRERAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-AULAS ASSIGN TO "AULAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-CONVOCATORIAS
               ASSIGN TO "CONVOCATORIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-PLANILLAS
               ASSIGN TO "PLANILLAS-ASISTENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-POSTULANTES
           RECORD IS VARYING IN SIZE FROM 1 TO 76 CHARACTERS
               DEPENDING ON WSV-LONG-ENTRADA.
           01 REG-POSTULANTE.
               05 REG-TIPO               PIC X.
               05 REG-DNI                PIC 9(8).
               05 REG-NOMBRE             PIC X(15).
               05 REG-EDAD               PIC 99.
               05 REG-SECUNDARIO         PIC X.
               05 REG-CARRERA            PIC X.
               05 REG-PROMEDIO           PIC 9(2)V99.
               05 REG-COD-CARRERA        PIC X(3).
               05 REG-CONTACTO           PIC X(30).
               05 REG-FUENTE             PIC X.
               05 REG-COD-CARRERA2       PIC X(3).
               05 REG-CATEGORIA          PIC X.
               05 REG-COLEGIO            PIC X(6).
           01 REG-CABECERA.
               05 REG-CAB-TIPO           PIC X.
               05 REG-CAB-LOTE           PIC X(8).
               05 REG-CAB-CICLO          PIC X(6).
               05 REG-CAB-FECHA          PIC 9(8).

       FD  ARCHIVO-CARRERAS.
           01 REG-CARRERA-MAESTRO.
               05 REG-CAR-CODIGO          PIC X(3).
               05 REG-CAR-NOMBRE          PIC X(20).
               05 REG-CAR-CUPO            PIC 9(3).
               05 REG-CAR-RESERVA OCCURS 3 TIMES.
                   10 REG-CAR-RES-CATEGORIA PIC X.
                   10 REG-CAR-RES-CUPO      PIC 9(3).
               05 REG-CAR-ESTADO          PIC X.

      * Maestro de aulas, en el orden en que se van llenando.
       FD  ARCHIVO-AULAS.
           01 REG-AULA.
               05 REG-AUL-CODIGO          PIC X(5).
               05 REG-AUL-EDIFICIO        PIC X(15).
               05 REG-AUL-CAPACIDAD       PIC 9(3).

      * Un registro por postulante convocado: datos para la carta
      * de convocatoria y la ubicacion asignada.
       FD  ARCHIVO-CONVOCATORIAS.
           01 REG-CONVOCATORIA.
               05 REG-CNV-DNI             PIC 9(8).
               05 REG-CNV-NOMBRE          PIC X(15).
               05 REG-CNV-CONTACTO        PIC X(30).
               05 REG-CNV-CARRERA         PIC X(3).
               05 REG-CNV-AULA            PIC X(5).
               05 REG-CNV-EDIFICIO        PIC X(15).
               05 REG-CNV-ASIENTO         PIC 9(3).
               05 REG-CNV-CICLO           PIC X(6).

       FD  ARCHIVO-PLANILLAS.
           01 REG-PLANILLA                PIC X(100).

       WORKING-STORAGE SECTION.

           01 WSC-CONSTANTES.
               05 WSC-TIPO-CABECERA        PIC X VALUE "H".
               05 WSC-TIPO-DETALLE         PIC X VALUE "D".
               05 WSC-LONG-DETALLE-MIN     PIC 9(3) VALUE 35.
               05 WSC-MAX-POSTULANTES      PIC 9(5) VALUE 500.
               05 WSC-MAX-AULAS            PIC 9(3) VALUE 100.
               05 WSC-MAX-CARRERAS         PIC 9(3) VALUE 50.
               05 WSC-CARRERA-INACTIVA     PIC X VALUE "I".

           01 WSC-SWITCHES.
               05 WSC-FIN-POSTULANTES    PIC X VALUE "N".
                   88 FIN-POSTULANTES        VALUE "S".
               05 WSC-FIN-CARRERAS       PIC X VALUE "N".
                   88 FIN-CARRERAS           VALUE "S".
               05 WSC-FIN-AULAS          PIC X VALUE "N".
                   88 FIN-AULAS              VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-LONG-ENTRADA             PIC 9(3).
               05 WSV-CICLO                    PIC X(6) VALUE SPACES.
               05 WSV-IDX-POS                  PIC 9(5).
               05 WSV-IDX-CAR                  PIC 9(3).
               05 WSV-IDX-AUL                  PIC 9(3).
               05 WSV-IDX-ORD                  PIC 9(5).
               05 WSV-AULA-ACTUAL              PIC 9(3) VALUE 0.
               05 WSV-CAR-ANTERIOR             PIC X(3).
               05 WSV-HALLADO                  PIC X VALUE "N".
                   88 HALLADO                      VALUE "S".
               05 WSV-MOTIVO                   PIC X(30).
               05 WSV-LINEA-PLANILLA           PIC X(100).

           01 WSV-CONTADORES.
               05 WSV-CANT-DETALLES            PIC 9(5) VALUE 0.
               05 WSV-CANT-VALIDOS             PIC 9(5) VALUE 0.
               05 WSV-CANT-EXCLUIDOS           PIC 9(5) VALUE 0.
               05 WSV-CANT-SIN-AULA            PIC 9(5) VALUE 0.
               05 WSV-CAPACIDAD-TOTAL          PIC 9(5) VALUE 0.
               05 WSV-CANT-AULAS-USADAS        PIC 9(3) VALUE 0.

           01 WS-POSTULANTES-TABLA.
               05 WSV-CANT-POSTULANTES         PIC 9(5) VALUE 0.
               05 WSV-POSTULANTE-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-POSTULANTES.
                   10 WSV-POS-DNI-TAB           PIC 9(8).
                   10 WSV-POS-NOMBRE-TAB        PIC X(15).
                   10 WSV-POS-CONTACTO-TAB      PIC X(30).
                   10 WSV-POS-CARRERA-TAB       PIC X(3).
                   10 WSV-POS-VALIDO-TAB        PIC X.
                   10 WSV-POS-MOTIVO-TAB        PIC X(30).
                   10 WSV-POS-AULA-TAB          PIC 9(3).
                   10 WSV-POS-ASIENTO-TAB       PIC 9(3).

      * Orden de asignacion (carrera por carrera): es el orden en
      * que los postulantes aparecen en las planillas.
           01 WS-ORDEN-TABLA.
               05 WSV-CANT-ORDEN               PIC 9(5) VALUE 0.
               05 WSV-ORDEN-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-ORDEN.
                   10 WSV-ORD-POSTULANTE-TAB    PIC 9(5).

           01 WS-CARRERAS-TABLA.
               05 WSV-CANT-CARRERAS            PIC 9(3) VALUE 0.
               05 WSV-CARRERA-TAB OCCURS 1 TO 50 TIMES
                       DEPENDING ON WSV-CANT-CARRERAS.
                   10 WSV-CAR-CODIGO-TAB        PIC X(3).
                   10 WSV-CAR-NOMBRE-TAB        PIC X(20).

           01 WS-AULAS-TABLA.
               05 WSV-CANT-AULAS               PIC 9(3) VALUE 0.
               05 WSV-AULA-TAB OCCURS 1 TO 100 TIMES
                       DEPENDING ON WSV-CANT-AULAS.
                   10 WSV-AUL-CODIGO-TAB        PIC X(5).
                   10 WSV-AUL-EDIFICIO-TAB      PIC X(15).
                   10 WSV-AUL-CAPACIDAD-TAB     PIC 9(3).
                   10 WSV-AUL-OCUPADOS-TAB      PIC 9(3).


       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "ASIGNACION DE AULAS PARA EL EXAMEN".
           DISPLAY "--------------------------------------------------".

           PERFORM 04-CARGAR-CARRERAS.
           PERFORM 05-CARGAR-AULAS.
           PERFORM 06-CARGAR-POSTULANTES.

      * Los que faltan por capacidad se cuentan aparte de los
      * excluidos por invalidos; el aviso informa las dos cifras.
           IF WSV-CANT-VALIDOS > WSV-CAPACIDAD-TOTAL
               COMPUTE WSV-CANT-SIN-AULA =
                   WSV-CANT-VALIDOS - WSV-CAPACIDAD-TOTAL
               DISPLAY "ERROR: CAPACIDAD DE AULAS INSUFICIENTE - "
                   "POSTULANTES " WSV-CANT-VALIDOS " ASIENTOS "
                   WSV-CAPACIDAD-TOTAL " FALTAN " WSV-CANT-SIN-AULA
               DISPLAY "SIN AULA (CAPACIDAD):   " WSV-CANT-SIN-AULA
               DISPLAY "SIN ASIGNAR (INVALIDOS): " WSV-CANT-EXCLUIDOS
               STOP RUN RETURNING 16
           END-IF.

           PERFORM 10-ASIGNAR-POR-CARRERA.

           OPEN OUTPUT ARCHIVO-CONVOCATORIAS.
           OPEN OUTPUT ARCHIVO-PLANILLAS.

           PERFORM 20-ESCRIBIR-CONVOCATORIAS.
           PERFORM 30-ESCRIBIR-PLANILLAS.
           PERFORM 40-INFORMAR-EXCLUIDOS.

           CLOSE ARCHIVO-CONVOCATORIAS.
           CLOSE ARCHIVO-PLANILLAS.

           DISPLAY "DETALLES DEL LOTE:      " WSV-CANT-DETALLES.
           DISPLAY "CONVOCADOS:             " WSV-CANT-VALIDOS.
           DISPLAY "SIN ASIGNAR (INVALIDOS): " WSV-CANT-EXCLUIDOS.
           DISPLAY "SIN AULA (CAPACIDAD):   " WSV-CANT-SIN-AULA.
           DISPLAY "AULAS UTILIZADAS:       " WSV-CANT-AULAS-USADAS.

           IF WSV-CANT-EXCLUIDOS > 0
               DISPLAY "AVISO: HAY POSTULANTES SIN AULA - VER EL "
                   "FINAL DE PLANILLAS-ASISTENCIA.DAT"
               STOP RUN RETURNING 4
           END-IF.

       STOP RUN.
       00-CONTROL-END.
       EXIT.

      * Solo las carreras activas reciben postulantes; el orden del
      * maestro es el orden en que se sientan.
       04-CARGAR-CARRERAS.
           OPEN INPUT ARCHIVO-CARRERAS.

           PERFORM UNTIL FIN-CARRERAS
               READ ARCHIVO-CARRERAS
                   AT END
                       SET FIN-CARRERAS TO TRUE
                   NOT AT END
                       IF REG-CAR-ESTADO NOT = WSC-CARRERA-INACTIVA
                           IF WSV-CANT-CARRERAS >= WSC-MAX-CARRERAS
                               DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                                   "MAXIMA DE CARRERAS: "
                                   WSC-MAX-CARRERAS
                               CLOSE ARCHIVO-CARRERAS
                               STOP RUN RETURNING 16
                           END-IF
                           ADD 1 TO WSV-CANT-CARRERAS
                           MOVE REG-CAR-CODIGO
                               TO WSV-CAR-CODIGO-TAB (WSV-CANT-CARRERAS)
                           MOVE REG-CAR-NOMBRE
                               TO WSV-CAR-NOMBRE-TAB (WSV-CANT-CARRERAS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-CARRERAS.

       04-CARGAR-CARRERAS-END.
       EXIT.

      * Un aula con capacidad no numerica o cero se descarta con
      * aviso: mejor una aula menos que un asiento inexistente.
       05-CARGAR-AULAS.
           OPEN INPUT ARCHIVO-AULAS.

           PERFORM UNTIL FIN-AULAS
               READ ARCHIVO-AULAS
                   AT END
                       SET FIN-AULAS TO TRUE
                   NOT AT END
                       IF REG-AUL-CAPACIDAD NOT NUMERIC OR
                          REG-AUL-CAPACIDAD = 0 OR
                          REG-AUL-CODIGO = SPACES
                           DISPLAY "AVISO: AULA " REG-AUL-CODIGO
                               " CON CAPACIDAD INVALIDA - DESCARTADA"
                       ELSE
                           IF WSV-CANT-AULAS >= WSC-MAX-AULAS
                               DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                                   "MAXIMA DE AULAS: " WSC-MAX-AULAS
                               CLOSE ARCHIVO-AULAS
                               STOP RUN RETURNING 16
                           END-IF
                           ADD 1 TO WSV-CANT-AULAS
                           MOVE REG-AUL-CODIGO
                               TO WSV-AUL-CODIGO-TAB (WSV-CANT-AULAS)
                           MOVE REG-AUL-EDIFICIO
                               TO WSV-AUL-EDIFICIO-TAB (WSV-CANT-AULAS)
                           MOVE REG-AUL-CAPACIDAD
                               TO WSV-AUL-CAPACIDAD-TAB
                                  (WSV-CANT-AULAS)
                           MOVE 0
                               TO WSV-AUL-OCUPADOS-TAB (WSV-CANT-AULAS)
                           ADD REG-AUL-CAPACIDAD
                               TO WSV-CAPACIDAD-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-AULAS.

           IF WSV-CANT-AULAS = 0
               DISPLAY "ERROR: AULAS.DAT VACIO O AUSENTE - CARGAR "
                   "EL MAESTRO DE AULAS"
               STOP RUN RETURNING 16
           END-IF.

       05-CARGAR-AULAS-END.
       EXIT.

      * Valido es el detalle que el evaluador no rechaza por
      * formato y que pide una carrera activa; un DNI repetido en
      * el lote se sienta una sola vez.
       06-CARGAR-POSTULANTES.
           OPEN INPUT ARCHIVO-POSTULANTES.

           PERFORM UNTIL FIN-POSTULANTES
               READ ARCHIVO-POSTULANTES
                   AT END
                       SET FIN-POSTULANTES TO TRUE
                   NOT AT END
                       IF REG-TIPO = WSC-TIPO-CABECERA
                           MOVE REG-CAB-CICLO TO WSV-CICLO
                       END-IF
                       IF REG-TIPO = WSC-TIPO-DETALLE
                           ADD 1 TO WSV-CANT-DETALLES
                           PERFORM 07-AGREGAR-POSTULANTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-POSTULANTES.

           IF WSV-CANT-DETALLES = 0
               DISPLAY "ERROR: POSTULANTES.DAT SIN DETALLES - "
                   "CONSOLIDAR EL LOTE ANTES DE ASIGNAR AULAS"
               STOP RUN RETURNING 16
           END-IF.

       06-CARGAR-POSTULANTES-END.
       EXIT.

       07-AGREGAR-POSTULANTE.
           MOVE SPACES TO WSV-MOTIVO.

           IF WSV-LONG-ENTRADA < WSC-LONG-DETALLE-MIN OR
              REG-DNI NOT NUMERIC OR
              REG-PROMEDIO NOT NUMERIC
               MOVE "REGISTRO CON FORMATO INVALIDO" TO WSV-MOTIVO
           ELSE
               PERFORM 08-VERIFICAR-REPETIDO
               IF HALLADO
                   MOVE "DNI REPETIDO EN EL LOTE" TO WSV-MOTIVO
               ELSE
                   PERFORM 09-BUSCAR-CARRERA
                   IF NOT HALLADO
                       MOVE "CARRERA INEXISTENTE O INACTIVA"
                           TO WSV-MOTIVO
                   END-IF
               END-IF
           END-IF.

           IF WSV-CANT-POSTULANTES >= WSC-MAX-POSTULANTES
               DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA DE "
                   "POSTULANTES: " WSC-MAX-POSTULANTES
               CLOSE ARCHIVO-POSTULANTES
               STOP RUN RETURNING 16
           END-IF.

           ADD 1 TO WSV-CANT-POSTULANTES.
           MOVE REG-DNI (1:8)
               TO WSV-POS-DNI-TAB (WSV-CANT-POSTULANTES).
           MOVE REG-NOMBRE
               TO WSV-POS-NOMBRE-TAB (WSV-CANT-POSTULANTES).
           MOVE REG-CONTACTO
               TO WSV-POS-CONTACTO-TAB (WSV-CANT-POSTULANTES).
           MOVE REG-COD-CARRERA
               TO WSV-POS-CARRERA-TAB (WSV-CANT-POSTULANTES).
           MOVE WSV-MOTIVO
               TO WSV-POS-MOTIVO-TAB (WSV-CANT-POSTULANTES).
           MOVE 0 TO WSV-POS-AULA-TAB (WSV-CANT-POSTULANTES).
           MOVE 0 TO WSV-POS-ASIENTO-TAB (WSV-CANT-POSTULANTES).

           IF WSV-MOTIVO = SPACES
               MOVE "S" TO WSV-POS-VALIDO-TAB (WSV-CANT-POSTULANTES)
               ADD 1 TO WSV-CANT-VALIDOS
           ELSE
               MOVE "N" TO WSV-POS-VALIDO-TAB (WSV-CANT-POSTULANTES)
               ADD 1 TO WSV-CANT-EXCLUIDOS
           END-IF.

       07-AGREGAR-POSTULANTE-END.
       EXIT.

       08-VERIFICAR-REPETIDO.
           MOVE "N" TO WSV-HALLADO.

           PERFORM VARYING WSV-IDX-POS FROM 1 BY 1
                   UNTIL WSV-IDX-POS > WSV-CANT-POSTULANTES
               IF WSV-POS-DNI-TAB (WSV-IDX-POS) = REG-DNI AND
                  WSV-POS-VALIDO-TAB (WSV-IDX-POS) = "S"
                   SET HALLADO TO TRUE
               END-IF
           END-PERFORM.

       08-VERIFICAR-REPETIDO-END.
       EXIT.

       09-BUSCAR-CARRERA.
           MOVE "N" TO WSV-HALLADO.

           PERFORM VARYING WSV-IDX-CAR FROM 1 BY 1
                   UNTIL WSV-IDX-CAR > WSV-CANT-CARRERAS
               IF WSV-CAR-CODIGO-TAB (WSV-IDX-CAR) = REG-COD-CARRERA
                   SET HALLADO TO TRUE
               END-IF
           END-PERFORM.

       09-BUSCAR-CARRERA-END.
       EXIT.

      * Carrera por carrera, en el orden del maestro, se van
      * llenando las aulas en el orden de AULAS.DAT; cuando una se
      * completa se pasa a la siguiente.
       10-ASIGNAR-POR-CARRERA.
           MOVE 1 TO WSV-AULA-ACTUAL.

           PERFORM VARYING WSV-IDX-CAR FROM 1 BY 1
                   UNTIL WSV-IDX-CAR > WSV-CANT-CARRERAS
               PERFORM VARYING WSV-IDX-POS FROM 1 BY 1
                       UNTIL WSV-IDX-POS > WSV-CANT-POSTULANTES
                   IF WSV-POS-VALIDO-TAB (WSV-IDX-POS) = "S" AND
                      WSV-POS-CARRERA-TAB (WSV-IDX-POS) =
                      WSV-CAR-CODIGO-TAB (WSV-IDX-CAR)
                       PERFORM 11-ASIGNAR-ASIENTO
                   END-IF
               END-PERFORM
           END-PERFORM.

       10-ASIGNAR-POR-CARRERA-END.
       EXIT.

       11-ASIGNAR-ASIENTO.
           IF WSV-AUL-OCUPADOS-TAB (WSV-AULA-ACTUAL) >=
              WSV-AUL-CAPACIDAD-TAB (WSV-AULA-ACTUAL)
               ADD 1 TO WSV-AULA-ACTUAL
           END-IF.

           ADD 1 TO WSV-AUL-OCUPADOS-TAB (WSV-AULA-ACTUAL).
           MOVE WSV-AULA-ACTUAL TO WSV-POS-AULA-TAB (WSV-IDX-POS).
           MOVE WSV-AUL-OCUPADOS-TAB (WSV-AULA-ACTUAL)
               TO WSV-POS-ASIENTO-TAB (WSV-IDX-POS).

           ADD 1 TO WSV-CANT-ORDEN.
           MOVE WSV-IDX-POS TO WSV-ORD-POSTULANTE-TAB (WSV-CANT-ORDEN).

       11-ASIGNAR-ASIENTO-END.
       EXIT.

       20-ESCRIBIR-CONVOCATORIAS.
           PERFORM VARYING WSV-IDX-ORD FROM 1 BY 1
                   UNTIL WSV-IDX-ORD > WSV-CANT-ORDEN
               MOVE WSV-ORD-POSTULANTE-TAB (WSV-IDX-ORD)
                   TO WSV-IDX-POS
               MOVE WSV-POS-AULA-TAB (WSV-IDX-POS) TO WSV-IDX-AUL
               MOVE WSV-POS-DNI-TAB (WSV-IDX-POS) TO REG-CNV-DNI
               MOVE WSV-POS-NOMBRE-TAB (WSV-IDX-POS)
                   TO REG-CNV-NOMBRE
               MOVE WSV-POS-CONTACTO-TAB (WSV-IDX-POS)
                   TO REG-CNV-CONTACTO
               MOVE WSV-POS-CARRERA-TAB (WSV-IDX-POS)
                   TO REG-CNV-CARRERA
               MOVE WSV-AUL-CODIGO-TAB (WSV-IDX-AUL)
                   TO REG-CNV-AULA
               MOVE WSV-AUL-EDIFICIO-TAB (WSV-IDX-AUL)
                   TO REG-CNV-EDIFICIO
               MOVE WSV-POS-ASIENTO-TAB (WSV-IDX-POS)
                   TO REG-CNV-ASIENTO
               MOVE WSV-CICLO TO REG-CNV-CICLO
               WRITE REG-CONVOCATORIA
           END-PERFORM.

       20-ESCRIBIR-CONVOCATORIAS-END.
       EXIT.

      * Una planilla por aula usada: cabecera del aula, una linea
      * por asiento con espacio para la firma (con corte de carrera
      * cuando el aula comparte carreras) y el pie para el fiscal.
       30-ESCRIBIR-PLANILLAS.
           PERFORM VARYING WSV-IDX-AUL FROM 1 BY 1
                   UNTIL WSV-IDX-AUL > WSV-CANT-AULAS
               IF WSV-AUL-OCUPADOS-TAB (WSV-IDX-AUL) > 0
                   ADD 1 TO WSV-CANT-AULAS-USADAS
                   PERFORM 31-PLANILLA-AULA
               END-IF
           END-PERFORM.

       30-ESCRIBIR-PLANILLAS-END.
       EXIT.

       31-PLANILLA-AULA.
           INITIALIZE WSV-LINEA-PLANILLA.
           STRING "PLANILLA DE ASISTENCIA - CICLO " DELIMITED BY SIZE
                  WSV-CICLO                        DELIMITED BY SIZE
                  "  AULA: "                       DELIMITED BY SIZE
                  WSV-AUL-CODIGO-TAB (WSV-IDX-AUL) DELIMITED BY SIZE
                  "  EDIFICIO: "                   DELIMITED BY SIZE
                  WSV-AUL-EDIFICIO-TAB (WSV-IDX-AUL)
                                                   DELIMITED BY SIZE
                  "  ASIENTOS: "                   DELIMITED BY SIZE
                  WSV-AUL-OCUPADOS-TAB (WSV-IDX-AUL)
                                                   DELIMITED BY SIZE
             INTO WSV-LINEA-PLANILLA
           END-STRING.
           PERFORM 39-GRABAR-PLANILLA.

           MOVE SPACES TO WSV-CAR-ANTERIOR.

           PERFORM VARYING WSV-IDX-ORD FROM 1 BY 1
                   UNTIL WSV-IDX-ORD > WSV-CANT-ORDEN
               MOVE WSV-ORD-POSTULANTE-TAB (WSV-IDX-ORD)
                   TO WSV-IDX-POS
               IF WSV-POS-AULA-TAB (WSV-IDX-POS) = WSV-IDX-AUL
                   IF WSV-POS-CARRERA-TAB (WSV-IDX-POS) NOT =
                      WSV-CAR-ANTERIOR
                       MOVE WSV-POS-CARRERA-TAB (WSV-IDX-POS)
                           TO WSV-CAR-ANTERIOR
                       INITIALIZE WSV-LINEA-PLANILLA
                       STRING "  CARRERA: "    DELIMITED BY SIZE
                              WSV-CAR-ANTERIOR DELIMITED BY SIZE
                         INTO WSV-LINEA-PLANILLA
                       END-STRING
                       PERFORM 39-GRABAR-PLANILLA
                   END-IF
                   INITIALIZE WSV-LINEA-PLANILLA
                   STRING "  ASIENTO "         DELIMITED BY SIZE
                          WSV-POS-ASIENTO-TAB (WSV-IDX-POS)
                                               DELIMITED BY SIZE
                          "  DNI "             DELIMITED BY SIZE
                          WSV-POS-DNI-TAB (WSV-IDX-POS)
                                               DELIMITED BY SIZE
                          "  "                 DELIMITED BY SIZE
                          WSV-POS-NOMBRE-TAB (WSV-IDX-POS)
                                               DELIMITED BY SIZE
                          "  FIRMA: ____________________"
                                               DELIMITED BY SIZE
                     INTO WSV-LINEA-PLANILLA
                   END-STRING
                   PERFORM 39-GRABAR-PLANILLA
               END-IF
           END-PERFORM.

           MOVE "  PRESENTES: _____  AUSENTES: _____"
               TO WSV-LINEA-PLANILLA.
           MOVE "FIRMA DEL FISCAL: ____________________"
               TO WSV-LINEA-PLANILLA (38:).
           PERFORM 39-GRABAR-PLANILLA.
           MOVE SPACES TO WSV-LINEA-PLANILLA.
           PERFORM 39-GRABAR-PLANILLA.

       31-PLANILLA-AULA-END.
       EXIT.

      * Los postulantes sin aula van al final, con el motivo, para
      * que admision los resuelva antes del examen.
       40-INFORMAR-EXCLUIDOS.
           IF WSV-CANT-EXCLUIDOS > 0
               MOVE "POSTULANTES SIN ASIGNAR" TO WSV-LINEA-PLANILLA
               PERFORM 39-GRABAR-PLANILLA
               PERFORM VARYING WSV-IDX-POS FROM 1 BY 1
                       UNTIL WSV-IDX-POS > WSV-CANT-POSTULANTES
                   IF WSV-POS-VALIDO-TAB (WSV-IDX-POS) NOT = "S"
                       INITIALIZE WSV-LINEA-PLANILLA
                       STRING "  DNI "         DELIMITED BY SIZE
                              WSV-POS-DNI-TAB (WSV-IDX-POS)
                                               DELIMITED BY SIZE
                              "  "             DELIMITED BY SIZE
                              WSV-POS-NOMBRE-TAB (WSV-IDX-POS)
                                               DELIMITED BY SIZE
                              "  "             DELIMITED BY SIZE
                              WSV-POS-MOTIVO-TAB (WSV-IDX-POS)
                                               DELIMITED BY SIZE
                         INTO WSV-LINEA-PLANILLA
                       END-STRING
                       PERFORM 39-GRABAR-PLANILLA
                   END-IF
               END-PERFORM
           END-IF.

       40-INFORMAR-EXCLUIDOS-END.
       EXIT.

       39-GRABAR-PLANILLA.
           MOVE WSV-LINEA-PLANILLA TO REG-PLANILLA.
           WRITE REG-PLANILLA.
           MOVE SPACES TO WSV-LINEA-PLANILLA.

       39-GRABAR-PLANILLA-END.
       EXIT.
