      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control de asistencia al examen de ingreso. Carga
      *          las marcas de asistencia de las planillas firmadas
      *          (ASISTENCIA.DAT) y las cruza contra los convocados
      *          de CONVOCATORIAS.DAT y las notas del corrector en
      *          EXAMENES.DAT, para separar al ausente de la hoja de
      *          respuestas perdida: informa por separado los
      *          ausentes, los presentes sin nota y las notas de
      *          postulantes marcados ausentes. Como la edicion de
      *          examenes, devuelve un codigo de retorno para que el
      *          planificador retenga la evaluacion si algo no cierra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-ASISTENCIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Un archivo de entrada faltante se abre vacio y lo rechazan
      * los controles de archivo vacio; cualquier otra falla de
      * apertura o lectura corta la corrida con codigo 16.
           SELECT OPTIONAL ARCHIVO-CONVOCATORIAS
               ASSIGN TO "CONVOCATORIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-CONVOCATORIAS.

           SELECT OPTIONAL ARCHIVO-ASISTENCIA ASSIGN TO "ASISTENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-ASISTENCIA.

           SELECT OPTIONAL ARCHIVO-EXAMENES ASSIGN TO "EXAMENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-EXAMENES.

           SELECT OPTIONAL ARCHIVO-CONTROL
               ASSIGN TO "CONTROL-ASISTENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      * Una linea por postulante de la planilla: P presente, A
      * ausente. Si un DNI se carga dos veces vale la ultima marca.
       FD  ARCHIVO-ASISTENCIA.
           01 REG-ASISTENCIA.
               05 REG-ASI-DNI             PIC X(8).
               05 REG-ASI-MARCA           PIC X.

      * Igual que en la edicion: la nota se lee en bruto.
       FD  ARCHIVO-EXAMENES.
           01 REG-EXAMEN.
               05 REG-EXA-DNI             PIC X(8).
               05 REG-EXA-NOTA            PIC X(4).

       FD  ARCHIVO-CONTROL.
           01 REG-CONTROL                 PIC X(100).

       WORKING-STORAGE SECTION.

           01 WSS-ESTADOS-ARCHIVO.
               05 WSS-CONVOCATORIAS        PIC XX VALUE "00".
               05 WSS-ASISTENCIA           PIC XX VALUE "00".
               05 WSS-EXAMENES             PIC XX VALUE "00".

           01 WSC-CONSTANTES.
               05 WSC-MAX-REGISTROS        PIC 9(5) VALUE 500.
               05 WSC-MARCA-PRESENTE       PIC X VALUE "P".
               05 WSC-MARCA-AUSENTE        PIC X VALUE "A".
               05 WSC-MARCA-INVALIDA       PIC X VALUE "?".

           01 WSC-SWITCHES.
               05 WSC-FIN-CONVOCATORIAS  PIC X VALUE "N".
                   88 FIN-CONVOCATORIAS      VALUE "S".
               05 WSC-FIN-ASISTENCIA     PIC X VALUE "N".
                   88 FIN-ASISTENCIA         VALUE "S".
               05 WSC-FIN-EXAMENES       PIC X VALUE "N".
                   88 FIN-EXAMENES           VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-IDX-CNV                  PIC 9(5).
               05 WSV-IDX-NCV                  PIC 9(5).
               05 WSV-CNV-HALLADO              PIC 9(5).
               05 WSV-DNI-BUSCADO              PIC X(8).
               05 WSV-TITULO-SECCION           PIC X(50).
               05 WSV-MARCA-SECCION            PIC X.
               05 WSV-NOTA-SECCION             PIC X.
               05 WSV-CANT-SECCION             PIC 9(5).
               05 WSV-LINEA-CONTROL            PIC X(100).
               05 WSV-ERR-ARCHIVO              PIC X(25).
               05 WSV-ERR-OPERACION            PIC X(10).
               05 WSV-ERR-STATUS               PIC XX.
               05 WSV-ERR-REGISTRO             PIC 9(5).

           01 WSV-CONTADORES.
               05 WSV-CANT-MARCAS              PIC 9(5) VALUE 0.
               05 WSV-CANT-EXAMENES            PIC 9(5) VALUE 0.
               05 WSV-CANT-PRESENTES           PIC 9(5) VALUE 0.
               05 WSV-CANT-AUSENTES            PIC 9(5) VALUE 0.
               05 WSV-CANT-PRESENTE-SIN-NOTA   PIC 9(5) VALUE 0.
               05 WSV-CANT-NOTA-AUSENTE        PIC 9(5) VALUE 0.
               05 WSV-CANT-SIN-MARCA           PIC 9(5) VALUE 0.
               05 WSV-CANT-DISCREPANCIAS       PIC 9(5) VALUE 0.

      * Convocados con la marca de asistencia cargada (blanco si
      * la planilla no lo trajo) y si el corrector tiene su nota.
           01 WS-CONVOCADOS-TABLA.
               05 WSV-CANT-CONVOCADOS          PIC 9(5) VALUE 0.
               05 WSV-CONVOCADO-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-CONVOCADOS.
                   10 WSV-CNV-DNI-TAB           PIC X(8).
                   10 WSV-CNV-NOMBRE-TAB        PIC X(15).
                   10 WSV-CNV-AULA-TAB          PIC X(5).
                   10 WSV-CNV-ASIENTO-TAB       PIC 9(3).
                   10 WSV-CNV-MARCA-TAB         PIC X.
                   10 WSV-CNV-NOTA-TAB          PIC X.

           01 WS-NO-CONVOCADOS-TABLA.
               05 WSV-CANT-NO-CONVOCADOS       PIC 9(5) VALUE 0.
               05 WSV-NO-CONVOCADO-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-NO-CONVOCADOS.
                   10 WSV-NCV-DNI-TAB           PIC X(8).


       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "CONTROL DE ASISTENCIA AL EXAMEN".
           DISPLAY "--------------------------------------------------".

           PERFORM 05-CARGAR-CONVOCADOS.
           PERFORM 10-CARGAR-ASISTENCIA.
           PERFORM 15-CARGAR-EXAMENES.

           OPEN OUTPUT ARCHIVO-CONTROL.

      * Ausente sin nota: el caso normal, se informa para el legajo.
           MOVE "AUSENTES" TO WSV-TITULO-SECCION.
           MOVE WSC-MARCA-AUSENTE TO WSV-MARCA-SECCION.
           MOVE "N" TO WSV-NOTA-SECCION.
           PERFORM 20-INFORMAR-SECCION.
           MOVE WSV-CANT-SECCION TO WSV-CANT-AUSENTES.

      * Presente sin nota: hoja de respuestas perdida o sin cargar.
           MOVE "PRESENTES SIN NOTA - RECLAMAR LA HOJA AL CORRECTOR"
               TO WSV-TITULO-SECCION.
           MOVE WSC-MARCA-PRESENTE TO WSV-MARCA-SECCION.
           MOVE "N" TO WSV-NOTA-SECCION.
           PERFORM 20-INFORMAR-SECCION.
           MOVE WSV-CANT-SECCION TO WSV-CANT-PRESENTE-SIN-NOTA.

      * Nota de un ausente: error de planilla o de corrector.
           MOVE "CON NOTA PERO MARCADOS AUSENTES"
               TO WSV-TITULO-SECCION.
           MOVE WSC-MARCA-AUSENTE TO WSV-MARCA-SECCION.
           MOVE "S" TO WSV-NOTA-SECCION.
           PERFORM 20-INFORMAR-SECCION.
           MOVE WSV-CANT-SECCION TO WSV-CANT-NOTA-AUSENTE.

           PERFORM 25-INFORMAR-SIN-MARCA.
           PERFORM 27-INFORMAR-NO-CONVOCADOS.
           PERFORM 30-ESCRIBIR-TRAILER.

           CLOSE ARCHIVO-CONTROL.

           COMPUTE WSV-CANT-DISCREPANCIAS =
               WSV-CANT-PRESENTE-SIN-NOTA + WSV-CANT-NOTA-AUSENTE +
               WSV-CANT-SIN-MARCA + WSV-CANT-NO-CONVOCADOS.

           DISPLAY "CONVOCADOS:             " WSV-CANT-CONVOCADOS.
           DISPLAY "MARCAS CARGADAS:        " WSV-CANT-MARCAS.
           DISPLAY "PRESENTES:              " WSV-CANT-PRESENTES.
           DISPLAY "AUSENTES:               " WSV-CANT-AUSENTES.
           DISPLAY "PRESENTES SIN NOTA:     "
               WSV-CANT-PRESENTE-SIN-NOTA.
           DISPLAY "NOTA DE AUSENTES:       " WSV-CANT-NOTA-AUSENTE.
           DISPLAY "SIN MARCA VALIDA:       " WSV-CANT-SIN-MARCA.
           DISPLAY "MARCAS DE NO CONVOCADOS: "
               WSV-CANT-NO-CONVOCADOS.

           IF WSV-CANT-DISCREPANCIAS > 0
               DISPLAY "AVISO: " WSV-CANT-DISCREPANCIAS
                   " DISCREPANCIAS - RETENER LA EVALUACION Y "
                   "REVISAR CONTROL-ASISTENCIA.DAT"
               STOP RUN RETURNING 8
           END-IF.

           DISPLAY "ASISTENCIA CONCILIA CON EXAMENES.DAT - PUEDE "
               "CORRER LA EVALUACION".

       STOP RUN.
       00-CONTROL-END.
       EXIT.

       05-CARGAR-CONVOCADOS.
           OPEN INPUT ARCHIVO-CONVOCATORIAS.
           IF WSS-CONVOCATORIAS > "10"
               MOVE "CONVOCATORIAS.DAT" TO WSV-ERR-ARCHIVO
               MOVE "APERTURA" TO WSV-ERR-OPERACION
               MOVE WSS-CONVOCATORIAS TO WSV-ERR-STATUS
               MOVE 0 TO WSV-ERR-REGISTRO
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.

           PERFORM UNTIL FIN-CONVOCATORIAS
               READ ARCHIVO-CONVOCATORIAS
                   AT END
                       SET FIN-CONVOCATORIAS TO TRUE
                   NOT AT END
                       IF WSV-CANT-CONVOCADOS >= WSC-MAX-REGISTROS
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DE CONVOCADOS: "
                               WSC-MAX-REGISTROS
                           CLOSE ARCHIVO-CONVOCATORIAS
                           STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WSV-CANT-CONVOCADOS
                       MOVE REG-CNV-DNI
                           TO WSV-CNV-DNI-TAB (WSV-CANT-CONVOCADOS)
                       MOVE REG-CNV-NOMBRE
                           TO WSV-CNV-NOMBRE-TAB (WSV-CANT-CONVOCADOS)
                       MOVE REG-CNV-AULA
                           TO WSV-CNV-AULA-TAB (WSV-CANT-CONVOCADOS)
                       MOVE REG-CNV-ASIENTO
                           TO WSV-CNV-ASIENTO-TAB (WSV-CANT-CONVOCADOS)
                       MOVE SPACE
                           TO WSV-CNV-MARCA-TAB (WSV-CANT-CONVOCADOS)
                       MOVE "N"
                           TO WSV-CNV-NOTA-TAB (WSV-CANT-CONVOCADOS)
               END-READ
               IF WSS-CONVOCATORIAS > "10"
                   MOVE "CONVOCATORIAS.DAT" TO WSV-ERR-ARCHIVO
                   MOVE "LECTURA" TO WSV-ERR-OPERACION
                   MOVE WSS-CONVOCATORIAS TO WSV-ERR-STATUS
                   MOVE WSV-CANT-CONVOCADOS TO WSV-ERR-REGISTRO
                   PERFORM 91-ABORTAR-POR-ARCHIVO
               END-IF
           END-PERFORM.

           CLOSE ARCHIVO-CONVOCATORIAS.

           IF WSV-CANT-CONVOCADOS = 0
               DISPLAY "ERROR: CONVOCATORIAS.DAT VACIO - CORRER LA "
                   "ASIGNACION DE AULAS ANTES DEL CONTROL"
               STOP RUN RETURNING 16
           END-IF.

       05-CARGAR-CONVOCADOS-END.
       EXIT.

       10-CARGAR-ASISTENCIA.
           OPEN INPUT ARCHIVO-ASISTENCIA.
           IF WSS-ASISTENCIA > "10"
               MOVE "ASISTENCIA.DAT" TO WSV-ERR-ARCHIVO
               MOVE "APERTURA" TO WSV-ERR-OPERACION
               MOVE WSS-ASISTENCIA TO WSV-ERR-STATUS
               MOVE 0 TO WSV-ERR-REGISTRO
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.

           PERFORM UNTIL FIN-ASISTENCIA
               READ ARCHIVO-ASISTENCIA
                   AT END
                       SET FIN-ASISTENCIA TO TRUE
                   NOT AT END
                       ADD 1 TO WSV-CANT-MARCAS
                       PERFORM 11-REGISTRAR-MARCA
               END-READ
               IF WSS-ASISTENCIA > "10"
                   MOVE "ASISTENCIA.DAT" TO WSV-ERR-ARCHIVO
                   MOVE "LECTURA" TO WSV-ERR-OPERACION
                   MOVE WSS-ASISTENCIA TO WSV-ERR-STATUS
                   MOVE WSV-CANT-MARCAS TO WSV-ERR-REGISTRO
                   PERFORM 91-ABORTAR-POR-ARCHIVO
               END-IF
           END-PERFORM.

           CLOSE ARCHIVO-ASISTENCIA.

           IF WSV-CANT-MARCAS = 0
               DISPLAY "ERROR: ASISTENCIA.DAT VACIO - CARGAR LAS "
                   "PLANILLAS FIRMADAS ANTES DEL CONTROL"
               STOP RUN RETURNING 16
           END-IF.

       10-CARGAR-ASISTENCIA-END.
       EXIT.

       11-REGISTRAR-MARCA.
           MOVE REG-ASI-DNI TO WSV-DNI-BUSCADO.
           PERFORM 12-BUSCAR-CONVOCADO.

           IF WSV-CNV-HALLADO = 0
               IF WSV-CANT-NO-CONVOCADOS < WSC-MAX-REGISTROS
                   ADD 1 TO WSV-CANT-NO-CONVOCADOS
                   MOVE REG-ASI-DNI
                       TO WSV-NCV-DNI-TAB (WSV-CANT-NO-CONVOCADOS)
               END-IF
           ELSE
               IF REG-ASI-MARCA = WSC-MARCA-PRESENTE OR
                  REG-ASI-MARCA = WSC-MARCA-AUSENTE
                   MOVE REG-ASI-MARCA
                       TO WSV-CNV-MARCA-TAB (WSV-CNV-HALLADO)
               ELSE
                   MOVE WSC-MARCA-INVALIDA
                       TO WSV-CNV-MARCA-TAB (WSV-CNV-HALLADO)
               END-IF
           END-IF.

       11-REGISTRAR-MARCA-END.
       EXIT.

       12-BUSCAR-CONVOCADO.
           MOVE 0 TO WSV-CNV-HALLADO.

           PERFORM VARYING WSV-IDX-CNV FROM 1 BY 1
                   UNTIL WSV-IDX-CNV > WSV-CANT-CONVOCADOS
               IF WSV-CNV-DNI-TAB (WSV-IDX-CNV) = WSV-DNI-BUSCADO
                   MOVE WSV-IDX-CNV TO WSV-CNV-HALLADO
               END-IF
           END-PERFORM.

       12-BUSCAR-CONVOCADO-END.
       EXIT.

      * Tiene nota el convocado con una nota numerica del
      * corrector; las notas invalidas ya las informa la edicion.
       15-CARGAR-EXAMENES.
           OPEN INPUT ARCHIVO-EXAMENES.
           IF WSS-EXAMENES > "10"
               MOVE "EXAMENES.DAT" TO WSV-ERR-ARCHIVO
               MOVE "APERTURA" TO WSV-ERR-OPERACION
               MOVE WSS-EXAMENES TO WSV-ERR-STATUS
               MOVE 0 TO WSV-ERR-REGISTRO
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.

           PERFORM UNTIL FIN-EXAMENES
               READ ARCHIVO-EXAMENES
                   AT END
                       SET FIN-EXAMENES TO TRUE
                   NOT AT END
                       ADD 1 TO WSV-CANT-EXAMENES
                       IF REG-EXA-NOTA NUMERIC
                           MOVE REG-EXA-DNI TO WSV-DNI-BUSCADO
                           PERFORM 12-BUSCAR-CONVOCADO
                           IF WSV-CNV-HALLADO > 0
                               MOVE "S" TO WSV-CNV-NOTA-TAB
                                           (WSV-CNV-HALLADO)
                           END-IF
                       END-IF
               END-READ
               IF WSS-EXAMENES > "10"
                   MOVE "EXAMENES.DAT" TO WSV-ERR-ARCHIVO
                   MOVE "LECTURA" TO WSV-ERR-OPERACION
                   MOVE WSS-EXAMENES TO WSV-ERR-STATUS
                   MOVE WSV-CANT-EXAMENES TO WSV-ERR-REGISTRO
                   PERFORM 91-ABORTAR-POR-ARCHIVO
               END-IF
           END-PERFORM.

           CLOSE ARCHIVO-EXAMENES.

       15-CARGAR-EXAMENES-END.
       EXIT.

      * Lista los convocados con la marca y la condicion de nota
      * de la seccion, con su subtotal.
       20-INFORMAR-SECCION.
           MOVE 0 TO WSV-CANT-SECCION.
           MOVE WSV-TITULO-SECCION TO WSV-LINEA-CONTROL.
           PERFORM 39-GRABAR-LINEA.

           PERFORM VARYING WSV-IDX-CNV FROM 1 BY 1
                   UNTIL WSV-IDX-CNV > WSV-CANT-CONVOCADOS
               IF WSV-CNV-MARCA-TAB (WSV-IDX-CNV) = WSV-MARCA-SECCION
                  AND WSV-CNV-NOTA-TAB (WSV-IDX-CNV) = WSV-NOTA-SECCION
                   ADD 1 TO WSV-CANT-SECCION
                   PERFORM 21-LINEA-CONVOCADO
               END-IF
           END-PERFORM.

           INITIALIZE WSV-LINEA-CONTROL.
           STRING "  SUBTOTAL: "      DELIMITED BY SIZE
                  WSV-CANT-SECCION    DELIMITED BY SIZE
             INTO WSV-LINEA-CONTROL
           END-STRING.
           PERFORM 39-GRABAR-LINEA.

       20-INFORMAR-SECCION-END.
       EXIT.

       21-LINEA-CONVOCADO.
           INITIALIZE WSV-LINEA-CONTROL.
           STRING "  DNI "            DELIMITED BY SIZE
                  WSV-CNV-DNI-TAB (WSV-IDX-CNV)
                                      DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WSV-CNV-NOMBRE-TAB (WSV-IDX-CNV)
                                      DELIMITED BY SIZE
                  "  AULA "           DELIMITED BY SIZE
                  WSV-CNV-AULA-TAB (WSV-IDX-CNV)
                                      DELIMITED BY SIZE
                  "  ASIENTO "        DELIMITED BY SIZE
                  WSV-CNV-ASIENTO-TAB (WSV-IDX-CNV)
                                      DELIMITED BY SIZE
             INTO WSV-LINEA-CONTROL
           END-STRING.
           PERFORM 39-GRABAR-LINEA.

       21-LINEA-CONVOCADO-END.
       EXIT.

      * El convocado que la planilla no trajo (o con una marca que
      * no es P ni A) no se puede clasificar: hay que revisar la
      * planilla fisica.
       25-INFORMAR-SIN-MARCA.
           MOVE "SIN MARCA DE ASISTENCIA VALIDA - REVISAR PLANILLA"
               TO WSV-LINEA-CONTROL.
           PERFORM 39-GRABAR-LINEA.

           PERFORM VARYING WSV-IDX-CNV FROM 1 BY 1
                   UNTIL WSV-IDX-CNV > WSV-CANT-CONVOCADOS
               IF WSV-CNV-MARCA-TAB (WSV-IDX-CNV) NOT =
                  WSC-MARCA-PRESENTE AND
                  WSV-CNV-MARCA-TAB (WSV-IDX-CNV) NOT =
                  WSC-MARCA-AUSENTE
                   ADD 1 TO WSV-CANT-SIN-MARCA
                   PERFORM 21-LINEA-CONVOCADO
               END-IF
               IF WSV-CNV-MARCA-TAB (WSV-IDX-CNV) = WSC-MARCA-PRESENTE
                   ADD 1 TO WSV-CANT-PRESENTES
               END-IF
           END-PERFORM.

           INITIALIZE WSV-LINEA-CONTROL.
           STRING "  SUBTOTAL: "      DELIMITED BY SIZE
                  WSV-CANT-SIN-MARCA  DELIMITED BY SIZE
             INTO WSV-LINEA-CONTROL
           END-STRING.
           PERFORM 39-GRABAR-LINEA.

       25-INFORMAR-SIN-MARCA-END.
       EXIT.

       27-INFORMAR-NO-CONVOCADOS.
           MOVE "MARCAS DE DNI NO CONVOCADOS" TO WSV-LINEA-CONTROL.
           PERFORM 39-GRABAR-LINEA.

           PERFORM VARYING WSV-IDX-NCV FROM 1 BY 1
                   UNTIL WSV-IDX-NCV > WSV-CANT-NO-CONVOCADOS
               INITIALIZE WSV-LINEA-CONTROL
               STRING "  DNI "        DELIMITED BY SIZE
                      WSV-NCV-DNI-TAB (WSV-IDX-NCV)
                                      DELIMITED BY SIZE
                 INTO WSV-LINEA-CONTROL
               END-STRING
               PERFORM 39-GRABAR-LINEA
           END-PERFORM.

           INITIALIZE WSV-LINEA-CONTROL.
           STRING "  SUBTOTAL: "      DELIMITED BY SIZE
                  WSV-CANT-NO-CONVOCADOS
                                      DELIMITED BY SIZE
             INTO WSV-LINEA-CONTROL
           END-STRING.
           PERFORM 39-GRABAR-LINEA.

       27-INFORMAR-NO-CONVOCADOS-END.
       EXIT.

       30-ESCRIBIR-TRAILER.
           INITIALIZE WSV-LINEA-CONTROL.
           STRING "CONVOCADOS: "          DELIMITED BY SIZE
                  WSV-CANT-CONVOCADOS     DELIMITED BY SIZE
                  "  PRESENTES: "         DELIMITED BY SIZE
                  WSV-CANT-PRESENTES      DELIMITED BY SIZE
                  "  AUSENTES: "          DELIMITED BY SIZE
                  WSV-CANT-AUSENTES       DELIMITED BY SIZE
                  "  SIN NOTA: "          DELIMITED BY SIZE
                  WSV-CANT-PRESENTE-SIN-NOTA
                                          DELIMITED BY SIZE
                  "  NOTA DE AUSENTES: "  DELIMITED BY SIZE
                  WSV-CANT-NOTA-AUSENTE   DELIMITED BY SIZE
             INTO WSV-LINEA-CONTROL
           END-STRING.
           PERFORM 39-GRABAR-LINEA.

       30-ESCRIBIR-TRAILER-END.
       EXIT.

       39-GRABAR-LINEA.
           MOVE WSV-LINEA-CONTROL TO REG-CONTROL.
           WRITE REG-CONTROL.
           MOVE SPACES TO WSV-LINEA-CONTROL.

       39-GRABAR-LINEA-END.
       EXIT.

      * Como en la evaluacion: se informa el archivo, la operacion,
      * el status y el ultimo registro leido, y el planificador
      * retiene la evaluacion con el codigo 16.
       91-ABORTAR-POR-ARCHIVO.
           DISPLAY "ERROR DE ARCHIVO: " WSV-ERR-ARCHIVO.
           DISPLAY "  OPERACION: " WSV-ERR-OPERACION
               " STATUS: " WSV-ERR-STATUS
               " REGISTRO: " WSV-ERR-REGISTRO.
           DISPLAY "ERROR: CONTROL DE ASISTENCIA NO REALIZADO - "
               "RETENER LA EVALUACION".

           STOP RUN RETURNING 16.

       91-ABORTAR-POR-ARCHIVO-END.
       EXIT.
