      *          promueve en el orden de la lista, y genera el adenda
      *          de matricula para el registro, la lista de espera
      *          depurada y los resultados para las cartas de
      *          aceptacion. Tambien ofrece los lugares que dejaron
      *          los cambios de carrera otorgados y los reservados
      *          sin usar que el evaluador libero al cupo general y
      *          no llego a cubrir. Como en la
      *          subsanacion del evaluador, cada promovido se anexa
      *          ademas a la matricula principal del ciclo y su
      *          registro del maestro de historial queda como
      *          matriculado, para que la conciliacion, los cupos y
      *          una corrida adenda lo vean como un aceptado mas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-VENCIDOS.

           SELECT OPTIONAL ARCHIVO-DOC-VENCIDOS
               ASSIGN TO "CONDICIONALES-VENCIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-DOC-VENCIDOS.

           SELECT OPTIONAL ARCHIVO-LIBERADOS
               ASSIGN TO "LIBERADOS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-LIBERADOS.

           SELECT OPTIONAL ARCHIVO-DESPACHOS
               ASSIGN TO "DESPACHOS-PROMOCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               05 REG-MAT-CARRERA         PIC X(3).
               05 REG-MAT-COMPOSITO       PIC 9(2)V99.
               05 REG-MAT-CICLO           PIC X(6).
               05 REG-MAT-CATEGORIA       PIC X.
               05 REG-MAT-DOCUMENTACION   PIC X.

       FD  ARCHIVO-CONFIRMACIONES.
           01 REG-CONFIRMACION.
               05 REG-CAR-CODIGO          PIC X(3).
               05 REG-CAR-NOMBRE          PIC X(20).
               05 REG-CAR-CUPO            PIC 9(3).
               05 REG-CAR-RESERVA OCCURS 3 TIMES.
                   10 REG-CAR-RES-CATEGORIA PIC X.
                   10 REG-CAR-RES-CUPO      PIC 9(3).
               05 REG-CAR-ESTADO          PIC X.

       FD  ARCHIVO-ESPERA.
           01 REG-ESPERA.
      * del promovido, que ni la matricula ni la lista de espera
      * llevan; la cabecera y el trailer del lote se saltean.
       FD  ARCHIVO-POSTULANTES
           RECORD IS VARYING IN SIZE FROM 1 TO 76 CHARACTERS
               DEPENDING ON WSV-LONG-ENTRADA.
           01 REG-POSTULANTE.
               05 REG-TIPO               PIC X.
               05 REG-CONTACTO           PIC X(30).
               05 REG-FUENTE             PIC X.
               05 REG-COD-CARRERA2       PIC X(3).
               05 REG-CATEGORIA          PIC X.
               05 REG-COLEGIO            PIC X(6).

      * Adenda de promociones para el registro, en el mismo formato
      * de MATRICULA.DAT. La lista de espera no conserva edad ni
      * nota de examen: la edad va en cero y el compuesto repite el
      * promedio, que es el valor con el que se ordeno la lista.
      * La vacante que deja un vencido vuelve al cupo general, asi
      * que el asiento del promovido es siempre general.
       FD  ARCHIVO-PROMOCIONES.
           01 REG-PROMOCION.
               05 REG-PRO-DNI             PIC 9(8).
               05 REG-PRO-CARRERA         PIC X(3).
               05 REG-PRO-COMPOSITO      PIC 9(2)V99.
               05 REG-PRO-CICLO           PIC X(6).
               05 REG-PRO-CATEGORIA       PIC X.
               05 REG-PRO-DOCUMENTACION   PIC X.

      * Resultados en el formato de RESULTADOS.DAT, con el veredicto
      * de aceptado, para que CARTAS-CAMBIO genere la carta de
      * aceptacion de cada promovido.
       FD  ARCHIVO-RES-PROMOCION.
           01 REG-RESULTADO.
               05 REG-VEN-CARRERA         PIC X(3).
               05 REG-VEN-DIAS            PIC 9(3).

      * Admitidos condicionales que dejaron pasar el plazo de
      * entrega de la documentacion, segun el control de
      * documentacion: liberan su lugar igual que los vencidos. Es
      * opcional (sin control de documentacion no hay ninguno) y
      * un DNI que ya vino en VENCIDOS.DAT no cuenta dos veces.
       FD  ARCHIVO-DOC-VENCIDOS.
           01 REG-DOC-VENCIDO.
               05 REG-DVE-DNI             PIC 9(8).
               05 REG-DVE-NOMBRE          PIC X(15).
               05 REG-DVE-CARRERA         PIC X(3).
               05 REG-DVE-DIAS            PIC 9(3).

      * Lugares que dejaron en su carrera original los admitidos a
      * los que CAMBIO-CARRERA les otorgo otra carrera. A diferencia
      * de un vencido, el que cambio ya no figura en la matricula de
      * esa carrera. Es opcional: sin cambios no hay ninguno.
       FD  ARCHIVO-LIBERADOS.
           01 REG-LIBERADO.
               05 REG-LIB-DNI             PIC 9(8).
               05 REG-LIB-NOMBRE          PIC X(15).
               05 REG-LIB-CARRERA         PIC X(3).
               05 REG-LIB-DIAS            PIC 9(3).

      * Fecha de despacho individual de cada promovido, para que la
      * conciliacion le cuente el plazo de inscripcion desde su
      * propia carta y no desde el despacho global del lote (si no,
           01 WSS-ESTADOS-ARCHIVO.
               05 WSS-VENCIDOS             PIC XX VALUE "00".
               05 WSS-HISTORIAL            PIC XX VALUE "00".
               05 WSS-DOC-VENCIDOS         PIC XX VALUE "00".
               05 WSS-LIBERADOS            PIC XX VALUE "00".

           01 WSC-CONSTANTES.
               05 WSC-MAX-REGISTROS        PIC 9(5) VALUE 500.
               05 WSC-TIPO-DETALLE         PIC X VALUE "D".
               05 WSC-VEREDICTO-ACEPTADO   PIC X(40)
                   VALUE "CUMPLE CON TODOS LOS REQUSITOS".
               05 WSC-CATEGORIA-GENERAL    PIC X VALUE "G".
               05 WSC-CARRERA-INACTIVA     PIC X VALUE "I".
               05 WSC-DOC-CONDICIONAL      PIC X VALUE "C".
               05 WSC-MAX-RESERVAS         PIC 9 VALUE 3.

           01 WSC-SWITCHES.
               05 WSC-FIN-MATRICULA      PIC X VALUE "N".
                   88 FIN-POSTULANTES        VALUE "S".
               05 WSC-FIN-VENCIDOS       PIC X VALUE "N".
                   88 FIN-VENCIDOS           VALUE "S".
               05 WSC-FIN-DOC-VENCIDOS   PIC X VALUE "N".
                   88 FIN-DOC-VENCIDOS       VALUE "S".
               05 WSC-FIN-LIBERADOS      PIC X VALUE "N".
                   88 FIN-LIBERADOS          VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-IDX-MAT                  PIC 9(5).
               05 WSV-FECHA-HORA-AUX           PIC X(21).
               05 WSV-FECHA-HOY                PIC 9(8).
               05 WSV-VACANTES-AUX             PIC S9(3).
               05 WSV-IDX-VEN                  PIC 9(5).
               05 WSV-VEN-HALLADO              PIC X VALUE "N".
                   88 VEN-HALLADO                  VALUE "S".
               05 WSV-IDX-RES                  PIC 9.
               05 WSV-LIBRES-CUPO              PIC S9(3).

           01 WSV-CONTADORES.
               05 WSV-CANT-CONFIRMADOS         PIC 9(5) VALUE 0.
               05 WSV-CANT-PROMOVIDOS          PIC 9(5) VALUE 0.
               05 WSV-CANT-QUEDAN-ESPERA       PIC 9(5) VALUE 0.
               05 WSV-CANT-VENCIDOS            PIC 9(5) VALUE 0.
               05 WSV-CANT-DOC-VENCIDOS        PIC 9(5) VALUE 0.
               05 WSV-CANT-LIBERADOS           PIC 9(5) VALUE 0.
               05 WSV-CANT-RESERVAS-LIBRES     PIC 9(5) VALUE 0.

           01 WS-CARRERAS-TABLA.
               05 WSV-CANT-CARRERAS            PIC 9(3) VALUE 0.
                   10 WSV-CAR-CONFIRMADOS-TAB   PIC 9(3).
                   10 WSV-CAR-OCUPADOS-TAB      PIC 9(3).
                   10 WSV-CAR-VENCIDOS-TAB      PIC 9(3).
                   10 WSV-CAR-LIBERADOS-TAB     PIC 9(3).
                   10 WSV-CAR-VACANTES-TAB      PIC 9(3).
                   10 WSV-CAR-RES-LIBRES-TAB    PIC 9(3).
                   10 WSV-CAR-RESERVA-TAB OCCURS 3 TIMES.
                       15 WSV-CAR-RES-CATEG-TAB PIC X.
                       15 WSV-CAR-RES-CUPO-TAB  PIC 9(3).
                       15 WSV-CAR-RES-OCU-TAB   PIC 9(3).

           01 WS-VENCIDOS-TABLA.
               05 WSV-CANT-VENCIDOS-TAB        PIC 9(5) VALUE 0.
               05 WSV-VENCIDO-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-VENCIDOS-TAB.
                   10 WSV-VEN-DNI-TAB           PIC 9(8).

           01 WS-MATRICULA-TABLA.
               05 WSV-CANT-MATRICULA           PIC 9(5) VALUE 0.
           PERFORM 07-CARGAR-CONFIRMACIONES.
           PERFORM 08-CARGAR-CONTACTOS.
           PERFORM 09-CARGAR-VENCIDOS.
           PERFORM 09A-CARGAR-DOC-VENCIDOS.
           PERFORM 09B-CARGAR-LIBERADOS.
           PERFORM 10-CARGAR-ESPERA.

           PERFORM 15-CALCULAR-VACANTES.
           DISPLAY "CONFIRMADOS:           " WSV-CANT-CONFIRMADOS.
           DISPLAY "SIN CONFIRMAR:         " WSV-CANT-SIN-CONFIRMAR.
           DISPLAY "VENCIDOS INFORMADOS:   " WSV-CANT-VENCIDOS.
           DISPLAY "VENCIDOS POR DOCUMENTACION: " WSV-CANT-DOC-VENCIDOS.
           DISPLAY "LIBERADOS POR CAMBIO:  " WSV-CANT-LIBERADOS.
           DISPLAY "RESERVADOS LIBERADOS:  " WSV-CANT-RESERVAS-LIBRES.
           DISPLAY "PROMOVIDOS:            " WSV-CANT-PROMOVIDOS.
           DISPLAY "QUEDAN EN ESPERA:      " WSV-CANT-QUEDAN-ESPERA.

                   AT END
                       SET FIN-CARRERAS TO TRUE
                   NOT AT END
      * Una carrera dada de baja no recibe promovidos.
                       IF REG-CAR-ESTADO NOT = WSC-CARRERA-INACTIVA
                       IF WSV-CANT-CARRERAS >= WSC-MAX-CARRERAS
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DE CARRERAS: " WSC-MAX-CARRERAS
                           TO WSV-CAR-OCUPADOS-TAB (WSV-CANT-CARRERAS)
                       MOVE 0
                           TO WSV-CAR-VENCIDOS-TAB (WSV-CANT-CARRERAS)
                       MOVE 0
                           TO WSV-CAR-LIBERADOS-TAB (WSV-CANT-CARRERAS)
                       MOVE 0
                           TO WSV-CAR-VACANTES-TAB (WSV-CANT-CARRERAS)
                       MOVE 0
                           TO WSV-CAR-RES-LIBRES-TAB (WSV-CANT-CARRERAS)
                       PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                               UNTIL WSV-IDX-RES > WSC-MAX-RESERVAS
                           MOVE REG-CAR-RES-CATEGORIA (WSV-IDX-RES)
                               TO WSV-CAR-RES-CATEG-TAB
                                  (WSV-CANT-CARRERAS, WSV-IDX-RES)
                           MOVE REG-CAR-RES-CUPO (WSV-IDX-RES)
                               TO WSV-CAR-RES-CUPO-TAB
                                  (WSV-CANT-CARRERAS, WSV-IDX-RES)
                           MOVE 0
                               TO WSV-CAR-RES-OCU-TAB
                                  (WSV-CANT-CARRERAS, WSV-IDX-RES)
                       END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

                       IF CARRERA-HALLADA
                           ADD 1 TO
                               WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
                           PERFORM 06A-CONTAR-RESERVA
                       END-IF
               END-READ
           END-PERFORM.
       06-CARGAR-MATRICULA-END.
       EXIT.

      * Como en el evaluador: el asiento de la matricula dice si el
      * aceptado ocupa una categoria reservada de la carrera ("G" o
      * blanco es el cupo general).
       06A-CONTAR-RESERVA.
           IF REG-MAT-CATEGORIA NOT = SPACE AND
              REG-MAT-CATEGORIA NOT = WSC-CATEGORIA-GENERAL
               PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                       UNTIL WSV-IDX-RES > WSC-MAX-RESERVAS
                   IF WSV-CAR-RES-CATEG-TAB
                      (WSV-CAR-ELEGIDA, WSV-IDX-RES) =
                      REG-MAT-CATEGORIA
                       ADD 1 TO WSV-CAR-RES-OCU-TAB
                           (WSV-CAR-ELEGIDA, WSV-IDX-RES)
                   END-IF
               END-PERFORM
           END-IF.

       06A-CONTAR-RESERVA-END.
       EXIT.

       07-CARGAR-CONFIRMACIONES.
           OPEN INPUT ARCHIVO-CONFIRMACIONES.

                       SET FIN-VENCIDOS TO TRUE
                   NOT AT END
                       ADD 1 TO WSV-CANT-VENCIDOS
                       IF WSV-CANT-VENCIDOS-TAB < WSC-MAX-REGISTROS
                           ADD 1 TO WSV-CANT-VENCIDOS-TAB
                           MOVE REG-VEN-DNI TO
                               WSV-VEN-DNI-TAB (WSV-CANT-VENCIDOS-TAB)
                       END-IF
                       MOVE REG-VEN-CARRERA TO WSV-COD-CARRERA-AUX
                       PERFORM 17-BUSCAR-CARRERA
                       IF CARRERA-HALLADA
       09-CARGAR-VENCIDOS-END.
       EXIT.

      * Vacantes por documentacion no entregada en plazo. Un
      * admitido que ademas vencio por falta de confirmacion ya
      * libero su lugar en 09 y no se cuenta de nuevo.
       09A-CARGAR-DOC-VENCIDOS.
           OPEN INPUT ARCHIVO-DOC-VENCIDOS.
           IF WSS-DOC-VENCIDOS > "10"
               DISPLAY "ERROR: NO SE PUEDE LEER "
                   "CONDICIONALES-VENCIDOS.DAT (STATUS "
                   WSS-DOC-VENCIDOS ")"
               STOP RUN RETURNING 12
           END-IF.

           PERFORM UNTIL FIN-DOC-VENCIDOS
               READ ARCHIVO-DOC-VENCIDOS
                   AT END
                       SET FIN-DOC-VENCIDOS TO TRUE
                   NOT AT END
                       MOVE "N" TO WSV-VEN-HALLADO
                       PERFORM VARYING WSV-IDX-VEN FROM 1 BY 1
                               UNTIL WSV-IDX-VEN > WSV-CANT-VENCIDOS-TAB
                           IF WSV-VEN-DNI-TAB (WSV-IDX-VEN) =
                              REG-DVE-DNI
                               SET VEN-HALLADO TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT VEN-HALLADO
                           ADD 1 TO WSV-CANT-DOC-VENCIDOS
                           MOVE REG-DVE-CARRERA TO WSV-COD-CARRERA-AUX
                           PERFORM 17-BUSCAR-CARRERA
                           IF CARRERA-HALLADA
                               ADD 1 TO WSV-CAR-VENCIDOS-TAB
                                   (WSV-CAR-ELEGIDA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-DOC-VENCIDOS.

       09A-CARGAR-DOC-VENCIDOS-END.
       EXIT.

      * Lugares liberados por cambios de carrera otorgados.
       09B-CARGAR-LIBERADOS.
           OPEN INPUT ARCHIVO-LIBERADOS.
           IF WSS-LIBERADOS > "10"
               DISPLAY "ERROR: NO SE PUEDE LEER "
                   "LIBERADOS-CAMBIO.DAT (STATUS "
                   WSS-LIBERADOS ")"
               STOP RUN RETURNING 12
           END-IF.

           PERFORM UNTIL FIN-LIBERADOS
               READ ARCHIVO-LIBERADOS
                   AT END
                       SET FIN-LIBERADOS TO TRUE
                   NOT AT END
                       ADD 1 TO WSV-CANT-LIBERADOS
                       MOVE REG-LIB-CARRERA TO WSV-COD-CARRERA-AUX
                       PERFORM 17-BUSCAR-CARRERA
                       IF CARRERA-HALLADA
                           ADD 1 TO
                               WSV-CAR-LIBERADOS-TAB (WSV-CAR-ELEGIDA)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-LIBERADOS.

       09B-CARGAR-LIBERADOS-END.
       EXIT.

       10-CARGAR-ESPERA.
           OPEN INPUT ARCHIVO-ESPERA.

      * el cupo del maestro de carreras: los lugares que siguen en
      * manos de un titular vigente (matriculados menos vencidos)
      * no se tocan, y un archivo de vencidos inflado no puede
      * promover por encima del cupo. Un lugar liberado por cambio
      * de carrera ya no esta ocupado en la matricula: no se suma al
      * cupo libre, solo amplia el tope (si otro cambio ya lo volvio
      * a ocupar, el cupo libre no lo muestra). Lo mismo vale para
      * los lugares reservados que nadie de la categoria ocupo: el
      * evaluador los libera al cupo general pero en una corrida
      * adenda deja sin cubrir los de una carrera cuya espera sigue
      * con un postulante de un lote anterior; se calculan igual
      * que en el evaluador (reservados sin ocupar, acotados por el
      * cupo libre) y amplian el tope. Confirmados y sin confirmar
      * se cuentan para el resumen del operador.
       15-CALCULAR-VACANTES.
           PERFORM VARYING WSV-IDX-MAT FROM 1 BY 1
               IF WSV-VACANTES-AUX < 0
                   MOVE 0 TO WSV-VACANTES-AUX
               END-IF
               PERFORM 15A-CALCULAR-RESERVAS-LIBRES
               IF WSV-VACANTES-AUX >
                  WSV-CAR-VENCIDOS-TAB (WSV-IDX-CAR) +
                  WSV-CAR-LIBERADOS-TAB (WSV-IDX-CAR) +
                  WSV-CAR-RES-LIBRES-TAB (WSV-IDX-CAR)
                   COMPUTE WSV-VACANTES-AUX =
                       WSV-CAR-VENCIDOS-TAB (WSV-IDX-CAR) +
                       WSV-CAR-LIBERADOS-TAB (WSV-IDX-CAR) +
                       WSV-CAR-RES-LIBRES-TAB (WSV-IDX-CAR)
               END-IF
               MOVE WSV-VACANTES-AUX
                   TO WSV-CAR-VACANTES-TAB (WSV-IDX-CAR)
       15-CALCULAR-VACANTES-END.
       EXIT.

       15A-CALCULAR-RESERVAS-LIBRES.
           MOVE 0 TO WSV-CAR-RES-LIBRES-TAB (WSV-IDX-CAR).
           PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                   UNTIL WSV-IDX-RES > WSC-MAX-RESERVAS
               IF WSV-CAR-RES-OCU-TAB (WSV-IDX-CAR, WSV-IDX-RES) <
                  WSV-CAR-RES-CUPO-TAB (WSV-IDX-CAR, WSV-IDX-RES)
                   COMPUTE WSV-CAR-RES-LIBRES-TAB (WSV-IDX-CAR) =
                       WSV-CAR-RES-LIBRES-TAB (WSV-IDX-CAR) +
                       WSV-CAR-RES-CUPO-TAB (WSV-IDX-CAR, WSV-IDX-RES)
                       - WSV-CAR-RES-OCU-TAB (WSV-IDX-CAR, WSV-IDX-RES)
               END-IF
           END-PERFORM.

           COMPUTE WSV-LIBRES-CUPO =
               WSV-CAR-CUPO-TAB (WSV-IDX-CAR) -
               WSV-CAR-OCUPADOS-TAB (WSV-IDX-CAR).
           IF WSV-LIBRES-CUPO < 0
               MOVE 0 TO WSV-LIBRES-CUPO
           END-IF.
           IF WSV-CAR-RES-LIBRES-TAB (WSV-IDX-CAR) > WSV-LIBRES-CUPO
               MOVE WSV-LIBRES-CUPO
                   TO WSV-CAR-RES-LIBRES-TAB (WSV-IDX-CAR)
           END-IF.
           ADD WSV-CAR-RES-LIBRES-TAB (WSV-IDX-CAR)
               TO WSV-CANT-RESERVAS-LIBRES.

       15A-CALCULAR-RESERVAS-LIBRES-END.
       EXIT.

       17-BUSCAR-CARRERA.
           MOVE "N" TO WSV-CARRERA-HALLADA.

           MOVE WSV-ESP-PROMEDIO-TAB (WSV-IDX-ESP)
               TO REG-PRO-COMPOSITO.
           MOVE WSV-ESP-CICLO-TAB (WSV-IDX-ESP)    TO REG-PRO-CICLO.
           MOVE WSC-CATEGORIA-GENERAL              TO REG-PRO-CATEGORIA.
      * La documentacion del promovido la revisa la proxima corrida
      * del control de documentacion: entra condicional.
           MOVE WSC-DOC-CONDICIONAL
               TO REG-PRO-DOCUMENTACION.
           WRITE REG-PROMOCION.

           PERFORM 22A-ANEXAR-MATRICULA.
           MOVE WSV-ESP-PROMEDIO-TAB (WSV-IDX-ESP)
               TO REG-MAT-COMPOSITO.
           MOVE WSV-ESP-CICLO-TAB (WSV-IDX-ESP)    TO REG-MAT-CICLO.
           MOVE WSC-CATEGORIA-GENERAL              TO REG-MAT-CATEGORIA.
           MOVE WSC-DOC-CONDICIONAL
               TO REG-MAT-DOCUMENTACION.
           WRITE REG-MATRICULA.

       22A-ANEXAR-MATRICULA-END.
      * corrida: como la autorizacion de reproceso del evaluador,
      * VENCIDOS.DAT se vacia para que un relanzamiento accidental
      * no promueva una segunda tanda sobre los mismos lugares. La
      * proxima conciliacion lo regenera con lo que siga vencido;
      * lo mismo vale para los vencidos por documentacion y para
      * los lugares liberados por cambios de carrera.
       35-CONSUMIR-VENCIDOS.
           OPEN OUTPUT ARCHIVO-VENCIDOS.
           CLOSE ARCHIVO-VENCIDOS.
           OPEN OUTPUT ARCHIVO-DOC-VENCIDOS.
           CLOSE ARCHIVO-DOC-VENCIDOS.
           OPEN OUTPUT ARCHIVO-LIBERADOS.
           CLOSE ARCHIVO-LIBERADOS.

       35-CONSUMIR-VENCIDOS-END.
       EXIT.
