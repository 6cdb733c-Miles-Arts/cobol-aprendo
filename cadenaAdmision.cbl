      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conductor de la cadena de admision. Corre en orden
      *          los pasos de una de las tres cadenas del ciclo
      *          (INGRESO: la noche de evaluacion; CONCILIA: la
      *          conciliacion con el registro, los cambios de
      *          carrera y la promocion de la espera; CIERRE:
      *          estadisticas, resultados por colegio y cierre del
      *          ciclo),
      *          aplica a cada paso su codigo de retorno maximo
      *          admitido y retiene el resto de la cadena cuando un
      *          paso lo supera (p. ej. no se evalua si la edicion de
      *          examenes dio discrepancias). Cada inicio y fin de
      *          paso con su codigo de retorno queda en JOBLOG.DAT y
      *          en el diario de pasos ESTADO-CADENA.DAT, que es el
      *          que permite reanudar desde el paso retenido sin
      *          volver a correr los que ya terminaron.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA-ADMISION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-ESTADO
               ASSIGN TO "ESTADO-CADENA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-JOBLOG ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Diario de pasos: una linea por cambio de estado, como el
      * control de corrida. El paso 00 marca la corrida de la
      * cadena (INICIO, COMPLETA o ANULADA); los demas son el
      * estado de cada paso (EN-CURSO al lanzarlo, y al terminar
      * OK, AVISO o RETENIDO; FORZADO si el operador lo da por
      * bueno). Vale la ultima linea de cada paso desde el ultimo
      * INICIO de su cadena.
       FD  ARCHIVO-ESTADO.
           01 REG-ESTADO.
               05 REG-EST-CADENA          PIC X(8).
               05 REG-EST-PASO            PIC 9(2).
               05 REG-EST-PROGRAMA        PIC X(24).
               05 REG-EST-ESTADO          PIC X(8).
               05 REG-EST-RC              PIC 9(3).
               05 REG-EST-INICIO          PIC X(14).
               05 REG-EST-FIN             PIC X(14).
               05 REG-EST-OPERADOR        PIC X(3).

       FD  ARCHIVO-JOBLOG.
           01 REG-JOBLOG                  PIC X(120).

       WORKING-STORAGE SECTION.

           01 WSC-CONSTANTES.
               05 WSC-CANT-PASOS           PIC 9(2) VALUE 16.
               05 WSC-MAX-CADENAS          PIC 9(2) VALUE 10.
               05 WSC-RC-NO-FORZABLE       PIC 9(3) VALUE 12.
               05 WSC-RC-ANORMAL           PIC 9(3) VALUE 999.
               05 WSC-ESTADO-INICIO        PIC X(8) VALUE "INICIO".
               05 WSC-ESTADO-COMPLETA      PIC X(8) VALUE "COMPLETA".
               05 WSC-ESTADO-ANULADA       PIC X(8) VALUE "ANULADA".
               05 WSC-ESTADO-EN-CURSO      PIC X(8) VALUE "EN-CURSO".
               05 WSC-ESTADO-OK            PIC X(8) VALUE "OK".
               05 WSC-ESTADO-AVISO         PIC X(8) VALUE "AVISO".
               05 WSC-ESTADO-RETENIDO      PIC X(8) VALUE "RETENIDO".
               05 WSC-ESTADO-FORZADO       PIC X(8) VALUE "FORZADO".

      * Pasos de cada cadena: cadena, numero de paso, programa,
      * comando que lo lanza y codigo de retorno maximo con el que
      * la cadena sigue. Un retorno mayor retiene los pasos
      * siguientes. La consolidacion sigue con 4 (codigos de colegio
      * observados, el detalle pasa sin colegio) y la conciliacion
      * de pagos tambien (pagos sin postulante, no cambian
      * ESTADO-PAGOS.DAT); la edicion de
      * examenes y el control de asistencia retienen la evaluacion
      * con 8; la conciliacion de matricula retiene la promocion
      * con 8 hasta que se revise CONCILIACION.DAT. Los cambios de
      * carrera corren antes de la promocion, que ofrece los lugares
      * que dejan; despues salen solo las cartas de la corrida (los
      * cambios otorgados y los promovidos), sin repetir las del
      * lote ni las de corridas anteriores. Los resultados por
      * colegio se sacan antes del cierre, con la matricula ya
      * definitiva.
           01 WSC-PASOS-DEF.
               05 FILLER PIC X(8)  VALUE "INGRESO".
               05 FILLER PIC 9(2)  VALUE 1.
               05 FILLER PIC X(24) VALUE "CONSOLIDAR-POSTULANTES".
               05 FILLER PIC X(30) VALUE "./consolidarPostulantes".
               05 FILLER PIC 9(3)  VALUE 4.
               05 FILLER PIC X(8)  VALUE "INGRESO".
               05 FILLER PIC 9(2)  VALUE 2.
               05 FILLER PIC X(24) VALUE "CONCILIACION-PAGOS".
               05 FILLER PIC X(30) VALUE "./conciliacionPagos".
               05 FILLER PIC 9(3)  VALUE 4.
               05 FILLER PIC X(8)  VALUE "INGRESO".
               05 FILLER PIC 9(2)  VALUE 3.
               05 FILLER PIC X(24) VALUE "EDICION-EXAMENES".
               05 FILLER PIC X(30) VALUE "./edicionExamenes".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "INGRESO".
               05 FILLER PIC 9(2)  VALUE 4.
               05 FILLER PIC X(24) VALUE "CONTROL-ASISTENCIA".
               05 FILLER PIC X(30) VALUE "./controlAsistencia".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "INGRESO".
               05 FILLER PIC 9(2)  VALUE 5.
               05 FILLER PIC X(24) VALUE "EJERCICIO-CLASE".
               05 FILLER PIC X(30) VALUE "./ingresoEstudiante".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "INGRESO".
               05 FILLER PIC 9(2)  VALUE 6.
               05 FILLER PIC X(24) VALUE "CARTAS-NOTIFICACION".
               05 FILLER PIC X(30) VALUE "./cartasNotificacion".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "INGRESO".
               05 FILLER PIC 9(2)  VALUE 7.
               05 FILLER PIC X(24) VALUE "EXTRACTO-BECAS".
               05 FILLER PIC X(30) VALUE "./extractoBecas".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "CONCILIA".
               05 FILLER PIC 9(2)  VALUE 1.
               05 FILLER PIC X(24) VALUE "CONCILIACION-MATRICULA".
               05 FILLER PIC X(30) VALUE "./conciliacionMatricula".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "CONCILIA".
               05 FILLER PIC 9(2)  VALUE 2.
               05 FILLER PIC X(24) VALUE "CONTROL-DOCUMENTACION".
               05 FILLER PIC X(30) VALUE "./controlDocumentacion".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "CONCILIA".
               05 FILLER PIC 9(2)  VALUE 3.
               05 FILLER PIC X(24) VALUE "CAMBIO-CARRERA".
               05 FILLER PIC X(30) VALUE "./cambioCarrera".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "CONCILIA".
               05 FILLER PIC 9(2)  VALUE 4.
               05 FILLER PIC X(24) VALUE "PROMOCION-LISTA-ESPERA".
               05 FILLER PIC X(30) VALUE "./promocionListaEspera".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "CONCILIA".
               05 FILLER PIC 9(2)  VALUE 5.
               05 FILLER PIC X(24) VALUE "CARTAS-CAMBIO".
               05 FILLER PIC X(30) VALUE "./cartasCambio".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "CONCILIA".
               05 FILLER PIC 9(2)  VALUE 6.
               05 FILLER PIC X(24) VALUE "EXTRACTO-BECAS".
               05 FILLER PIC X(30) VALUE "./extractoBecas".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "CIERRE".
               05 FILLER PIC 9(2)  VALUE 1.
               05 FILLER PIC X(24) VALUE "ESTADISTICAS-GESTION".
               05 FILLER PIC X(30) VALUE "./estadisticasGestion".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "CIERRE".
               05 FILLER PIC 9(2)  VALUE 2.
               05 FILLER PIC X(24) VALUE "RESULTADOS-COLEGIOS".
               05 FILLER PIC X(30) VALUE "./resultadosColegios".
               05 FILLER PIC 9(3)  VALUE 0.
               05 FILLER PIC X(8)  VALUE "CIERRE".
               05 FILLER PIC 9(2)  VALUE 3.
               05 FILLER PIC X(24) VALUE "CIERRE-CICLO".
               05 FILLER PIC X(30) VALUE "./cierreCiclo".
               05 FILLER PIC 9(3)  VALUE 0.
           01 WSC-PASOS REDEFINES WSC-PASOS-DEF.
               05 WSC-PASO OCCURS 16 TIMES.
                   10 WSC-PASO-CADENA       PIC X(8).
                   10 WSC-PASO-NUMERO       PIC 9(2).
                   10 WSC-PASO-PROGRAMA     PIC X(24).
                   10 WSC-PASO-COMANDO      PIC X(30).
                   10 WSC-PASO-RC-MAXIMO    PIC 9(3).

           01 WSC-SWITCHES.
               05 WSC-FIN-ESTADO         PIC X VALUE "N".
                   88 FIN-ESTADO             VALUE "S".
               05 WSC-CADENA-VALIDA      PIC X VALUE "N".
                   88 CADENA-VALIDA          VALUE "S".
               05 WSC-CADENA-ABIERTA     PIC X VALUE "N".
                   88 CADENA-ABIERTA         VALUE "S".
               05 WSC-CADENA-RETENIDA    PIC X VALUE "N".
                   88 CADENA-RETENIDA        VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-CADENA                   PIC X(8).
               05 WSV-ACCION                   PIC X.
               05 WSV-USUARIO                  PIC X(3) VALUE SPACES.
               05 WSV-IDX-PASO                 PIC 9(2).
               05 WSV-IDX-SIG                  PIC 9(2).
               05 WSV-IDX-CAD                  PIC 9(2).
               05 WSV-CAD-ELEGIDA              PIC 9(2).
               05 WSV-PASO-DESDE               PIC 9(2) VALUE 0.
               05 WSV-PASO-PENDIENTE           PIC 9(2) VALUE 0.
               05 WSV-PASO-SIGUIENTE           PIC 9(2) VALUE 0.
               05 WSV-ESTADO-PROCESO           PIC S9(9).
               05 WSV-SENAL                    PIC S9(9).
               05 WSV-RC-PASO                  PIC 9(3).
               05 WSV-RC-CADENA                PIC 9(3) VALUE 0.
               05 WSV-ESTADO-AUX               PIC X(8).
               05 WSV-INICIO-AUX               PIC X(14).
               05 WSV-FIN-AUX                  PIC X(14).
               05 WSV-FECHA-HORA-AUX           PIC X(21).
               05 WSV-LINEA-JOBLOG             PIC X(120).

      * Estado de cada paso de la cadena elegida en su ultima
      * corrida, en paralelo a WSC-PASO.
           01 WS-ESTADO-PASOS-TABLA.
               05 WSV-ESTADO-PASO-TAB OCCURS 16 TIMES.
                   10 WSV-EST-ESTADO-TAB        PIC X(8).
                   10 WSV-EST-RC-TAB            PIC 9(3).

      * Cadenas con corrida abierta segun el diario: mientras una
      * cadena este abierta no arranca ninguna otra.
           01 WS-CADENAS-TABLA.
               05 WSV-CANT-CADENAS             PIC 9(2) VALUE 0.
               05 WSV-CADENA-TAB OCCURS 1 TO 10 TIMES
                       DEPENDING ON WSV-CANT-CADENAS.
                   10 WSV-CAD-NOMBRE-TAB        PIC X(8).
                   10 WSV-CAD-ABIERTA-TAB       PIC X.


       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "CADENA DE ADMISION - CONDUCTOR DE PASOS".
           DISPLAY "--------------------------------------------------".

           PERFORM 05-PEDIR-CADENA.
           PERFORM 07-LEER-ESTADO.
           PERFORM 10-DETERMINAR-INICIO.

           IF WSV-PASO-DESDE > 0
               PERFORM 20-CORRER-PASOS
           END-IF.

           IF CADENA-RETENIDA
               DISPLAY "CADENA " WSV-CADENA " RETENIDA EN EL PASO "
                   WSC-PASO-NUMERO (WSV-PASO-PENDIENTE)
                   " - CORREGIR Y REANUDAR"
           ELSE
               PERFORM 30-COMPLETAR-CADENA
               DISPLAY "CADENA " WSV-CADENA " COMPLETA"
           END-IF.

           MOVE WSV-RC-CADENA TO RETURN-CODE.

       STOP RUN.
       00-CONTROL-END.
       EXIT.

      * La cadena y la accion se piden por consola, igual que en
      * los mantenimientos, para poder darlas tambien redirigidas
      * desde el planificador. C corre la cadena o la reanuda desde
      * el paso pendiente; N anula la corrida abierta y arranca de
      * nuevo desde el primer paso; F da por bueno el paso retenido
      * (queda a nombre del operador) y sigue con el siguiente.
       05-PEDIR-CADENA.
           MOVE SPACES TO WSV-CADENA.
           DISPLAY "CADENA (INGRESO / CONCILIA / CIERRE): "
               WITH NO ADVANCING.
           ACCEPT WSV-CADENA.

           PERFORM VARYING WSV-IDX-PASO FROM 1 BY 1
                   UNTIL WSV-IDX-PASO > WSC-CANT-PASOS
               IF WSC-PASO-CADENA (WSV-IDX-PASO) = WSV-CADENA
                   SET CADENA-VALIDA TO TRUE
               END-IF
           END-PERFORM.

           IF NOT CADENA-VALIDA
               DISPLAY "ERROR: CADENA INEXISTENTE: " WSV-CADENA
               STOP RUN RETURNING 16
           END-IF.

           MOVE SPACES TO WSV-ACCION.
           DISPLAY "ACCION (C=CORRER/REANUDAR  N=NUEVA CORRIDA  "
               "F=FORZAR PASO RETENIDO): " WITH NO ADVANCING.
           ACCEPT WSV-ACCION.
           IF WSV-ACCION = SPACE
               MOVE "C" TO WSV-ACCION
           END-IF.

           IF WSV-ACCION NOT = "C" AND WSV-ACCION NOT = "N" AND
              WSV-ACCION NOT = "F"
               DISPLAY "ERROR: ACCION INVALIDA: " WSV-ACCION
               STOP RUN RETURNING 16
           END-IF.

           IF WSV-ACCION = "F"
               PERFORM UNTIL WSV-USUARIO NOT = SPACES
                   DISPLAY "INICIALES DEL OPERADOR QUE FUERZA EL "
                       "PASO: " WITH NO ADVANCING
                   ACCEPT WSV-USUARIO
               END-PERFORM
           END-IF.

       05-PEDIR-CADENA-END.
       EXIT.

      * Recorre el diario completo: de cada cadena importa si su
      * ultima corrida quedo abierta, y de la elegida el ultimo
      * estado de cada paso desde su ultimo INICIO.
       07-LEER-ESTADO.
           PERFORM VARYING WSV-IDX-PASO FROM 1 BY 1
                   UNTIL WSV-IDX-PASO > WSC-CANT-PASOS
               MOVE SPACES TO WSV-EST-ESTADO-TAB (WSV-IDX-PASO)
               MOVE 0      TO WSV-EST-RC-TAB (WSV-IDX-PASO)
           END-PERFORM.

           OPEN INPUT ARCHIVO-ESTADO.

           PERFORM UNTIL FIN-ESTADO
               READ ARCHIVO-ESTADO
                   AT END
                       SET FIN-ESTADO TO TRUE
                   NOT AT END
                       PERFORM 08-ACUMULAR-ESTADO
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-ESTADO.

           PERFORM 09-BUSCAR-CADENA.
           IF WSV-CAD-ELEGIDA > 0 AND
              WSV-CAD-ABIERTA-TAB (WSV-CAD-ELEGIDA) = "S"
               SET CADENA-ABIERTA TO TRUE
           END-IF.

       07-LEER-ESTADO-END.
       EXIT.

       08-ACUMULAR-ESTADO.
           MOVE 0 TO WSV-CAD-ELEGIDA.
           PERFORM VARYING WSV-IDX-CAD FROM 1 BY 1
                   UNTIL WSV-IDX-CAD > WSV-CANT-CADENAS
               IF WSV-CAD-NOMBRE-TAB (WSV-IDX-CAD) = REG-EST-CADENA
                   MOVE WSV-IDX-CAD TO WSV-CAD-ELEGIDA
               END-IF
           END-PERFORM.

           IF WSV-CAD-ELEGIDA = 0
               IF WSV-CANT-CADENAS >= WSC-MAX-CADENAS
                   DISPLAY "ERROR: ESTADO-CADENA.DAT CON MAS DE "
                       WSC-MAX-CADENAS " CADENAS"
                   CLOSE ARCHIVO-ESTADO
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-CADENAS
               MOVE WSV-CANT-CADENAS TO WSV-CAD-ELEGIDA
               MOVE REG-EST-CADENA
                   TO WSV-CAD-NOMBRE-TAB (WSV-CAD-ELEGIDA)
               MOVE "N" TO WSV-CAD-ABIERTA-TAB (WSV-CAD-ELEGIDA)
           END-IF.

           IF REG-EST-PASO = 0
               IF REG-EST-ESTADO = WSC-ESTADO-INICIO
                   MOVE "S" TO WSV-CAD-ABIERTA-TAB (WSV-CAD-ELEGIDA)
               ELSE
                   MOVE "N" TO WSV-CAD-ABIERTA-TAB (WSV-CAD-ELEGIDA)
               END-IF
           END-IF.

           IF REG-EST-CADENA = WSV-CADENA
               PERFORM VARYING WSV-IDX-PASO FROM 1 BY 1
                       UNTIL WSV-IDX-PASO > WSC-CANT-PASOS
                   IF WSC-PASO-CADENA (WSV-IDX-PASO) = WSV-CADENA
                       IF REG-EST-PASO = 0 AND
                          REG-EST-ESTADO = WSC-ESTADO-INICIO
                           MOVE SPACES
                               TO WSV-EST-ESTADO-TAB (WSV-IDX-PASO)
                           MOVE 0 TO WSV-EST-RC-TAB (WSV-IDX-PASO)
                       END-IF
                       IF REG-EST-PASO =
                          WSC-PASO-NUMERO (WSV-IDX-PASO)
                           MOVE REG-EST-ESTADO
                               TO WSV-EST-ESTADO-TAB (WSV-IDX-PASO)
                           MOVE REG-EST-RC
                               TO WSV-EST-RC-TAB (WSV-IDX-PASO)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       08-ACUMULAR-ESTADO-END.
       EXIT.

       09-BUSCAR-CADENA.
           MOVE 0 TO WSV-CAD-ELEGIDA.
           PERFORM VARYING WSV-IDX-CAD FROM 1 BY 1
                   UNTIL WSV-IDX-CAD > WSV-CANT-CADENAS
               IF WSV-CAD-NOMBRE-TAB (WSV-IDX-CAD) = WSV-CADENA
                   MOVE WSV-IDX-CAD TO WSV-CAD-ELEGIDA
               END-IF
           END-PERFORM.

       09-BUSCAR-CADENA-END.
       EXIT.

      * Decide desde que paso se corre. Una corrida abierta se
      * reanuda en su primer paso sin terminar (el que quedo
      * RETENIDO, o EN-CURSO si el conductor se corto durante el
      * paso); los terminados no se vuelven a correr.
       10-DETERMINAR-INICIO.
           PERFORM 11-BUSCAR-PENDIENTE.

           IF WSV-ACCION = "N" AND CADENA-ABIERTA
               MOVE 0 TO WSV-IDX-PASO
               MOVE WSC-ESTADO-ANULADA TO WSV-ESTADO-AUX
               PERFORM 93-GRABAR-ESTADO
               INITIALIZE WSV-LINEA-JOBLOG
               STRING "CADENA "            DELIMITED BY SIZE
                      WSV-CADENA           DELIMITED BY SPACE
                      ": CORRIDA ABIERTA ANULADA, SE ARRANCA DE "
                                           DELIMITED BY SIZE
                      "NUEVO DESDE EL PRIMER PASO"
                                           DELIMITED BY SIZE
                 INTO WSV-LINEA-JOBLOG
               END-STRING
               PERFORM 92-GRABAR-JOBLOG
               MOVE "N" TO WSC-CADENA-ABIERTA
           END-IF.

           IF WSV-ACCION = "F"
               PERFORM 12-FORZAR-PASO
           END-IF.

           IF CADENA-ABIERTA
               MOVE WSV-PASO-PENDIENTE TO WSV-PASO-DESDE
               IF WSV-PASO-DESDE > 0
                   DISPLAY "REANUDANDO CADENA " WSV-CADENA
                       " DESDE EL PASO "
                       WSC-PASO-NUMERO (WSV-PASO-DESDE) " "
                       WSC-PASO-PROGRAMA (WSV-PASO-DESDE)
                   INITIALIZE WSV-LINEA-JOBLOG
                   STRING "CADENA "         DELIMITED BY SIZE
                          WSV-CADENA        DELIMITED BY SPACE
                          ": REANUDADA DESDE EL PASO "
                                            DELIMITED BY SIZE
                          WSC-PASO-NUMERO (WSV-PASO-DESDE)
                                            DELIMITED BY SIZE
                          " "               DELIMITED BY SIZE
                          WSC-PASO-PROGRAMA (WSV-PASO-DESDE)
                                            DELIMITED BY SPACE
                     INTO WSV-LINEA-JOBLOG
                   END-STRING
                   PERFORM 92-GRABAR-JOBLOG
               END-IF
           ELSE
               PERFORM 13-VERIFICAR-OTRAS-CADENAS
               MOVE 0 TO WSV-IDX-PASO
               MOVE WSC-ESTADO-INICIO TO WSV-ESTADO-AUX
               PERFORM 93-GRABAR-ESTADO
               INITIALIZE WSV-LINEA-JOBLOG
               STRING "CADENA "            DELIMITED BY SIZE
                      WSV-CADENA           DELIMITED BY SPACE
                      ": INICIO DE CORRIDA" DELIMITED BY SIZE
                 INTO WSV-LINEA-JOBLOG
               END-STRING
               PERFORM 92-GRABAR-JOBLOG
               PERFORM VARYING WSV-IDX-PASO FROM 1 BY 1
                       UNTIL WSV-IDX-PASO > WSC-CANT-PASOS
                   MOVE SPACES TO WSV-EST-ESTADO-TAB (WSV-IDX-PASO)
                   MOVE 0      TO WSV-EST-RC-TAB (WSV-IDX-PASO)
               END-PERFORM
               PERFORM 11-BUSCAR-PENDIENTE
               MOVE WSV-PASO-PENDIENTE TO WSV-PASO-DESDE
           END-IF.

       10-DETERMINAR-INICIO-END.
       EXIT.

      * Primer paso de la cadena que no termino (ni OK, ni AVISO,
      * ni FORZADO); cero si estan todos terminados.
       11-BUSCAR-PENDIENTE.
           MOVE 0 TO WSV-PASO-PENDIENTE.

           PERFORM VARYING WSV-IDX-PASO FROM 1 BY 1
                   UNTIL WSV-IDX-PASO > WSC-CANT-PASOS
                      OR WSV-PASO-PENDIENTE > 0
               IF WSC-PASO-CADENA (WSV-IDX-PASO) = WSV-CADENA AND
                  WSV-EST-ESTADO-TAB (WSV-IDX-PASO) NOT =
                  WSC-ESTADO-OK AND
                  WSV-EST-ESTADO-TAB (WSV-IDX-PASO) NOT =
                  WSC-ESTADO-AVISO AND
                  WSV-EST-ESTADO-TAB (WSV-IDX-PASO) NOT =
                  WSC-ESTADO-FORZADO
                   MOVE WSV-IDX-PASO TO WSV-PASO-PENDIENTE
               END-IF
           END-PERFORM.

       11-BUSCAR-PENDIENTE-END.
       EXIT.

      * Solo se fuerza un paso RETENIDO por un retorno de revision
      * (menor que 12): 12 o mas es un paso que no llego a hacer su
      * trabajo, y seguir dejaria a los siguientes sin sus datos.
       12-FORZAR-PASO.
           IF NOT CADENA-ABIERTA OR WSV-PASO-PENDIENTE = 0
               DISPLAY "ERROR: LA CADENA " WSV-CADENA " NO TIENE "
                   "CORRIDA ABIERTA CON UN PASO RETENIDO"
               STOP RUN RETURNING 16
           END-IF.

           IF WSV-EST-ESTADO-TAB (WSV-PASO-PENDIENTE) NOT =
              WSC-ESTADO-RETENIDO
               DISPLAY "ERROR: EL PASO "
                   WSC-PASO-PROGRAMA (WSV-PASO-PENDIENTE)
                   " NO ESTA RETENIDO - REANUDAR CON ACCION C"
               STOP RUN RETURNING 16
           END-IF.

           IF WSV-EST-RC-TAB (WSV-PASO-PENDIENTE) >=
              WSC-RC-NO-FORZABLE
               DISPLAY "ERROR: EL PASO "
                   WSC-PASO-PROGRAMA (WSV-PASO-PENDIENTE)
                   " TERMINO CON RETORNO "
                   WSV-EST-RC-TAB (WSV-PASO-PENDIENTE)
                   " Y NO SE PUEDE FORZAR - CORREGIR Y REANUDAR"
               STOP RUN RETURNING 16
           END-IF.

           MOVE WSV-PASO-PENDIENTE TO WSV-IDX-PASO.
           MOVE WSV-EST-RC-TAB (WSV-IDX-PASO) TO WSV-RC-PASO.
           MOVE WSC-ESTADO-FORZADO TO WSV-ESTADO-AUX.
           MOVE SPACES TO WSV-INICIO-AUX.
           PERFORM 93-GRABAR-ESTADO.
           MOVE WSC-ESTADO-FORZADO TO WSV-EST-ESTADO-TAB (WSV-IDX-PASO).

           INITIALIZE WSV-LINEA-JOBLOG.
           STRING "CADENA "                DELIMITED BY SIZE
                  WSV-CADENA               DELIMITED BY SPACE
                  " PASO "                 DELIMITED BY SIZE
                  WSC-PASO-NUMERO (WSV-IDX-PASO)
                                           DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WSC-PASO-PROGRAMA (WSV-IDX-PASO)
                                           DELIMITED BY SPACE
                  ": RETORNO "             DELIMITED BY SIZE
                  WSV-RC-PASO              DELIMITED BY SIZE
                  " FORZADO POR OPERADOR " DELIMITED BY SIZE
                  WSV-USUARIO              DELIMITED BY SIZE
             INTO WSV-LINEA-JOBLOG
           END-STRING.
           PERFORM 92-GRABAR-JOBLOG.

           PERFORM 11-BUSCAR-PENDIENTE.

       12-FORZAR-PASO-END.
       EXIT.

      * Una cadena nueva no arranca con otra a medio correr: es lo
      * que evitaba mandar cartas o promover con la evaluacion
      * retenida.
       13-VERIFICAR-OTRAS-CADENAS.
           PERFORM VARYING WSV-IDX-CAD FROM 1 BY 1
                   UNTIL WSV-IDX-CAD > WSV-CANT-CADENAS
               IF WSV-CAD-NOMBRE-TAB (WSV-IDX-CAD) NOT = WSV-CADENA
                  AND WSV-CAD-ABIERTA-TAB (WSV-IDX-CAD) = "S"
                   DISPLAY "ERROR: LA CADENA "
                       WSV-CAD-NOMBRE-TAB (WSV-IDX-CAD)
                       " TIENE UNA CORRIDA ABIERTA - REANUDARLA O "
                       "ANULARLA ANTES DE CORRER " WSV-CADENA
                   INITIALIZE WSV-LINEA-JOBLOG
                   STRING "CADENA "        DELIMITED BY SIZE
                          WSV-CADENA       DELIMITED BY SPACE
                          " RECHAZADA: LA CADENA "
                                           DELIMITED BY SIZE
                          WSV-CAD-NOMBRE-TAB (WSV-IDX-CAD)
                                           DELIMITED BY SPACE
                          " SIGUE ABIERTA" DELIMITED BY SIZE
                     INTO WSV-LINEA-JOBLOG
                   END-STRING
                   PERFORM 92-GRABAR-JOBLOG
                   STOP RUN RETURNING 12
               END-IF
           END-PERFORM.

       13-VERIFICAR-OTRAS-CADENAS-END.
       EXIT.

       20-CORRER-PASOS.
           PERFORM VARYING WSV-IDX-PASO FROM WSV-PASO-DESDE BY 1
                   UNTIL WSV-IDX-PASO > WSC-CANT-PASOS
                      OR CADENA-RETENIDA
               IF WSC-PASO-CADENA (WSV-IDX-PASO) = WSV-CADENA
                   PERFORM 21-CORRER-PASO
               END-IF
           END-PERFORM.

       20-CORRER-PASOS-END.
       EXIT.

      * Lanza el programa del paso y clasifica su retorno. El
      * sistema devuelve el estado de espera del proceso: el codigo
      * de retorno del programa viene en el byte alto, y un byte
      * bajo distinto de cero es un proceso terminado por senal,
      * que se asienta como retorno 999.
       21-CORRER-PASO.
           MOVE FUNCTION CURRENT-DATE TO WSV-FECHA-HORA-AUX.
           MOVE WSV-FECHA-HORA-AUX (1:14) TO WSV-INICIO-AUX.
           MOVE 0 TO WSV-RC-PASO.
           MOVE WSC-ESTADO-EN-CURSO TO WSV-ESTADO-AUX.
           PERFORM 93-GRABAR-ESTADO.

           DISPLAY "PASO " WSC-PASO-NUMERO (WSV-IDX-PASO) " "
               WSC-PASO-PROGRAMA (WSV-IDX-PASO).
           INITIALIZE WSV-LINEA-JOBLOG.
           STRING "CADENA "                DELIMITED BY SIZE
                  WSV-CADENA               DELIMITED BY SPACE
                  " PASO "                 DELIMITED BY SIZE
                  WSC-PASO-NUMERO (WSV-IDX-PASO)
                                           DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WSC-PASO-PROGRAMA (WSV-IDX-PASO)
                                           DELIMITED BY SPACE
                  ": INICIO"               DELIMITED BY SIZE
             INTO WSV-LINEA-JOBLOG
           END-STRING.
           PERFORM 92-GRABAR-JOBLOG.

           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING WSC-PASO-COMANDO (WSV-IDX-PASO)
           END-CALL.
           MOVE RETURN-CODE TO WSV-ESTADO-PROCESO.
           MOVE 0 TO RETURN-CODE.

           DIVIDE WSV-ESTADO-PROCESO BY 256
               GIVING WSV-RC-PASO REMAINDER WSV-SENAL.
           IF WSV-SENAL NOT = 0 OR WSV-ESTADO-PROCESO < 0
               MOVE WSC-RC-ANORMAL TO WSV-RC-PASO
           END-IF.

           IF WSV-RC-PASO = 0
               MOVE WSC-ESTADO-OK TO WSV-ESTADO-AUX
           ELSE
               IF WSV-RC-PASO <= WSC-PASO-RC-MAXIMO (WSV-IDX-PASO)
                   MOVE WSC-ESTADO-AVISO TO WSV-ESTADO-AUX
               ELSE
                   MOVE WSC-ESTADO-RETENIDO TO WSV-ESTADO-AUX
                   SET CADENA-RETENIDA TO TRUE
                   MOVE WSV-IDX-PASO TO WSV-PASO-PENDIENTE
                   IF WSV-RC-PASO > 16
                       MOVE 16 TO WSV-RC-CADENA
                   ELSE
                       MOVE WSV-RC-PASO TO WSV-RC-CADENA
                   END-IF
               END-IF
           END-IF.

           PERFORM 93-GRABAR-ESTADO.
           MOVE WSV-ESTADO-AUX TO WSV-EST-ESTADO-TAB (WSV-IDX-PASO).
           MOVE WSV-RC-PASO    TO WSV-EST-RC-TAB (WSV-IDX-PASO).

           DISPLAY "PASO " WSC-PASO-NUMERO (WSV-IDX-PASO) " "
               WSC-PASO-PROGRAMA (WSV-IDX-PASO) " RETORNO "
               WSV-RC-PASO " " WSV-ESTADO-AUX.
           INITIALIZE WSV-LINEA-JOBLOG.
           STRING "CADENA "                DELIMITED BY SIZE
                  WSV-CADENA               DELIMITED BY SPACE
                  " PASO "                 DELIMITED BY SIZE
                  WSC-PASO-NUMERO (WSV-IDX-PASO)
                                           DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WSC-PASO-PROGRAMA (WSV-IDX-PASO)
                                           DELIMITED BY SPACE
                  ": FIN RETORNO "         DELIMITED BY SIZE
                  WSV-RC-PASO              DELIMITED BY SIZE
                  " (MAXIMO "              DELIMITED BY SIZE
                  WSC-PASO-RC-MAXIMO (WSV-IDX-PASO)
                                           DELIMITED BY SIZE
                  ") "                     DELIMITED BY SIZE
                  WSV-ESTADO-AUX           DELIMITED BY SPACE
             INTO WSV-LINEA-JOBLOG
           END-STRING.
           PERFORM 92-GRABAR-JOBLOG.

           IF CADENA-RETENIDA
               PERFORM 22-INFORMAR-RETENCION
           END-IF.

       21-CORRER-PASO-END.
       EXIT.

      * Deja dicho que paso queda sin correr por la retencion.
       22-INFORMAR-RETENCION.
           MOVE 0 TO WSV-PASO-SIGUIENTE.
           PERFORM VARYING WSV-IDX-SIG FROM WSV-PASO-PENDIENTE BY 1
                   UNTIL WSV-IDX-SIG >= WSC-CANT-PASOS
                      OR WSV-PASO-SIGUIENTE > 0
               IF WSC-PASO-CADENA (WSV-IDX-SIG + 1) = WSV-CADENA
                   COMPUTE WSV-PASO-SIGUIENTE = WSV-IDX-SIG + 1
               END-IF
           END-PERFORM.

           INITIALIZE WSV-LINEA-JOBLOG.
           IF WSV-PASO-SIGUIENTE > 0
               STRING "CADENA "            DELIMITED BY SIZE
                      WSV-CADENA           DELIMITED BY SPACE
                      " RETENIDA: NO SE CORRE "
                                           DELIMITED BY SIZE
                      WSC-PASO-PROGRAMA (WSV-PASO-SIGUIENTE)
                                           DELIMITED BY SPACE
                      " NI LOS PASOS SIGUIENTES"
                                           DELIMITED BY SIZE
                 INTO WSV-LINEA-JOBLOG
               END-STRING
           ELSE
               STRING "CADENA "            DELIMITED BY SIZE
                      WSV-CADENA           DELIMITED BY SPACE
                      " RETENIDA EN SU ULTIMO PASO"
                                           DELIMITED BY SIZE
                 INTO WSV-LINEA-JOBLOG
               END-STRING
           END-IF.
           DISPLAY "AVISO: " WSV-LINEA-JOBLOG.
           PERFORM 92-GRABAR-JOBLOG.

       22-INFORMAR-RETENCION-END.
       EXIT.

       30-COMPLETAR-CADENA.
           MOVE 0 TO WSV-IDX-PASO.
           MOVE 0 TO WSV-RC-PASO.
           MOVE WSC-ESTADO-COMPLETA TO WSV-ESTADO-AUX.
           PERFORM 93-GRABAR-ESTADO.

           INITIALIZE WSV-LINEA-JOBLOG.
           STRING "CADENA "                DELIMITED BY SIZE
                  WSV-CADENA               DELIMITED BY SPACE
                  ": CORRIDA COMPLETA"     DELIMITED BY SIZE
             INTO WSV-LINEA-JOBLOG
           END-STRING.
           PERFORM 92-GRABAR-JOBLOG.

       30-COMPLETAR-CADENA-END.
       EXIT.

       92-GRABAR-JOBLOG.
           OPEN EXTEND ARCHIVO-JOBLOG.

           MOVE FUNCTION CURRENT-DATE TO WSV-FECHA-HORA-AUX.
           MOVE SPACES TO REG-JOBLOG.
           STRING WSV-FECHA-HORA-AUX(1:8)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WSV-FECHA-HORA-AUX(9:6)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WSV-LINEA-JOBLOG         DELIMITED BY SIZE
             INTO REG-JOBLOG
           END-STRING.
           WRITE REG-JOBLOG.

           CLOSE ARCHIVO-JOBLOG.

       92-GRABAR-JOBLOG-END.
       EXIT.

      * Una linea del diario de pasos para WSV-IDX-PASO (cero es la
      * marca de corrida de la cadena) con el estado WSV-ESTADO-AUX.
      * Se abre y cierra en cada linea, como el joblog, porque los
      * pasos corren entre linea y linea.
       93-GRABAR-ESTADO.
           MOVE FUNCTION CURRENT-DATE TO WSV-FECHA-HORA-AUX.
           MOVE WSV-FECHA-HORA-AUX (1:14) TO WSV-FIN-AUX.

           OPEN EXTEND ARCHIVO-ESTADO.

           MOVE SPACES TO REG-ESTADO.
           MOVE WSV-CADENA TO REG-EST-CADENA.
           IF WSV-IDX-PASO = 0
               MOVE 0 TO REG-EST-PASO
               MOVE 0 TO REG-EST-RC
               MOVE WSV-FIN-AUX TO REG-EST-INICIO
           ELSE
               MOVE WSC-PASO-NUMERO (WSV-IDX-PASO) TO REG-EST-PASO
               MOVE WSC-PASO-PROGRAMA (WSV-IDX-PASO)
                   TO REG-EST-PROGRAMA
               MOVE WSV-RC-PASO TO REG-EST-RC
               MOVE WSV-INICIO-AUX TO REG-EST-INICIO
               IF WSV-ESTADO-AUX NOT = WSC-ESTADO-EN-CURSO
                   MOVE WSV-FIN-AUX TO REG-EST-FIN
               END-IF
           END-IF.
           MOVE WSV-ESTADO-AUX TO REG-EST-ESTADO.
           MOVE WSV-USUARIO    TO REG-EST-OPERADOR.
           WRITE REG-ESTADO.

           CLOSE ARCHIVO-ESTADO.

       93-GRABAR-ESTADO-END.
       EXIT.
