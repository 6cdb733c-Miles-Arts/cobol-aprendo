      ******************************************************************
      * Author:
      * Date:
      * Purpose: Simulacion de cambios de politica de admision. Lee
      *          el lote real POSTULANTES.DAT y las notas de
      *          EXAMENES.DAT y evalua el lote dos veces en memoria
      *          con las mismas reglas del evaluador: una con la
      *          politica vigente (PARAMETROS.DAT, CARRERAS.DAT y los
      *          pesos y el promedio de merito del evaluador) y otra
      *          con la alternativa (PARAMETROS-SIM.DAT y
      *          CARRERAS-SIM.DAT). No graba historial, control de
      *          corrida, auditoria ni ninguna salida del ciclo: su
      *          unica salida es SIMULACION-POLITICA.DAT, con
      *          admitidos, espera y rechazos por carrera y por
      *          motivo en ambas politicas y la lista de postulantes
      *          cuyo resultado cambiaria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULACION-POLITICA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-POSTULANTES ASSIGN TO "POSTULANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-EXAMENES ASSIGN TO "EXAMENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-PARAMETROS
               ASSIGN USING WSV-NOMBRE-PARAMETROS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-CARRERAS
               ASSIGN USING WSV-NOMBRE-CARRERAS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-HISTORIAL
               ASSIGN TO "HISTORIAL-MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-HIS-DNI
               FILE STATUS IS WSS-HISTORIAL.

           SELECT OPTIONAL ARCHIVO-REGISTRO-CIVIL
               ASSIGN TO "REGISTRO-CIVIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-PAGOS
               ASSIGN TO "ESTADO-PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-SIMULACION
               ASSIGN TO "SIMULACION-POLITICA.DAT"
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

       FD  ARCHIVO-EXAMENES.
           01 REG-EXAMEN.
               05 REG-EXA-DNI             PIC 9(8).
               05 REG-EXA-NOTA            PIC 9(2)V99.

      * Los parametros de la politica alternativa siguen el formato
      * de PARAMETROS.DAT y agregan al final los pesos del examen y
      * del promedio en el compuesto y el promedio minimo para la
      * distincion de merito (p. ej. "17TTC70300800"). Lo que no se
      * informa (o no es numerico) se toma de la politica vigente.
      * En PARAMETROS.DAT esos campos no existen: la politica
      * vigente usa siempre los valores fijos del evaluador.
       FD  ARCHIVO-PARAMETROS.
           01 REG-PARAMETROS.
               05 REG-EDAD-MINIMA         PIC 99.
               05 REG-ESTADO-SECUND       PIC X.
               05 REG-CARRERA-TERMINADO   PIC X.
               05 REG-CARRERA-ENCURSO     PIC X.
               05 REG-PESO-EXAMEN         PIC V99.
               05 REG-PESO-PROMEDIO       PIC V99.
               05 REG-PROMEDIO-MERITO     PIC 9(2)V99.

       FD  ARCHIVO-CARRERAS.
           01 REG-CARRERA-MAESTRO.
               05 REG-CAR-CODIGO          PIC X(3).
               05 REG-CAR-NOMBRE          PIC X(20).
               05 REG-CAR-CUPO            PIC 9(3).
               05 REG-CAR-RESERVA OCCURS 3 TIMES.
                   10 REG-CAR-RES-CATEGORIA PIC X.
                   10 REG-CAR-RES-CUPO      PIC 9(3).
               05 REG-CAR-ESTADO          PIC X.

      * El maestro de historial se abre solo para lectura.
       FD  ARCHIVO-HISTORIAL.
           01 REG-HISTORIAL.
               05 REG-HIS-DNI             PIC 9(8).
               05 REG-HIS-INTENTOS        PIC 9(2).
               05 REG-HIS-ULT-CICLO       PIC X(6).
               05 REG-HIS-MATRICULADO     PIC X.
               05 REG-HIS-ULT-VEREDICTO   PIC X(40).

       FD  ARCHIVO-REGISTRO-CIVIL.
           01 REG-REGISTRO-CIVIL.
               05 REG-RCV-DNI             PIC 9(8).
               05 REG-RCV-NOMBRE          PIC X(15).

       FD  ARCHIVO-PAGOS.
           01 REG-PAGO.
               05 REG-PAG-DNI             PIC 9(8).
               05 REG-PAG-ESTADO          PIC X.

       FD  ARCHIVO-SIMULACION.
           01 REG-SIMULACION              PIC X(132).

       WORKING-STORAGE SECTION.

           01 WSS-ESTADOS-ARCHIVO.
               05 WSS-HISTORIAL            PIC XX VALUE "00".

      * Pesos y promedio de merito de la politica vigente: son los
      * mismos valores fijos con que evalua EJERCICIO-CLASE.
           01 WSC-CONSTANTES.
               05 WSC-PESO-EXAMEN          PIC V99 VALUE 0.60.
               05 WSC-PESO-PROMEDIO        PIC V99 VALUE 0.40.
               05 WSC-PROMEDIO-MERITO      PIC 9(2)V99 VALUE 8.00.
               05 WSC-ESTADO-NO-INICIADO   PIC X VALUE "N".
               05 WSC-TIPO-CABECERA        PIC X VALUE "H".
               05 WSC-TIPO-DETALLE         PIC X VALUE "D".
               05 WSC-LONG-DETALLE-MIN     PIC 9(3) VALUE 35.
               05 WSC-MAX-POSTULANTES      PIC 9(5) VALUE 500.
               05 WSC-MAX-CARRERAS         PIC 9(3) VALUE 50.
               05 WSC-MAX-RESUMEN          PIC 9(3) VALUE 100.
               05 WSC-MAX-MOTIVOS          PIC 9(3) VALUE 50.
               05 WSC-MAX-INTENTOS         PIC 9(2) VALUE 3.
               05 WSC-MAX-RESERVAS         PIC 9 VALUE 3.
               05 WSC-MAX-REG-CIVIL        PIC 9(5) VALUE 2000.
               05 WSC-MAX-PAGOS            PIC 9(5) VALUE 2000.
               05 WSC-CATEGORIA-GENERAL    PIC X VALUE "G".
               05 WSC-CATEGORIA-COLEGIO    PIC X VALUE "C".
               05 WSC-CARRERA-INACTIVA     PIC X VALUE "I".
               05 WSC-VEREDICTO-ACEPTADO   PIC X(40)
                   VALUE "CUMPLE CON TODOS LOS REQUSITOS".
               05 WSC-VEREDICTO-ESPERA     PIC X(40)
                   VALUE "CUMPLE - EN LISTA DE ESPERA".
               05 WSC-VEREDICTO-ACEPTADO2  PIC X(40)
                   VALUE "CUMPLE - ADMITIDO EN SEGUNDA OPCION".
               05 WSC-VEREDICTO-IDENTIDAD  PIC X(40)
                   VALUE "IDENTIDAD NO VERIFICADA".
               05 WSC-VEREDICTO-PAGO       PIC X(40)
                   VALUE "PAGO PENDIENTE".
               05 WSC-POL-ACTUAL           PIC 9 VALUE 1.
               05 WSC-POL-SIMULADA         PIC 9 VALUE 2.

           01 WSC-SWITCHES.
               05 WSC-FIN-POSTULANTES    PIC X VALUE "N".
                   88 FIN-POSTULANTES        VALUE "S".
               05 WSC-FIN-EXAMENES       PIC X VALUE "N".
                   88 FIN-EXAMENES           VALUE "S".
               05 WSC-FIN-CARRERAS       PIC X VALUE "N".
                   88 FIN-CARRERAS           VALUE "S".
               05 WSC-FIN-REG-CIVIL      PIC X VALUE "N".
                   88 FIN-REG-CIVIL          VALUE "S".
               05 WSC-FIN-PAGOS          PIC X VALUE "N".
                   88 FIN-PAGOS              VALUE "S".
               05 WSC-VERIFICA-IDENT     PIC X VALUE "N".
                   88 VERIFICA-IDENTIDAD     VALUE "S".
               05 WSC-VERIFICA-PAGO      PIC X VALUE "N".
                   88 VERIFICA-PAGO          VALUE "S".
               05 WSC-HAY-HISTORIAL      PIC X VALUE "N".
                   88 HAY-HISTORIAL          VALUE "S".
               05 WSC-CUPO-OTORGADO      PIC X VALUE "N".
                   88 CUPO-OTORGADO          VALUE "S".
               05 WSC-PARAMETROS-SIM     PIC X VALUE "N".
                   88 HAY-PARAMETROS-SIM     VALUE "S".
               05 WSC-CARRERAS-SIM       PIC X VALUE "N".
                   88 HAY-CARRERAS-SIM       VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-NOMBRE-PARAMETROS        PIC X(20).
               05 WSV-NOMBRE-CARRERAS          PIC X(20).
               05 WSV-LONG-ENTRADA             PIC 9(3).
               05 WSV-LOTE                     PIC X(8) VALUE SPACES.
               05 WSV-CICLO                    PIC X(6) VALUE SPACES.
               05 WSV-POL                      PIC 9.
               05 WSV-IDX                      PIC 9(5).
               05 WSV-IDX-DUP                  PIC 9(5).
               05 WSV-IDX-OTRO                 PIC 9(5).
               05 WSV-IDX-CAR                  PIC 9(3).
               05 WSV-CAR-ELEGIDA              PIC 9(3).
               05 WSV-IDX-RES                  PIC 9.
               05 WSV-RES-ELEGIDA              PIC 9.
               05 WSV-IDX-EXA                  PIC 9(5).
               05 WSV-EXA-ELEGIDO              PIC 9(5).
               05 WSV-IDX-RCV                  PIC 9(5).
               05 WSV-IDX-PAG                  PIC 9(5).
               05 WSV-IDX-ESP                  PIC 9(5).
               05 WSV-IDX-ESP2                 PIC 9(5).
               05 WSV-IDX-RSM                  PIC 9(3).
               05 WSV-IDX-RSM2                 PIC 9(3).
               05 WSV-RSM-ELEGIDO              PIC 9(3).
               05 WSV-IDX-MOT                  PIC 9(3).
               05 WSV-MOT-ELEGIDO              PIC 9(3).
               05 WSV-SECUENCIA                PIC 9(5).
               05 WSV-ORDEN                    PIC 9(3).
               05 WSV-SUMA-RESERVAS            PIC 9(4).
               05 WSV-LIBRES-RESERVA           PIC 9(4).
               05 WSV-LIBRES-CUPO              PIC S9(4).
               05 WSV-ES-DUPLICADO             PIC X VALUE "N".
                   88 ES-DUPLICADO                 VALUE "S".
               05 WSV-DATOS-VALIDOS-AUX        PIC X VALUE "N".
                   88 DATOS-VALIDOS               VALUE "S".
               05 WSV-CARRERA-HALLADA          PIC X VALUE "N".
                   88 CARRERA-HALLADA              VALUE "S".
               05 WSV-EXAMEN-HALLADO           PIC X VALUE "N".
                   88 EXAMEN-HALLADO               VALUE "S".
               05 WSV-HISTORIAL-HALLADO        PIC X VALUE "N".
                   88 HISTORIAL-HALLADO            VALUE "S".
               05 WSV-IDENTIDAD-OK             PIC X VALUE "N".
                   88 IDENTIDAD-OK                 VALUE "S".
               05 WSV-PAGO-OK                  PIC X VALUE "N".
                   88 PAGO-OK                      VALUE "S".
               05 WSV-SEGUNDA-OPCION           PIC X VALUE "N".
                   88 SEGUNDA-OPCION-OK            VALUE "S".
               05 WSV-CAMBIO                   PIC X VALUE "N".
                   88 HAY-CAMBIO                   VALUE "S".
               05 WSV-COD-CARRERA1-SAV         PIC X(3).
               05 WSV-VEREDICTO-AUX            PIC X(40).
               05 WSV-PTR-VEREDICTO            PIC 9(3).
               05 WSV-MERITO-AUX               PIC X(7).
               05 WSV-CLASE-AUX                PIC X.
               05 WSV-NOTA-EXAMEN-AUX          PIC 9(2)V99.
               05 WSV-COMPOSITO-AUX            PIC 9(2)V99.
               05 WSV-CODIGO-AUX               PIC X(3).
               05 WSV-ESPERA-SWAP              PIC X(12).
               05 WSV-RESUMEN-SWAP             PIC X(41).
               05 WSV-VALOR-ACT                PIC 9(5).
               05 WSV-VALOR-SIM                PIC 9(5).
               05 WSV-DIFERENCIA               PIC S9(5).
               05 WSV-EDIT-ACT                 PIC ZZZZ9.
               05 WSV-EDIT-SIM                 PIC ZZZZ9.
               05 WSV-EDIT-DIF                 PIC +ZZZZ9.
               05 WSV-EDIT-CUPO                PIC ZZ9.
               05 WSV-EDIT-PESO                PIC 9.99.
               05 WSV-EDIT-PROMEDIO            PIC Z9.99.
               05 WSV-EDIT-COMPOSITO           PIC Z9.99.
               05 WSV-EDIT-ORDEN               PIC ZZ9.
               05 WSV-PTR-LINEA                PIC 9(3).
               05 WSV-LINEA-SIMULACION         PIC X(132).

      * Imagen del registro de historial del postulante en curso.
           01 WSV-HISTORIAL-AUX.
               05 WSV-HIS-INTENTOS-AUX          PIC 9(2).
               05 WSV-HIS-CICLO-AUX             PIC X(6).
               05 WSV-HIS-MATRICULADO-AUX       PIC X.

           01 WSV-POSTULANTE-AUX.
               05 WSV-DNI-AUX                  PIC 9(8).
               05 WSV-NOMBRE-AUX               PIC X(15).
               05 WSV-EDAD-AUX                 PIC 99.
               05 WSV-SECUNDARIO-AUX           PIC X.
               05 WSV-CARRERA-AUX              PIC X.
               05 WSV-PROMEDIO-AUX             PIC 9(2)V99.
               05 WSV-COD-CARRERA-AUX          PIC X(3).
               05 WSV-COD-CARRERA2-AUX         PIC X(3).
               05 WSV-CATEGORIA-AUX            PIC X.

      * Politica con la que se esta evaluando: los mismos nombres
      * que las constantes del evaluador, cargados desde la tabla
      * de politicas antes de cada pasada.
           01 WSV-POLITICA-AUX.
               05 WSV-EDAD-MINIMA              PIC 99.
               05 WSV-ESTADO-SECUND            PIC X.
               05 WSV-TERMINADO                PIC X.
               05 WSV-ENCURSO                  PIC X.
               05 WSV-PESO-EXAMEN              PIC V99.
               05 WSV-PESO-PROMEDIO            PIC V99.
               05 WSV-PROMEDIO-MERITO          PIC 9(2)V99.

           01 WSV-CONTADORES.
               05 WSV-CANT-DETALLES            PIC 9(5) VALUE 0.
               05 WSV-CANT-RECHAZO-FORMATO     PIC 9(5) VALUE 0.
               05 WSV-CANT-CAMBIOS             PIC 9(5) VALUE 0.

      * Pasada 1 = politica vigente, pasada 2 = simulada.
           01 WS-POLITICAS-TABLA.
               05 WSV-POLITICA-TAB OCCURS 2 TIMES.
                   10 WSV-POL-TITULO-TAB        PIC X(8).
                   10 WSV-POL-PARAMETROS-TAB    PIC X(20).
                   10 WSV-POL-CARRERAS-TAB      PIC X(20).
                   10 WSV-POL-EDAD-MINIMA-TAB   PIC 99.
                   10 WSV-POL-SECUND-TAB        PIC X.
                   10 WSV-POL-TERMINADO-TAB     PIC X.
                   10 WSV-POL-ENCURSO-TAB       PIC X.
                   10 WSV-POL-PESO-EXAMEN-TAB   PIC V99.
                   10 WSV-POL-PESO-PROMEDIO-TAB PIC V99.
                   10 WSV-POL-PROM-MERITO-TAB   PIC 9(2)V99.
                   10 WSV-POL-ADMITIDOS-TAB     PIC 9(5).
                   10 WSV-POL-ESPERA-TAB        PIC 9(5).
                   10 WSV-POL-RECHAZADOS-TAB    PIC 9(5).
                   10 WSV-POL-MERITO-TAB        PIC 9(5).

      * Detalles del lote con el resultado de cada pasada: clase
      * (A admitido, S segunda opcion, L por cupo reservado
      * liberado, E espera, R rechazo), veredicto como lo daria el
      * evaluador, carrera (la asignada o, si no entro, la primera
      * preferencia), distincion, compuesto y posicion en el orden
      * de merito de su carrera.
           01 WS-POSTULANTES-TABLA.
               05 WSV-CANT-POSTULANTES         PIC 9(5) VALUE 0.
               05 WSV-POSTULANTE-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-POSTULANTES.
                   10 WSV-DNI-TAB               PIC 9(8).
                   10 WSV-NOMBRE-TAB            PIC X(15).
                   10 WSV-EDAD-TAB              PIC 99.
                   10 WSV-SECUNDARIO-TAB        PIC X.
                   10 WSV-CARRERA-TAB           PIC X.
                   10 WSV-PROMEDIO-TAB          PIC 9(2)V99.
                   10 WSV-COD-CARRERA-TAB       PIC X(3).
                   10 WSV-COD-CARRERA2-TAB      PIC X(3).
                   10 WSV-CATEGORIA-TAB         PIC X.
                   10 WSV-RESULTADO-TAB OCCURS 2 TIMES.
                       15 WSV-RES-CLASE-TAB     PIC X.
                       15 WSV-RES-VEREDICTO-TAB PIC X(40).
                       15 WSV-RES-CARRERA-TAB   PIC X(3).
                       15 WSV-RES-MERITO-TAB    PIC X(7).
                       15 WSV-RES-COMPOSITO-TAB PIC 9(2)V99.
                       15 WSV-RES-SECUENCIA-TAB PIC 9(5).
                       15 WSV-RES-ORDEN-TAB     PIC 9(3).

           01 WS-CARRERAS-TABLA.
               05 WSV-CANT-CARRERAS            PIC 9(3) VALUE 0.
               05 WSV-CARRERA-MAE-TAB OCCURS 1 TO 50 TIMES
                       DEPENDING ON WSV-CANT-CARRERAS.
                   10 WSV-CAR-CODIGO-TAB        PIC X(3).
                   10 WSV-CAR-CUPO-TAB          PIC 9(3).
                   10 WSV-CAR-OCUPADOS-TAB      PIC 9(3).
                   10 WSV-CAR-CUPO-GRAL-TAB     PIC 9(3).
                   10 WSV-CAR-OCU-GRAL-TAB      PIC 9(3).
                   10 WSV-CAR-LIB-PEND-TAB      PIC 9(3).
                   10 WSV-CAR-RESERVA-TAB OCCURS 3 TIMES.
                       15 WSV-CAR-RES-CATEG-TAB PIC X.
                       15 WSV-CAR-RES-CUPO-TAB  PIC 9(3).
                       15 WSV-CAR-RES-OCU-TAB   PIC 9(3).

      * Espera de la pasada en curso, para cubrir los reservados
      * sin usar en el mismo orden que el evaluador.
           01 WS-ESPERA-TABLA.
               05 WSV-CANT-ESPERA-TAB          PIC 9(5) VALUE 0.
               05 WSV-ESPERA-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-ESPERA-TAB.
                   10 WSV-ESP-CODIGO-TAB        PIC X(3).
                   10 WSV-ESP-POSTULANTE-TAB    PIC 9(5).
                   10 WSV-ESP-PROMEDIO-TAB      PIC 9(2)V99.

           01 WS-EXAMENES-TABLA.
               05 WSV-CANT-EXAMENES            PIC 9(5) VALUE 0.
               05 WSV-EXAMEN-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-EXAMENES.
                   10 WSV-EXA-DNI-TAB           PIC 9(8).
                   10 WSV-EXA-NOTA-TAB          PIC 9(2)V99.

           01 WS-REG-CIVIL-TABLA.
               05 WSV-CANT-REG-CIVIL           PIC 9(5) VALUE 0.
               05 WSV-REG-CIVIL-TAB OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WSV-CANT-REG-CIVIL.
                   10 WSV-RCV-DNI-TAB           PIC 9(8).
                   10 WSV-RCV-NOMBRE-TAB        PIC X(15).

           01 WS-PAGOS-TABLA.
               05 WSV-CANT-PAGOS               PIC 9(5) VALUE 0.
               05 WSV-PAGO-TAB OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WSV-CANT-PAGOS.
                   10 WSV-PAG-DNI-TAB           PIC 9(8).
                   10 WSV-PAG-ESTADO-TAB        PIC X.

      * Resumen por carrera: union de las carreras de ambos
      * maestros y de las pedidas por los postulantes. La carrera
      * que una politica no tiene activa queda con cupo en blanco.
           01 WS-RESUMEN-TABLA.
               05 WSV-CANT-RESUMEN             PIC 9(3) VALUE 0.
               05 WSV-RESUMEN-TAB OCCURS 1 TO 100 TIMES
                       DEPENDING ON WSV-CANT-RESUMEN.
                   10 WSV-RSM-CODIGO-TAB        PIC X(3).
                   10 WSV-RSM-POLITICA-TAB OCCURS 2 TIMES.
                       15 WSV-RSM-ACTIVA-TAB    PIC X.
                       15 WSV-RSM-CUPO-TAB      PIC 9(3).
                       15 WSV-RSM-ADMITIDOS-TAB PIC 9(5).
                       15 WSV-RSM-ESPERA-TAB    PIC 9(5).
                       15 WSV-RSM-RECHAZOS-TAB  PIC 9(5).

      * Rechazos por motivo: el veredicto tal como lo escribe el
      * evaluador, en el orden en que aparece por primera vez.
           01 WS-MOTIVOS-TABLA.
               05 WSV-CANT-MOTIVOS             PIC 9(3) VALUE 0.
               05 WSV-MOTIVO-TAB OCCURS 1 TO 50 TIMES
                       DEPENDING ON WSV-CANT-MOTIVOS.
                   10 WSV-MOT-VEREDICTO-TAB     PIC X(40).
                   10 WSV-MOT-CANT-TAB OCCURS 2 TIMES PIC 9(5).


       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "SIMULACION DE POLITICA DE ADMISION".
           DISPLAY "--------------------------------------------------".

           PERFORM 05-LEER-POLITICAS.
           PERFORM 08-CARGAR-POSTULANTES.
           PERFORM 11-CARGAR-EXAMENES.
           PERFORM 13-CARGAR-REGISTRO-CIVIL.
           PERFORM 13A-CARGAR-PAGOS.

           OPEN INPUT ARCHIVO-HISTORIAL.
           IF WSS-HISTORIAL = "00"
               SET HAY-HISTORIAL TO TRUE
           ELSE
               DISPLAY "AVISO: HISTORIAL-MAESTRO.DAT AUSENTE O "
                   "ILEGIBLE (STATUS " WSS-HISTORIAL ") - SE "
                   "SIMULA SIN BLOQUEOS POR HISTORIAL"
           END-IF.

           MOVE WSC-POL-ACTUAL TO WSV-POL.
           PERFORM 20-EVALUAR-POLITICA.
           MOVE WSC-POL-SIMULADA TO WSV-POL.
           PERFORM 20-EVALUAR-POLITICA.

           IF HAY-HISTORIAL
               CLOSE ARCHIVO-HISTORIAL
           END-IF.

           PERFORM 30-ACUMULAR-RESUMEN.

           OPEN OUTPUT ARCHIVO-SIMULACION.
           PERFORM 40-ESCRIBIR-POLITICAS.
           PERFORM 42-ESCRIBIR-CARRERAS.
           PERFORM 43-ESCRIBIR-MOTIVOS.
           PERFORM 44-ESCRIBIR-CAMBIOS.
           CLOSE ARCHIVO-SIMULACION.

           DISPLAY "POSTULANTES EVALUADOS:  " WSV-CANT-POSTULANTES.
           DISPLAY "ADMITIDOS ACTUAL/SIMUL: "
               WSV-POL-ADMITIDOS-TAB (WSC-POL-ACTUAL) " / "
               WSV-POL-ADMITIDOS-TAB (WSC-POL-SIMULADA).
           DISPLAY "RESULTADOS QUE CAMBIAN: " WSV-CANT-CAMBIOS.
           DISPLAY "VER SIMULACION-POLITICA.DAT".

       STOP RUN.
       00-CONTROL-END.
       EXIT.

      * La politica vigente es PARAMETROS.DAT y CARRERAS.DAT tal
      * como los usa el evaluador. La simulada parte de la vigente
      * y toma lo que traigan PARAMETROS-SIM.DAT y CARRERAS-SIM.DAT;
      * sin ninguno de los dos la simulacion repite la vigente y
      * se avisa.
       05-LEER-POLITICAS.
           MOVE "ACTUAL"         TO WSV-POL-TITULO-TAB (1).
           MOVE "SIMULADA"       TO WSV-POL-TITULO-TAB (2).
           MOVE "PARAMETROS.DAT" TO WSV-POL-PARAMETROS-TAB (1).
           MOVE "CARRERAS.DAT"   TO WSV-POL-CARRERAS-TAB (1).

           MOVE "PARAMETROS.DAT" TO WSV-NOMBRE-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS.
           READ ARCHIVO-PARAMETROS
               AT END
                   DISPLAY "ERROR: ARCHIVO DE PARAMETROS VACIO O "
                       "ILEGIBLE"
                   CLOSE ARCHIVO-PARAMETROS
                   STOP RUN RETURNING 16
           END-READ.
           IF REG-EDAD-MINIMA NOT NUMERIC
               DISPLAY "ERROR: EDAD MINIMA NO NUMERICA EN "
                   "PARAMETROS.DAT"
               CLOSE ARCHIVO-PARAMETROS
               STOP RUN RETURNING 16
           END-IF.
           MOVE REG-EDAD-MINIMA       TO WSV-POL-EDAD-MINIMA-TAB (1).
           MOVE REG-ESTADO-SECUND     TO WSV-POL-SECUND-TAB (1).
           MOVE REG-CARRERA-TERMINADO TO WSV-POL-TERMINADO-TAB (1).
           MOVE REG-CARRERA-ENCURSO   TO WSV-POL-ENCURSO-TAB (1).
           MOVE WSC-PESO-EXAMEN       TO WSV-POL-PESO-EXAMEN-TAB (1).
           MOVE WSC-PESO-PROMEDIO
               TO WSV-POL-PESO-PROMEDIO-TAB (1).
           MOVE WSC-PROMEDIO-MERITO   TO WSV-POL-PROM-MERITO-TAB (1).
           CLOSE ARCHIVO-PARAMETROS.

           MOVE WSV-POLITICA-TAB (1) TO WSV-POLITICA-TAB (2).
           MOVE "SIMULADA" TO WSV-POL-TITULO-TAB (2).

           MOVE "PARAMETROS-SIM.DAT" TO WSV-NOMBRE-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS.
           READ ARCHIVO-PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   SET HAY-PARAMETROS-SIM TO TRUE
                   PERFORM 05A-TOMAR-PARAMETROS-SIM
           END-READ.
           CLOSE ARCHIVO-PARAMETROS.

           MOVE "CARRERAS-SIM.DAT" TO WSV-NOMBRE-CARRERAS.
           OPEN INPUT ARCHIVO-CARRERAS.
           READ ARCHIVO-CARRERAS
               AT END
                   MOVE "CARRERAS.DAT" TO WSV-POL-CARRERAS-TAB (2)
               NOT AT END
                   SET HAY-CARRERAS-SIM TO TRUE
                   MOVE "CARRERAS-SIM.DAT"
                       TO WSV-POL-CARRERAS-TAB (2)
           END-READ.
           CLOSE ARCHIVO-CARRERAS.

           IF NOT HAY-PARAMETROS-SIM AND NOT HAY-CARRERAS-SIM
               DISPLAY "AVISO: SIN PARAMETROS-SIM.DAT NI "
                   "CARRERAS-SIM.DAT - LA SIMULACION REPITE LA "
                   "POLITICA VIGENTE"
           END-IF.

       05-LEER-POLITICAS-END.
       EXIT.

      * Un peso informado solo completa el otro hasta 1,00; los
      * dos informados deben sumar exactamente 1,00, como los fijos
      * del evaluador, o el compuesto deja de ser comparable.
       05A-TOMAR-PARAMETROS-SIM.
           MOVE "PARAMETROS-SIM.DAT" TO WSV-POL-PARAMETROS-TAB (2).

           IF REG-EDAD-MINIMA NOT NUMERIC
               DISPLAY "ERROR: EDAD MINIMA NO NUMERICA EN "
                   "PARAMETROS-SIM.DAT"
               CLOSE ARCHIVO-PARAMETROS
               STOP RUN RETURNING 16
           END-IF.
           MOVE REG-EDAD-MINIMA       TO WSV-POL-EDAD-MINIMA-TAB (2).
           MOVE REG-ESTADO-SECUND     TO WSV-POL-SECUND-TAB (2).
           MOVE REG-CARRERA-TERMINADO TO WSV-POL-TERMINADO-TAB (2).
           MOVE REG-CARRERA-ENCURSO   TO WSV-POL-ENCURSO-TAB (2).

           IF REG-PESO-EXAMEN NUMERIC AND REG-PESO-PROMEDIO NUMERIC
               IF REG-PESO-EXAMEN + REG-PESO-PROMEDIO NOT = 1
                   DISPLAY "ERROR: LOS PESOS DE PARAMETROS-SIM.DAT "
                       "NO SUMAN 1,00"
                   CLOSE ARCHIVO-PARAMETROS
                   STOP RUN RETURNING 16
               END-IF
               MOVE REG-PESO-EXAMEN   TO WSV-POL-PESO-EXAMEN-TAB (2)
               MOVE REG-PESO-PROMEDIO
                   TO WSV-POL-PESO-PROMEDIO-TAB (2)
           ELSE
               IF REG-PESO-EXAMEN NUMERIC
                   MOVE REG-PESO-EXAMEN
                       TO WSV-POL-PESO-EXAMEN-TAB (2)
                   COMPUTE WSV-POL-PESO-PROMEDIO-TAB (2) =
                       1 - REG-PESO-EXAMEN
               END-IF
               IF REG-PESO-PROMEDIO NUMERIC
                   MOVE REG-PESO-PROMEDIO
                       TO WSV-POL-PESO-PROMEDIO-TAB (2)
                   COMPUTE WSV-POL-PESO-EXAMEN-TAB (2) =
                       1 - REG-PESO-PROMEDIO
               END-IF
           END-IF.

           IF REG-PROMEDIO-MERITO NUMERIC
               MOVE REG-PROMEDIO-MERITO
                   TO WSV-POL-PROM-MERITO-TAB (2)
           END-IF.

       05A-TOMAR-PARAMETROS-SIM-END.
       EXIT.

      * Carga el maestro de carreras de la politica en curso con
      * sus reservas, con las mismas reglas y cortes del evaluador.
       07-CARGAR-CARRERAS.
           MOVE 0   TO WSV-CANT-CARRERAS.
           MOVE "N" TO WSC-FIN-CARRERAS.
           MOVE WSV-POL-CARRERAS-TAB (WSV-POL) TO WSV-NOMBRE-CARRERAS.

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
                           MOVE REG-CAR-CUPO
                               TO WSV-CAR-CUPO-TAB (WSV-CANT-CARRERAS)
                           MOVE 0 TO
                               WSV-CAR-OCUPADOS-TAB (WSV-CANT-CARRERAS)
                           PERFORM 07A-CARGAR-RESERVAS
                           MOVE REG-CAR-CODIGO TO WSV-CODIGO-AUX
                           PERFORM 31-BUSCAR-RESUMEN
                           MOVE "S" TO WSV-RSM-ACTIVA-TAB
                               (WSV-RSM-ELEGIDO, WSV-POL)
                           MOVE REG-CAR-CUPO TO WSV-RSM-CUPO-TAB
                               (WSV-RSM-ELEGIDO, WSV-POL)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-CARRERAS.

           IF WSV-CANT-CARRERAS = 0
               DISPLAY "ERROR: " WSV-NOMBRE-CARRERAS
                   " VACIO O ILEGIBLE"
               STOP RUN RETURNING 16
           END-IF.

       07-CARGAR-CARRERAS-END.
       EXIT.

       07A-CARGAR-RESERVAS.
           MOVE 0 TO WSV-SUMA-RESERVAS.
           MOVE 0 TO WSV-CAR-OCU-GRAL-TAB (WSV-CANT-CARRERAS).
           MOVE 0 TO WSV-CAR-LIB-PEND-TAB (WSV-CANT-CARRERAS).

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
                   ADD REG-CAR-RES-CUPO (WSV-IDX-RES)
                       TO WSV-SUMA-RESERVAS
               END-IF
               MOVE 0 TO WSV-CAR-RES-OCU-TAB
                   (WSV-CANT-CARRERAS, WSV-IDX-RES)
           END-PERFORM.

           IF WSV-SUMA-RESERVAS > REG-CAR-CUPO
               DISPLAY "ERROR: LA CARRERA " REG-CAR-CODIGO
                   " DE " WSV-NOMBRE-CARRERAS " RESERVA "
                   WSV-SUMA-RESERVAS " LUGARES Y SU CUPO ES "
                   REG-CAR-CUPO
               CLOSE ARCHIVO-CARRERAS
               STOP RUN RETURNING 16
           END-IF.

           COMPUTE WSV-CAR-CUPO-GRAL-TAB (WSV-CANT-CARRERAS) =
               REG-CAR-CUPO - WSV-SUMA-RESERVAS.

       07A-CARGAR-RESERVAS-END.
       EXIT.

      * El lote se toma como lo toma el evaluador: cabecera para
      * ciclo y lote, y los detalles que no rechazaria por formato.
      * El trailer no se vuelve a conciliar: la simulacion no graba
      * nada y el lote ya paso por la consolidacion.
       08-CARGAR-POSTULANTES.
           OPEN INPUT ARCHIVO-POSTULANTES.

           PERFORM UNTIL FIN-POSTULANTES
               READ ARCHIVO-POSTULANTES
                   AT END
                       SET FIN-POSTULANTES TO TRUE
                   NOT AT END
                       IF REG-TIPO = WSC-TIPO-CABECERA
                           MOVE REG-CAB-LOTE  TO WSV-LOTE
                           MOVE REG-CAB-CICLO TO WSV-CICLO
                       END-IF
                       IF REG-TIPO = WSC-TIPO-DETALLE
                           PERFORM 08A-CARGAR-DETALLE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-POSTULANTES.

           IF WSV-CICLO = SPACES
               DISPLAY "ERROR: POSTULANTES.DAT SIN CABECERA DE LOTE"
               STOP RUN RETURNING 16
           END-IF.

           IF WSV-CANT-POSTULANTES = 0
               DISPLAY "ERROR: POSTULANTES.DAT SIN DETALLES - "
                   "NADA QUE SIMULAR"
               STOP RUN RETURNING 16
           END-IF.

       08-CARGAR-POSTULANTES-END.
       EXIT.

       08A-CARGAR-DETALLE.
           ADD 1 TO WSV-CANT-DETALLES.

           IF WSV-LONG-ENTRADA < WSC-LONG-DETALLE-MIN OR
              REG-DNI NOT NUMERIC OR
              REG-PROMEDIO NOT NUMERIC
               ADD 1 TO WSV-CANT-RECHAZO-FORMATO
           ELSE
               IF WSV-CANT-POSTULANTES >= WSC-MAX-POSTULANTES
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA DE "
                       "POSTULANTES: " WSC-MAX-POSTULANTES
                   CLOSE ARCHIVO-POSTULANTES
                   STOP RUN RETURNING 16
               END-IF

               ADD 1 TO WSV-CANT-POSTULANTES

               MOVE REG-DNI TO WSV-DNI-TAB (WSV-CANT-POSTULANTES)
               MOVE REG-NOMBRE
                   TO WSV-NOMBRE-TAB (WSV-CANT-POSTULANTES)
               MOVE REG-EDAD
                   TO WSV-EDAD-TAB (WSV-CANT-POSTULANTES)
               MOVE REG-SECUNDARIO
                   TO WSV-SECUNDARIO-TAB (WSV-CANT-POSTULANTES)
               MOVE REG-CARRERA
                   TO WSV-CARRERA-TAB (WSV-CANT-POSTULANTES)
               MOVE REG-PROMEDIO
                   TO WSV-PROMEDIO-TAB (WSV-CANT-POSTULANTES)
               MOVE REG-COD-CARRERA
                   TO WSV-COD-CARRERA-TAB (WSV-CANT-POSTULANTES)
               IF WSV-LONG-ENTRADA < 69
                   MOVE SPACES
                       TO WSV-COD-CARRERA2-TAB (WSV-CANT-POSTULANTES)
               ELSE
                   MOVE REG-COD-CARRERA2
                       TO WSV-COD-CARRERA2-TAB (WSV-CANT-POSTULANTES)
               END-IF
               IF WSV-LONG-ENTRADA < 70
                   MOVE SPACE
                       TO WSV-CATEGORIA-TAB (WSV-CANT-POSTULANTES)
               ELSE
                   MOVE REG-CATEGORIA
                       TO WSV-CATEGORIA-TAB (WSV-CANT-POSTULANTES)
               END-IF
      * Mismo criterio del evaluador: el canal de colegios en
      * convenio sin categoria declarada compite por esa reserva.
               IF WSV-CATEGORIA-TAB (WSV-CANT-POSTULANTES) = SPACE
                  AND REG-FUENTE = WSC-CATEGORIA-COLEGIO
                   MOVE WSC-CATEGORIA-COLEGIO
                       TO WSV-CATEGORIA-TAB (WSV-CANT-POSTULANTES)
               END-IF
           END-IF.

       08A-CARGAR-DETALLE-END.
       EXIT.

       11-CARGAR-EXAMENES.
           OPEN INPUT ARCHIVO-EXAMENES.

           PERFORM UNTIL FIN-EXAMENES
               READ ARCHIVO-EXAMENES
                   AT END
                       SET FIN-EXAMENES TO TRUE
                   NOT AT END
                       IF WSV-CANT-EXAMENES >= WSC-MAX-POSTULANTES
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DE EXAMENES: "
                               WSC-MAX-POSTULANTES
                           CLOSE ARCHIVO-EXAMENES
                           STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WSV-CANT-EXAMENES
                       MOVE REG-EXA-DNI
                           TO WSV-EXA-DNI-TAB (WSV-CANT-EXAMENES)
                       MOVE REG-EXA-NOTA
                           TO WSV-EXA-NOTA-TAB (WSV-CANT-EXAMENES)
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-EXAMENES.

       11-CARGAR-EXAMENES-END.
       EXIT.

      * Registro civil y pagos, como en el evaluador: sin archivo
      * (o vacio) no se verifica y se avisa una sola vez.
       13-CARGAR-REGISTRO-CIVIL.
           OPEN INPUT ARCHIVO-REGISTRO-CIVIL.

           PERFORM UNTIL FIN-REG-CIVIL
               READ ARCHIVO-REGISTRO-CIVIL
                   AT END
                       SET FIN-REG-CIVIL TO TRUE
                   NOT AT END
                       IF WSV-CANT-REG-CIVIL >= WSC-MAX-REG-CIVIL
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DEL REGISTRO CIVIL: "
                               WSC-MAX-REG-CIVIL
                           CLOSE ARCHIVO-REGISTRO-CIVIL
                           STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WSV-CANT-REG-CIVIL
                       MOVE REG-RCV-DNI
                           TO WSV-RCV-DNI-TAB (WSV-CANT-REG-CIVIL)
                       MOVE REG-RCV-NOMBRE
                           TO WSV-RCV-NOMBRE-TAB (WSV-CANT-REG-CIVIL)
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-REGISTRO-CIVIL.

           IF WSV-CANT-REG-CIVIL > 0
               SET VERIFICA-IDENTIDAD TO TRUE
           ELSE
               DISPLAY "AVISO: REGISTRO-CIVIL.DAT VACIO O AUSENTE - "
                   "LA SIMULACION NO VERIFICA IDENTIDADES"
           END-IF.

       13-CARGAR-REGISTRO-CIVIL-END.
       EXIT.

       13A-CARGAR-PAGOS.
           OPEN INPUT ARCHIVO-PAGOS.

           PERFORM UNTIL FIN-PAGOS
               READ ARCHIVO-PAGOS
                   AT END
                       SET FIN-PAGOS TO TRUE
                   NOT AT END
                       IF WSV-CANT-PAGOS >= WSC-MAX-PAGOS
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DE ESTADOS DE PAGO: "
                               WSC-MAX-PAGOS
                           CLOSE ARCHIVO-PAGOS
                           STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WSV-CANT-PAGOS
                       MOVE REG-PAG-DNI
                           TO WSV-PAG-DNI-TAB (WSV-CANT-PAGOS)
                       MOVE REG-PAG-ESTADO
                           TO WSV-PAG-ESTADO-TAB (WSV-CANT-PAGOS)
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-PAGOS.

           IF WSV-CANT-PAGOS > 0
               SET VERIFICA-PAGO TO TRUE
           ELSE
               DISPLAY "AVISO: ESTADO-PAGOS.DAT VACIO O AUSENTE - "
                   "LA SIMULACION NO VERIFICA EL PAGO DEL ARANCEL"
           END-IF.

       13A-CARGAR-PAGOS-END.
       EXIT.

       15-VERIFICAR-DUPLICADO.
           MOVE "N" TO WSV-ES-DUPLICADO.

           PERFORM VARYING WSV-IDX-DUP FROM 1 BY 1
                   UNTIL WSV-IDX-DUP >= WSV-IDX
               IF WSV-DNI-TAB (WSV-IDX-DUP) = WSV-DNI-AUX
                   SET ES-DUPLICADO TO TRUE
               END-IF
           END-PERFORM.

       15-VERIFICAR-DUPLICADO-END.
       EXIT.

       16-VALIDAR-DATOS.
           PERFORM 17-BUSCAR-CARRERA.

           IF (WSV-SECUNDARIO-AUX EQUAL WSV-ESTADO-SECUND OR
               WSV-SECUNDARIO-AUX EQUAL WSC-ESTADO-NO-INICIADO)
              AND
              (WSV-CARRERA-AUX EQUAL WSV-TERMINADO OR
               WSV-CARRERA-AUX EQUAL WSV-ENCURSO OR
               WSV-CARRERA-AUX EQUAL WSC-ESTADO-NO-INICIADO)
              AND CARRERA-HALLADA
               SET DATOS-VALIDOS TO TRUE
           ELSE
               MOVE "N" TO WSV-DATOS-VALIDOS-AUX
           END-IF.

       16-VALIDAR-DATOS-END.
       EXIT.

       16A-VERIFICAR-IDENTIDAD.
           MOVE "N" TO WSV-IDENTIDAD-OK.

           IF NOT VERIFICA-IDENTIDAD
               SET IDENTIDAD-OK TO TRUE
           ELSE
               PERFORM VARYING WSV-IDX-RCV FROM 1 BY 1
                       UNTIL WSV-IDX-RCV > WSV-CANT-REG-CIVIL
                   IF WSV-RCV-DNI-TAB (WSV-IDX-RCV) = WSV-DNI-AUX AND
                      WSV-RCV-NOMBRE-TAB (WSV-IDX-RCV) =
                      WSV-NOMBRE-AUX
                       SET IDENTIDAD-OK TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       16A-VERIFICAR-IDENTIDAD-END.
       EXIT.

       16B-VERIFICAR-PAGO.
           MOVE "N" TO WSV-PAGO-OK.

           IF NOT VERIFICA-PAGO
               SET PAGO-OK TO TRUE
           ELSE
               PERFORM VARYING WSV-IDX-PAG FROM 1 BY 1
                       UNTIL WSV-IDX-PAG > WSV-CANT-PAGOS
                   IF WSV-PAG-DNI-TAB (WSV-IDX-PAG) = WSV-DNI-AUX AND
                     (WSV-PAG-ESTADO-TAB (WSV-IDX-PAG) = "P" OR
                      WSV-PAG-ESTADO-TAB (WSV-IDX-PAG) = "S" OR
                      WSV-PAG-ESTADO-TAB (WSV-IDX-PAG) = "D")
                       SET PAGO-OK TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       16B-VERIFICAR-PAGO-END.
       EXIT.

       17-BUSCAR-CARRERA.
           MOVE "N" TO WSV-CARRERA-HALLADA.

           PERFORM VARYING WSV-IDX-CAR FROM 1 BY 1
                   UNTIL WSV-IDX-CAR > WSV-CANT-CARRERAS
               IF WSV-CAR-CODIGO-TAB (WSV-IDX-CAR) =
                  WSV-COD-CARRERA-AUX
                   SET CARRERA-HALLADA TO TRUE
                   MOVE WSV-IDX-CAR TO WSV-CAR-ELEGIDA
               END-IF
           END-PERFORM.

       17-BUSCAR-CARRERA-END.
       EXIT.

       18-BUSCAR-EXAMEN.
           MOVE "N" TO WSV-EXAMEN-HALLADO.

           PERFORM VARYING WSV-IDX-EXA FROM 1 BY 1
                   UNTIL WSV-IDX-EXA > WSV-CANT-EXAMENES
               IF WSV-EXA-DNI-TAB (WSV-IDX-EXA) = WSV-DNI-AUX
                   SET EXAMEN-HALLADO TO TRUE
                   MOVE WSV-IDX-EXA TO WSV-EXA-ELEGIDO
               END-IF
           END-PERFORM.

       18-BUSCAR-EXAMEN-END.
       EXIT.

      * Lectura por clave, sin regrabar. Si la corrida real del
      * ciclo ya paso, el registro tiene el intento de este ciclo:
      * se descuenta para ver el historial como estaba antes de
      * evaluar (quien estaba matriculado de antes fue bloqueado
      * sin tocar el registro, asi que aca no lo esta).
       19-BUSCAR-HISTORIAL.
           MOVE "N" TO WSV-HISTORIAL-HALLADO.

           IF HAY-HISTORIAL
               MOVE WSV-DNI-AUX TO REG-HIS-DNI
               READ ARCHIVO-HISTORIAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HISTORIAL-HALLADO TO TRUE
                       MOVE REG-HIS-INTENTOS
                           TO WSV-HIS-INTENTOS-AUX
                       MOVE REG-HIS-ULT-CICLO TO WSV-HIS-CICLO-AUX
                       MOVE REG-HIS-MATRICULADO
                           TO WSV-HIS-MATRICULADO-AUX
               END-READ
           END-IF.

           IF HISTORIAL-HALLADO AND WSV-HIS-CICLO-AUX = WSV-CICLO
               IF WSV-HIS-INTENTOS-AUX > 1
                   SUBTRACT 1 FROM WSV-HIS-INTENTOS-AUX
                   MOVE SPACES TO WSV-HIS-CICLO-AUX
                   MOVE "N"    TO WSV-HIS-MATRICULADO-AUX
               ELSE
                   MOVE "N" TO WSV-HISTORIAL-HALLADO
               END-IF
           END-IF.

       19-BUSCAR-HISTORIAL-END.
       EXIT.

      * Una pasada completa del lote con la politica WSV-POL: la
      * misma secuencia del evaluador en una corrida normal del
      * ciclo (evaluacion en el orden del lote, segunda opcion,
      * espera y liberacion de reservados sin usar), sin grabar.
       20-EVALUAR-POLITICA.
           MOVE WSV-POL-EDAD-MINIMA-TAB (WSV-POL) TO WSV-EDAD-MINIMA.
           MOVE WSV-POL-SECUND-TAB (WSV-POL)      TO WSV-ESTADO-SECUND.
           MOVE WSV-POL-TERMINADO-TAB (WSV-POL)   TO WSV-TERMINADO.
           MOVE WSV-POL-ENCURSO-TAB (WSV-POL)     TO WSV-ENCURSO.
           MOVE WSV-POL-PESO-EXAMEN-TAB (WSV-POL) TO WSV-PESO-EXAMEN.
           MOVE WSV-POL-PESO-PROMEDIO-TAB (WSV-POL)
               TO WSV-PESO-PROMEDIO.
           MOVE WSV-POL-PROM-MERITO-TAB (WSV-POL)
               TO WSV-PROMEDIO-MERITO.

           PERFORM 07-CARGAR-CARRERAS.

           MOVE 0 TO WSV-CANT-ESPERA-TAB.
           MOVE 0 TO WSV-SECUENCIA.

           PERFORM VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > WSV-CANT-POSTULANTES
               PERFORM 21-EVALUAR-POSTULANTE
           END-PERFORM.

           PERFORM 27-LIBERAR-RESERVAS.
           PERFORM 28-CALCULAR-ORDEN.

       20-EVALUAR-POLITICA-END.
       EXIT.

      * Mismo arbol de decision que 20-EVALUAR del evaluador, con
      * los veredictos en los mismos textos.
       21-EVALUAR-POSTULANTE.
           MOVE WSV-DNI-TAB (WSV-IDX)          TO WSV-DNI-AUX.
           MOVE WSV-NOMBRE-TAB (WSV-IDX)       TO WSV-NOMBRE-AUX.
           MOVE WSV-EDAD-TAB (WSV-IDX)         TO WSV-EDAD-AUX.
           MOVE WSV-SECUNDARIO-TAB (WSV-IDX)   TO WSV-SECUNDARIO-AUX.
           MOVE WSV-CARRERA-TAB (WSV-IDX)      TO WSV-CARRERA-AUX.
           MOVE WSV-PROMEDIO-TAB (WSV-IDX)     TO WSV-PROMEDIO-AUX.
           MOVE WSV-COD-CARRERA-TAB (WSV-IDX)  TO WSV-COD-CARRERA-AUX.
           MOVE WSV-COD-CARRERA2-TAB (WSV-IDX) TO WSV-COD-CARRERA2-AUX.
           MOVE WSV-CATEGORIA-TAB (WSV-IDX)    TO WSV-CATEGORIA-AUX.

           MOVE SPACES TO WSV-VEREDICTO-AUX.
           MOVE "N/A"  TO WSV-MERITO-AUX.
           MOVE "R"    TO WSV-CLASE-AUX.
           MOVE 0      TO WSV-COMPOSITO-AUX.
           MOVE "N"    TO WSV-SEGUNDA-OPCION.

           PERFORM 15-VERIFICAR-DUPLICADO.

           IF ES-DUPLICADO
               MOVE "DUPLICADO" TO WSV-VEREDICTO-AUX
           ELSE
               PERFORM 19-BUSCAR-HISTORIAL

               IF HISTORIAL-HALLADO AND
                  WSV-HIS-MATRICULADO-AUX = "S" AND
                  WSV-HIS-CICLO-AUX NOT = WSV-CICLO
                   MOVE "YA MATRICULADO EN CICLO ANTERIOR"
                       TO WSV-VEREDICTO-AUX
               ELSE
               IF HISTORIAL-HALLADO AND
                  WSV-HIS-CICLO-AUX NOT = WSV-CICLO AND
                  WSV-HIS-INTENTOS-AUX >= WSC-MAX-INTENTOS
                   MOVE "SUPERA MAXIMO DE INTENTOS"
                       TO WSV-VEREDICTO-AUX
               ELSE
               PERFORM 16A-VERIFICAR-IDENTIDAD

               IF NOT IDENTIDAD-OK
                   MOVE WSC-VEREDICTO-IDENTIDAD TO WSV-VEREDICTO-AUX
               ELSE
               PERFORM 16-VALIDAR-DATOS

               IF NOT DATOS-VALIDOS
                   MOVE "DATOS INVALIDOS" TO WSV-VEREDICTO-AUX
               ELSE
               PERFORM 16B-VERIFICAR-PAGO

               IF NOT PAGO-OK
                   MOVE WSC-VEREDICTO-PAGO TO WSV-VEREDICTO-AUX
               ELSE
                   PERFORM 18-BUSCAR-EXAMEN

                   IF NOT EXAMEN-HALLADO
                       MOVE "SIN EXAMEN REGISTRADO"
                           TO WSV-VEREDICTO-AUX
                   ELSE
                   MOVE WSV-EXA-NOTA-TAB (WSV-EXA-ELEGIDO)
                       TO WSV-NOTA-EXAMEN-AUX
                   COMPUTE WSV-COMPOSITO-AUX ROUNDED =
                       WSV-NOTA-EXAMEN-AUX * WSV-PESO-EXAMEN +
                       WSV-PROMEDIO-AUX * WSV-PESO-PROMEDIO
                   IF WSV-PROMEDIO-AUX >= WSV-PROMEDIO-MERITO
                       MOVE "MERITO" TO WSV-MERITO-AUX
                   ELSE
                       MOVE "REGULAR" TO WSV-MERITO-AUX
                   END-IF

                   IF (WSV-EDAD-AUX >= WSV-EDAD-MINIMA AND
                       WSV-SECUNDARIO-AUX EQUAL WSV-ESTADO-SECUND AND
                      (WSV-CARRERA-AUX EQUAL WSV-TERMINADO OR
                       WSV-CARRERA-AUX EQUAL WSV-ENCURSO ))
                       PERFORM 23-ASIGNAR-CUPO
                       IF CUPO-OTORGADO
                           MOVE WSC-VEREDICTO-ACEPTADO
                               TO WSV-VEREDICTO-AUX
                           MOVE "A" TO WSV-CLASE-AUX
                       ELSE
                           PERFORM 24-INTENTAR-SEGUNDA-OPCION
                           IF SEGUNDA-OPCION-OK
                               MOVE WSC-VEREDICTO-ACEPTADO2
                                   TO WSV-VEREDICTO-AUX
                               MOVE "S" TO WSV-CLASE-AUX
                           ELSE
                               MOVE WSC-VEREDICTO-ESPERA
                                   TO WSV-VEREDICTO-AUX
                               MOVE "E" TO WSV-CLASE-AUX
                               PERFORM 25-ANOTAR-ESPERA
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 22-ARMAR-MOTIVO-RECHAZO
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

           MOVE WSV-CLASE-AUX
               TO WSV-RES-CLASE-TAB (WSV-IDX, WSV-POL).
           MOVE WSV-VEREDICTO-AUX
               TO WSV-RES-VEREDICTO-TAB (WSV-IDX, WSV-POL).
           MOVE WSV-COD-CARRERA-AUX
               TO WSV-RES-CARRERA-TAB (WSV-IDX, WSV-POL).
           MOVE WSV-MERITO-AUX
               TO WSV-RES-MERITO-TAB (WSV-IDX, WSV-POL).
           MOVE WSV-COMPOSITO-AUX
               TO WSV-RES-COMPOSITO-TAB (WSV-IDX, WSV-POL).
           MOVE 0 TO WSV-RES-ORDEN-TAB (WSV-IDX, WSV-POL).
           IF WSV-CLASE-AUX = "A" OR WSV-CLASE-AUX = "S"
               ADD 1 TO WSV-SECUENCIA
               MOVE WSV-SECUENCIA
                   TO WSV-RES-SECUENCIA-TAB (WSV-IDX, WSV-POL)
           ELSE
               MOVE 0 TO WSV-RES-SECUENCIA-TAB (WSV-IDX, WSV-POL)
           END-IF.

       21-EVALUAR-POSTULANTE-END.
       EXIT.

       22-ARMAR-MOTIVO-RECHAZO.
           MOVE SPACES TO WSV-VEREDICTO-AUX.
           MOVE 1 TO WSV-PTR-VEREDICTO.

           STRING "NO CUMPLE:" DELIMITED BY SIZE
             INTO WSV-VEREDICTO-AUX
             WITH POINTER WSV-PTR-VEREDICTO
           END-STRING.

           IF WSV-EDAD-AUX < WSV-EDAD-MINIMA
               STRING " EDAD" DELIMITED BY SIZE
                 INTO WSV-VEREDICTO-AUX
                 WITH POINTER WSV-PTR-VEREDICTO
               END-STRING
           END-IF.

           IF WSV-SECUNDARIO-AUX NOT EQUAL WSV-ESTADO-SECUND
               STRING " SECUNDARIO" DELIMITED BY SIZE
                 INTO WSV-VEREDICTO-AUX
                 WITH POINTER WSV-PTR-VEREDICTO
               END-STRING
           END-IF.

           IF WSV-CARRERA-AUX NOT EQUAL WSV-TERMINADO
              AND WSV-CARRERA-AUX NOT EQUAL WSV-ENCURSO
               STRING " CARRERA" DELIMITED BY SIZE
                 INTO WSV-VEREDICTO-AUX
                 WITH POINTER WSV-PTR-VEREDICTO
               END-STRING
           END-IF.

       22-ARMAR-MOTIVO-RECHAZO-END.
       EXIT.

      * Igual que 20B del evaluador: primero el lugar reservado
      * para la categoria, si no el cupo general.
       23-ASIGNAR-CUPO.
           MOVE "N" TO WSC-CUPO-OTORGADO.
           MOVE 0   TO WSV-RES-ELEGIDA.

           IF WSV-CATEGORIA-AUX NOT = SPACE
               PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                       UNTIL WSV-IDX-RES > WSC-MAX-RESERVAS
                   IF WSV-CAR-RES-CATEG-TAB
                      (WSV-CAR-ELEGIDA, WSV-IDX-RES) =
                      WSV-CATEGORIA-AUX
                       MOVE WSV-IDX-RES TO WSV-RES-ELEGIDA
                   END-IF
               END-PERFORM
           END-IF.

           IF WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA) <
              WSV-CAR-CUPO-TAB (WSV-CAR-ELEGIDA)
               IF WSV-RES-ELEGIDA > 0 AND
                  WSV-CAR-RES-OCU-TAB (WSV-CAR-ELEGIDA, WSV-RES-ELEGIDA)
                  < WSV-CAR-RES-CUPO-TAB
                    (WSV-CAR-ELEGIDA, WSV-RES-ELEGIDA)
                   ADD 1 TO WSV-CAR-RES-OCU-TAB
                       (WSV-CAR-ELEGIDA, WSV-RES-ELEGIDA)
                   SET CUPO-OTORGADO TO TRUE
               ELSE
                   IF WSV-CAR-OCU-GRAL-TAB (WSV-CAR-ELEGIDA) <
                      WSV-CAR-CUPO-GRAL-TAB (WSV-CAR-ELEGIDA)
                       ADD 1 TO WSV-CAR-OCU-GRAL-TAB (WSV-CAR-ELEGIDA)
                       SET CUPO-OTORGADO TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF CUPO-OTORGADO
               ADD 1 TO WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
           END-IF.

       23-ASIGNAR-CUPO-END.
       EXIT.

       24-INTENTAR-SEGUNDA-OPCION.
           MOVE "N" TO WSV-SEGUNDA-OPCION.

           IF WSV-COD-CARRERA2-AUX NOT = SPACES AND
              WSV-COD-CARRERA2-AUX NOT = WSV-COD-CARRERA-AUX
               MOVE WSV-COD-CARRERA-AUX  TO WSV-COD-CARRERA1-SAV
               MOVE WSV-COD-CARRERA2-AUX TO WSV-COD-CARRERA-AUX
               PERFORM 17-BUSCAR-CARRERA
               IF CARRERA-HALLADA
                   PERFORM 23-ASIGNAR-CUPO
               END-IF
               IF CARRERA-HALLADA AND CUPO-OTORGADO
                   SET SEGUNDA-OPCION-OK TO TRUE
               ELSE
                   MOVE WSV-COD-CARRERA1-SAV TO WSV-COD-CARRERA-AUX
                   PERFORM 17-BUSCAR-CARRERA
               END-IF
           END-IF.

       24-INTENTAR-SEGUNDA-OPCION-END.
       EXIT.

       25-ANOTAR-ESPERA.
           ADD 1 TO WSV-CANT-ESPERA-TAB.
           MOVE WSV-COD-CARRERA-AUX
               TO WSV-ESP-CODIGO-TAB (WSV-CANT-ESPERA-TAB).
           MOVE WSV-IDX
               TO WSV-ESP-POSTULANTE-TAB (WSV-CANT-ESPERA-TAB).
           MOVE WSV-PROMEDIO-AUX
               TO WSV-ESP-PROMEDIO-TAB (WSV-CANT-ESPERA-TAB).

       25-ANOTAR-ESPERA-END.
       EXIT.

      * Reservados sin usar al cupo general, cubiertos con la
      * espera de la carrera ordenada por carrera y promedio, como
      * 37-LIBERAR-RESERVAS del evaluador.
       27-LIBERAR-RESERVAS.
           PERFORM VARYING WSV-IDX-CAR FROM 1 BY 1
                   UNTIL WSV-IDX-CAR > WSV-CANT-CARRERAS
               MOVE 0 TO WSV-LIBRES-RESERVA
               PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                       UNTIL WSV-IDX-RES > WSC-MAX-RESERVAS
                   IF WSV-CAR-RES-OCU-TAB (WSV-IDX-CAR, WSV-IDX-RES) <
                      WSV-CAR-RES-CUPO-TAB (WSV-IDX-CAR, WSV-IDX-RES)
                       COMPUTE WSV-LIBRES-RESERVA =
                           WSV-LIBRES-RESERVA +
                           WSV-CAR-RES-CUPO-TAB
                           (WSV-IDX-CAR, WSV-IDX-RES) -
                           WSV-CAR-RES-OCU-TAB
                           (WSV-IDX-CAR, WSV-IDX-RES)
                   END-IF
               END-PERFORM
               COMPUTE WSV-LIBRES-CUPO =
                   WSV-CAR-CUPO-TAB (WSV-IDX-CAR) -
                   WSV-CAR-OCUPADOS-TAB (WSV-IDX-CAR)
               IF WSV-LIBRES-CUPO < 0
                   MOVE 0 TO WSV-LIBRES-CUPO
               END-IF
               IF WSV-LIBRES-RESERVA > WSV-LIBRES-CUPO
                   MOVE WSV-LIBRES-CUPO TO WSV-LIBRES-RESERVA
               END-IF
               MOVE WSV-LIBRES-RESERVA
                   TO WSV-CAR-LIB-PEND-TAB (WSV-IDX-CAR)
           END-PERFORM.

           PERFORM 27A-ORDENAR-ESPERA.

           PERFORM VARYING WSV-IDX-ESP FROM 1 BY 1
                   UNTIL WSV-IDX-ESP > WSV-CANT-ESPERA-TAB
               MOVE WSV-ESP-CODIGO-TAB (WSV-IDX-ESP)
                   TO WSV-COD-CARRERA-AUX
               PERFORM 17-BUSCAR-CARRERA
               IF CARRERA-HALLADA AND
                  WSV-CAR-LIB-PEND-TAB (WSV-CAR-ELEGIDA) > 0
                   MOVE WSV-ESP-POSTULANTE-TAB (WSV-IDX-ESP)
                       TO WSV-IDX-OTRO
                   ADD 1 TO WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
                   ADD 1 TO WSV-CAR-OCU-GRAL-TAB (WSV-CAR-ELEGIDA)
                   SUBTRACT 1 FROM
                       WSV-CAR-LIB-PEND-TAB (WSV-CAR-ELEGIDA)
                   ADD 1 TO WSV-SECUENCIA
                   MOVE "L"
                       TO WSV-RES-CLASE-TAB (WSV-IDX-OTRO, WSV-POL)
                   MOVE WSC-VEREDICTO-ACEPTADO
                       TO WSV-RES-VEREDICTO-TAB (WSV-IDX-OTRO, WSV-POL)
                   MOVE WSV-SECUENCIA
                       TO WSV-RES-SECUENCIA-TAB (WSV-IDX-OTRO, WSV-POL)
               END-IF
           END-PERFORM.

       27-LIBERAR-RESERVAS-END.
       EXIT.

       27A-ORDENAR-ESPERA.
           PERFORM VARYING WSV-IDX-ESP FROM 1 BY 1
                   UNTIL WSV-IDX-ESP >= WSV-CANT-ESPERA-TAB
               PERFORM VARYING WSV-IDX-ESP2 FROM 1 BY 1
                       UNTIL WSV-IDX-ESP2 >
                             WSV-CANT-ESPERA-TAB - WSV-IDX-ESP
                   IF (WSV-ESP-CODIGO-TAB (WSV-IDX-ESP2) >
                       WSV-ESP-CODIGO-TAB (WSV-IDX-ESP2 + 1))
                      OR
                      (WSV-ESP-CODIGO-TAB (WSV-IDX-ESP2) =
                       WSV-ESP-CODIGO-TAB (WSV-IDX-ESP2 + 1) AND
                       WSV-ESP-PROMEDIO-TAB (WSV-IDX-ESP2) <
                       WSV-ESP-PROMEDIO-TAB (WSV-IDX-ESP2 + 1))
                       MOVE WSV-ESPERA-TAB (WSV-IDX-ESP2)
                           TO WSV-ESPERA-SWAP
                       MOVE WSV-ESPERA-TAB (WSV-IDX-ESP2 + 1)
                           TO WSV-ESPERA-TAB (WSV-IDX-ESP2)
                       MOVE WSV-ESPERA-SWAP
                           TO WSV-ESPERA-TAB (WSV-IDX-ESP2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       27A-ORDENAR-ESPERA-END.
       EXIT.

      * Posicion de cada admitido en el orden de merito de su
      * carrera: por compuesto descendente y, a igual compuesto,
      * en el orden en que entro a la matricula (el ordenamiento
      * del evaluador no invierte empates).
       28-CALCULAR-ORDEN.
           PERFORM VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > WSV-CANT-POSTULANTES
               IF WSV-RES-SECUENCIA-TAB (WSV-IDX, WSV-POL) > 0
                   MOVE 1 TO WSV-ORDEN
                   PERFORM VARYING WSV-IDX-OTRO FROM 1 BY 1
                           UNTIL WSV-IDX-OTRO > WSV-CANT-POSTULANTES
                       IF WSV-RES-SECUENCIA-TAB
                          (WSV-IDX-OTRO, WSV-POL) > 0 AND
                          WSV-RES-CARRERA-TAB (WSV-IDX-OTRO, WSV-POL)
                          = WSV-RES-CARRERA-TAB (WSV-IDX, WSV-POL)
                         AND
                         (WSV-RES-COMPOSITO-TAB
                          (WSV-IDX-OTRO, WSV-POL) >
                          WSV-RES-COMPOSITO-TAB (WSV-IDX, WSV-POL)
                          OR
                         (WSV-RES-COMPOSITO-TAB
                          (WSV-IDX-OTRO, WSV-POL) =
                          WSV-RES-COMPOSITO-TAB (WSV-IDX, WSV-POL)
                          AND
                          WSV-RES-SECUENCIA-TAB
                          (WSV-IDX-OTRO, WSV-POL) <
                          WSV-RES-SECUENCIA-TAB (WSV-IDX, WSV-POL)))
                           ADD 1 TO WSV-ORDEN
                       END-IF
                   END-PERFORM
                   MOVE WSV-ORDEN
                       TO WSV-RES-ORDEN-TAB (WSV-IDX, WSV-POL)
               END-IF
           END-PERFORM.

       28-CALCULAR-ORDEN-END.
       EXIT.

      * Totales por politica, por carrera y por motivo de rechazo.
      * Admitidos cuentan en la carrera asignada; espera y rechazos
      * en la primera preferencia.
       30-ACUMULAR-RESUMEN.
           PERFORM VARYING WSV-POL FROM 1 BY 1 UNTIL WSV-POL > 2
               MOVE 0 TO WSV-POL-ADMITIDOS-TAB (WSV-POL)
               MOVE 0 TO WSV-POL-ESPERA-TAB (WSV-POL)
               MOVE 0 TO WSV-POL-RECHAZADOS-TAB (WSV-POL)
               MOVE 0 TO WSV-POL-MERITO-TAB (WSV-POL)
               PERFORM VARYING WSV-IDX FROM 1 BY 1
                       UNTIL WSV-IDX > WSV-CANT-POSTULANTES
                   MOVE WSV-RES-CARRERA-TAB (WSV-IDX, WSV-POL)
                       TO WSV-CODIGO-AUX
                   PERFORM 31-BUSCAR-RESUMEN
                   EVALUATE WSV-RES-CLASE-TAB (WSV-IDX, WSV-POL)
                       WHEN "A"
                       WHEN "S"
                       WHEN "L"
                           ADD 1 TO WSV-POL-ADMITIDOS-TAB (WSV-POL)
                           ADD 1 TO WSV-RSM-ADMITIDOS-TAB
                               (WSV-RSM-ELEGIDO, WSV-POL)
                       WHEN "E"
                           ADD 1 TO WSV-POL-ESPERA-TAB (WSV-POL)
                           ADD 1 TO WSV-RSM-ESPERA-TAB
                               (WSV-RSM-ELEGIDO, WSV-POL)
                       WHEN OTHER
                           ADD 1 TO WSV-POL-RECHAZADOS-TAB (WSV-POL)
                           ADD 1 TO WSV-RSM-RECHAZOS-TAB
                               (WSV-RSM-ELEGIDO, WSV-POL)
                           PERFORM 32-BUSCAR-MOTIVO
                           ADD 1 TO WSV-MOT-CANT-TAB
                               (WSV-MOT-ELEGIDO, WSV-POL)
                   END-EVALUATE
                   IF WSV-RES-MERITO-TAB (WSV-IDX, WSV-POL) = "MERITO"
                       ADD 1 TO WSV-POL-MERITO-TAB (WSV-POL)
                   END-IF
               END-PERFORM
           END-PERFORM.

       30-ACUMULAR-RESUMEN-END.
       EXIT.

       31-BUSCAR-RESUMEN.
           MOVE 0 TO WSV-RSM-ELEGIDO.

           PERFORM VARYING WSV-IDX-RSM FROM 1 BY 1
                   UNTIL WSV-IDX-RSM > WSV-CANT-RESUMEN
               IF WSV-RSM-CODIGO-TAB (WSV-IDX-RSM) = WSV-CODIGO-AUX
                   MOVE WSV-IDX-RSM TO WSV-RSM-ELEGIDO
               END-IF
           END-PERFORM.

           IF WSV-RSM-ELEGIDO = 0
               IF WSV-CANT-RESUMEN >= WSC-MAX-RESUMEN
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DEL RESUMEN POR CARRERA: " WSC-MAX-RESUMEN
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-RESUMEN
               MOVE WSV-CANT-RESUMEN TO WSV-RSM-ELEGIDO
               INITIALIZE WSV-RESUMEN-TAB (WSV-RSM-ELEGIDO)
               MOVE WSV-CODIGO-AUX
                   TO WSV-RSM-CODIGO-TAB (WSV-RSM-ELEGIDO)
               MOVE "N" TO WSV-RSM-ACTIVA-TAB (WSV-RSM-ELEGIDO, 1)
               MOVE "N" TO WSV-RSM-ACTIVA-TAB (WSV-RSM-ELEGIDO, 2)
           END-IF.

       31-BUSCAR-RESUMEN-END.
       EXIT.

       32-BUSCAR-MOTIVO.
           MOVE 0 TO WSV-MOT-ELEGIDO.

           PERFORM VARYING WSV-IDX-MOT FROM 1 BY 1
                   UNTIL WSV-IDX-MOT > WSV-CANT-MOTIVOS
               IF WSV-MOT-VEREDICTO-TAB (WSV-IDX-MOT) =
                  WSV-RES-VEREDICTO-TAB (WSV-IDX, WSV-POL)
                   MOVE WSV-IDX-MOT TO WSV-MOT-ELEGIDO
               END-IF
           END-PERFORM.

           IF WSV-MOT-ELEGIDO = 0
               IF WSV-CANT-MOTIVOS >= WSC-MAX-MOTIVOS
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DE MOTIVOS DE RECHAZO: " WSC-MAX-MOTIVOS
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-MOTIVOS
               MOVE WSV-CANT-MOTIVOS TO WSV-MOT-ELEGIDO
               MOVE WSV-RES-VEREDICTO-TAB (WSV-IDX, WSV-POL)
                   TO WSV-MOT-VEREDICTO-TAB (WSV-MOT-ELEGIDO)
               MOVE 0 TO WSV-MOT-CANT-TAB (WSV-MOT-ELEGIDO, 1)
               MOVE 0 TO WSV-MOT-CANT-TAB (WSV-MOT-ELEGIDO, 2)
           END-IF.

       32-BUSCAR-MOTIVO-END.
       EXIT.

       39-GRABAR-LINEA.
           MOVE WSV-LINEA-SIMULACION TO REG-SIMULACION.
           WRITE REG-SIMULACION.
           MOVE SPACES TO WSV-LINEA-SIMULACION.

       39-GRABAR-LINEA-END.
       EXIT.

      * Cabecera: las dos politicas lado a lado y los totales.
       40-ESCRIBIR-POLITICAS.
           INITIALIZE WSV-LINEA-SIMULACION.
           STRING "SIMULACION DE POLITICA DE ADMISION - CICLO "
                                              DELIMITED BY SIZE
                  WSV-CICLO                   DELIMITED BY SIZE
                  " LOTE "                    DELIMITED BY SIZE
                  WSV-LOTE                    DELIMITED BY SIZE
                  " - SIN EFECTO SOBRE LOS ARCHIVOS DEL CICLO"
                                              DELIMITED BY SIZE
             INTO WSV-LINEA-SIMULACION
           END-STRING.
           PERFORM 39-GRABAR-LINEA.
           PERFORM 39-GRABAR-LINEA.

           MOVE "PARAMETRO"   TO WSV-LINEA-SIMULACION.
           MOVE "ACTUAL"      TO WSV-LINEA-SIMULACION (31:6).
           MOVE "SIMULADA"    TO WSV-LINEA-SIMULACION (51:8).
           PERFORM 39-GRABAR-LINEA.

           MOVE "ARCHIVO DE PARAMETROS" TO WSV-LINEA-SIMULACION.
           MOVE WSV-POL-PARAMETROS-TAB (1)
               TO WSV-LINEA-SIMULACION (31:20).
           MOVE WSV-POL-PARAMETROS-TAB (2)
               TO WSV-LINEA-SIMULACION (51:20).
           PERFORM 39-GRABAR-LINEA.

           MOVE "MAESTRO DE CARRERAS" TO WSV-LINEA-SIMULACION.
           MOVE WSV-POL-CARRERAS-TAB (1)
               TO WSV-LINEA-SIMULACION (31:20).
           MOVE WSV-POL-CARRERAS-TAB (2)
               TO WSV-LINEA-SIMULACION (51:20).
           PERFORM 39-GRABAR-LINEA.

           MOVE "EDAD MINIMA" TO WSV-LINEA-SIMULACION.
           MOVE WSV-POL-EDAD-MINIMA-TAB (1)
               TO WSV-LINEA-SIMULACION (31:2).
           MOVE WSV-POL-EDAD-MINIMA-TAB (2)
               TO WSV-LINEA-SIMULACION (51:2).
           PERFORM 39-GRABAR-LINEA.

           MOVE "SECUNDARIO/CARRERA T/C" TO WSV-LINEA-SIMULACION.
           MOVE WSV-POL-SECUND-TAB (1) TO WSV-LINEA-SIMULACION (31:1).
           MOVE WSV-POL-TERMINADO-TAB (1)
               TO WSV-LINEA-SIMULACION (33:1).
           MOVE WSV-POL-ENCURSO-TAB (1) TO WSV-LINEA-SIMULACION (35:1).
           MOVE WSV-POL-SECUND-TAB (2) TO WSV-LINEA-SIMULACION (51:1).
           MOVE WSV-POL-TERMINADO-TAB (2)
               TO WSV-LINEA-SIMULACION (53:1).
           MOVE WSV-POL-ENCURSO-TAB (2) TO WSV-LINEA-SIMULACION (55:1).
           PERFORM 39-GRABAR-LINEA.

           MOVE "PESO DEL EXAMEN" TO WSV-LINEA-SIMULACION.
           MOVE WSV-POL-PESO-EXAMEN-TAB (1) TO WSV-EDIT-PESO.
           MOVE WSV-EDIT-PESO TO WSV-LINEA-SIMULACION (31:4).
           MOVE WSV-POL-PESO-EXAMEN-TAB (2) TO WSV-EDIT-PESO.
           MOVE WSV-EDIT-PESO TO WSV-LINEA-SIMULACION (51:4).
           PERFORM 39-GRABAR-LINEA.

           MOVE "PESO DEL PROMEDIO" TO WSV-LINEA-SIMULACION.
           MOVE WSV-POL-PESO-PROMEDIO-TAB (1) TO WSV-EDIT-PESO.
           MOVE WSV-EDIT-PESO TO WSV-LINEA-SIMULACION (31:4).
           MOVE WSV-POL-PESO-PROMEDIO-TAB (2) TO WSV-EDIT-PESO.
           MOVE WSV-EDIT-PESO TO WSV-LINEA-SIMULACION (51:4).
           PERFORM 39-GRABAR-LINEA.

           MOVE "PROMEDIO PARA MERITO" TO WSV-LINEA-SIMULACION.
           MOVE WSV-POL-PROM-MERITO-TAB (1) TO WSV-EDIT-PROMEDIO.
           MOVE WSV-EDIT-PROMEDIO TO WSV-LINEA-SIMULACION (30:5).
           MOVE WSV-POL-PROM-MERITO-TAB (2) TO WSV-EDIT-PROMEDIO.
           MOVE WSV-EDIT-PROMEDIO TO WSV-LINEA-SIMULACION (50:5).
           PERFORM 39-GRABAR-LINEA.
           PERFORM 39-GRABAR-LINEA.

           INITIALIZE WSV-LINEA-SIMULACION.
           STRING "DETALLES DEL LOTE: "       DELIMITED BY SIZE
                  WSV-CANT-DETALLES           DELIMITED BY SIZE
                  "  EVALUADOS: "             DELIMITED BY SIZE
                  WSV-CANT-POSTULANTES        DELIMITED BY SIZE
                  "  RECHAZOS DE FORMATO (NO EVALUADOS): "
                                              DELIMITED BY SIZE
                  WSV-CANT-RECHAZO-FORMATO    DELIMITED BY SIZE
             INTO WSV-LINEA-SIMULACION
           END-STRING.
           PERFORM 39-GRABAR-LINEA.
           PERFORM 39-GRABAR-LINEA.

           MOVE "TOTALES" TO WSV-LINEA-SIMULACION.
           MOVE 35 TO WSV-PTR-LINEA.
           PERFORM 47-ROTULAR-COMPARACION.
           PERFORM 39-GRABAR-LINEA.

           MOVE "ADMITIDOS" TO WSV-LINEA-SIMULACION.
           MOVE WSV-POL-ADMITIDOS-TAB (1) TO WSV-VALOR-ACT.
           MOVE WSV-POL-ADMITIDOS-TAB (2) TO WSV-VALOR-SIM.
           PERFORM 41-ESCRIBIR-TOTAL.
           MOVE "EN LISTA DE ESPERA" TO WSV-LINEA-SIMULACION.
           MOVE WSV-POL-ESPERA-TAB (1) TO WSV-VALOR-ACT.
           MOVE WSV-POL-ESPERA-TAB (2) TO WSV-VALOR-SIM.
           PERFORM 41-ESCRIBIR-TOTAL.
           MOVE "RECHAZADOS" TO WSV-LINEA-SIMULACION.
           MOVE WSV-POL-RECHAZADOS-TAB (1) TO WSV-VALOR-ACT.
           MOVE WSV-POL-RECHAZADOS-TAB (2) TO WSV-VALOR-SIM.
           PERFORM 41-ESCRIBIR-TOTAL.
           MOVE "CON DISTINCION MERITO" TO WSV-LINEA-SIMULACION.
           MOVE WSV-POL-MERITO-TAB (1) TO WSV-VALOR-ACT.
           MOVE WSV-POL-MERITO-TAB (2) TO WSV-VALOR-SIM.
           PERFORM 41-ESCRIBIR-TOTAL.
           PERFORM 39-GRABAR-LINEA.

       40-ESCRIBIR-POLITICAS-END.
       EXIT.

      * Linea con rotulo ya puesto: valores desde la columna 33.
       41-ESCRIBIR-TOTAL.
           MOVE 33 TO WSV-PTR-LINEA.
           PERFORM 48-ANEXAR-COMPARACION.
           PERFORM 39-GRABAR-LINEA.

       41-ESCRIBIR-TOTAL-END.
       EXIT.

      * Una linea por carrera, en orden de codigo.
       42-ESCRIBIR-CARRERAS.
           PERFORM 42A-ORDENAR-RESUMEN.

           INITIALIZE WSV-LINEA-SIMULACION.
           STRING "RESULTADOS POR CARRERA (ADMITIDOS EN LA CARRERA "
                                              DELIMITED BY SIZE
                  "ASIGNADA; ESPERA Y RECHAZOS EN LA PRIMERA "
                                              DELIMITED BY SIZE
                  "PREFERENCIA)"              DELIMITED BY SIZE
             INTO WSV-LINEA-SIMULACION
           END-STRING.
           PERFORM 39-GRABAR-LINEA.
           MOVE "CAR"  TO WSV-LINEA-SIMULACION (1:3).
           MOVE "CUPO" TO WSV-LINEA-SIMULACION (6:4).
           MOVE "---- ADMITIDOS ----" TO WSV-LINEA-SIMULACION (14:19).
           MOVE "---- EN ESPERA ----" TO WSV-LINEA-SIMULACION (35:19).
           MOVE "---- RECHAZOS -----" TO WSV-LINEA-SIMULACION (56:19).
           PERFORM 39-GRABAR-LINEA.
           MOVE "ACT" TO WSV-LINEA-SIMULACION (5:3).
           MOVE "SIM" TO WSV-LINEA-SIMULACION (9:3).
           MOVE 14 TO WSV-PTR-LINEA.
           PERFORM 47-ROTULAR-COMPARACION.
           MOVE 35 TO WSV-PTR-LINEA.
           PERFORM 47-ROTULAR-COMPARACION.
           MOVE 56 TO WSV-PTR-LINEA.
           PERFORM 47-ROTULAR-COMPARACION.
           PERFORM 39-GRABAR-LINEA.

           PERFORM VARYING WSV-IDX-RSM FROM 1 BY 1
                   UNTIL WSV-IDX-RSM > WSV-CANT-RESUMEN
               MOVE WSV-RSM-CODIGO-TAB (WSV-IDX-RSM)
                   TO WSV-LINEA-SIMULACION (1:3)
               IF WSV-RSM-ACTIVA-TAB (WSV-IDX-RSM, 1) = "S"
                   MOVE WSV-RSM-CUPO-TAB (WSV-IDX-RSM, 1)
                       TO WSV-EDIT-CUPO
                   MOVE WSV-EDIT-CUPO TO WSV-LINEA-SIMULACION (5:3)
               ELSE
                   MOVE "  -" TO WSV-LINEA-SIMULACION (5:3)
               END-IF
               IF WSV-RSM-ACTIVA-TAB (WSV-IDX-RSM, 2) = "S"
                   MOVE WSV-RSM-CUPO-TAB (WSV-IDX-RSM, 2)
                       TO WSV-EDIT-CUPO
                   MOVE WSV-EDIT-CUPO TO WSV-LINEA-SIMULACION (9:3)
               ELSE
                   MOVE "  -" TO WSV-LINEA-SIMULACION (9:3)
               END-IF
               MOVE 12 TO WSV-PTR-LINEA
               MOVE WSV-RSM-ADMITIDOS-TAB (WSV-IDX-RSM, 1)
                   TO WSV-VALOR-ACT
               MOVE WSV-RSM-ADMITIDOS-TAB (WSV-IDX-RSM, 2)
                   TO WSV-VALOR-SIM
               PERFORM 48-ANEXAR-COMPARACION
               MOVE WSV-RSM-ESPERA-TAB (WSV-IDX-RSM, 1)
                   TO WSV-VALOR-ACT
               MOVE WSV-RSM-ESPERA-TAB (WSV-IDX-RSM, 2)
                   TO WSV-VALOR-SIM
               PERFORM 48-ANEXAR-COMPARACION
               MOVE WSV-RSM-RECHAZOS-TAB (WSV-IDX-RSM, 1)
                   TO WSV-VALOR-ACT
               MOVE WSV-RSM-RECHAZOS-TAB (WSV-IDX-RSM, 2)
                   TO WSV-VALOR-SIM
               PERFORM 48-ANEXAR-COMPARACION
               PERFORM 39-GRABAR-LINEA
           END-PERFORM.

           PERFORM 39-GRABAR-LINEA.

       42-ESCRIBIR-CARRERAS-END.
       EXIT.

       42A-ORDENAR-RESUMEN.
           PERFORM VARYING WSV-IDX-RSM FROM 1 BY 1
                   UNTIL WSV-IDX-RSM >= WSV-CANT-RESUMEN
               PERFORM VARYING WSV-IDX-RSM2 FROM 1 BY 1
                       UNTIL WSV-IDX-RSM2 >
                             WSV-CANT-RESUMEN - WSV-IDX-RSM
                   IF WSV-RSM-CODIGO-TAB (WSV-IDX-RSM2) >
                      WSV-RSM-CODIGO-TAB (WSV-IDX-RSM2 + 1)
                       MOVE WSV-RESUMEN-TAB (WSV-IDX-RSM2)
                           TO WSV-RESUMEN-SWAP
                       MOVE WSV-RESUMEN-TAB (WSV-IDX-RSM2 + 1)
                           TO WSV-RESUMEN-TAB (WSV-IDX-RSM2)
                       MOVE WSV-RESUMEN-SWAP
                           TO WSV-RESUMEN-TAB (WSV-IDX-RSM2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       42A-ORDENAR-RESUMEN-END.
       EXIT.

       43-ESCRIBIR-MOTIVOS.
           MOVE "RECHAZOS POR MOTIVO" TO WSV-LINEA-SIMULACION.
           MOVE 45 TO WSV-PTR-LINEA.
           PERFORM 47-ROTULAR-COMPARACION.
           PERFORM 39-GRABAR-LINEA.

           IF WSV-CANT-MOTIVOS = 0
               MOVE "SIN RECHAZOS EN NINGUNA DE LAS DOS POLITICAS"
                   TO WSV-LINEA-SIMULACION
               PERFORM 39-GRABAR-LINEA
           END-IF.

           PERFORM VARYING WSV-IDX-MOT FROM 1 BY 1
                   UNTIL WSV-IDX-MOT > WSV-CANT-MOTIVOS
               MOVE WSV-MOT-VEREDICTO-TAB (WSV-IDX-MOT)
                   TO WSV-LINEA-SIMULACION
               MOVE WSV-MOT-CANT-TAB (WSV-IDX-MOT, 1) TO WSV-VALOR-ACT
               MOVE WSV-MOT-CANT-TAB (WSV-IDX-MOT, 2) TO WSV-VALOR-SIM
               MOVE 43 TO WSV-PTR-LINEA
               PERFORM 48-ANEXAR-COMPARACION
               PERFORM 39-GRABAR-LINEA
           END-PERFORM.

           PERFORM 39-GRABAR-LINEA.

       43-ESCRIBIR-MOTIVOS-END.
       EXIT.

      * Cambia el resultado quien cambia de veredicto, de carrera,
      * de distincion o de posicion en el orden de merito. Un
      * compuesto distinto sin otro efecto (cambio de pesos) no se
      * lista: se ve en las dos lineas de quien si cambia.
       44-ESCRIBIR-CAMBIOS.
           MOVE "POSTULANTES CUYO RESULTADO CAMBIARIA"
               TO WSV-LINEA-SIMULACION.
           PERFORM 39-GRABAR-LINEA.
           MOVE "DNI"       TO WSV-LINEA-SIMULACION (1:3).
           MOVE "NOMBRE"    TO WSV-LINEA-SIMULACION (10:6).
           MOVE "POLITICA"  TO WSV-LINEA-SIMULACION (26:8).
           MOVE "CAR"       TO WSV-LINEA-SIMULACION (35:3).
           MOVE "VEREDICTO" TO WSV-LINEA-SIMULACION (39:9).
           MOVE "DISTINC"   TO WSV-LINEA-SIMULACION (80:7).
           MOVE "COMP"      TO WSV-LINEA-SIMULACION (89:4).
           MOVE "ORDEN"     TO WSV-LINEA-SIMULACION (93:5).
           PERFORM 39-GRABAR-LINEA.

           PERFORM VARYING WSV-IDX FROM 1 BY 1
                   UNTIL WSV-IDX > WSV-CANT-POSTULANTES
               MOVE "N" TO WSV-CAMBIO
               IF WSV-RES-CLASE-TAB (WSV-IDX, 1) NOT =
                  WSV-RES-CLASE-TAB (WSV-IDX, 2) OR
                  WSV-RES-VEREDICTO-TAB (WSV-IDX, 1) NOT =
                  WSV-RES-VEREDICTO-TAB (WSV-IDX, 2) OR
                  WSV-RES-CARRERA-TAB (WSV-IDX, 1) NOT =
                  WSV-RES-CARRERA-TAB (WSV-IDX, 2) OR
                  WSV-RES-MERITO-TAB (WSV-IDX, 1) NOT =
                  WSV-RES-MERITO-TAB (WSV-IDX, 2) OR
                  WSV-RES-ORDEN-TAB (WSV-IDX, 1) NOT =
                  WSV-RES-ORDEN-TAB (WSV-IDX, 2)
                   SET HAY-CAMBIO TO TRUE
               END-IF
               IF HAY-CAMBIO
                   ADD 1 TO WSV-CANT-CAMBIOS
                   MOVE WSV-DNI-TAB (WSV-IDX)
                       TO WSV-LINEA-SIMULACION (1:8)
                   MOVE WSV-NOMBRE-TAB (WSV-IDX)
                       TO WSV-LINEA-SIMULACION (10:15)
                   MOVE 1 TO WSV-POL
                   PERFORM 45-ESCRIBIR-RESULTADO
                   MOVE 2 TO WSV-POL
                   PERFORM 45-ESCRIBIR-RESULTADO
               END-IF
           END-PERFORM.

           IF WSV-CANT-CAMBIOS = 0
               MOVE "NINGUN POSTULANTE CAMBIA DE RESULTADO"
                   TO WSV-LINEA-SIMULACION
               PERFORM 39-GRABAR-LINEA
           END-IF.

           PERFORM 39-GRABAR-LINEA.
           INITIALIZE WSV-LINEA-SIMULACION.
           STRING "TOTAL POSTULANTES CON RESULTADO DISTINTO: "
                                              DELIMITED BY SIZE
                  WSV-CANT-CAMBIOS            DELIMITED BY SIZE
             INTO WSV-LINEA-SIMULACION
           END-STRING.
           PERFORM 39-GRABAR-LINEA.

       44-ESCRIBIR-CAMBIOS-END.
       EXIT.

       45-ESCRIBIR-RESULTADO.
           MOVE WSV-POL-TITULO-TAB (WSV-POL)
               TO WSV-LINEA-SIMULACION (26:8).
           MOVE WSV-RES-CARRERA-TAB (WSV-IDX, WSV-POL)
               TO WSV-LINEA-SIMULACION (35:3).
           MOVE WSV-RES-VEREDICTO-TAB (WSV-IDX, WSV-POL)
               TO WSV-LINEA-SIMULACION (39:40).
           MOVE WSV-RES-MERITO-TAB (WSV-IDX, WSV-POL)
               TO WSV-LINEA-SIMULACION (80:7).
           IF WSV-RES-MERITO-TAB (WSV-IDX, WSV-POL) NOT = "N/A"
               MOVE WSV-RES-COMPOSITO-TAB (WSV-IDX, WSV-POL)
                   TO WSV-EDIT-COMPOSITO
               MOVE WSV-EDIT-COMPOSITO TO WSV-LINEA-SIMULACION (88:5)
           END-IF.
           IF WSV-RES-ORDEN-TAB (WSV-IDX, WSV-POL) > 0
               MOVE WSV-RES-ORDEN-TAB (WSV-IDX, WSV-POL)
                   TO WSV-EDIT-ORDEN
               MOVE WSV-EDIT-ORDEN TO WSV-LINEA-SIMULACION (95:3)
           END-IF.
           PERFORM 39-GRABAR-LINEA.

       45-ESCRIBIR-RESULTADO-END.
       EXIT.

      * Rotulos ACT, SIM y DIF sobre las columnas que ocupa
      * 48-ANEXAR-COMPARACION cuando arranca en WSV-PTR-LINEA - 2.
       47-ROTULAR-COMPARACION.
           MOVE "ACT" TO WSV-LINEA-SIMULACION (WSV-PTR-LINEA + 2:3).
           MOVE "SIM" TO WSV-LINEA-SIMULACION (WSV-PTR-LINEA + 8:3).
           MOVE "DIF" TO WSV-LINEA-SIMULACION (WSV-PTR-LINEA + 16:3).

       47-ROTULAR-COMPARACION-END.
       EXIT.

      * Agrega "actual simulada diferencia" a la linea en armado a
      * partir de WSV-PTR-LINEA.
       48-ANEXAR-COMPARACION.
           MOVE WSV-VALOR-ACT TO WSV-EDIT-ACT.
           MOVE WSV-VALOR-SIM TO WSV-EDIT-SIM.
           COMPUTE WSV-DIFERENCIA = WSV-VALOR-SIM - WSV-VALOR-ACT.
           MOVE WSV-DIFERENCIA TO WSV-EDIT-DIF.

           STRING "  "         DELIMITED BY SIZE
                  WSV-EDIT-ACT DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WSV-EDIT-SIM DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  WSV-EDIT-DIF DELIMITED BY SIZE
             INTO WSV-LINEA-SIMULACION
             WITH POINTER WSV-PTR-LINEA
           END-STRING.

       48-ANEXAR-COMPARACION-END.
       EXIT.
