      ******************************************************************
      * Author:
      * Date:
      * Purpose: Procesa las solicitudes de cambio de carrera de los
      *          admitidos despues de publicados los resultados. Un
      *          cambio se otorga solo si el compuesto del admitido lo
      *          hubiera ubicado en el orden de merito de la carrera
      *          pedida por delante de toda su lista de espera, y si
      *          la carrera tiene un lugar libre dentro del cupo. El
      *          lugar que deja en la carrera original queda asentado
      *          para la promocion de la lista de espera. Genera el
      *          adenda de cambios para el registro, los resultados
      *          del ciclo y los de la corrida para la carta de
      *          CARTAS-CAMBIO, actualiza el veredicto del maestro de
      *          historial y regraba la matricula del ciclo con la
      *          carrera nueva. Se puede volver a correr: un cambio
      *          ya asentado no se otorga dos veces, y el de una
      *          corrida cortada antes de regrabar la matricula se
      *          completa al arrancar la siguiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIO-CARRERA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-SOLICITUDES
               ASSIGN TO "SOLICITUDES-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-MATRICULA ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-MATRICULA.

           SELECT ARCHIVO-CARRERAS ASSIGN TO "CARRERAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-ESPERA ASSIGN TO "LISTA-ESPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-EXAMENES ASSIGN TO "EXAMENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-POSTULANTES
               ASSIGN TO "POSTULANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-VENCIDOS
               ASSIGN TO "VENCIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-DOC-VENCIDOS
               ASSIGN TO "CONDICIONALES-VENCIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-CAMBIOS
               ASSIGN TO "CAMBIOS-CARRERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-CAMBIOS.

           SELECT OPTIONAL ARCHIVO-RES-CAMBIO
               ASSIGN TO "RESULTADOS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-RES-CAMBIO.

           SELECT OPTIONAL ARCHIVO-RES-CORRIDA
               ASSIGN TO "RESULTADOS-CAMBIO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-RES-CORRIDA.

           SELECT OPTIONAL ARCHIVO-LIBERADOS
               ASSIGN TO "LIBERADOS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-LIBERADOS.

           SELECT OPTIONAL ARCHIVO-CONTROL-CAMBIOS
               ASSIGN TO "CONTROL-CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-HISTORIAL
               ASSIGN TO "HISTORIAL-MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-HIS-DNI
               FILE STATUS IS WSS-HISTORIAL.

       DATA DIVISION.
       FILE SECTION.
      * Una linea por solicitud que carga la oficina de alumnado:
      * DNI del admitido y codigo de la carrera que pide.
       FD  ARCHIVO-SOLICITUDES.
           01 REG-SOLICITUD.
               05 REG-SOL-DNI             PIC 9(8).
               05 REG-SOL-CARRERA         PIC X(3).

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

       FD  ARCHIVO-CARRERAS.
           01 REG-CARRERA-MAESTRO.
               05 REG-CAR-CODIGO          PIC X(3).
               05 REG-CAR-NOMBRE          PIC X(20).
               05 REG-CAR-CUPO            PIC 9(3).
               05 REG-CAR-RESERVA OCCURS 3 TIMES.
                   10 REG-CAR-RES-CATEGORIA PIC X.
                   10 REG-CAR-RES-CUPO      PIC 9(3).
               05 REG-CAR-ESTADO          PIC X.

       FD  ARCHIVO-ESPERA.
           01 REG-ESPERA.
               05 REG-ESP-CODIGO          PIC X(3).
               05 REG-ESP-ORDEN           PIC 9(3).
               05 REG-ESP-DNI             PIC 9(8).
               05 REG-ESP-NOMBRE          PIC X(15).
               05 REG-ESP-PROMEDIO        PIC 9(2)V99.
               05 REG-ESP-CICLO           PIC X(6).

       FD  ARCHIVO-EXAMENES.
           01 REG-EXAMEN.
               05 REG-EXA-DNI             PIC 9(8).
               05 REG-EXA-NOTA            PIC 9(2)V99.

      * Se relee el lote consolidado solo para recuperar el contacto
      * del admitido, que la matricula no lleva; la cabecera y el
      * trailer del lote se saltean.
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

      * Admitidos cuyo lugar ya esta en recuperacion (plazo de
      * inscripcion o de documentacion vencido): no pueden pedir
      * cambio, su vacante la va a tomar la promocion.
       FD  ARCHIVO-VENCIDOS.
           01 REG-VENCIDO.
               05 REG-VEN-DNI             PIC 9(8).
               05 REG-VEN-NOMBRE          PIC X(15).
               05 REG-VEN-CARRERA         PIC X(3).
               05 REG-VEN-DIAS            PIC 9(3).

       FD  ARCHIVO-DOC-VENCIDOS.
           01 REG-DOC-VENCIDO.
               05 REG-DVE-DNI             PIC 9(8).
               05 REG-DVE-NOMBRE          PIC X(15).
               05 REG-DVE-CARRERA         PIC X(3).
               05 REG-DVE-DIAS            PIC 9(3).

      * Adenda de cambios para el registro: el registro de
      * MATRICULA.DAT con la carrera nueva, seguido de la carrera
      * de la que se da de baja y la fecha del cambio.
       FD  ARCHIVO-CAMBIOS.
           01 REG-CAMBIO.
               05 REG-CCA-DNI             PIC 9(8).
               05 REG-CCA-NOMBRE          PIC X(15).
               05 REG-CCA-EDAD            PIC 99.
               05 REG-CCA-PROMEDIO        PIC 9(2)V99.
               05 REG-CCA-MERITO          PIC X(7).
               05 REG-CCA-CARRERA         PIC X(3).
               05 REG-CCA-COMPOSITO       PIC 9(2)V99.
               05 REG-CCA-CICLO           PIC X(6).
               05 REG-CCA-CATEGORIA       PIC X.
               05 REG-CCA-DOCUMENTACION   PIC X.
               05 REG-CCA-CARRERA-ANT     PIC X(3).
               05 REG-CCA-FECHA           PIC 9(8).

      * Resultados en el formato de RESULTADOS.DAT con el veredicto
      * del cambio. Se anexa: junta los cambios de todo el ciclo
      * hasta el cierre, que lo archiva. Es tambien la constancia
      * de que el cambio se otorgo: al arrancar se relee para no
      * otorgarlo de nuevo y para completar el de una corrida que
      * se corto antes de regrabar la matricula.
       FD  ARCHIVO-RES-CAMBIO.
           01 REG-RESULTADO.
               05 REG-RES-DNI             PIC 9(8).
               05 REG-RES-NOMBRE          PIC X(15).
               05 REG-RES-CONTACTO        PIC X(30).
               05 REG-RES-MERITO          PIC X(7).
               05 REG-RES-COMPOSITO       PIC 9(2)V99.
               05 REG-RES-CICLO           PIC X(6).
               05 REG-RES-VEREDICTO       PIC X(40).

      * Los mismos resultados, solo de las corridas que todavia no
      * tuvieron carta: CARTAS-CAMBIO genera las cartas y lo vacia.
       FD  ARCHIVO-RES-CORRIDA.
           01 REG-RES-CORRIDA             PIC X(110).

      * Lugares que deja libres un cambio en la carrera original,
      * en el formato de VENCIDOS.DAT, para que la promocion los
      * ofrezca a la lista de espera. Se anexa hasta que la
      * promocion lo consume.
       FD  ARCHIVO-LIBERADOS.
           01 REG-LIBERADO.
               05 REG-LIB-DNI             PIC 9(8).
               05 REG-LIB-NOMBRE          PIC X(15).
               05 REG-LIB-CARRERA         PIC X(3).
               05 REG-LIB-DIAS            PIC 9(3).

       FD  ARCHIVO-CONTROL-CAMBIOS.
           01 REG-CONTROL-CAMBIO          PIC X(110).

      * Maestro de historial indexado por DNI, el mismo que lee y
      * regraba el evaluador: el ultimo veredicto pasa a ser el del
      * cambio otorgado.
       FD  ARCHIVO-HISTORIAL.
           01 REG-HISTORIAL.
               05 REG-HIS-DNI             PIC 9(8).
               05 REG-HIS-INTENTOS        PIC 9(2).
               05 REG-HIS-ULT-CICLO       PIC X(6).
               05 REG-HIS-MATRICULADO     PIC X.
               05 REG-HIS-ULT-VEREDICTO   PIC X(40).

       WORKING-STORAGE SECTION.

           01 WSS-ESTADOS-ARCHIVO.
               05 WSS-MATRICULA            PIC XX VALUE "00".
               05 WSS-HISTORIAL            PIC XX VALUE "00".
               05 WSS-RES-CAMBIO           PIC XX VALUE "00".
               05 WSS-RES-CORRIDA          PIC XX VALUE "00".
               05 WSS-LIBERADOS            PIC XX VALUE "00".
               05 WSS-CAMBIOS              PIC XX VALUE "00".

           01 WSC-CONSTANTES.
               05 WSC-MAX-REGISTROS        PIC 9(5) VALUE 500.
               05 WSC-MAX-CARRERAS         PIC 9(3) VALUE 50.
               05 WSC-PESO-EXAMEN          PIC V99 VALUE 0.60.
               05 WSC-PESO-PROMEDIO        PIC V99 VALUE 0.40.
               05 WSC-TIPO-DETALLE         PIC X VALUE "D".
               05 WSC-PREFIJO-CAMBIO       PIC X(18)
                   VALUE "CAMBIO DE CARRERA ".
               05 WSC-CATEGORIA-GENERAL    PIC X VALUE "G".
               05 WSC-CARRERA-INACTIVA     PIC X VALUE "I".

           01 WSC-SWITCHES.
               05 WSC-FIN-SOLICITUDES    PIC X VALUE "N".
                   88 FIN-SOLICITUDES        VALUE "S".
               05 WSC-FIN-MATRICULA      PIC X VALUE "N".
                   88 FIN-MATRICULA          VALUE "S".
               05 WSC-FIN-CARRERAS       PIC X VALUE "N".
                   88 FIN-CARRERAS           VALUE "S".
               05 WSC-FIN-ESPERA         PIC X VALUE "N".
                   88 FIN-ESPERA             VALUE "S".
               05 WSC-FIN-EXAMENES       PIC X VALUE "N".
                   88 FIN-EXAMENES           VALUE "S".
               05 WSC-FIN-POSTULANTES    PIC X VALUE "N".
                   88 FIN-POSTULANTES        VALUE "S".
               05 WSC-FIN-VENCIDOS       PIC X VALUE "N".
                   88 FIN-VENCIDOS           VALUE "S".
               05 WSC-FIN-DOC-VENCIDOS   PIC X VALUE "N".
                   88 FIN-DOC-VENCIDOS       VALUE "S".
               05 WSC-FIN-RES-CAMBIO     PIC X VALUE "N".
                   88 FIN-RES-CAMBIO         VALUE "S".
               05 WSC-FIN-RES-CORRIDA    PIC X VALUE "N".
                   88 FIN-RES-CORRIDA        VALUE "S".
               05 WSC-FIN-LIBERADOS      PIC X VALUE "N".
                   88 FIN-LIBERADOS          VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-ERR-ARCHIVO              PIC X(30).
               05 WSV-ERR-OPERACION            PIC X(10).
               05 WSV-ERR-STATUS               PIC XX.
               05 WSV-IDX-MAT                  PIC 9(5).
               05 WSV-IDX-CAR                  PIC 9(3).
               05 WSV-IDX-EXA                  PIC 9(5).
               05 WSV-IDX-CTO                  PIC 9(5).
               05 WSV-IDX-VEN                  PIC 9(5).
               05 WSV-IDX-PRV                  PIC 9(5).
               05 WSV-IDX-AUX                  PIC 9(5).
               05 WSV-PRV-ELEGIDO              PIC 9(5).
               05 WSV-PRV-HALLADO              PIC X VALUE "N".
                   88 PRV-HALLADO                  VALUE "S".
               05 WSV-YA-GRABADO               PIC X VALUE "N".
                   88 YA-GRABADO                   VALUE "S".
               05 WSV-CAR-ELEGIDA              PIC 9(3).
               05 WSV-CAR-ORIGEN               PIC 9(3).
               05 WSV-MAT-ELEGIDA              PIC 9(5).
               05 WSV-CARRERA-HALLADA          PIC X VALUE "N".
                   88 CARRERA-HALLADA              VALUE "S".
               05 WSV-MATRICULA-HALLADA        PIC X VALUE "N".
                   88 MATRICULA-HALLADA            VALUE "S".
               05 WSV-VEN-HALLADO              PIC X VALUE "N".
                   88 VEN-HALLADO                  VALUE "S".
               05 WSV-COD-CARRERA-AUX          PIC X(3).
               05 WSV-CARRERA-ANT-AUX          PIC X(3).
               05 WSV-CONTACTO-AUX             PIC X(30).
               05 WSV-DNI-PREVIO-AUX           PIC 9(8).
               05 WSV-VEREDICTO-AUX            PIC X(40).
               05 WSV-MOTIVO-AUX               PIC X(40).
               05 WSV-NOMBRE-AUX               PIC X(15).
               05 WSV-COMPOSITO-AUX            PIC 9(2)V99.
               05 WSV-NOTA-EXAMEN-AUX          PIC 9(2)V99.
               05 WSV-POSICION-AUX             PIC 9(3).
               05 WSV-LIBRES-AUX               PIC S9(3).
               05 WSV-LONG-ENTRADA             PIC 9(3).
               05 WSV-FECHA-HORA-AUX           PIC X(21).
               05 WSV-FECHA-HOY                PIC 9(8).
               05 WSV-LINEA-CONTROL            PIC X(110).

           01 WSV-CONTADORES.
               05 WSV-CANT-SOLICITUDES         PIC 9(5) VALUE 0.
               05 WSV-CANT-OTORGADOS           PIC 9(5) VALUE 0.
               05 WSV-CANT-RECHAZADOS          PIC 9(5) VALUE 0.
               05 WSV-CANT-RECUPERADOS         PIC 9(5) VALUE 0.

      * Cupo de cada carrera activa, lugares ocupados segun la
      * matricula y el mejor compuesto de su lista de espera (el
      * que un cambio tiene que superar).
           01 WS-CARRERAS-TABLA.
               05 WSV-CANT-CARRERAS            PIC 9(3) VALUE 0.
               05 WSV-CARRERA-MAE-TAB OCCURS 1 TO 50 TIMES
                       DEPENDING ON WSV-CANT-CARRERAS.
                   10 WSV-CAR-CODIGO-TAB        PIC X(3).
                   10 WSV-CAR-CUPO-TAB          PIC 9(3).
                   10 WSV-CAR-OCUPADOS-TAB      PIC 9(3).
                   10 WSV-CAR-EN-ESPERA-TAB     PIC 9(3).
                   10 WSV-CAR-TOPE-ESPERA-TAB   PIC 9(2)V99.

      * Matricula completa del ciclo: el registro entero se
      * conserva para regrabarla con la carrera nueva de los que
      * cambian.
           01 WS-MATRICULA-TABLA.
               05 WSV-CANT-MATRICULA           PIC 9(5) VALUE 0.
               05 WSV-MATRICULA-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-MATRICULA.
                   10 WSV-MAT-REGISTRO-TAB      PIC X(51).
                   10 WSV-MAT-DNI-TAB           PIC 9(8).
                   10 WSV-MAT-CARRERA-TAB       PIC X(3).
                   10 WSV-MAT-COMPOSITO-TAB     PIC 9(2)V99.
                   10 WSV-MAT-CATEGORIA-TAB     PIC X.

           01 WS-EXAMENES-TABLA.
               05 WSV-CANT-EXAMENES            PIC 9(5) VALUE 0.
               05 WSV-EXAMEN-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-EXAMENES.
                   10 WSV-EXA-DNI-TAB           PIC 9(8).
                   10 WSV-EXA-NOTA-TAB          PIC 9(2)V99.

           01 WS-CONTACTOS-TABLA.
               05 WSV-CANT-CONTACTOS           PIC 9(5) VALUE 0.
               05 WSV-CONTACTO-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-CONTACTOS.
                   10 WSV-CTO-DNI-TAB           PIC 9(8).
                   10 WSV-CTO-CONTACTO-TAB      PIC X(30).

      * Ultimo cambio otorgado en el ciclo a cada DNI, segun
      * RESULTADOS-CAMBIO.DAT: carrera de origen y nueva, y el
      * registro entero para reponerlo en el de la corrida.
           01 WS-PREVIOS-TABLA.
               05 WSV-CANT-PREVIOS             PIC 9(5) VALUE 0.
               05 WSV-PREVIO-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-PREVIOS.
                   10 WSV-PRV-DNI-TAB           PIC 9(8).
                   10 WSV-PRV-ANTERIOR-TAB      PIC X(3).
                   10 WSV-PRV-NUEVA-TAB         PIC X(3).
                   10 WSV-PRV-REGISTRO-TAB      PIC X(110).

      * Lo que ya esta en el archivo de la corrida y en el de
      * liberados, para no repetirlo al completar un cambio.
           01 WS-CORRIDA-TABLA.
               05 WSV-CANT-CORRIDA             PIC 9(5) VALUE 0.
               05 WSV-CORRIDA-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-CORRIDA.
                   10 WSV-COR-REGISTRO-TAB      PIC X(110).

           01 WS-LIBERADOS-TABLA.
               05 WSV-CANT-LIBERADOS           PIC 9(5) VALUE 0.
               05 WSV-LIBERADO-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-LIBERADOS.
                   10 WSV-LIB-DNI-TAB           PIC 9(8).
                   10 WSV-LIB-CARRERA-TAB       PIC X(3).

           01 WS-VENCIDOS-TABLA.
               05 WSV-CANT-VENCIDOS-TAB        PIC 9(5) VALUE 0.
               05 WSV-VENCIDO-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-VENCIDOS-TAB.
                   10 WSV-VEN-DNI-TAB           PIC 9(8).


       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "CAMBIO DE CARRERA DE ADMITIDOS".
           DISPLAY "--------------------------------------------------".

           PERFORM 05-CARGAR-CARRERAS.
           PERFORM 06-CARGAR-MATRICULA.
           PERFORM 07-CARGAR-EXAMENES.
           PERFORM 08-CARGAR-CONTACTOS.
           PERFORM 09-CARGAR-VENCIDOS.
           PERFORM 10-CARGAR-ESPERA.
           PERFORM 11-CARGAR-PREVIOS.

           MOVE FUNCTION CURRENT-DATE TO WSV-FECHA-HORA-AUX.
           MOVE WSV-FECHA-HORA-AUX (1:8) TO WSV-FECHA-HOY.

           OPEN INPUT ARCHIVO-SOLICITUDES.
           OPEN OUTPUT ARCHIVO-CAMBIOS.
           IF WSS-CAMBIOS > "10"
               MOVE "CAMBIOS-CARRERA.DAT" TO WSV-ERR-ARCHIVO
               MOVE "APERTURA" TO WSV-ERR-OPERACION
               MOVE WSS-CAMBIOS TO WSV-ERR-STATUS
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.
           OPEN EXTEND ARCHIVO-RES-CAMBIO.
           IF WSS-RES-CAMBIO > "10"
               MOVE "RESULTADOS-CAMBIO.DAT" TO WSV-ERR-ARCHIVO
               MOVE "APERTURA" TO WSV-ERR-OPERACION
               MOVE WSS-RES-CAMBIO TO WSV-ERR-STATUS
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.
           OPEN EXTEND ARCHIVO-RES-CORRIDA.
           IF WSS-RES-CORRIDA > "10"
               MOVE "RESULTADOS-CAMBIO-CORRIDA.DAT" TO WSV-ERR-ARCHIVO
               MOVE "APERTURA" TO WSV-ERR-OPERACION
               MOVE WSS-RES-CORRIDA TO WSV-ERR-STATUS
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.
           OPEN EXTEND ARCHIVO-LIBERADOS.
           IF WSS-LIBERADOS > "10"
               MOVE "LIBERADOS-CAMBIO.DAT" TO WSV-ERR-ARCHIVO
               MOVE "APERTURA" TO WSV-ERR-OPERACION
               MOVE WSS-LIBERADOS TO WSV-ERR-STATUS
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.
           OPEN OUTPUT ARCHIVO-CONTROL-CAMBIOS.
           OPEN I-O ARCHIVO-HISTORIAL.
           IF WSS-HISTORIAL > "10"
               DISPLAY "ERROR: NO SE PUEDE ABRIR "
                   "HISTORIAL-MAESTRO.DAT (STATUS " WSS-HISTORIAL ")"
               STOP RUN RETURNING 21
           END-IF.

           MOVE "SOLICITUDES DE CAMBIO DE CARRERA"
               TO REG-CONTROL-CAMBIO.
           WRITE REG-CONTROL-CAMBIO.
           MOVE ALL "-" TO REG-CONTROL-CAMBIO.
           WRITE REG-CONTROL-CAMBIO.

           PERFORM 12-COMPLETAR-PREVIOS.

           PERFORM UNTIL FIN-SOLICITUDES
               READ ARCHIVO-SOLICITUDES
                   AT END
                       SET FIN-SOLICITUDES TO TRUE
                   NOT AT END
                       ADD 1 TO WSV-CANT-SOLICITUDES
                       PERFORM 20-EVALUAR-SOLICITUD
               END-READ
           END-PERFORM.

           PERFORM 30-ESCRIBIR-TRAILER.

           CLOSE ARCHIVO-SOLICITUDES.
           CLOSE ARCHIVO-CAMBIOS.
           CLOSE ARCHIVO-RES-CAMBIO.
           CLOSE ARCHIVO-RES-CORRIDA.
           CLOSE ARCHIVO-LIBERADOS.
           CLOSE ARCHIVO-CONTROL-CAMBIOS.
           CLOSE ARCHIVO-HISTORIAL.

           IF WSV-CANT-OTORGADOS > 0 OR WSV-CANT-RECUPERADOS > 0
               PERFORM 35-REGRABAR-MATRICULA
           END-IF.

           DISPLAY "SOLICITUDES LEIDAS:    " WSV-CANT-SOLICITUDES.
           DISPLAY "CAMBIOS OTORGADOS:     " WSV-CANT-OTORGADOS.
           DISPLAY "CAMBIOS RECHAZADOS:    " WSV-CANT-RECHAZADOS.
           DISPLAY "COMPLETADOS DE CORRIDA ANTERIOR: "
               WSV-CANT-RECUPERADOS.

       STOP RUN.
       00-CONTROL-END.
       EXIT.

       05-CARGAR-CARRERAS.
           OPEN INPUT ARCHIVO-CARRERAS.

           PERFORM UNTIL FIN-CARRERAS
               READ ARCHIVO-CARRERAS
                   AT END
                       SET FIN-CARRERAS TO TRUE
                   NOT AT END
      * Una carrera dada de baja no recibe cambios.
                       IF REG-CAR-ESTADO NOT = WSC-CARRERA-INACTIVA
                       IF WSV-CANT-CARRERAS >= WSC-MAX-CARRERAS
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DE CARRERAS: " WSC-MAX-CARRERAS
                           CLOSE ARCHIVO-CARRERAS
                           STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WSV-CANT-CARRERAS
                       MOVE REG-CAR-CODIGO
                           TO WSV-CAR-CODIGO-TAB (WSV-CANT-CARRERAS)
                       MOVE REG-CAR-CUPO
                           TO WSV-CAR-CUPO-TAB (WSV-CANT-CARRERAS)
                       MOVE 0
                           TO WSV-CAR-OCUPADOS-TAB (WSV-CANT-CARRERAS)
                       MOVE 0
                           TO WSV-CAR-EN-ESPERA-TAB (WSV-CANT-CARRERAS)
                       MOVE 0
                           TO WSV-CAR-TOPE-ESPERA-TAB
                              (WSV-CANT-CARRERAS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-CARRERAS.

           IF WSV-CANT-CARRERAS = 0
               DISPLAY "ERROR: ARCHIVO DE CARRERAS VACIO O ILEGIBLE"
               STOP RUN RETURNING 16
           END-IF.

       05-CARGAR-CARRERAS-END.
       EXIT.

      * La matricula es obligatoria: sin ella no hay admitidos que
      * puedan cambiar ni forma de saber que lugares estan tomados.
       06-CARGAR-MATRICULA.
           OPEN INPUT ARCHIVO-MATRICULA.
           IF WSS-MATRICULA > "10"
               DISPLAY "ERROR: NO SE PUEDE LEER MATRICULA.DAT "
                   "(STATUS " WSS-MATRICULA ")"
               STOP RUN RETURNING 12
           END-IF.

           PERFORM UNTIL FIN-MATRICULA
               MOVE SPACES TO REG-MATRICULA
               READ ARCHIVO-MATRICULA
                   AT END
                       SET FIN-MATRICULA TO TRUE
                   NOT AT END
                       IF WSV-CANT-MATRICULA >= WSC-MAX-REGISTROS
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DE MATRICULA: "
                               WSC-MAX-REGISTROS
                           CLOSE ARCHIVO-MATRICULA
                           STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WSV-CANT-MATRICULA
                       MOVE REG-MATRICULA
                           TO WSV-MAT-REGISTRO-TAB (WSV-CANT-MATRICULA)
                       MOVE REG-MAT-DNI
                           TO WSV-MAT-DNI-TAB (WSV-CANT-MATRICULA)
                       MOVE REG-MAT-CARRERA
                           TO WSV-MAT-CARRERA-TAB (WSV-CANT-MATRICULA)
                       MOVE REG-MAT-COMPOSITO
                           TO WSV-MAT-COMPOSITO-TAB
                              (WSV-CANT-MATRICULA)
                       MOVE REG-MAT-CATEGORIA
                           TO WSV-MAT-CATEGORIA-TAB
                              (WSV-CANT-MATRICULA)
                       MOVE REG-MAT-CARRERA TO WSV-COD-CARRERA-AUX
                       PERFORM 17-BUSCAR-CARRERA
                       IF CARRERA-HALLADA
                           ADD 1 TO
                               WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-MATRICULA.

       06-CARGAR-MATRICULA-END.
       EXIT.

      * Las notas se necesitan para el compuesto de los que estan
      * en lista de espera, que la lista no conserva. Si un DNI
      * rindio mas de una vez vale la ultima nota.
       07-CARGAR-EXAMENES.
           OPEN INPUT ARCHIVO-EXAMENES.

           PERFORM UNTIL FIN-EXAMENES
               READ ARCHIVO-EXAMENES
                   AT END
                       SET FIN-EXAMENES TO TRUE
                   NOT AT END
                       IF REG-EXA-DNI NUMERIC AND
                          REG-EXA-NOTA NUMERIC AND
                          WSV-CANT-EXAMENES < WSC-MAX-REGISTROS
                           ADD 1 TO WSV-CANT-EXAMENES
                           MOVE REG-EXA-DNI
                               TO WSV-EXA-DNI-TAB (WSV-CANT-EXAMENES)
                           MOVE REG-EXA-NOTA
                               TO WSV-EXA-NOTA-TAB (WSV-CANT-EXAMENES)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-EXAMENES.

       07-CARGAR-EXAMENES-END.
       EXIT.

      * Solo interesan los detalles del lote; un contacto repetido
      * (DNI duplicado dentro del lote) conserva el primero, igual
      * que el criterio del evaluador para los duplicados.
       08-CARGAR-CONTACTOS.
           OPEN INPUT ARCHIVO-POSTULANTES.

           PERFORM UNTIL FIN-POSTULANTES
               READ ARCHIVO-POSTULANTES
                   AT END
                       SET FIN-POSTULANTES TO TRUE
                   NOT AT END
                       IF REG-TIPO = WSC-TIPO-DETALLE AND
                          REG-DNI NUMERIC AND
                          WSV-CANT-CONTACTOS < WSC-MAX-REGISTROS
                           ADD 1 TO WSV-CANT-CONTACTOS
                           MOVE REG-DNI
                               TO WSV-CTO-DNI-TAB (WSV-CANT-CONTACTOS)
                           MOVE REG-CONTACTO
                               TO WSV-CTO-CONTACTO-TAB
                                  (WSV-CANT-CONTACTOS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-POSTULANTES.

       08-CARGAR-CONTACTOS-END.
       EXIT.

      * Vencidos por confirmacion y por documentacion, como los
      * deja la conciliacion y el control de documentacion antes de
      * la promocion. Ninguno de los dos es obligatorio aca: sin
      * ellos no hay lugares en recuperacion.
       09-CARGAR-VENCIDOS.
           OPEN INPUT ARCHIVO-VENCIDOS.

           PERFORM UNTIL FIN-VENCIDOS
               READ ARCHIVO-VENCIDOS
                   AT END
                       SET FIN-VENCIDOS TO TRUE
                   NOT AT END
                       IF WSV-CANT-VENCIDOS-TAB < WSC-MAX-REGISTROS
                           ADD 1 TO WSV-CANT-VENCIDOS-TAB
                           MOVE REG-VEN-DNI TO
                               WSV-VEN-DNI-TAB (WSV-CANT-VENCIDOS-TAB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-VENCIDOS.

           OPEN INPUT ARCHIVO-DOC-VENCIDOS.

           PERFORM UNTIL FIN-DOC-VENCIDOS
               READ ARCHIVO-DOC-VENCIDOS
                   AT END
                       SET FIN-DOC-VENCIDOS TO TRUE
                   NOT AT END
                       IF WSV-CANT-VENCIDOS-TAB < WSC-MAX-REGISTROS
                           ADD 1 TO WSV-CANT-VENCIDOS-TAB
                           MOVE REG-DVE-DNI TO
                               WSV-VEN-DNI-TAB (WSV-CANT-VENCIDOS-TAB)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-DOC-VENCIDOS.

       09-CARGAR-VENCIDOS-END.
       EXIT.

      * La lista de espera guarda solo el promedio; el compuesto de
      * cada uno se rearma con su nota de examen y los mismos pesos
      * del evaluador, para poder compararlo con el orden de merito.
      * Sin nota registrada se toma el promedio, que es el valor con
      * el que la promocion lo asienta en la matricula.
       10-CARGAR-ESPERA.
           OPEN INPUT ARCHIVO-ESPERA.

           PERFORM UNTIL FIN-ESPERA
               READ ARCHIVO-ESPERA
                   AT END
                       SET FIN-ESPERA TO TRUE
                   NOT AT END
                       MOVE REG-ESP-CODIGO TO WSV-COD-CARRERA-AUX
                       PERFORM 17-BUSCAR-CARRERA
                       IF CARRERA-HALLADA
                           PERFORM 10A-COMPOSITO-ESPERA
                           ADD 1 TO
                               WSV-CAR-EN-ESPERA-TAB (WSV-CAR-ELEGIDA)
                           IF WSV-COMPOSITO-AUX >
                              WSV-CAR-TOPE-ESPERA-TAB (WSV-CAR-ELEGIDA)
                               MOVE WSV-COMPOSITO-AUX
                                   TO WSV-CAR-TOPE-ESPERA-TAB
                                      (WSV-CAR-ELEGIDA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-ESPERA.

       10-CARGAR-ESPERA-END.
       EXIT.

       10A-COMPOSITO-ESPERA.
           MOVE REG-ESP-PROMEDIO TO WSV-COMPOSITO-AUX.

           PERFORM VARYING WSV-IDX-EXA FROM 1 BY 1
                   UNTIL WSV-IDX-EXA > WSV-CANT-EXAMENES
               IF WSV-EXA-DNI-TAB (WSV-IDX-EXA) = REG-ESP-DNI
                   MOVE WSV-EXA-NOTA-TAB (WSV-IDX-EXA)
                       TO WSV-NOTA-EXAMEN-AUX
                   COMPUTE WSV-COMPOSITO-AUX ROUNDED =
                       WSV-NOTA-EXAMEN-AUX * WSC-PESO-EXAMEN +
                       REG-ESP-PROMEDIO * WSC-PESO-PROMEDIO
               END-IF
           END-PERFORM.

       10A-COMPOSITO-ESPERA-END.
       EXIT.

      * Cambios ya asentados en el ciclo. Si un DNI cambio mas de
      * una vez vale el ultimo, que es el que tiene que coincidir
      * con la carrera de la matricula. Los archivos de la corrida
      * y de liberados se cargan solo para no duplicar lo que una
      * corrida cortada ya llego a grabar.
       11-CARGAR-PREVIOS.
           OPEN INPUT ARCHIVO-RES-CAMBIO.
           IF WSS-RES-CAMBIO > "10"
               DISPLAY "ERROR: NO SE PUEDE LEER RESULTADOS-CAMBIO.DAT "
                   "(STATUS " WSS-RES-CAMBIO ")"
               STOP RUN RETURNING 16
           END-IF.

           PERFORM UNTIL FIN-RES-CAMBIO
               MOVE SPACES TO REG-RESULTADO
               READ ARCHIVO-RES-CAMBIO
                   AT END
                       SET FIN-RES-CAMBIO TO TRUE
                   NOT AT END
                       IF REG-RES-DNI NUMERIC AND
                          REG-RES-VEREDICTO (1:18) =
                          WSC-PREFIJO-CAMBIO
                           PERFORM 11A-ANOTAR-PREVIO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-RES-CAMBIO.

           OPEN INPUT ARCHIVO-RES-CORRIDA.
           IF WSS-RES-CORRIDA > "10"
               DISPLAY "ERROR: NO SE PUEDE LEER "
                   "RESULTADOS-CAMBIO-CORRIDA.DAT (STATUS "
                   WSS-RES-CORRIDA ")"
               STOP RUN RETURNING 16
           END-IF.

           PERFORM UNTIL FIN-RES-CORRIDA
               READ ARCHIVO-RES-CORRIDA
                   AT END
                       SET FIN-RES-CORRIDA TO TRUE
                   NOT AT END
                       IF WSV-CANT-CORRIDA >= WSC-MAX-REGISTROS
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DE RESULTADOS DE LA CORRIDA: "
                               WSC-MAX-REGISTROS
                           CLOSE ARCHIVO-RES-CORRIDA
                           STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WSV-CANT-CORRIDA
                       MOVE REG-RES-CORRIDA
                           TO WSV-COR-REGISTRO-TAB (WSV-CANT-CORRIDA)
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-RES-CORRIDA.

           OPEN INPUT ARCHIVO-LIBERADOS.
           IF WSS-LIBERADOS > "10"
               DISPLAY "ERROR: NO SE PUEDE LEER LIBERADOS-CAMBIO.DAT "
                   "(STATUS " WSS-LIBERADOS ")"
               STOP RUN RETURNING 16
           END-IF.

           PERFORM UNTIL FIN-LIBERADOS
               READ ARCHIVO-LIBERADOS
                   AT END
                       SET FIN-LIBERADOS TO TRUE
                   NOT AT END
                       IF WSV-CANT-LIBERADOS >= WSC-MAX-REGISTROS
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DE LIBERADOS: "
                               WSC-MAX-REGISTROS
                           CLOSE ARCHIVO-LIBERADOS
                           STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WSV-CANT-LIBERADOS
                       MOVE REG-LIB-DNI
                           TO WSV-LIB-DNI-TAB (WSV-CANT-LIBERADOS)
                       MOVE REG-LIB-CARRERA
                           TO WSV-LIB-CARRERA-TAB (WSV-CANT-LIBERADOS)
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-LIBERADOS.

       11-CARGAR-PREVIOS-END.
       EXIT.

       11A-ANOTAR-PREVIO.
           MOVE REG-RES-DNI TO WSV-DNI-PREVIO-AUX.
           PERFORM 19-BUSCAR-PREVIO.

           IF NOT PRV-HALLADO
               IF WSV-CANT-PREVIOS >= WSC-MAX-REGISTROS
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DE CAMBIOS DEL CICLO: " WSC-MAX-REGISTROS
                   CLOSE ARCHIVO-RES-CAMBIO
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-PREVIOS
               MOVE WSV-CANT-PREVIOS TO WSV-PRV-ELEGIDO
           END-IF.

           MOVE REG-RES-DNI TO WSV-PRV-DNI-TAB (WSV-PRV-ELEGIDO).
           MOVE REG-RES-VEREDICTO (19:3)
               TO WSV-PRV-ANTERIOR-TAB (WSV-PRV-ELEGIDO).
           MOVE REG-RES-VEREDICTO (25:3)
               TO WSV-PRV-NUEVA-TAB (WSV-PRV-ELEGIDO).
           MOVE REG-RESULTADO
               TO WSV-PRV-REGISTRO-TAB (WSV-PRV-ELEGIDO).

       11A-ANOTAR-PREVIO-END.
       EXIT.

      * Un cambio asentado en RESULTADOS-CAMBIO.DAT cuya matricula
      * sigue en la carrera de origen es de una corrida que se corto
      * antes de regrabarla: se completa aca, sin volver a evaluar
      * ni a anexar el resultado, reponiendo solo lo que falte. La
      * matricula se regraba al final con el resto.
       12-COMPLETAR-PREVIOS.
           PERFORM VARYING WSV-IDX-PRV FROM 1 BY 1
                   UNTIL WSV-IDX-PRV > WSV-CANT-PREVIOS
               MOVE WSV-PRV-DNI-TAB (WSV-IDX-PRV) TO REG-SOL-DNI
               PERFORM 18-BUSCAR-MATRICULA
               IF MATRICULA-HALLADA
                   IF WSV-MAT-CARRERA-TAB (WSV-MAT-ELEGIDA) =
                      WSV-PRV-ANTERIOR-TAB (WSV-IDX-PRV) AND
                      WSV-PRV-NUEVA-TAB (WSV-IDX-PRV) NOT =
                      WSV-PRV-ANTERIOR-TAB (WSV-IDX-PRV)
                       PERFORM 12A-COMPLETAR-CAMBIO
                   END-IF
               END-IF
           END-PERFORM.

       12-COMPLETAR-PREVIOS-END.
       EXIT.

       12A-COMPLETAR-CAMBIO.
           ADD 1 TO WSV-CANT-RECUPERADOS.

           MOVE WSV-PRV-ANTERIOR-TAB (WSV-IDX-PRV)
               TO WSV-CARRERA-ANT-AUX.
           MOVE WSV-PRV-NUEVA-TAB (WSV-IDX-PRV) TO REG-SOL-CARRERA.
           MOVE WSV-PRV-REGISTRO-TAB (WSV-IDX-PRV) TO REG-RESULTADO.
           MOVE REG-RES-VEREDICTO TO WSV-VEREDICTO-AUX.
           MOVE WSV-MAT-REGISTRO-TAB (WSV-MAT-ELEGIDA) TO REG-CAMBIO.

           MOVE WSV-CARRERA-ANT-AUX TO WSV-COD-CARRERA-AUX.
           PERFORM 17-BUSCAR-CARRERA.
           IF CARRERA-HALLADA AND
              WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA) > 0
               SUBTRACT 1 FROM WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
           END-IF.
           MOVE REG-SOL-CARRERA TO WSV-COD-CARRERA-AUX.
           PERFORM 17-BUSCAR-CARRERA.
           IF CARRERA-HALLADA
               ADD 1 TO WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
           END-IF.

           MOVE REG-SOL-CARRERA TO REG-CCA-CARRERA.
           MOVE WSC-CATEGORIA-GENERAL TO REG-CCA-CATEGORIA.
           MOVE REG-CAMBIO (1:51)
               TO WSV-MAT-REGISTRO-TAB (WSV-MAT-ELEGIDA).
           MOVE REG-SOL-CARRERA
               TO WSV-MAT-CARRERA-TAB (WSV-MAT-ELEGIDA).
           MOVE WSC-CATEGORIA-GENERAL
               TO WSV-MAT-CATEGORIA-TAB (WSV-MAT-ELEGIDA).

           PERFORM 22A-GRABAR-CAMBIO.

           MOVE "N" TO WSV-YA-GRABADO.
           PERFORM VARYING WSV-IDX-AUX FROM 1 BY 1
                   UNTIL WSV-IDX-AUX > WSV-CANT-CORRIDA
               IF WSV-COR-REGISTRO-TAB (WSV-IDX-AUX) = REG-RESULTADO
                   SET YA-GRABADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT YA-GRABADO
               PERFORM 23A-GRABAR-RESULTADO-CORRIDA
           END-IF.

           PERFORM 24-ACTUALIZAR-HISTORIAL.

           MOVE "N" TO WSV-YA-GRABADO.
           PERFORM VARYING WSV-IDX-AUX FROM 1 BY 1
                   UNTIL WSV-IDX-AUX > WSV-CANT-LIBERADOS
               IF WSV-LIB-DNI-TAB (WSV-IDX-AUX) = REG-CCA-DNI AND
                  WSV-LIB-CARRERA-TAB (WSV-IDX-AUX) =
                  WSV-CARRERA-ANT-AUX
                   SET YA-GRABADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT YA-GRABADO
               PERFORM 25-GRABAR-LIBERADO
           END-IF.

           INITIALIZE WSV-LINEA-CONTROL.
           STRING "DNI:"                   DELIMITED BY SIZE
                  REG-CCA-DNI              DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  REG-CCA-NOMBRE           DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WSV-CARRERA-ANT-AUX      DELIMITED BY SIZE
                  " -> "                   DELIMITED BY SIZE
                  REG-SOL-CARRERA          DELIMITED BY SIZE
             INTO WSV-LINEA-CONTROL
           END-STRING.
           MOVE "COMPLETADO DE CORRIDA ANTERIOR"
               TO WSV-LINEA-CONTROL (60:30).
           MOVE WSV-LINEA-CONTROL TO REG-CONTROL-CAMBIO.
           WRITE REG-CONTROL-CAMBIO.

       12A-COMPLETAR-CAMBIO-END.
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

       18-BUSCAR-MATRICULA.
           MOVE "N" TO WSV-MATRICULA-HALLADA.

           PERFORM VARYING WSV-IDX-MAT FROM 1 BY 1
                   UNTIL WSV-IDX-MAT > WSV-CANT-MATRICULA
               IF WSV-MAT-DNI-TAB (WSV-IDX-MAT) = REG-SOL-DNI
                   SET MATRICULA-HALLADA TO TRUE
                   MOVE WSV-IDX-MAT TO WSV-MAT-ELEGIDA
               END-IF
           END-PERFORM.

       18-BUSCAR-MATRICULA-END.
       EXIT.

       19-BUSCAR-PREVIO.
           MOVE "N" TO WSV-PRV-HALLADO.

           PERFORM VARYING WSV-IDX-PRV FROM 1 BY 1
                   UNTIL WSV-IDX-PRV > WSV-CANT-PREVIOS
               IF WSV-PRV-DNI-TAB (WSV-IDX-PRV) = WSV-DNI-PREVIO-AUX
                   SET PRV-HALLADO TO TRUE
                   MOVE WSV-IDX-PRV TO WSV-PRV-ELEGIDO
               END-IF
           END-PERFORM.

       19-BUSCAR-PREVIO-END.
       EXIT.

      * Controles de la solicitud en orden: el admitido tiene que
      * figurar en la matricula con su lugar vigente, la carrera
      * pedida tiene que existir activa y ser otra, su compuesto
      * tiene que superar al mejor de la lista de espera de esa
      * carrera (a igual compuesto tiene prioridad el que espera) y
      * tiene que quedar un lugar libre dentro del cupo.
       20-EVALUAR-SOLICITUD.
           MOVE SPACES TO WSV-MOTIVO-AUX.
           MOVE SPACES TO WSV-CARRERA-ANT-AUX.
           MOVE SPACES TO WSV-NOMBRE-AUX.
           MOVE 0 TO WSV-COMPOSITO-AUX.
           MOVE 0 TO WSV-POSICION-AUX.

           IF REG-SOL-DNI NOT NUMERIC
               MOVE "DATOS INVALIDOS" TO WSV-MOTIVO-AUX
           ELSE
               PERFORM 18-BUSCAR-MATRICULA
               IF NOT MATRICULA-HALLADA
                   MOVE "NO FIGURA EN LA MATRICULA DEL CICLO"
                       TO WSV-MOTIVO-AUX
               ELSE
                   MOVE WSV-MAT-REGISTRO-TAB (WSV-MAT-ELEGIDA)
                       TO REG-CAMBIO
                   MOVE REG-CCA-NOMBRE TO WSV-NOMBRE-AUX
                   MOVE WSV-MAT-CARRERA-TAB (WSV-MAT-ELEGIDA)
                       TO WSV-CARRERA-ANT-AUX
                   MOVE WSV-MAT-COMPOSITO-TAB (WSV-MAT-ELEGIDA)
                       TO WSV-COMPOSITO-AUX
                   PERFORM 21-CONTROLAR-CAMBIO
               END-IF
           END-IF.

           IF WSV-MOTIVO-AUX = SPACES
               PERFORM 22-OTORGAR-CAMBIO
           ELSE
               ADD 1 TO WSV-CANT-RECHAZADOS
           END-IF.

           PERFORM 26-INFORMAR-SOLICITUD.

       20-EVALUAR-SOLICITUD-END.
       EXIT.

       21-CONTROLAR-CAMBIO.
           MOVE "N" TO WSV-VEN-HALLADO.
           PERFORM VARYING WSV-IDX-VEN FROM 1 BY 1
                   UNTIL WSV-IDX-VEN > WSV-CANT-VENCIDOS-TAB
               IF WSV-VEN-DNI-TAB (WSV-IDX-VEN) = REG-SOL-DNI
                   SET VEN-HALLADO TO TRUE
               END-IF
           END-PERFORM.

           MOVE WSV-CARRERA-ANT-AUX TO WSV-COD-CARRERA-AUX.
           PERFORM 17-BUSCAR-CARRERA.
           MOVE 0 TO WSV-CAR-ORIGEN.
           IF CARRERA-HALLADA
               MOVE WSV-CAR-ELEGIDA TO WSV-CAR-ORIGEN
           END-IF.

           MOVE REG-SOL-DNI TO WSV-DNI-PREVIO-AUX.
           PERFORM 19-BUSCAR-PREVIO.

           MOVE REG-SOL-CARRERA TO WSV-COD-CARRERA-AUX.
           PERFORM 17-BUSCAR-CARRERA.

           IF PRV-HALLADO AND
              WSV-PRV-NUEVA-TAB (WSV-PRV-ELEGIDO) = REG-SOL-CARRERA AND
              WSV-CARRERA-ANT-AUX = REG-SOL-CARRERA
               MOVE "CAMBIO YA OTORGADO EN EL CICLO"
                   TO WSV-MOTIVO-AUX
           ELSE
           IF VEN-HALLADO
               MOVE "PLAZO VENCIDO - LUGAR EN RECUPERACION"
                   TO WSV-MOTIVO-AUX
           ELSE
           IF NOT CARRERA-HALLADA
               MOVE "CARRERA INEXISTENTE O INACTIVA"
                   TO WSV-MOTIVO-AUX
           ELSE
           IF REG-SOL-CARRERA = WSV-CARRERA-ANT-AUX
               MOVE "YA INSCRIPTO EN LA CARRERA SOLICITADA"
                   TO WSV-MOTIVO-AUX
           ELSE
               PERFORM 21A-CALCULAR-POSICION
               COMPUTE WSV-LIBRES-AUX =
                   WSV-CAR-CUPO-TAB (WSV-CAR-ELEGIDA) -
                   WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
               IF WSV-CAR-EN-ESPERA-TAB (WSV-CAR-ELEGIDA) > 0 AND
                  WSV-COMPOSITO-AUX NOT >
                  WSV-CAR-TOPE-ESPERA-TAB (WSV-CAR-ELEGIDA)
                   MOVE "NO SUPERA A LA LISTA DE ESPERA"
                       TO WSV-MOTIVO-AUX
               ELSE
                   IF WSV-LIBRES-AUX NOT > 0
                       MOVE "SIN VACANTE EN LA CARRERA SOLICITADA"
                           TO WSV-MOTIVO-AUX
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       21-CONTROLAR-CAMBIO-END.
       EXIT.

      * Lugar que el compuesto del admitido ocuparia en el orden de
      * merito de la carrera pedida: detras de todos sus inscriptos
      * con compuesto igual o mayor.
       21A-CALCULAR-POSICION.
           MOVE 1 TO WSV-POSICION-AUX.

           PERFORM VARYING WSV-IDX-MAT FROM 1 BY 1
                   UNTIL WSV-IDX-MAT > WSV-CANT-MATRICULA
               IF WSV-MAT-CARRERA-TAB (WSV-IDX-MAT) = REG-SOL-CARRERA
                  AND WSV-MAT-COMPOSITO-TAB (WSV-IDX-MAT) >=
                      WSV-COMPOSITO-AUX
                   ADD 1 TO WSV-POSICION-AUX
               END-IF
           END-PERFORM.

       21A-CALCULAR-POSICION-END.
       EXIT.

      * El cambio se asienta en la tabla de matricula (que se
      * regraba al final) y en los cupos, para que una solicitud
      * posterior de la misma corrida vea los lugares como quedan.
      * Como en la promocion, el lugar nuevo es siempre general.
       22-OTORGAR-CAMBIO.
           ADD 1 TO WSV-CANT-OTORGADOS.

           MOVE SPACES TO WSV-VEREDICTO-AUX.
           STRING WSC-PREFIJO-CAMBIO     DELIMITED BY SIZE
                  WSV-CARRERA-ANT-AUX    DELIMITED BY SIZE
                  " A "                  DELIMITED BY SIZE
                  REG-SOL-CARRERA        DELIMITED BY SIZE
             INTO WSV-VEREDICTO-AUX
           END-STRING.

           ADD 1 TO WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA).
           IF WSV-CAR-ORIGEN > 0 AND
              WSV-CAR-OCUPADOS-TAB (WSV-CAR-ORIGEN) > 0
               SUBTRACT 1 FROM WSV-CAR-OCUPADOS-TAB (WSV-CAR-ORIGEN)
           END-IF.

           MOVE REG-SOL-CARRERA TO REG-CCA-CARRERA.
           MOVE WSC-CATEGORIA-GENERAL TO REG-CCA-CATEGORIA.
           MOVE REG-CAMBIO (1:51)
               TO WSV-MAT-REGISTRO-TAB (WSV-MAT-ELEGIDA).
           MOVE REG-SOL-CARRERA
               TO WSV-MAT-CARRERA-TAB (WSV-MAT-ELEGIDA).
           MOVE WSC-CATEGORIA-GENERAL
               TO WSV-MAT-CATEGORIA-TAB (WSV-MAT-ELEGIDA).

      * El resultado del ciclo va primero: es la constancia con la
      * que una corrida siguiente reconoce el cambio y completa lo
      * que haya faltado grabar despues.
           PERFORM 22A-GRABAR-CAMBIO.
           PERFORM 23-GRABAR-RESULTADO.
           PERFORM 23A-GRABAR-RESULTADO-CORRIDA.
           PERFORM 24-ACTUALIZAR-HISTORIAL.
           PERFORM 25-GRABAR-LIBERADO.

       22-OTORGAR-CAMBIO-END.
       EXIT.

       22A-GRABAR-CAMBIO.
           MOVE WSV-CARRERA-ANT-AUX  TO REG-CCA-CARRERA-ANT.
           MOVE WSV-FECHA-HOY        TO REG-CCA-FECHA.
           WRITE REG-CAMBIO.
           IF WSS-CAMBIOS > "10"
               MOVE "CAMBIOS-CARRERA.DAT" TO WSV-ERR-ARCHIVO
               MOVE "GRABACION" TO WSV-ERR-OPERACION
               MOVE WSS-CAMBIOS TO WSV-ERR-STATUS
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.

       22A-GRABAR-CAMBIO-END.
       EXIT.

       23-GRABAR-RESULTADO.
           MOVE SPACES TO WSV-CONTACTO-AUX.
           PERFORM VARYING WSV-IDX-CTO FROM 1 BY 1
                   UNTIL WSV-IDX-CTO > WSV-CANT-CONTACTOS
               IF WSV-CTO-DNI-TAB (WSV-IDX-CTO) = REG-SOL-DNI AND
                  WSV-CONTACTO-AUX = SPACES
                   MOVE WSV-CTO-CONTACTO-TAB (WSV-IDX-CTO)
                       TO WSV-CONTACTO-AUX
               END-IF
           END-PERFORM.

           MOVE REG-CCA-DNI          TO REG-RES-DNI.
           MOVE REG-CCA-NOMBRE       TO REG-RES-NOMBRE.
           MOVE WSV-CONTACTO-AUX     TO REG-RES-CONTACTO.
           MOVE REG-CCA-MERITO       TO REG-RES-MERITO.
           MOVE REG-CCA-COMPOSITO    TO REG-RES-COMPOSITO.
           MOVE REG-CCA-CICLO        TO REG-RES-CICLO.
           MOVE WSV-VEREDICTO-AUX    TO REG-RES-VEREDICTO.
           WRITE REG-RESULTADO.
           IF WSS-RES-CAMBIO > "10"
               MOVE "RESULTADOS-CAMBIO.DAT" TO WSV-ERR-ARCHIVO
               MOVE "GRABACION" TO WSV-ERR-OPERACION
               MOVE WSS-RES-CAMBIO TO WSV-ERR-STATUS
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.

           MOVE REG-RES-DNI TO WSV-DNI-PREVIO-AUX.
           PERFORM 19-BUSCAR-PREVIO.
           IF NOT PRV-HALLADO
               IF WSV-CANT-PREVIOS >= WSC-MAX-REGISTROS
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DE CAMBIOS DEL CICLO: " WSC-MAX-REGISTROS
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-PREVIOS
               MOVE WSV-CANT-PREVIOS TO WSV-PRV-ELEGIDO
           END-IF.
           MOVE REG-RES-DNI TO WSV-PRV-DNI-TAB (WSV-PRV-ELEGIDO).
           MOVE WSV-CARRERA-ANT-AUX
               TO WSV-PRV-ANTERIOR-TAB (WSV-PRV-ELEGIDO).
           MOVE REG-SOL-CARRERA TO WSV-PRV-NUEVA-TAB (WSV-PRV-ELEGIDO).
           MOVE REG-RESULTADO
               TO WSV-PRV-REGISTRO-TAB (WSV-PRV-ELEGIDO).

       23-GRABAR-RESULTADO-END.
       EXIT.

       23A-GRABAR-RESULTADO-CORRIDA.
           MOVE REG-RESULTADO TO REG-RES-CORRIDA.
           WRITE REG-RES-CORRIDA.
           IF WSS-RES-CORRIDA > "10"
               MOVE "RESULTADOS-CAMBIO-CORRIDA.DAT" TO WSV-ERR-ARCHIVO
               MOVE "GRABACION" TO WSV-ERR-OPERACION
               MOVE WSS-RES-CORRIDA TO WSV-ERR-STATUS
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.

       23A-GRABAR-RESULTADO-CORRIDA-END.
       EXIT.

      * El admitido sigue matriculado; su ultimo veredicto pasa a
      * ser el del cambio. Un DNI sin registro en el maestro
      * (matricula cargada a mano) se da de alta con un intento.
       24-ACTUALIZAR-HISTORIAL.
           MOVE REG-CCA-DNI TO REG-HIS-DNI.
           READ ARCHIVO-HISTORIAL
               INVALID KEY
                   MOVE REG-CCA-DNI TO REG-HIS-DNI
                   MOVE 1 TO REG-HIS-INTENTOS
                   MOVE REG-CCA-CICLO TO REG-HIS-ULT-CICLO
                   MOVE "S" TO REG-HIS-MATRICULADO
                   MOVE WSV-VEREDICTO-AUX TO REG-HIS-ULT-VEREDICTO
                   WRITE REG-HISTORIAL
               NOT INVALID KEY
                   MOVE REG-CCA-CICLO TO REG-HIS-ULT-CICLO
                   MOVE "S" TO REG-HIS-MATRICULADO
                   MOVE WSV-VEREDICTO-AUX TO REG-HIS-ULT-VEREDICTO
                   REWRITE REG-HISTORIAL
           END-READ.
           IF WSS-HISTORIAL > "10"
               DISPLAY "ERROR: FALLO LA ACTUALIZACION DE "
                   "HISTORIAL-MAESTRO.DAT (STATUS " WSS-HISTORIAL
                   ") DNI " REG-HIS-DNI
               STOP RUN RETURNING 23
           END-IF.

       24-ACTUALIZAR-HISTORIAL-END.
       EXIT.

      * El lugar de la carrera original queda para la lista de
      * espera: la promocion lo suma a sus vacantes.
       25-GRABAR-LIBERADO.
           MOVE REG-CCA-DNI          TO REG-LIB-DNI.
           MOVE REG-CCA-NOMBRE       TO REG-LIB-NOMBRE.
           MOVE WSV-CARRERA-ANT-AUX  TO REG-LIB-CARRERA.
           MOVE 0                    TO REG-LIB-DIAS.
           WRITE REG-LIBERADO.
           IF WSS-LIBERADOS > "10"
               MOVE "LIBERADOS-CAMBIO.DAT" TO WSV-ERR-ARCHIVO
               MOVE "GRABACION" TO WSV-ERR-OPERACION
               MOVE WSS-LIBERADOS TO WSV-ERR-STATUS
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.

       25-GRABAR-LIBERADO-END.
       EXIT.

      * Una linea por solicitud: otorgada con el lugar que tomaria
      * en el orden de merito, o rechazada con el motivo.
       26-INFORMAR-SOLICITUD.
           INITIALIZE WSV-LINEA-CONTROL.

           STRING "DNI:"                   DELIMITED BY SIZE
                  REG-SOL-DNI              DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WSV-NOMBRE-AUX           DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WSV-CARRERA-ANT-AUX      DELIMITED BY SIZE
                  " -> "                   DELIMITED BY SIZE
                  REG-SOL-CARRERA          DELIMITED BY SIZE
                  " COMP:"                 DELIMITED BY SIZE
                  WSV-COMPOSITO-AUX        DELIMITED BY SIZE
                  " POS:"                  DELIMITED BY SIZE
                  WSV-POSICION-AUX         DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
             INTO WSV-LINEA-CONTROL
           END-STRING.

           IF WSV-MOTIVO-AUX = SPACES
               MOVE "OTORGADO" TO WSV-LINEA-CONTROL (60:8)
           ELSE
               MOVE "RECHAZADO:" TO WSV-LINEA-CONTROL (60:10)
               MOVE WSV-MOTIVO-AUX TO WSV-LINEA-CONTROL (71:40)
           END-IF.

           MOVE WSV-LINEA-CONTROL TO REG-CONTROL-CAMBIO.
           WRITE REG-CONTROL-CAMBIO.

       26-INFORMAR-SOLICITUD-END.
       EXIT.

       30-ESCRIBIR-TRAILER.
           MOVE ALL "-" TO REG-CONTROL-CAMBIO.
           WRITE REG-CONTROL-CAMBIO.

           INITIALIZE WSV-LINEA-CONTROL.
           STRING "TOTAL SOLICITUDES: "    DELIMITED BY SIZE
                  WSV-CANT-SOLICITUDES     DELIMITED BY SIZE
                  "  OTORGADOS: "          DELIMITED BY SIZE
                  WSV-CANT-OTORGADOS       DELIMITED BY SIZE
                  "  RECHAZADOS: "         DELIMITED BY SIZE
                  WSV-CANT-RECHAZADOS      DELIMITED BY SIZE
             INTO WSV-LINEA-CONTROL
           END-STRING.

           MOVE WSV-LINEA-CONTROL TO REG-CONTROL-CAMBIO.
           WRITE REG-CONTROL-CAMBIO.

       30-ESCRIBIR-TRAILER-END.
       EXIT.

      * La matricula se regraba con la carrera nueva de los que
      * cambiaron: es el padron completo del ciclo que leen la
      * conciliacion, los cupos, el orden de merito y la promocion.
       35-REGRABAR-MATRICULA.
           OPEN OUTPUT ARCHIVO-MATRICULA.
           IF WSS-MATRICULA > "10"
               DISPLAY "ERROR: NO SE PUEDE REGRABAR MATRICULA.DAT "
                   "(STATUS " WSS-MATRICULA ")"
               STOP RUN RETURNING 16
           END-IF.

           PERFORM VARYING WSV-IDX-MAT FROM 1 BY 1
                   UNTIL WSV-IDX-MAT > WSV-CANT-MATRICULA
               MOVE WSV-MAT-REGISTRO-TAB (WSV-IDX-MAT)
                   TO REG-MATRICULA
               WRITE REG-MATRICULA
           END-PERFORM.

           CLOSE ARCHIVO-MATRICULA.

       35-REGRABAR-MATRICULA-END.
       EXIT.

      * Los archivos del cambio se graban antes que el maestro
      * (resultado, corrida) o antes de regrabar la matricula
      * (liberado): cortar aca deja el cambio sin asentar o con su
      * resultado grabado, y en los dos casos el reproceso lo
      * evalua de nuevo o lo completa (12-COMPLETAR-PREVIOS).
       91-ABORTAR-POR-ARCHIVO.
           DISPLAY "ERROR DE ARCHIVO: " WSV-ERR-ARCHIVO.
           DISPLAY "  OPERACION: " WSV-ERR-OPERACION
               " STATUS: " WSV-ERR-STATUS.
           IF WSV-ERR-OPERACION = "GRABACION"
               DISPLAY "  DNI: " REG-CCA-DNI
           END-IF.
           DISPLAY "ERROR: CAMBIO DE CARRERA INTERRUMPIDO - LA "
               "MATRICULA NO SE REGRABO; REPROCESAR LA CORRIDA".

           STOP RUN RETURNING 16.

       91-ABORTAR-POR-ARCHIVO-END.
       EXIT.
