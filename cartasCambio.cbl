      ******************************************************************
      * Author:
      * Date:
      * Purpose: Genera las cartas que deja cada corrida de la
      *          conciliacion, en CARTAS-CAMBIO.DAT: la de cada cambio
      *          de carrera otorgado desde la ultima carta
      *          (RESULTADOS-CAMBIO-CORRIDA.DAT) y la de aceptacion de
      *          cada promovido de la lista de espera en la corrida
      *          (RESULTADOS-PROMOCION.DAT). Las cartas del lote las
      *          sigue generando CARTAS-NOTIFICACION; esta corrida no
      *          las repite. CARTAS-CAMBIO.DAT acumula las cartas del
      *          ciclo (lo archiva y vacia el cierre) y no se repite
      *          una carta que ya esta en el archivo. Con las cartas
      *          generadas vacia el archivo de cambios de la corrida,
      *          para que la proxima no vuelva a mandarlas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS-CAMBIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-RES-CORRIDA
               ASSIGN TO "RESULTADOS-CAMBIO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-RES-CORRIDA.

           SELECT OPTIONAL ARCHIVO-RES-PROMOCION
               ASSIGN TO "RESULTADOS-PROMOCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-RES-PROMOCION.

           SELECT OPTIONAL ARCHIVO-CARTAS
               ASSIGN TO "CARTAS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-CARTAS.

       DATA DIVISION.
       FILE SECTION.
      * Cambios de carrera otorgados por CAMBIO-CARRERA que todavia
      * no tuvieron carta, en el formato de RESULTADOS.DAT.
       FD  ARCHIVO-RES-CORRIDA.
           01 REG-RES-CORRIDA             PIC X(110).

      * Promovidos de la ultima corrida de PROMOCION-LISTA-ESPERA,
      * que regraba el archivo en cada corrida.
       FD  ARCHIVO-RES-PROMOCION.
           01 REG-RES-PROMOCION           PIC X(110).

      * El encabezado de cada carta lleva ciclo y DNI en las mismas
      * posiciones que CARTAS.DAT, seguidos del tipo de carta.
       FD  ARCHIVO-CARTAS.
           01 REG-CARTA                   PIC X(80).

       WORKING-STORAGE SECTION.

           01 WSS-ESTADOS-ARCHIVO.
               05 WSS-RES-CORRIDA          PIC XX VALUE "00".
               05 WSS-RES-PROMOCION        PIC XX VALUE "00".
               05 WSS-CARTAS               PIC XX VALUE "00".

           01 WSC-CONSTANTES.
               05 WSC-VEREDICTO-ACEPTADO   PIC X(40)
                   VALUE "CUMPLE CON TODOS LOS REQUSITOS".
               05 WSC-PREFIJO-CAMBIO       PIC X(18)
                   VALUE "CAMBIO DE CARRERA ".
               05 WSC-ROTULO-CARTA         PIC X(18)
                   VALUE "CICLO DE ADMISION ".
               05 WSC-MAX-CARTAS           PIC 9(5) VALUE 2000.
               05 WSC-PIE-CARTA            PIC X(32)
                   VALUE "ATENTAMENTE, OFICINA DE ADMISION".

           01 WSC-SWITCHES.
               05 WSC-FIN-RES-CORRIDA    PIC X VALUE "N".
                   88 FIN-RES-CORRIDA        VALUE "S".
               05 WSC-FIN-RES-PROMOCION  PIC X VALUE "N".
                   88 FIN-RES-PROMOCION      VALUE "S".
               05 WSC-FIN-CARTAS         PIC X VALUE "N".
                   88 FIN-CARTAS             VALUE "S".
               05 WSC-CARTA-EMITIDA      PIC X VALUE "N".
                   88 CARTA-EMITIDA          VALUE "S".

      * Area comun para los dos archivos, que tienen el formato de
      * RESULTADOS.DAT.
           01 WSV-RESULTADO.
               05 WSV-RES-DNI                  PIC 9(8).
               05 WSV-RES-NOMBRE               PIC X(15).
               05 WSV-RES-CONTACTO             PIC X(30).
               05 WSV-RES-MERITO               PIC X(7).
               05 WSV-RES-COMPOSITO            PIC 9(2)V99.
               05 WSV-RES-CICLO                PIC X(6).
               05 WSV-RES-VEREDICTO            PIC X(40).

           01 WSV-VARIABLES.
               05 WSV-LINEA-CARTA              PIC X(80).
               05 WSV-TIPO-CARTA               PIC X(20).
               05 WSV-ENCABEZADO               PIC X(80).
               05 WSV-IDX-EMI                  PIC 9(5).
               05 WSV-CLAVE-PENDIENTE          PIC X(44).

           01 WSV-CONTADORES.
               05 WSV-CANT-CAMBIOS             PIC 9(5) VALUE 0.
               05 WSV-CANT-PROMOCIONES         PIC 9(5) VALUE 0.
               05 WSV-CANT-OMITIDAS            PIC 9(5) VALUE 0.
               05 WSV-CANT-YA-EMITIDAS         PIC 9(5) VALUE 0.

      * Encabezados (desde el ciclo hasta el tipo) de las cartas que
      * ya estan en CARTAS-CAMBIO.DAT.
           01 WS-EMITIDAS-TABLA.
               05 WSV-CANT-EMITIDAS            PIC 9(5) VALUE 0.
               05 WSV-EMITIDA-TAB OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WSV-CANT-EMITIDAS.
                   10 WSV-EMI-CLAVE-TAB         PIC X(44).


       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "CARTAS DE CAMBIO DE CARRERA Y PROMOCION".
           DISPLAY "--------------------------------------------------".

           OPEN INPUT ARCHIVO-RES-CORRIDA.
           IF WSS-RES-CORRIDA > "10"
               DISPLAY "ERROR: NO SE PUEDE LEER "
                   "RESULTADOS-CAMBIO-CORRIDA.DAT (STATUS "
                   WSS-RES-CORRIDA ")"
               STOP RUN RETURNING 16
           END-IF.

           OPEN INPUT ARCHIVO-RES-PROMOCION.
           IF WSS-RES-PROMOCION > "10"
               DISPLAY "ERROR: NO SE PUEDE LEER "
                   "RESULTADOS-PROMOCION.DAT (STATUS "
                   WSS-RES-PROMOCION ")"
               STOP RUN RETURNING 16
           END-IF.

           PERFORM 10-CARGAR-EMITIDAS.

           OPEN EXTEND ARCHIVO-CARTAS.
           IF WSS-CARTAS > "10"
               DISPLAY "ERROR: NO SE PUEDE GRABAR CARTAS-CAMBIO.DAT "
                   "(STATUS " WSS-CARTAS ")"
               STOP RUN RETURNING 16
           END-IF.

           PERFORM UNTIL FIN-RES-CORRIDA
               READ ARCHIVO-RES-CORRIDA
                   AT END
                       SET FIN-RES-CORRIDA TO TRUE
                   NOT AT END
                       MOVE REG-RES-CORRIDA TO WSV-RESULTADO
                       IF WSV-RES-VEREDICTO (1:18) =
                          WSC-PREFIJO-CAMBIO
                           PERFORM 20-CARTA-CAMBIO
                       ELSE
                           ADD 1 TO WSV-CANT-OMITIDAS
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM UNTIL FIN-RES-PROMOCION
               READ ARCHIVO-RES-PROMOCION
                   AT END
                       SET FIN-RES-PROMOCION TO TRUE
                   NOT AT END
                       MOVE REG-RES-PROMOCION TO WSV-RESULTADO
                       IF WSV-RES-VEREDICTO = WSC-VEREDICTO-ACEPTADO
                           PERFORM 25-CARTA-PROMOCION
                       ELSE
                           ADD 1 TO WSV-CANT-OMITIDAS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-RES-CORRIDA.
           CLOSE ARCHIVO-RES-PROMOCION.
           CLOSE ARCHIVO-CARTAS.

           PERFORM 30-VACIAR-CORRIDA.

           DISPLAY "CARTAS DE CAMBIO:      " WSV-CANT-CAMBIOS.
           DISPLAY "CARTAS DE PROMOCION:   " WSV-CANT-PROMOCIONES.
           DISPLAY "OMITIDOS (VEREDICTO):  " WSV-CANT-OMITIDAS.
           DISPLAY "YA EMITIDAS ANTES:     " WSV-CANT-YA-EMITIDAS.

       STOP RUN.
       00-CONTROL-END.
       EXIT.

      * Cambio de carrera otorgado: el veredicto trae la carrera
      * de origen y la nueva ("CAMBIO DE CARRERA DER A INF"). La
      * inscripcion sigue vigente con la carrera nueva.
       20-CARTA-CAMBIO.
           INITIALIZE WSV-TIPO-CARTA.
           STRING "CAMBIO "                 DELIMITED BY SIZE
                  WSV-RES-VEREDICTO (19:3)  DELIMITED BY SIZE
                  " A "                     DELIMITED BY SIZE
                  WSV-RES-VEREDICTO (25:3)  DELIMITED BY SIZE
             INTO WSV-TIPO-CARTA
           END-STRING.
           PERFORM 12-BUSCAR-EMITIDA.
           IF CARTA-EMITIDA
               ADD 1 TO WSV-CANT-YA-EMITIDAS
           ELSE
               PERFORM 20A-CUERPO-CAMBIO
           END-IF.

       20-CARTA-CAMBIO-END.
       EXIT.

       20A-CUERPO-CAMBIO.
           ADD 1 TO WSV-CANT-CAMBIOS.
           PERFORM 21-ESCRIBIR-ENCABEZADO.

           MOVE "LE INFORMAMOS QUE SU SOLICITUD DE CAMBIO DE CARRERA"
               TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.
           MOVE "FUE APROBADA." TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.

           INITIALIZE WSV-LINEA-CARTA.
           STRING "CARRERA ANTERIOR: "      DELIMITED BY SIZE
                  WSV-RES-VEREDICTO (19:3)  DELIMITED BY SIZE
                  "  NUEVA CARRERA: "       DELIMITED BY SIZE
                  WSV-RES-VEREDICTO (25:3)  DELIMITED BY SIZE
             INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.

           PERFORM 22-ESCRIBIR-MERITO.

           MOVE "SU INSCRIPCION CONTINUA VIGENTE EN LA NUEVA CARRERA."
               TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.
           MOVE "ANTE CUALQUIER CONSULTA DIRIJASE A LA OFICINA DE"
               TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.
           MOVE "ALUMNADO." TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.

           PERFORM 29-ESCRIBIR-PIE.

       20A-CUERPO-CAMBIO-END.
       EXIT.

       21-ESCRIBIR-ENCABEZADO.
           MOVE ALL "=" TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.

           MOVE WSV-ENCABEZADO TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.

           INITIALIZE WSV-LINEA-CARTA.
           STRING "CONTACTO: "      DELIMITED BY SIZE
                  WSV-RES-CONTACTO  DELIMITED BY SIZE
             INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.

           INITIALIZE WSV-LINEA-CARTA.
           STRING "ESTIMADO/A "    DELIMITED BY SIZE
                  WSV-RES-NOMBRE   DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
             INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.

           MOVE SPACES TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.

       21-ESCRIBIR-ENCABEZADO-END.
       EXIT.

       22-ESCRIBIR-MERITO.
           INITIALIZE WSV-LINEA-CARTA.
           STRING "TRAMO DE MERITO: "  DELIMITED BY SIZE
                  WSV-RES-MERITO       DELIMITED BY SIZE
                  "  PUNTAJE: "        DELIMITED BY SIZE
                  WSV-RES-COMPOSITO    DELIMITED BY SIZE
             INTO WSV-LINEA-CARTA
           END-STRING.
           MOVE WSV-LINEA-CARTA TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.

       22-ESCRIBIR-MERITO-END.
       EXIT.

      * Promovido desde la lista de espera a un lugar que se libero:
      * el plazo de inscripcion corre desde hoy, que es la fecha que
      * la promocion asento en DESPACHOS-PROMOCION.DAT.
       25-CARTA-PROMOCION.
           MOVE "PROMOCION" TO WSV-TIPO-CARTA.
           PERFORM 12-BUSCAR-EMITIDA.
           IF CARTA-EMITIDA
               ADD 1 TO WSV-CANT-YA-EMITIDAS
           ELSE
               PERFORM 25A-CUERPO-PROMOCION
           END-IF.

       25-CARTA-PROMOCION-END.
       EXIT.

       25A-CUERPO-PROMOCION.
           ADD 1 TO WSV-CANT-PROMOCIONES.
           PERFORM 21-ESCRIBIR-ENCABEZADO.

           MOVE "NOS COMPLACE INFORMARLE QUE SE LIBERO UNA VACANTE"
               TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.
           MOVE "EN LA CARRERA PARA LA QUE USTED ESTABA EN LISTA DE"
               TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.
           MOVE "ESPERA: SU POSTULACION FUE ACEPTADA." TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.

           PERFORM 22-ESCRIBIR-MERITO.

           MOVE "PARA COMPLETAR SU INSCRIPCION PRESENTESE EN LA"
               TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.
           MOVE "OFICINA DE ALUMNADO CON SU DOCUMENTO Y ESTA CARTA"
               TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.
           MOVE "DENTRO DE LOS 10 DIAS HABILES." TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.

           PERFORM 29-ESCRIBIR-PIE.

       25A-CUERPO-PROMOCION-END.
       EXIT.

      * Las cartas que ya estan en el archivo no se repiten: la
      * promocion no se vacia y una corrida repetida la volveria a
      * leer entera. La clave es el encabezado desde el ciclo hasta
      * el tipo de carta, y cuenta solo si la carta llego hasta el
      * pie: una carta cortada por un error de grabacion se vuelve
      * a emitir entera.
       10-CARGAR-EMITIDAS.
           MOVE SPACES TO WSV-CLAVE-PENDIENTE.
           OPEN INPUT ARCHIVO-CARTAS.
           IF WSS-CARTAS > "10"
               DISPLAY "ERROR: NO SE PUEDE LEER CARTAS-CAMBIO.DAT "
                   "(STATUS " WSS-CARTAS ")"
               STOP RUN RETURNING 16
           END-IF.

           PERFORM UNTIL FIN-CARTAS
               READ ARCHIVO-CARTAS
                   AT END
                       SET FIN-CARTAS TO TRUE
                   NOT AT END
                       IF REG-CARTA (1:18) = WSC-ROTULO-CARTA
                           MOVE REG-CARTA (19:44)
                               TO WSV-CLAVE-PENDIENTE
                       ELSE
                           IF REG-CARTA = WSC-PIE-CARTA AND
                              WSV-CLAVE-PENDIENTE NOT = SPACES
                               PERFORM 11-ANOTAR-EMITIDA
                               MOVE SPACES TO WSV-CLAVE-PENDIENTE
                           END-IF
                       END-IF
               END-READ
               IF WSS-CARTAS > "10"
                   DISPLAY "ERROR: NO SE PUEDE LEER CARTAS-CAMBIO.DAT "
                       "(STATUS " WSS-CARTAS ")"
                   STOP RUN RETURNING 16
               END-IF
           END-PERFORM.

           CLOSE ARCHIVO-CARTAS.

       10-CARGAR-EMITIDAS-END.
       EXIT.

       11-ANOTAR-EMITIDA.
           IF WSV-CANT-EMITIDAS >= WSC-MAX-CARTAS
               DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA DE "
                   "CARTAS DEL CICLO: " WSC-MAX-CARTAS
               CLOSE ARCHIVO-CARTAS
               STOP RUN RETURNING 16
           END-IF.
           ADD 1 TO WSV-CANT-EMITIDAS.
           MOVE WSV-CLAVE-PENDIENTE
               TO WSV-EMI-CLAVE-TAB (WSV-CANT-EMITIDAS).

       11-ANOTAR-EMITIDA-END.
       EXIT.

      * Arma el encabezado de la carta y se fija si ya fue emitida.
       12-BUSCAR-EMITIDA.
           INITIALIZE WSV-ENCABEZADO.
           STRING WSC-ROTULO-CARTA     DELIMITED BY SIZE
                  WSV-RES-CICLO        DELIMITED BY SIZE
                  "   DNI "            DELIMITED BY SIZE
                  WSV-RES-DNI          DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  WSV-TIPO-CARTA       DELIMITED BY SIZE
             INTO WSV-ENCABEZADO
           END-STRING.

           MOVE "N" TO WSC-CARTA-EMITIDA.
           PERFORM VARYING WSV-IDX-EMI FROM 1 BY 1
                   UNTIL WSV-IDX-EMI > WSV-CANT-EMITIDAS
                      OR CARTA-EMITIDA
               IF WSV-EMI-CLAVE-TAB (WSV-IDX-EMI) =
                  WSV-ENCABEZADO (19:44)
                   SET CARTA-EMITIDA TO TRUE
               END-IF
           END-PERFORM.

       12-BUSCAR-EMITIDA-END.
       EXIT.

      * Una linea que no se pudo grabar corta la corrida antes de
      * vaciar el archivo de cambios de la corrida, para que el
      * reproceso vuelva a tener los cambios que quedaron sin carta.
       28-GRABAR-LINEA.
           WRITE REG-CARTA.
           IF WSS-CARTAS > "10"
               DISPLAY "ERROR: NO SE PUDO GRABAR CARTAS-CAMBIO.DAT "
                   "(STATUS " WSS-CARTAS ") - NO SE VACIA "
                   "RESULTADOS-CAMBIO-CORRIDA.DAT; REPROCESAR"
               CLOSE ARCHIVO-RES-CORRIDA
               CLOSE ARCHIVO-RES-PROMOCION
               CLOSE ARCHIVO-CARTAS
               STOP RUN RETURNING 16
           END-IF.

       28-GRABAR-LINEA-END.
       EXIT.

       29-ESCRIBIR-PIE.
           MOVE SPACES TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.
           MOVE WSC-PIE-CARTA TO REG-CARTA.
           PERFORM 28-GRABAR-LINEA.

       29-ESCRIBIR-PIE-END.
       EXIT.

      * Los cambios ya tienen carta: se vacia el archivo de la
      * corrida recien despues de cerrar las cartas, asi una corrida
      * cortada antes vuelve a pasar por los mismos cambios (12 no
      * repite los que alcanzaron a quedar grabados). Los promovidos
      * no se vacian: la promocion regraba su archivo cada vez y el
      * extracto de becas lo lee despues.
       30-VACIAR-CORRIDA.
           OPEN OUTPUT ARCHIVO-RES-CORRIDA.
           IF WSS-RES-CORRIDA > "10"
               DISPLAY "ERROR: NO SE PUDO VACIAR "
                   "RESULTADOS-CAMBIO-CORRIDA.DAT (STATUS "
                   WSS-RES-CORRIDA ") - LA PROXIMA CORRIDA REPITE "
                   "LAS CARTAS DE CAMBIO"
               STOP RUN RETURNING 16
           END-IF.
           CLOSE ARCHIVO-RES-CORRIDA.

       30-VACIAR-CORRIDA-END.
       EXIT.
