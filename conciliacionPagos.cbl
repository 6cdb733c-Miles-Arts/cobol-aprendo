      ******************************************************************
      * Author:
      * Date:
      * Purpose: Concilia el archivo de cobranzas que manda el banco
      *          contra los detalles de POSTULANTES.DAT por DNI, para
      *          saber quien pago el arancel de inscripcion. Informa
      *          pagados, impagos, sobrepagos, pagos duplicados y
      *          pagos de DNI que nunca se postularon, y cuadra lo
      *          leido contra el total de control del banco. Si
      *          cuadra deja ESTADO-PAGOS.DAT, que es lo que lee la
      *          evaluacion para dar PAGO PENDIENTE al que no pago.
      *          El estado se acumula en el ciclo: cada corrida suma
      *          los pagos de dias anteriores (COBRANZAS-CICLO.DAT,
      *          sin repetir una operacion ya aplicada) y nadie que
      *          ya habia pagado vuelve a quedar impago.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIACION-PAGOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-POSTULANTES
               ASSIGN TO "POSTULANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-POSTULANTES.

           SELECT OPTIONAL ARCHIVO-COBRANZAS
               ASSIGN TO "COBRANZAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-COBRANZAS.

           SELECT OPTIONAL ARCHIVO-ARANCEL
               ASSIGN TO "ARANCEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-ARANCEL.

           SELECT ARCHIVO-CONCILIACION
               ASSIGN TO "CONCILIACION-PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-ESTADO-PAGOS
               ASSIGN TO "ESTADO-PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-ESTADO-PAGOS.

           SELECT OPTIONAL ARCHIVO-COBRANZAS-CICLO
               ASSIGN TO "COBRANZAS-CICLO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-COBRANZAS-CICLO.

           SELECT OPTIONAL ARCHIVO-JOBLOG ASSIGN TO "JOBLOG.DAT"
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
               05 REG-RESTO              PIC X(52).

      * Cobranzas del banco: un detalle por pago acreditado y un
      * trailer con la cantidad de pagos y el importe total, que es
      * el total de control contra el que finanzas cuadra.
       FD  ARCHIVO-COBRANZAS.
           01 REG-COBRANZA.
               05 REG-COB-TIPO           PIC X.
               05 REG-COB-DNI            PIC 9(8).
               05 REG-COB-FECHA          PIC 9(8).
               05 REG-COB-IMPORTE        PIC 9(7)V99.
               05 REG-COB-OPERACION      PIC X(12).
           01 REG-COB-TRAILER.
               05 REG-CBT-TIPO           PIC X.
               05 REG-CBT-CANTIDAD       PIC 9(5).
               05 REG-CBT-IMPORTE        PIC 9(9)V99.

      * Importe del arancel de inscripcion vigente para el ciclo.
       FD  ARCHIVO-ARANCEL.
           01 REG-ARANCEL.
               05 REG-ARA-IMPORTE        PIC 9(5)V99.

       FD  ARCHIVO-CONCILIACION.
           01 REG-CONCILIACION           PIC X(100).

      * Estado de pago por DNI postulado: P pagado, S sobrepago,
      * D pago duplicado (los tres cubren el arancel), I pago
      * insuficiente y N sin pago (los dos quedan PAGO PENDIENTE).
       FD  ARCHIVO-ESTADO-PAGOS.
           01 REG-ESTADO-PAGO.
               05 REG-EPG-DNI            PIC 9(8).
               05 REG-EPG-ESTADO         PIC X.

      * Pagos ya aplicados en corridas anteriores del ciclo, con el
      * mismo formato del detalle del banco. El cierre del ciclo lo
      * archiva y lo vacia junto con ESTADO-PAGOS.DAT.
       FD  ARCHIVO-COBRANZAS-CICLO.
           01 REG-COBRANZA-CICLO.
               05 REG-CCI-TIPO           PIC X.
               05 REG-CCI-DNI            PIC 9(8).
               05 REG-CCI-FECHA          PIC 9(8).
               05 REG-CCI-IMPORTE        PIC 9(7)V99.
               05 REG-CCI-OPERACION      PIC X(12).

       FD  ARCHIVO-JOBLOG.
           01 REG-JOBLOG                  PIC X(120).

       WORKING-STORAGE SECTION.
           01 WSS-ESTADOS-ARCHIVO.
               05 WSS-POSTULANTES          PIC XX.
               05 WSS-COBRANZAS            PIC XX.
               05 WSS-ARANCEL              PIC XX.
               05 WSS-ESTADO-PAGOS         PIC XX.
               05 WSS-COBRANZAS-CICLO      PIC XX.

           01 WSC-CONSTANTES.
               05 WSC-MAX-POSTULANTES      PIC 9(5) VALUE 500.
               05 WSC-MAX-OPERACIONES      PIC 9(5) VALUE 5000.
               05 WSC-TIPO-DETALLE         PIC X VALUE "D".
               05 WSC-TIPO-TRAILER         PIC X VALUE "T".
               05 WSC-PAGO-PAGADO          PIC X VALUE "P".
               05 WSC-PAGO-SOBREPAGO       PIC X VALUE "S".
               05 WSC-PAGO-DUPLICADO       PIC X VALUE "D".
               05 WSC-PAGO-INSUFICIENTE    PIC X VALUE "I".
               05 WSC-PAGO-IMPAGO          PIC X VALUE "N".

           01 WSC-SWITCHES.
               05 WSC-FIN-POSTULANTES    PIC X VALUE "N".
                   88 FIN-POSTULANTES        VALUE "S".
               05 WSC-FIN-COBRANZAS      PIC X VALUE "N".
                   88 FIN-COBRANZAS          VALUE "S".
               05 WSC-TRAILER-LEIDO      PIC X VALUE "N".
                   88 TRAILER-LEIDO          VALUE "S".
               05 WSC-CUADRA             PIC X VALUE "S".
                   88 CUADRA                 VALUE "S".
               05 WSC-FIN-ESTADO-ANT     PIC X VALUE "N".
                   88 FIN-ESTADO-ANT         VALUE "S".
               05 WSC-FIN-COBR-CICLO     PIC X VALUE "N".
                   88 FIN-COBR-CICLO         VALUE "S".
               05 WSC-OPERACION-APLICADA PIC X VALUE "N".
                   88 OPERACION-APLICADA     VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-LONG-ENTRADA             PIC 9(3).
               05 WSV-IDX-POS                  PIC 9(5).
               05 WSV-POS-HALLADO              PIC 9(5).
               05 WSV-DNI-BUSCADO              PIC 9(8).
               05 WSV-ARANCEL                  PIC 9(5)V99.
               05 WSV-LINEA-CONCILIACION       PIC X(100).
               05 WSV-ESTADO-TEXTO             PIC X(17).
               05 WSV-IMPORTE-EDIT             PIC Z(8)9.99.
               05 WSV-CONTROL-EDIT             PIC Z(8)9.99.
               05 WSV-DIFERENCIA-EDIT          PIC Z(8)9.99.
               05 WSV-DIFERENCIA               PIC 9(9)V99.
               05 WSV-CBT-CANTIDAD             PIC 9(5) VALUE 0.
               05 WSV-CBT-IMPORTE              PIC 9(9)V99 VALUE 0.
               05 WSV-IDX-OPE                  PIC 9(5).
               05 WSV-OPERACION-BUSCADA        PIC X(12).
               05 WSV-FECHA-HORA-AUX           PIC X(21).
               05 WSV-LINEA-JOBLOG             PIC X(120).

           01 WSV-CONTADORES.
               05 WSV-CANT-PAGOS-LEIDOS        PIC 9(5) VALUE 0.
               05 WSV-CANT-PAGOS-ILEGIBLES     PIC 9(5) VALUE 0.
               05 WSV-CANT-PAGADOS             PIC 9(5) VALUE 0.
               05 WSV-CANT-SOBREPAGOS          PIC 9(5) VALUE 0.
               05 WSV-CANT-DUPLICADOS          PIC 9(5) VALUE 0.
               05 WSV-CANT-INSUFICIENTES       PIC 9(5) VALUE 0.
               05 WSV-CANT-IMPAGOS             PIC 9(5) VALUE 0.
               05 WSV-CANT-SIN-POSTULACION     PIC 9(5) VALUE 0.
               05 WSV-CANT-YA-APLICADOS        PIC 9(5) VALUE 0.
               05 WSV-CANT-PAGO-ANTERIOR       PIC 9(5) VALUE 0.
               05 WSV-CANT-DEL-LOTE            PIC 9(5) VALUE 0.
               05 WSV-CANT-ESTADO-ANT          PIC 9(5) VALUE 0.
               05 WSV-TOTAL-LEIDO              PIC 9(9)V99 VALUE 0.
               05 WSV-TOTAL-POSTULANTES        PIC 9(9)V99 VALUE 0.
               05 WSV-TOTAL-SIN-POSTULACION    PIC 9(9)V99 VALUE 0.
               05 WSV-TOTAL-EXCEDENTE          PIC 9(9)V99 VALUE 0.

           01 WS-POSTULANTES-TABLA.
               05 WSV-CANT-POSTULANTES         PIC 9(5) VALUE 0.
               05 WSV-POSTULANTE-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-POSTULANTES.
                   10 WSV-POS-DNI-TAB           PIC 9(8).
                   10 WSV-POS-NOMBRE-TAB        PIC X(15).
                   10 WSV-POS-CANT-PAGOS-TAB    PIC 9(3).
                   10 WSV-POS-IMPORTE-TAB       PIC 9(7)V99.
                   10 WSV-POS-ESTADO-TAB        PIC X.
                   10 WSV-POS-ESTADO-ANT-TAB    PIC X.

      * Operaciones del banco ya aplicadas en el ciclo (las de
      * corridas anteriores y las de esta), para no aplicar dos
      * veces un pago que el banco vuelve a mandar. Las de esta
      * corrida se agregan a COBRANZAS-CICLO.DAT al grabar el
      * estado.
           01 WS-OPERACIONES-TABLA.
               05 WSV-CANT-OPERACIONES         PIC 9(5) VALUE 0.
               05 WSV-OPERACION-TAB OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WSV-CANT-OPERACIONES.
                   10 WSV-OPE-OPERACION-TAB     PIC X(12).

           01 WS-PAGOS-CORRIDA-TABLA.
               05 WSV-CANT-PAGOS-CORRIDA       PIC 9(5) VALUE 0.
               05 WSV-PAGO-CORRIDA-TAB OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WSV-CANT-PAGOS-CORRIDA.
                   10 WSV-PCO-REGISTRO-TAB      PIC X(38).


       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "CONCILIACION DE PAGOS DE ARANCEL".
           DISPLAY "--------------------------------------------------".

           PERFORM 04-LEER-ARANCEL.
           PERFORM 05-CARGAR-POSTULANTES.
           PERFORM 06-CARGAR-ESTADO-ANTERIOR.
           PERFORM 08-APLICAR-PAGOS-CICLO.

           OPEN OUTPUT ARCHIVO-CONCILIACION.

           PERFORM 10-PROCESAR-COBRANZAS.
           PERFORM 20-CLASIFICAR-POSTULANTES.
           PERFORM 30-ESCRIBIR-TRAILER.

           CLOSE ARCHIVO-CONCILIACION.

           DISPLAY "PAGOS LEIDOS:           " WSV-CANT-PAGOS-LEIDOS.
           DISPLAY "PAGADOS:                " WSV-CANT-PAGADOS.
           DISPLAY "SOBREPAGOS:             " WSV-CANT-SOBREPAGOS.
           DISPLAY "PAGOS DUPLICADOS:       " WSV-CANT-DUPLICADOS.
           DISPLAY "PAGOS INSUFICIENTES:    " WSV-CANT-INSUFICIENTES.
           DISPLAY "IMPAGOS:                " WSV-CANT-IMPAGOS.
           DISPLAY "PAGOS SIN POSTULACION:  " WSV-CANT-SIN-POSTULACION.
           DISPLAY "PAGOS YA APLICADOS:     " WSV-CANT-YA-APLICADOS.
           DISPLAY "PAGADOS EN DIAS PREVIOS:" WSV-CANT-PAGO-ANTERIOR.

      * Sin cuadre ESTADO-PAGOS.DAT queda el de la corrida anterior,
      * sin los pagos de este archivo del banco: una evaluacion
      * corrida asi daria PAGO PENDIENTE a quien pago hoy. Se dice
      * por consola y en el joblog, que es lo que mira el operador.
           IF NOT CUADRA
               DISPLAY "ERROR: LAS COBRANZAS NO CUADRAN CON EL TOTAL "
                   "DE CONTROL DEL BANCO - REVISAR "
                   "CONCILIACION-PAGOS.DAT"
               DISPLAY "ERROR: ESTADO-PAGOS.DAT NO SE ACTUALIZA Y "
                   "QUEDA DESACTUALIZADO (SIN LOS PAGOS DE "
                   "COBRANZAS.DAT) - NO EVALUAR HASTA REPROCESAR"
               MOVE SPACES TO WSV-LINEA-JOBLOG
               STRING "CONCILIACION DE PAGOS SIN CUADRE: "
                                            DELIMITED BY SIZE
                      "ESTADO-PAGOS.DAT DESACTUALIZADO, NO INCLUYE "
                                            DELIMITED BY SIZE
                      "COBRANZAS.DAT - NO EVALUAR"
                                            DELIMITED BY SIZE
                 INTO WSV-LINEA-JOBLOG
               END-STRING
               PERFORM 92-GRABAR-JOBLOG
               STOP RUN RETURNING 16
           END-IF.

           PERFORM 40-GRABAR-ESTADO-PAGOS.

           IF WSV-CANT-SIN-POSTULACION > 0 OR
              WSV-CANT-PAGOS-ILEGIBLES > 0
               DISPLAY "AVISO: HAY PAGOS QUE NO SE APLICARON A NINGUN "
                   "POSTULANTE - REVISAR CONCILIACION-PAGOS.DAT"
               STOP RUN RETURNING 4
           END-IF.

       STOP RUN.
       00-CONTROL-END.
       EXIT.

       04-LEER-ARANCEL.
           OPEN INPUT ARCHIVO-ARANCEL.

           READ ARCHIVO-ARANCEL
               AT END
                   DISPLAY "ERROR: ARANCEL.DAT VACIO O INEXISTENTE - "
                       "GRABAR EL IMPORTE DEL ARANCEL DEL CICLO"
                   CLOSE ARCHIVO-ARANCEL
                   STOP RUN RETURNING 16
           END-READ.

           IF REG-ARA-IMPORTE NOT NUMERIC OR
              REG-ARA-IMPORTE = 0
               DISPLAY "ERROR: IMPORTE DE ARANCEL INVALIDO EN "
                   "ARANCEL.DAT"
               CLOSE ARCHIVO-ARANCEL
               STOP RUN RETURNING 16
           END-IF.

           MOVE REG-ARA-IMPORTE TO WSV-ARANCEL.

           CLOSE ARCHIVO-ARANCEL.

       04-LEER-ARANCEL-END.
       EXIT.

      * Se cargan los DNI de los detalles del lote. Un DNI repetido
      * en POSTULANTES.DAT (que la evaluacion rechaza como
      * duplicado) se concilia una sola vez: el arancel es uno por
      * persona. Cabecera, trailer y detalles ilegibles son asunto
      * de la evaluacion y aca se saltean.
       05-CARGAR-POSTULANTES.
           OPEN INPUT ARCHIVO-POSTULANTES.

           IF WSS-POSTULANTES NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR POSTULANTES.DAT, "
                   "STATUS " WSS-POSTULANTES
               STOP RUN RETURNING 16
           END-IF.

           PERFORM UNTIL FIN-POSTULANTES
               MOVE SPACES TO REG-POSTULANTE
               READ ARCHIVO-POSTULANTES
                   AT END
                       SET FIN-POSTULANTES TO TRUE
                   NOT AT END
                       IF REG-TIPO = WSC-TIPO-DETALLE AND
                          REG-DNI NUMERIC
                           PERFORM 05A-AGREGAR-POSTULANTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-POSTULANTES.

           IF WSV-CANT-DEL-LOTE = 0
               DISPLAY "ERROR: POSTULANTES.DAT SIN DETALLES - NADA "
                   "PARA CONCILIAR"
               STOP RUN RETURNING 16
           END-IF.

       05-CARGAR-POSTULANTES-END.
       EXIT.

       05A-AGREGAR-POSTULANTE.
           MOVE REG-DNI TO WSV-DNI-BUSCADO.
           PERFORM 11-BUSCAR-POSTULANTE.

           IF WSV-POS-HALLADO = 0
               IF WSV-CANT-POSTULANTES >= WSC-MAX-POSTULANTES
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DE POSTULANTES: " WSC-MAX-POSTULANTES
                   CLOSE ARCHIVO-POSTULANTES
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-POSTULANTES
               MOVE REG-DNI
                   TO WSV-POS-DNI-TAB (WSV-CANT-POSTULANTES)
               MOVE REG-NOMBRE
                   TO WSV-POS-NOMBRE-TAB (WSV-CANT-POSTULANTES)
               MOVE 0
                   TO WSV-POS-CANT-PAGOS-TAB (WSV-CANT-POSTULANTES)
               MOVE 0
                   TO WSV-POS-IMPORTE-TAB (WSV-CANT-POSTULANTES)
               MOVE WSC-PAGO-IMPAGO
                   TO WSV-POS-ESTADO-TAB (WSV-CANT-POSTULANTES)
               MOVE SPACE
                   TO WSV-POS-ESTADO-ANT-TAB (WSV-CANT-POSTULANTES)
               ADD 1 TO WSV-CANT-DEL-LOTE
           END-IF.

       05A-AGREGAR-POSTULANTE-END.
       EXIT.

      * Estado que dejo la corrida anterior del ciclo. Un DNI que ya
      * estaba y no vino en este lote se conserva igual (ya lo
      * concilio una corrida anterior); el estado previo de cada uno
      * sirve para que un pago ya cubierto no se pierda.
       06-CARGAR-ESTADO-ANTERIOR.
           OPEN INPUT ARCHIVO-ESTADO-PAGOS.

           IF WSS-ESTADO-PAGOS > "10"
               DISPLAY "ERROR: NO SE PUDO ABRIR ESTADO-PAGOS.DAT, "
                   "STATUS " WSS-ESTADO-PAGOS
               STOP RUN RETURNING 16
           END-IF.

           PERFORM UNTIL FIN-ESTADO-ANT
               READ ARCHIVO-ESTADO-PAGOS
                   AT END
                       SET FIN-ESTADO-ANT TO TRUE
                   NOT AT END
                       IF REG-EPG-DNI NUMERIC
                           ADD 1 TO WSV-CANT-ESTADO-ANT
                           PERFORM 06A-AGREGAR-ESTADO-ANT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-ESTADO-PAGOS.

       06-CARGAR-ESTADO-ANTERIOR-END.
       EXIT.

       06A-AGREGAR-ESTADO-ANT.
           MOVE REG-EPG-DNI TO WSV-DNI-BUSCADO.
           PERFORM 11-BUSCAR-POSTULANTE.

           IF WSV-POS-HALLADO = 0
               IF WSV-CANT-POSTULANTES >= WSC-MAX-POSTULANTES
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DE POSTULANTES: " WSC-MAX-POSTULANTES
                   CLOSE ARCHIVO-ESTADO-PAGOS
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-POSTULANTES
               MOVE WSV-CANT-POSTULANTES TO WSV-POS-HALLADO
               MOVE REG-EPG-DNI
                   TO WSV-POS-DNI-TAB (WSV-POS-HALLADO)
               MOVE SPACES
                   TO WSV-POS-NOMBRE-TAB (WSV-POS-HALLADO)
               MOVE 0 TO WSV-POS-CANT-PAGOS-TAB (WSV-POS-HALLADO)
               MOVE 0 TO WSV-POS-IMPORTE-TAB (WSV-POS-HALLADO)
               MOVE WSC-PAGO-IMPAGO
                   TO WSV-POS-ESTADO-TAB (WSV-POS-HALLADO)
           END-IF.

           MOVE REG-EPG-ESTADO
               TO WSV-POS-ESTADO-ANT-TAB (WSV-POS-HALLADO).

       06A-AGREGAR-ESTADO-ANT-END.
       EXIT.

      * Los pagos de corridas anteriores del ciclo se vuelven a
      * aplicar en silencio: ya se informaron y cuadraron el dia que
      * llegaron, y no entran en el cuadre de este archivo del banco.
       08-APLICAR-PAGOS-CICLO.
           OPEN INPUT ARCHIVO-COBRANZAS-CICLO.

           IF WSS-COBRANZAS-CICLO > "10"
               DISPLAY "ERROR: NO SE PUDO ABRIR COBRANZAS-CICLO.DAT, "
                   "STATUS " WSS-COBRANZAS-CICLO
               STOP RUN RETURNING 16
           END-IF.

           PERFORM UNTIL FIN-COBR-CICLO
               READ ARCHIVO-COBRANZAS-CICLO
                   AT END
                       SET FIN-COBR-CICLO TO TRUE
                   NOT AT END
                       IF REG-CCI-DNI NUMERIC AND
                          REG-CCI-IMPORTE NUMERIC
                           MOVE REG-CCI-OPERACION
                               TO WSV-OPERACION-BUSCADA
                           PERFORM 12-BUSCAR-OPERACION
                           IF NOT OPERACION-APLICADA
                               PERFORM 13-RECORDAR-OPERACION
                               MOVE REG-CCI-DNI TO WSV-DNI-BUSCADO
                               PERFORM 11-BUSCAR-POSTULANTE
                               IF WSV-POS-HALLADO > 0
                                   ADD 1 TO WSV-POS-CANT-PAGOS-TAB
                                       (WSV-POS-HALLADO)
                                   ADD REG-CCI-IMPORTE
                                       TO WSV-POS-IMPORTE-TAB
                                          (WSV-POS-HALLADO)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-COBRANZAS-CICLO.

       08-APLICAR-PAGOS-CICLO-END.
       EXIT.

      * Cada pago del banco se aplica al postulante de su DNI; el
      * pago de un DNI que no se postulo se informa aparte porque
      * es plata a devolver o a investigar. El trailer trae el
      * total de control y tiene que ser el ultimo registro.
       10-PROCESAR-COBRANZAS.
           OPEN INPUT ARCHIVO-COBRANZAS.

           IF WSS-COBRANZAS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR COBRANZAS.DAT, "
                   "STATUS " WSS-COBRANZAS
               CLOSE ARCHIVO-CONCILIACION
               STOP RUN RETURNING 16
           END-IF.

           PERFORM UNTIL FIN-COBRANZAS
               MOVE SPACES TO REG-COBRANZA
               READ ARCHIVO-COBRANZAS
                   AT END
                       SET FIN-COBRANZAS TO TRUE
                   NOT AT END
                       IF TRAILER-LEIDO
                           DISPLAY "ERROR: REGISTROS DESPUES DEL "
                               "TRAILER EN COBRANZAS.DAT"
                           CLOSE ARCHIVO-COBRANZAS
                           CLOSE ARCHIVO-CONCILIACION
                           STOP RUN RETURNING 16
                       END-IF
                       IF REG-COB-TIPO = WSC-TIPO-TRAILER
                           PERFORM 10B-LEER-TRAILER
                       ELSE
                           PERFORM 10A-APLICAR-PAGO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-COBRANZAS.

           IF NOT TRAILER-LEIDO
               DISPLAY "ERROR: COBRANZAS.DAT SIN TRAILER DE CONTROL "
                   "(ARCHIVO TRUNCADO?)"
               CLOSE ARCHIVO-CONCILIACION
               STOP RUN RETURNING 16
           END-IF.

       10-PROCESAR-COBRANZAS-END.
       EXIT.

      * Un detalle ilegible no se aplica a nadie pero cuenta como
      * leido, para que la cantidad cuadre con la del banco y la
      * diferencia de importe muestre lo que no se pudo aplicar.
       10A-APLICAR-PAGO.
           ADD 1 TO WSV-CANT-PAGOS-LEIDOS.
           INITIALIZE WSV-LINEA-CONCILIACION.

           IF REG-COB-TIPO NOT = WSC-TIPO-DETALLE OR
              REG-COB-DNI NOT NUMERIC OR
              REG-COB-IMPORTE NOT NUMERIC
               ADD 1 TO WSV-CANT-PAGOS-ILEGIBLES
               STRING "PAGO ILEGIBLE        REGISTRO:"
                                                DELIMITED BY SIZE
                      REG-COBRANZA              DELIMITED BY SIZE
                 INTO WSV-LINEA-CONCILIACION
               END-STRING
               MOVE WSV-LINEA-CONCILIACION TO REG-CONCILIACION
               WRITE REG-CONCILIACION
           ELSE
               ADD REG-COB-IMPORTE TO WSV-TOTAL-LEIDO
               MOVE REG-COB-OPERACION TO WSV-OPERACION-BUSCADA
               PERFORM 12-BUSCAR-OPERACION
               IF OPERACION-APLICADA
                   ADD 1 TO WSV-CANT-YA-APLICADOS
                   MOVE REG-COB-IMPORTE TO WSV-IMPORTE-EDIT
                   STRING "PAGO YA APLICADO     DNI:"
                                                DELIMITED BY SIZE
                          REG-COB-DNI           DELIMITED BY SIZE
                          " FECHA:"             DELIMITED BY SIZE
                          REG-COB-FECHA         DELIMITED BY SIZE
                          " IMPORTE:"           DELIMITED BY SIZE
                          WSV-IMPORTE-EDIT      DELIMITED BY SIZE
                          " OPERACION:"         DELIMITED BY SIZE
                          REG-COB-OPERACION     DELIMITED BY SIZE
                     INTO WSV-LINEA-CONCILIACION
                   END-STRING
                   MOVE WSV-LINEA-CONCILIACION TO REG-CONCILIACION
                   WRITE REG-CONCILIACION
               ELSE
                   PERFORM 13-RECORDAR-OPERACION
                   PERFORM 14-GUARDAR-PAGO-CORRIDA
                   MOVE REG-COB-DNI TO WSV-DNI-BUSCADO
                   PERFORM 11-BUSCAR-POSTULANTE
                   IF WSV-POS-HALLADO = 0
                       ADD 1 TO WSV-CANT-SIN-POSTULACION
                       ADD REG-COB-IMPORTE TO WSV-TOTAL-SIN-POSTULACION
                       MOVE REG-COB-IMPORTE TO WSV-IMPORTE-EDIT
                       STRING "PAGO SIN POSTULACION DNI:"
                                                    DELIMITED BY SIZE
                              REG-COB-DNI           DELIMITED BY SIZE
                              " FECHA:"             DELIMITED BY SIZE
                              REG-COB-FECHA         DELIMITED BY SIZE
                              " IMPORTE:"           DELIMITED BY SIZE
                              WSV-IMPORTE-EDIT      DELIMITED BY SIZE
                              " OPERACION:"         DELIMITED BY SIZE
                              REG-COB-OPERACION     DELIMITED BY SIZE
                         INTO WSV-LINEA-CONCILIACION
                       END-STRING
                       MOVE WSV-LINEA-CONCILIACION TO REG-CONCILIACION
                       WRITE REG-CONCILIACION
                   ELSE
                       ADD REG-COB-IMPORTE TO WSV-TOTAL-POSTULANTES
                       ADD 1 TO WSV-POS-CANT-PAGOS-TAB (WSV-POS-HALLADO)
                       ADD REG-COB-IMPORTE
                           TO WSV-POS-IMPORTE-TAB (WSV-POS-HALLADO)
                   END-IF
               END-IF
           END-IF.

       10A-APLICAR-PAGO-END.
       EXIT.

       10B-LEER-TRAILER.
           IF REG-CBT-CANTIDAD NOT NUMERIC OR
              REG-CBT-IMPORTE NOT NUMERIC
               DISPLAY "ERROR: TRAILER DE COBRANZAS.DAT ILEGIBLE"
               CLOSE ARCHIVO-COBRANZAS
               CLOSE ARCHIVO-CONCILIACION
               STOP RUN RETURNING 16
           END-IF.

           MOVE REG-CBT-CANTIDAD TO WSV-CBT-CANTIDAD.
           MOVE REG-CBT-IMPORTE  TO WSV-CBT-IMPORTE.
           SET TRAILER-LEIDO TO TRUE.

       10B-LEER-TRAILER-END.
       EXIT.

      * Busca WSV-DNI-BUSCADO en la tabla de postulantes; deja la
      * posicion en WSV-POS-HALLADO, o cero si no esta.
       11-BUSCAR-POSTULANTE.
           MOVE 0 TO WSV-POS-HALLADO.

           PERFORM VARYING WSV-IDX-POS FROM 1 BY 1
                   UNTIL WSV-IDX-POS > WSV-CANT-POSTULANTES
                      OR WSV-POS-HALLADO > 0
               IF WSV-POS-DNI-TAB (WSV-IDX-POS) = WSV-DNI-BUSCADO
                   MOVE WSV-IDX-POS TO WSV-POS-HALLADO
               END-IF
           END-PERFORM.

       11-BUSCAR-POSTULANTE-END.
       EXIT.

      * Una operacion sin numero no se puede reconocer repetida: se
      * aplica siempre.
       12-BUSCAR-OPERACION.
           MOVE "N" TO WSC-OPERACION-APLICADA.

           IF WSV-OPERACION-BUSCADA NOT = SPACES
               PERFORM VARYING WSV-IDX-OPE FROM 1 BY 1
                       UNTIL WSV-IDX-OPE > WSV-CANT-OPERACIONES
                          OR OPERACION-APLICADA
                   IF WSV-OPE-OPERACION-TAB (WSV-IDX-OPE) =
                      WSV-OPERACION-BUSCADA
                       SET OPERACION-APLICADA TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       12-BUSCAR-OPERACION-END.
       EXIT.

       13-RECORDAR-OPERACION.
           IF WSV-OPERACION-BUSCADA NOT = SPACES
               IF WSV-CANT-OPERACIONES >= WSC-MAX-OPERACIONES
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DE OPERACIONES DEL CICLO: "
                       WSC-MAX-OPERACIONES
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-OPERACIONES
               MOVE WSV-OPERACION-BUSCADA
                   TO WSV-OPE-OPERACION-TAB (WSV-CANT-OPERACIONES)
           END-IF.

       13-RECORDAR-OPERACION-END.
       EXIT.

       14-GUARDAR-PAGO-CORRIDA.
           IF WSV-CANT-PAGOS-CORRIDA >= WSC-MAX-OPERACIONES
               DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA DE "
                   "PAGOS POR CORRIDA: " WSC-MAX-OPERACIONES
               STOP RUN RETURNING 16
           END-IF.

           ADD 1 TO WSV-CANT-PAGOS-CORRIDA.
           MOVE REG-COBRANZA
               TO WSV-PCO-REGISTRO-TAB (WSV-CANT-PAGOS-CORRIDA).

       14-GUARDAR-PAGO-CORRIDA-END.
       EXIT.

      * Con todos los pagos aplicados se clasifica a cada
      * postulante. Si la suma no llega al arancel el pago es
      * insuficiente y el postulante sigue debiendo. Si lo pasa,
      * con mas de un pago es duplicado y con uno solo sobrepago;
      * en los dos casos hay excedente a devolver. Varios pagos que
      * suman justo el arancel son un pago en cuotas: pagado.
       20-CLASIFICAR-POSTULANTES.
           PERFORM VARYING WSV-IDX-POS FROM 1 BY 1
                   UNTIL WSV-IDX-POS > WSV-CANT-POSTULANTES
               IF WSV-POS-CANT-PAGOS-TAB (WSV-IDX-POS) = 0
                   MOVE WSC-PAGO-IMPAGO
                       TO WSV-POS-ESTADO-TAB (WSV-IDX-POS)
                   MOVE "IMPAGO"            TO WSV-ESTADO-TEXTO
                   ADD 1 TO WSV-CANT-IMPAGOS
               ELSE
                   IF WSV-POS-IMPORTE-TAB (WSV-IDX-POS) < WSV-ARANCEL
                       MOVE WSC-PAGO-INSUFICIENTE
                           TO WSV-POS-ESTADO-TAB (WSV-IDX-POS)
                       MOVE "PAGO INSUFICIENTE" TO WSV-ESTADO-TEXTO
                       ADD 1 TO WSV-CANT-INSUFICIENTES
                   ELSE
                       PERFORM 20A-CLASIFICAR-CUBIERTO
                   END-IF
               END-IF
               PERFORM 20B-CONSERVAR-ANTERIOR
               PERFORM 21-INFORMAR-POSTULANTE
           END-PERFORM.

       20-CLASIFICAR-POSTULANTES-END.
       EXIT.

       20A-CLASIFICAR-CUBIERTO.
           COMPUTE WSV-DIFERENCIA =
               WSV-POS-IMPORTE-TAB (WSV-IDX-POS) - WSV-ARANCEL.
           ADD WSV-DIFERENCIA TO WSV-TOTAL-EXCEDENTE.

           IF WSV-DIFERENCIA > 0
               IF WSV-POS-CANT-PAGOS-TAB (WSV-IDX-POS) > 1
                   MOVE WSC-PAGO-DUPLICADO
                       TO WSV-POS-ESTADO-TAB (WSV-IDX-POS)
                   MOVE "PAGO DUPLICADO"    TO WSV-ESTADO-TEXTO
                   ADD 1 TO WSV-CANT-DUPLICADOS
               ELSE
                   MOVE WSC-PAGO-SOBREPAGO
                       TO WSV-POS-ESTADO-TAB (WSV-IDX-POS)
                   MOVE "SOBREPAGO"         TO WSV-ESTADO-TEXTO
                   ADD 1 TO WSV-CANT-SOBREPAGOS
               END-IF
           ELSE
               MOVE WSC-PAGO-PAGADO
                   TO WSV-POS-ESTADO-TAB (WSV-IDX-POS)
               MOVE "PAGADO"            TO WSV-ESTADO-TEXTO
               ADD 1 TO WSV-CANT-PAGADOS
           END-IF.

       20A-CLASIFICAR-CUBIERTO-END.
       EXIT.

      * El pagado no vuelve atras: si una corrida anterior lo dio
      * por cubierto y con lo acumulado ahora no lo cubre (estado
      * grabado antes de que existiera el acumulado de cobranzas
      * del ciclo), queda el estado anterior.
       20B-CONSERVAR-ANTERIOR.
           IF (WSV-POS-ESTADO-TAB (WSV-IDX-POS) = WSC-PAGO-IMPAGO OR
               WSV-POS-ESTADO-TAB (WSV-IDX-POS) =
               WSC-PAGO-INSUFICIENTE) AND
              (WSV-POS-ESTADO-ANT-TAB (WSV-IDX-POS) = WSC-PAGO-PAGADO
               OR WSV-POS-ESTADO-ANT-TAB (WSV-IDX-POS) =
               WSC-PAGO-SOBREPAGO OR
               WSV-POS-ESTADO-ANT-TAB (WSV-IDX-POS) =
               WSC-PAGO-DUPLICADO)
               IF WSV-POS-ESTADO-TAB (WSV-IDX-POS) = WSC-PAGO-IMPAGO
                   SUBTRACT 1 FROM WSV-CANT-IMPAGOS
               ELSE
                   SUBTRACT 1 FROM WSV-CANT-INSUFICIENTES
               END-IF
               MOVE WSV-POS-ESTADO-ANT-TAB (WSV-IDX-POS)
                   TO WSV-POS-ESTADO-TAB (WSV-IDX-POS)
               MOVE "PAGADO ANTERIOR"   TO WSV-ESTADO-TEXTO
               ADD 1 TO WSV-CANT-PAGO-ANTERIOR
           END-IF.

       20B-CONSERVAR-ANTERIOR-END.
       EXIT.

       21-INFORMAR-POSTULANTE.
           INITIALIZE WSV-LINEA-CONCILIACION.
           MOVE WSV-POS-IMPORTE-TAB (WSV-IDX-POS) TO WSV-IMPORTE-EDIT.

           STRING WSV-ESTADO-TEXTO          DELIMITED BY SIZE
                  "    DNI:"                DELIMITED BY SIZE
                  WSV-POS-DNI-TAB (WSV-IDX-POS)
                                            DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WSV-POS-NOMBRE-TAB (WSV-IDX-POS)
                                            DELIMITED BY SIZE
                  " PAGOS:"                 DELIMITED BY SIZE
                  WSV-POS-CANT-PAGOS-TAB (WSV-IDX-POS)
                                            DELIMITED BY SIZE
                  " IMPORTE:"               DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT          DELIMITED BY SIZE
             INTO WSV-LINEA-CONCILIACION
           END-STRING.

           MOVE WSV-LINEA-CONCILIACION TO REG-CONCILIACION.
           WRITE REG-CONCILIACION.

       21-INFORMAR-POSTULANTE-END.
       EXIT.

      * Cuadre para finanzas: la cantidad y el importe leidos tienen
      * que ser los del trailer del banco, y lo leido se abre en lo
      * aplicado a postulantes mas lo cobrado a DNI sin postulacion
      * (lo ilegible queda como diferencia contra el control).
       30-ESCRIBIR-TRAILER.
           INITIALIZE WSV-LINEA-CONCILIACION.
           STRING "TOTAL PAGADOS: "        DELIMITED BY SIZE
                  WSV-CANT-PAGADOS         DELIMITED BY SIZE
                  "  SOBREPAGOS: "         DELIMITED BY SIZE
                  WSV-CANT-SOBREPAGOS      DELIMITED BY SIZE
                  "  DUPLICADOS: "         DELIMITED BY SIZE
                  WSV-CANT-DUPLICADOS      DELIMITED BY SIZE
                  "  INSUFICIENTES: "      DELIMITED BY SIZE
                  WSV-CANT-INSUFICIENTES   DELIMITED BY SIZE
                  "  IMPAGOS: "            DELIMITED BY SIZE
                  WSV-CANT-IMPAGOS         DELIMITED BY SIZE
             INTO WSV-LINEA-CONCILIACION
           END-STRING.
           MOVE WSV-LINEA-CONCILIACION TO REG-CONCILIACION.
           WRITE REG-CONCILIACION.

           INITIALIZE WSV-LINEA-CONCILIACION.
           MOVE WSV-TOTAL-POSTULANTES TO WSV-IMPORTE-EDIT.
           MOVE WSV-TOTAL-SIN-POSTULACION TO WSV-CONTROL-EDIT.
           MOVE WSV-TOTAL-EXCEDENTE TO WSV-DIFERENCIA-EDIT.
           STRING "APLICADO A POSTULANTES:" DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT         DELIMITED BY SIZE
                  "  SIN POSTULACION:"     DELIMITED BY SIZE
                  WSV-CONTROL-EDIT         DELIMITED BY SIZE
                  "  EXCEDENTE A DEVOLVER:" DELIMITED BY SIZE
                  WSV-DIFERENCIA-EDIT      DELIMITED BY SIZE
             INTO WSV-LINEA-CONCILIACION
           END-STRING.
           MOVE WSV-LINEA-CONCILIACION TO REG-CONCILIACION.
           WRITE REG-CONCILIACION.

           IF WSV-CANT-PAGOS-LEIDOS NOT = WSV-CBT-CANTIDAD OR
              WSV-TOTAL-LEIDO NOT = WSV-CBT-IMPORTE
               MOVE "N" TO WSC-CUADRA
           END-IF.

           IF WSV-TOTAL-LEIDO > WSV-CBT-IMPORTE
               COMPUTE WSV-DIFERENCIA =
                   WSV-TOTAL-LEIDO - WSV-CBT-IMPORTE
           ELSE
               COMPUTE WSV-DIFERENCIA =
                   WSV-CBT-IMPORTE - WSV-TOTAL-LEIDO
           END-IF.

           INITIALIZE WSV-LINEA-CONCILIACION.
           MOVE WSV-TOTAL-LEIDO TO WSV-IMPORTE-EDIT.
           MOVE WSV-CBT-IMPORTE TO WSV-CONTROL-EDIT.
           MOVE WSV-DIFERENCIA  TO WSV-DIFERENCIA-EDIT.
           STRING "PAGOS LEIDOS:"          DELIMITED BY SIZE
                  WSV-CANT-PAGOS-LEIDOS    DELIMITED BY SIZE
                  " CONTROL:"              DELIMITED BY SIZE
                  WSV-CBT-CANTIDAD         DELIMITED BY SIZE
                  "  IMPORTE:"             DELIMITED BY SIZE
                  WSV-IMPORTE-EDIT         DELIMITED BY SIZE
                  " CONTROL:"              DELIMITED BY SIZE
                  WSV-CONTROL-EDIT         DELIMITED BY SIZE
                  " DIF:"                  DELIMITED BY SIZE
                  WSV-DIFERENCIA-EDIT      DELIMITED BY SIZE
             INTO WSV-LINEA-CONCILIACION
           END-STRING.
           MOVE WSV-LINEA-CONCILIACION TO REG-CONCILIACION.
           WRITE REG-CONCILIACION.

           INITIALIZE WSV-LINEA-CONCILIACION.
           IF CUADRA
               MOVE "CONCILIACION CUADRADA CON EL CONTROL DEL BANCO"
                   TO WSV-LINEA-CONCILIACION
           ELSE
               MOVE "CONCILIACION NO CUADRA CON EL CONTROL DEL BANCO"
                   TO WSV-LINEA-CONCILIACION
           END-IF.
           MOVE WSV-LINEA-CONCILIACION TO REG-CONCILIACION.
           WRITE REG-CONCILIACION.

       30-ESCRIBIR-TRAILER-END.
       EXIT.

      * Solo con la conciliacion cuadrada se deja el estado de pago
      * que lee la evaluacion: con un archivo del banco incompleto
      * se daria PAGO PENDIENTE a gente que pago. Primero el estado
      * y despues el acumulado de cobranzas: si la corrida se corta
      * entre los dos, la proxima vuelve a aplicar los pagos de hoy
      * sobre el acumulado sin ellos, y el resultado es el mismo.
       40-GRABAR-ESTADO-PAGOS.
           OPEN OUTPUT ARCHIVO-ESTADO-PAGOS.
           IF WSS-ESTADO-PAGOS > "10"
               DISPLAY "ERROR: NO SE PUDO GRABAR ESTADO-PAGOS.DAT, "
                   "STATUS " WSS-ESTADO-PAGOS
               STOP RUN RETURNING 16
           END-IF.

           PERFORM VARYING WSV-IDX-POS FROM 1 BY 1
                   UNTIL WSV-IDX-POS > WSV-CANT-POSTULANTES
               MOVE WSV-POS-DNI-TAB (WSV-IDX-POS)    TO REG-EPG-DNI
               MOVE WSV-POS-ESTADO-TAB (WSV-IDX-POS) TO REG-EPG-ESTADO
               WRITE REG-ESTADO-PAGO
               IF WSS-ESTADO-PAGOS > "10"
                   DISPLAY "ERROR: FALLO LA ESCRITURA DE "
                       "ESTADO-PAGOS.DAT, STATUS " WSS-ESTADO-PAGOS
                   CLOSE ARCHIVO-ESTADO-PAGOS
                   STOP RUN RETURNING 16
               END-IF
           END-PERFORM.

           CLOSE ARCHIVO-ESTADO-PAGOS.

           OPEN EXTEND ARCHIVO-COBRANZAS-CICLO.
           IF WSS-COBRANZAS-CICLO > "10"
               DISPLAY "ERROR: NO SE PUDO AMPLIAR COBRANZAS-CICLO.DAT, "
                   "STATUS " WSS-COBRANZAS-CICLO
               STOP RUN RETURNING 16
           END-IF.

           PERFORM VARYING WSV-IDX-OPE FROM 1 BY 1
                   UNTIL WSV-IDX-OPE > WSV-CANT-PAGOS-CORRIDA
               MOVE WSV-PCO-REGISTRO-TAB (WSV-IDX-OPE)
                   TO REG-COBRANZA-CICLO
               WRITE REG-COBRANZA-CICLO
               IF WSS-COBRANZAS-CICLO > "10"
                   DISPLAY "ERROR: FALLO LA ESCRITURA DE "
                       "COBRANZAS-CICLO.DAT, STATUS "
                       WSS-COBRANZAS-CICLO
                   CLOSE ARCHIVO-COBRANZAS-CICLO
                   STOP RUN RETURNING 16
               END-IF
           END-PERFORM.

           CLOSE ARCHIVO-COBRANZAS-CICLO.

       40-GRABAR-ESTADO-PAGOS-END.
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
