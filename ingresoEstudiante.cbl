               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-REG-CIVIL.

           SELECT OPTIONAL ARCHIVO-PAGOS
               ASSIGN TO "ESTADO-PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-PAGOS.

           SELECT OPTIONAL ARCHIVO-DOCUMENTOS
               ASSIGN TO "DOCUMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-DOCUMENTOS.

           SELECT OPTIONAL ARCHIVO-MAT-DELTA
               ASSIGN TO "MATRICULA-DELTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
      * POSTULANTES.DAT viaja con cabecera de lote y trailer de
      * control; los tres formatos comparten el buffer y se
      * distinguen por el tipo en la primera posicion. La categoria
      * de cupo reservado (C colegio en convenio, D discapacidad,
      * V vulnerabilidad) va al final del detalle; el detalle corto
      * de formatos anteriores llega sin categoria. Detras va el
      * codigo del colegio secundario de origen, que la evaluacion
      * no usa (lo agrupa RESULTADOS-COLEGIOS).
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
           01 REG-CABECERA.
               05 REG-CAB-TIPO           PIC X.
               05 REG-CAB-LOTE           PIC X(8).
               05 REG-CANT-SIN-EXAMEN     PIC 9(5).
               05 REG-CANT-BLOQ-HIST      PIC 9(5).
               05 REG-CANT-IDENT          PIC 9(5).
               05 REG-CANT-PAGO-PEND      PIC 9(5).
               05 REG-CANT-CONDIC         PIC 9(5).

       FD  ARCHIVO-MATRICULA.
           01 REG-MATRICULA.
               05 REG-MAT-CARRERA         PIC X(3).
               05 REG-MAT-COMPOSITO       PIC 9(2)V99.
               05 REG-MAT-CICLO           PIC X(6).
               05 REG-MAT-CATEGORIA       PIC X.
               05 REG-MAT-DOCUMENTACION   PIC X.

       FD  ARCHIVO-AUDITORIA.
           01 REG-AUDITORIA               PIC X(200).

      * Cada carrera puede reservar parte de su cupo para hasta
      * tres categorias de postulante (codigo de categoria y
      * lugares); lo que no se reserva es el cupo general. Un
      * registro corto, del formato anterior, no reserva nada.
      * Una carrera dada de baja (estado "I") no se carga: sus
      * postulantes quedan como de carrera inexistente.
       FD  ARCHIVO-CARRERAS.
           01 REG-CARRERA-MAESTRO.
               05 REG-CAR-CODIGO          PIC X(3).
               05 REG-CAR-NOMBRE          PIC X(20).
               05 REG-CAR-CUPO            PIC 9(3).
               05 REG-CAR-RESERVA OCCURS 3 TIMES.
                   10 REG-CAR-RES-CATEGORIA PIC X.
                   10 REG-CAR-RES-CUPO      PIC 9(3).
               05 REG-CAR-ESTADO          PIC X.

       FD  ARCHIVO-ESPERA-WRK.
           01 REG-ESPERA-WRK.
               05 REG-OME-CARRERA         PIC X(3).
               05 REG-OME-COMPOSITO       PIC 9(2)V99.
               05 REG-OME-CICLO           PIC X(6).
               05 REG-OME-CATEGORIA       PIC X.

      * Maestro de historial multi-ciclo indexado por DNI: un solo
      * registro vigente por postulante, que se lee y regraba en
      * Casos corregidos por apelacion: mismo formato de detalle del
      * lote, en archivo chico armado a mano (sin cabecera/trailer).
       FD  ARCHIVO-SUBSANACIONES
           RECORD IS VARYING IN SIZE FROM 1 TO 76 CHARACTERS
               DEPENDING ON WSV-LONG-SUBSAN.
           01 REG-SUBSANACION.
               05 REG-SUB-TIPO           PIC X.
               05 REG-SUB-CONTACTO       PIC X(30).
               05 REG-SUB-FUENTE         PIC X.
               05 REG-SUB-COD-CARRERA2   PIC X(3).
               05 REG-SUB-CATEGORIA      PIC X.
               05 REG-SUB-COLEGIO        PIC X(6).

      * Fotos de la matricula y los resultados del ciclo tal como
      * estaban antes de un reproceso autorizado, para que la
      * comparacion posterior pueda probar ante auditoria que
      * cambio (o no) entre la corrida original y la regenerada.
       FD  ARCHIVO-MAT-PREVIA.
           01 REG-MAT-PREVIA              PIC X(51).

       FD  ARCHIVO-RES-PREVIO.
           01 REG-RES-PREVIO              PIC X(110).
               05 REG-RCV-DNI             PIC 9(8).
               05 REG-RCV-NOMBRE          PIC X(15).

      * Estado de pago del arancel por DNI que deja la conciliacion
      * de la cobranza del banco: P, S y D cubren el arancel; I y N
      * quedan PAGO PENDIENTE. Sin el archivo la corrida sigue,
      * avisando que no verifica pagos.
       FD  ARCHIVO-PAGOS.
           01 REG-PAGO.
               05 REG-PAG-DNI             PIC 9(8).
               05 REG-PAG-ESTADO          PIC X.

      * Documentacion entregada: una linea por documento recibido
      * (T titulo secundario, I copia del documento de identidad,
      * F foto) con la fecha de recepcion. El admitido al que le
      * falta alguno entra a la matricula como CONDICIONAL.
       FD  ARCHIVO-DOCUMENTOS.
           01 REG-DOCUMENTO.
               05 REG-DOC-DNI             PIC 9(8).
               05 REG-DOC-TIPO            PIC X.
               05 REG-DOC-FECHA           PIC 9(8).

       FD  ARCHIVO-MAT-DELTA.
           01 REG-MAT-DELTA.
               05 REG-MTD-DNI             PIC 9(8).
               05 REG-MTD-CARRERA         PIC X(3).
               05 REG-MTD-COMPOSITO       PIC 9(2)V99.
               05 REG-MTD-CICLO           PIC X(6).
               05 REG-MTD-CATEGORIA       PIC X.
               05 REG-MTD-DOCUMENTACION   PIC X.

       FD  ARCHIVO-REPORTE-DELTA.
           01 REG-REPORTE-DELTA           PIC X(250).
               05 WSS-REG-CIVIL            PIC XX VALUE "00".
               05 WSS-MAT-PREVIA           PIC XX VALUE "00".
               05 WSS-RES-PREVIO           PIC XX VALUE "00".
               05 WSS-PAGOS                PIC XX VALUE "00".
               05 WSS-DOCUMENTOS           PIC XX VALUE "00".

           01 WSC-CONSTANTES.
               05 WSC-EDAD-MINIMA PIC 99 VALUE 18.
               05 WSC-VEREDICTO-IDENTIDAD  PIC X(40)
                   VALUE "IDENTIDAD NO VERIFICADA".
               05 WSC-MAX-REG-CIVIL        PIC 9(5) VALUE 2000.
               05 WSC-VEREDICTO-PAGO       PIC X(40)
                   VALUE "PAGO PENDIENTE".
               05 WSC-MAX-PAGOS            PIC 9(5) VALUE 2000.
               05 WSC-DOC-TITULO           PIC X VALUE "T".
               05 WSC-DOC-IDENTIDAD        PIC X VALUE "I".
               05 WSC-DOC-FOTO             PIC X VALUE "F".
               05 WSC-DOC-CONDICIONAL      PIC X VALUE "C".
               05 WSC-DOC-COMPLETA         PIC X VALUE "D".
               05 WSC-MAX-DOCUMENTOS       PIC 9(5) VALUE 3000.
               05 WSC-MAX-RESERVAS         PIC 9 VALUE 3.
               05 WSC-CATEGORIA-GENERAL    PIC X VALUE "G".
               05 WSC-CATEGORIA-COLEGIO    PIC X VALUE "C".
               05 WSC-CARRERA-INACTIVA     PIC X VALUE "I".
               05 WSC-MAX-RESULTADOS       PIC 9(5) VALUE 2000.

           01 WSC-SWITCHES.
               05 WSC-FIN-POSTULANTES    PIC X VALUE "N".
                   88 FIN-ESPERA-PREVIA      VALUE "S".
               05 WSC-VERIFICA-IDENT     PIC X VALUE "N".
                   88 VERIFICA-IDENTIDAD     VALUE "S".
               05 WSC-FIN-PAGOS          PIC X VALUE "N".
                   88 FIN-PAGOS              VALUE "S".
               05 WSC-VERIFICA-PAGO      PIC X VALUE "N".
                   88 VERIFICA-PAGO          VALUE "S".
               05 WSC-FIN-DOCUMENTOS     PIC X VALUE "N".
                   88 FIN-DOCUMENTOS         VALUE "S".
               05 WSC-CUPO-OTORGADO      PIC X VALUE "N".
                   88 CUPO-OTORGADO          VALUE "S".
               05 WSC-ES-LIBERADO        PIC X VALUE "N".
                   88 ES-LIBERADO            VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-POSTULANTE-AUX.
                     15 WSV-CONTACTO-AUX       PIC X(30).
                     15 WSV-FUENTE-AUX         PIC X.
                     15 WSV-COD-CARRERA2-AUX   PIC X(3).
                     15 WSV-CATEGORIA-AUX      PIC X.
               05 WSV-VEREDICTO-AUX            PIC X(40).
               05 WSV-PTR-VEREDICTO            PIC 9(3).
               05 WSV-MERITO-AUX               PIC X(7).
               05 WSV-IDX-MER                   PIC 9(5).
               05 WSV-IDX-MER2                  PIC 9(5).
               05 WSV-ORDEN-MERITO              PIC 9(3).
               05 WSV-MERITO-SWAP               PIC X(31).
               05 WSV-LONG-ENTRADA              PIC 9(3).
               05 WSV-LOTE                      PIC X(8).
               05 WSV-CICLO                     PIC X(6).
               05 WSV-IDENTIDAD-OK              PIC X VALUE "N".
                   88 IDENTIDAD-OK                  VALUE "S".
               05 WSV-IDX-RCV                   PIC 9(5).
               05 WSV-PAGO-OK                   PIC X VALUE "N".
                   88 PAGO-OK                       VALUE "S".
               05 WSV-IDX-PAG                   PIC 9(5).
               05 WSV-IDX-DOC                   PIC 9(5).
               05 WSV-DOC-TITULO-OK             PIC X.
               05 WSV-DOC-IDENTIDAD-OK          PIC X.
               05 WSV-DOC-FOTO-OK               PIC X.
               05 WSV-DOCUMENTACION-AUX         PIC X.
               05 WSV-MARCA-CONDICIONAL         PIC X(11).
               05 WSV-FECHA-HORA-AUX            PIC X(21).
               05 WSV-LINEA-AUDITORIA           PIC X(200).
               05 WSV-CATEG-ASIENTO             PIC X VALUE SPACE.
               05 WSV-IDX-RES                   PIC 9.
               05 WSV-RES-ELEGIDA               PIC 9.
               05 WSV-SUMA-RESERVAS             PIC 9(4).
               05 WSV-LIBRES-RESERVA            PIC 9(4).
               05 WSV-LIBRES-CUPO               PIC S9(4).
               05 WSV-IDX-POS                   PIC 9(5).
               05 WSV-POS-ELEGIDO               PIC 9(5).
               05 WSV-IDX-RSL                   PIC 9(5).
               05 WSV-IDX-LIB                   PIC 9(5).
               05 WSV-PTR-LINEA                 PIC 9(3).
               05 WSV-TOTAL-LIBERABLES          PIC 9(5).

           01 WSV-CONTADORES.
               05 WSV-CANT-ACEPTADOS           PIC 9(5) VALUE 0.
               05 WSV-CANT-RECHAZO-FORMATO     PIC 9(5) VALUE 0.
               05 WSV-CANT-BLOQ-HISTORIAL      PIC 9(5) VALUE 0.
               05 WSV-CANT-IDENT-NO-VERIF      PIC 9(5) VALUE 0.
               05 WSV-CANT-LIBERADOS           PIC 9(5) VALUE 0.
               05 WSV-CANT-PAGO-PENDIENTE      PIC 9(5) VALUE 0.
               05 WSV-CANT-CONDICIONALES       PIC 9(5) VALUE 0.

           01 WSV-CHECKPOINT.
               05 WSV-ULTIMO-PROCESADO         PIC 9(7) VALUE 0.
                   10 WSV-CONTACTO-TAB          PIC X(30).
                   10 WSV-FUENTE-TAB            PIC X.
                   10 WSV-COD-CARRERA2-TAB      PIC X(3).
                   10 WSV-CATEGORIA-TAB         PIC X.

           01 WS-CARRERAS-TABLA.
               05 WSV-CANT-CARRERAS            PIC 9(3) VALUE 0.
                   10 WSV-CAR-NOMBRE-TAB        PIC X(20).
                   10 WSV-CAR-CUPO-TAB          PIC 9(3).
                   10 WSV-CAR-OCUPADOS-TAB      PIC 9(3).
                   10 WSV-CAR-CUPO-GRAL-TAB     PIC 9(3).
                   10 WSV-CAR-OCU-GRAL-TAB      PIC 9(3).
                   10 WSV-CAR-LIBERADAS-TAB     PIC 9(3).
                   10 WSV-CAR-LIB-PEND-TAB      PIC 9(3).
                   10 WSV-CAR-RESERVA-TAB OCCURS 3 TIMES.
                       15 WSV-CAR-RES-CATEG-TAB PIC X.
                       15 WSV-CAR-RES-CUPO-TAB  PIC 9(3).
                       15 WSV-CAR-RES-OCU-TAB   PIC 9(3).

           01 WS-ESPERA-TABLA.
               05 WSV-CANT-ESPERA-TAB          PIC 9(5) VALUE 0.
                   10 WSV-RCV-DNI-TAB           PIC 9(8).
                   10 WSV-RCV-NOMBRE-TAB        PIC X(15).

           01 WS-PAGOS-TABLA.
               05 WSV-CANT-PAGOS               PIC 9(5) VALUE 0.
               05 WSV-PAGO-TAB OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WSV-CANT-PAGOS.
                   10 WSV-PAG-DNI-TAB           PIC 9(8).
                   10 WSV-PAG-ESTADO-TAB        PIC X.

           01 WS-DOCUMENTOS-TABLA.
               05 WSV-CANT-DOCUMENTOS          PIC 9(5) VALUE 0.
               05 WSV-DOCUMENTO-TAB OCCURS 1 TO 3000 TIMES
                       DEPENDING ON WSV-CANT-DOCUMENTOS.
                   10 WSV-DOC-DNI-TAB           PIC 9(8).
                   10 WSV-DOC-TIPO-TAB          PIC X.

      * Ultimo estado conocido de cada ciclo+lote del control de
      * corrida, que es un diario: la ultima linea de cada par
      * vale. El cierre de ciclo lo compacta a un registro por par,
                   10 WSV-MER-NOMBRE-TAB        PIC X(15).
                   10 WSV-MER-CARRERA-TAB       PIC X(3).
                   10 WSV-MER-COMPOSITO-TAB     PIC 9(2)V99.
                   10 WSV-MER-CATEGORIA-TAB     PIC X.

      * Lugares reservados sin usar que al final de la corrida se
      * liberan al cupo general: DNIs de la espera que los ocupan,
      * con su posicion en el lote y su carrera, para corregir su
      * veredicto en RESULTADOS.DAT antes de matricularlos.
           01 WS-LIBERADOS-TABLA.
               05 WSV-CANT-LIBERADOS-TAB       PIC 9(5) VALUE 0.
               05 WSV-LIBERADO-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-LIBERADOS-TAB.
                   10 WSV-LIB-DNI-TAB           PIC 9(8).
                   10 WSV-LIB-POS-TAB           PIC 9(5).
                   10 WSV-LIB-CAR-TAB           PIC 9(3).

           01 WS-RESULTADOS-TABLA.
               05 WSV-CANT-RESULTADOS-TAB      PIC 9(5) VALUE 0.
               05 WSV-RESULTADO-TAB OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WSV-CANT-RESULTADOS-TAB.
                   10 WSV-RSL-DNI-TAB           PIC 9(8).
                   10 WSV-RSL-RESTO-TAB         PIC X(56).
                   10 WSV-RSL-CICLO-TAB         PIC X(6).
                   10 WSV-RSL-VEREDICTO-TAB     PIC X(40).


       PROCEDURE DIVISION.
           PERFORM 07-CARGAR-CARRERAS.
           PERFORM 11-CARGAR-EXAMENES.
           PERFORM 13-CARGAR-REGISTRO-CIVIL.
           PERFORM 13A-CARGAR-PAGOS.
           PERFORM 13B-CARGAR-DOCUMENTOS.

           OPEN INPUT ARCHIVO-POSTULANTES.
           IF WSS-POSTULANTES > "10"
               MOVE WSV-FUENTE-TAB (WSV-IDX)      TO WSV-FUENTE-AUX
               MOVE WSV-COD-CARRERA2-TAB (WSV-IDX)
                   TO WSV-COD-CARRERA2-AUX
               MOVE WSV-CATEGORIA-TAB (WSV-IDX)   TO WSV-CATEGORIA-AUX

               PERFORM 20-EVALUAR

               PERFORM 40-GRABAR-CHECKPOINT
           END-IF.

           CLOSE ARCHIVO-ESPERA-WRK.
           CLOSE ARCHIVO-RESULTADOS.

      * La reevaluacion por subsanacion no libera reservas: corrige
      * casos puntuales sobre un ciclo cuya corrida ya las libero.
           IF NOT MODO-SUBSANACION
               PERFORM 37-LIBERAR-RESERVAS
           END-IF.

           PERFORM 30-ESCRIBIR-TRAILER.

           IF MODO-SUBSANACION
               CLOSE ARCHIVO-MATRICULA
           END-IF.
           CLOSE ARCHIVO-AUDITORIA.

           PERFORM 33-GENERAR-ORDEN-MERITO.
           PERFORM 31-GENERAR-LISTA-ESPERA.
                   MOVE REG-SUB-COD-CARRERA2
                       TO WSV-COD-CARRERA2-TAB (WSV-CANT-POSTULANTES)
               END-IF
               IF WSV-LONG-SUBSAN < 70
                   MOVE SPACE
                       TO WSV-CATEGORIA-TAB (WSV-CANT-POSTULANTES)
               ELSE
                   MOVE REG-SUB-CATEGORIA
                       TO WSV-CATEGORIA-TAB (WSV-CANT-POSTULANTES)
               END-IF
               PERFORM 12A-DERIVAR-CATEGORIA
           END-IF.

       03B-CARGAR-SUBSANACION-END.
                           MOVE REG-CANT-IDENT
                               TO WSV-CANT-IDENT-NO-VERIF
                       END-IF
                       IF REG-CANT-PAGO-PEND NUMERIC
                           MOVE REG-CANT-PAGO-PEND
                               TO WSV-CANT-PAGO-PENDIENTE
                       END-IF
                       IF REG-CANT-CONDIC NUMERIC
                           MOVE REG-CANT-CONDIC
                               TO WSV-CANT-CONDICIONALES
                       END-IF
               END-READ
               IF WSS-CHECKPOINT > "10"
                   MOVE "CHECKPOINT.DAT" TO WSV-ERR-ARCHIVO
                   AT END
                       SET FIN-CARRERAS TO TRUE
                   NOT AT END
                       IF REG-CAR-ESTADO = WSC-CARRERA-INACTIVA
                           DISPLAY "AVISO: CARRERA " REG-CAR-CODIGO
                               " DADA DE BAJA - NO SE CARGA"
                       ELSE
                       IF WSV-CANT-CARRERAS >= WSC-MAX-CARRERAS
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DE CARRERAS: " WSC-MAX-CARRERAS
                           TO WSV-CAR-CUPO-TAB (WSV-CANT-CARRERAS)
                       MOVE 0
                           TO WSV-CAR-OCUPADOS-TAB (WSV-CANT-CARRERAS)
                       PERFORM 07A-CARGAR-RESERVAS
                       END-IF
               END-READ
               IF WSS-CARRERAS > "10"
                   MOVE "CARRERAS.DAT" TO WSV-ERR-ARCHIVO
       07-CARGAR-CARRERAS-END.
       EXIT.

      * Reservas de la carrera recien cargada: un lugar sin codigo
      * de categoria o con cantidad no numerica (registro corto del
      * formato anterior) no reserva nada. Lo reservado no puede
      * superar el cupo: un maestro asi se corta antes de evaluar.
       07A-CARGAR-RESERVAS.
           MOVE 0 TO WSV-SUMA-RESERVAS.
           MOVE 0 TO WSV-CAR-OCU-GRAL-TAB (WSV-CANT-CARRERAS).
           MOVE 0 TO WSV-CAR-LIBERADAS-TAB (WSV-CANT-CARRERAS).
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
                   " RESERVA " WSV-SUMA-RESERVAS " LUGARES Y SU "
                   "CUPO ES " REG-CAR-CUPO
               CLOSE ARCHIVO-CARRERAS
               STOP RUN RETURNING 16
           END-IF.

           COMPUTE WSV-CAR-CUPO-GRAL-TAB (WSV-CANT-CARRERAS) =
               REG-CAR-CUPO - WSV-SUMA-RESERVAS.

       07A-CARGAR-RESERVAS-END.
       EXIT.

      * En una corrida reanudada los cupos ya consumidos no estan en
      * memoria; se reconstruyen contando la matricula ya grabada,
      * que es la fuente de verdad de los aceptados del ciclo.
                       IF CARRERA-HALLADA
                           ADD 1 TO
                               WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
                           PERFORM 09A-RECONSTRUIR-RESERVA
                       END-IF
               END-READ
               IF WSS-MATRICULA > "10"
       09-RECONSTRUIR-CUPOS-END.
       EXIT.

      * El asiento de la matricula dice de que parte del cupo salio
      * cada aceptado: una categoria reservada de la carrera, o el
      * cupo general ("G", o blanco en la matricula anterior a las
      * reservas).
       09A-RECONSTRUIR-RESERVA.
           MOVE 0 TO WSV-RES-ELEGIDA.

           IF REG-MAT-CATEGORIA NOT = SPACE AND
              REG-MAT-CATEGORIA NOT = WSC-CATEGORIA-GENERAL
               PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                       UNTIL WSV-IDX-RES > WSC-MAX-RESERVAS
                   IF WSV-CAR-RES-CATEG-TAB
                      (WSV-CAR-ELEGIDA, WSV-IDX-RES) =
                      REG-MAT-CATEGORIA
                       MOVE WSV-IDX-RES TO WSV-RES-ELEGIDA
                   END-IF
               END-PERFORM
           END-IF.

           IF WSV-RES-ELEGIDA > 0
               ADD 1 TO WSV-CAR-RES-OCU-TAB
                   (WSV-CAR-ELEGIDA, WSV-RES-ELEGIDA)
           ELSE
               ADD 1 TO WSV-CAR-OCU-GRAL-TAB (WSV-CAR-ELEGIDA)
           END-IF.

       09A-RECONSTRUIR-RESERVA-END.
       EXIT.

       11-CARGAR-EXAMENES.
           OPEN INPUT ARCHIVO-EXAMENES.
           IF WSS-EXAMENES > "10"
       13-CARGAR-REGISTRO-CIVIL-END.
       EXIT.

      * Estado de pago del arancel a memoria, como el extracto del
      * registro civil: sin conciliacion de cobranzas (o vacia) la
      * corrida sigue sin exigir el pago, con un unico aviso.
       13A-CARGAR-PAGOS.
           OPEN INPUT ARCHIVO-PAGOS.
           IF WSS-PAGOS > "10"
               MOVE "ESTADO-PAGOS.DAT" TO WSV-ERR-ARCHIVO
               MOVE "APERTURA" TO WSV-ERR-OPERACION
               MOVE WSS-PAGOS TO WSV-ERR-STATUS
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.

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
               IF WSS-PAGOS > "10"
                   MOVE "ESTADO-PAGOS.DAT" TO WSV-ERR-ARCHIVO
                   MOVE "LECTURA" TO WSV-ERR-OPERACION
                   MOVE WSS-PAGOS TO WSV-ERR-STATUS
                   PERFORM 91-ABORTAR-POR-ARCHIVO
               END-IF
           END-PERFORM.

           CLOSE ARCHIVO-PAGOS.

           IF WSV-CANT-PAGOS > 0
               SET VERIFICA-PAGO TO TRUE
           ELSE
               DISPLAY "AVISO: ESTADO-PAGOS.DAT VACIO O AUSENTE - "
                   "LA CORRIDA NO VERIFICA EL PAGO DEL ARANCEL"
           END-IF.

       13A-CARGAR-PAGOS-END.
       EXIT.

      * Documentacion recibida a memoria (DNI y tipo; la fecha solo
      * la usa el control de documentacion). Sin archivo nadie
      * entrego nada todavia: todo admitido entra condicional.
       13B-CARGAR-DOCUMENTOS.
           OPEN INPUT ARCHIVO-DOCUMENTOS.
           IF WSS-DOCUMENTOS > "10"
               MOVE "DOCUMENTOS.DAT" TO WSV-ERR-ARCHIVO
               MOVE "APERTURA" TO WSV-ERR-OPERACION
               MOVE WSS-DOCUMENTOS TO WSV-ERR-STATUS
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.

           PERFORM UNTIL FIN-DOCUMENTOS
               READ ARCHIVO-DOCUMENTOS
                   AT END
                       SET FIN-DOCUMENTOS TO TRUE
                   NOT AT END
                       IF WSV-CANT-DOCUMENTOS >= WSC-MAX-DOCUMENTOS
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DE DOCUMENTOS: "
                               WSC-MAX-DOCUMENTOS
                           CLOSE ARCHIVO-DOCUMENTOS
                           STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WSV-CANT-DOCUMENTOS
                       MOVE REG-DOC-DNI
                           TO WSV-DOC-DNI-TAB (WSV-CANT-DOCUMENTOS)
                       MOVE REG-DOC-TIPO
                           TO WSV-DOC-TIPO-TAB (WSV-CANT-DOCUMENTOS)
               END-READ
               IF WSS-DOCUMENTOS > "10"
                   MOVE "DOCUMENTOS.DAT" TO WSV-ERR-ARCHIVO
                   MOVE "LECTURA" TO WSV-ERR-OPERACION
                   MOVE WSS-DOCUMENTOS TO WSV-ERR-STATUS
                   PERFORM 91-ABORTAR-POR-ARCHIVO
               END-IF
           END-PERFORM.

           CLOSE ARCHIVO-DOCUMENTOS.

           IF WSV-CANT-DOCUMENTOS = 0
               DISPLAY "AVISO: DOCUMENTOS.DAT VACIO O AUSENTE - "
                   "TODO ADMITIDO QUEDA CONDICIONAL"
           END-IF.

       13B-CARGAR-DOCUMENTOS-END.
       EXIT.

      * El lote de la oficina de admision llega con cabecera y
      * trailer de control; antes de evaluar nada se verifica que
      * la cantidad y el hash de DNI cierren contra lo recibido,
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
               PERFORM 12A-DERIVAR-CATEGORIA
           END-IF.

       12-CARGAR-DETALLE-END.
       EXIT.

      * El canal de colegios en convenio (fuente C) ya identifica
      * la categoria: quien llega por ahi sin categoria declarada
      * compite por la reserva de colegios. Una categoria declarada
      * (discapacidad, vulnerabilidad) prevalece sobre la del canal.
       12A-DERIVAR-CATEGORIA.
           IF WSV-CATEGORIA-TAB (WSV-CANT-POSTULANTES) = SPACE AND
              WSV-FUENTE-TAB (WSV-CANT-POSTULANTES) =
              WSC-CATEGORIA-COLEGIO
               MOVE WSC-CATEGORIA-COLEGIO
                   TO WSV-CATEGORIA-TAB (WSV-CANT-POSTULANTES)
           END-IF.

       12A-DERIVAR-CATEGORIA-END.
       EXIT.

       10-LEER-POSTULANTE.
           READ ARCHIVO-POSTULANTES
               AT END
                   IF MODO-SUBSANACION AND HISTORIAL-HALLADO
                       PERFORM 29-ACTUALIZAR-HISTORIAL
                   END-IF
               ELSE
               PERFORM 16B-VERIFICAR-PAGO

      * Sin el arancel cubierto no se rankea ni ocupa lugar:
      * veredicto propio, contado aparte en el trailer, y la carta
      * pide regularizar el pago. Como la identidad, no consume
      * intento; el pago regularizado entra por subsanacion.
               IF NOT PAGO-OK
                   MOVE WSC-VEREDICTO-PAGO TO WSV-VEREDICTO-AUX
                   MOVE "N/A" TO WSV-MERITO-AUX
                   ADD 1 TO WSV-CANT-PAGO-PENDIENTE
                   IF MODO-SUBSANACION AND HISTORIAL-HALLADO
                       PERFORM 29-ACTUALIZAR-HISTORIAL
                   END-IF
               ELSE
                   PERFORM 18-BUSCAR-EXAMEN

                       WSV-SECUNDARIO-AUX EQUAL WSC-ESTADO-SECUND AND
                      (WSV-CARRERA-AUX EQUAL WSC-TERMINADO OR
                       WSV-CARRERA-AUX EQUAL WSC-ENCURSO ))
                       PERFORM 20B-ASIGNAR-CUPO
                       IF CUPO-OTORGADO
                           MOVE "CUMPLE CON TODOS LOS REQUSITOS"
                               TO WSV-VEREDICTO-AUX
                           ADD 1 TO WSV-CANT-ACEPTADOS
                           IF MODO-SUBSANACION
                               PERFORM 26A-GRABAR-MAT-DELTA
                           ELSE
                               MOVE WSC-VEREDICTO-ACEPTADO2
                                   TO WSV-VEREDICTO-AUX
                               ADD 1 TO WSV-CANT-ACEPTADOS
                               IF MODO-SUBSANACION
                                   PERFORM 26A-GRABAR-MAT-DELTA
                               ELSE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

           DISPLAY WSV-NOMBRE-AUX " " WSV-VEREDICTO-AUX.
               WSV-EXAMEN-HALLADO WSV-NOTA-EXAMEN-AUX
               WSV-COMPOSITO-AUX WSV-HISTORIAL-HALLADO
               WSV-NOTA-HISTORIAL WSV-VEREDICTO-PREVIO
               WSV-SEGUNDA-OPCION WSV-IDENTIDAD-OK
               WSV-CATEG-ASIENTO WSC-CUPO-OTORGADO WSV-PAGO-OK
               WSV-DOCUMENTACION-AUX WSV-MARCA-CONDICIONAL.

       20-EVALUAR-END.
       EXIT.

      * Con el cupo de la primera preferencia agotado se prueba la
      * segunda, si el postulante la declaro: debe ser una carrera
      * del maestro, distinta de la primera y con cupo disponible
      * (reservado para su categoria o general, segun 20B).
      * Si aplica, la carrera elegida pasa a ser la segunda (la
      * matricula y el cupo se asientan ahi); si no, se restaura la
      * primera, que es donde la lista de espera debe anotarlo.
               MOVE WSV-COD-CARRERA-AUX  TO WSV-COD-CARRERA1-SAV
               MOVE WSV-COD-CARRERA2-AUX TO WSV-COD-CARRERA-AUX
               PERFORM 17-BUSCAR-CARRERA
               IF CARRERA-HALLADA
                   PERFORM 20B-ASIGNAR-CUPO
               END-IF
               IF CARRERA-HALLADA AND CUPO-OTORGADO
                   SET SEGUNDA-OPCION-OK TO TRUE
               ELSE
                   MOVE WSV-COD-CARRERA1-SAV TO WSV-COD-CARRERA-AUX
       20A-INTENTAR-SEGUNDA-OPCION-END.
       EXIT.

      * Asigna un lugar en la carrera elegida: primero el reservado
      * para la categoria del postulante, si la carrera la reserva
      * y le quedan lugares; si no, el cupo general. Un lugar
      * reservado tampoco se da si la carrera ya cubrio su cupo
      * total con reservas liberadas en una corrida anterior del
      * ciclo. El asiento (categoria o "G") viaja a la matricula.
       20B-ASIGNAR-CUPO.
           MOVE "N"    TO WSC-CUPO-OTORGADO.
           MOVE SPACE  TO WSV-CATEG-ASIENTO.
           MOVE 0      TO WSV-RES-ELEGIDA.

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
                   MOVE WSV-CATEGORIA-AUX TO WSV-CATEG-ASIENTO
                   SET CUPO-OTORGADO TO TRUE
               ELSE
                   IF WSV-CAR-OCU-GRAL-TAB (WSV-CAR-ELEGIDA) <
                      WSV-CAR-CUPO-GRAL-TAB (WSV-CAR-ELEGIDA)
                       ADD 1 TO WSV-CAR-OCU-GRAL-TAB (WSV-CAR-ELEGIDA)
                       MOVE WSC-CATEGORIA-GENERAL TO WSV-CATEG-ASIENTO
                       SET CUPO-OTORGADO TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF CUPO-OTORGADO
               ADD 1 TO WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA)
           END-IF.

       20B-ASIGNAR-CUPO-END.
       EXIT.

       21-CALCULAR-MERITO.
           IF WSV-PROMEDIO-AUX >= WSC-PROMEDIO-MERITO
               MOVE "MERITO" TO WSV-MERITO-AUX
       16A-VERIFICAR-IDENTIDAD-END.
       EXIT.

      * Verifica que el arancel este cubierto segun la conciliacion
      * de cobranzas. Sin conciliacion cargada todo pago se da por
      * bueno (13A ya aviso). El DNI que no figura en la
      * conciliacion se postulo despues de ella: no hay pago que lo
      * respalde y queda pendiente como el impago.
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

                  WSV-COD-CARRERA2-AUX  DELIMITED BY SIZE
                  " FUENTE:"            DELIMITED BY SIZE
                  WSV-FUENTE-AUX        DELIMITED BY SIZE
                  " CATEG:"             DELIMITED BY SIZE
                  WSV-CATEGORIA-AUX     DELIMITED BY SIZE
                  " ASIENTO:"           DELIMITED BY SIZE
                  WSV-CATEG-ASIENTO     DELIMITED BY SIZE
                  " PROMEDIO:"          DELIMITED BY SIZE
                  WSV-PROMEDIO-AUX      DELIMITED BY SIZE
                  " MERITO:"            DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WSV-VEREDICTO-AUX     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WSV-MARCA-CONDICIONAL DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WSV-NOTA-HISTORIAL    DELIMITED BY SIZE
             INTO WSV-LINEA-REPORTE
           END-STRING.
       EXIT.

       26-GRABAR-MATRICULA.
           PERFORM 26B-VERIFICAR-DOCUMENTACION.

           MOVE WSV-DNI-AUX      TO REG-MAT-DNI.
           MOVE WSV-NOMBRE-AUX   TO REG-MAT-NOMBRE.
           MOVE WSV-EDAD-AUX     TO REG-MAT-EDAD.
           MOVE WSV-COD-CARRERA-AUX TO REG-MAT-CARRERA.
           MOVE WSV-COMPOSITO-AUX   TO REG-MAT-COMPOSITO.
           MOVE WSV-CICLO           TO REG-MAT-CICLO.
           MOVE WSV-CATEG-ASIENTO   TO REG-MAT-CATEGORIA.
           MOVE WSV-DOCUMENTACION-AUX TO REG-MAT-DOCUMENTACION.
           WRITE REG-MATRICULA.
           IF WSS-MATRICULA > "10"
               MOVE "MATRICULA.DAT" TO WSV-ERR-ARCHIVO
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.

           IF WSV-DOCUMENTACION-AUX = WSC-DOC-CONDICIONAL
               ADD 1 TO WSV-CANT-CONDICIONALES
           END-IF.

       26-GRABAR-MATRICULA-END.
       EXIT.

      * unico que se transmite al registro) y ademas se anexan a la
      * matricula principal, que sigue siendo el padron completo.
       26A-GRABAR-MAT-DELTA.
           PERFORM 26B-VERIFICAR-DOCUMENTACION.

           MOVE WSV-DNI-AUX         TO REG-MTD-DNI.
           MOVE WSV-NOMBRE-AUX      TO REG-MTD-NOMBRE.
           MOVE WSV-EDAD-AUX        TO REG-MTD-EDAD.
           MOVE WSV-COD-CARRERA-AUX TO REG-MTD-CARRERA.
           MOVE WSV-COMPOSITO-AUX   TO REG-MTD-COMPOSITO.
           MOVE WSV-CICLO           TO REG-MTD-CICLO.
           MOVE WSV-CATEG-ASIENTO   TO REG-MTD-CATEGORIA.
           MOVE WSV-DOCUMENTACION-AUX TO REG-MTD-DOCUMENTACION.
           WRITE REG-MAT-DELTA.
           IF WSS-MAT-DELTA > "10"
               MOVE "MATRICULA-DELTA.DAT" TO WSV-ERR-ARCHIVO
       26A-GRABAR-MAT-DELTA-END.
       EXIT.

      * El admitido queda CONDICIONAL en la matricula (y asi lo ve
      * el registro) mientras le falte alguno de los documentos
      * obligatorios; con los tres entregados la admision es
      * definitiva. El reporte lo marca al lado del veredicto.
       26B-VERIFICAR-DOCUMENTACION.
           MOVE "N" TO WSV-DOC-TITULO-OK.
           MOVE "N" TO WSV-DOC-IDENTIDAD-OK.
           MOVE "N" TO WSV-DOC-FOTO-OK.

           PERFORM VARYING WSV-IDX-DOC FROM 1 BY 1
                   UNTIL WSV-IDX-DOC > WSV-CANT-DOCUMENTOS
               IF WSV-DOC-DNI-TAB (WSV-IDX-DOC) = WSV-DNI-AUX
                   IF WSV-DOC-TIPO-TAB (WSV-IDX-DOC) = WSC-DOC-TITULO
                       MOVE "S" TO WSV-DOC-TITULO-OK
                   END-IF
                   IF WSV-DOC-TIPO-TAB (WSV-IDX-DOC) =
                      WSC-DOC-IDENTIDAD
                       MOVE "S" TO WSV-DOC-IDENTIDAD-OK
                   END-IF
                   IF WSV-DOC-TIPO-TAB (WSV-IDX-DOC) = WSC-DOC-FOTO
                       MOVE "S" TO WSV-DOC-FOTO-OK
                   END-IF
               END-IF
           END-PERFORM.

           IF WSV-DOC-TITULO-OK = "S" AND
              WSV-DOC-IDENTIDAD-OK = "S" AND
              WSV-DOC-FOTO-OK = "S"
               MOVE WSC-DOC-COMPLETA    TO WSV-DOCUMENTACION-AUX
               MOVE SPACES              TO WSV-MARCA-CONDICIONAL
           ELSE
               MOVE WSC-DOC-CONDICIONAL TO WSV-DOCUMENTACION-AUX
               MOVE "CONDICIONAL"       TO WSV-MARCA-CONDICIONAL
           END-IF.

       26B-VERIFICAR-DOCUMENTACION-END.
       EXIT.

      * Los que cumplen requisitos pero llegan con el cupo agotado se
      * graban en un archivo de trabajo a medida que aparecen (asi una
      * corrida reanudada no los pierde); el ranking final se arma en
       29-ACTUALIZAR-HISTORIAL-END.
       EXIT.

      * Todos los campos de la linea son de ancho fijo: el DNI va al
      * final (col 179) para que la purga por retencion pueda
      * anonimizar la linea sin correr las posiciones que ya leen
      * las estadisticas.
       27-GRABAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WSV-FECHA-HORA-AUX.

                  WSV-NOTA-HISTORIAL       DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WSV-MARCA-REEVAL         DELIMITED BY SIZE
                  " DNI:"                  DELIMITED BY SIZE
                  WSV-DNI-AUX              DELIMITED BY SIZE
             INTO WSV-LINEA-AUDITORIA
           END-STRING.

                  WSV-CANT-IDENT-NO-VERIF DELIMITED BY SIZE
             INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 30B-GRABAR-LINEA-TRAILER.

      * La linea de totales ya llena el ancho del reporte: los
      * totales que se agregaron despues van en una segunda linea.
           INITIALIZE WSV-LINEA-REPORTE.
           STRING "CICLO:"               DELIMITED BY SIZE
                  WSV-CICLO              DELIMITED BY SIZE
                  "  TOTAL ADMITIDOS POR CUPO LIBERADO: "
                                         DELIMITED BY SIZE
                  WSV-CANT-LIBERADOS     DELIMITED BY SIZE
                  "  TOTAL PAGO PENDIENTE: " DELIMITED BY SIZE
                  WSV-CANT-PAGO-PENDIENTE DELIMITED BY SIZE
                  "  TOTAL ADMITIDOS CONDICIONALES: "
                                         DELIMITED BY SIZE
                  WSV-CANT-CONDICIONALES DELIMITED BY SIZE
             INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 30B-GRABAR-LINEA-TRAILER.

      * Debajo del total, una linea por carrera con los admitidos
      * de cada parte del cupo contra lo reservado (general y cada
      * categoria) y los lugares reservados liberados al general.
           PERFORM VARYING WSV-IDX-CAR FROM 1 BY 1
                   UNTIL WSV-IDX-CAR > WSV-CANT-CARRERAS
               PERFORM 30A-ARMAR-LINEA-CATEGORIAS
               PERFORM 30B-GRABAR-LINEA-TRAILER
           END-PERFORM.

       30-ESCRIBIR-TRAILER-END.
       EXIT.

       30A-ARMAR-LINEA-CATEGORIAS.
           INITIALIZE WSV-LINEA-REPORTE.
           MOVE 1 TO WSV-PTR-LINEA.
           STRING "CARRERA:"             DELIMITED BY SIZE
                  WSV-CAR-CODIGO-TAB (WSV-IDX-CAR)
                                         DELIMITED BY SIZE
                  " CUPO:"               DELIMITED BY SIZE
                  WSV-CAR-CUPO-TAB (WSV-IDX-CAR)
                                         DELIMITED BY SIZE
                  " ADMITIDOS:"          DELIMITED BY SIZE
                  WSV-CAR-OCUPADOS-TAB (WSV-IDX-CAR)
                                         DELIMITED BY SIZE
                  " GENERAL:"            DELIMITED BY SIZE
                  WSV-CAR-OCU-GRAL-TAB (WSV-IDX-CAR)
                                         DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  WSV-CAR-CUPO-GRAL-TAB (WSV-IDX-CAR)
                                         DELIMITED BY SIZE
             INTO WSV-LINEA-REPORTE
             WITH POINTER WSV-PTR-LINEA
           END-STRING.

           PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                   UNTIL WSV-IDX-RES > WSC-MAX-RESERVAS
               IF WSV-CAR-RES-CATEG-TAB (WSV-IDX-CAR, WSV-IDX-RES)
                  NOT = SPACE
                   STRING " RESERVA "    DELIMITED BY SIZE
                          WSV-CAR-RES-CATEG-TAB
                          (WSV-IDX-CAR, WSV-IDX-RES)
                                         DELIMITED BY SIZE
                          ":"            DELIMITED BY SIZE
                          WSV-CAR-RES-OCU-TAB
                          (WSV-IDX-CAR, WSV-IDX-RES)
                                         DELIMITED BY SIZE
                          "/"            DELIMITED BY SIZE
                          WSV-CAR-RES-CUPO-TAB
                          (WSV-IDX-CAR, WSV-IDX-RES)
                                         DELIMITED BY SIZE
                     INTO WSV-LINEA-REPORTE
                     WITH POINTER WSV-PTR-LINEA
                   END-STRING
               END-IF
           END-PERFORM.

           STRING " LIBERADOS AL GENERAL:" DELIMITED BY SIZE
                  WSV-CAR-LIBERADAS-TAB (WSV-IDX-CAR)
                                         DELIMITED BY SIZE
             INTO WSV-LINEA-REPORTE
             WITH POINTER WSV-PTR-LINEA
           END-STRING.

       30A-ARMAR-LINEA-CATEGORIAS-END.
       EXIT.

       30B-GRABAR-LINEA-TRAILER.

           IF MODO-SUBSANACION
               MOVE WSV-LINEA-REPORTE TO REG-REPORTE-DELTA
               END-IF
           END-IF.

       30B-GRABAR-LINEA-TRAILER-END.
       EXIT.

      * Relee el archivo de trabajo completo (incluye lo acumulado
                       MOVE REG-MAT-COMPOSITO
                           TO WSV-MER-COMPOSITO-TAB
                              (WSV-CANT-MERITO-TAB)
                       MOVE REG-MAT-CATEGORIA
                           TO WSV-MER-CATEGORIA-TAB
                              (WSV-CANT-MERITO-TAB)
               END-READ
               IF WSS-MATRICULA > "10"
                   MOVE "MATRICULA.DAT" TO WSV-ERR-ARCHIVO
               MOVE WSV-MER-COMPOSITO-TAB (WSV-IDX-MER)
                   TO REG-OME-COMPOSITO
               MOVE WSV-CICLO TO REG-OME-CICLO
               MOVE WSV-MER-CATEGORIA-TAB (WSV-IDX-MER)
                   TO REG-OME-CATEGORIA
               IF REG-OME-CATEGORIA = SPACE
                   MOVE WSC-CATEGORIA-GENERAL TO REG-OME-CATEGORIA
               END-IF
               WRITE REG-ORDEN-MERITO
               IF WSS-MERITO > "10"
                   MOVE "ORDEN-MERITO.DAT" TO WSV-ERR-ARCHIVO
       34-ORDENAR-MERITO-END.
       EXIT.

      * Al terminar la evaluacion, los lugares reservados que nadie
      * de la categoria ocupo pasan al cupo general y se cubren con
      * la lista de espera de la misma carrera, en su orden. Lo
      * liberable nunca supera lo que falta para el cupo total,
      * asi una corrida adenda o reanudada no libera dos veces lo
      * que una corrida anterior del ciclo ya cubrio. Solo se
      * cubren con postulantes del lote en curso (de los lotes
      * anteriores no quedan en memoria edad ni nota de examen);
      * los demas siguen en espera para la promocion. Si en una
      * corrida adenda el siguiente de la espera de una carrera es
      * de un lote anterior, esa carrera deja de cubrirse aca para
      * no saltear el orden: sus lugares liberados quedan libres y
      * los ofrece la promocion, que recorre la lista completa.
      * Primero se eligen todos los admitidos (37D), despues se
      * corrige RESULTADOS.DAT (37C) y recien al final se graban
      * matricula, historial y reporte (37B): si la corrida se corta
      * a mitad de camino nunca queda un matriculado con veredicto
      * de espera en RESULTADOS.DAT, y al reanudarla los que ya
      * quedaron matriculados no vuelven a pasar el filtro de 36.
       37-LIBERAR-RESERVAS.
           MOVE 0 TO WSV-TOTAL-LIBERABLES.

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
                   TO WSV-CAR-LIBERADAS-TAB (WSV-IDX-CAR)
               MOVE WSV-LIBRES-RESERVA
                   TO WSV-CAR-LIB-PEND-TAB (WSV-IDX-CAR)
               ADD WSV-LIBRES-RESERVA TO WSV-TOTAL-LIBERABLES
           END-PERFORM.

           IF WSV-TOTAL-LIBERABLES > 0
               INITIALIZE WSV-LINEA-JOBLOG
               STRING "CUPOS RESERVADOS SIN USAR LIBERADOS AL "
                                       DELIMITED BY SIZE
                      "GENERAL: "      DELIMITED BY SIZE
                      WSV-TOTAL-LIBERABLES DELIMITED BY SIZE
                 INTO WSV-LINEA-JOBLOG
               END-STRING
               PERFORM 92-GRABAR-JOBLOG

               IF MODO-ADENDA
                   PERFORM 31B-SEMBRAR-ESPERA-PREVIA
               END-IF

               OPEN INPUT ARCHIVO-ESPERA-WRK
               IF WSS-ESPERA-WRK > "10"
                   MOVE "ESPERA-WRK.DAT" TO WSV-ERR-ARCHIVO
                   MOVE "APERTURA" TO WSV-ERR-OPERACION
                   MOVE WSS-ESPERA-WRK TO WSV-ERR-STATUS
                   PERFORM 91-ABORTAR-POR-ARCHIVO
               END-IF
               PERFORM UNTIL FIN-ESPERA-WRK
                   READ ARCHIVO-ESPERA-WRK
                       AT END
                           SET FIN-ESPERA-WRK TO TRUE
                       NOT AT END
                           PERFORM 31A-ACUMULAR-ESPERA
                   END-READ
                   IF WSS-ESPERA-WRK > "10"
                       MOVE "ESPERA-WRK.DAT" TO WSV-ERR-ARCHIVO
                       MOVE "LECTURA" TO WSV-ERR-OPERACION
                       MOVE WSS-ESPERA-WRK TO WSV-ERR-STATUS
                       PERFORM 91-ABORTAR-POR-ARCHIVO
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-ESPERA-WRK

               PERFORM 32-ORDENAR-ESPERA

               PERFORM VARYING WSV-IDX-ESP FROM 1 BY 1
                       UNTIL WSV-IDX-ESP > WSV-CANT-ESPERA-TAB
                   MOVE WSV-ESP-CODIGO-TAB (WSV-IDX-ESP)
                       TO WSV-COD-CARRERA-AUX
                   PERFORM 17-BUSCAR-CARRERA
                   IF CARRERA-HALLADA AND
                      WSV-CAR-LIB-PEND-TAB (WSV-CAR-ELEGIDA) > 0
                       MOVE WSV-ESP-DNI-TAB (WSV-IDX-ESP)
                           TO WSV-ESP-DNI-AUX
                       PERFORM 36-VERIFICAR-ESPERA-VIGENTE
                       IF ESPERA-VIGENTE
                           PERFORM 37A-BUSCAR-POSTULANTE
                           IF WSV-POS-ELEGIDO > 0
                               PERFORM 37D-RESERVAR-LIBERADO
                           ELSE
                               PERFORM 37E-CEDER-A-PROMOCION
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

      * 31 vuelve a armar la espera desde el archivo de trabajo; el
      * filtro de 36 ya descarta a los admitidos aca.
               MOVE 0   TO WSV-CANT-ESPERA-TAB
               MOVE "N" TO WSC-FIN-ESPERA-WRK
               MOVE "N" TO WSC-FIN-ESPERA-PREV
               MOVE SPACES TO WSV-COD-CARRERA-AUX
               MOVE "N" TO WSV-CARRERA-HALLADA

               IF WSV-CANT-LIBERADOS-TAB > 0
                   PERFORM 37C-CORREGIR-RESULTADOS
               END-IF

               PERFORM VARYING WSV-IDX-LIB FROM 1 BY 1
                       UNTIL WSV-IDX-LIB > WSV-CANT-LIBERADOS-TAB
                   MOVE WSV-LIB-POS-TAB (WSV-IDX-LIB)
                       TO WSV-POS-ELEGIDO
                   MOVE WSV-LIB-CAR-TAB (WSV-IDX-LIB)
                       TO WSV-CAR-ELEGIDA
                   PERFORM 37B-ADMITIR-LIBERADO
               END-PERFORM
           END-IF.

       37-LIBERAR-RESERVAS-END.
       EXIT.

      * La primera aparicion del DNI en el lote es la que se evaluo
      * (las siguientes fueron duplicados).
       37A-BUSCAR-POSTULANTE.
           MOVE 0 TO WSV-POS-ELEGIDO.

           PERFORM VARYING WSV-IDX-POS FROM 1 BY 1
                   UNTIL WSV-IDX-POS > WSV-CANT-POSTULANTES
                      OR WSV-POS-ELEGIDO > 0
               IF WSV-DNI-TAB (WSV-IDX-POS) = WSV-ESP-DNI-AUX
                   MOVE WSV-IDX-POS TO WSV-POS-ELEGIDO
               END-IF
           END-PERFORM.

       37A-BUSCAR-POSTULANTE-END.
       EXIT.

      * Admite al de la espera en un lugar liberado: mismo asiento
      * de matricula, historial y reporte que un aceptado de la
      * evaluacion, con asiento general. No se agrega otra linea de
      * auditoria (la auditoria lleva una linea por evaluacion y
      * las estadisticas cuentan evaluados con ella): el cambio
      * queda en el reporte y en el joblog.
       37B-ADMITIR-LIBERADO.
           MOVE WSV-DNI-TAB (WSV-POS-ELEGIDO)        TO WSV-DNI-AUX.
           MOVE WSV-NOMBRE-TAB (WSV-POS-ELEGIDO)     TO WSV-NOMBRE-AUX.
           MOVE WSV-EDAD-TAB (WSV-POS-ELEGIDO)       TO WSV-EDAD-AUX.
           MOVE WSV-SECUNDARIO-TAB (WSV-POS-ELEGIDO)
               TO WSV-SECUNDARIO-AUX.
           MOVE WSV-CARRERA-TAB (WSV-POS-ELEGIDO)    TO WSV-CARRERA-AUX.
           MOVE WSV-PROMEDIO-TAB (WSV-POS-ELEGIDO)
               TO WSV-PROMEDIO-AUX.
           MOVE WSV-CONTACTO-TAB (WSV-POS-ELEGIDO)
               TO WSV-CONTACTO-AUX.
           MOVE WSV-FUENTE-TAB (WSV-POS-ELEGIDO)     TO WSV-FUENTE-AUX.
           MOVE WSV-COD-CARRERA2-TAB (WSV-POS-ELEGIDO)
               TO WSV-COD-CARRERA2-AUX.
           MOVE WSV-CATEGORIA-TAB (WSV-POS-ELEGIDO)
               TO WSV-CATEGORIA-AUX.
      * El lugar es de la carrera en cuya espera estaba, que puede
      * ser la segunda opcion del postulante.
           MOVE WSV-CAR-CODIGO-TAB (WSV-CAR-ELEGIDA)
               TO WSV-COD-CARRERA-AUX.

           PERFORM 18-BUSCAR-EXAMEN.
           IF EXAMEN-HALLADO
               MOVE WSV-EXA-NOTA-TAB (WSV-EXA-ELEGIDO)
                   TO WSV-NOTA-EXAMEN-AUX
           END-IF.
           COMPUTE WSV-COMPOSITO-AUX ROUNDED =
               WSV-NOTA-EXAMEN-AUX * WSC-PESO-EXAMEN +
               WSV-PROMEDIO-AUX * WSC-PESO-PROMEDIO.
           PERFORM 21-CALCULAR-MERITO.

           ADD 1 TO WSV-CAR-OCUPADOS-TAB (WSV-CAR-ELEGIDA).
           ADD 1 TO WSV-CAR-OCU-GRAL-TAB (WSV-CAR-ELEGIDA).
           MOVE WSC-CATEGORIA-GENERAL  TO WSV-CATEG-ASIENTO.
           MOVE WSC-VEREDICTO-ACEPTADO TO WSV-VEREDICTO-AUX.
           MOVE "ADMITIDO DESDE LA ESPERA POR CUPO RESERVADO LIBERADO"
               TO WSV-NOTA-HISTORIAL.

           ADD 1 TO WSV-CANT-ACEPTADOS.
           ADD 1 TO WSV-CANT-LIBERADOS.
           IF WSV-CANT-ESPERA > 0
               SUBTRACT 1 FROM WSV-CANT-ESPERA
           END-IF.

           PERFORM 26-GRABAR-MATRICULA.
           PERFORM 19-BUSCAR-HISTORIAL.
           PERFORM 29-ACTUALIZAR-HISTORIAL.
           PERFORM 25-GRABAR-LINEA-REPORTE.

           INITIALIZE WSV-LINEA-JOBLOG.
           STRING "CUPO LIBERADO CARRERA:"  DELIMITED BY SIZE
                  WSV-COD-CARRERA-AUX       DELIMITED BY SIZE
                  " ADMITIDO DESDE ESPERA DNI:" DELIMITED BY SIZE
                  WSV-DNI-AUX               DELIMITED BY SIZE
             INTO WSV-LINEA-JOBLOG
           END-STRING.
           PERFORM 92-GRABAR-JOBLOG.

           DISPLAY WSV-NOMBRE-AUX " " WSV-VEREDICTO-AUX
               " (CUPO LIBERADO)".

           INITIALIZE WSV-POSTULANTE-AUX WSV-VEREDICTO-AUX
               WSV-MERITO-AUX WSV-EXAMEN-HALLADO WSV-NOTA-EXAMEN-AUX
               WSV-COMPOSITO-AUX WSV-HISTORIAL-HALLADO
               WSV-NOTA-HISTORIAL WSV-CATEG-ASIENTO
               WSV-DOCUMENTACION-AUX WSV-MARCA-CONDICIONAL.

       37B-ADMITIR-LIBERADO-END.
       EXIT.

      * RESULTADOS.DAT ya salio con el veredicto de espera de los
      * admitidos por liberacion; se regraba con el de aceptado para
      * que la carta, las becas y el registro vean el definitivo.
      * Solo se toca la linea del ciclo en curso que decia espera.
       37C-CORREGIR-RESULTADOS.
           MOVE "N" TO WSC-FIN-RESULTADOS.
           OPEN INPUT ARCHIVO-RESULTADOS.
           IF WSS-RESULTADOS > "10"
               MOVE "RESULTADOS.DAT" TO WSV-ERR-ARCHIVO
               MOVE "APERTURA" TO WSV-ERR-OPERACION
               MOVE WSS-RESULTADOS TO WSV-ERR-STATUS
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.

           PERFORM UNTIL FIN-RESULTADOS
               READ ARCHIVO-RESULTADOS
                   AT END
                       SET FIN-RESULTADOS TO TRUE
                   NOT AT END
                       IF WSV-CANT-RESULTADOS-TAB >= WSC-MAX-RESULTADOS
                           DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                               "MAXIMA DE RESULTADOS: "
                               WSC-MAX-RESULTADOS
                           CLOSE ARCHIVO-RESULTADOS
                           STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WSV-CANT-RESULTADOS-TAB
                       MOVE REG-RESULTADO TO WSV-RESULTADO-TAB
                           (WSV-CANT-RESULTADOS-TAB)
               END-READ
               IF WSS-RESULTADOS > "10"
                   MOVE "RESULTADOS.DAT" TO WSV-ERR-ARCHIVO
                   MOVE "LECTURA" TO WSV-ERR-OPERACION
                   MOVE WSS-RESULTADOS TO WSV-ERR-STATUS
                   PERFORM 91-ABORTAR-POR-ARCHIVO
               END-IF
           END-PERFORM.

           CLOSE ARCHIVO-RESULTADOS.

           OPEN OUTPUT ARCHIVO-RESULTADOS.
           IF WSS-RESULTADOS > "10"
               MOVE "RESULTADOS.DAT" TO WSV-ERR-ARCHIVO
               MOVE "APERTURA" TO WSV-ERR-OPERACION
               MOVE WSS-RESULTADOS TO WSV-ERR-STATUS
               PERFORM 91-ABORTAR-POR-ARCHIVO
           END-IF.

           PERFORM VARYING WSV-IDX-RSL FROM 1 BY 1
                   UNTIL WSV-IDX-RSL > WSV-CANT-RESULTADOS-TAB
               IF WSV-RSL-CICLO-TAB (WSV-IDX-RSL) = WSV-CICLO AND
                  WSV-RSL-VEREDICTO-TAB (WSV-IDX-RSL) =
                  WSC-VEREDICTO-ESPERA
                   PERFORM VARYING WSV-IDX-LIB FROM 1 BY 1
                           UNTIL WSV-IDX-LIB > WSV-CANT-LIBERADOS-TAB
                       IF WSV-LIB-DNI-TAB (WSV-IDX-LIB) =
                          WSV-RSL-DNI-TAB (WSV-IDX-RSL)
                           MOVE WSC-VEREDICTO-ACEPTADO
                               TO WSV-RSL-VEREDICTO-TAB (WSV-IDX-RSL)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WSV-RESULTADO-TAB (WSV-IDX-RSL) TO REG-RESULTADO
               WRITE REG-RESULTADO
               IF WSS-RESULTADOS > "10"
                   MOVE "RESULTADOS.DAT" TO WSV-ERR-ARCHIVO
                   MOVE "ESCRITURA" TO WSV-ERR-OPERACION
                   MOVE WSS-RESULTADOS TO WSV-ERR-STATUS
                   PERFORM 91-ABORTAR-POR-ARCHIVO
               END-IF
           END-PERFORM.

           CLOSE ARCHIVO-RESULTADOS.

       37C-CORREGIR-RESULTADOS-END.
       EXIT.

      * Aparta el lugar liberado para el de la espera sin grabar
      * nada todavia. Un DNI que figura dos veces en la espera se
      * aparta una sola vez (36 mira el historial, que recien se
      * actualiza en 37B). Si la tabla se llena, el resto sigue en
      * espera para la promocion.
       37D-RESERVAR-LIBERADO.
           MOVE "N" TO WSC-ES-LIBERADO.
           PERFORM VARYING WSV-IDX-LIB FROM 1 BY 1
                   UNTIL WSV-IDX-LIB > WSV-CANT-LIBERADOS-TAB
                      OR ES-LIBERADO
               IF WSV-LIB-DNI-TAB (WSV-IDX-LIB) = WSV-ESP-DNI-AUX
                   SET ES-LIBERADO TO TRUE
               END-IF
           END-PERFORM.

           IF NOT ES-LIBERADO AND
              WSV-CANT-LIBERADOS-TAB < WSC-MAX-POSTULANTES
               ADD 1 TO WSV-CANT-LIBERADOS-TAB
               MOVE WSV-ESP-DNI-AUX
                   TO WSV-LIB-DNI-TAB (WSV-CANT-LIBERADOS-TAB)
               MOVE WSV-POS-ELEGIDO
                   TO WSV-LIB-POS-TAB (WSV-CANT-LIBERADOS-TAB)
               MOVE WSV-CAR-ELEGIDA
                   TO WSV-LIB-CAR-TAB (WSV-CANT-LIBERADOS-TAB)
               SUBTRACT 1 FROM WSV-CAR-LIB-PEND-TAB (WSV-CAR-ELEGIDA)
           END-IF.

       37D-RESERVAR-LIBERADO-END.
       EXIT.

      * El siguiente en la espera de la carrera es de un lote
      * anterior: los lugares liberados que faltan cubrir en la
      * carrera quedan para la promocion.
       37E-CEDER-A-PROMOCION.
           INITIALIZE WSV-LINEA-JOBLOG.
           STRING "CUPO LIBERADO CARRERA:"  DELIMITED BY SIZE
                  WSV-CAR-CODIGO-TAB (WSV-CAR-ELEGIDA)
                                            DELIMITED BY SIZE
                  " QUEDAN "                DELIMITED BY SIZE
                  WSV-CAR-LIB-PEND-TAB (WSV-CAR-ELEGIDA)
                                            DELIMITED BY SIZE
                  " PARA LA PROMOCION (ESPERA DE LOTE ANTERIOR DNI:"
                                            DELIMITED BY SIZE
                  WSV-ESP-DNI-AUX           DELIMITED BY SIZE
                  ")"                       DELIMITED BY SIZE
             INTO WSV-LINEA-JOBLOG
           END-STRING.
           PERFORM 92-GRABAR-JOBLOG.

           MOVE 0 TO WSV-CAR-LIB-PEND-TAB (WSV-CAR-ELEGIDA).

       37E-CEDER-A-PROMOCION-END.
       EXIT.

       40-GRABAR-CHECKPOINT.
           MOVE WSV-IDX             TO REG-ULTIMO-PROCESADO.
           MOVE WSV-CANT-ACEPTADOS  TO REG-CANT-ACEPTADOS.
           MOVE WSV-CANT-SIN-EXAMEN TO REG-CANT-SIN-EXAMEN.
           MOVE WSV-CANT-BLOQ-HISTORIAL TO REG-CANT-BLOQ-HIST.
           MOVE WSV-CANT-IDENT-NO-VERIF TO REG-CANT-IDENT.
           MOVE WSV-CANT-PAGO-PENDIENTE TO REG-CANT-PAGO-PEND.
           MOVE WSV-CANT-CONDICIONALES TO REG-CANT-CONDIC.
           WRITE REG-CHECKPOINT.
           IF WSS-CHECKPOINT > "10"
               MOVE "CHECKPOINT.DAT" TO WSV-ERR-ARCHIVO
