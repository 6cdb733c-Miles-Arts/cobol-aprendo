      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resultados del ciclo por colegio secundario de
      *          origen, para informar a los colegios que presentan
      *          postulantes. Toma a los evaluados del ciclo en
      *          RESULTADOS.DAT (todos los lotes, adenda incluida) y
      *          los agrupa por el codigo de colegio del padron del
      *          ciclo, COLEGIOS-CICLO.DAT, que deja la consolidacion
      *          lote a lote (el ultimo lote sale de POSTULANTES.DAT,
      *          que ademas da el ciclo), con la carrera de
      *          MATRICULA.DAT y la nota de EXAMENES.DAT: por
      *          colegio, postulantes,
      *          admitidos por carrera, en lista de espera, rechazos
      *          por motivo y promedios de examen y de composito
      *          (RESULTADOS-COLEGIOS.DAT). Ademas deja un extracto
      *          por colegio, COLEGIO-codigo.DAT, con solo sus
      *          egresados, para mandarle a cada uno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTADOS-COLEGIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-COLEGIOS ASSIGN TO "COLEGIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-POSTULANTES
               ASSIGN TO "POSTULANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-COLEGIOS-CICLO
               ASSIGN TO "COLEGIOS-CICLO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-RESULTADOS
               ASSIGN TO "RESULTADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-MATRICULA ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-EXAMENES ASSIGN TO "EXAMENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-REPORTE-COL
               ASSIGN TO "RESULTADOS-COLEGIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-EXTRACTO
               ASSIGN USING WSV-NOMBRE-EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-COLEGIOS.
           01 REG-COLEGIO-MAE.
               05 REG-COL-CODIGO          PIC X(6).
               05 REG-COL-NOMBRE          PIC X(30).

      * Mismo detalle que arma la consolidacion de canales; el
      * codigo de colegio va al final, asi que un detalle corto de
      * formatos anteriores llega sin colegio.
       FD  ARCHIVO-POSTULANTES
           RECORD IS VARYING IN SIZE FROM 1 TO 76 CHARACTERS
               DEPENDING ON WSV-LONG-POSTULANTE.
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

      * Padron del ciclo que acumula la consolidacion: DNI y
      * colegio validado de cada detalle de cada lote (el nombre
      * sale del veredicto).
       FD  ARCHIVO-COLEGIOS-CICLO.
           01 REG-COLEGIO-CICLO.
               05 REG-CCI-CICLO           PIC X(6).
               05 REG-CCI-LOTE            PIC X(8).
               05 REG-CCI-DNI             PIC 9(8).
               05 REG-CCI-COD-CARRERA     PIC X(3).
               05 REG-CCI-COLEGIO         PIC X(6).

       FD  ARCHIVO-RESULTADOS.
           01 REG-RESULTADO.
               05 REG-RES-DNI             PIC 9(8).
               05 REG-RES-NOMBRE          PIC X(15).
               05 REG-RES-CONTACTO        PIC X(30).
               05 REG-RES-MERITO          PIC X(7).
               05 REG-RES-COMPOSITO       PIC 9(2)V99.
               05 REG-RES-CICLO           PIC X(6).
               05 REG-RES-VEREDICTO       PIC X(40).

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

       FD  ARCHIVO-EXAMENES.
           01 REG-EXAMEN.
               05 REG-EXA-DNI             PIC 9(8).
               05 REG-EXA-NOTA            PIC 9(2)V99.

       FD  ARCHIVO-REPORTE-COL.
           01 REG-REPORTE-COL             PIC X(132).

      * Extracto para el colegio: una linea por egresado suyo que
      * se postulo en el ciclo, con la carrera en la que quedo (o
      * la que pidio, si no quedo), su situacion, nota de examen
      * (cero si no rindio) y composito.
       FD  ARCHIVO-EXTRACTO.
           01 REG-EXTRACTO.
               05 REG-EXT-CICLO           PIC X(6).
               05 REG-EXT-COLEGIO         PIC X(6).
               05 REG-EXT-DNI             PIC 9(8).
               05 REG-EXT-NOMBRE          PIC X(15).
               05 REG-EXT-CARRERA         PIC X(3).
               05 REG-EXT-SITUACION       PIC X(40).
               05 REG-EXT-NOTA            PIC 9(2)V99.
               05 REG-EXT-COMPOSITO       PIC 9(2)V99.

       WORKING-STORAGE SECTION.

           01 WSC-CONSTANTES.
               05 WSC-TIPO-CABECERA        PIC X VALUE "H".
               05 WSC-TIPO-DETALLE         PIC X VALUE "D".
               05 WSC-LONG-DETALLE         PIC 9(3) VALUE 76.
               05 WSC-MAX-COLEGIOS         PIC 9(3) VALUE 300.
               05 WSC-MAX-POSTULANTES      PIC 9(5) VALUE 5000.
               05 WSC-MAX-PADRON           PIC 9(5) VALUE 5000.
               05 WSC-MAX-COLCAR           PIC 9(4) VALUE 1000.
               05 WSC-MAX-COLMOT           PIC 9(4) VALUE 1000.
               05 WSC-VEREDICTO-DUPLICADO  PIC X(40)
                   VALUE "DUPLICADO".
               05 WSC-VEREDICTO-ESPERA     PIC X(40)
                   VALUE "CUMPLE - EN LISTA DE ESPERA".
               05 WSC-PREFIJO-CUMPLE       PIC X(6) VALUE "CUMPLE".
               05 WSC-SITUACION-ADMITIDO   PIC X(40)
                   VALUE "ADMITIDO".
               05 WSC-SITUACION-BAJA       PIC X(40)
                   VALUE "CUMPLE - NO FIGURA EN LA MATRICULA".
               05 WSC-SITUACION-SIN-RES    PIC X(40)
                   VALUE "SIN RESULTADO DE LA EVALUACION".
               05 WSC-NOMBRE-FUERA         PIC X(30)
                   VALUE "(NO FIGURA EN EL MAESTRO)".

           01 WSC-SWITCHES.
               05 WSC-FIN-COLEGIOS       PIC X VALUE "N".
                   88 FIN-COLEGIOS           VALUE "S".
               05 WSC-FIN-POSTULANTES    PIC X VALUE "N".
                   88 FIN-POSTULANTES        VALUE "S".
               05 WSC-FIN-COLEGIOS-CICLO PIC X VALUE "N".
                   88 FIN-COLEGIOS-CICLO     VALUE "S".
               05 WSC-FIN-RESULTADOS     PIC X VALUE "N".
                   88 FIN-RESULTADOS         VALUE "S".
               05 WSC-FIN-MATRICULA      PIC X VALUE "N".
                   88 FIN-MATRICULA          VALUE "S".
               05 WSC-FIN-EXAMENES       PIC X VALUE "N".
                   88 FIN-EXAMENES           VALUE "S".
               05 WSC-HAY-CABECERA       PIC X VALUE "N".
                   88 HAY-CABECERA           VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-LONG-POSTULANTE          PIC 9(3).
               05 WSV-CICLO                    PIC X(6) VALUE SPACES.
               05 WSV-DNI-AUX                  PIC 9(8).
               05 WSV-COLEGIO-AUX              PIC X(6).
               05 WSV-CARR-PEDIDA-AUX          PIC X(3).
               05 WSV-IDX-PAD                  PIC 9(5).
               05 WSV-PAD-ELEGIDO              PIC 9(5).
               05 WSV-CARRERA-AUX              PIC X(3).
               05 WSV-SITUACION-AUX            PIC X(40).
               05 WSV-IDX-COL                  PIC 9(3).
               05 WSV-COL-ELEGIDO              PIC 9(3).
               05 WSV-IDX-PST                  PIC 9(5).
               05 WSV-PST-ELEGIDO              PIC 9(5).
               05 WSV-IDX-CC                   PIC 9(4).
               05 WSV-CC-ELEGIDO               PIC 9(4).
               05 WSV-IDX-CM                   PIC 9(4).
               05 WSV-CM-ELEGIDO               PIC 9(4).
               05 WSV-PROMEDIO-AUX             PIC 9(2)V99.
               05 WSV-NOTA-EDIT                PIC Z9.99.
               05 WSV-COMPOSITO-EDIT           PIC Z9.99.
               05 WSV-NOMBRE-EXTRACTO          PIC X(20).
               05 WSV-LINEA-REPORTE            PIC X(132).

           01 WSV-CONTADORES.
               05 WSV-CANT-DETALLES            PIC 9(5) VALUE 0.
               05 WSV-CANT-PADRON-CICLO        PIC 9(5) VALUE 0.
               05 WSV-CANT-EVALUADOS           PIC 9(5) VALUE 0.
               05 WSV-CANT-SIN-COLEGIO         PIC 9(5) VALUE 0.
               05 WSV-CANT-FUERA-MAESTRO       PIC 9(5) VALUE 0.
               05 WSV-CANT-COL-INFORMADOS      PIC 9(5) VALUE 0.
               05 WSV-CANT-EXTRACTOS           PIC 9(5) VALUE 0.
               05 WSV-CANT-RESULTADOS          PIC 9(5) VALUE 0.

      * Colegios del maestro, mas los codigos que aparezcan en los
      * postulantes sin estar en el maestro (solo posible si la
      * consolidacion corrio sin maestro), con sus acumuladores.
           01 WS-COLEGIOS-TABLA.
               05 WSV-CANT-COLEGIOS            PIC 9(3) VALUE 0.
               05 WSV-COLEGIO-TAB OCCURS 1 TO 300 TIMES
                       DEPENDING ON WSV-CANT-COLEGIOS.
                   10 WSV-COL-CODIGO-TAB        PIC X(6).
                   10 WSV-COL-NOMBRE-TAB        PIC X(30).
                   10 WSV-COL-POSTULANTES-TAB   PIC 9(5).
                   10 WSV-COL-ADMITIDOS-TAB     PIC 9(5).
                   10 WSV-COL-ESPERA-TAB        PIC 9(5).
                   10 WSV-COL-RECHAZOS-TAB      PIC 9(5).
                   10 WSV-COL-CANT-NOTA-TAB     PIC 9(5).
                   10 WSV-COL-SUMA-NOTA-TAB     PIC 9(7)V99.
                   10 WSV-COL-CANT-COMP-TAB     PIC 9(5).
                   10 WSV-COL-SUMA-COMP-TAB     PIC 9(7)V99.

      * Padron del ciclo por DNI: colegio y carrera pedida
      * de cada postulante presentado en algun lote del ciclo. La
      * marca de contado evita contar dos veces a un evaluado sin
      * colegio que tenga mas de un veredicto en el ciclo.
           01 WS-PADRON-TABLA.
               05 WSV-CANT-PADRON              PIC 9(5) VALUE 0.
               05 WSV-PADRON-TAB OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WSV-CANT-PADRON.
                   10 WSV-PAD-DNI-TAB           PIC 9(8).
                   10 WSV-PAD-CARRERA-TAB       PIC X(3).
                   10 WSV-PAD-COLEGIO-TAB       PIC X(6).
                   10 WSV-PAD-CONTADO-TAB       PIC X.

      * Evaluados del ciclo con colegio informado, por DNI.
           01 WS-POSTULANTES-TABLA.
               05 WSV-CANT-POSTULANTES         PIC 9(5) VALUE 0.
               05 WSV-POSTULANTE-TAB OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WSV-CANT-POSTULANTES.
                   10 WSV-PST-DNI-TAB           PIC 9(8).
                   10 WSV-PST-NOMBRE-TAB        PIC X(15).
                   10 WSV-PST-COLEGIO-TAB       PIC 9(3).
                   10 WSV-PST-CARR-PEDIDA-TAB   PIC X(3).
                   10 WSV-PST-CARR-MATR-TAB     PIC X(3).
                   10 WSV-PST-VEREDICTO-TAB     PIC X(40).
                   10 WSV-PST-COMPOSITO-TAB     PIC 9(2)V99.
                   10 WSV-PST-NOTA-TAB          PIC 9(2)V99.
                   10 WSV-PST-CON-NOTA-TAB      PIC X.
                   10 WSV-PST-SITUACION-TAB     PIC X(40).

      * Admitidos por colegio y carrera.
           01 WS-COLCAR-TABLA.
               05 WSV-CANT-COLCAR              PIC 9(4) VALUE 0.
               05 WSV-COLCAR-TAB OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WSV-CANT-COLCAR.
                   10 WSV-CC-COLEGIO-TAB        PIC 9(3).
                   10 WSV-CC-CARRERA-TAB        PIC X(3).
                   10 WSV-CC-ADMITIDOS-TAB      PIC 9(5).

      * Rechazos por colegio y motivo (el veredicto tal como lo
      * dejo el evaluador).
           01 WS-COLMOT-TABLA.
               05 WSV-CANT-COLMOT              PIC 9(4) VALUE 0.
               05 WSV-COLMOT-TAB OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WSV-CANT-COLMOT.
                   10 WSV-CM-COLEGIO-TAB        PIC 9(3).
                   10 WSV-CM-MOTIVO-TAB         PIC X(40).
                   10 WSV-CM-CANTIDAD-TAB       PIC 9(5).


       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "RESULTADOS POR COLEGIO SECUNDARIO".
           DISPLAY "--------------------------------------------------".

           PERFORM 05-CARGAR-COLEGIOS.
           PERFORM 10-CARGAR-POSTULANTES.
           PERFORM 13-CARGAR-COLEGIOS-CICLO.
           PERFORM 12-CARGAR-RESULTADOS.
           PERFORM 14-CARGAR-MATRICULA.
           PERFORM 16-CARGAR-EXAMENES.
           PERFORM 20-ACUMULAR-POSTULANTES.

           OPEN OUTPUT ARCHIVO-REPORTE-COL.
           PERFORM 30-INFORMAR-COLEGIOS.
           PERFORM 38-ESCRIBIR-TOTALES.
           CLOSE ARCHIVO-REPORTE-COL.

           PERFORM 40-GRABAR-EXTRACTOS.

           DISPLAY "CICLO:                     " WSV-CICLO.
           DISPLAY "DETALLES DEL LOTE:         " WSV-CANT-DETALLES.
           DISPLAY "PADRON DEL CICLO:          " WSV-CANT-PADRON-CICLO.
           DISPLAY "EVALUADOS DEL CICLO:       " WSV-CANT-EVALUADOS.
           DISPLAY "POSTULANTES SIN COLEGIO:   " WSV-CANT-SIN-COLEGIO.
           DISPLAY "COLEGIOS INFORMADOS:       "
               WSV-CANT-COL-INFORMADOS.
           DISPLAY "EXTRACTOS GRABADOS:        " WSV-CANT-EXTRACTOS.
           DISPLAY "REPORTE GRABADO EN RESULTADOS-COLEGIOS.DAT".

       STOP RUN.
       00-CONTROL-END.
       EXIT.

      * Sin maestro el reporte igual sale, agrupado por los codigos
      * que traen los postulantes y sin el nombre del colegio.
       05-CARGAR-COLEGIOS.
           OPEN INPUT ARCHIVO-COLEGIOS.

           PERFORM UNTIL FIN-COLEGIOS
               READ ARCHIVO-COLEGIOS
                   AT END
                       SET FIN-COLEGIOS TO TRUE
                   NOT AT END
                       IF REG-COL-CODIGO NOT = SPACES
                           MOVE REG-COL-CODIGO TO WSV-COLEGIO-AUX
                           PERFORM 18-AGREGAR-COLEGIO
                           MOVE REG-COL-NOMBRE
                               TO WSV-COL-NOMBRE-TAB (WSV-COL-ELEGIDO)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-COLEGIOS.

           IF WSV-CANT-COLEGIOS = 0
               DISPLAY "AVISO: COLEGIOS.DAT VACIO O INEXISTENTE - "
                   "LOS COLEGIOS SALEN SIN NOMBRE"
           END-IF.

       05-CARGAR-COLEGIOS-END.
       EXIT.

      * El ciclo del reporte es el de la cabecera del ultimo lote;
      * sin cabecera no hay ciclo que informar. Los detalles del
      * lote entran primero al padron, asi vale lo ultimo que
      * presento cada postulante; un DNI repetido entra una vez.
       10-CARGAR-POSTULANTES.
           OPEN INPUT ARCHIVO-POSTULANTES.

           PERFORM UNTIL FIN-POSTULANTES
               READ ARCHIVO-POSTULANTES
                   AT END
                       SET FIN-POSTULANTES TO TRUE
                   NOT AT END
                       IF REG-TIPO = WSC-TIPO-CABECERA
                           IF NOT HAY-CABECERA
                               MOVE REG-CAB-CICLO TO WSV-CICLO
                               SET HAY-CABECERA TO TRUE
                           END-IF
                       ELSE
                           IF REG-TIPO = WSC-TIPO-DETALLE AND
                              REG-DNI NUMERIC
                               ADD 1 TO WSV-CANT-DETALLES
                               PERFORM 11-REGISTRAR-POSTULANTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-POSTULANTES.

           IF NOT HAY-CABECERA
               DISPLAY "ERROR: POSTULANTES.DAT VACIO O SIN CABECERA"
               STOP RUN RETURNING 12
           END-IF.

       10-CARGAR-POSTULANTES-END.
       EXIT.

       11-REGISTRAR-POSTULANTE.
           IF WSV-LONG-POSTULANTE < WSC-LONG-DETALLE
               MOVE SPACES TO WSV-COLEGIO-AUX
           ELSE
               MOVE REG-COLEGIO TO WSV-COLEGIO-AUX
           END-IF.

           MOVE REG-DNI         TO WSV-DNI-AUX.
           MOVE REG-COD-CARRERA TO WSV-CARR-PEDIDA-AUX.
           PERFORM 11A-ANOTAR-PADRON.

       11-REGISTRAR-POSTULANTE-END.
       EXIT.

      * Un DNI ya anotado no cambia; solo se le completa el colegio
      * si la presentacion anterior no lo traia.
       11A-ANOTAR-PADRON.
           PERFORM 11B-BUSCAR-PADRON.

           IF WSV-PAD-ELEGIDO = 0
               IF WSV-CANT-PADRON >= WSC-MAX-PADRON
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DEL PADRON DEL CICLO: " WSC-MAX-PADRON
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-PADRON
               MOVE WSV-CANT-PADRON TO WSV-PAD-ELEGIDO
               MOVE WSV-DNI-AUX
                   TO WSV-PAD-DNI-TAB (WSV-PAD-ELEGIDO)
               MOVE WSV-CARR-PEDIDA-AUX
                   TO WSV-PAD-CARRERA-TAB (WSV-PAD-ELEGIDO)
               MOVE WSV-COLEGIO-AUX
                   TO WSV-PAD-COLEGIO-TAB (WSV-PAD-ELEGIDO)
               MOVE "N" TO WSV-PAD-CONTADO-TAB (WSV-PAD-ELEGIDO)
           ELSE
               IF WSV-PAD-COLEGIO-TAB (WSV-PAD-ELEGIDO) = SPACES
                   MOVE WSV-COLEGIO-AUX
                       TO WSV-PAD-COLEGIO-TAB (WSV-PAD-ELEGIDO)
               END-IF
           END-IF.

       11A-ANOTAR-PADRON-END.
       EXIT.

       11B-BUSCAR-PADRON.
           MOVE 0 TO WSV-PAD-ELEGIDO.

           PERFORM VARYING WSV-IDX-PAD FROM 1 BY 1
                   UNTIL WSV-IDX-PAD > WSV-CANT-PADRON
                      OR WSV-PAD-ELEGIDO > 0
               IF WSV-PAD-DNI-TAB (WSV-IDX-PAD) = WSV-DNI-AUX
                   MOVE WSV-IDX-PAD TO WSV-PAD-ELEGIDO
               END-IF
           END-PERFORM.

       11B-BUSCAR-PADRON-END.
       EXIT.

      * La poblacion del reporte son los evaluados del ciclo, de
      * cualquier lote: el primer veredicto de un DNI lo incorpora
      * con el colegio del padron. Vale el ultimo veredicto del
      * ciclo de cada DNI: una corrida adenda agrega al final el de
      * los casos subsanados. La linea DUPLICADO es la de la
      * segunda presentacion y no pisa el veredicto real.
       12-CARGAR-RESULTADOS.
           OPEN INPUT ARCHIVO-RESULTADOS.

           PERFORM UNTIL FIN-RESULTADOS
               READ ARCHIVO-RESULTADOS
                   AT END
                       SET FIN-RESULTADOS TO TRUE
                   NOT AT END
                       ADD 1 TO WSV-CANT-RESULTADOS
                       IF REG-RES-CICLO = WSV-CICLO AND
                          REG-RES-VEREDICTO NOT =
                          WSC-VEREDICTO-DUPLICADO
                           MOVE REG-RES-DNI TO WSV-DNI-AUX
                           PERFORM 17-BUSCAR-POSTULANTE
                           IF WSV-PST-ELEGIDO = 0
                               PERFORM 15-INCORPORAR-POSTULANTE
                           END-IF
                           IF WSV-PST-ELEGIDO > 0
                               MOVE REG-RES-VEREDICTO
                                   TO WSV-PST-VEREDICTO-TAB
                                      (WSV-PST-ELEGIDO)
                               MOVE REG-RES-COMPOSITO
                                   TO WSV-PST-COMPOSITO-TAB
                                      (WSV-PST-ELEGIDO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-RESULTADOS.

           IF WSV-CANT-RESULTADOS = 0
               DISPLAY "ERROR: RESULTADOS.DAT VACIO O INEXISTENTE - "
                   "CORRER PRIMERO LA EVALUACION"
               STOP RUN RETURNING 12
           END-IF.

       12-CARGAR-RESULTADOS-END.
       EXIT.

      * Lotes anteriores del ciclo. Sin padron (ciclo consolidado
      * antes de que existiera) solo se conoce el colegio del ultimo
      * lote.
       13-CARGAR-COLEGIOS-CICLO.
           OPEN INPUT ARCHIVO-COLEGIOS-CICLO.

           PERFORM UNTIL FIN-COLEGIOS-CICLO
               READ ARCHIVO-COLEGIOS-CICLO
                   AT END
                       SET FIN-COLEGIOS-CICLO TO TRUE
                   NOT AT END
                       IF REG-CCI-CICLO = WSV-CICLO AND
                          REG-CCI-DNI NUMERIC
                           ADD 1 TO WSV-CANT-PADRON-CICLO
                           MOVE REG-CCI-DNI     TO WSV-DNI-AUX
                           MOVE REG-CCI-COD-CARRERA
                               TO WSV-CARR-PEDIDA-AUX
                           MOVE REG-CCI-COLEGIO TO WSV-COLEGIO-AUX
                           PERFORM 11A-ANOTAR-PADRON
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-COLEGIOS-CICLO.

           IF WSV-CANT-PADRON-CICLO = 0
               DISPLAY "AVISO: COLEGIOS-CICLO.DAT SIN LINEAS DEL "
                   "CICLO - SOLO SE CONOCE EL COLEGIO DEL ULTIMO LOTE"
           END-IF.

       13-CARGAR-COLEGIOS-CICLO-END.
       EXIT.

      * La matricula es la situacion final: incluye a los promovidos
      * de la espera y la carrera nueva de los cambios otorgados.
       14-CARGAR-MATRICULA.
           OPEN INPUT ARCHIVO-MATRICULA.

           PERFORM UNTIL FIN-MATRICULA
               READ ARCHIVO-MATRICULA
                   AT END
                       SET FIN-MATRICULA TO TRUE
                   NOT AT END
                       IF REG-MAT-CICLO = WSV-CICLO
                           MOVE REG-MAT-DNI TO WSV-DNI-AUX
                           PERFORM 17-BUSCAR-POSTULANTE
                           IF WSV-PST-ELEGIDO > 0
                               MOVE REG-MAT-CARRERA
                                   TO WSV-PST-CARR-MATR-TAB
                                      (WSV-PST-ELEGIDO)
                               MOVE REG-MAT-COMPOSITO
                                   TO WSV-PST-COMPOSITO-TAB
                                      (WSV-PST-ELEGIDO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-MATRICULA.

       14-CARGAR-MATRICULA-END.
       EXIT.

      * Como en el evaluador, si un DNI tiene mas de una nota vale
      * la ultima.
       16-CARGAR-EXAMENES.
           OPEN INPUT ARCHIVO-EXAMENES.

           PERFORM UNTIL FIN-EXAMENES
               READ ARCHIVO-EXAMENES
                   AT END
                       SET FIN-EXAMENES TO TRUE
                   NOT AT END
                       IF REG-EXA-DNI NUMERIC AND
                          REG-EXA-NOTA NUMERIC
                           MOVE REG-EXA-DNI TO WSV-DNI-AUX
                           PERFORM 17-BUSCAR-POSTULANTE
                           IF WSV-PST-ELEGIDO > 0
                               MOVE REG-EXA-NOTA
                                   TO WSV-PST-NOTA-TAB
                                      (WSV-PST-ELEGIDO)
                               MOVE "S"
                                   TO WSV-PST-CON-NOTA-TAB
                                      (WSV-PST-ELEGIDO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-EXAMENES.

       16-CARGAR-EXAMENES-END.
       EXIT.

      * Evaluado que todavia no esta en la tabla: con colegio en el
      * padron entra al reporte; sin colegio (o fuera del padron)
      * solo se cuenta, una vez por DNI.
       15-INCORPORAR-POSTULANTE.
           PERFORM 11B-BUSCAR-PADRON.

           IF WSV-PAD-ELEGIDO = 0
               MOVE SPACES TO WSV-CARR-PEDIDA-AUX
               MOVE SPACES TO WSV-COLEGIO-AUX
               PERFORM 11A-ANOTAR-PADRON
           END-IF.

           IF WSV-PAD-CONTADO-TAB (WSV-PAD-ELEGIDO) = "N"
               MOVE "S" TO WSV-PAD-CONTADO-TAB (WSV-PAD-ELEGIDO)
               ADD 1 TO WSV-CANT-EVALUADOS
               MOVE WSV-PAD-COLEGIO-TAB (WSV-PAD-ELEGIDO)
                   TO WSV-COLEGIO-AUX
               IF WSV-COLEGIO-AUX = SPACES
                   ADD 1 TO WSV-CANT-SIN-COLEGIO
               ELSE
                   PERFORM 15A-AGREGAR-POSTULANTE
               END-IF
           END-IF.

       15-INCORPORAR-POSTULANTE-END.
       EXIT.

       15A-AGREGAR-POSTULANTE.
           PERFORM 19-BUSCAR-COLEGIO.
           IF WSV-COL-ELEGIDO = 0
               PERFORM 18-AGREGAR-COLEGIO
               MOVE WSC-NOMBRE-FUERA
                   TO WSV-COL-NOMBRE-TAB (WSV-COL-ELEGIDO)
           END-IF.
           IF WSV-COL-NOMBRE-TAB (WSV-COL-ELEGIDO) = WSC-NOMBRE-FUERA
               ADD 1 TO WSV-CANT-FUERA-MAESTRO
           END-IF.

           IF WSV-CANT-POSTULANTES >= WSC-MAX-POSTULANTES
               DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                   "DE POSTULANTES: " WSC-MAX-POSTULANTES
               CLOSE ARCHIVO-RESULTADOS
               STOP RUN RETURNING 16
           END-IF.

           ADD 1 TO WSV-CANT-POSTULANTES.
           MOVE WSV-CANT-POSTULANTES TO WSV-PST-ELEGIDO.
           MOVE WSV-DNI-AUX
               TO WSV-PST-DNI-TAB (WSV-PST-ELEGIDO).
           MOVE REG-RES-NOMBRE
               TO WSV-PST-NOMBRE-TAB (WSV-PST-ELEGIDO).
           MOVE WSV-COL-ELEGIDO
               TO WSV-PST-COLEGIO-TAB (WSV-PST-ELEGIDO).
           MOVE WSV-PAD-CARRERA-TAB (WSV-PAD-ELEGIDO)
               TO WSV-PST-CARR-PEDIDA-TAB (WSV-PST-ELEGIDO).
           MOVE SPACES TO WSV-PST-CARR-MATR-TAB (WSV-PST-ELEGIDO).
           MOVE SPACES TO WSV-PST-VEREDICTO-TAB (WSV-PST-ELEGIDO).
           MOVE 0 TO WSV-PST-COMPOSITO-TAB (WSV-PST-ELEGIDO).
           MOVE 0 TO WSV-PST-NOTA-TAB (WSV-PST-ELEGIDO).
           MOVE "N" TO WSV-PST-CON-NOTA-TAB (WSV-PST-ELEGIDO).

       15A-AGREGAR-POSTULANTE-END.
       EXIT.

       17-BUSCAR-POSTULANTE.
           MOVE 0 TO WSV-PST-ELEGIDO.

           PERFORM VARYING WSV-IDX-PST FROM 1 BY 1
                   UNTIL WSV-IDX-PST > WSV-CANT-POSTULANTES
                      OR WSV-PST-ELEGIDO > 0
               IF WSV-PST-DNI-TAB (WSV-IDX-PST) = WSV-DNI-AUX
                   MOVE WSV-IDX-PST TO WSV-PST-ELEGIDO
               END-IF
           END-PERFORM.

       17-BUSCAR-POSTULANTE-END.
       EXIT.

       18-AGREGAR-COLEGIO.
           IF WSV-CANT-COLEGIOS >= WSC-MAX-COLEGIOS
               DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA DE "
                   "COLEGIOS: " WSC-MAX-COLEGIOS
               STOP RUN RETURNING 16
           END-IF.

           ADD 1 TO WSV-CANT-COLEGIOS.
           MOVE WSV-CANT-COLEGIOS TO WSV-COL-ELEGIDO.
           MOVE WSV-COLEGIO-AUX TO WSV-COL-CODIGO-TAB (WSV-COL-ELEGIDO).
           MOVE SPACES TO WSV-COL-NOMBRE-TAB (WSV-COL-ELEGIDO).
           MOVE 0 TO WSV-COL-POSTULANTES-TAB (WSV-COL-ELEGIDO).
           MOVE 0 TO WSV-COL-ADMITIDOS-TAB (WSV-COL-ELEGIDO).
           MOVE 0 TO WSV-COL-ESPERA-TAB (WSV-COL-ELEGIDO).
           MOVE 0 TO WSV-COL-RECHAZOS-TAB (WSV-COL-ELEGIDO).
           MOVE 0 TO WSV-COL-CANT-NOTA-TAB (WSV-COL-ELEGIDO).
           MOVE 0 TO WSV-COL-SUMA-NOTA-TAB (WSV-COL-ELEGIDO).
           MOVE 0 TO WSV-COL-CANT-COMP-TAB (WSV-COL-ELEGIDO).
           MOVE 0 TO WSV-COL-SUMA-COMP-TAB (WSV-COL-ELEGIDO).

       18-AGREGAR-COLEGIO-END.
       EXIT.

       19-BUSCAR-COLEGIO.
           MOVE 0 TO WSV-COL-ELEGIDO.

           PERFORM VARYING WSV-IDX-COL FROM 1 BY 1
                   UNTIL WSV-IDX-COL > WSV-CANT-COLEGIOS
                      OR WSV-COL-ELEGIDO > 0
               IF WSV-COL-CODIGO-TAB (WSV-IDX-COL) = WSV-COLEGIO-AUX
                   MOVE WSV-IDX-COL TO WSV-COL-ELEGIDO
               END-IF
           END-PERFORM.

       19-BUSCAR-COLEGIO-END.
       EXIT.

      * Situacion final de cada postulante: admitido si esta en la
      * matricula del ciclo; en espera si el evaluador lo dejo en
      * la lista y no fue promovido; si no, es un rechazo con el
      * veredicto como motivo. El que cumplio pero ya no esta en la
      * matricula (baja por conciliacion o documentacion) y el que
      * no tiene veredicto se informan con un motivo propio.
       20-ACUMULAR-POSTULANTES.
           PERFORM VARYING WSV-IDX-PST FROM 1 BY 1
                   UNTIL WSV-IDX-PST > WSV-CANT-POSTULANTES
               MOVE WSV-PST-COLEGIO-TAB (WSV-IDX-PST)
                   TO WSV-COL-ELEGIDO
               ADD 1 TO WSV-COL-POSTULANTES-TAB (WSV-COL-ELEGIDO)

               IF WSV-PST-CARR-MATR-TAB (WSV-IDX-PST) NOT = SPACES
                   MOVE WSC-SITUACION-ADMITIDO TO WSV-SITUACION-AUX
                   ADD 1 TO WSV-COL-ADMITIDOS-TAB (WSV-COL-ELEGIDO)
                   MOVE WSV-PST-CARR-MATR-TAB (WSV-IDX-PST)
                       TO WSV-CARRERA-AUX
                   PERFORM 22-SUMAR-ADMITIDO
               ELSE
               IF WSV-PST-VEREDICTO-TAB (WSV-IDX-PST) =
                  WSC-VEREDICTO-ESPERA
                   MOVE WSC-VEREDICTO-ESPERA TO WSV-SITUACION-AUX
                   ADD 1 TO WSV-COL-ESPERA-TAB (WSV-COL-ELEGIDO)
               ELSE
                   IF WSV-PST-VEREDICTO-TAB (WSV-IDX-PST) = SPACES
                       MOVE WSC-SITUACION-SIN-RES TO WSV-SITUACION-AUX
                   ELSE
                   IF WSV-PST-VEREDICTO-TAB (WSV-IDX-PST) (1:6) =
                      WSC-PREFIJO-CUMPLE
                       MOVE WSC-SITUACION-BAJA TO WSV-SITUACION-AUX
                   ELSE
                       MOVE WSV-PST-VEREDICTO-TAB (WSV-IDX-PST)
                           TO WSV-SITUACION-AUX
                   END-IF
                   END-IF
                   ADD 1 TO WSV-COL-RECHAZOS-TAB (WSV-COL-ELEGIDO)
                   PERFORM 24-SUMAR-RECHAZO
               END-IF
               END-IF

               MOVE WSV-SITUACION-AUX
                   TO WSV-PST-SITUACION-TAB (WSV-IDX-PST)

               IF WSV-PST-CON-NOTA-TAB (WSV-IDX-PST) = "S"
                   ADD 1 TO WSV-COL-CANT-NOTA-TAB (WSV-COL-ELEGIDO)
                   ADD WSV-PST-NOTA-TAB (WSV-IDX-PST)
                       TO WSV-COL-SUMA-NOTA-TAB (WSV-COL-ELEGIDO)
               END-IF

               IF WSV-PST-COMPOSITO-TAB (WSV-IDX-PST) > 0
                   ADD 1 TO WSV-COL-CANT-COMP-TAB (WSV-COL-ELEGIDO)
                   ADD WSV-PST-COMPOSITO-TAB (WSV-IDX-PST)
                       TO WSV-COL-SUMA-COMP-TAB (WSV-COL-ELEGIDO)
               END-IF
           END-PERFORM.

       20-ACUMULAR-POSTULANTES-END.
       EXIT.

       22-SUMAR-ADMITIDO.
           MOVE 0 TO WSV-CC-ELEGIDO.

           PERFORM VARYING WSV-IDX-CC FROM 1 BY 1
                   UNTIL WSV-IDX-CC > WSV-CANT-COLCAR
               IF WSV-CC-COLEGIO-TAB (WSV-IDX-CC) = WSV-COL-ELEGIDO
                  AND WSV-CC-CARRERA-TAB (WSV-IDX-CC) =
                  WSV-CARRERA-AUX
                   MOVE WSV-IDX-CC TO WSV-CC-ELEGIDO
               END-IF
           END-PERFORM.

           IF WSV-CC-ELEGIDO = 0
               IF WSV-CANT-COLCAR >= WSC-MAX-COLCAR
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DE CORTES COLEGIO/CARRERA: " WSC-MAX-COLCAR
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-COLCAR
               MOVE WSV-CANT-COLCAR TO WSV-CC-ELEGIDO
               MOVE WSV-COL-ELEGIDO
                   TO WSV-CC-COLEGIO-TAB (WSV-CC-ELEGIDO)
               MOVE WSV-CARRERA-AUX
                   TO WSV-CC-CARRERA-TAB (WSV-CC-ELEGIDO)
               MOVE 0 TO WSV-CC-ADMITIDOS-TAB (WSV-CC-ELEGIDO)
           END-IF.

           ADD 1 TO WSV-CC-ADMITIDOS-TAB (WSV-CC-ELEGIDO).

       22-SUMAR-ADMITIDO-END.
       EXIT.

       24-SUMAR-RECHAZO.
           MOVE 0 TO WSV-CM-ELEGIDO.

           PERFORM VARYING WSV-IDX-CM FROM 1 BY 1
                   UNTIL WSV-IDX-CM > WSV-CANT-COLMOT
               IF WSV-CM-COLEGIO-TAB (WSV-IDX-CM) = WSV-COL-ELEGIDO
                  AND WSV-CM-MOTIVO-TAB (WSV-IDX-CM) =
                  WSV-SITUACION-AUX
                   MOVE WSV-IDX-CM TO WSV-CM-ELEGIDO
               END-IF
           END-PERFORM.

           IF WSV-CM-ELEGIDO = 0
               IF WSV-CANT-COLMOT >= WSC-MAX-COLMOT
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DE CORTES COLEGIO/MOTIVO: " WSC-MAX-COLMOT
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-COLMOT
               MOVE WSV-CANT-COLMOT TO WSV-CM-ELEGIDO
               MOVE WSV-COL-ELEGIDO
                   TO WSV-CM-COLEGIO-TAB (WSV-CM-ELEGIDO)
               MOVE WSV-SITUACION-AUX
                   TO WSV-CM-MOTIVO-TAB (WSV-CM-ELEGIDO)
               MOVE 0 TO WSV-CM-CANTIDAD-TAB (WSV-CM-ELEGIDO)
           END-IF.

           ADD 1 TO WSV-CM-CANTIDAD-TAB (WSV-CM-ELEGIDO).

       24-SUMAR-RECHAZO-END.
       EXIT.

       29-GRABAR-LINEA.
           MOVE WSV-LINEA-REPORTE TO REG-REPORTE-COL.
           WRITE REG-REPORTE-COL.
           MOVE SPACES TO WSV-LINEA-REPORTE.

       29-GRABAR-LINEA-END.
       EXIT.

      * Un bloque por colegio con postulantes en el ciclo, en el
      * orden del maestro; los colegios sin postulantes no salen.
       30-INFORMAR-COLEGIOS.
           INITIALIZE WSV-LINEA-REPORTE.
           STRING "RESULTADOS POR COLEGIO SECUNDARIO - CICLO: "
                                               DELIMITED BY SIZE
                  WSV-CICLO                    DELIMITED BY SIZE
             INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 29-GRABAR-LINEA.

           PERFORM VARYING WSV-COL-ELEGIDO FROM 1 BY 1
                   UNTIL WSV-COL-ELEGIDO > WSV-CANT-COLEGIOS
               IF WSV-COL-POSTULANTES-TAB (WSV-COL-ELEGIDO) > 0
                   ADD 1 TO WSV-CANT-COL-INFORMADOS
                   PERFORM 32-INFORMAR-COLEGIO
               END-IF
           END-PERFORM.

       30-INFORMAR-COLEGIOS-END.
       EXIT.

       32-INFORMAR-COLEGIO.
           PERFORM 29-GRABAR-LINEA.

           INITIALIZE WSV-LINEA-REPORTE.
           STRING "COLEGIO:"                   DELIMITED BY SIZE
                  WSV-COL-CODIGO-TAB (WSV-COL-ELEGIDO)
                                               DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WSV-COL-NOMBRE-TAB (WSV-COL-ELEGIDO)
                                               DELIMITED BY SIZE
             INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 29-GRABAR-LINEA.

           INITIALIZE WSV-LINEA-REPORTE.
           STRING "  POSTULANTES:"             DELIMITED BY SIZE
                  WSV-COL-POSTULANTES-TAB (WSV-COL-ELEGIDO)
                                               DELIMITED BY SIZE
                  " ADMITIDOS:"                DELIMITED BY SIZE
                  WSV-COL-ADMITIDOS-TAB (WSV-COL-ELEGIDO)
                                               DELIMITED BY SIZE
                  " EN ESPERA:"                DELIMITED BY SIZE
                  WSV-COL-ESPERA-TAB (WSV-COL-ELEGIDO)
                                               DELIMITED BY SIZE
                  " RECHAZADOS:"               DELIMITED BY SIZE
                  WSV-COL-RECHAZOS-TAB (WSV-COL-ELEGIDO)
                                               DELIMITED BY SIZE
             INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 29-GRABAR-LINEA.

           MOVE 0 TO WSV-PROMEDIO-AUX.
           IF WSV-COL-CANT-NOTA-TAB (WSV-COL-ELEGIDO) > 0
               COMPUTE WSV-PROMEDIO-AUX ROUNDED =
                   WSV-COL-SUMA-NOTA-TAB (WSV-COL-ELEGIDO) /
                   WSV-COL-CANT-NOTA-TAB (WSV-COL-ELEGIDO)
           END-IF.
           MOVE WSV-PROMEDIO-AUX TO WSV-NOTA-EDIT.

           MOVE 0 TO WSV-PROMEDIO-AUX.
           IF WSV-COL-CANT-COMP-TAB (WSV-COL-ELEGIDO) > 0
               COMPUTE WSV-PROMEDIO-AUX ROUNDED =
                   WSV-COL-SUMA-COMP-TAB (WSV-COL-ELEGIDO) /
                   WSV-COL-CANT-COMP-TAB (WSV-COL-ELEGIDO)
           END-IF.
           MOVE WSV-PROMEDIO-AUX TO WSV-COMPOSITO-EDIT.

           INITIALIZE WSV-LINEA-REPORTE.
           STRING "  PROMEDIO EXAMEN:"         DELIMITED BY SIZE
                  WSV-NOTA-EDIT                DELIMITED BY SIZE
                  " (RINDIERON:"               DELIMITED BY SIZE
                  WSV-COL-CANT-NOTA-TAB (WSV-COL-ELEGIDO)
                                               DELIMITED BY SIZE
                  ") PROMEDIO COMPOSITO:"      DELIMITED BY SIZE
                  WSV-COMPOSITO-EDIT           DELIMITED BY SIZE
                  " (CALIFICADOS:"             DELIMITED BY SIZE
                  WSV-COL-CANT-COMP-TAB (WSV-COL-ELEGIDO)
                                               DELIMITED BY SIZE
                  ")"                          DELIMITED BY SIZE
             INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 29-GRABAR-LINEA.

           PERFORM VARYING WSV-IDX-CC FROM 1 BY 1
                   UNTIL WSV-IDX-CC > WSV-CANT-COLCAR
               IF WSV-CC-COLEGIO-TAB (WSV-IDX-CC) = WSV-COL-ELEGIDO
                   INITIALIZE WSV-LINEA-REPORTE
                   STRING "  ADMITIDOS EN CARRERA:" DELIMITED BY SIZE
                          WSV-CC-CARRERA-TAB (WSV-IDX-CC)
                                               DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          WSV-CC-ADMITIDOS-TAB (WSV-IDX-CC)
                                               DELIMITED BY SIZE
                     INTO WSV-LINEA-REPORTE
                   END-STRING
                   PERFORM 29-GRABAR-LINEA
               END-IF
           END-PERFORM.

           PERFORM VARYING WSV-IDX-CM FROM 1 BY 1
                   UNTIL WSV-IDX-CM > WSV-CANT-COLMOT
               IF WSV-CM-COLEGIO-TAB (WSV-IDX-CM) = WSV-COL-ELEGIDO
                   INITIALIZE WSV-LINEA-REPORTE
                   STRING "  RECHAZO:"         DELIMITED BY SIZE
                          WSV-CM-MOTIVO-TAB (WSV-IDX-CM)
                                               DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          WSV-CM-CANTIDAD-TAB (WSV-IDX-CM)
                                               DELIMITED BY SIZE
                     INTO WSV-LINEA-REPORTE
                   END-STRING
                   PERFORM 29-GRABAR-LINEA
               END-IF
           END-PERFORM.

       32-INFORMAR-COLEGIO-END.
       EXIT.

      * Los evaluados sin colegio no entran en ningun bloque; se
      * cuentan aca para que cierre contra el total del ciclo.
       38-ESCRIBIR-TOTALES.
           PERFORM 29-GRABAR-LINEA.

           MOVE "TOTALES DEL CICLO" TO WSV-LINEA-REPORTE.
           PERFORM 29-GRABAR-LINEA.

           INITIALIZE WSV-LINEA-REPORTE.
           STRING "  EVALUADOS DEL CICLO:"     DELIMITED BY SIZE
                  WSV-CANT-EVALUADOS           DELIMITED BY SIZE
                  " CON COLEGIO:"              DELIMITED BY SIZE
                  WSV-CANT-POSTULANTES         DELIMITED BY SIZE
                  " SIN COLEGIO:"              DELIMITED BY SIZE
                  WSV-CANT-SIN-COLEGIO         DELIMITED BY SIZE
             INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 29-GRABAR-LINEA.

           INITIALIZE WSV-LINEA-REPORTE.
           STRING "  COLEGIOS INFORMADOS:"     DELIMITED BY SIZE
                  WSV-CANT-COL-INFORMADOS      DELIMITED BY SIZE
                  " POSTULANTES CON COLEGIO FUERA DEL MAESTRO:"
                                               DELIMITED BY SIZE
                  WSV-CANT-FUERA-MAESTRO       DELIMITED BY SIZE
             INTO WSV-LINEA-REPORTE
           END-STRING.
           PERFORM 29-GRABAR-LINEA.

       38-ESCRIBIR-TOTALES-END.
       EXIT.

      * Un archivo por colegio con postulantes, con nombre armado
      * con su codigo; cada colegio recibe solo el suyo.
       40-GRABAR-EXTRACTOS.
           PERFORM VARYING WSV-COL-ELEGIDO FROM 1 BY 1
                   UNTIL WSV-COL-ELEGIDO > WSV-CANT-COLEGIOS
               IF WSV-COL-POSTULANTES-TAB (WSV-COL-ELEGIDO) > 0
                   MOVE SPACES TO WSV-NOMBRE-EXTRACTO
                   STRING "COLEGIO-"           DELIMITED BY SIZE
                          WSV-COL-CODIGO-TAB (WSV-COL-ELEGIDO)
                                               DELIMITED BY SPACE
                          ".DAT"               DELIMITED BY SIZE
                     INTO WSV-NOMBRE-EXTRACTO
                   END-STRING
                   PERFORM 42-GRABAR-EXTRACTO
               END-IF
           END-PERFORM.

       40-GRABAR-EXTRACTOS-END.
       EXIT.

       42-GRABAR-EXTRACTO.
           OPEN OUTPUT ARCHIVO-EXTRACTO.

           PERFORM VARYING WSV-IDX-PST FROM 1 BY 1
                   UNTIL WSV-IDX-PST > WSV-CANT-POSTULANTES
               IF WSV-PST-COLEGIO-TAB (WSV-IDX-PST) = WSV-COL-ELEGIDO
                   MOVE SPACES TO REG-EXTRACTO
                   MOVE WSV-CICLO TO REG-EXT-CICLO
                   MOVE WSV-COL-CODIGO-TAB (WSV-COL-ELEGIDO)
                       TO REG-EXT-COLEGIO
                   MOVE WSV-PST-DNI-TAB (WSV-IDX-PST) TO REG-EXT-DNI
                   MOVE WSV-PST-NOMBRE-TAB (WSV-IDX-PST)
                       TO REG-EXT-NOMBRE
                   IF WSV-PST-CARR-MATR-TAB (WSV-IDX-PST) NOT = SPACES
                       MOVE WSV-PST-CARR-MATR-TAB (WSV-IDX-PST)
                           TO REG-EXT-CARRERA
                   ELSE
                       MOVE WSV-PST-CARR-PEDIDA-TAB (WSV-IDX-PST)
                           TO REG-EXT-CARRERA
                   END-IF
                   MOVE WSV-PST-SITUACION-TAB (WSV-IDX-PST)
                       TO REG-EXT-SITUACION
                   MOVE WSV-PST-NOTA-TAB (WSV-IDX-PST)
                       TO REG-EXT-NOTA
                   MOVE WSV-PST-COMPOSITO-TAB (WSV-IDX-PST)
                       TO REG-EXT-COMPOSITO
                   WRITE REG-EXTRACTO
               END-IF
           END-PERFORM.

           CLOSE ARCHIVO-EXTRACTO.
           ADD 1 TO WSV-CANT-EXTRACTOS.

       42-GRABAR-EXTRACTO-END.
       EXIT.
