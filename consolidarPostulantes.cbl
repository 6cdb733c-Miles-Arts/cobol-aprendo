      *          canales de entrada (web, oficina, colegios) en el
      *          unico POSTULANTES.DAT que lee el evaluador, con
      *          cabecera y trailer de control, marca de fuente en
      *          cada detalle y deduplicacion entre canales. El
      *          codigo de colegio secundario de origen se valida
      *          contra el maestro COLEGIOS.DAT; el que falta en el
      *          canal colegios o no figura en el maestro se blanquea
      *          y se informa en COLEGIOS-OBSERVADOS.DAT (termina
      *          con 4 para revision, el detalle sigue de todos modos).
      *          Cada detalle deja ademas DNI y colegio en el padron
      *          del ciclo, COLEGIOS-CICLO.DAT, que se acumula lote a
      *          lote (POSTULANTES.DAT solo tiene el ultimo) para el
      *          reporte por colegio; se archiva y vacia al cierre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "DUPLICADOS-FUENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-COLEGIOS ASSIGN TO "COLEGIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-COL-OBSERVADOS
               ASSIGN TO "COLEGIOS-OBSERVADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-COLEGIOS-CICLO
               ASSIGN TO "COLEGIOS-CICLO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-COLEGIOS-CICLO.

       DATA DIVISION.
       FILE SECTION.
      * Los canales mandan detalles en el mismo formato del
      * pone este programa) y sin cabecera/trailer propios (si los
      * traen, se descartan aca).
       FD  ARCHIVO-FUENTE
           RECORD IS VARYING IN SIZE FROM 1 TO 76 CHARACTERS
               DEPENDING ON WSV-LONG-FUENTE.
           01 REG-FUENTE-ENT.
               05 REG-FTE-TIPO           PIC X.
               05 REG-FTE-DNI            PIC 9(8).
               05 REG-FTE-RESTO          PIC X(67).

       FD  ARCHIVO-CICLO.
           01 REG-CICLO.
      * La segunda preferencia de carrera viaja al final del
      * detalle, despues de la marca de fuente, para no mover las
      * posiciones historicas; el canal que no la informa la deja
      * en blanco (o manda el registro corto de 66). Detras va la
      * categoria de cupo reservado del postulante (C colegio en
      * convenio, D discapacidad, V vulnerabilidad), en blanco si
      * compite solo por el cupo general. Al final, el codigo del
      * colegio secundario de origen (validado contra COLEGIOS.DAT,
      * en blanco si no se informo o no figura en el maestro).
       FD  ARCHIVO-POSTULANTES
           RECORD IS VARYING IN SIZE FROM 1 TO 76 CHARACTERS
               DEPENDING ON WSV-LONG-SALIDA.
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
       FD  ARCHIVO-DUP-FUENTE.
           01 REG-DUP-FUENTE              PIC X(100).

      * Maestro de colegios secundarios: codigo y nombre. Lo usa
      * tambien el reporte de resultados por colegio.
       FD  ARCHIVO-COLEGIOS.
           01 REG-COLEGIO-MAE.
               05 REG-COL-CODIGO          PIC X(6).
               05 REG-COL-NOMBRE          PIC X(30).

       FD  ARCHIVO-COL-OBSERVADOS.
           01 REG-COL-OBSERVADO           PIC X(100).

      * Padron de colegios del ciclo: una linea por detalle de cada
      * lote consolidado, con el colegio ya validado (en blanco si
      * no se informo o se observo). Reprocesar un lote repite sus
      * lineas; el reporte por colegio toma un DNI una sola vez.
      * No lleva nombre: el resguardo del cierre queda fuera de la
      * purga por retencion.
       FD  ARCHIVO-COLEGIOS-CICLO.
           01 REG-COLEGIO-CICLO.
               05 REG-CCI-CICLO           PIC X(6).
               05 REG-CCI-LOTE            PIC X(8).
               05 REG-CCI-DNI             PIC 9(8).
               05 REG-CCI-COD-CARRERA     PIC X(3).
               05 REG-CCI-COLEGIO         PIC X(6).

       WORKING-STORAGE SECTION.

           01 WSS-ESTADOS-ARCHIVO.
               05 WSS-COLEGIOS-CICLO       PIC XX.

           01 WSC-CONSTANTES.
               05 WSC-TIPO-CABECERA        PIC X VALUE "H".
               05 WSC-TIPO-DETALLE         PIC X VALUE "D".
               05 WSC-TIPO-TRAILER         PIC X VALUE "T".
               05 WSC-MAX-POSTULANTES      PIC 9(5) VALUE 500.
               05 WSC-CANT-FUENTES         PIC 9(1) VALUE 3.
               05 WSC-MAX-COLEGIOS         PIC 9(3) VALUE 300.
               05 WSC-FUENTE-COLEGIOS      PIC X VALUE "C".

      * Canales en orden de procesamiento; ante un DNI repetido
      * entre canales se conserva la primera presentacion leida.
                   88 FIN-FUENTE             VALUE "S".
               05 WSC-DNI-REPETIDO       PIC X VALUE "N".
                   88 DNI-REPETIDO           VALUE "S".
               05 WSC-FIN-COLEGIOS       PIC X VALUE "N".
                   88 FIN-COLEGIOS           VALUE "S".
               05 WSC-COLEGIO-HALLADO    PIC X VALUE "N".
                   88 COLEGIO-HALLADO        VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-NOMBRE-FUENTE            PIC X(20).
               05 WSV-HASH-DNI                 PIC 9(11) VALUE 0.
               05 WSV-FECHA-HORA-AUX           PIC X(21).
               05 WSV-LINEA-DUP                PIC X(100).
               05 WSV-IDX-COL                  PIC 9(3).
               05 WSV-LINEA-OBS                PIC X(100).
               05 WSV-MOTIVO-OBS               PIC X(40).

           01 WSV-CONTADORES.
               05 WSV-CANT-DETALLES            PIC 9(5) VALUE 0.
               05 WSV-CANT-DUP-FUENTE          PIC 9(5) VALUE 0.
               05 WSV-CANT-DESCARTES           PIC 9(5) VALUE 0.
               05 WSV-CANT-COL-OBSERVADOS      PIC 9(5) VALUE 0.

           01 WS-COLEGIOS-TABLA.
               05 WSV-CANT-COLEGIOS            PIC 9(3) VALUE 0.
               05 WSV-COLEGIO-TAB OCCURS 1 TO 300 TIMES
                       DEPENDING ON WSV-CANT-COLEGIOS.
                   10 WSV-COL-CODIGO            PIC X(6).

           01 WS-DNI-TABLA.
               05 WSV-CANT-DNI                 PIC 9(5) VALUE 0.
           DISPLAY "--------------------------------------------------".

           PERFORM 05-LEER-CICLO.
           PERFORM 07-CARGAR-COLEGIOS.

           OPEN OUTPUT ARCHIVO-POSTULANTES.
           OPEN OUTPUT ARCHIVO-DUP-FUENTE.
           OPEN OUTPUT ARCHIVO-COL-OBSERVADOS.
           OPEN EXTEND ARCHIVO-COLEGIOS-CICLO.
           IF WSS-COLEGIOS-CICLO > "10"
               DISPLAY "ERROR: NO SE PUDO AMPLIAR COLEGIOS-CICLO.DAT, "
                   "STATUS " WSS-COLEGIOS-CICLO
               STOP RUN RETURNING 16
           END-IF.

           PERFORM 10-ESCRIBIR-CABECERA.


           CLOSE ARCHIVO-POSTULANTES.
           CLOSE ARCHIVO-DUP-FUENTE.
           CLOSE ARCHIVO-COL-OBSERVADOS.
           CLOSE ARCHIVO-COLEGIOS-CICLO.

           DISPLAY "DETALLES CONSOLIDADOS:     " WSV-CANT-DETALLES.
           DISPLAY "DUPLICADOS ENTRE CANALES:  " WSV-CANT-DUP-FUENTE.
           DISPLAY "REGISTROS DESCARTADOS:     " WSV-CANT-DESCARTES.
           DISPLAY "COLEGIOS OBSERVADOS:       "
               WSV-CANT-COL-OBSERVADOS.

           IF WSV-CANT-COL-OBSERVADOS > 0
               DISPLAY "AVISO: HAY CODIGOS DE COLEGIO OBSERVADOS - "
                   "VER COLEGIOS-OBSERVADOS.DAT"
               STOP RUN RETURNING 4
           END-IF.

       STOP RUN.
       00-CONTROL-END.
       05-LEER-CICLO-END.
       EXIT.

      * Sin maestro de colegios no hay contra que validar: se avisa
      * y los codigos pasan como vienen (el reporte por colegio los
      * muestra sin nombre).
       07-CARGAR-COLEGIOS.
           MOVE 0 TO WSV-CANT-COLEGIOS.
           MOVE "N" TO WSC-FIN-COLEGIOS.
           OPEN INPUT ARCHIVO-COLEGIOS.

           PERFORM UNTIL FIN-COLEGIOS
               READ ARCHIVO-COLEGIOS
                   AT END
                       SET FIN-COLEGIOS TO TRUE
                   NOT AT END
                       IF REG-COL-CODIGO NOT = SPACES
                           IF WSV-CANT-COLEGIOS >= WSC-MAX-COLEGIOS
                               DISPLAY "ERROR: SE SUPERO LA CAPACIDAD "
                                   "MAXIMA DE COLEGIOS: "
                                   WSC-MAX-COLEGIOS
                               CLOSE ARCHIVO-COLEGIOS
                               STOP RUN RETURNING 16
                           END-IF
                           ADD 1 TO WSV-CANT-COLEGIOS
                           MOVE REG-COL-CODIGO
                               TO WSV-COL-CODIGO (WSV-CANT-COLEGIOS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-COLEGIOS.

           IF WSV-CANT-COLEGIOS = 0
               DISPLAY "AVISO: COLEGIOS.DAT VACIO O INEXISTENTE - "
                   "NO SE VALIDAN LOS CODIGOS DE COLEGIO"
           END-IF.

       07-CARGAR-COLEGIOS-END.
       EXIT.

       10-ESCRIBIR-CABECERA.
           MOVE FUNCTION CURRENT-DATE TO WSV-FECHA-HORA-AUX.

               CLOSE ARCHIVO-FUENTE
               CLOSE ARCHIVO-POSTULANTES
               CLOSE ARCHIVO-DUP-FUENTE
               CLOSE ARCHIVO-COL-OBSERVADOS
               CLOSE ARCHIVO-COLEGIOS-CICLO
               STOP RUN RETURNING 16
           END-IF.

               TO REG-POSTULANTE (1:WSV-LONG-FUENTE).
           MOVE WSC-TIPO-DETALLE TO REG-TIPO.
           MOVE WSV-TAG-FUENTE   TO REG-FUENTE.
           PERFORM 26-VALIDAR-COLEGIO.
           MOVE 76 TO WSV-LONG-SALIDA.
           WRITE REG-POSTULANTE.

           IF REG-DNI NUMERIC
               PERFORM 28-ANOTAR-COLEGIO-CICLO
           END-IF.

           ADD 1 TO WSV-CANT-DETALLES.

       24-GRABAR-DETALLE-END.
       25-INFORMAR-DUPLICADO-END.
       EXIT.

      * El canal colegios tiene que identificar al colegio que
      * presenta; los otros canales lo informan si el postulante lo
      * declara. Un codigo que no esta en el maestro no se arrastra
      * (agruparia resultados bajo un colegio inexistente): se
      * blanquea y se informa para que la oficina lo corrija.
       26-VALIDAR-COLEGIO.
           MOVE SPACES TO WSV-MOTIVO-OBS.

           IF REG-COLEGIO = SPACES
               IF WSV-TAG-FUENTE = WSC-FUENTE-COLEGIOS
                   MOVE "SIN CODIGO DE COLEGIO" TO WSV-MOTIVO-OBS
               END-IF
           ELSE
               IF WSV-CANT-COLEGIOS > 0
                   PERFORM 27-BUSCAR-COLEGIO
                   IF NOT COLEGIO-HALLADO
                       MOVE "COLEGIO NO FIGURA EN EL MAESTRO"
                           TO WSV-MOTIVO-OBS
                   END-IF
               END-IF
           END-IF.

           IF WSV-MOTIVO-OBS NOT = SPACES
               ADD 1 TO WSV-CANT-COL-OBSERVADOS
               INITIALIZE WSV-LINEA-OBS
               STRING "DNI:"                   DELIMITED BY SIZE
                      REG-DNI                  DELIMITED BY SIZE
                      " FUENTE:"               DELIMITED BY SIZE
                      WSV-TAG-FUENTE           DELIMITED BY SIZE
                      " COLEGIO:"              DELIMITED BY SIZE
                      REG-COLEGIO              DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      WSV-MOTIVO-OBS           DELIMITED BY SIZE
                 INTO WSV-LINEA-OBS
               END-STRING
               MOVE WSV-LINEA-OBS TO REG-COL-OBSERVADO
               WRITE REG-COL-OBSERVADO
               MOVE SPACES TO REG-COLEGIO
           END-IF.

       26-VALIDAR-COLEGIO-END.
       EXIT.

       27-BUSCAR-COLEGIO.
           MOVE "N" TO WSC-COLEGIO-HALLADO.

           PERFORM VARYING WSV-IDX-COL FROM 1 BY 1
                   UNTIL WSV-IDX-COL > WSV-CANT-COLEGIOS
                      OR COLEGIO-HALLADO
               IF WSV-COL-CODIGO (WSV-IDX-COL) = REG-COLEGIO
                   SET COLEGIO-HALLADO TO TRUE
               END-IF
           END-PERFORM.

       27-BUSCAR-COLEGIO-END.
       EXIT.

      * Un detalle con DNI invalido lo rechaza el evaluador y no
      * tiene resultado que informar: no entra al padron.
       28-ANOTAR-COLEGIO-CICLO.
           MOVE SPACES          TO REG-COLEGIO-CICLO.
           MOVE WSV-CICLO       TO REG-CCI-CICLO.
           MOVE WSV-LOTE        TO REG-CCI-LOTE.
           MOVE REG-DNI         TO REG-CCI-DNI.
           MOVE REG-COD-CARRERA TO REG-CCI-COD-CARRERA.
           MOVE REG-COLEGIO     TO REG-CCI-COLEGIO.
           WRITE REG-COLEGIO-CICLO.
           IF WSS-COLEGIOS-CICLO > "10"
               DISPLAY "ERROR: NO SE PUDO GRABAR COLEGIOS-CICLO.DAT, "
                   "STATUS " WSS-COLEGIOS-CICLO " DNI " REG-DNI
               STOP RUN RETURNING 16
           END-IF.

       28-ANOTAR-COLEGIO-CICLO-END.
       EXIT.

       30-ESCRIBIR-TRAILER.
           MOVE SPACES TO REG-TRAILER.
           MOVE WSC-TIPO-TRAILER TO REG-TRL-TIPO.
