      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control de la documentacion obligatoria de los
      *          admitidos (titulo secundario, copia del documento de
      *          identidad y foto) contra DOCUMENTOS.DAT. Actualiza la
      *          marca CONDICIONAL de cada admitido en MATRICULA.DAT,
      *          que es lo que ve el registro; arma el reporte de
      *          documentacion pendiente por carrera con los dias
      *          habiles transcurridos desde la carta, y pasado el
      *          plazo deja al condicional en el archivo que alimenta
      *          la recuperacion de vacantes, igual que VENCIDOS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-DOCUMENTACION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MATRICULA ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-DOCUMENTOS
               ASSIGN TO "DOCUMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FECHA-DESPACHO
               ASSIGN TO "FECHA-DESPACHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-DESPACHOS
               ASSIGN TO "DESPACHOS-PROMOCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-PLAZO
               ASSIGN TO "PLAZO-DOCUMENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-PENDIENTES
               ASSIGN TO "PENDIENTES-DOCUMENTACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-DOC-VENCIDOS
               ASSIGN TO "CONDICIONALES-VENCIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      * Una linea por documento recibido: T titulo secundario, I
      * copia del documento de identidad, F foto; con la fecha de
      * recepcion (AAAAMMDD).
       FD  ARCHIVO-DOCUMENTOS.
           01 REG-DOCUMENTO.
               05 REG-DOC-DNI             PIC 9(8).
               05 REG-DOC-TIPO            PIC X.
               05 REG-DOC-FECHA           PIC 9(8).

      * Fecha de despacho de las cartas de aceptacion (AAAAMMDD):
      * el plazo de entrega de la documentacion corre desde ahi.
       FD  ARCHIVO-FECHA-DESPACHO.
           01 REG-FECHA-DESPACHO.
               05 REG-FDS-FECHA           PIC 9(8).

      * Fechas de despacho individuales de los promovidos de la
      * lista de espera; la ultima linea de cada DNI vale.
       FD  ARCHIVO-DESPACHOS.
           01 REG-DESPACHO.
               05 REG-DSP-DNI             PIC 9(8).
               05 REG-DSP-FECHA           PIC 9(8).

      * Plazo en dias habiles para completar la documentacion. Sin
      * archivo rige el plazo por defecto.
       FD  ARCHIVO-PLAZO.
           01 REG-PLAZO.
               05 REG-PLZ-DIAS            PIC 9(3).

       FD  ARCHIVO-PENDIENTES.
           01 REG-PENDIENTE               PIC X(100).

      * Condicionales con el plazo de documentacion vencido, con el
      * formato de VENCIDOS.DAT: la promocion de la lista de espera
      * los toma como vacantes.
       FD  ARCHIVO-DOC-VENCIDOS.
           01 REG-DOC-VENCIDO.
               05 REG-DVE-DNI             PIC 9(8).
               05 REG-DVE-NOMBRE          PIC X(15).
               05 REG-DVE-CARRERA         PIC X(3).
               05 REG-DVE-DIAS            PIC 9(3).

       WORKING-STORAGE SECTION.

           01 WSC-CONSTANTES.
               05 WSC-MAX-REGISTROS        PIC 9(5) VALUE 500.
               05 WSC-MAX-DOCUMENTOS       PIC 9(5) VALUE 3000.
               05 WSC-PLAZO-DEFECTO        PIC 9(3) VALUE 20.
               05 WSC-DOC-TITULO           PIC X VALUE "T".
               05 WSC-DOC-IDENTIDAD        PIC X VALUE "I".
               05 WSC-DOC-FOTO             PIC X VALUE "F".
               05 WSC-DOC-CONDICIONAL      PIC X VALUE "C".
               05 WSC-DOC-COMPLETA         PIC X VALUE "D".

           01 WSC-SWITCHES.
               05 WSC-FIN-MATRICULA      PIC X VALUE "N".
                   88 FIN-MATRICULA          VALUE "S".
               05 WSC-FIN-DOCUMENTOS     PIC X VALUE "N".
                   88 FIN-DOCUMENTOS         VALUE "S".
               05 WSC-FIN-DESPACHOS      PIC X VALUE "N".
                   88 FIN-DESPACHOS          VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-IDX-MAT                  PIC 9(5).
               05 WSV-IDX-DOC                  PIC 9(5).
               05 WSV-IDX-CAR                  PIC 9(3).
               05 WSV-IDX-DSP                  PIC 9(5).
               05 WSV-DSP-HALLADO              PIC 9(5).
               05 WSV-CAR-HALLADA              PIC X VALUE "N".
                   88 CAR-HALLADA                  VALUE "S".
               05 WSV-PLAZO-DIAS               PIC 9(3).
               05 WSV-LINEA-PENDIENTE          PIC X(100).
               05 WSV-FALTANTES                PIC X(30).
               05 WSV-PTR-FALTANTES            PIC 9(3).
               05 WSV-DOC-TITULO-OK            PIC X.
               05 WSV-DOC-IDENTIDAD-OK         PIC X.
               05 WSV-DOC-FOTO-OK              PIC X.
               05 WSV-FECHA-DESPACHO           PIC 9(8).
               05 WSV-FECHA-DESDE              PIC 9(8).
               05 WSV-FECHA-HORA-AUX           PIC X(21).
               05 WSV-FECHA-HOY                PIC 9(8).
               05 WSV-ENTERO-DESPACHO          PIC 9(8).
               05 WSV-ENTERO-HOY               PIC 9(8).
               05 WSV-ENTERO-DIA               PIC 9(8).
               05 WSV-DIA-SEMANA               PIC 9(1).
               05 WSV-DIAS-HABILES             PIC 9(3).
               05 WSV-DIAS-GLOBAL              PIC 9(3).

           01 WSV-CONTADORES.
               05 WSV-CANT-COMPLETOS           PIC 9(5) VALUE 0.
               05 WSV-CANT-CONDICIONALES       PIC 9(5) VALUE 0.
               05 WSV-CANT-VENCIDOS            PIC 9(5) VALUE 0.
               05 WSV-CANT-CAR-PEND            PIC 9(5) VALUE 0.
               05 WSV-CANT-CAR-VENC            PIC 9(5) VALUE 0.

      * Imagen completa de cada registro de matricula: el archivo se
      * regraba tal cual, cambiando solo la marca de documentacion.
           01 WS-MATRICULA-TABLA.
               05 WSV-CANT-MATRICULA           PIC 9(5) VALUE 0.
               05 WSV-MATRICULA-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-MATRICULA.
                   10 WSV-MAT-REGISTRO-TAB      PIC X(51).
                   10 WSV-MAT-DNI-TAB           PIC 9(8).
                   10 WSV-MAT-NOMBRE-TAB        PIC X(15).
                   10 WSV-MAT-CARRERA-TAB       PIC X(3).
                   10 WSV-MAT-DOC-TAB           PIC X.
                   10 WSV-MAT-FALTANTES-TAB     PIC X(30).
                   10 WSV-MAT-DIAS-TAB          PIC 9(3).

           01 WS-DOCUMENTOS-TABLA.
               05 WSV-CANT-DOCUMENTOS          PIC 9(5) VALUE 0.
               05 WSV-DOCUMENTO-TAB OCCURS 1 TO 3000 TIMES
                       DEPENDING ON WSV-CANT-DOCUMENTOS.
                   10 WSV-DOC-DNI-TAB           PIC 9(8).
                   10 WSV-DOC-TIPO-TAB          PIC X.

           01 WS-DESPACHOS-TABLA.
               05 WSV-CANT-DESPACHOS           PIC 9(5) VALUE 0.
               05 WSV-DESPACHO-TAB OCCURS 1 TO 500 TIMES
                       DEPENDING ON WSV-CANT-DESPACHOS.
                   10 WSV-DSP-DNI-TAB           PIC 9(8).
                   10 WSV-DSP-FECHA-TAB         PIC 9(8).

      * Carreras presentes en la matricula, en orden de aparicion,
      * para el corte del reporte de pendientes.
           01 WS-CARRERAS-TABLA.
               05 WSV-CANT-CARRERAS            PIC 9(3) VALUE 0.
               05 WSV-CARRERA-TAB OCCURS 1 TO 50 TIMES
                       DEPENDING ON WSV-CANT-CARRERAS.
                   10 WSV-CAR-CODIGO-TAB        PIC X(3).


       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "CONTROL DE DOCUMENTACION DE ADMITIDOS".
           DISPLAY "--------------------------------------------------".

           PERFORM 03-LEER-PLAZO.
           PERFORM 04-LEER-FECHA-DESPACHO.
           MOVE WSV-FECHA-DESPACHO TO WSV-FECHA-DESDE.
           PERFORM 10-CALCULAR-DIAS-HABILES.
           MOVE WSV-DIAS-HABILES TO WSV-DIAS-GLOBAL.

           PERFORM 05-CARGAR-MATRICULA.
           PERFORM 06-CARGAR-DOCUMENTOS.
           PERFORM 08-CARGAR-DESPACHOS.

           OPEN OUTPUT ARCHIVO-PENDIENTES.
           OPEN OUTPUT ARCHIVO-DOC-VENCIDOS.

           PERFORM 20-VERIFICAR-ADMITIDOS.
           PERFORM 21-INFORMAR-POR-CARRERA.
           PERFORM 30-ESCRIBIR-TRAILER.

           CLOSE ARCHIVO-PENDIENTES.
           CLOSE ARCHIVO-DOC-VENCIDOS.

           PERFORM 40-REGRABAR-MATRICULA.

           DISPLAY "PLAZO DE DOCUMENTACION (DIAS HABILES): "
               WSV-PLAZO-DIAS.
           DISPLAY "ADMITIDOS DEFINITIVOS:  " WSV-CANT-COMPLETOS.
           DISPLAY "ADMITIDOS CONDICIONALES: " WSV-CANT-CONDICIONALES.
           DISPLAY "CONDICIONALES VENCIDOS: " WSV-CANT-VENCIDOS.

       STOP RUN.
       00-CONTROL-END.
       EXIT.

       03-LEER-PLAZO.
           MOVE WSC-PLAZO-DEFECTO TO WSV-PLAZO-DIAS.

           OPEN INPUT ARCHIVO-PLAZO.

           READ ARCHIVO-PLAZO
               AT END
                   DISPLAY "AVISO: PLAZO-DOCUMENTOS.DAT VACIO O "
                       "AUSENTE - RIGE EL PLAZO POR DEFECTO"
               NOT AT END
                   IF REG-PLZ-DIAS NUMERIC AND REG-PLZ-DIAS > 0
                       MOVE REG-PLZ-DIAS TO WSV-PLAZO-DIAS
                   ELSE
                       DISPLAY "ERROR: PLAZO DE DOCUMENTACION "
                           "INVALIDO EN PLAZO-DOCUMENTOS.DAT"
                       CLOSE ARCHIVO-PLAZO
                       STOP RUN RETURNING 16
                   END-IF
           END-READ.

           CLOSE ARCHIVO-PLAZO.

       03-LEER-PLAZO-END.
       EXIT.

       04-LEER-FECHA-DESPACHO.
           OPEN INPUT ARCHIVO-FECHA-DESPACHO.

           READ ARCHIVO-FECHA-DESPACHO
               AT END
                   DISPLAY "ERROR: FECHA-DESPACHO.DAT VACIO O "
                       "ILEGIBLE - GRABAR LA FECHA DE DESPACHO DE "
                       "LAS CARTAS (AAAAMMDD)"
                   CLOSE ARCHIVO-FECHA-DESPACHO
                   STOP RUN RETURNING 16
           END-READ.

           IF REG-FDS-FECHA NOT NUMERIC
               DISPLAY "ERROR: FECHA DE DESPACHO NO NUMERICA"
               CLOSE ARCHIVO-FECHA-DESPACHO
               STOP RUN RETURNING 16
           END-IF.

           MOVE REG-FDS-FECHA TO WSV-FECHA-DESPACHO.

           CLOSE ARCHIVO-FECHA-DESPACHO.

       04-LEER-FECHA-DESPACHO-END.
       EXIT.

      * Dias habiles transcurridos desde WSV-FECHA-DESDE hasta hoy,
      * a WSV-DIAS-HABILES, con el mismo criterio que la
      * conciliacion de matricula: lunes a viernes, sin feriados.
       10-CALCULAR-DIAS-HABILES.
           MOVE FUNCTION CURRENT-DATE TO WSV-FECHA-HORA-AUX.
           MOVE WSV-FECHA-HORA-AUX (1:8) TO WSV-FECHA-HOY.

           COMPUTE WSV-ENTERO-DESPACHO =
               FUNCTION INTEGER-OF-DATE (WSV-FECHA-DESDE).
           COMPUTE WSV-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE (WSV-FECHA-HOY).

           IF WSV-ENTERO-DESPACHO = 0
               DISPLAY "ERROR: FECHA DE DESPACHO INVALIDA: "
                   WSV-FECHA-DESDE
               STOP RUN RETURNING 16
           END-IF.

           IF WSV-ENTERO-DESPACHO > WSV-ENTERO-HOY
               DISPLAY "ERROR: LA FECHA DE DESPACHO "
                   WSV-FECHA-DESDE " ES POSTERIOR A HOY"
               STOP RUN RETURNING 16
           END-IF.

           MOVE 0 TO WSV-DIAS-HABILES.
           COMPUTE WSV-ENTERO-DIA = WSV-ENTERO-DESPACHO + 1.
           PERFORM UNTIL WSV-ENTERO-DIA > WSV-ENTERO-HOY
               COMPUTE WSV-DIA-SEMANA =
                   FUNCTION MOD (WSV-ENTERO-DIA - 1, 7)
               IF WSV-DIA-SEMANA < 5
                   ADD 1 TO WSV-DIAS-HABILES
               END-IF
               ADD 1 TO WSV-ENTERO-DIA
           END-PERFORM.

       10-CALCULAR-DIAS-HABILES-END.
       EXIT.

       05-CARGAR-MATRICULA.
           OPEN INPUT ARCHIVO-MATRICULA.

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
                       MOVE REG-MAT-NOMBRE
                           TO WSV-MAT-NOMBRE-TAB (WSV-CANT-MATRICULA)
                       MOVE REG-MAT-CARRERA
                           TO WSV-MAT-CARRERA-TAB (WSV-CANT-MATRICULA)
                       PERFORM 05A-AGREGAR-CARRERA
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-MATRICULA.

       05-CARGAR-MATRICULA-END.
       EXIT.

       05A-AGREGAR-CARRERA.
           MOVE "N" TO WSV-CAR-HALLADA.

           PERFORM VARYING WSV-IDX-CAR FROM 1 BY 1
                   UNTIL WSV-IDX-CAR > WSV-CANT-CARRERAS
               IF WSV-CAR-CODIGO-TAB (WSV-IDX-CAR) = REG-MAT-CARRERA
                   SET CAR-HALLADA TO TRUE
               END-IF
           END-PERFORM.

           IF NOT CAR-HALLADA
               IF WSV-CANT-CARRERAS >= 50
                   DISPLAY "ERROR: DEMASIADAS CARRERAS EN "
                       "MATRICULA.DAT"
                   CLOSE ARCHIVO-MATRICULA
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-CARRERAS
               MOVE REG-MAT-CARRERA
                   TO WSV-CAR-CODIGO-TAB (WSV-CANT-CARRERAS)
           END-IF.

       05A-AGREGAR-CARRERA-END.
       EXIT.

      * Sin DOCUMENTOS.DAT nadie entrego nada todavia: todos los
      * admitidos quedan condicionales.
       06-CARGAR-DOCUMENTOS.
           OPEN INPUT ARCHIVO-DOCUMENTOS.

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
           END-PERFORM.

           CLOSE ARCHIVO-DOCUMENTOS.

           IF WSV-CANT-DOCUMENTOS = 0
               DISPLAY "AVISO: DOCUMENTOS.DAT VACIO O AUSENTE - "
                   "TODO ADMITIDO QUEDA CONDICIONAL"
           END-IF.

       06-CARGAR-DOCUMENTOS-END.
       EXIT.

      * Fechas de despacho individuales de los promovidos; como en
      * los demas diarios, la ultima linea de cada DNI vale.
       08-CARGAR-DESPACHOS.
           OPEN INPUT ARCHIVO-DESPACHOS.

           PERFORM UNTIL FIN-DESPACHOS
               READ ARCHIVO-DESPACHOS
                   AT END
                       SET FIN-DESPACHOS TO TRUE
                   NOT AT END
                       PERFORM 08A-ACUMULAR-DESPACHO
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-DESPACHOS.

       08-CARGAR-DESPACHOS-END.
       EXIT.

       08A-ACUMULAR-DESPACHO.
           MOVE 0 TO WSV-DSP-HALLADO.

           PERFORM VARYING WSV-IDX-DSP FROM 1 BY 1
                   UNTIL WSV-IDX-DSP > WSV-CANT-DESPACHOS
               IF WSV-DSP-DNI-TAB (WSV-IDX-DSP) = REG-DSP-DNI
                   MOVE WSV-IDX-DSP TO WSV-DSP-HALLADO
               END-IF
           END-PERFORM.

           IF WSV-DSP-HALLADO = 0
               IF WSV-CANT-DESPACHOS >= WSC-MAX-REGISTROS
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DE DESPACHOS: " WSC-MAX-REGISTROS
                   CLOSE ARCHIVO-DESPACHOS
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-DESPACHOS
               MOVE WSV-CANT-DESPACHOS TO WSV-DSP-HALLADO
           END-IF.

           MOVE REG-DSP-DNI
               TO WSV-DSP-DNI-TAB (WSV-DSP-HALLADO).
           MOVE REG-DSP-FECHA
               TO WSV-DSP-FECHA-TAB (WSV-DSP-HALLADO).

       08A-ACUMULAR-DESPACHO-END.
       EXIT.

      * El promovido recibio su carta despues que el lote: su plazo
      * corre desde su fecha individual, no desde la global.
       11-DIAS-DEL-ADMITIDO.
           MOVE 0 TO WSV-DSP-HALLADO.

           PERFORM VARYING WSV-IDX-DSP FROM 1 BY 1
                   UNTIL WSV-IDX-DSP > WSV-CANT-DESPACHOS
               IF WSV-DSP-DNI-TAB (WSV-IDX-DSP) =
                  WSV-MAT-DNI-TAB (WSV-IDX-MAT)
                   MOVE WSV-IDX-DSP TO WSV-DSP-HALLADO
               END-IF
           END-PERFORM.

           IF WSV-DSP-HALLADO = 0
               MOVE WSV-DIAS-GLOBAL TO WSV-DIAS-HABILES
           ELSE
               MOVE WSV-DSP-FECHA-TAB (WSV-DSP-HALLADO)
                   TO WSV-FECHA-DESDE
               PERFORM 10-CALCULAR-DIAS-HABILES
           END-IF.

       11-DIAS-DEL-ADMITIDO-END.
       EXIT.

      * Cada admitido queda definitivo con los tres documentos
      * entregados y condicional si falta alguno; al condicional
      * se le anotan los faltantes y los dias habiles desde la
      * carta. Pasado el plazo va a los vencidos por documentacion.
       20-VERIFICAR-ADMITIDOS.
           PERFORM VARYING WSV-IDX-MAT FROM 1 BY 1
                   UNTIL WSV-IDX-MAT > WSV-CANT-MATRICULA
               PERFORM 20A-BUSCAR-DOCUMENTOS
               IF WSV-DOC-TITULO-OK = "S" AND
                  WSV-DOC-IDENTIDAD-OK = "S" AND
                  WSV-DOC-FOTO-OK = "S"
                   MOVE WSC-DOC-COMPLETA
                       TO WSV-MAT-DOC-TAB (WSV-IDX-MAT)
                   ADD 1 TO WSV-CANT-COMPLETOS
               ELSE
                   MOVE WSC-DOC-CONDICIONAL
                       TO WSV-MAT-DOC-TAB (WSV-IDX-MAT)
                   ADD 1 TO WSV-CANT-CONDICIONALES
                   PERFORM 20B-ARMAR-FALTANTES
                   PERFORM 11-DIAS-DEL-ADMITIDO
                   MOVE WSV-DIAS-HABILES
                       TO WSV-MAT-DIAS-TAB (WSV-IDX-MAT)
                   IF WSV-DIAS-HABILES > WSV-PLAZO-DIAS
                       ADD 1 TO WSV-CANT-VENCIDOS
                       MOVE WSV-MAT-DNI-TAB (WSV-IDX-MAT)
                           TO REG-DVE-DNI
                       MOVE WSV-MAT-NOMBRE-TAB (WSV-IDX-MAT)
                           TO REG-DVE-NOMBRE
                       MOVE WSV-MAT-CARRERA-TAB (WSV-IDX-MAT)
                           TO REG-DVE-CARRERA
                       MOVE WSV-DIAS-HABILES TO REG-DVE-DIAS
                       WRITE REG-DOC-VENCIDO
                   END-IF
               END-IF
           END-PERFORM.

       20-VERIFICAR-ADMITIDOS-END.
       EXIT.

       20A-BUSCAR-DOCUMENTOS.
           MOVE "N" TO WSV-DOC-TITULO-OK.
           MOVE "N" TO WSV-DOC-IDENTIDAD-OK.
           MOVE "N" TO WSV-DOC-FOTO-OK.

           PERFORM VARYING WSV-IDX-DOC FROM 1 BY 1
                   UNTIL WSV-IDX-DOC > WSV-CANT-DOCUMENTOS
               IF WSV-DOC-DNI-TAB (WSV-IDX-DOC) =
                  WSV-MAT-DNI-TAB (WSV-IDX-MAT)
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

       20A-BUSCAR-DOCUMENTOS-END.
       EXIT.

       20B-ARMAR-FALTANTES.
           MOVE SPACES TO WSV-FALTANTES.
           MOVE 1 TO WSV-PTR-FALTANTES.

           IF WSV-DOC-TITULO-OK NOT = "S"
               STRING "TITULO "          DELIMITED BY SIZE
                 INTO WSV-FALTANTES
                 WITH POINTER WSV-PTR-FALTANTES
               END-STRING
           END-IF.
           IF WSV-DOC-IDENTIDAD-OK NOT = "S"
               STRING "COPIA-DNI "       DELIMITED BY SIZE
                 INTO WSV-FALTANTES
                 WITH POINTER WSV-PTR-FALTANTES
               END-STRING
           END-IF.
           IF WSV-DOC-FOTO-OK NOT = "S"
               STRING "FOTO "            DELIMITED BY SIZE
                 INTO WSV-FALTANTES
                 WITH POINTER WSV-PTR-FALTANTES
               END-STRING
           END-IF.

           MOVE WSV-FALTANTES TO WSV-MAT-FALTANTES-TAB (WSV-IDX-MAT).

       20B-ARMAR-FALTANTES-END.
       EXIT.

      * Reporte de pendientes con corte por carrera: los
      * condicionales de cada carrera con lo que les falta y los
      * dias habiles transcurridos, y el subtotal de la carrera.
       21-INFORMAR-POR-CARRERA.
           PERFORM VARYING WSV-IDX-CAR FROM 1 BY 1
                   UNTIL WSV-IDX-CAR > WSV-CANT-CARRERAS
               MOVE 0 TO WSV-CANT-CAR-PEND
               MOVE 0 TO WSV-CANT-CAR-VENC
               INITIALIZE WSV-LINEA-PENDIENTE
               STRING "CARRERA: "              DELIMITED BY SIZE
                      WSV-CAR-CODIGO-TAB (WSV-IDX-CAR)
                                               DELIMITED BY SIZE
                 INTO WSV-LINEA-PENDIENTE
               END-STRING
               MOVE WSV-LINEA-PENDIENTE TO REG-PENDIENTE
               WRITE REG-PENDIENTE
               PERFORM VARYING WSV-IDX-MAT FROM 1 BY 1
                       UNTIL WSV-IDX-MAT > WSV-CANT-MATRICULA
                   IF WSV-MAT-CARRERA-TAB (WSV-IDX-MAT) =
                      WSV-CAR-CODIGO-TAB (WSV-IDX-CAR) AND
                      WSV-MAT-DOC-TAB (WSV-IDX-MAT) =
                      WSC-DOC-CONDICIONAL
                       PERFORM 21A-INFORMAR-PENDIENTE
                   END-IF
               END-PERFORM
               INITIALIZE WSV-LINEA-PENDIENTE
               STRING "  PENDIENTES: "         DELIMITED BY SIZE
                      WSV-CANT-CAR-PEND        DELIMITED BY SIZE
                      "  FUERA DE PLAZO: "     DELIMITED BY SIZE
                      WSV-CANT-CAR-VENC        DELIMITED BY SIZE
                 INTO WSV-LINEA-PENDIENTE
               END-STRING
               MOVE WSV-LINEA-PENDIENTE TO REG-PENDIENTE
               WRITE REG-PENDIENTE
           END-PERFORM.

       21-INFORMAR-POR-CARRERA-END.
       EXIT.

       21A-INFORMAR-PENDIENTE.
           ADD 1 TO WSV-CANT-CAR-PEND.
           INITIALIZE WSV-LINEA-PENDIENTE.

           STRING "  DNI:"                 DELIMITED BY SIZE
                  WSV-MAT-DNI-TAB (WSV-IDX-MAT)
                                           DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WSV-MAT-NOMBRE-TAB (WSV-IDX-MAT)
                                           DELIMITED BY SIZE
                  " DIAS:"                 DELIMITED BY SIZE
                  WSV-MAT-DIAS-TAB (WSV-IDX-MAT)
                                           DELIMITED BY SIZE
                  " FALTA: "               DELIMITED BY SIZE
                  WSV-MAT-FALTANTES-TAB (WSV-IDX-MAT)
                                           DELIMITED BY SIZE
             INTO WSV-LINEA-PENDIENTE
           END-STRING.

           IF WSV-MAT-DIAS-TAB (WSV-IDX-MAT) > WSV-PLAZO-DIAS
               ADD 1 TO WSV-CANT-CAR-VENC
               MOVE "PLAZO VENCIDO" TO WSV-LINEA-PENDIENTE (80:13)
           END-IF.

           MOVE WSV-LINEA-PENDIENTE TO REG-PENDIENTE.
           WRITE REG-PENDIENTE.

       21A-INFORMAR-PENDIENTE-END.
       EXIT.

       30-ESCRIBIR-TRAILER.
           INITIALIZE WSV-LINEA-PENDIENTE.
           STRING "TOTAL DEFINITIVOS: "    DELIMITED BY SIZE
                  WSV-CANT-COMPLETOS       DELIMITED BY SIZE
                  "  CONDICIONALES: "      DELIMITED BY SIZE
                  WSV-CANT-CONDICIONALES   DELIMITED BY SIZE
                  "  FUERA DE PLAZO: "     DELIMITED BY SIZE
                  WSV-CANT-VENCIDOS        DELIMITED BY SIZE
                  "  PLAZO DIAS: "         DELIMITED BY SIZE
                  WSV-PLAZO-DIAS           DELIMITED BY SIZE
             INTO WSV-LINEA-PENDIENTE
           END-STRING.

           MOVE WSV-LINEA-PENDIENTE TO REG-PENDIENTE.
           WRITE REG-PENDIENTE.

       30-ESCRIBIR-TRAILER-END.
       EXIT.

      * La matricula se regraba con la marca de documentacion al
      * dia: es el padron que recibe el registro, y el condicional
      * que completo sus papeles tiene que pasar a definitivo.
       40-REGRABAR-MATRICULA.
           OPEN OUTPUT ARCHIVO-MATRICULA.

           PERFORM VARYING WSV-IDX-MAT FROM 1 BY 1
                   UNTIL WSV-IDX-MAT > WSV-CANT-MATRICULA
               MOVE WSV-MAT-REGISTRO-TAB (WSV-IDX-MAT)
                   TO REG-MATRICULA
               MOVE WSV-MAT-DOC-TAB (WSV-IDX-MAT)
                   TO REG-MAT-DOCUMENTACION
               WRITE REG-MATRICULA
           END-PERFORM.

           CLOSE ARCHIVO-MATRICULA.

       40-REGRABAR-MATRICULA-END.
       EXIT.
