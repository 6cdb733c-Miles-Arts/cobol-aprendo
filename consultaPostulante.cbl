      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta interactiva por DNI para la ventanilla de
      *          admision: reune en una sola pantalla el historial
      *          del postulante, el veredicto y compuesto del ciclo,
      *          la carrera y el tramo de merito de la matricula, la
      *          posicion en la lista de espera, la documentacion, la
      *          confirmacion o vencimiento de la inscripcion (por
      *          falta de confirmacion o de documentacion), la
      *          promocion y las cartas generadas (las del lote y las
      *          de cambio de carrera y promocion). Es de solo
      *          lectura: ningun archivo de la cadena se modifica.
      *          Cada consulta queda en la
      *          bitacora de consultas con el operador que la hizo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-POSTULANTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-HISTORIAL
               ASSIGN TO "HISTORIAL-MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-HIS-DNI
               FILE STATUS IS WSS-HISTORIAL.

           SELECT OPTIONAL ARCHIVO-RESULTADOS
               ASSIGN TO "RESULTADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-MATRICULA ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-ESPERA ASSIGN TO "LISTA-ESPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-CONFIRMACIONES
               ASSIGN TO "CONFIRMACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-VENCIDOS
               ASSIGN TO "VENCIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-PROMOCIONES
               ASSIGN TO "PROMOCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-DOC-VENCIDOS
               ASSIGN TO "CONDICIONALES-VENCIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-CARTAS ASSIGN TO "CARTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-CARTAS-CAMBIO
               ASSIGN TO "CARTAS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-LOG-CONSULTAS
               ASSIGN TO "CONSULTAS-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-LOG-CONSULTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-HISTORIAL.
           01 REG-HISTORIAL.
               05 REG-HIS-DNI             PIC 9(8).
               05 REG-HIS-INTENTOS        PIC 9(2).
               05 REG-HIS-ULT-CICLO       PIC X(6).
               05 REG-HIS-MATRICULADO     PIC X.
               05 REG-HIS-ULT-VEREDICTO   PIC X(40).

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

       FD  ARCHIVO-ESPERA.
           01 REG-ESPERA.
               05 REG-ESP-CODIGO          PIC X(3).
               05 REG-ESP-ORDEN           PIC 9(3).
               05 REG-ESP-DNI             PIC 9(8).
               05 REG-ESP-NOMBRE          PIC X(15).
               05 REG-ESP-PROMEDIO        PIC 9(2)V99.
               05 REG-ESP-CICLO           PIC X(6).

       FD  ARCHIVO-CONFIRMACIONES.
           01 REG-CONFIRMACION.
               05 REG-CNF-DNI             PIC 9(8).
               05 REG-CNF-FECHA           PIC 9(8).

       FD  ARCHIVO-VENCIDOS.
           01 REG-VENCIDO.
               05 REG-VEN-DNI             PIC 9(8).
               05 REG-VEN-NOMBRE          PIC X(15).
               05 REG-VEN-CARRERA         PIC X(3).
               05 REG-VEN-DIAS            PIC 9(3).

      * Condicionales que no completaron la documentacion en plazo
      * (CONTROL-DOCUMENTACION), en el formato de VENCIDOS.DAT.
       FD  ARCHIVO-DOC-VENCIDOS.
           01 REG-DOC-VENCIDO.
               05 REG-DVE-DNI             PIC 9(8).
               05 REG-DVE-NOMBRE          PIC X(15).
               05 REG-DVE-CARRERA         PIC X(3).
               05 REG-DVE-DIAS            PIC 9(3).

       FD  ARCHIVO-PROMOCIONES.
           01 REG-PROMOCION.
               05 REG-PRO-DNI             PIC 9(8).
               05 REG-PRO-NOMBRE          PIC X(15).
               05 REG-PRO-EDAD            PIC 99.
               05 REG-PRO-PROMEDIO        PIC 9(2)V99.
               05 REG-PRO-MERITO          PIC X(7).
               05 REG-PRO-CARRERA         PIC X(3).
               05 REG-PRO-COMPOSITO       PIC 9(2)V99.
               05 REG-PRO-CICLO           PIC X(6).
               05 REG-PRO-CATEGORIA       PIC X.
               05 REG-PRO-DOCUMENTACION   PIC X.

      * Las cartas se leen como texto: el encabezado de cada carta
      * que arma CARTAS-NOTIFICACION trae ciclo y DNI en posiciones
      * fijas ("CICLO DE ADMISION cccccc   DNI nnnnnnnn").
       FD  ARCHIVO-CARTAS.
           01 REG-CARTA.
               05 REG-CRT-ROTULO          PIC X(18).
               05 REG-CRT-CICLO           PIC X(6).
               05 FILLER                  PIC X(7).
               05 REG-CRT-DNI             PIC X(8).
               05 FILLER                  PIC X(41).

      * Cartas de CARTAS-CAMBIO: mismo encabezado, seguido del tipo
      * de carta (PROMOCION, o CAMBIO con las carreras).
       FD  ARCHIVO-CARTAS-CAMBIO.
           01 REG-CARTA-CAMBIO.
               05 REG-CCA-ROTULO          PIC X(18).
               05 REG-CCA-CICLO           PIC X(6).
               05 FILLER                  PIC X(7).
               05 REG-CCA-DNI             PIC X(8).
               05 FILLER                  PIC X(3).
               05 REG-CCA-TIPO            PIC X(20).
               05 FILLER                  PIC X(18).

       FD  ARCHIVO-LOG-CONSULTAS.
           01 REG-LOG-CONSULTA            PIC X(100).

       WORKING-STORAGE SECTION.

           01 WSS-ESTADOS-ARCHIVO.
               05 WSS-HISTORIAL            PIC XX VALUE "00".
               05 WSS-LOG-CONSULTAS        PIC XX VALUE "00".

           01 WSC-CONSTANTES.
               05 WSC-ROTULO-CARTA         PIC X(18)
                   VALUE "CICLO DE ADMISION ".

           01 WSC-SWITCHES.
               05 WSC-FIN-CONSULTAS      PIC X VALUE "N".
                   88 FIN-CONSULTAS          VALUE "S".
               05 WSC-FIN-ARCHIVO        PIC X VALUE "N".
                   88 FIN-ARCHIVO            VALUE "S".
               05 WSC-HISTORIAL-ABIERTO  PIC X VALUE "N".
                   88 HISTORIAL-ABIERTO      VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-USUARIO                  PIC X(8).
               05 WSV-ENTRADA                  PIC X(10).
               05 WSV-DNI-CONSULTA             PIC 9(8).
               05 WSV-DNI-TEXTO REDEFINES WSV-DNI-CONSULTA
                                               PIC X(8).
               05 WSV-FECHA-HORA-AUX           PIC X(21).
               05 WSV-LINEA-LOG                PIC X(100).
               05 WSV-COMPOSITO-EDIT           PIC Z9.99.
               05 WSV-ORDEN-EDIT               PIC ZZ9.

      * Lo hallado para el DNI consultado. Los archivos son diarios
      * o padrones del ciclo abierto: si el DNI aparece mas de una
      * vez (reevaluacion, adenda) vale la ultima aparicion.
           01 WSV-HALLAZGOS.
               05 WSV-HIS-HALLADO              PIC X.
                   88 HIS-HALLADO                  VALUE "S".
               05 WSV-RES-HALLADO              PIC X.
                   88 RES-HALLADO                  VALUE "S".
               05 WSV-RES-NOMBRE               PIC X(15).
               05 WSV-RES-MERITO               PIC X(7).
               05 WSV-RES-COMPOSITO            PIC 9(2)V99.
               05 WSV-RES-CICLO                PIC X(6).
               05 WSV-RES-VEREDICTO            PIC X(40).
               05 WSV-MAT-HALLADO              PIC X.
                   88 MAT-HALLADO                  VALUE "S".
               05 WSV-MAT-CARRERA              PIC X(3).
               05 WSV-MAT-MERITO               PIC X(7).
               05 WSV-MAT-COMPOSITO            PIC 9(2)V99.
               05 WSV-MAT-CICLO                PIC X(6).
               05 WSV-MAT-CATEGORIA            PIC X.
               05 WSV-MAT-DOCUMENTACION        PIC X.
               05 WSV-ESP-HALLADO              PIC X.
                   88 ESP-HALLADO                  VALUE "S".
               05 WSV-ESP-CODIGO               PIC X(3).
               05 WSV-ESP-ORDEN                PIC 9(3).
               05 WSV-ESP-CICLO                PIC X(6).
               05 WSV-CNF-HALLADO              PIC X.
                   88 CNF-HALLADO                  VALUE "S".
               05 WSV-CNF-FECHA                PIC 9(8).
               05 WSV-VEN-HALLADO              PIC X.
                   88 VEN-HALLADO                  VALUE "S".
               05 WSV-VEN-CARRERA              PIC X(3).
               05 WSV-VEN-DIAS                 PIC 9(3).
               05 WSV-DVE-HALLADO              PIC X.
                   88 DVE-HALLADO                  VALUE "S".
               05 WSV-DVE-CARRERA              PIC X(3).
               05 WSV-DVE-DIAS                 PIC 9(3).
               05 WSV-PRO-HALLADO              PIC X.
                   88 PRO-HALLADO                  VALUE "S".
               05 WSV-PRO-CARRERA              PIC X(3).
               05 WSV-PRO-CICLO                PIC X(6).
               05 WSV-CRT-HALLADO              PIC X.
                   88 CRT-HALLADO                  VALUE "S".
               05 WSV-CRT-CICLO                PIC X(6).
               05 WSV-CCA-HALLADO              PIC X.
                   88 CCA-HALLADO                  VALUE "S".
               05 WSV-CCA-CICLO                PIC X(6).
               05 WSV-CCA-TIPO                 PIC X(20).

           01 WSV-CONTADORES.
               05 WSV-CANT-CONSULTAS           PIC 9(5) VALUE 0.


       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "CONSULTA DE POSTULANTE POR DNI".
           DISPLAY "--------------------------------------------------".

           PERFORM 15-PEDIR-USUARIO.

           OPEN INPUT ARCHIVO-HISTORIAL.
           IF WSS-HISTORIAL > "10"
               DISPLAY "AVISO: NO SE PUEDE LEER "
                   "HISTORIAL-MAESTRO.DAT (STATUS " WSS-HISTORIAL
                   ") - LA CONSULTA SIGUE SIN HISTORIAL"
           ELSE
               SET HISTORIAL-ABIERTO TO TRUE
           END-IF.

      * Sin bitacora no se consulta: una consulta que no queda
      * registrada con su operador no se puede auditar.
           OPEN EXTEND ARCHIVO-LOG-CONSULTAS.
           IF WSS-LOG-CONSULTAS > "10"
               DISPLAY "ERROR: NO SE PUDO ABRIR CONSULTAS-AUDIT.DAT "
                   "(STATUS " WSS-LOG-CONSULTAS ")"
               PERFORM 91-ABORTAR-SIN-BITACORA
           END-IF.

           PERFORM UNTIL FIN-CONSULTAS
               PERFORM 10-PEDIR-DNI
               IF NOT FIN-CONSULTAS
                   PERFORM 20-CONSULTAR
               END-IF
           END-PERFORM.

           CLOSE ARCHIVO-LOG-CONSULTAS.
           IF HISTORIAL-ABIERTO
               CLOSE ARCHIVO-HISTORIAL
           END-IF.

           DISPLAY "CONSULTAS REALIZADAS: " WSV-CANT-CONSULTAS.

       STOP RUN.
       00-CONTROL-END.
       EXIT.

      * ENTER sin DNI termina la sesion. El DNI se valida antes de
      * buscarlo: un tipeo corto no debe quedar en la bitacora como
      * consulta de otro documento.
       10-PEDIR-DNI.
           MOVE SPACES TO WSV-ENTRADA.
           DISPLAY "DNI A CONSULTAR (ENTER = TERMINA): "
               WITH NO ADVANCING.
           ACCEPT WSV-ENTRADA.

           IF WSV-ENTRADA = SPACES
               SET FIN-CONSULTAS TO TRUE
           ELSE
               IF WSV-ENTRADA (1:8) NOT NUMERIC OR
                  WSV-ENTRADA (9:) NOT = SPACES
                   DISPLAY "DNI RECHAZADO: DEBE TENER OCHO DIGITOS"
                   MOVE 0 TO WSV-DNI-CONSULTA
               ELSE
                   MOVE WSV-ENTRADA (1:8) TO WSV-DNI-TEXTO
               END-IF
           END-IF.

       10-PEDIR-DNI-END.
       EXIT.

       15-PEDIR-USUARIO.
           MOVE SPACES TO WSV-USUARIO.
           PERFORM UNTIL WSV-USUARIO NOT = SPACES
               DISPLAY "INICIALES DEL OPERADOR (PARA LA AUDITORIA): "
                   WITH NO ADVANCING
               ACCEPT WSV-USUARIO
           END-PERFORM.

       15-PEDIR-USUARIO-END.
       EXIT.

       20-CONSULTAR.
           IF WSV-DNI-CONSULTA > 0
               INITIALIZE WSV-HALLAZGOS
               PERFORM 29-GRABAR-LOG
               PERFORM 21-BUSCAR-HISTORIAL
               PERFORM 22-BUSCAR-RESULTADO
               PERFORM 23-BUSCAR-MATRICULA
               PERFORM 24-BUSCAR-ESPERA
               PERFORM 25-BUSCAR-CONFIRMACION
               PERFORM 26-BUSCAR-VENCIDO
               PERFORM 26A-BUSCAR-VENCIDO-DOC
               PERFORM 27-BUSCAR-PROMOCION
               PERFORM 28-BUSCAR-CARTA
               PERFORM 28A-BUSCAR-CARTA-CAMBIO
               PERFORM 30-MOSTRAR-FICHA
               ADD 1 TO WSV-CANT-CONSULTAS
           END-IF.

       20-CONSULTAR-END.
       EXIT.

       21-BUSCAR-HISTORIAL.
           IF HISTORIAL-ABIERTO
               MOVE WSV-DNI-CONSULTA TO REG-HIS-DNI
               READ ARCHIVO-HISTORIAL
                   INVALID KEY
                       MOVE "N" TO WSV-HIS-HALLADO
                   NOT INVALID KEY
                       SET HIS-HALLADO TO TRUE
               END-READ
           END-IF.

       21-BUSCAR-HISTORIAL-END.
       EXIT.

       22-BUSCAR-RESULTADO.
           MOVE "N" TO WSC-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-RESULTADOS.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-RESULTADOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF REG-RES-DNI = WSV-DNI-CONSULTA
                           SET RES-HALLADO TO TRUE
                           MOVE REG-RES-NOMBRE    TO WSV-RES-NOMBRE
                           MOVE REG-RES-MERITO    TO WSV-RES-MERITO
                           MOVE REG-RES-COMPOSITO TO WSV-RES-COMPOSITO
                           MOVE REG-RES-CICLO     TO WSV-RES-CICLO
                           MOVE REG-RES-VEREDICTO TO WSV-RES-VEREDICTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-RESULTADOS.

       22-BUSCAR-RESULTADO-END.
       EXIT.

       23-BUSCAR-MATRICULA.
           MOVE "N" TO WSC-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-MATRICULA.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MATRICULA
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF REG-MAT-DNI = WSV-DNI-CONSULTA
                           SET MAT-HALLADO TO TRUE
                           MOVE REG-MAT-CARRERA   TO WSV-MAT-CARRERA
                           MOVE REG-MAT-MERITO    TO WSV-MAT-MERITO
                           MOVE REG-MAT-COMPOSITO TO WSV-MAT-COMPOSITO
                           MOVE REG-MAT-CICLO     TO WSV-MAT-CICLO
                           MOVE REG-MAT-CATEGORIA TO WSV-MAT-CATEGORIA
                           MOVE REG-MAT-DOCUMENTACION
                               TO WSV-MAT-DOCUMENTACION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-MATRICULA.

       23-BUSCAR-MATRICULA-END.
       EXIT.

       24-BUSCAR-ESPERA.
           MOVE "N" TO WSC-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-ESPERA.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ESPERA
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF REG-ESP-DNI = WSV-DNI-CONSULTA
                           SET ESP-HALLADO TO TRUE
                           MOVE REG-ESP-CODIGO TO WSV-ESP-CODIGO
                           MOVE REG-ESP-ORDEN  TO WSV-ESP-ORDEN
                           MOVE REG-ESP-CICLO  TO WSV-ESP-CICLO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-ESPERA.

       24-BUSCAR-ESPERA-END.
       EXIT.

       25-BUSCAR-CONFIRMACION.
           MOVE "N" TO WSC-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-CONFIRMACIONES.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CONFIRMACIONES
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF REG-CNF-DNI = WSV-DNI-CONSULTA
                           SET CNF-HALLADO TO TRUE
                           MOVE REG-CNF-FECHA TO WSV-CNF-FECHA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CONFIRMACIONES.

       25-BUSCAR-CONFIRMACION-END.
       EXIT.

       26-BUSCAR-VENCIDO.
           MOVE "N" TO WSC-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-VENCIDOS.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-VENCIDOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF REG-VEN-DNI = WSV-DNI-CONSULTA
                           SET VEN-HALLADO TO TRUE
                           MOVE REG-VEN-CARRERA TO WSV-VEN-CARRERA
                           MOVE REG-VEN-DIAS    TO WSV-VEN-DIAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-VENCIDOS.

       26-BUSCAR-VENCIDO-END.
       EXIT.

       26A-BUSCAR-VENCIDO-DOC.
           MOVE "N" TO WSC-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-DOC-VENCIDOS.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DOC-VENCIDOS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF REG-DVE-DNI = WSV-DNI-CONSULTA
                           SET DVE-HALLADO TO TRUE
                           MOVE REG-DVE-CARRERA TO WSV-DVE-CARRERA
                           MOVE REG-DVE-DIAS    TO WSV-DVE-DIAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-DOC-VENCIDOS.

       26A-BUSCAR-VENCIDO-DOC-END.
       EXIT.

       27-BUSCAR-PROMOCION.
           MOVE "N" TO WSC-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-PROMOCIONES.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-PROMOCIONES
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF REG-PRO-DNI = WSV-DNI-CONSULTA
                           SET PRO-HALLADO TO TRUE
                           MOVE REG-PRO-CARRERA TO WSV-PRO-CARRERA
                           MOVE REG-PRO-CICLO   TO WSV-PRO-CICLO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-PROMOCIONES.

       27-BUSCAR-PROMOCION-END.
       EXIT.

       28-BUSCAR-CARTA.
           MOVE "N" TO WSC-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-CARTAS.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CARTAS
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF REG-CRT-ROTULO = WSC-ROTULO-CARTA AND
                          REG-CRT-DNI = WSV-DNI-TEXTO
                           SET CRT-HALLADO TO TRUE
                           MOVE REG-CRT-CICLO TO WSV-CRT-CICLO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CARTAS.

       28-BUSCAR-CARTA-END.
       EXIT.

       28A-BUSCAR-CARTA-CAMBIO.
           MOVE "N" TO WSC-FIN-ARCHIVO.
           OPEN INPUT ARCHIVO-CARTAS-CAMBIO.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CARTAS-CAMBIO
                   AT END
                       SET FIN-ARCHIVO TO TRUE
                   NOT AT END
                       IF REG-CCA-ROTULO = WSC-ROTULO-CARTA AND
                          REG-CCA-DNI = WSV-DNI-TEXTO
                           SET CCA-HALLADO TO TRUE
                           MOVE REG-CCA-CICLO TO WSV-CCA-CICLO
                           MOVE REG-CCA-TIPO  TO WSV-CCA-TIPO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVO-CARTAS-CAMBIO.

       28A-BUSCAR-CARTA-CAMBIO-END.
       EXIT.

      * La bitacora se graba antes de mostrar nada: la consulta
      * queda registrada aunque la sesion se corte a mitad.
       29-GRABAR-LOG.
           MOVE FUNCTION CURRENT-DATE TO WSV-FECHA-HORA-AUX.

           INITIALIZE WSV-LINEA-LOG.
           STRING WSV-FECHA-HORA-AUX(1:8)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WSV-FECHA-HORA-AUX(9:6)  DELIMITED BY SIZE
                  " USUARIO:"              DELIMITED BY SIZE
                  WSV-USUARIO              DELIMITED BY SIZE
                  " CONSULTA DNI:"         DELIMITED BY SIZE
                  WSV-DNI-TEXTO            DELIMITED BY SIZE
             INTO WSV-LINEA-LOG
           END-STRING.

           MOVE WSV-LINEA-LOG TO REG-LOG-CONSULTA.
           WRITE REG-LOG-CONSULTA.
           IF WSS-LOG-CONSULTAS > "10"
               DISPLAY "ERROR: NO SE PUDO GRABAR LA CONSULTA EN "
                   "CONSULTAS-AUDIT.DAT (STATUS " WSS-LOG-CONSULTAS
                   ") - CONSULTA RECHAZADA"
               CLOSE ARCHIVO-LOG-CONSULTAS
               PERFORM 91-ABORTAR-SIN-BITACORA
           END-IF.

       29-GRABAR-LOG-END.
       EXIT.

       30-MOSTRAR-FICHA.
           DISPLAY "--------------------------------------------------".
           DISPLAY "DNI: " WSV-DNI-TEXTO "   " WSV-RES-NOMBRE.

           IF HIS-HALLADO
               DISPLAY "HISTORIAL:    INTENTOS " REG-HIS-INTENTOS
                   "  ULTIMO CICLO " REG-HIS-ULT-CICLO
                   "  MATRICULADO " REG-HIS-MATRICULADO
               DISPLAY "              ULTIMO VEREDICTO: "
                   REG-HIS-ULT-VEREDICTO
           ELSE
               DISPLAY "HISTORIAL:    SIN HISTORIAL EN EL MAESTRO"
           END-IF.

           IF RES-HALLADO
               MOVE WSV-RES-COMPOSITO TO WSV-COMPOSITO-EDIT
               DISPLAY "RESULTADO:    CICLO " WSV-RES-CICLO
                   "  COMPUESTO " WSV-COMPOSITO-EDIT
                   "  TRAMO " WSV-RES-MERITO
               DISPLAY "              VEREDICTO: " WSV-RES-VEREDICTO
           ELSE
               DISPLAY "RESULTADO:    SIN RESULTADO EN EL CICLO ABIERTO"
           END-IF.

           IF MAT-HALLADO
               MOVE WSV-MAT-COMPOSITO TO WSV-COMPOSITO-EDIT
               DISPLAY "MATRICULA:    CARRERA " WSV-MAT-CARRERA
                   "  TRAMO " WSV-MAT-MERITO
                   "  COMPUESTO " WSV-COMPOSITO-EDIT
                   "  ASIENTO " WSV-MAT-CATEGORIA
                   "  CICLO " WSV-MAT-CICLO
               IF WSV-MAT-DOCUMENTACION = "D"
                   DISPLAY "              DOCUMENTACION: COMPLETA"
               ELSE
                   IF WSV-MAT-DOCUMENTACION = "C"
                       DISPLAY "              DOCUMENTACION: "
                           "INCOMPLETA - CONDICIONAL"
                   ELSE
                       DISPLAY "              DOCUMENTACION: "
                           "SIN CONTROLAR"
                   END-IF
               END-IF
           ELSE
               DISPLAY "MATRICULA:    NO FIGURA"
           END-IF.

           IF ESP-HALLADO
               MOVE WSV-ESP-ORDEN TO WSV-ORDEN-EDIT
               DISPLAY "ESPERA:       CARRERA " WSV-ESP-CODIGO
                   "  POSICION " WSV-ORDEN-EDIT
                   "  CICLO " WSV-ESP-CICLO
           ELSE
               DISPLAY "ESPERA:       NO FIGURA"
           END-IF.

      * El condicional que vencio el plazo de documentacion pierde
      * el lugar aunque haya confirmado.
           IF DVE-HALLADO
               DISPLAY "INSCRIPCION:  VENCIDA POR DOCUMENTACION "
                   "(CARRERA " WSV-DVE-CARRERA ", " WSV-DVE-DIAS
                   " DIAS HABILES)"
           ELSE
               IF CNF-HALLADO
                   DISPLAY "INSCRIPCION:  CONFIRMADA EL " WSV-CNF-FECHA
               ELSE
                   IF VEN-HALLADO
                       DISPLAY "INSCRIPCION:  VENCIDA (CARRERA "
                           WSV-VEN-CARRERA ", " WSV-VEN-DIAS
                           " DIAS HABILES)"
                   ELSE
                       IF MAT-HALLADO
                           DISPLAY "INSCRIPCION:  PENDIENTE DE "
                               "CONFIRMAR"
                       ELSE
                           DISPLAY "INSCRIPCION:  NO CORRESPONDE"
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF PRO-HALLADO
               DISPLAY "PROMOCION:    PROMOVIDO DESDE LA ESPERA A "
                   WSV-PRO-CARRERA " (CICLO " WSV-PRO-CICLO ")"
           ELSE
               DISPLAY "PROMOCION:    NO FUE PROMOVIDO"
           END-IF.

           IF CRT-HALLADO
               DISPLAY "CARTA:        GENERADA (CICLO " WSV-CRT-CICLO
                   ")"
           ELSE
               DISPLAY "CARTA:        NO GENERADA"
           END-IF.

           IF CCA-HALLADO
               DISPLAY "CARTA CAMBIO: " WSV-CCA-TIPO " (CICLO "
                   WSV-CCA-CICLO ")"
           END-IF.
           DISPLAY "--------------------------------------------------".

       30-MOSTRAR-FICHA-END.
       EXIT.

       91-ABORTAR-SIN-BITACORA.
           IF HISTORIAL-ABIERTO
               CLOSE ARCHIVO-HISTORIAL
           END-IF.

           DISPLAY "CONSULTAS REALIZADAS: " WSV-CANT-CONSULTAS.
           STOP RUN RETURNING 16.

       91-ABORTAR-SIN-BITACORA-END.
       EXIT.
