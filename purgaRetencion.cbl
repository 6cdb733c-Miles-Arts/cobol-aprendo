      ******************************************************************
      * Author:
      * Date:
      * Purpose: Purga por retencion de datos personales. Con la
      *          cantidad de ciclos a conservar (RETENCION-CICLOS.DAT)
      *          toma como corte el ciclo mas viejo que se conserva
      *          segun CONTROL-CORRIDA.DAT; los registros del maestro
      *          HISTORIAL-MAESTRO.DAT con ultimo ciclo anterior al
      *          corte se eliminan si nunca se matricularon, o pasan
      *          al registro (TRASPASO-REGISTRO.DAT) si se
      *          matricularon. Para los eliminados blanquea el nombre
      *          en los resguardos por ciclo que deja el cierre
      *          (MATRICULA, AUDITORIA, ESPERA-WRK y, con tambien el
      *          contacto, RESULTADOS-CAMBIO) y deja un certificado
      *          de purga con cantidades por ciclo. Un ciclo que el
      *          control no muestra COMPLETO no se toca.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGA-RETENCION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-RETENCION
               ASSIGN TO "RETENCION-CICLOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-CONTROL-CORRIDA
               ASSIGN TO "CONTROL-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-HISTORIAL
               ASSIGN TO "HISTORIAL-MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-HIS-DNI
               FILE STATUS IS WSS-HISTORIAL.

           SELECT OPTIONAL ARCHIVO-TRASPASO
               ASSIGN TO "TRASPASO-REGISTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSS-TRASPASO.

           SELECT OPTIONAL ARCHIVO-ORIGEN
               ASSIGN USING WSV-NOMBRE-ORIGEN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-DESTINO
               ASSIGN USING WSV-NOMBRE-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-CERTIFICADO
               ASSIGN TO "CERTIFICADO-PURGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-JOBLOG ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Cantidad de ciclos que se conservan, contando el mas nuevo.
       FD  ARCHIVO-RETENCION.
           01 REG-RETENCION.
               05 REG-RET-CICLOS          PIC 9(2).

       FD  ARCHIVO-CONTROL-CORRIDA.
           01 REG-CONTROL-CORRIDA.
               05 REG-CTL-CICLO           PIC X(6).
               05 REG-CTL-LOTE            PIC X(8).
               05 REG-CTL-ESTADO          PIC X(8).

       FD  ARCHIVO-HISTORIAL.
           01 REG-HISTORIAL.
               05 REG-HIS-DNI             PIC 9(8).
               05 REG-HIS-INTENTOS        PIC 9(2).
               05 REG-HIS-ULT-CICLO       PIC X(6).
               05 REG-HIS-MATRICULADO     PIC X.
               05 REG-HIS-ULT-VEREDICTO   PIC X(40).

      * El registro del historial tal cual, con la fecha del
      * traspaso: el registro lo incorpora a su legajo y el
      * maestro de admision deja de guardarlo.
       FD  ARCHIVO-TRASPASO.
           01 REG-TRASPASO.
               05 REG-TRA-DNI             PIC 9(8).
               05 REG-TRA-INTENTOS        PIC 9(2).
               05 REG-TRA-ULT-CICLO       PIC X(6).
               05 REG-TRA-MATRICULADO     PIC X.
               05 REG-TRA-ULT-VEREDICTO   PIC X(40).
               05 REG-TRA-FECHA           PIC 9(8).

      * Copia generica linea a linea de los resguardos, con el
      * mismo ancho que usa el cierre del ciclo.
       FD  ARCHIVO-ORIGEN.
           01 REG-ORIGEN                  PIC X(250).

       FD  ARCHIVO-DESTINO.
           01 REG-DESTINO                 PIC X(250).

       FD  ARCHIVO-CERTIFICADO.
           01 REG-CERTIFICADO             PIC X(132).

       FD  ARCHIVO-JOBLOG.
           01 REG-JOBLOG                  PIC X(120).

       WORKING-STORAGE SECTION.

           01 WSS-ESTADOS-ARCHIVO.
               05 WSS-HISTORIAL            PIC XX VALUE "00".
               05 WSS-TRASPASO             PIC XX VALUE "00".

           01 WSC-CONSTANTES.
               05 WSC-ESTADO-COMPLETO      PIC X(8) VALUE "COMPLETO".
               05 WSC-MAX-PURGA            PIC 9(5) VALUE 2000.
               05 WSC-MAX-CICLOS           PIC 9(3) VALUE 100.
               05 WSC-ARCHIVO-TRABAJO      PIC X(25)
                                           VALUE "PURGA-WRK.DAT".
               05 WSC-ACCION-ELIMINAR      PIC X VALUE "E".
               05 WSC-ACCION-TRASPASAR     PIC X VALUE "T".

           01 WSC-SWITCHES.
               05 WSC-FIN-CONTROL        PIC X VALUE "N".
                   88 FIN-CONTROL            VALUE "S".
               05 WSC-FIN-HISTORIAL      PIC X VALUE "N".
                   88 FIN-HISTORIAL          VALUE "S".
               05 WSC-FIN-ORIGEN         PIC X VALUE "N".
                   88 FIN-ORIGEN             VALUE "S".
               05 WSC-HAY-HISTORIAL      PIC X VALUE "N".
                   88 HAY-HISTORIAL          VALUE "S".
               05 WSC-PURGA-INCOMPLETA   PIC X VALUE "N".
                   88 PURGA-INCOMPLETA       VALUE "S".
               05 WSC-ES-AUDITORIA       PIC X VALUE "N".
                   88 ES-AUDITORIA           VALUE "S".

           01 WSV-VARIABLES.
               05 WSV-CANT-RETENCION           PIC 9(2).
               05 WSV-CICLO-CORTE              PIC X(6).
               05 WSV-CICLO-AUX                PIC X(6).
               05 WSV-NOMBRE-ORIGEN            PIC X(35).
               05 WSV-NOMBRE-DESTINO           PIC X(35).
               05 WSV-NOMBRE-BASE              PIC X(25).
               05 WSV-NOMBRE-RESGUARDO         PIC X(35).
               05 WSV-POS-DNI                  PIC 9(3).
               05 WSV-POS-NOMBRE               PIC 9(3).
               05 WSV-POS-CONTACTO             PIC 9(3).
               05 WSV-DNI-LINEA                PIC 9(8).
               05 WSV-IDX-LOT                  PIC 9(3).
               05 WSV-LOTE-HALLADO             PIC 9(3).
               05 WSV-IDX-CIC                  PIC 9(3).
               05 WSV-IDX-CIC2                 PIC 9(3).
               05 WSV-CIC-ELEGIDO              PIC 9(3).
               05 WSV-CANT-MAYORES             PIC 9(3).
               05 WSV-IDX-PUR                  PIC 9(5).
               05 WSV-PUR-HALLADO              PIC X VALUE "N".
                   88 PUR-HALLADO                  VALUE "S".
               05 WSV-CANT-COPIADAS            PIC 9(5).
               05 WSV-CANT-CAMBIADAS           PIC 9(5).
               05 WSV-CANT-SIN-DNI             PIC 9(5).
               05 WSV-FECHA-HORA-AUX           PIC X(21).
               05 WSV-LINEA-CERTIFICADO        PIC X(132).
               05 WSV-LINEA-JOBLOG             PIC X(120).

           01 WSV-CONTADORES.
               05 WSV-CANT-CONTROL             PIC 9(5) VALUE 0.
               05 WSV-CANT-LEIDOS              PIC 9(5) VALUE 0.
               05 WSV-TOT-ELIMINADOS           PIC 9(5) VALUE 0.
               05 WSV-TOT-TRASPASADOS          PIC 9(5) VALUE 0.
               05 WSV-TOT-RETENIDOS            PIC 9(5) VALUE 0.
               05 WSV-TOT-LINEAS               PIC 9(5) VALUE 0.

      * Ultimo estado de cada ciclo+lote del control (la ultima
      * linea de cada uno vale, como en el cierre).
           01 WS-LOTES-TABLA.
               05 WSV-CANT-LOTES               PIC 9(3) VALUE 0.
               05 WSV-LOTE-TAB OCCURS 1 TO 100 TIMES
                       DEPENDING ON WSV-CANT-LOTES.
                   10 WSV-LOT-CICLO-TAB         PIC X(6).
                   10 WSV-LOT-LOTE-TAB          PIC X(8).
                   10 WSV-LOT-ESTADO-TAB        PIC X(8).

      * Un renglon por ciclo, del control o del historial, con lo
      * que la purga hizo en el: es el cuerpo del certificado.
           01 WS-CICLOS-TABLA.
               05 WSV-CANT-CICLOS              PIC 9(3) VALUE 0.
               05 WSV-CICLO-TAB OCCURS 1 TO 100 TIMES
                       DEPENDING ON WSV-CANT-CICLOS.
                   10 WSV-CIC-CICLO-TAB         PIC X(6).
                   10 WSV-CIC-EN-CONTROL-TAB    PIC X.
                   10 WSV-CIC-COMPLETO-TAB      PIC X.
                   10 WSV-CIC-ELIMINADOS-TAB    PIC 9(5).
                   10 WSV-CIC-TRASPASADOS-TAB   PIC 9(5).
                   10 WSV-CIC-RETENIDOS-TAB     PIC 9(5).
                   10 WSV-CIC-MATRICULA-TAB     PIC 9(5).
                   10 WSV-CIC-AUDITORIA-TAB     PIC 9(5).
                   10 WSV-CIC-AUD-SIN-DNI-TAB   PIC 9(5).
                   10 WSV-CIC-ESPERA-TAB        PIC 9(5).
                   10 WSV-CIC-CAMBIO-TAB        PIC 9(5).

      * DNIs que salen del maestro en esta corrida.
           01 WS-PURGA-TABLA.
               05 WSV-CANT-PURGA               PIC 9(5) VALUE 0.
               05 WSV-PURGA-TAB OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WSV-CANT-PURGA.
                   10 WSV-PUR-DNI-TAB           PIC 9(8).
                   10 WSV-PUR-ACCION-TAB        PIC X.
                   10 WSV-PUR-REGISTRO-TAB      PIC X(57).


       PROCEDURE DIVISION.
       00-CONTROL.
           DISPLAY "PURGA POR RETENCION DE DATOS PERSONALES".
           DISPLAY "--------------------------------------------------".

           PERFORM 03-LEER-RETENCION.
           PERFORM 05-VERIFICAR-CONTROL.
           PERFORM 08-DETERMINAR-CORTE.
           PERFORM 10-SELECCIONAR-HISTORIAL.
           PERFORM 20-TRASPASAR-MATRICULADOS.
           PERFORM 25-DEPURAR-MAESTRO.

           PERFORM VARYING WSV-IDX-CIC FROM 1 BY 1
                   UNTIL WSV-IDX-CIC > WSV-CANT-CICLOS
               IF WSV-CIC-CICLO-TAB (WSV-IDX-CIC) < WSV-CICLO-CORTE
                  AND WSV-CIC-COMPLETO-TAB (WSV-IDX-CIC) = "S"
                   PERFORM 30-ANONIMIZAR-CICLO
               END-IF
           END-PERFORM.

           PERFORM 40-ESCRIBIR-CERTIFICADO.

           INITIALIZE WSV-LINEA-JOBLOG.
           STRING "PURGA RETENCION CORTE "       DELIMITED BY SIZE
                  WSV-CICLO-CORTE                 DELIMITED BY SIZE
                  " ELIMINADOS "                  DELIMITED BY SIZE
                  WSV-TOT-ELIMINADOS              DELIMITED BY SIZE
                  " TRASPASADOS "                 DELIMITED BY SIZE
                  WSV-TOT-TRASPASADOS             DELIMITED BY SIZE
                  " RETENIDOS "                   DELIMITED BY SIZE
                  WSV-TOT-RETENIDOS               DELIMITED BY SIZE
                  " ANONIMIZADAS "                DELIMITED BY SIZE
                  WSV-TOT-LINEAS                  DELIMITED BY SIZE
             INTO WSV-LINEA-JOBLOG
           END-STRING.
           PERFORM 92-GRABAR-JOBLOG.

           DISPLAY "CICLO DE CORTE:          " WSV-CICLO-CORTE.
           DISPLAY "ELIMINADOS DEL MAESTRO:  " WSV-TOT-ELIMINADOS.
           DISPLAY "TRASPASADOS AL REGISTRO: " WSV-TOT-TRASPASADOS.
           DISPLAY "RETENIDOS (CICLO NO COMPLETO): " WSV-TOT-RETENIDOS.
           DISPLAY "LINEAS ANONIMIZADAS:     " WSV-TOT-LINEAS.

           IF PURGA-INCOMPLETA
               DISPLAY "AVISO: QUEDARON REGISTROS VENCIDOS SIN "
                   "PURGAR POR CAPACIDAD - VOLVER A CORRER"
           END-IF.

           IF WSV-TOT-RETENIDOS > 0 OR PURGA-INCOMPLETA
               STOP RUN RETURNING 4
           END-IF.

       STOP RUN.
       00-CONTROL-END.
       EXIT.

      * Sin parametro la purga no corre: borrar datos con un
      * plazo supuesto no tiene vuelta atras.
       03-LEER-RETENCION.
           OPEN INPUT ARCHIVO-RETENCION.

           READ ARCHIVO-RETENCION
               AT END
                   DISPLAY "ERROR: RETENCION-CICLOS.DAT VACIO O "
                       "AUSENTE - GRABAR LA CANTIDAD DE CICLOS A "
                       "CONSERVAR"
                   CLOSE ARCHIVO-RETENCION
                   STOP RUN RETURNING 16
           END-READ.

           IF REG-RET-CICLOS NOT NUMERIC OR REG-RET-CICLOS = 0
               DISPLAY "ERROR: CANTIDAD DE CICLOS A CONSERVAR "
                   "INVALIDA EN RETENCION-CICLOS.DAT"
               CLOSE ARCHIVO-RETENCION
               STOP RUN RETURNING 16
           END-IF.

           MOVE REG-RET-CICLOS TO WSV-CANT-RETENCION.

           CLOSE ARCHIVO-RETENCION.

       03-LEER-RETENCION-END.
       EXIT.

      * El control es un diario: vale el ultimo estado de cada
      * ciclo+lote. Un ciclo es COMPLETO solo si todos sus lotes lo
      * estan.
       05-VERIFICAR-CONTROL.
           OPEN INPUT ARCHIVO-CONTROL-CORRIDA.

           PERFORM UNTIL FIN-CONTROL
               READ ARCHIVO-CONTROL-CORRIDA
                   AT END
                       SET FIN-CONTROL TO TRUE
                   NOT AT END
                       ADD 1 TO WSV-CANT-CONTROL
                       PERFORM 06-ACUMULAR-ESTADO-LOTE
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-CONTROL-CORRIDA.

           IF WSV-CANT-CONTROL = 0
               DISPLAY "ERROR: CONTROL-CORRIDA.DAT VACIO O "
                   "INEXISTENTE - NO HAY CICLOS PARA PURGAR"
               STOP RUN RETURNING 12
           END-IF.

           PERFORM VARYING WSV-IDX-LOT FROM 1 BY 1
                   UNTIL WSV-IDX-LOT > WSV-CANT-LOTES
               MOVE WSV-LOT-CICLO-TAB (WSV-IDX-LOT) TO WSV-CICLO-AUX
               PERFORM 07-BUSCAR-CICLO
               MOVE "S" TO WSV-CIC-EN-CONTROL-TAB (WSV-CIC-ELEGIDO)
               IF WSV-LOT-ESTADO-TAB (WSV-IDX-LOT) NOT =
                  WSC-ESTADO-COMPLETO
                   MOVE "N" TO WSV-CIC-COMPLETO-TAB (WSV-CIC-ELEGIDO)
               END-IF
           END-PERFORM.

       05-VERIFICAR-CONTROL-END.
       EXIT.

       06-ACUMULAR-ESTADO-LOTE.
           MOVE 0 TO WSV-LOTE-HALLADO.

           PERFORM VARYING WSV-IDX-LOT FROM 1 BY 1
                   UNTIL WSV-IDX-LOT > WSV-CANT-LOTES
               IF WSV-LOT-CICLO-TAB (WSV-IDX-LOT) = REG-CTL-CICLO AND
                  WSV-LOT-LOTE-TAB (WSV-IDX-LOT) = REG-CTL-LOTE
                   MOVE WSV-IDX-LOT TO WSV-LOTE-HALLADO
               END-IF
           END-PERFORM.

           IF WSV-LOTE-HALLADO = 0
               IF WSV-CANT-LOTES >= 100
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DE LOTES DEL CONTROL: 100"
                   CLOSE ARCHIVO-CONTROL-CORRIDA
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-LOTES
               MOVE WSV-CANT-LOTES TO WSV-LOTE-HALLADO
           END-IF.

           MOVE REG-CTL-CICLO
               TO WSV-LOT-CICLO-TAB (WSV-LOTE-HALLADO).
           MOVE REG-CTL-LOTE
               TO WSV-LOT-LOTE-TAB (WSV-LOTE-HALLADO).
           MOVE REG-CTL-ESTADO
               TO WSV-LOT-ESTADO-TAB (WSV-LOTE-HALLADO).

       06-ACUMULAR-ESTADO-LOTE-END.
       EXIT.

      * Ubica WSV-CICLO-AUX en la tabla de ciclos, o lo agrega sin
      * control (un ciclo que solo aparece en el historial nunca es
      * COMPLETO para la purga).
       07-BUSCAR-CICLO.
           MOVE 0 TO WSV-CIC-ELEGIDO.

           PERFORM VARYING WSV-IDX-CIC2 FROM 1 BY 1
                   UNTIL WSV-IDX-CIC2 > WSV-CANT-CICLOS
               IF WSV-CIC-CICLO-TAB (WSV-IDX-CIC2) = WSV-CICLO-AUX
                   MOVE WSV-IDX-CIC2 TO WSV-CIC-ELEGIDO
               END-IF
           END-PERFORM.

           IF WSV-CIC-ELEGIDO = 0
               IF WSV-CANT-CICLOS >= WSC-MAX-CICLOS
                   DISPLAY "ERROR: SE SUPERO LA CAPACIDAD MAXIMA "
                       "DE CICLOS: " WSC-MAX-CICLOS
                   STOP RUN RETURNING 16
               END-IF
               ADD 1 TO WSV-CANT-CICLOS
               MOVE WSV-CANT-CICLOS TO WSV-CIC-ELEGIDO
               INITIALIZE WSV-CICLO-TAB (WSV-CIC-ELEGIDO)
               MOVE WSV-CICLO-AUX
                   TO WSV-CIC-CICLO-TAB (WSV-CIC-ELEGIDO)
               MOVE "N" TO WSV-CIC-EN-CONTROL-TAB (WSV-CIC-ELEGIDO)
               MOVE "S" TO WSV-CIC-COMPLETO-TAB (WSV-CIC-ELEGIDO)
           END-IF.

       07-BUSCAR-CICLO-END.
       EXIT.

      * El corte es el ciclo mas viejo de los que se conservan: el
      * que tiene exactamente retencion - 1 ciclos del control mas
      * nuevos que el. Con menos ciclos que la retencion no vence
      * nada y el corte queda en blanco (ningun ciclo es menor).
       08-DETERMINAR-CORTE.
           MOVE SPACES TO WSV-CICLO-CORTE.

           PERFORM VARYING WSV-IDX-CIC FROM 1 BY 1
                   UNTIL WSV-IDX-CIC > WSV-CANT-CICLOS
               MOVE 0 TO WSV-CANT-MAYORES
               PERFORM VARYING WSV-IDX-CIC2 FROM 1 BY 1
                       UNTIL WSV-IDX-CIC2 > WSV-CANT-CICLOS
                   IF WSV-CIC-CICLO-TAB (WSV-IDX-CIC2) >
                      WSV-CIC-CICLO-TAB (WSV-IDX-CIC)
                       ADD 1 TO WSV-CANT-MAYORES
                   END-IF
               END-PERFORM
               IF WSV-CANT-MAYORES = WSV-CANT-RETENCION - 1
                   MOVE WSV-CIC-CICLO-TAB (WSV-IDX-CIC)
                       TO WSV-CICLO-CORTE
               END-IF
           END-PERFORM.

           IF WSV-CICLO-CORTE = SPACES
               DISPLAY "AVISO: EL CONTROL TIENE " WSV-CANT-CICLOS
                   " CICLOS Y SE CONSERVAN " WSV-CANT-RETENCION
                   " - NO HAY CICLOS VENCIDOS"
           END-IF.

           PERFORM VARYING WSV-IDX-CIC FROM 1 BY 1
                   UNTIL WSV-IDX-CIC > WSV-CANT-CICLOS
               IF WSV-CIC-CICLO-TAB (WSV-IDX-CIC) < WSV-CICLO-CORTE
                  AND WSV-CIC-COMPLETO-TAB (WSV-IDX-CIC) NOT = "S"
                   DISPLAY "AVISO: CICLO "
                       WSV-CIC-CICLO-TAB (WSV-IDX-CIC)
                       " VENCIDO PERO NO COMPLETO EN EL CONTROL - "
                       "NO SE TOCA"
               END-IF
           END-PERFORM.

       08-DETERMINAR-CORTE-END.
       EXIT.

      * Recorre el maestro y anota los vencidos: ultimo ciclo
      * anterior al corte. Si ese ciclo no esta COMPLETO en el
      * control el registro se retiene y solo se cuenta.
       10-SELECCIONAR-HISTORIAL.
           OPEN INPUT ARCHIVO-HISTORIAL.
           IF WSS-HISTORIAL > "10"
               DISPLAY "ERROR: NO SE PUEDE ABRIR "
                   "HISTORIAL-MAESTRO.DAT (STATUS " WSS-HISTORIAL ")"
               STOP RUN RETURNING 16
           END-IF.
           IF WSS-HISTORIAL = "05"
               DISPLAY "AVISO: HISTORIAL-MAESTRO.DAT INEXISTENTE - "
                   "SOLO SE REVISAN LOS RESGUARDOS"
           ELSE
               SET HAY-HISTORIAL TO TRUE
           END-IF.

           PERFORM UNTIL FIN-HISTORIAL
               READ ARCHIVO-HISTORIAL NEXT RECORD
                   AT END
                       SET FIN-HISTORIAL TO TRUE
                   NOT AT END
                       ADD 1 TO WSV-CANT-LEIDOS
                       IF REG-HIS-ULT-CICLO < WSV-CICLO-CORTE
                           PERFORM 11-ANOTAR-VENCIDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-HISTORIAL.

       10-SELECCIONAR-HISTORIAL-END.
       EXIT.

       11-ANOTAR-VENCIDO.
           MOVE REG-HIS-ULT-CICLO TO WSV-CICLO-AUX.
           PERFORM 07-BUSCAR-CICLO.

           IF WSV-CIC-EN-CONTROL-TAB (WSV-CIC-ELEGIDO) NOT = "S"
               MOVE "N" TO WSV-CIC-COMPLETO-TAB (WSV-CIC-ELEGIDO)
           END-IF.

           IF WSV-CIC-COMPLETO-TAB (WSV-CIC-ELEGIDO) NOT = "S"
               ADD 1 TO WSV-CIC-RETENIDOS-TAB (WSV-CIC-ELEGIDO)
               ADD 1 TO WSV-TOT-RETENIDOS
           ELSE
               IF WSV-CANT-PURGA >= WSC-MAX-PURGA
                   SET PURGA-INCOMPLETA TO TRUE
               ELSE
                   ADD 1 TO WSV-CANT-PURGA
                   MOVE REG-HIS-DNI
                       TO WSV-PUR-DNI-TAB (WSV-CANT-PURGA)
                   MOVE REG-HISTORIAL
                       TO WSV-PUR-REGISTRO-TAB (WSV-CANT-PURGA)
                   IF REG-HIS-MATRICULADO = "S"
                       MOVE WSC-ACCION-TRASPASAR
                           TO WSV-PUR-ACCION-TAB (WSV-CANT-PURGA)
                       ADD 1 TO WSV-CIC-TRASPASADOS-TAB
                                (WSV-CIC-ELEGIDO)
                       ADD 1 TO WSV-TOT-TRASPASADOS
                   ELSE
                       MOVE WSC-ACCION-ELIMINAR
                           TO WSV-PUR-ACCION-TAB (WSV-CANT-PURGA)
                       ADD 1 TO WSV-CIC-ELIMINADOS-TAB
                                (WSV-CIC-ELEGIDO)
                       ADD 1 TO WSV-TOT-ELIMINADOS
                   END-IF
               END-IF
           END-IF.

       11-ANOTAR-VENCIDO-END.
       EXIT.

      * Los matriculados pasan al registro antes de borrarlos del
      * maestro: si el traspaso falla no se borra nada.
       20-TRASPASAR-MATRICULADOS.
           IF WSV-TOT-TRASPASADOS > 0
               OPEN EXTEND ARCHIVO-TRASPASO
               IF WSS-TRASPASO > "10"
                   DISPLAY "ERROR: NO SE PUEDE ABRIR "
                       "TRASPASO-REGISTRO.DAT (STATUS " WSS-TRASPASO
                       ") - NO SE PURGO NADA"
                   STOP RUN RETURNING 16
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WSV-FECHA-HORA-AUX
               PERFORM VARYING WSV-IDX-PUR FROM 1 BY 1
                       UNTIL WSV-IDX-PUR > WSV-CANT-PURGA
                   IF WSV-PUR-ACCION-TAB (WSV-IDX-PUR) =
                      WSC-ACCION-TRASPASAR
                       MOVE WSV-PUR-REGISTRO-TAB (WSV-IDX-PUR)
                           TO REG-HISTORIAL
                       MOVE REG-HIS-DNI TO REG-TRA-DNI
                       MOVE REG-HIS-INTENTOS TO REG-TRA-INTENTOS
                       MOVE REG-HIS-ULT-CICLO TO REG-TRA-ULT-CICLO
                       MOVE REG-HIS-MATRICULADO
                           TO REG-TRA-MATRICULADO
                       MOVE REG-HIS-ULT-VEREDICTO
                           TO REG-TRA-ULT-VEREDICTO
                       MOVE WSV-FECHA-HORA-AUX (1:8) TO REG-TRA-FECHA
                       WRITE REG-TRASPASO
                       IF WSS-TRASPASO > "10"
                           DISPLAY "ERROR: FALLO LA ESCRITURA EN "
                               "TRASPASO-REGISTRO.DAT (STATUS "
                               WSS-TRASPASO ") - NO SE PURGO NADA"
                           CLOSE ARCHIVO-TRASPASO
                           STOP RUN RETURNING 16
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-TRASPASO
           END-IF.

       20-TRASPASAR-MATRICULADOS-END.
       EXIT.

       25-DEPURAR-MAESTRO.
           IF HAY-HISTORIAL AND WSV-CANT-PURGA > 0
               OPEN I-O ARCHIVO-HISTORIAL
               IF WSS-HISTORIAL > "10"
                   DISPLAY "ERROR: NO SE PUEDE ABRIR "
                       "HISTORIAL-MAESTRO.DAT PARA ACTUALIZAR "
                       "(STATUS " WSS-HISTORIAL ")"
                   STOP RUN RETURNING 16
               END-IF
               PERFORM VARYING WSV-IDX-PUR FROM 1 BY 1
                       UNTIL WSV-IDX-PUR > WSV-CANT-PURGA
                   MOVE WSV-PUR-DNI-TAB (WSV-IDX-PUR) TO REG-HIS-DNI
                   DELETE ARCHIVO-HISTORIAL RECORD
                       INVALID KEY
                           DISPLAY "AVISO: DNI " REG-HIS-DNI
                               " YA NO ESTA EN EL MAESTRO"
                   END-DELETE
               END-PERFORM
               CLOSE ARCHIVO-HISTORIAL
           END-IF.

       25-DEPURAR-MAESTRO-END.
       EXIT.

      * Resguardos del ciclo que llevan nombre, con la posicion del
      * DNI y del nombre en cada linea, y la del contacto en el que
      * lo lleva (0 si no tiene).
       30-ANONIMIZAR-CICLO.
           MOVE "N" TO WSC-ES-AUDITORIA.
           MOVE 0 TO WSV-POS-CONTACTO.

           MOVE "MATRICULA.DAT" TO WSV-NOMBRE-BASE.
           MOVE 1 TO WSV-POS-DNI.
           MOVE 9 TO WSV-POS-NOMBRE.
           PERFORM 31-ANONIMIZAR-RESGUARDO.
           ADD WSV-CANT-CAMBIADAS
               TO WSV-CIC-MATRICULA-TAB (WSV-IDX-CIC).

           MOVE "ESPERA-WRK.DAT" TO WSV-NOMBRE-BASE.
           MOVE 4 TO WSV-POS-DNI.
           MOVE 12 TO WSV-POS-NOMBRE.
           PERFORM 31-ANONIMIZAR-RESGUARDO.
           ADD WSV-CANT-CAMBIADAS
               TO WSV-CIC-ESPERA-TAB (WSV-IDX-CIC).

           MOVE "RESULTADOS-CAMBIO.DAT" TO WSV-NOMBRE-BASE.
           MOVE 1 TO WSV-POS-DNI.
           MOVE 9 TO WSV-POS-NOMBRE.
           MOVE 24 TO WSV-POS-CONTACTO.
           PERFORM 31-ANONIMIZAR-RESGUARDO.
           ADD WSV-CANT-CAMBIADAS
               TO WSV-CIC-CAMBIO-TAB (WSV-IDX-CIC).
           MOVE 0 TO WSV-POS-CONTACTO.

           SET ES-AUDITORIA TO TRUE.
           MOVE "AUDITORIA.DAT" TO WSV-NOMBRE-BASE.
           MOVE 179 TO WSV-POS-DNI.
           MOVE 39 TO WSV-POS-NOMBRE.
           PERFORM 31-ANONIMIZAR-RESGUARDO.
           ADD WSV-CANT-CAMBIADAS
               TO WSV-CIC-AUDITORIA-TAB (WSV-IDX-CIC).
           ADD WSV-CANT-SIN-DNI
               TO WSV-CIC-AUD-SIN-DNI-TAB (WSV-IDX-CIC).

       30-ANONIMIZAR-CICLO-END.
       EXIT.

      * Pasa el resguardo a un archivo de trabajo blanqueando el
      * nombre de los DNIs eliminados, y solo si cambio algo lo
      * copia de vuelta: un resguardo que no existe no se crea.
      * Las lineas de auditoria anteriores a que la linea llevara
      * el DNI no se pueden atribuir a nadie; en un ciclo vencido
      * se anonimizan todas.
       31-ANONIMIZAR-RESGUARDO.
           MOVE SPACES TO WSV-NOMBRE-RESGUARDO.
           STRING WSV-NOMBRE-BASE   DELIMITED BY ".DAT"
                  "-"               DELIMITED BY SIZE
                  WSV-CIC-CICLO-TAB (WSV-IDX-CIC)
                                    DELIMITED BY SPACE
                  ".DAT"            DELIMITED BY SIZE
             INTO WSV-NOMBRE-RESGUARDO
           END-STRING.

           MOVE WSV-NOMBRE-RESGUARDO TO WSV-NOMBRE-ORIGEN.
           MOVE WSC-ARCHIVO-TRABAJO TO WSV-NOMBRE-DESTINO.
           MOVE "N" TO WSC-FIN-ORIGEN.
           MOVE 0 TO WSV-CANT-CAMBIADAS.
           MOVE 0 TO WSV-CANT-SIN-DNI.

           OPEN INPUT  ARCHIVO-ORIGEN.
           OPEN OUTPUT ARCHIVO-DESTINO.

           PERFORM UNTIL FIN-ORIGEN
               MOVE SPACES TO REG-ORIGEN
               READ ARCHIVO-ORIGEN
                   AT END
                       SET FIN-ORIGEN TO TRUE
                   NOT AT END
                       PERFORM 32-ANONIMIZAR-LINEA
                       MOVE REG-ORIGEN TO REG-DESTINO
                       WRITE REG-DESTINO
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-ORIGEN.
           CLOSE ARCHIVO-DESTINO.

           IF WSV-CANT-CAMBIADAS > 0
               MOVE WSC-ARCHIVO-TRABAJO TO WSV-NOMBRE-ORIGEN
               MOVE WSV-NOMBRE-RESGUARDO TO WSV-NOMBRE-DESTINO
               PERFORM 35-COPIAR-ARCHIVO
               ADD WSV-CANT-CAMBIADAS TO WSV-TOT-LINEAS
           END-IF.

           MOVE WSC-ARCHIVO-TRABAJO TO WSV-NOMBRE-DESTINO.
           OPEN OUTPUT ARCHIVO-DESTINO.
           CLOSE ARCHIVO-DESTINO.

       31-ANONIMIZAR-RESGUARDO-END.
       EXIT.

       32-ANONIMIZAR-LINEA.
           IF REG-ORIGEN (WSV-POS-NOMBRE:15) NOT = SPACES
               IF ES-AUDITORIA AND
                  REG-ORIGEN (WSV-POS-DNI:8) = SPACES
                   MOVE SPACES TO REG-ORIGEN (WSV-POS-NOMBRE:15)
                   ADD 1 TO WSV-CANT-CAMBIADAS
                   ADD 1 TO WSV-CANT-SIN-DNI
               ELSE
                   IF REG-ORIGEN (WSV-POS-DNI:8) NUMERIC
                       MOVE REG-ORIGEN (WSV-POS-DNI:8)
                           TO WSV-DNI-LINEA
                       PERFORM 33-BUSCAR-ELIMINADO
                       IF PUR-HALLADO
                           MOVE SPACES
                               TO REG-ORIGEN (WSV-POS-NOMBRE:15)
                           IF WSV-POS-CONTACTO > 0
                               MOVE SPACES
                                 TO REG-ORIGEN (WSV-POS-CONTACTO:30)
                           END-IF
                           ADD 1 TO WSV-CANT-CAMBIADAS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       32-ANONIMIZAR-LINEA-END.
       EXIT.

       33-BUSCAR-ELIMINADO.
           MOVE "N" TO WSV-PUR-HALLADO.

           PERFORM VARYING WSV-IDX-PUR FROM 1 BY 1
                   UNTIL WSV-IDX-PUR > WSV-CANT-PURGA
                      OR PUR-HALLADO
               IF WSV-PUR-DNI-TAB (WSV-IDX-PUR) = WSV-DNI-LINEA AND
                  WSV-PUR-ACCION-TAB (WSV-IDX-PUR) =
                  WSC-ACCION-ELIMINAR
                   SET PUR-HALLADO TO TRUE
               END-IF
           END-PERFORM.

       33-BUSCAR-ELIMINADO-END.
       EXIT.

       35-COPIAR-ARCHIVO.
           MOVE "N" TO WSC-FIN-ORIGEN.
           MOVE 0   TO WSV-CANT-COPIADAS.

           OPEN INPUT  ARCHIVO-ORIGEN.
           OPEN OUTPUT ARCHIVO-DESTINO.

           PERFORM UNTIL FIN-ORIGEN
               READ ARCHIVO-ORIGEN
                   AT END
                       SET FIN-ORIGEN TO TRUE
                   NOT AT END
                       MOVE REG-ORIGEN TO REG-DESTINO
                       WRITE REG-DESTINO
                       ADD 1 TO WSV-CANT-COPIADAS
               END-READ
           END-PERFORM.

           CLOSE ARCHIVO-ORIGEN.
           CLOSE ARCHIVO-DESTINO.

       35-COPIAR-ARCHIVO-END.
       EXIT.

      * Certificado de purga: parametros, una linea por ciclo con
      * lo hecho o el motivo por el que no se toco, y totales.
       40-ESCRIBIR-CERTIFICADO.
           OPEN OUTPUT ARCHIVO-CERTIFICADO.

           MOVE FUNCTION CURRENT-DATE TO WSV-FECHA-HORA-AUX.
           INITIALIZE WSV-LINEA-CERTIFICADO.
           STRING "CERTIFICADO DE PURGA POR RETENCION - FECHA "
                                                DELIMITED BY SIZE
                  WSV-FECHA-HORA-AUX (1:8)      DELIMITED BY SIZE
                  " CICLOS CONSERVADOS: "       DELIMITED BY SIZE
                  WSV-CANT-RETENCION            DELIMITED BY SIZE
                  " CORTE: "                    DELIMITED BY SIZE
                  WSV-CICLO-CORTE               DELIMITED BY SIZE
             INTO WSV-LINEA-CERTIFICADO
           END-STRING.
           MOVE WSV-LINEA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           PERFORM VARYING WSV-IDX-CIC FROM 1 BY 1
                   UNTIL WSV-IDX-CIC > WSV-CANT-CICLOS
               IF WSV-CIC-CICLO-TAB (WSV-IDX-CIC) < WSV-CICLO-CORTE
                   PERFORM 41-LINEA-CICLO
               END-IF
           END-PERFORM.

           INITIALIZE WSV-LINEA-CERTIFICADO.
           STRING "TOTAL LEIDOS: "             DELIMITED BY SIZE
                  WSV-CANT-LEIDOS              DELIMITED BY SIZE
                  "  ELIMINADOS: "             DELIMITED BY SIZE
                  WSV-TOT-ELIMINADOS           DELIMITED BY SIZE
                  "  TRASPASADOS: "           DELIMITED BY SIZE
                  WSV-TOT-TRASPASADOS          DELIMITED BY SIZE
                  "  RETENIDOS: "              DELIMITED BY SIZE
                  WSV-TOT-RETENIDOS            DELIMITED BY SIZE
                  "  LINEAS ANONIMIZADAS: "    DELIMITED BY SIZE
                  WSV-TOT-LINEAS               DELIMITED BY SIZE
             INTO WSV-LINEA-CERTIFICADO
           END-STRING.
           MOVE WSV-LINEA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

           CLOSE ARCHIVO-CERTIFICADO.

       40-ESCRIBIR-CERTIFICADO-END.
       EXIT.

       41-LINEA-CICLO.
           INITIALIZE WSV-LINEA-CERTIFICADO.

           IF WSV-CIC-COMPLETO-TAB (WSV-IDX-CIC) = "S"
               STRING "CICLO "                 DELIMITED BY SIZE
                      WSV-CIC-CICLO-TAB (WSV-IDX-CIC)
                                               DELIMITED BY SIZE
                      " ELIMINADOS: "          DELIMITED BY SIZE
                      WSV-CIC-ELIMINADOS-TAB (WSV-IDX-CIC)
                                               DELIMITED BY SIZE
                      " TRASPASADOS: "         DELIMITED BY SIZE
                      WSV-CIC-TRASPASADOS-TAB (WSV-IDX-CIC)
                                               DELIMITED BY SIZE
                      " NOMBRES BLANQUEADOS MAT: "
                                               DELIMITED BY SIZE
                      WSV-CIC-MATRICULA-TAB (WSV-IDX-CIC)
                                               DELIMITED BY SIZE
                      " AUD: "                 DELIMITED BY SIZE
                      WSV-CIC-AUDITORIA-TAB (WSV-IDX-CIC)
                                               DELIMITED BY SIZE
                      " (SIN DNI "             DELIMITED BY SIZE
                      WSV-CIC-AUD-SIN-DNI-TAB (WSV-IDX-CIC)
                                               DELIMITED BY SIZE
                      ") ESP: "                DELIMITED BY SIZE
                      WSV-CIC-ESPERA-TAB (WSV-IDX-CIC)
                                               DELIMITED BY SIZE
                      " CAMB: "                DELIMITED BY SIZE
                      WSV-CIC-CAMBIO-TAB (WSV-IDX-CIC)
                                               DELIMITED BY SIZE
                 INTO WSV-LINEA-CERTIFICADO
               END-STRING
           ELSE
               STRING "CICLO "                 DELIMITED BY SIZE
                      WSV-CIC-CICLO-TAB (WSV-IDX-CIC)
                                               DELIMITED BY SIZE
                      " NO COMPLETO EN CONTROL-CORRIDA - NO SE "
                                               DELIMITED BY SIZE
                      "TOCA. RETENIDOS: "      DELIMITED BY SIZE
                      WSV-CIC-RETENIDOS-TAB (WSV-IDX-CIC)
                                               DELIMITED BY SIZE
                 INTO WSV-LINEA-CERTIFICADO
               END-STRING
           END-IF.

           MOVE WSV-LINEA-CERTIFICADO TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.

       41-LINEA-CICLO-END.
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
