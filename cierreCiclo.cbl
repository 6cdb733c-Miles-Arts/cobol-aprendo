      * Purpose: Cierre operativo del ciclo de admision: verifica en
      *          CONTROL-CORRIDA.DAT que el ciclo este COMPLETO,
      *          copia los archivos por-ciclo (ESPERA-WRK, AUDITORIA,
      *          CHECKPOINT, el estado de pagos acumulado con sus
      *          cobranzas, las cartas de cambio, el padron de
      *          colegios del ciclo y el JOBLOG) a nombres de resguardo
      *          estampados con el ciclo, vacia los archivos de
      *          trabajo para la proxima corrida y deja asentado en
      *          el joblog que se archivo. Se niega a correr si el
           01 WSC-CONSTANTES.
               05 WSC-ESTADO-EN-CURSO      PIC X(8) VALUE "EN-CURSO".
               05 WSC-ESTADO-COMPLETO      PIC X(8) VALUE "COMPLETO".
               05 WSC-CANT-TRABAJO         PIC 9(2) VALUE 9.

      * Archivos por-ciclo que se resguardan y vacian; el joblog se
      * archiva al final, aparte, para que capture las lineas de
               05 FILLER PIC X(25) VALUE "AUDITORIA.DAT".
               05 FILLER PIC X(25) VALUE "CHECKPOINT.DAT".
               05 FILLER PIC X(25) VALUE "DESPACHOS-PROMOCION.DAT".
               05 FILLER PIC X(25) VALUE "RESULTADOS-CAMBIO.DAT".
               05 FILLER PIC X(25) VALUE "ESTADO-PAGOS.DAT".
               05 FILLER PIC X(25) VALUE "COBRANZAS-CICLO.DAT".
               05 FILLER PIC X(25) VALUE "CARTAS-CAMBIO.DAT".
               05 FILLER PIC X(25) VALUE "COLEGIOS-CICLO.DAT".
           01 WSC-TRABAJO REDEFINES WSC-TRABAJO-DEF.
               05 WSC-TRABAJO-NOMBRE OCCURS 9 TIMES PIC X(25).

           01 WSC-SWITCHES.
               05 WSC-FIN-CONTROL        PIC X VALUE "N".
               05 WSV-NOMBRE-DESTINO           PIC X(35).
               05 WSV-NOMBRE-BASE              PIC X(25).
               05 WSV-CICLO                    PIC X(6).
               05 WSV-IDX-TRA                  PIC 9(2).
               05 WSV-IDX-LOT                  PIC 9(3).
               05 WSV-LOTE-HALLADO             PIC 9(3).
               05 WSV-CANT-COPIADAS            PIC 9(5).
