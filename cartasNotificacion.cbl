      *          partir de RESULTADOS.DAT: aceptacion con tramo de
      *          merito e instrucciones, rechazo con los motivos del
      *          veredicto, y pedido de correccion para los datos
      *          invalidos. Las cartas de cambio de carrera y de
      *          promocion de la lista de espera las genera aparte
      *          CARTAS-CAMBIO en cada corrida de la conciliacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   VALUE "DUPLICADO".
               05 WSC-VEREDICTO-IDENTIDAD  PIC X(40)
                   VALUE "IDENTIDAD NO VERIFICADA".
               05 WSC-VEREDICTO-PAGO       PIC X(40)
                   VALUE "PAGO PENDIENTE".
               05 WSC-PREFIJO-RECHAZO      PIC X(10)
                   VALUE "NO CUMPLE:".

                           IF REG-RES-VEREDICTO =
                              WSC-VEREDICTO-IDENTIDAD
                               PERFORM 26-CUERPO-IDENTIDAD
                           ELSE
                           IF REG-RES-VEREDICTO = WSC-VEREDICTO-PAGO
                               PERFORM 27-CUERPO-PAGO-PENDIENTE
                           ELSE
                               PERFORM 25-CUERPO-RECHAZO
                           END-IF
                           END-IF
                       END-IF
                   END-IF
                   END-IF
       26-CUERPO-IDENTIDAD-END.
       EXIT.

      * El arancel de inscripcion no figura pagado en la cobranza
      * conciliada: la carta pide regularizarlo en lugar de
      * rechazar, la evaluacion se completa en una reevaluacion.
       27-CUERPO-PAGO-PENDIENTE.
           MOVE "NO REGISTRAMOS EL PAGO COMPLETO DEL ARANCEL DE"
               TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "INSCRIPCION, POR LO QUE SU POSTULACION NO PUDO"
               TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "SER EVALUADA." TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "REGULARICE EL PAGO Y PRESENTE EL COMPROBANTE EN LA"
               TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE "OFICINA DE ADMISION PARA CONTINUAR EL TRAMITE."
               TO REG-CARTA.
           WRITE REG-CARTA.

       27-CUERPO-PAGO-PENDIENTE-END.
       EXIT.

       29-ESCRIBIR-PIE.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
