           DISPLAY "*****CONCILIACION REG-CLI CONTRA BITACORA*****".

      *****PASO 1: REPLAY DE LA BITACORA***********************
      * LAS LINEAS CON CLIENTE CERO (CAMBIOS DE TASA) NO SON DE UN
      * CLIENTE DEL MAESTRO Y NO ENTRAN AL REPLAY.
       2000-REPLAY-BITACORA.
           READ LOG-CLI
               AT END
                   MOVE "S" TO WKS-FIN-LOG
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-LOG
                   IF LOG-ID-CLIENTE NOT = 0
                       PERFORM 2100-ACUMULAR-MOVIMIENTO
                   END-IF
           END-READ.

       2100-ACUMULAR-MOVIMIENTO.
               END-REWRITE
           END-IF.

      * PURG (DEPURACION ANUAL) SACA AL CLIENTE DEL MAESTRO IGUAL
      * QUE UNA BAJA, Y REST (RESTAURACION DE UN DEPURADO) LO VUELVE
      * A METER IGUAL QUE UN ALTA.
       2200-APLICAR-MOVIMIENTO.
           MOVE LOG-OPERACION TO TRB-ULTIMA-OPERACION.
           IF LOG-OPERACION = "PURG"
               MOVE "BAJA" TO TRB-ULTIMA-OPERACION
           END-IF.
           MOVE LOG-ANUALIDAD-DESPUES TO TRB-ANUALIDAD-DESPUES.
           IF LOG-OPERACION = "ALTA" OR LOG-OPERACION = "MIGR"
               OR LOG-OPERACION = "REST"
               MOVE "S" TO TRB-ALTA-VISTA
           END-IF.

