           MOVE Día TO D OF FECHA-ALTA-FILE.
           MOVE ZEROES TO FECHA-MODIFICACION.
           MOVE "A" TO ESTATUS-CLIENTE-FILE.
           MOVE ZEROES TO ID-FUSIONADO-FILE.

           WRITE REG-CLIENTES
               INVALID KEY
           MOVE M OF FECHA-ALTA-FILE TO TAR-FECHA-M.
           MOVE D OF FECHA-ALTA-FILE TO TAR-FECHA-D.
           MOVE "A" TO TAR-ESTATUS.
           PERFORM 2410-PLASTICO-NUEVO.
           WRITE REG-TARJETA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR TARJETA DEL CLIENTE "
                       TAR-ID-CLIENTE
           END-WRITE.

      * UNA TARJETA NUEVA O REACTIVADA ARRANCA CON PLASTICO VIGENTE,
      * SIN NUMERO NI VENCIMIENTO: REPOSIC LE CALCULA EL VENCIMIENTO
      * DESDE LA FECHA DE ALTA HASTA QUE EL EMBOZADOR MANDE LOS
      * DATOS DEL PLASTICO.
       2410-PLASTICO-NUEVO.
           MOVE SPACES TO TAR-NUMERO-ENMASCARADO.
           MOVE ZEROS TO TAR-FECHA-VENCE.
           MOVE "V" TO TAR-ESTATUS-PLASTICO.
           MOVE TAR-FECHA-ALTA TO TAR-FECHA-PLASTICO.
           MOVE SPACES TO TAR-MOTIVO-PLASTICO.

       8000-BITACORA.
           MOVE ID-CLIENTE-FILE TO LOG-ID-CLIENTE.
           MOVE "ALTA" TO LOG-OPERACION.
           MOVE "ALTA" TO LOG-PROGRAMA.
           MOVE WKS-OPERADOR TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE 0 TO LOG-ID-RELACIONADO.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
           MOVE Día TO LOG-FECHA-D.
