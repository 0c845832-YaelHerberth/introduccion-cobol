               MOVE Año TO TAR-FECHA-Y
               MOVE Mes TO TAR-FECHA-M
               MOVE Día TO TAR-FECHA-D
               PERFORM 2420-PLASTICO-NUEVO
           END-IF.
           MOVE NOMBRE-TARJETA-FILE TO TAR-NOMBRE-TARJETA.
           MOVE ANUALIDAD-FILE TO TAR-ANUALIDAD.
               MOVE Año TO TAR-FECHA-Y
               MOVE Mes TO TAR-FECHA-M
               MOVE Día TO TAR-FECHA-D
               PERFORM 2420-PLASTICO-NUEVO
               WRITE REG-TARJETA
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR TARJETA DEL "
               PERFORM 2450-BAJA-TARJETA-ANTERIOR
           END-IF.

      * UNA TARJETA NUEVA O REACTIVADA ARRANCA CON PLASTICO VIGENTE,
      * SIN NUMERO NI VENCIMIENTO: REPOSIC LE CALCULA EL VENCIMIENTO
      * DESDE LA FECHA DE ALTA HASTA QUE EL EMBOZADOR MANDE LOS
      * DATOS DEL PLASTICO.
       2420-PLASTICO-NUEVO.
           MOVE SPACES TO TAR-NUMERO-ENMASCARADO.
           MOVE ZEROS TO TAR-FECHA-VENCE.
           MOVE "V" TO TAR-ESTATUS-PLASTICO.
           MOVE TAR-FECHA-ALTA TO TAR-FECHA-PLASTICO.
           MOVE SPACES TO TAR-MOTIVO-PLASTICO.

       2450-BAJA-TARJETA-ANTERIOR.
           MOVE ID-CLIENTE-FILE TO TAR-ID-CLIENTE.
           MOVE WKS-CLAVE-ANTERIOR TO TAR-CLAVE-TARJETA.
           MOVE "EDIT" TO LOG-OPERACION.
           MOVE "EDITAR" TO LOG-PROGRAMA.
           MOVE WKS-OPERADOR TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE 0 TO LOG-ID-RELACIONADO.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
           MOVE Día TO LOG-FECHA-D.
