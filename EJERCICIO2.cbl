           SELECT OPTIONAL CANDADO ASSIGN TO "candado.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUT-CLI ASSIGN TO "autoriza.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-LLAVE.

       DATA DIVISION.
       FILE SECTION.
       FD REG-CLI.
       01 REG-CANDADO.
           COPY CPCANDADO.

       FD AUT-CLI.
       01 REG-AUTORIZA.
           COPY CPAUTREG.

       WORKING-STORAGE SECTION.
           COPY CPTASAS.

       01 WKS-CANDADO-PUESTO PIC X(1).
       01 WKS-CLAVE-ANTERIOR PIC 9(1).
       01 WKS-TARJETA-EXISTE PIC X(1).
       01 WKS-FIN-AUTORIZA PIC X(1).
       01 WKS-BAJA-PENDIENTE PIC X(1).

       01 Fecha-Actual.
           05 Año PIC 9(4).
           MOVE Día TO D OF FECHA-ALTA-FILE.
           MOVE ZEROES TO FECHA-MODIFICACION.
           MOVE "A" TO ESTATUS-CLIENTE-FILE.
           MOVE ZEROES TO ID-FUSIONADO-FILE.

           2110ASIGNARID.
           MOVE 1 TO WKS-ID-CLIENTE-FILE.
           MOVE M OF FECHA-ALTA-FILE TO TAR-FECHA-M.
           MOVE D OF FECHA-ALTA-FILE TO TAR-FECHA-D.
           MOVE "A" TO TAR-ESTATUS.
           PERFORM 2455PLASTICONUEVO.
           WRITE REG-TARJETA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR TARJETA DEL CLIENTE "
                       TAR-ID-CLIENTE
           END-WRITE.

      *    UNA TARJETA NUEVA O REACTIVADA ARRANCA CON PLASTICO
      *    VIGENTE, SIN NUMERO NI VENCIMIENTO, IGUAL QUE EN ALTA,
      *    EDITAR Y MENU: REPOSIC LE CALCULA EL VENCIMIENTO DESDE LA
      *    FECHA DE ALTA HASTA QUE EL EMBOZADOR MANDE LOS DATOS.
           2455PLASTICONUEVO.
           MOVE SPACES TO TAR-NUMERO-ENMASCARADO.
           MOVE ZEROS TO TAR-FECHA-VENCE.
           MOVE "V" TO TAR-ESTATUS-PLASTICO.
           MOVE TAR-FECHA-ALTA TO TAR-FECHA-PLASTICO.
           MOVE SPACES TO TAR-MOTIVO-PLASTICO.

           8000BITACORA.
           MOVE ID-CLIENTE-FILE TO LOG-ID-CLIENTE.
           MOVE "ALTA" TO LOG-OPERACION.
           MOVE "EJERC2" TO LOG-PROGRAMA.
           MOVE WKS-OPERADOR TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE 0 TO LOG-ID-RELACIONADO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
           MOVE "EDIT" TO LOG-OPERACION.
           MOVE "EJERC2" TO LOG-PROGRAMA.
           MOVE WKS-OPERADOR TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE 0 TO LOG-ID-RELACIONADO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
           MOVE ANUALIDAD-FILE TO LOG-ANUALIDAD-DESPUES.
           WRITE REG-LOG.

           2500PROCESOLOTE.
           PERFORM 1450PONECANDADO.
           OPEN INPUT TRANS-CLIENTES.
           OPEN OUTPUT RECH-CLIENTES.
           OPEN I-O AUT-CLI.
           MOVE "N" TO WKS-FIN-LOTE.
           PERFORM 2510LEERTRANS UNTIL WKS-FIN-LOTE = "S".
           CLOSE TRANS-CLIENTES.
           CLOSE RECH-CLIENTES.
           CLOSE AUT-CLI.
           PERFORM 1490LIBERACANDADO.
           DISPLAY "TRANSACCIONES LEIDAS: " WKS-CONTADOR-LOTE.
           DISPLAY "ALTAS APLICADAS: " WKS-CONTADOR-ALTAS.
           DISPLAY "CAMBIOS APLICADOS: " WKS-CONTADOR-CAMBIOS.
           DISPLAY "BAJAS ENVIADAS A AUTORIZACION: "
               WKS-CONTADOR-BAJAS.
           DISPLAY "RECHAZADAS: " WKS-CONTADOR-RECHAZOS
               " (VER trans_rechazos.txt)".
           PERFORM 9810REGISTROCONTROL.
           MOVE Día TO D OF FECHA-ALTA-FILE.
           MOVE ZEROES TO FECHA-MODIFICACION.
           MOVE "A" TO ESTATUS-CLIENTE-FILE.
           MOVE ZEROES TO ID-FUSIONADO-FILE.
           WRITE REG-CLIENTES
               INVALID KEY
                   MOVE "05" TO RECH-MOTIVO
               MOVE Año TO TAR-FECHA-Y
               MOVE Mes TO TAR-FECHA-M
               MOVE Día TO TAR-FECHA-D
               PERFORM 2455PLASTICONUEVO
           END-IF.
           MOVE NOMBRE-TARJETA-FILE TO TAR-NOMBRE-TARJETA.
           MOVE ANUALIDAD-FILE TO TAR-ANUALIDAD.
               MOVE Año TO TAR-FECHA-Y
               MOVE Mes TO TAR-FECHA-M
               MOVE Día TO TAR-FECHA-D
               PERFORM 2455PLASTICONUEVO
               WRITE REG-TARJETA
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR TARJETA DEL "
                   MOVE "CLIENTE YA CANCELADO" TO RECH-DESCRIPCION
                   PERFORM 2560RECHAZAR
               ELSE
                   PERFORM 2555LOTESOLICITARBAJA
               END-IF
           END-IF.

      *    LA BAJA POR LOTE TAMPOCO SE APLICA AQUI: QUEDA PENDIENTE
      *    EN autoriza.idx HASTA QUE OTRO SUPERVISOR LA AUTORIZA
      *    DESDE MENU. UNA BAJA YA PENDIENTE PARA EL CLIENTE SE
      *    RECHAZA.
           2555LOTESOLICITARBAJA.
           PERFORM 2556BUSCARPENDIENTE.
           IF WKS-BAJA-PENDIENTE = "S"
               MOVE "10" TO RECH-MOTIVO
               MOVE "BAJA YA PENDIENTE DE AUTORIZAR"
                   TO RECH-DESCRIPCION
               PERFORM 2560RECHAZAR
           ELSE
               PERFORM 2558GRABARSOLICITUD
           END-IF.

           2556BUSCARPENDIENTE.
           MOVE "N" TO WKS-BAJA-PENDIENTE.
           MOVE "N" TO WKS-FIN-AUTORIZA.
           MOVE LOW-VALUES TO AUT-LLAVE.
           START AUT-CLI KEY IS NOT LESS THAN AUT-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-AUTORIZA
           END-START.
           PERFORM 2557LEERSOLICITUD
               UNTIL WKS-FIN-AUTORIZA = "S".

           2557LEERSOLICITUD.
           READ AUT-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-AUTORIZA
               NOT AT END
                   IF AUT-TIPO = "BAJA" AND AUT-ESTATUS = "P"
                      AND AUT-ID-CLIENTE = ID-CLIENTE-FILE
                       MOVE "S" TO WKS-BAJA-PENDIENTE
                       MOVE "S" TO WKS-FIN-AUTORIZA
                   END-IF
           END-READ.

           2558GRABARSOLICITUD.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           INITIALIZE REG-AUTORIZA.
           MOVE Fecha-Actual(1:8) TO AUT-FECHA-SOLICITUD.
           MOVE Fecha-Actual(9:6) TO AUT-HORA-SOLICITUD.
           MOVE WKS-OPERADOR TO AUT-OPERADOR-SOLICITA.
           MOVE WKS-CONTADOR-LOTE TO AUT-CONSECUTIVO.
           MOVE "BAJA" TO AUT-TIPO.
           MOVE "EJERC2" TO AUT-PROGRAMA.
           MOVE "P" TO AUT-ESTATUS.
           MOVE ID-CLIENTE-FILE TO AUT-ID-CLIENTE.
           MOVE NOMBRE-CLIENTE-FILE TO AUT-NOMBRE-CLIENTE.
           MOVE ANUALIDAD-FILE TO AUT-ANUALIDAD.
           WRITE REG-AUTORIZA
               INVALID KEY
                   MOVE "05" TO RECH-MOTIVO
                   MOVE "ERROR AL GRABAR LA SOLICITUD"
                       TO RECH-DESCRIPCION
                   PERFORM 2560RECHAZAR
               NOT INVALID KEY
                   ADD 1 TO WKS-CONTADOR-BAJAS
           END-WRITE.

           2560RECHAZAR.
           MOVE TRANS-OPERACION TO RECH-OPERACION.
