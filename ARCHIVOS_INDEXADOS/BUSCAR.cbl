
           SELECT OPTIONAL TAS-CLI ASSIGN TO "tasas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUT-CLI ASSIGN TO "autoriza.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-LLAVE.
           SELECT OPTIONAL OPE-CLI ASSIGN TO "operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD TAS-CLI.
       01 REG-TASA.
           COPY CPTASREG.

       FD AUT-CLI.
       01 REG-AUTORIZA.
           COPY CPAUTREG.
       FD OPE-CLI.
       01 REG-OPERADOR.
           COPY CPOPEREG.
       01 WKS-OPERADOR-VALIDO PIC X(1).
       01 WKS-FIN-OPERADORES PIC X(1).
       01 WKS-TOT-OPERADORES PIC 9(2).
       01 WKS-FIN-AUTORIZA PIC X(1).
       01 WKS-BAJA-PENDIENTE PIC X(1).

       01 Fecha-Actual.
           05 Año PIC 9(4).
               DISPLAY "2. NO"
               ACCEPT WKS-CONFIRMAR
               IF WKS-CONFIRMAR = 1
                   PERFORM 2510-SOLICITAR-BAJA
               ELSE
                   DISPLAY "BAJA CANCELADA"
               END-IF
           END-IF.

      * LA BAJA QUEDA PENDIENTE EN autoriza.idx HASTA QUE OTRO
      * SUPERVISOR LA AUTORIZA DESDE MENU.
       2510-SOLICITAR-BAJA.
           OPEN I-O AUT-CLI.
           PERFORM 2520-BUSCAR-PENDIENTE.
           IF WKS-BAJA-PENDIENTE = "S"
               DISPLAY "YA HAY UNA BAJA PENDIENTE DE AUTORIZAR"
               DISPLAY "PARA ESTE CLIENTE"
           ELSE
               PERFORM 2540-GRABAR-SOLICITUD
           END-IF.
           CLOSE AUT-CLI.

       2520-BUSCAR-PENDIENTE.
           MOVE "N" TO WKS-BAJA-PENDIENTE.
           MOVE "N" TO WKS-FIN-AUTORIZA.
           MOVE LOW-VALUES TO AUT-LLAVE.
           START AUT-CLI KEY IS NOT LESS THAN AUT-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-AUTORIZA
           END-START.
           PERFORM 2530-LEER-SOLICITUD
               UNTIL WKS-FIN-AUTORIZA = "S".

       2530-LEER-SOLICITUD.
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

       2540-GRABAR-SOLICITUD.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE SPACES TO REG-AUTORIZA.
           MOVE Fecha-Actual(1:8) TO AUT-FECHA-SOLICITUD.
           MOVE Fecha-Actual(9:6) TO AUT-HORA-SOLICITUD.
           MOVE WKS-OPERADOR TO AUT-OPERADOR-SOLICITA.
           MOVE 0 TO AUT-CONSECUTIVO.
           MOVE "BAJA" TO AUT-TIPO.
           MOVE "BUSCAR" TO AUT-PROGRAMA.
           MOVE "P" TO AUT-ESTATUS.
           MOVE ID-CLIENTE-FILE TO AUT-ID-CLIENTE.
           MOVE NOMBRE-CLIENTE-FILE TO AUT-NOMBRE-CLIENTE.
           MOVE ANUALIDAD-FILE TO AUT-ANUALIDAD.
           MOVE 0 TO AUT-TAS-CLAVE.
           MOVE 0 TO AUT-TAS-IMPORTE.
           MOVE 0 TO AUT-TAS-VIGENCIA.
           MOVE 0 TO AUT-FECHA-RESOLUCION.
           MOVE 0 TO AUT-HORA-RESOLUCION.
           WRITE REG-AUTORIZA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR, INTENTELO DE NUEVO"
               NOT INVALID KEY
                   DISPLAY "*****BAJA ENVIADA A AUTORIZACION*****"
                   DISPLAY "EL CLIENTE SE CANCELA CUANDO OTRO"
                   DISPLAY "SUPERVISOR LA AUTORICE DESDE MENU"
           END-WRITE.

      *****BITACORA********************************************
       8100-BITACORA-EDIT.
           MOVE ANUALIDAD-FILE TO LOG-ANUALIDAD-DESPUES.
           PERFORM 8900-ESCRIBIR-BITACORA.

       8900-ESCRIBIR-BITACORA.
           MOVE ID-CLIENTE-FILE TO LOG-ID-CLIENTE.
           MOVE "BUSCAR" TO LOG-PROGRAMA.
           MOVE WKS-OPERADOR TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE 0 TO LOG-ID-RELACIONADO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
