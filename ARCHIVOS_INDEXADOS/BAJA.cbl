           ALTERNATE RECORD KEY IS NOMBRE-CLIENTE-FILE
               WITH DUPLICATES.

           SELECT OPTIONAL AUT-CLI ASSIGN TO "autoriza.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-LLAVE.
           SELECT OPTIONAL OPE-CLI ASSIGN TO "operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       01 REG-CLIENTES.
           COPY CPCLIREG.

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
               STOP RUN
           END-IF.

           OPEN INPUT REG-CLI.
           PERFORM 1300-FIRMAR-OPERADOR.
           IF WKS-NIVEL-OPERADOR NOT = 2
               DISPLAY "SOLO UN SUPERVISOR PUEDE DAR BAJAS"
               CLOSE REG-CLI
               STOP RUN
           END-IF.
           DISPLAY "*****BIENVENIDO*****".
               DISPLAY "NO HAY OPERADORES REGISTRADOS"
               DISPLAY "REGISTRA EL PRIMER SUPERVISOR DESDE MENU"
               CLOSE REG-CLI
               STOP RUN
           END-IF.
           IF WKS-OPERADOR-VALIDO = "N"
           ACCEPT WKS-CONFIRMAR.

           IF WKS-CONFIRMAR = 1
               PERFORM 2200-SOLICITAR-BAJA
           ELSE
               DISPLAY "BAJA CANCELADA"
           END-IF.

      *****SOLICITUD DE BAJA***********************************
      * LA BAJA NO SE APLICA AQUI: QUEDA PENDIENTE EN autoriza.idx
      * HASTA QUE OTRO SUPERVISOR LA AUTORIZA DESDE MENU, QUE ES
      * QUIEN CANCELA AL CLIENTE Y GRABA LA BITACORA.
       2200-SOLICITAR-BAJA.
           OPEN I-O AUT-CLI.
           PERFORM 2300-BUSCAR-PENDIENTE.
           IF WKS-BAJA-PENDIENTE = "S"
               DISPLAY "YA HAY UNA BAJA PENDIENTE DE AUTORIZAR"
               DISPLAY "PARA ESTE CLIENTE"
           ELSE
               PERFORM 2400-GRABAR-SOLICITUD
           END-IF.
           CLOSE AUT-CLI.

       2300-BUSCAR-PENDIENTE.
           MOVE "N" TO WKS-BAJA-PENDIENTE.
           MOVE "N" TO WKS-FIN-AUTORIZA.
           MOVE LOW-VALUES TO AUT-LLAVE.
           START AUT-CLI KEY IS NOT LESS THAN AUT-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-AUTORIZA
           END-START.
           PERFORM 2310-LEER-SOLICITUD
               UNTIL WKS-FIN-AUTORIZA = "S".

       2310-LEER-SOLICITUD.
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

       2400-GRABAR-SOLICITUD.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE SPACES TO REG-AUTORIZA.
           MOVE Fecha-Actual(1:8) TO AUT-FECHA-SOLICITUD.
           MOVE Fecha-Actual(9:6) TO AUT-HORA-SOLICITUD.
           MOVE WKS-OPERADOR TO AUT-OPERADOR-SOLICITA.
           MOVE 0 TO AUT-CONSECUTIVO.
           MOVE "BAJA" TO AUT-TIPO.
           MOVE "BAJA" TO AUT-PROGRAMA.
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

       3000-FIN.
           CLOSE REG-CLI.
           DISPLAY "GRACIAS POR SU VISITA".

       END PROGRAM BAJA.
