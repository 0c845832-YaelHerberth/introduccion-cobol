           SELECT OPTIONAL TAS-CLI ASSIGN TO "tasas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPE-CLI ASSIGN TO "operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUT-CLI ASSIGN TO "autoriza.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-LLAVE.

       DATA DIVISION.
       FILE SECTION.
       FD TAS-CLI.
       01 REG-TASA.
           COPY CPTASREG.

       FD OPE-CLI.
       01 REG-OPERADOR.
           COPY CPOPEREG.

       FD AUT-CLI.
       01 REG-AUTORIZA.
           COPY CPAUTREG.

       WORKING-STORAGE SECTION.
           COPY CPTASAS.

       01 WKS-OPCION PIC 9(1).
       01 WKS-SALIR-MENU PIC X(1) VALUE "N".
       01 WKS-FIN-TASAS PIC X(1) VALUE "N".
       01 WKS-SOLICITUDES PIC 9(3) VALUE 0.
       01 WKS-CONTADOR-TASA PIC 9(2).
       01 WKS-CLAVE-NUEVA PIC 9(1).
       01 WKS-NOMBRE-NUEVO PIC X(08).
       01 WKS-IMPORTE-NUEVO PIC 9(05).
       01 WKS-VIGENCIA-NUEVA PIC 9(8).
       01 WKS-CONFIRMAR PIC 9(1).
       01 WKS-OPERADOR PIC X(8).
       01 WKS-NOMBRE-OPERADOR PIC X(20).
       01 WKS-NIVEL-OPERADOR PIC 9(1).
       01 WKS-OPERADOR-VALIDO PIC X(1).
       01 WKS-FIN-OPERADORES PIC X(1).
       01 WKS-TOT-OPERADORES PIC 9(2).

       01 Fecha-Actual.
           05 Año PIC 9(4).
           05 Mes PIC 99.
           05 Día PIC 99.
           05 Hora PIC 99.
           05 Minuto PIC 99.
           05 Segundo PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1100-LEER-TASA UNTIL WKS-FIN-TASAS = "S".
           CLOSE TAS-CLI.
           DISPLAY "TASAS CARGADAS: " WKS-TOT-TASAS.
           PERFORM 1300-FIRMAR-OPERADOR.

       1100-LEER-TASA.
           READ TAS-CLI
                   TAS-CLAVE
           END-IF.

      *****FIRMA DE OPERADOR***********************************
       1300-FIRMAR-OPERADOR.
           MOVE "N" TO WKS-OPERADOR-VALIDO.
           PERFORM 1310-PEDIR-OPERADOR
               UNTIL WKS-OPERADOR-VALIDO = "S".
           DISPLAY "BIENVENIDO " WKS-NOMBRE-OPERADOR.

       1310-PEDIR-OPERADOR.
           DISPLAY "INTRODUCE TU CLAVE DE OPERADOR".
           ACCEPT WKS-OPERADOR.
           MOVE 0 TO WKS-TOT-OPERADORES.
           OPEN INPUT OPE-CLI.
           MOVE "N" TO WKS-FIN-OPERADORES.
           PERFORM 1320-LEER-OPERADOR
               UNTIL WKS-FIN-OPERADORES = "S".
           CLOSE OPE-CLI.

           IF WKS-TOT-OPERADORES = 0
               DISPLAY "NO HAY OPERADORES REGISTRADOS"
               DISPLAY "REGISTRA EL PRIMER SUPERVISOR DESDE MENU"
               STOP RUN
           END-IF.
           IF WKS-OPERADOR-VALIDO = "N"
               DISPLAY "OPERADOR INVALIDO O INACTIVO"
           END-IF.

       1320-LEER-OPERADOR.
           READ OPE-CLI
               AT END
                   MOVE "S" TO WKS-FIN-OPERADORES
               NOT AT END
                   ADD 1 TO WKS-TOT-OPERADORES
                   PERFORM 1330-COMPARAR-OPERADOR
           END-READ.

       1330-COMPARAR-OPERADOR.
           IF OPER-ID = WKS-OPERADOR AND OPER-ESTATUS = "A"
               MOVE "S" TO WKS-OPERADOR-VALIDO
               MOVE OPER-NOMBRE TO WKS-NOMBRE-OPERADOR
               MOVE OPER-NIVEL TO WKS-NIVEL-OPERADOR
           END-IF.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "1. LISTAR TASAS".
           DISPLAY "2. SOLICITAR TASA (NUEVA VIGENCIA O PRODUCTO)".
           DISPLAY "3. SALIR".
           ACCEPT WKS-OPCION.

           EVALUATE WKS-OPCION
               " VIGENTE DESDE: " WKS-TASA-VIGENCIA(WKS-CONTADOR-TASA).
           ADD 1 TO WKS-CONTADOR-TASA.

      *****SOLICITUD DE ALTA DE TASA***************************
      * LA TASA NO SE AGREGA AQUI: QUEDA PENDIENTE EN autoriza.idx
      * HASTA QUE OTRO SUPERVISOR LA AUTORIZA DESDE MENU, QUE ES
      * QUIEN LA AGREGA A tasas.txt.
       4000-AGREGAR.
           IF WKS-TOT-TASAS >= 20
               DISPLAY "TABLA DE TASAS LLENA, DEPURA tasas.txt"
           IF WKS-CLAVE-NUEVA = 0
               DISPLAY "CLAVE INVALIDA, NO SE AGREGA"
           ELSE
               DISPLAY "CLAVE: " WKS-CLAVE-NUEVA
                   " NOMBRE: " WKS-NOMBRE-NUEVO
                   " IMPORTE: " WKS-IMPORTE-NUEVO
                   " VIGENTE DESDE: " WKS-VIGENCIA-NUEVA
               DISPLAY "¿ENVIAR A AUTORIZACION?"
               DISPLAY "1. SI"
               DISPLAY "2. NO"
               ACCEPT WKS-CONFIRMAR
               IF WKS-CONFIRMAR = 1
                   PERFORM 4200-GRABAR-SOLICITUD
               ELSE
                   DISPLAY "SOLICITUD CANCELADA"
               END-IF
           END-IF.

       4200-GRABAR-SOLICITUD.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE SPACES TO REG-AUTORIZA.
           MOVE Fecha-Actual(1:8) TO AUT-FECHA-SOLICITUD.
           MOVE Fecha-Actual(9:6) TO AUT-HORA-SOLICITUD.
           MOVE WKS-OPERADOR TO AUT-OPERADOR-SOLICITA.
           MOVE 0 TO AUT-CONSECUTIVO.
           MOVE "TASA" TO AUT-TIPO.
           MOVE "TASAS" TO AUT-PROGRAMA.
           MOVE "P" TO AUT-ESTATUS.
           MOVE 0 TO AUT-ID-CLIENTE.
           MOVE 0 TO AUT-ANUALIDAD.
           MOVE WKS-CLAVE-NUEVA TO AUT-TAS-CLAVE.
           MOVE WKS-NOMBRE-NUEVO TO AUT-TAS-NOMBRE.
           MOVE WKS-IMPORTE-NUEVO TO AUT-TAS-IMPORTE.
           MOVE WKS-VIGENCIA-NUEVA TO AUT-TAS-VIGENCIA.
           MOVE 0 TO AUT-FECHA-RESOLUCION.
           MOVE 0 TO AUT-HORA-RESOLUCION.
           OPEN I-O AUT-CLI.
           WRITE REG-AUTORIZA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR, INTENTELO DE NUEVO"
               NOT INVALID KEY
                   ADD 1 TO WKS-SOLICITUDES
                   DISPLAY "*****SOLICITUD ENVIADA*****"
                   DISPLAY "LA TASA SE AGREGA CUANDO OTRO SUPERVISOR"
                   DISPLAY "LA AUTORICE DESDE MENU"
           END-WRITE.
           CLOSE AUT-CLI.

      *****SALIR***********************************************
       9000-FIN.
           DISPLAY "SOLICITUDES ENVIADAS: " WKS-SOLICITUDES.
           DISPLAY "GRACIAS POR SU VISITA".

       END PROGRAM TASAS.
