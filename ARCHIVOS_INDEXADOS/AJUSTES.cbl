       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAR-CLI ASSIGN TO "cargos.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARGO-LLAVE.

           SELECT OPTIONAL CON-CLI ASSIGN TO "convenios.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONV-LLAVE.

           SELECT OPTIONAL AJU-DIA ASSIGN TO "ajustes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPE-CLI ASSIGN TO "operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-CLI.
       01 REG-CARGOS.
           COPY CPCARREG.

       FD CON-CLI.
       01 REG-CONVENIO.
           COPY CPCONREG.

       FD AJU-DIA.
       01 REG-AJUSTE.
           COPY CPAJUREG.

       FD OPE-CLI.
       01 REG-OPERADOR.
           COPY CPOPEREG.

       WORKING-STORAGE SECTION.
       01 WKS-FIN PIC 9(1).
       01 WKS-ID-CLIENTE PIC 9(7).
       01 WKS-CLAVE-TARJETA PIC 9(1).
       01 WKS-CICLO PIC 9(4).
       01 WKS-PERIODO PIC 9(6).
       01 WKS-CARGO-EXISTE PIC X(1).
       01 WKS-CARGO-VALIDO PIC X(1).
       01 WKS-SALDO PIC 9(05).
       01 WKS-TIPO-AJUSTE PIC 9(1).
       01 WKS-MOTIVO PIC 9(2).
       01 WKS-MOTIVO-VALIDO PIC X(1).
       01 WKS-MOTIVO-TEXTO PIC X(20).
       01 WKS-IMPORTE-AJUSTE PIC 9(05).
       01 WKS-IMPORTE-ANTES PIC 9(05).
       01 WKS-ESTATUS-ANTES PIC X(09).
       01 WKS-CONFIRMAR PIC 9(1).
       01 WKS-FIN-CONVENIOS PIC X(1).
       01 WKS-TIENE-CONVENIO PIC X(1).
       01 WKS-CONTADOR-AJUSTES PIC 9(5) VALUE 0.
       01 WKS-SUMA-AJUSTES PIC 9(7) VALUE 0.
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
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 2.
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
       1000-INICIO.
           DISPLAY "*****AJUSTES Y CANCELACIONES DE CARGOS*****".
           PERFORM 1300-FIRMAR-OPERADOR.
           IF WKS-NIVEL-OPERADOR NOT = 2
               DISPLAY "SOLO UN SUPERVISOR PUEDE AJUSTAR CARGOS"
               STOP RUN
           END-IF.

           OPEN I-O CAR-CLI.
           OPEN INPUT CON-CLI.
           OPEN EXTEND AJU-DIA.

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

      *****SELECCION DEL CARGO*********************************
      * PERIODO 0 = LA ANUALIDAD DEL CICLO; AAAAMM = UN RECARGO.
       2000-PROCESO.
           DISPLAY "INTRODUCE ID CLIENTE".
           ACCEPT WKS-ID-CLIENTE.
           DISPLAY "CLAVE DE TARJETA".
           ACCEPT WKS-CLAVE-TARJETA.
           DISPLAY "ANIO DEL CICLO".
           ACCEPT WKS-CICLO.
           DISPLAY "PERIODO DEL RECARGO (0 = ANUALIDAD)".
           ACCEPT WKS-PERIODO.

           MOVE WKS-ID-CLIENTE TO CARGO-ID-CLIENTE.
           MOVE WKS-CLAVE-TARJETA TO CARGO-CLAVE-TARJETA.
           MOVE WKS-CICLO TO CARGO-ANIO.
           MOVE WKS-PERIODO TO CARGO-PERIODO.
           MOVE "S" TO WKS-CARGO-EXISTE.
           READ CAR-CLI KEY IS CARGO-LLAVE
               INVALID KEY
                   DISPLAY "NO EXISTE ESE CARGO"
                   MOVE "N" TO WKS-CARGO-EXISTE
           END-READ.

           IF WKS-CARGO-EXISTE = "S"
               PERFORM 2100-MOSTRAR-CARGO
               PERFORM 2200-VALIDAR-CARGO
               IF WKS-CARGO-VALIDO = "S"
                   PERFORM 2300-PEDIR-AJUSTE
               END-IF
           END-IF.

           DISPLAY "¿DESEAS AJUSTAR OTRO CARGO?".
           DISPLAY "1. SI".
           DISPLAY "2. NO".
           ACCEPT WKS-FIN.

       2100-MOSTRAR-CARGO.
           MOVE 0 TO WKS-SALDO.
           IF CARGO-IMPORTE > CARGO-IMPORTE-PAGADO
               SUBTRACT CARGO-IMPORTE-PAGADO FROM CARGO-IMPORTE
                   GIVING WKS-SALDO
           END-IF.
           DISPLAY "CLIENTE: " CARGO-NOMBRE-CLIENTE
               " TIPO: " CARGO-TIPO-CARGO.
           DISPLAY "IMPORTE: " CARGO-IMPORTE
               " PAGADO: " CARGO-IMPORTE-PAGADO
               " SALDO: " WKS-SALDO
               " ESTATUS: " CARGO-ESTATUS.

      * SOLO SE AJUSTA LO QUE SIGUE ABIERTO; UN CARGO CUBIERTO POR
      * UN CONVENIO VIGENTE SE AJUSTA DESPUES DE CANCELAR EL
      * CONVENIO, PARA QUE EL PLAN DE PAGOS NO QUEDE DESCUADRADO.
       2200-VALIDAR-CARGO.
           MOVE "S" TO WKS-CARGO-VALIDO.
           IF (CARGO-ESTATUS NOT = "PENDIENTE"
               AND CARGO-ESTATUS NOT = "PARCIAL")
               OR WKS-SALDO = 0
               DISPLAY "EL CARGO NO TIENE SALDO ABIERTO, NO SE AJUSTA"
               MOVE "N" TO WKS-CARGO-VALIDO
           ELSE
               PERFORM 2250-BUSCAR-CONVENIO
               IF WKS-TIENE-CONVENIO = "S"
                   DISPLAY "EL CLIENTE TIENE UN CONVENIO DE PAGO "
                       "VIGENTE"
                   DISPLAY "CANCELALO EN MENU ANTES DE AJUSTAR"
                   MOVE "N" TO WKS-CARGO-VALIDO
               END-IF
           END-IF.

       2250-BUSCAR-CONVENIO.
           MOVE "N" TO WKS-TIENE-CONVENIO.
           MOVE "N" TO WKS-FIN-CONVENIOS.
           MOVE CARGO-ID-CLIENTE TO CONV-ID-CLIENTE.
           MOVE 0 TO CONV-NUMERO.
           START CON-CLI KEY IS NOT LESS THAN CONV-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CONVENIOS
           END-START.
           PERFORM 2260-LEER-CONVENIO UNTIL WKS-FIN-CONVENIOS = "S".

       2260-LEER-CONVENIO.
           READ CON-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CONVENIOS
               NOT AT END
                   IF CONV-ID-CLIENTE NOT = CARGO-ID-CLIENTE
                       MOVE "S" TO WKS-FIN-CONVENIOS
                   ELSE
                       IF CONV-ESTATUS = "V"
                           MOVE "S" TO WKS-TIENE-CONVENIO
                           MOVE "S" TO WKS-FIN-CONVENIOS
                       END-IF
                   END-IF
           END-READ.

      *****CAPTURA DEL AJUSTE**********************************
       2300-PEDIR-AJUSTE.
           DISPLAY "1. REDUCIR EL CARGO".
           DISPLAY "2. CANCELAR TODO EL SALDO".
           DISPLAY "3. NO AJUSTAR".
           ACCEPT WKS-TIPO-AJUSTE.
           EVALUATE WKS-TIPO-AJUSTE
               WHEN 1
                   DISPLAY "IMPORTE A REDUCIR (HASTA " WKS-SALDO ")"
                   ACCEPT WKS-IMPORTE-AJUSTE
                   IF WKS-IMPORTE-AJUSTE = 0
                       OR WKS-IMPORTE-AJUSTE > WKS-SALDO
                       DISPLAY "IMPORTE INVALIDO, NO SE AJUSTA"
                   ELSE
                       PERFORM 2400-CONFIRMAR-AJUSTE
                   END-IF
               WHEN 2
                   MOVE WKS-SALDO TO WKS-IMPORTE-AJUSTE
                   PERFORM 2400-CONFIRMAR-AJUSTE
               WHEN OTHER
                   DISPLAY "CARGO SIN AJUSTE"
           END-EVALUATE.

       2400-CONFIRMAR-AJUSTE.
           MOVE "N" TO WKS-MOTIVO-VALIDO.
           PERFORM 2410-PEDIR-MOTIVO UNTIL WKS-MOTIVO-VALIDO = "S".
           DISPLAY "SE AJUSTARA " WKS-IMPORTE-AJUSTE
               " POR " WKS-MOTIVO-TEXTO.
           DISPLAY "¿CONFIRMAS EL AJUSTE?".
           DISPLAY "1. SI".
           DISPLAY "2. NO".
           ACCEPT WKS-CONFIRMAR.
           IF WKS-CONFIRMAR = 1
               PERFORM 2500-APLICAR-AJUSTE
           ELSE
               DISPLAY "AJUSTE CANCELADO"
           END-IF.

       2410-PEDIR-MOTIVO.
           DISPLAY "MOTIVO DEL AJUSTE".
           DISPLAY "01 QUEJA DEL CLIENTE".
           DISPLAY "02 ERROR DE COBRO".
           DISPLAY "03 CARGO DUPLICADO".
           DISPLAY "04 CORTESIA COMERCIAL".
           DISPLAY "05 INCOBRABLE".
           ACCEPT WKS-MOTIVO.
           MOVE "S" TO WKS-MOTIVO-VALIDO.
           EVALUATE WKS-MOTIVO
               WHEN 1
                   MOVE "QUEJA DEL CLIENTE" TO WKS-MOTIVO-TEXTO
               WHEN 2
                   MOVE "ERROR DE COBRO" TO WKS-MOTIVO-TEXTO
               WHEN 3
                   MOVE "CARGO DUPLICADO" TO WKS-MOTIVO-TEXTO
               WHEN 4
                   MOVE "CORTESIA COMERCIAL" TO WKS-MOTIVO-TEXTO
               WHEN 5
                   MOVE "INCOBRABLE" TO WKS-MOTIVO-TEXTO
               WHEN OTHER
                   DISPLAY "MOTIVO INVALIDO"
                   MOVE "N" TO WKS-MOTIVO-VALIDO
           END-EVALUATE.

      * LO AJUSTADO SE RESTA DEL IMPORTE Y SE ACUMULA EN
      * CARGO-IMPORTE-AJUSTADO. SI EL SALDO QUEDA EN CERO EL CARGO
      * SE CIERRA: CANCELADO CUANDO SE PIDIO CANCELAR O NO TENIA
      * ABONOS, PAGADO CUANDO LO ABONADO YA CUBRE LO QUE QUEDO.
       2500-APLICAR-AJUSTE.
           MOVE CARGO-IMPORTE TO WKS-IMPORTE-ANTES.
           MOVE CARGO-ESTATUS TO WKS-ESTATUS-ANTES.
           IF CARGO-IMPORTE-AJUSTADO IS NOT NUMERIC
               MOVE 0 TO CARGO-IMPORTE-AJUSTADO
           END-IF.
           SUBTRACT WKS-IMPORTE-AJUSTE FROM CARGO-IMPORTE.
           ADD WKS-IMPORTE-AJUSTE TO CARGO-IMPORTE-AJUSTADO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO CARGO-FECHA-AJUSTE.
           IF CARGO-IMPORTE-PAGADO >= CARGO-IMPORTE
               IF WKS-TIPO-AJUSTE = 2 OR CARGO-IMPORTE-PAGADO = 0
                   MOVE "CANCELADO" TO CARGO-ESTATUS
               ELSE
                   MOVE "PAGADO" TO CARGO-ESTATUS
               END-IF
           END-IF.
           REWRITE REG-CARGOS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL AJUSTE, INTENTALO "
                       "DE NUEVO"
               NOT INVALID KEY
                   ADD 1 TO WKS-CONTADOR-AJUSTES
                   ADD WKS-IMPORTE-AJUSTE TO WKS-SUMA-AJUSTES
                   PERFORM 2600-GRABAR-DIARIO
                   DISPLAY "*****CARGO AJUSTADO, QUEDA EN "
                       CARGO-ESTATUS "*****"
           END-REWRITE.

       2600-GRABAR-DIARIO.
           MOVE CARGO-ID-CLIENTE TO AJU-ID-CLIENTE.
           MOVE CARGO-CLAVE-TARJETA TO AJU-CLAVE-TARJETA.
           MOVE CARGO-ANIO TO AJU-ANIO.
           MOVE CARGO-PERIODO TO AJU-PERIODO.
           IF WKS-TIPO-AJUSTE = 2
               MOVE "C" TO AJU-TIPO
           ELSE
               MOVE "R" TO AJU-TIPO
           END-IF.
           MOVE WKS-MOTIVO TO AJU-MOTIVO.
           MOVE WKS-IMPORTE-AJUSTE TO AJU-IMPORTE.
           MOVE WKS-IMPORTE-ANTES TO AJU-IMPORTE-ANTES.
           MOVE CARGO-IMPORTE TO AJU-IMPORTE-DESPUES.
           MOVE CARGO-IMPORTE-PAGADO TO AJU-PAGADO.
           MOVE WKS-ESTATUS-ANTES TO AJU-ESTATUS-ANTES.
           MOVE CARGO-ESTATUS TO AJU-ESTATUS-DESPUES.
           MOVE WKS-OPERADOR TO AJU-OPERADOR.
           MOVE "AJUSTES" TO AJU-PROGRAMA.
           MOVE Fecha-Actual(1:8) TO AJU-FECHA.
           MOVE Fecha-Actual(9:6) TO AJU-HORA.
           WRITE REG-AJUSTE.

       9000-FIN.
           CLOSE CAR-CLI.
           CLOSE CON-CLI.
           CLOSE AJU-DIA.
           DISPLAY "AJUSTES APLICADOS: " WKS-CONTADOR-AJUSTES
               " IMPORTE: " WKS-SUMA-AJUSTES.
           DISPLAY "QUEDAN REGISTRADOS EN ajustes.txt".
           DISPLAY "GRACIAS POR SU VISITA".

       END PROGRAM AJUSTES.
