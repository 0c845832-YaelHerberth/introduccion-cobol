           SELECT OPTIONAL CANDADO ASSIGN TO "candado.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CAR-CLI ASSIGN TO "cargos.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARGO-LLAVE.

           SELECT OPTIONAL CON-CLI ASSIGN TO "convenios.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONV-LLAVE.

           SELECT OPTIONAL AUT-CLI ASSIGN TO "autoriza.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-LLAVE.

           SELECT OPTIONAL PAR-CLI ASSIGN TO "parametros.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REG-CLI.
       01 REG-CANDADO.
           COPY CPCANDADO.

       FD CAR-CLI.
       01 REG-CARGOS.
           COPY CPCARREG.

       FD CON-CLI.
       01 REG-CONVENIO.
           COPY CPCONREG.

       FD AUT-CLI.
       01 REG-AUTORIZA.
           COPY CPAUTREG.

       FD PAR-CLI.
       01 REG-PARAMETRO.
           COPY CPPARREG.

       WORKING-STORAGE SECTION.
           COPY CPTASAS.
           COPY CPPARAM.

       01 WKS-OPCION PIC 9(2).
       01 WKS-SALIR-MENU PIC X(1) VALUE "N".
       01 WKS-RFC-CAPTURA PIC X(13).
       01 WKS-CANDADO-PUESTO PIC X(1).
       01 WKS-CLAVE-ANTERIOR PIC 9(1).
       01 WKS-OPCION-CONV PIC 9(1).
       01 WKS-SALIR-CONV PIC X(1).
       01 WKS-FIN-CONVENIOS PIC X(1).
       01 WKS-FIN-CARGOS PIC X(1).
       01 WKS-CONVENIO-VIGENTE PIC X(1).
       01 WKS-CONVENIO-EXISTE PIC X(1).
       01 WKS-NUM-VIGENTE PIC 9(3).
       01 WKS-ULTIMO-CONVENIO PIC 9(3).
       01 WKS-NUMERO-CONVENIO PIC 9(3).
       01 WKS-CONVENIOS-CLIENTE PIC 9(3).
       01 WKS-SALDO-CARGO PIC 9(05).
       01 WKS-NUM-PARCIALIDADES PIC 9(2).
       01 WKS-PRIMER-VENCIMIENTO PIC 9(8).
       01 WKS-DIAS-ENTRE PIC 9(3).
       01 WKS-DIA-VENCIMIENTO PIC 9(7).
       01 WKS-IMPORTE-PARCIALIDAD PIC 9(7).
       01 WKS-RESTO-PARCIALIDAD PIC 9(7).
       01 WKS-CONTADOR-CONV PIC 9(2).
       01 WKS-CARGOS-FUERA PIC 9(3).
       01 WKS-FIN-AUTORIZA PIC X(1).
       01 WKS-BAJA-PENDIENTE PIC X(1).
       01 WKS-OPCION-AUT PIC 9(1).
       01 WKS-SALIR-AUT PIC X(1).
       01 WKS-SOLICITUD-APLICADA PIC X(1).
       01 WKS-DIAS-AUTORIZA PIC 9(3).
       01 WKS-DIA-EXPIRA PIC 9(7).
       01 WKS-FECHA-EXPIRA PIC 9(8).
       01 WKS-SOLICITUDES-VISTAS PIC 9(3).
       01 WKS-SOLICITUDES-RESUELTAS PIC 9(3).
       01 WKS-FIN-PARAMETROS PIC X(1).
       01 WKS-CONTADOR-PARAM PIC 9(2).
       01 WKS-CLAVE-BUSCADA PIC X(08).
       01 WKS-PARAMETRO-VALIDO PIC X(1).
       01 WKS-VIGENCIA-PARAMETRO PIC 9(8).
       01 WKS-VALOR-PARAMETRO PIC 9(7)V99.

       01 WKS-TABLA-OPERADORES.
           05 WKS-TOT-OPER-TABLA PIC 9(2).
           MOVE 2 TO WKS-NIVEL-OPERADOR.
           MOVE "S" TO WKS-OPERADOR-VALIDO.

      *****PARAMETROS******************************************
       1500-CARGAR-PARAMETROS.
           MOVE 0 TO WKS-TOT-PARAMETROS.
           OPEN INPUT PAR-CLI.
           MOVE "N" TO WKS-FIN-PARAMETROS.
           PERFORM 1510-LEER-PARAMETRO UNTIL WKS-FIN-PARAMETROS = "S".
           CLOSE PAR-CLI.

       1510-LEER-PARAMETRO.
           READ PAR-CLI
               AT END
                   MOVE "S" TO WKS-FIN-PARAMETROS
               NOT AT END
                   PERFORM 1520-GUARDAR-PARAMETRO
           END-READ.

       1520-GUARDAR-PARAMETRO.
           IF WKS-TOT-PARAMETROS < 50
               ADD 1 TO WKS-TOT-PARAMETROS
               MOVE PAR-CLAVE TO WKS-PARAM-CLAVE(WKS-TOT-PARAMETROS)
               MOVE PAR-VIGENCIA
                   TO WKS-PARAM-VIGENCIA(WKS-TOT-PARAMETROS)
               MOVE PAR-VALOR TO WKS-PARAM-VALOR(WKS-TOT-PARAMETROS)
               MOVE PAR-DESCRIPCION
                   TO WKS-PARAM-DESCRIPCION(WKS-TOT-PARAMETROS)
           ELSE
               DISPLAY "TABLA DE PARAMETROS LLENA, SE IGNORA CLAVE "
                   PAR-CLAVE
           END-IF.

      * EL VALOR QUE APLICA ES EL DE MAYOR VIGENCIA QUE NO REBASE LA
      * FECHA DEL DIA, IGUAL QUE CON LAS TASAS.
       1600-BUSCAR-PARAMETRO.
           MOVE "N" TO WKS-PARAMETRO-VALIDO.
           MOVE 0 TO WKS-VIGENCIA-PARAMETRO.
           MOVE 0 TO WKS-VALOR-PARAMETRO.
           PERFORM 1610-COMPARAR-PARAMETRO
               VARYING WKS-CONTADOR-PARAM FROM 1 BY 1
               UNTIL WKS-CONTADOR-PARAM > WKS-TOT-PARAMETROS.

       1610-COMPARAR-PARAMETRO.
           IF WKS-PARAM-CLAVE(WKS-CONTADOR-PARAM) = WKS-CLAVE-BUSCADA
               AND WKS-PARAM-VIGENCIA(WKS-CONTADOR-PARAM)
                   <= WKS-FECHA-HOY
               AND WKS-PARAM-VIGENCIA(WKS-CONTADOR-PARAM)
                   >= WKS-VIGENCIA-PARAMETRO
               MOVE "S" TO WKS-PARAMETRO-VALIDO
               MOVE WKS-PARAM-VALOR(WKS-CONTADOR-PARAM)
                   TO WKS-VALOR-PARAMETRO
               MOVE WKS-PARAM-VIGENCIA(WKS-CONTADOR-PARAM)
                   TO WKS-VIGENCIA-PARAMETRO
           END-IF.

       2000-MENU.
           DISPLAY " ".
           DISPLAY "1. ALTA DE CLIENTE".
           DISPLAY "8. TARJETAS DEL CLIENTE".
           DISPLAY "9. ADMINISTRAR OPERADORES".
           DISPLAY "10. LIBERAR CANDADO DEL MAESTRO".
           DISPLAY "11. CONVENIOS DE PAGO".
           DISPLAY "12. AUTORIZACIONES PENDIENTES".
           DISPLAY "13. SALIR".
           ACCEPT WKS-OPCION.

      * LAS OPCIONES QUE ACTUALIZAN EL MAESTRO REVISAN EL CANDADO
               WHEN 10
                   PERFORM 7900-LIBERAR-CANDADO
               WHEN 11
                   PERFORM 7950-CONVENIOS
               WHEN 12
                   PERFORM 7990-AUTORIZACIONES
               WHEN 13
                   MOVE "S" TO WKS-SALIR-MENU
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, ELIGE DE 1 A 13"
           END-EVALUATE.

       2100-OPCION-CON-CANDADO.
           MOVE Día TO D OF FECHA-ALTA-FILE.
           MOVE ZEROES TO FECHA-MODIFICACION.
           MOVE "A" TO ESTATUS-CLIENTE-FILE.
           MOVE ZEROES TO ID-FUSIONADO-FILE.

           WRITE REG-CLIENTES
               INVALID KEY
           MOVE M OF FECHA-ALTA-FILE TO TAR-FECHA-M.
           MOVE D OF FECHA-ALTA-FILE TO TAR-FECHA-D.
           MOVE "A" TO TAR-ESTATUS.
           PERFORM 7829-PLASTICO-NUEVO.
           WRITE REG-TARJETA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR TARJETA DEL CLIENTE "
               MOVE Año TO TAR-FECHA-Y
               MOVE Mes TO TAR-FECHA-M
               MOVE Día TO TAR-FECHA-D
               PERFORM 7829-PLASTICO-NUEVO
           END-IF.
           MOVE NOMBRE-TARJETA-FILE TO TAR-NOMBRE-TARJETA.
           MOVE ANUALIDAD-FILE TO TAR-ANUALIDAD.
               MOVE Año TO TAR-FECHA-Y
               MOVE Mes TO TAR-FECHA-M
               MOVE Día TO TAR-FECHA-D
               PERFORM 7829-PLASTICO-NUEVO
               WRITE REG-TARJETA
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR TARJETA DEL "
           DISPLAY "2. NO".
           ACCEPT WKS-CONFIRMAR.
           IF WKS-CONFIRMAR = 1
               PERFORM 5200-SOLICITAR-BAJA
           ELSE
               DISPLAY "BAJA CANCELADA"
           END-IF.

      * LA BAJA QUEDA PENDIENTE EN autoriza.idx; LA APLICA OTRO
      * SUPERVISOR CUANDO LA AUTORIZA (OPCION 12).
       5200-SOLICITAR-BAJA.
           OPEN I-O AUT-CLI.
           PERFORM 5210-BUSCAR-PENDIENTE.
           IF WKS-BAJA-PENDIENTE = "S"
               DISPLAY "YA HAY UNA BAJA PENDIENTE DE AUTORIZAR"
               DISPLAY "PARA ESTE CLIENTE"
           ELSE
               PERFORM 5230-GRABAR-SOLICITUD
           END-IF.
           CLOSE AUT-CLI.

       5210-BUSCAR-PENDIENTE.
           MOVE "N" TO WKS-BAJA-PENDIENTE.
           MOVE "N" TO WKS-FIN-AUTORIZA.
           MOVE LOW-VALUES TO AUT-LLAVE.
           START AUT-CLI KEY IS NOT LESS THAN AUT-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-AUTORIZA
           END-START.
           PERFORM 5220-LEER-SOLICITUD
               UNTIL WKS-FIN-AUTORIZA = "S".

       5220-LEER-SOLICITUD.
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

       5230-GRABAR-SOLICITUD.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           INITIALIZE REG-AUTORIZA.
           MOVE Fecha-Actual(1:8) TO AUT-FECHA-SOLICITUD.
           MOVE Fecha-Actual(9:6) TO AUT-HORA-SOLICITUD.
           MOVE WKS-OPERADOR TO AUT-OPERADOR-SOLICITA.
           MOVE "BAJA" TO AUT-TIPO.
           MOVE "MENU" TO AUT-PROGRAMA.
           MOVE "P" TO AUT-ESTATUS.
           MOVE ID-CLIENTE-FILE TO AUT-ID-CLIENTE.
           MOVE NOMBRE-CLIENTE-FILE TO AUT-NOMBRE-CLIENTE.
           MOVE ANUALIDAD-FILE TO AUT-ANUALIDAD.
           WRITE REG-AUTORIZA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR, INTENTELO DE NUEVO"
               NOT INVALID KEY
                   DISPLAY "*****BAJA ENVIADA A AUTORIZACION*****"
                   DISPLAY "EL CLIENTE SE CANCELA CUANDO OTRO"
                   DISPLAY "SUPERVISOR LA AUTORICE (OPCION 12)"
           END-WRITE.

      *****LISTADO DE CLIENTES*********************************
       6000-LISTAR.
           DISPLAY "FILTRA POR CLAVE (0=TODOS,1=DEBITO,2=CREDITO,".
                   MOVE "N" TO WKS-CLIENTE-EXISTE
           END-READ.

      * UN DUPLICADO FUSIONADO YA NO TIENE TARJETAS NI CARGOS: SE
      * TRABAJA CON EL CLIENTE SOBREVIVIENTE.
           IF WKS-CLIENTE-EXISTE = "S"
               AND ESTATUS-CLIENTE-FILE = "C"
               AND ID-FUSIONADO-FILE IS NUMERIC
               AND ID-FUSIONADO-FILE > 0
               DISPLAY "CLIENTE FUSIONADO EN EL ID " ID-FUSIONADO-FILE
               DISPLAY "NO SE PUEDE REACTIVAR"
               MOVE "N" TO WKS-CLIENTE-EXISTE
           END-IF.

           IF WKS-CLIENTE-EXISTE = "S"
               IF ESTATUS-CLIENTE-FILE = "S"
                   OR ESTATUS-CLIENTE-FILE = "C"
           MOVE Mes TO TAR-FECHA-M.
           MOVE Día TO TAR-FECHA-D.
           MOVE "A" TO TAR-ESTATUS.
           PERFORM 7829-PLASTICO-NUEVO.
           REWRITE REG-TARJETA
               INVALID KEY
                   DISPLAY "ERROR INTENTELO DE NUEVO"
           MOVE Mes TO TAR-FECHA-M.
           MOVE Día TO TAR-FECHA-D.
           MOVE "A" TO TAR-ESTATUS.
           PERFORM 7829-PLASTICO-NUEVO.
           WRITE REG-TARJETA
               INVALID KEY
                   DISPLAY "ERROR INTENTELO DE NUEVO"
                   PERFORM 8600-BITACORA-TALT
           END-WRITE.

      * UNA TARJETA NUEVA O REACTIVADA ARRANCA CON PLASTICO VIGENTE,
      * SIN NUMERO NI VENCIMIENTO: REPOSIC LE CALCULA EL VENCIMIENTO
      * DESDE LA FECHA DE ALTA HASTA QUE EL EMBOZADOR MANDE LOS
      * DATOS DEL PLASTICO.
       7829-PLASTICO-NUEVO.
           MOVE SPACES TO TAR-NUMERO-ENMASCARADO.
           MOVE ZEROS TO TAR-FECHA-VENCE.
           MOVE "V" TO TAR-ESTATUS-PLASTICO.
           MOVE TAR-FECHA-ALTA TO TAR-FECHA-PLASTICO.
           MOVE SPACES TO TAR-MOTIVO-PLASTICO.

       7830-CAPTURAR-CLAVE-TARJ.
           DISPLAY "ELIGE CLAVE DE TARJETA".
           PERFORM 3220-MOSTRAR-TASAS.
                           " ANUALIDAD: " TAR-ANUALIDAD
                           " ALTA: " TAR-FECHA-ALTA
                           " ESTATUS: " TAR-ESTATUS
                       DISPLAY "   PLASTICO: " TAR-NUMERO-ENMASCARADO
                           " VENCE: " TAR-FECHA-VENCE
                           " ESTATUS: " TAR-ESTATUS-PLASTICO
                           " " TAR-MOTIVO-PLASTICO
                   END-IF
           END-READ.

               DISPLAY "CANDADO CONSERVADO"
           END-IF.

      *****CONVENIOS DE PAGO***********************************
      * EL CONVENIO NO TOCA EL MAESTRO NI LOS CARGOS, POR ESO NO
      * PASA POR EL CANDADO: SOLO SE LEEN LOS CARGOS DEL CLIENTE
      * PARA ARMARLO Y SE GRABA EN convenios.idx.
       7950-CONVENIOS.
           DISPLAY "INTRODUCE ID CLIENTE".
           ACCEPT WKS-ID-CLIENTE.
           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-FILE.
           MOVE "S" TO WKS-CLIENTE-EXISTE.

           READ REG-CLI KEY IS ID-CLIENTE-FILE
               INVALID KEY
                   DISPLAY "NO VALIDO/ NO EXISTE"
                   MOVE "N" TO WKS-CLIENTE-EXISTE
           END-READ.

           IF WKS-CLIENTE-EXISTE = "S"
               DISPLAY "CLIENTE: " NOMBRE-CLIENTE-FILE
               OPEN INPUT CAR-CLI
               OPEN I-O CON-CLI
               MOVE "N" TO WKS-SALIR-CONV
               PERFORM 7955-MENU-CONVENIOS UNTIL WKS-SALIR-CONV = "S"
               CLOSE CAR-CLI
               CLOSE CON-CLI
           END-IF.

       7955-MENU-CONVENIOS.
           DISPLAY " ".
           DISPLAY "1. CAPTURAR CONVENIO".
           DISPLAY "2. CONSULTAR CONVENIOS".
           DISPLAY "3. CANCELAR CONVENIO VIGENTE".
           DISPLAY "4. REGRESAR".
           ACCEPT WKS-OPCION-CONV.

           EVALUATE WKS-OPCION-CONV
               WHEN 1
                   PERFORM 7960-ALTA-CONVENIO
               WHEN 2
                   PERFORM 7970-CONSULTAR-CONVENIOS
               WHEN 3
                   PERFORM 7980-CANCELAR-CONVENIO
               WHEN 4
                   MOVE "S" TO WKS-SALIR-CONV
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, ELIGE DE 1 A 4"
           END-EVALUATE.

      * UN SOLO CONVENIO VIGENTE POR CLIENTE; EL NUEVO TOMA EL
      * CONSECUTIVO SIGUIENTE AL ULTIMO QUE TUVO.
       7956-REVISAR-CONVENIOS.
           MOVE "N" TO WKS-CONVENIO-VIGENTE.
           MOVE 0 TO WKS-NUM-VIGENTE.
           MOVE 0 TO WKS-ULTIMO-CONVENIO.
           MOVE 0 TO WKS-CONVENIOS-CLIENTE.
           MOVE "N" TO WKS-FIN-CONVENIOS.
           MOVE ID-CLIENTE-FILE TO CONV-ID-CLIENTE.
           MOVE 0 TO CONV-NUMERO.
           START CON-CLI KEY IS NOT LESS THAN CONV-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CONVENIOS
           END-START.
           PERFORM 7957-LEER-CONVENIO UNTIL WKS-FIN-CONVENIOS = "S".

       7957-LEER-CONVENIO.
           READ CON-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CONVENIOS
               NOT AT END
                   IF CONV-ID-CLIENTE NOT = ID-CLIENTE-FILE
                       MOVE "S" TO WKS-FIN-CONVENIOS
                   ELSE
                       ADD 1 TO WKS-CONVENIOS-CLIENTE
                       MOVE CONV-NUMERO TO WKS-ULTIMO-CONVENIO
                       IF CONV-ESTATUS = "V"
                           MOVE "S" TO WKS-CONVENIO-VIGENTE
                           MOVE CONV-NUMERO TO WKS-NUM-VIGENTE
                       END-IF
                   END-IF
           END-READ.

      *****CAPTURA DE CONVENIO*********************************
      * EL CONVENIO CUBRE TODOS LOS CARGOS DEL CLIENTE QUE TIENEN
      * SALDO (ANUALIDADES Y RECARGOS), CON EL SALDO QUE TRAEN HOY.
       7960-ALTA-CONVENIO.
           PERFORM 7956-REVISAR-CONVENIOS.
           IF WKS-CONVENIO-VIGENTE = "S"
               DISPLAY "EL CLIENTE YA TIENE EL CONVENIO VIGENTE "
                   WKS-NUM-VIGENTE
               DISPLAY "CANCELALO ANTES DE CAPTURAR OTRO"
           ELSE
               INITIALIZE REG-CONVENIO
               MOVE 0 TO WKS-CARGOS-FUERA
               PERFORM 7961-BUSCAR-CARGOS
               IF CONV-TOT-CARGOS = 0
                   DISPLAY "EL CLIENTE NO TIENE CARGOS CON SALDO"
               ELSE
                   PERFORM 7963-CAPTURAR-PLAN
               END-IF
           END-IF.

       7961-BUSCAR-CARGOS.
           MOVE "N" TO WKS-FIN-CARGOS.
           MOVE ID-CLIENTE-FILE TO CARGO-ID-CLIENTE.
           MOVE 0 TO CARGO-CLAVE-TARJETA.
           MOVE 0 TO CARGO-ANIO.
           MOVE 0 TO CARGO-PERIODO.
           START CAR-CLI KEY IS NOT LESS THAN CARGO-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CARGOS
           END-START.
           PERFORM 7962-LEER-CARGO UNTIL WKS-FIN-CARGOS = "S".
           IF WKS-CARGOS-FUERA > 0
               DISPLAY "SOLO CABEN 10 CARGOS EN UN CONVENIO; QUEDAN "
                   "FUERA " WKS-CARGOS-FUERA
           END-IF.

       7962-LEER-CARGO.
           READ CAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CARGOS
               NOT AT END
                   IF CARGO-ID-CLIENTE NOT = ID-CLIENTE-FILE
                       MOVE "S" TO WKS-FIN-CARGOS
                   ELSE
                       PERFORM 7964-AGREGAR-CARGO
                   END-IF
           END-READ.

       7964-AGREGAR-CARGO.
           MOVE 0 TO WKS-SALDO-CARGO.
           IF CARGO-IMPORTE > CARGO-IMPORTE-PAGADO
               SUBTRACT CARGO-IMPORTE-PAGADO FROM CARGO-IMPORTE
                   GIVING WKS-SALDO-CARGO
           END-IF.
           IF (CARGO-ESTATUS = "PENDIENTE" OR CARGO-ESTATUS = "PARCIAL")
               AND WKS-SALDO-CARGO > 0
               IF CONV-TOT-CARGOS < 10
                   ADD 1 TO CONV-TOT-CARGOS
                   MOVE CARGO-CLAVE-TARJETA
                       TO CONV-CARGO-TARJETA(CONV-TOT-CARGOS)
                   MOVE CARGO-ANIO TO CONV-CARGO-ANIO(CONV-TOT-CARGOS)
                   MOVE CARGO-PERIODO
                       TO CONV-CARGO-PERIODO(CONV-TOT-CARGOS)
                   MOVE WKS-SALDO-CARGO
                       TO CONV-CARGO-SALDO(CONV-TOT-CARGOS)
                   ADD WKS-SALDO-CARGO TO CONV-IMPORTE-TOTAL
                   DISPLAY "TARJETA " CARGO-CLAVE-TARJETA
                       " CICLO " CARGO-ANIO
                       " PERIODO " CARGO-PERIODO
                       " TIPO " CARGO-TIPO-CARGO
                       " SALDO " WKS-SALDO-CARGO
               ELSE
                   ADD 1 TO WKS-CARGOS-FUERA
               END-IF
           END-IF.

      * LAS PARCIALIDADES SE REPARTEN IGUALES; LO QUE NO SE PUEDE
      * REPARTIR VA EN LA PRIMERA. LOS VENCIMIENTOS CORREN CADA
      * TANTOS DIAS A PARTIR DEL PRIMERO.
       7963-CAPTURAR-PLAN.
           DISPLAY "SALDO TOTAL DEL CONVENIO: " CONV-IMPORTE-TOTAL.
           MOVE 0 TO WKS-NUM-PARCIALIDADES.
           PERFORM 7965-PEDIR-PARCIALIDADES
               UNTIL WKS-NUM-PARCIALIDADES > 0.
           MOVE 0 TO WKS-PRIMER-VENCIMIENTO.
           PERFORM 7966-PEDIR-VENCIMIENTO
               UNTIL WKS-PRIMER-VENCIMIENTO > 0.
           DISPLAY "DIAS ENTRE PARCIALIDADES (0 = 30)".
           ACCEPT WKS-DIAS-ENTRE.
           IF WKS-DIAS-ENTRE = 0
               MOVE 30 TO WKS-DIAS-ENTRE
           END-IF.

           MOVE WKS-NUM-PARCIALIDADES TO CONV-TOT-PARCIALIDADES.
           DIVIDE CONV-IMPORTE-TOTAL BY WKS-NUM-PARCIALIDADES
               GIVING WKS-IMPORTE-PARCIALIDAD
               REMAINDER WKS-RESTO-PARCIALIDAD.
           COMPUTE WKS-DIA-VENCIMIENTO =
               FUNCTION INTEGER-OF-DATE(WKS-PRIMER-VENCIMIENTO).
           PERFORM 7967-ARMAR-PARCIALIDAD
               VARYING WKS-CONTADOR-CONV FROM 1 BY 1
               UNTIL WKS-CONTADOR-CONV > WKS-NUM-PARCIALIDADES.
           ADD WKS-RESTO-PARCIALIDAD TO CONV-PARC-IMPORTE(1).

           DISPLAY "PLAN DE PAGOS:".
           PERFORM 7968-MOSTRAR-PARCIALIDAD
               VARYING WKS-CONTADOR-CONV FROM 1 BY 1
               UNTIL WKS-CONTADOR-CONV > WKS-NUM-PARCIALIDADES.
           DISPLAY "¿GRABAR EL CONVENIO?".
           DISPLAY "1. SI".
           DISPLAY "2. NO".
           ACCEPT WKS-CONFIRMAR.
           IF WKS-CONFIRMAR = 1
               PERFORM 7969-GRABAR-CONVENIO
           ELSE
               DISPLAY "CONVENIO NO GRABADO"
           END-IF.

       7965-PEDIR-PARCIALIDADES.
           DISPLAY "NUMERO DE PARCIALIDADES (1 A 12)".
           ACCEPT WKS-NUM-PARCIALIDADES.
           IF WKS-NUM-PARCIALIDADES > 12
               DISPLAY "MAXIMO 12 PARCIALIDADES"
               MOVE 0 TO WKS-NUM-PARCIALIDADES
           END-IF.

       7966-PEDIR-VENCIMIENTO.
           DISPLAY "FECHA DE LA PRIMERA PARCIALIDAD (AAAAMMDD)".
           ACCEPT WKS-PRIMER-VENCIMIENTO.
           IF FUNCTION TEST-DATE-YYYYMMDD(WKS-PRIMER-VENCIMIENTO)
               NOT = 0
               DISPLAY "FECHA INVALIDA"
               MOVE 0 TO WKS-PRIMER-VENCIMIENTO
           ELSE
               IF WKS-PRIMER-VENCIMIENTO < WKS-FECHA-HOY
                   DISPLAY "LA PRIMERA PARCIALIDAD NO PUEDE VENCER "
                       "ANTES DE HOY"
                   MOVE 0 TO WKS-PRIMER-VENCIMIENTO
               END-IF
           END-IF.

       7967-ARMAR-PARCIALIDAD.
           MOVE WKS-IMPORTE-PARCIALIDAD
               TO CONV-PARC-IMPORTE(WKS-CONTADOR-CONV).
           COMPUTE CONV-PARC-VENCIMIENTO(WKS-CONTADOR-CONV) =
               FUNCTION DATE-OF-INTEGER(WKS-DIA-VENCIMIENTO).
           ADD WKS-DIAS-ENTRE TO WKS-DIA-VENCIMIENTO.

       7968-MOSTRAR-PARCIALIDAD.
           DISPLAY "PARCIALIDAD " WKS-CONTADOR-CONV
               " VENCE " CONV-PARC-VENCIMIENTO(WKS-CONTADOR-CONV)
               " IMPORTE " CONV-PARC-IMPORTE(WKS-CONTADOR-CONV).

       7969-GRABAR-CONVENIO.
           MOVE ID-CLIENTE-FILE TO CONV-ID-CLIENTE.
           COMPUTE CONV-NUMERO = WKS-ULTIMO-CONVENIO + 1.
           MOVE NOMBRE-CLIENTE-FILE TO CONV-NOMBRE-CLIENTE.
           MOVE WKS-FECHA-HOY TO CONV-FECHA-CAPTURA.
           MOVE WKS-OPERADOR TO CONV-OPERADOR.
           MOVE "V" TO CONV-ESTATUS.
           MOVE WKS-FECHA-HOY TO CONV-FECHA-ESTATUS.
           MOVE 0 TO CONV-IMPORTE-PAGADO.
           WRITE REG-CONVENIO
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL CONVENIO"
               NOT INVALID KEY
                   DISPLAY "*****CONVENIO " CONV-NUMERO
                       " GRABADO*****"
           END-WRITE.

      *****CONSULTA DE CONVENIOS*******************************
       7970-CONSULTAR-CONVENIOS.
           MOVE 0 TO WKS-CONVENIOS-CLIENTE.
           MOVE "N" TO WKS-FIN-CONVENIOS.
           MOVE ID-CLIENTE-FILE TO CONV-ID-CLIENTE.
           MOVE 0 TO CONV-NUMERO.
           START CON-CLI KEY IS NOT LESS THAN CONV-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CONVENIOS
           END-START.
           PERFORM 7971-MOSTRAR-CONVENIO UNTIL WKS-FIN-CONVENIOS = "S".
           IF WKS-CONVENIOS-CLIENTE = 0
               DISPLAY "EL CLIENTE NO TIENE CONVENIOS"
           END-IF.

       7971-MOSTRAR-CONVENIO.
           READ CON-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CONVENIOS
               NOT AT END
                   IF CONV-ID-CLIENTE NOT = ID-CLIENTE-FILE
                       MOVE "S" TO WKS-FIN-CONVENIOS
                   ELSE
                       ADD 1 TO WKS-CONVENIOS-CLIENTE
                       DISPLAY "CONVENIO " CONV-NUMERO
                           " ESTATUS " CONV-ESTATUS
                           " DESDE " CONV-FECHA-ESTATUS
                           " CAPTURO " CONV-OPERADOR
                       DISPLAY "    TOTAL " CONV-IMPORTE-TOTAL
                           " PAGADO " CONV-IMPORTE-PAGADO
                           " CARGOS " CONV-TOT-CARGOS
                       PERFORM 7968-MOSTRAR-PARCIALIDAD
                           VARYING WKS-CONTADOR-CONV FROM 1 BY 1
                           UNTIL WKS-CONTADOR-CONV
                               > CONV-TOT-PARCIALIDADES
                   END-IF
           END-READ.

      *****CANCELACION DE CONVENIO*****************************
      * SOLO UN SUPERVISOR: AL CANCELARLO EL CLIENTE VUELVE A
      * COBRANZA Y A LA SUSPENSION NORMAL.
       7980-CANCELAR-CONVENIO.
           IF WKS-NIVEL-OPERADOR NOT = 2
               DISPLAY "SOLO UN SUPERVISOR PUEDE CANCELAR CONVENIOS"
           ELSE
               PERFORM 7956-REVISAR-CONVENIOS
               IF WKS-CONVENIO-VIGENTE = "N"
                   DISPLAY "EL CLIENTE NO TIENE CONVENIO VIGENTE"
               ELSE
                   PERFORM 7985-CONFIRMAR-CANCELACION
               END-IF
           END-IF.

       7985-CONFIRMAR-CANCELACION.
           MOVE ID-CLIENTE-FILE TO CONV-ID-CLIENTE.
           MOVE WKS-NUM-VIGENTE TO CONV-NUMERO.
           MOVE "S" TO WKS-CONVENIO-EXISTE.
           READ CON-CLI KEY IS CONV-LLAVE
               INVALID KEY
                   DISPLAY "ERROR AL LEER EL CONVENIO"
                   MOVE "N" TO WKS-CONVENIO-EXISTE
           END-READ.
           IF WKS-CONVENIO-EXISTE = "S"
               DISPLAY "CONVENIO " CONV-NUMERO
                   " TOTAL " CONV-IMPORTE-TOTAL
                   " PAGADO " CONV-IMPORTE-PAGADO
               DISPLAY "¿CANCELAR ESTE CONVENIO?"
               DISPLAY "1. SI"
               DISPLAY "2. NO"
               ACCEPT WKS-CONFIRMAR
               IF WKS-CONFIRMAR = 1
                   MOVE "C" TO CONV-ESTATUS
                   MOVE WKS-FECHA-HOY TO CONV-FECHA-ESTATUS
                   REWRITE REG-CONVENIO
                       INVALID KEY
                           DISPLAY "ERROR INTENTELO DE NUEVO"
                       NOT INVALID KEY
                           DISPLAY "*****CONVENIO CANCELADO*****"
                   END-REWRITE
               ELSE
                   DISPLAY "CONVENIO CONSERVADO"
               END-IF
           END-IF.

      *****AUTORIZACIONES PENDIENTES***************************
      * LAS BAJAS Y LAS TASAS NUEVAS QUEDAN EN autoriza.idx HASTA
      * QUE UN SUPERVISOR DISTINTO AL QUE LAS SOLICITO LAS AUTORIZA
      * O RECHAZA AQUI. PASADOS LOS DIAS DEL PARAMETRO AUTDIAS LA
      * SOLICITUD YA NO SE PUEDE AUTORIZAR Y AUTREP LA VENCE.
       7990-AUTORIZACIONES.
           IF WKS-NIVEL-OPERADOR NOT = 2
               DISPLAY "SOLO UN SUPERVISOR PUEDE AUTORIZAR"
           ELSE
               PERFORM 1500-CARGAR-PARAMETROS
               MOVE "AUTDIAS" TO WKS-CLAVE-BUSCADA
               PERFORM 1600-BUSCAR-PARAMETRO
               IF WKS-PARAMETRO-VALIDO = "N"
                   DISPLAY "FALTA EL PARAMETRO AUTDIAS"
                   DISPLAY "CAPTURALO CON EL PROGRAMA PARAMS"
               ELSE
                   MOVE WKS-VALOR-PARAMETRO TO WKS-DIAS-AUTORIZA
                   PERFORM 7991-REVISAR-SOLICITUDES
               END-IF
           END-IF.

       7991-REVISAR-SOLICITUDES.
           MOVE 0 TO WKS-SOLICITUDES-VISTAS.
           MOVE 0 TO WKS-SOLICITUDES-RESUELTAS.
           MOVE "N" TO WKS-SALIR-AUT.
           MOVE "N" TO WKS-FIN-AUTORIZA.
           OPEN I-O AUT-CLI.
           MOVE LOW-VALUES TO AUT-LLAVE.
           START AUT-CLI KEY IS NOT LESS THAN AUT-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-AUTORIZA
           END-START.
           PERFORM 7992-LEER-SOLICITUD
               UNTIL WKS-FIN-AUTORIZA = "S" OR WKS-SALIR-AUT = "S".
           CLOSE AUT-CLI.
           DISPLAY "SOLICITUDES PENDIENTES REVISADAS: "
               WKS-SOLICITUDES-VISTAS.
           DISPLAY "SOLICITUDES RESUELTAS: " WKS-SOLICITUDES-RESUELTAS.

       7992-LEER-SOLICITUD.
           READ AUT-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-AUTORIZA
               NOT AT END
                   IF AUT-ESTATUS = "P"
                       ADD 1 TO WKS-SOLICITUDES-VISTAS
                       PERFORM 7993-PRESENTAR-SOLICITUD
                   END-IF
           END-READ.

       7993-PRESENTAR-SOLICITUD.
           COMPUTE WKS-DIA-EXPIRA =
               FUNCTION INTEGER-OF-DATE(AUT-FECHA-SOLICITUD)
               + WKS-DIAS-AUTORIZA.
           COMPUTE WKS-FECHA-EXPIRA =
               FUNCTION DATE-OF-INTEGER(WKS-DIA-EXPIRA).
           DISPLAY " ".
           DISPLAY "SOLICITUD DE " AUT-TIPO
               " POR " AUT-OPERADOR-SOLICITA " EN " AUT-PROGRAMA.
           DISPLAY "FECHA: " AUT-FECHA-SOLICITUD " " AUT-HORA-SOLICITUD
               " EXPIRA: " WKS-FECHA-EXPIRA.
           IF AUT-TIPO = "BAJA"
               DISPLAY "CLIENTE: " AUT-ID-CLIENTE " "
                   AUT-NOMBRE-CLIENTE " ANUALIDAD: " AUT-ANUALIDAD
           ELSE
               DISPLAY "TASA CLAVE: " AUT-TAS-CLAVE
                   " NOMBRE: " AUT-TAS-NOMBRE
                   " IMPORTE: " AUT-TAS-IMPORTE
                   " VIGENTE DESDE: " AUT-TAS-VIGENCIA
           END-IF.

           IF WKS-FECHA-HOY > WKS-FECHA-EXPIRA
               DISPLAY "SOLICITUD EXPIRADA, YA NO SE PUEDE AUTORIZAR"
           ELSE
               IF AUT-OPERADOR-SOLICITA = WKS-OPERADOR
                   DISPLAY "ES TU PROPIA SOLICITUD, DEBE AUTORIZARLA"
                   DISPLAY "OTRO SUPERVISOR"
               ELSE
                   PERFORM 7994-RESOLVER-SOLICITUD
               END-IF
           END-IF.

       7994-RESOLVER-SOLICITUD.
           DISPLAY "1. AUTORIZAR".
           DISPLAY "2. RECHAZAR".
           DISPLAY "3. DEJAR PENDIENTE".
           DISPLAY "4. TERMINAR LA REVISION".
           ACCEPT WKS-OPCION-AUT.

           EVALUATE WKS-OPCION-AUT
               WHEN 1
                   PERFORM 7995-AUTORIZAR
               WHEN 2
                   DISPLAY "INTRODUCE EL MOTIVO DEL RECHAZO"
                   ACCEPT AUT-MOTIVO
                   MOVE "R" TO AUT-ESTATUS
                   PERFORM 7999-GRABAR-RESOLUCION
               WHEN 3
                   DISPLAY "LA SOLICITUD SIGUE PENDIENTE"
               WHEN 4
                   MOVE "S" TO WKS-SALIR-AUT
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, LA SOLICITUD SIGUE "
                       "PENDIENTE"
           END-EVALUATE.

      * SI EL CAMBIO YA NO PROCEDE (CLIENTE BORRADO O YA CANCELADO)
      * LA SOLICITUD SE CIERRA RECHAZADA CON EL MOTIVO; SI NO SE
      * PUDO APLICAR POR EL CANDADO O LA TABLA LLENA SIGUE PENDIENTE.
       7995-AUTORIZAR.
           MOVE "N" TO WKS-SOLICITUD-APLICADA.
           MOVE SPACES TO AUT-MOTIVO.
           IF AUT-TIPO = "BAJA"
               PERFORM 7996-APLICAR-BAJA
           ELSE
               PERFORM 7998-APLICAR-TASA
           END-IF.
           IF WKS-SOLICITUD-APLICADA = "S"
               MOVE "A" TO AUT-ESTATUS
               PERFORM 7999-GRABAR-RESOLUCION
           ELSE
               IF AUT-MOTIVO NOT = SPACES
                   DISPLAY AUT-MOTIVO
                   MOVE "R" TO AUT-ESTATUS
                   PERFORM 7999-GRABAR-RESOLUCION
               END-IF
           END-IF.

       7996-APLICAR-BAJA.
           PERFORM 2100-OPCION-CON-CANDADO.
           IF WKS-CANDADO-PUESTO = "N"
               MOVE AUT-ID-CLIENTE TO ID-CLIENTE-FILE
               MOVE "S" TO WKS-CLIENTE-EXISTE
               READ REG-CLI KEY IS ID-CLIENTE-FILE
                   INVALID KEY
                       MOVE "N" TO WKS-CLIENTE-EXISTE
                       MOVE "EL CLIENTE YA NO EXISTE" TO AUT-MOTIVO
               END-READ
               IF WKS-CLIENTE-EXISTE = "S"
                   IF ESTATUS-CLIENTE-FILE = "C"
                       MOVE "EL CLIENTE YA ESTABA CANCELADO"
                           TO AUT-MOTIVO
                   ELSE
                       PERFORM 7997-CANCELAR-CLIENTE
                   END-IF
               END-IF
           END-IF.

       7997-CANCELAR-CLIENTE.
           MOVE "C" TO ESTATUS-CLIENTE-FILE.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Año TO Y OF FECHA-MODIFICACION.
           MOVE Mes TO M OF FECHA-MODIFICACION.
           MOVE Día TO D OF FECHA-MODIFICACION.
           REWRITE REG-CLIENTES
               INVALID KEY
                   DISPLAY "ERROR INTENTELO DE NUEVO"
               NOT INVALID KEY
                   MOVE "S" TO WKS-SOLICITUD-APLICADA
                   DISPLAY "*****CLIENTE DADO DE BAJA*****"
                   DISPLAY "QUEDA CANCELADO, SE CONSERVA SU"
                   DISPLAY "HISTORIAL PARA UNA REACTIVACION"
                   PERFORM 8300-BITACORA-BAJA
           END-REWRITE.

      * LA TASA SE AGREGA AL FINAL DE tasas.txt Y A LA TABLA EN
      * MEMORIA; LA ANUALIDAD ANTES EN LA BITACORA ES LA QUE TENIA
      * VIGENTE ESA CLAVE HOY (CERO SI ES UN PRODUCTO NUEVO).
       7998-APLICAR-TASA.
           IF WKS-TOT-TASAS >= 20
               DISPLAY "TABLA DE TASAS LLENA, DEPURA tasas.txt"
               DISPLAY "LA SOLICITUD SIGUE PENDIENTE"
           ELSE
               MOVE AUT-TAS-CLAVE TO CLAVE-TARJETA-FILE
               MOVE 0 TO ANUALIDAD-FILE
               MOVE 1 TO WKS-CONTADOR-TASA
               MOVE 0 TO WKS-MEJOR-VIGENCIA
               PERFORM 3210-BUSCAR-TASA
                   UNTIL WKS-CONTADOR-TASA > WKS-TOT-TASAS
               MOVE ANUALIDAD-FILE TO WKS-ANUALIDAD-ANTERIOR
               MOVE AUT-TAS-CLAVE TO TAS-CLAVE
               MOVE AUT-TAS-NOMBRE TO TAS-NOMBRE
               MOVE AUT-TAS-IMPORTE TO TAS-IMPORTE
               MOVE AUT-TAS-VIGENCIA TO TAS-VIGENCIA
               OPEN EXTEND TAS-CLI
               WRITE REG-TASA
               CLOSE TAS-CLI
               PERFORM 1120-GUARDAR-TASA
               MOVE "S" TO WKS-SOLICITUD-APLICADA
               DISPLAY "*****TASA AGREGADA A tasas.txt*****"
               PERFORM 8350-BITACORA-TASA
           END-IF.

       7999-GRABAR-RESOLUCION.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE WKS-OPERADOR TO AUT-OPERADOR-AUTORIZA.
           MOVE Fecha-Actual(1:8) TO AUT-FECHA-RESOLUCION.
           MOVE Fecha-Actual(9:6) TO AUT-HORA-RESOLUCION.
           REWRITE REG-AUTORIZA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR LA RESOLUCION"
               NOT INVALID KEY
                   ADD 1 TO WKS-SOLICITUDES-RESUELTAS
                   IF AUT-ESTATUS = "A"
                       DISPLAY "*****SOLICITUD AUTORIZADA*****"
                   ELSE
                       DISPLAY "*****SOLICITUD RECHAZADA*****"
                   END-IF
           END-REWRITE.

      *****BITACORA********************************************
       8100-BITACORA-ALTA.
           MOVE "ALTA" TO LOG-OPERACION.
           MOVE ANUALIDAD-FILE TO LOG-ANUALIDAD-DESPUES.
           PERFORM 8900-ESCRIBIR-BITACORA.

      * LAS BAJAS Y LAS TASAS SE GRABAN AL AUTORIZARSE: EL
      * OPERADOR ES QUIEN LAS SOLICITO Y EL QUE AUTORIZA VA APARTE.
      * EL CAMBIO DE TASA NO ES DE UN CLIENTE Y VA CON CLIENTE CERO.
       8300-BITACORA-BAJA.
           MOVE ID-CLIENTE-FILE TO LOG-ID-CLIENTE.
           MOVE "BAJA" TO LOG-OPERACION.
           MOVE ANUALIDAD-FILE TO LOG-ANUALIDAD-ANTES.
           MOVE 0 TO LOG-ANUALIDAD-DESPUES.
           PERFORM 8800-ESCRIBIR-AUTORIZADA.

       8350-BITACORA-TASA.
           MOVE 0 TO LOG-ID-CLIENTE.
           MOVE "TASA" TO LOG-OPERACION.
           MOVE WKS-ANUALIDAD-ANTERIOR TO LOG-ANUALIDAD-ANTES.
           MOVE AUT-TAS-IMPORTE TO LOG-ANUALIDAD-DESPUES.
           PERFORM 8800-ESCRIBIR-AUTORIZADA.

       8400-BITACORA-SUSP.
           MOVE "SUSP" TO LOG-OPERACION.
           MOVE 0 TO LOG-ANUALIDAD-DESPUES.
           PERFORM 8900-ESCRIBIR-BITACORA.

       8800-ESCRIBIR-AUTORIZADA.
           MOVE "MENU" TO LOG-PROGRAMA.
           MOVE AUT-OPERADOR-SOLICITA TO LOG-OPERADOR.
           MOVE WKS-OPERADOR TO LOG-OPERADOR-AUTORIZA.
           MOVE 0 TO LOG-ID-RELACIONADO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
           MOVE Día TO LOG-FECHA-D.
           MOVE Hora TO LOG-HORA-H.
           MOVE Minuto TO LOG-HORA-MI.
           MOVE Segundo TO LOG-HORA-S.
           WRITE REG-LOG.

       8900-ESCRIBIR-BITACORA.
           MOVE ID-CLIENTE-FILE TO LOG-ID-CLIENTE.
           MOVE "MENU" TO LOG-PROGRAMA.
           MOVE WKS-OPERADOR TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE 0 TO LOG-ID-RELACIONADO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
