       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLIENTE-FILE
           ALTERNATE RECORD KEY IS NOMBRE-CLIENTE-FILE
               WITH DUPLICATES.

           SELECT OPTIONAL CAR-CLI ASSIGN TO "cargos.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CARGO-LLAVE.

           SELECT OPTIONAL CON-CLI ASSIGN TO "convenios.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONV-LLAVE.

           SELECT OPTIONAL CRT-CLI ASSIGN TO "cartas.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRT-LLAVE.

           SELECT IMPRESION ASSIGN TO "cartas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE ASSIGN TO "cartas.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REG-CLI.
       01 REG-CLIENTES.
           COPY CPCLIREG.

       FD CAR-CLI.
       01 REG-CARGOS.
           COPY CPCARREG.

       FD CON-CLI.
       01 REG-CONVENIO.
           COPY CPCONREG.

       FD CRT-CLI.
       01 REG-CARTA-ENVIADA.
           COPY CPCRTREG.

      * CARTAS LISTAS PARA IMPRIMIR: CADA CARTA OCUPA UNA PAGINA
      * COMPLETA DE TAM-PAGINA RENGLONES.
       FD IMPRESION.
       01 REG-IMPRESION PIC X(80).

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
       01 WKS-FIN-RECORRIDO PIC X(1) VALUE "N".
       01 WKS-FIN-CARGOS PIC X(1) VALUE "N".
       01 WKS-FIN-CONVENIOS PIC X(1).
       01 WKS-TIENE-CONVENIO PIC X(1).
       01 WKS-CLIENTE-EXISTE PIC X(1).
       01 WKS-CARTA-EXISTE PIC X(1).
       01 WKS-DOMICILIO-VALIDO PIC X(1).
       01 WKS-MOTIVO PIC X(20).
       01 WKS-DIGITOS PIC 9(2).
       01 WKS-ESPACIOS PIC 9(2).
       01 WKS-MIN-DOMICILIO PIC 9(2) VALUE 15.
       01 WKS-MES-RENOVACION PIC 9(2).
       01 WKS-ANO-RENOVACION PIC 9(4).
       01 WKS-DIA-HOY PIC 9(7).
       01 WKS-DIA-CARGO PIC 9(7).
       01 WKS-DIAS PIC S9(5).
       01 WKS-BUCKET PIC 9(1).
       01 WKS-SALDO PIC 9(05).
       01 WKS-LINEAS-CARTA PIC 9(2).

      * CARTA EN TURNO: DE RENOVACION (DESDE EL MAESTRO) O DE
      * COBRANZA (DESDE EL GRUPO DE CARGOS DE LA TARJETA).
       01 WKS-CARTA-TIPO PIC X(4).
       01 WKS-CARTA-CLAVE PIC 9(1).
       01 WKS-CARTA-TARJETA PIC X(8).
       01 WKS-CARTA-CICLO PIC 9(4).
       01 WKS-CARTA-IMPORTE PIC 9(7).
       01 WKS-CARTA-DIAS PIC 9(4).

      * GRUPO DE CARGOS DE UN CLIENTE Y TARJETA: cargos.idx VIENE
      * ORDENADO POR CLIENTE Y TARJETA, SE CIERRA AL CAMBIAR.
       01 WKS-GRP-ABIERTO PIC X(1) VALUE "N".
       01 WKS-GRP-ID PIC 9(7).
       01 WKS-GRP-CLAVE PIC 9(1).
       01 WKS-GRP-SALDO PIC 9(7).
       01 WKS-GRP-FECHA PIC 9(8).
       01 WKS-GRP-CICLO PIC 9(4).

       01 WKS-CONTADOR-RENOVACIONES PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-RECORDATORIOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-FORMALES PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-FINALES PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-CARTAS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-CANDIDATOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-YA-ENVIADAS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-SIN-DOMICILIO PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-EN-CONVENIO PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-NOACTIVOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-SIN-CLIENTE PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-ERRORES PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

      *****RENGLONES DE LA CARTA*******************************
       01 WKS-CRT-FECHA.
           05 FILLER PIC X(50) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 WKS-CRT-DIA PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WKS-CRT-MES PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WKS-CRT-ANIO PIC 9(4).

       01 WKS-CRT-REFERENCIA.
           05 FILLER PIC X(13) VALUE "REF: CLIENTE ".
           05 WKS-CRT-ID PIC 9(7).
           05 FILLER PIC X(10) VALUE "  TARJETA ".
           05 WKS-CRT-CLAVE PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-CRT-TARJETA PIC X(8).
           05 FILLER PIC X(8) VALUE "  CICLO ".
           05 WKS-CRT-CICLO PIC 9(4).

       01 WKS-CRT-ASUNTO.
           05 FILLER PIC X(8) VALUE "ASUNTO: ".
           05 WKS-CRT-ASUNTO-TEXTO PIC X(50).

       01 WKS-CRT-RENOVACION.
           05 FILLER PIC X(41)
               VALUE "LE RECORDAMOS QUE EN EL MES DE RENOVACION".
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-CRT-REN-MES PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WKS-CRT-REN-ANIO PIC 9(4).
           05 FILLER PIC X(14) VALUE " SE RENUEVA LA".

       01 WKS-CRT-IMPORTE.
           05 WKS-CRT-IMP-TEXTO PIC X(30).
           05 FILLER PIC X(2) VALUE "$ ".
           05 WKS-CRT-IMP-VALOR PIC Z,ZZZ,ZZ9.
           05 WKS-CRT-IMP-COLA PIC X(20).

       01 WKS-CRT-DIAS.
           05 FILLER PIC X(30) VALUE "DIAS DE ATRASO:".
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-CRT-DIAS-VALOR PIC Z,ZZZ,ZZ9.

      *****REPORTE DE CONTROL**********************************
       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(32)
               VALUE "CARTAS AL CLIENTE DEL DIA ".
           05 WKS-TIT-FECHA PIC 9(8).
           05 FILLER PIC X(27) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(8) VALUE "ID".
           05 FILLER PIC X(21) VALUE "NOMBRE".
           05 FILLER PIC X(3) VALUE "TJ".
           05 FILLER PIC X(5) VALUE "TIPO".
           05 FILLER PIC X(6) VALUE "CICLO".
           05 FILLER PIC X(20) VALUE "MOTIVO".

       01 WKS-LINEA-DETALLE.
           05 WKS-DET-ID PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-CLAVE PIC 9(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-TIPO PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-CICLO PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-MOTIVO PIC X(20).

       01 WKS-LINEA-TOTAL.
           05 WKS-TOT-TEXTO PIC X(32).
           05 WKS-TOT-NUMERO PIC Z(8)9.

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
           PERFORM 2000-RENOVACIONES UNTIL WKS-FIN-RECORRIDO = "S".
           PERFORM 3000-COBRANZA UNTIL WKS-FIN-CARGOS = "S".
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
      * CORRESPONDENCIA AL CLIENTE: AVISOS DE RENOVACION PARA LOS
      * CLIENTES QUE SELECCIONA RENOV Y CARTAS DE COBRANZA QUE
      * ESCALAN CON LA ANTIGUEDAD DE MOROSOS. CADA CARTA VA EN SU
      * PAGINA DE cartas.txt Y QUEDA EN cartas.idx; LOS CLIENTES
      * SIN DOMICILIO COMPLETO NO SE IMPRIMEN Y SE LISTAN EN
      * cartas.rpt PARA QUE SUCURSAL LOS CORRIJA.
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO WKS-HORA-INICIO.
           MOVE WKS-FECHA-INICIO TO WKS-TIT-FECHA.
           COMPUTE WKS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-INICIO).
           MOVE Día TO WKS-CRT-DIA.
           MOVE Mes TO WKS-CRT-MES.
           MOVE Año TO WKS-CRT-ANIO.

      * MISMO MES DE RENOVACION QUE RENOV: EL MES SIGUIENTE.
           MOVE Mes TO WKS-MES-RENOVACION.
           MOVE Año TO WKS-ANO-RENOVACION.
           ADD 1 TO WKS-MES-RENOVACION.
           IF WKS-MES-RENOVACION > 12
               MOVE 1 TO WKS-MES-RENOVACION
               ADD 1 TO WKS-ANO-RENOVACION
           END-IF.
           MOVE WKS-MES-RENOVACION TO WKS-CRT-REN-MES.
           MOVE WKS-ANO-RENOVACION TO WKS-CRT-REN-ANIO.

           DISPLAY "*****CARTAS DE RENOVACION Y COBRANZA*****".
           DISPLAY "MES DE RENOVACION: " WKS-MES-RENOVACION
               "/" WKS-ANO-RENOVACION.

           OPEN INPUT REG-CLI.
           OPEN INPUT CAR-CLI.
           OPEN INPUT CON-CLI.
           OPEN I-O CRT-CLI.
           OPEN OUTPUT IMPRESION.
           OPEN OUTPUT REPORTE.

           MOVE 0 TO ID-CLIENTE-FILE.
           START REG-CLI KEY IS NOT LESS THAN ID-CLIENTE-FILE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-RECORRIDO
           END-START.

      *****AVISOS DE RENOVACION********************************
       2000-RENOVACIONES.
           READ REG-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-RECORRIDO
               NOT AT END
                   PERFORM 2100-FILTRAR-CLIENTE
           END-READ.

       2100-FILTRAR-CLIENTE.
           IF CLAVE-TARJETA-FILE > 0
               AND M OF FECHA-ALTA-FILE = WKS-MES-RENOVACION
               AND (ESTATUS-CLIENTE-FILE = "A"
                   OR ESTATUS-CLIENTE-FILE = SPACE)
               ADD 1 TO WKS-CONTADOR-CANDIDATOS
               MOVE "RENO" TO WKS-CARTA-TIPO
               MOVE CLAVE-TARJETA-FILE TO WKS-CARTA-CLAVE
               MOVE NOMBRE-TARJETA-FILE TO WKS-CARTA-TARJETA
               MOVE WKS-ANO-RENOVACION TO WKS-CARTA-CICLO
               MOVE ANUALIDAD-FILE TO WKS-CARTA-IMPORTE
               MOVE 0 TO WKS-CARTA-DIAS
               PERFORM 5000-EMITIR-CARTA
           END-IF.

      *****CARTAS DE COBRANZA**********************************
       3000-COBRANZA.
           READ CAR-CLI
               AT END
                   MOVE "S" TO WKS-FIN-CARGOS
                   PERFORM 3200-CERRAR-GRUPO
               NOT AT END
                   PERFORM 3100-REVISAR-CARGO
           END-READ.

      * EL SALDO DE LA TARJETA ES LO PENDIENTE DE SUS ANUALIDADES Y
      * RECARGOS; LA ANTIGUEDAD LA DA EL CARGO ABIERTO MAS VIEJO.
      * LO CASTIGADO, CANCELADO O PAGADO NO SE COBRA POR CARTA.
       3100-REVISAR-CARGO.
           IF WKS-GRP-ABIERTO = "N"
               OR CARGO-ID-CLIENTE NOT = WKS-GRP-ID
               OR CARGO-CLAVE-TARJETA NOT = WKS-GRP-CLAVE
               PERFORM 3200-CERRAR-GRUPO
               MOVE "S" TO WKS-GRP-ABIERTO
               MOVE CARGO-ID-CLIENTE TO WKS-GRP-ID
               MOVE CARGO-CLAVE-TARJETA TO WKS-GRP-CLAVE
               MOVE 0 TO WKS-GRP-SALDO
               MOVE 99999999 TO WKS-GRP-FECHA
               MOVE 0 TO WKS-GRP-CICLO
           END-IF.

           IF (CARGO-ESTATUS = "PENDIENTE" OR CARGO-ESTATUS = "PARCIAL")
               AND CARGO-IMPORTE > CARGO-IMPORTE-PAGADO
               SUBTRACT CARGO-IMPORTE-PAGADO FROM CARGO-IMPORTE
                   GIVING WKS-SALDO
               ADD WKS-SALDO TO WKS-GRP-SALDO
               IF CARGO-FECHA < WKS-GRP-FECHA
                   MOVE CARGO-FECHA TO WKS-GRP-FECHA
                   MOVE CARGO-ANIO TO WKS-GRP-CICLO
               END-IF
           END-IF.

      * MISMOS RANGOS DE ANTIGUEDAD QUE MOROSOS: HASTA 30 DIAS NO
      * HAY CARTA; 31-60 RECORDATORIO, 61-90 AVISO FORMAL Y MAS DE
      * 90 AVISO FINAL ANTES DE SUSPENDER.
       3200-CERRAR-GRUPO.
           IF WKS-GRP-ABIERTO = "S" AND WKS-GRP-SALDO > 0
               COMPUTE WKS-DIA-CARGO =
                   FUNCTION INTEGER-OF-DATE(WKS-GRP-FECHA)
               COMPUTE WKS-DIAS = WKS-DIA-HOY - WKS-DIA-CARGO
               IF WKS-DIAS < 0
                   MOVE 0 TO WKS-DIAS
               END-IF
               EVALUATE TRUE
                   WHEN WKS-DIAS <= 30
                       MOVE 1 TO WKS-BUCKET
                   WHEN WKS-DIAS <= 60
                       MOVE 2 TO WKS-BUCKET
                   WHEN WKS-DIAS <= 90
                       MOVE 3 TO WKS-BUCKET
                   WHEN WKS-DIAS <= 120
                       MOVE 4 TO WKS-BUCKET
                   WHEN OTHER
                       MOVE 5 TO WKS-BUCKET
               END-EVALUATE
               IF WKS-BUCKET > 1
                   PERFORM 3300-CARTA-COBRANZA
               END-IF
           END-IF.
           MOVE "N" TO WKS-GRP-ABIERTO.

       3300-CARTA-COBRANZA.
           ADD 1 TO WKS-CONTADOR-CANDIDATOS.
           MOVE WKS-GRP-ID TO ID-CLIENTE-FILE.
           MOVE "S" TO WKS-CLIENTE-EXISTE.
           READ REG-CLI KEY IS ID-CLIENTE-FILE
               INVALID KEY
                   MOVE "N" TO WKS-CLIENTE-EXISTE
           END-READ.
           IF WKS-CLIENTE-EXISTE = "N"
               ADD 1 TO WKS-CONTADOR-SIN-CLIENTE
               DISPLAY "CARGO SIN CLIENTE EN EL MAESTRO, ID "
                   WKS-GRP-ID
           ELSE
               IF ESTATUS-CLIENTE-FILE = "S"
                   OR ESTATUS-CLIENTE-FILE = "C"
                   ADD 1 TO WKS-CONTADOR-NOACTIVOS
               ELSE
                   PERFORM 3400-BUSCAR-CONVENIO
                   IF WKS-TIENE-CONVENIO = "S"
                       ADD 1 TO WKS-CONTADOR-EN-CONVENIO
                   ELSE
                       PERFORM 3500-ARMAR-COBRANZA
                   END-IF
               END-IF
           END-IF.

      * CON CONVENIO VIGENTE EL CLIENTE YA NEGOCIO SU ADEUDO Y NO
      * SE LE MANDA CARTA, IGUAL QUE MOROSOS LO SACA DE COBRANZA.
       3400-BUSCAR-CONVENIO.
           MOVE "N" TO WKS-TIENE-CONVENIO.
           MOVE "N" TO WKS-FIN-CONVENIOS.
           MOVE WKS-GRP-ID TO CONV-ID-CLIENTE.
           MOVE 0 TO CONV-NUMERO.
           START CON-CLI KEY IS NOT LESS THAN CONV-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CONVENIOS
           END-START.
           PERFORM 3410-LEER-CONVENIO UNTIL WKS-FIN-CONVENIOS = "S".

       3410-LEER-CONVENIO.
           READ CON-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CONVENIOS
               NOT AT END
                   IF CONV-ID-CLIENTE NOT = WKS-GRP-ID
                       MOVE "S" TO WKS-FIN-CONVENIOS
                   ELSE
                       IF CONV-ESTATUS = "V"
                           MOVE "S" TO WKS-TIENE-CONVENIO
                           MOVE "S" TO WKS-FIN-CONVENIOS
                       END-IF
                   END-IF
           END-READ.

       3500-ARMAR-COBRANZA.
           EVALUATE WKS-BUCKET
               WHEN 2
                   MOVE "COB1" TO WKS-CARTA-TIPO
               WHEN 3
                   MOVE "COB2" TO WKS-CARTA-TIPO
               WHEN OTHER
                   MOVE "COB3" TO WKS-CARTA-TIPO
           END-EVALUATE.
           MOVE WKS-GRP-CLAVE TO WKS-CARTA-CLAVE.
           IF WKS-GRP-CLAVE = CLAVE-TARJETA-FILE
               MOVE NOMBRE-TARJETA-FILE TO WKS-CARTA-TARJETA
           ELSE
               MOVE SPACES TO WKS-CARTA-TARJETA
           END-IF.
           MOVE WKS-GRP-CICLO TO WKS-CARTA-CICLO.
           MOVE WKS-GRP-SALDO TO WKS-CARTA-IMPORTE.
           MOVE WKS-DIAS TO WKS-CARTA-DIAS.
           PERFORM 5000-EMITIR-CARTA.

      *****EMISION DE UNA CARTA********************************
      * UNA CARTA YA ENVIADA EN EL CICLO NO SE REPITE; SIN DOMICILIO
      * COMPLETO NO SE IMPRIME NI SE REGISTRA, ASI SALE EN LA
      * SIGUIENTE CORRIDA UNA VEZ CORREGIDO EL DOMICILIO.
       5000-EMITIR-CARTA.
           MOVE ID-CLIENTE-FILE TO CRT-ID-CLIENTE.
           MOVE WKS-CARTA-CLAVE TO CRT-CLAVE-TARJETA.
           MOVE WKS-CARTA-TIPO TO CRT-TIPO.
           MOVE WKS-CARTA-CICLO TO CRT-CICLO.
           MOVE "S" TO WKS-CARTA-EXISTE.
           READ CRT-CLI KEY IS CRT-LLAVE
               INVALID KEY
                   MOVE "N" TO WKS-CARTA-EXISTE
           END-READ.
           IF WKS-CARTA-EXISTE = "S"
               ADD 1 TO WKS-CONTADOR-YA-ENVIADAS
           ELSE
               PERFORM 5100-VALIDAR-DOMICILIO
               IF WKS-DOMICILIO-VALIDO = "N"
                   ADD 1 TO WKS-CONTADOR-SIN-DOMICILIO
                   PERFORM 8200-ESCRIBIR-DETALLE
               ELSE
                   PERFORM 6000-IMPRIMIR-CARTA
                   PERFORM 5200-REGISTRAR-CARTA
               END-IF
           END-IF.

      * UN DOMICILIO SIRVE SI TRAE NUMERO Y UN MINIMO DE CARACTERES
      * (CALLE, NUMERO Y COLONIA O POBLACION NO CABEN EN MENOS).
       5100-VALIDAR-DOMICILIO.
           MOVE "S" TO WKS-DOMICILIO-VALIDO.
           MOVE SPACES TO WKS-MOTIVO.
           MOVE 0 TO WKS-DIGITOS.
           MOVE 0 TO WKS-ESPACIOS.
           IF NOMBRE-CLIENTE-FILE = SPACES
               MOVE "N" TO WKS-DOMICILIO-VALIDO
               MOVE "NOMBRE EN BLANCO" TO WKS-MOTIVO
           ELSE
               IF DOMICILIO-CLIENTE-FILE = SPACES
                   MOVE "N" TO WKS-DOMICILIO-VALIDO
                   MOVE "DOMICILIO EN BLANCO" TO WKS-MOTIVO
               ELSE
                   INSPECT DOMICILIO-CLIENTE-FILE TALLYING
                       WKS-ESPACIOS FOR ALL SPACES
                   INSPECT DOMICILIO-CLIENTE-FILE TALLYING
                       WKS-DIGITOS FOR ALL "0" ALL "1" ALL "2"
                       ALL "3" ALL "4" ALL "5" ALL "6" ALL "7"
                       ALL "8" ALL "9"
                   IF 40 - WKS-ESPACIOS < WKS-MIN-DOMICILIO
                       MOVE "N" TO WKS-DOMICILIO-VALIDO
                       MOVE "DOMICILIO INCOMPLETO" TO WKS-MOTIVO
                   ELSE
                       IF WKS-DIGITOS = 0
                           MOVE "N" TO WKS-DOMICILIO-VALIDO
                           MOVE "DOMICILIO SIN NUMERO" TO WKS-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5200-REGISTRAR-CARTA.
           MOVE ID-CLIENTE-FILE TO CRT-ID-CLIENTE.
           MOVE WKS-CARTA-CLAVE TO CRT-CLAVE-TARJETA.
           MOVE WKS-CARTA-TIPO TO CRT-TIPO.
           MOVE WKS-CARTA-CICLO TO CRT-CICLO.
           MOVE NOMBRE-CLIENTE-FILE TO CRT-NOMBRE-CLIENTE.
           MOVE WKS-FECHA-INICIO TO CRT-FECHA-ENVIO.
           MOVE WKS-CARTA-IMPORTE TO CRT-IMPORTE.
           MOVE WKS-CARTA-DIAS TO CRT-DIAS-VENCIDO.
           WRITE REG-CARTA-ENVIADA
               INVALID KEY
                   ADD 1 TO WKS-CONTADOR-ERRORES
                   DISPLAY "ERROR AL REGISTRAR CARTA, ID "
                       CRT-ID-CLIENTE " TIPO " CRT-TIPO
           END-WRITE.
           ADD 1 TO WKS-CONTADOR-CARTAS.
           EVALUATE WKS-CARTA-TIPO
               WHEN "RENO"
                   ADD 1 TO WKS-CONTADOR-RENOVACIONES
               WHEN "COB1"
                   ADD 1 TO WKS-CONTADOR-RECORDATORIOS
               WHEN "COB2"
                   ADD 1 TO WKS-CONTADOR-FORMALES
               WHEN OTHER
                   ADD 1 TO WKS-CONTADOR-FINALES
           END-EVALUATE.

      *****CARTA IMPRESA***************************************
       6000-IMPRIMIR-CARTA.
           MOVE 0 TO WKS-LINEAS-CARTA.
           PERFORM 6900-LINEA-EN-BLANCO.
           PERFORM 6900-LINEA-EN-BLANCO.
           MOVE WKS-CRT-FECHA TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           PERFORM 6900-LINEA-EN-BLANCO.
           MOVE NOMBRE-CLIENTE-FILE TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           MOVE DOMICILIO-CLIENTE-FILE TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           PERFORM 6900-LINEA-EN-BLANCO.
           MOVE ID-CLIENTE-FILE TO WKS-CRT-ID.
           MOVE WKS-CARTA-CLAVE TO WKS-CRT-CLAVE.
           MOVE WKS-CARTA-TARJETA TO WKS-CRT-TARJETA.
           MOVE WKS-CARTA-CICLO TO WKS-CRT-CICLO.
           MOVE WKS-CRT-REFERENCIA TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           PERFORM 6900-LINEA-EN-BLANCO.
           EVALUATE WKS-CARTA-TIPO
               WHEN "RENO"
                   PERFORM 6100-TEXTO-RENOVACION
               WHEN "COB1"
                   PERFORM 6200-TEXTO-RECORDATORIO
               WHEN "COB2"
                   PERFORM 6300-TEXTO-FORMAL
               WHEN OTHER
                   PERFORM 6400-TEXTO-FINAL
           END-EVALUATE.
           PERFORM 6900-LINEA-EN-BLANCO.
           MOVE "ATENTAMENTE" TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           PERFORM 6900-LINEA-EN-BLANCO.
           MOVE "DEPARTAMENTO DE TARJETAS" TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           PERFORM 6900-LINEA-EN-BLANCO
               UNTIL WKS-LINEAS-CARTA >= WKS-TAM-PAGINA.

       6100-TEXTO-RENOVACION.
           MOVE "AVISO DE RENOVACION DE ANUALIDAD"
               TO WKS-CRT-ASUNTO-TEXTO.
           PERFORM 6500-SALUDO.
           MOVE WKS-CRT-RENOVACION TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           MOVE "ANUALIDAD DE SU TARJETA, QUE SE CARGARA A SU CUENTA."
               TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           PERFORM 6900-LINEA-EN-BLANCO.
           MOVE "ANUALIDAD VIGENTE:" TO WKS-CRT-IMP-TEXTO.
           MOVE " MAS IVA" TO WKS-CRT-IMP-COLA.
           PERFORM 6600-RENGLON-IMPORTE.
           PERFORM 6900-LINEA-EN-BLANCO.
           MOVE "SI NO DESEA RENOVARLA, COMUNIQUESE CON SU SUCURSAL"
               TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           MOVE "ANTES DEL INICIO DEL MES DE RENOVACION."
               TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.

       6200-TEXTO-RECORDATORIO.
           MOVE "RECORDATORIO DE PAGO" TO WKS-CRT-ASUNTO-TEXTO.
           PERFORM 6500-SALUDO.
           MOVE "LE RECORDAMOS QUE LA TARJETA DE REFERENCIA TIENE UN"
               TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           MOVE "SALDO PENDIENTE DE PAGO." TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           PERFORM 6700-RENGLONES-ADEUDO.
           MOVE "SI YA REALIZO SU PAGO, LE PEDIMOS HACER CASO OMISO DE"
               TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           MOVE "ESTE AVISO." TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.

       6300-TEXTO-FORMAL.
           MOVE "AVISO FORMAL DE ADEUDO VENCIDO"
               TO WKS-CRT-ASUNTO-TEXTO.
           PERFORM 6500-SALUDO.
           MOVE "POR ESTE MEDIO LE NOTIFICAMOS FORMALMENTE QUE LA"
               TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           MOVE "TARJETA DE REFERENCIA PRESENTA UN ADEUDO VENCIDO."
               TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           PERFORM 6700-RENGLONES-ADEUDO.
           MOVE "LE SOLICITAMOS LIQUIDARLO A LA BREVEDAD PARA EVITAR"
               TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           MOVE "RECARGOS MORATORIOS ADICIONALES." TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.

       6400-TEXTO-FINAL.
           MOVE "AVISO FINAL ANTES DE SUSPENSION"
               TO WKS-CRT-ASUNTO-TEXTO.
           PERFORM 6500-SALUDO.
           MOVE "A PESAR DE NUESTROS AVISOS ANTERIORES, LA TARJETA DE"
               TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           MOVE "REFERENCIA SIGUE PRESENTANDO UN ADEUDO VENCIDO."
               TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           PERFORM 6700-RENGLONES-ADEUDO.
           MOVE "DE NO RECIBIR SU PAGO, SU CUENTA SERA SUSPENDIDA SIN"
               TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           MOVE "MAS AVISO. SI DESEA CONVENIR UN PLAN DE PAGOS, ACUDA"
               TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           MOVE "A SU SUCURSAL." TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.

       6500-SALUDO.
           MOVE WKS-CRT-ASUNTO TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           PERFORM 6900-LINEA-EN-BLANCO.
           MOVE "ESTIMADO(A) CLIENTE:" TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           PERFORM 6900-LINEA-EN-BLANCO.

       6600-RENGLON-IMPORTE.
           MOVE WKS-CARTA-IMPORTE TO WKS-CRT-IMP-VALOR.
           MOVE WKS-CRT-IMPORTE TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.

       6700-RENGLONES-ADEUDO.
           PERFORM 6900-LINEA-EN-BLANCO.
           MOVE "SALDO VENCIDO:" TO WKS-CRT-IMP-TEXTO.
           MOVE SPACES TO WKS-CRT-IMP-COLA.
           PERFORM 6600-RENGLON-IMPORTE.
           MOVE WKS-CARTA-DIAS TO WKS-CRT-DIAS-VALOR.
           MOVE WKS-CRT-DIAS TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.
           PERFORM 6900-LINEA-EN-BLANCO.

       6800-ESCRIBIR-RENGLON.
           WRITE REG-IMPRESION.
           ADD 1 TO WKS-LINEAS-CARTA.

       6900-LINEA-EN-BLANCO.
           MOVE SPACES TO REG-IMPRESION.
           PERFORM 6800-ESCRIBIR-RENGLON.

      *****REPORTE DE CONTROL**********************************
       8000-ENCABEZADO.
           ADD 1 TO WKS-CONTADOR-PAGINAS.
           MOVE WKS-CONTADOR-PAGINAS TO WKS-TIT-PAGINA.
           MOVE WKS-LINEA-TITULO TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WKS-LINEA-COLUMNAS TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 3 TO WKS-CONTADOR-LINEAS.

       8100-ESCRIBIR-LINEA.
           IF WKS-CONTADOR-LINEAS >= WKS-TAM-PAGINA
               MOVE REG-REPORTE TO WKS-LINEA-PENDIENTE
               PERFORM 8000-ENCABEZADO
               MOVE WKS-LINEA-PENDIENTE TO REG-REPORTE
           END-IF.
           WRITE REG-REPORTE.
           ADD 1 TO WKS-CONTADOR-LINEAS.

      * CLIENTES QUE SE QUEDARON SIN CARTA POR NOMBRE O DOMICILIO.
       8200-ESCRIBIR-DETALLE.
           MOVE ID-CLIENTE-FILE TO WKS-DET-ID.
           MOVE NOMBRE-CLIENTE-FILE TO WKS-DET-NOMBRE.
           MOVE WKS-CARTA-CLAVE TO WKS-DET-CLAVE.
           MOVE WKS-CARTA-TIPO TO WKS-DET-TIPO.
           MOVE WKS-CARTA-CICLO TO WKS-DET-CICLO.
           MOVE WKS-MOTIVO TO WKS-DET-MOTIVO.
           MOVE WKS-LINEA-DETALLE TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

      *****TOTALES Y CIERRE************************************
       9000-FIN.
           CLOSE REG-CLI.
           CLOSE CAR-CLI.
           CLOSE CON-CLI.
           CLOSE CRT-CLI.
           CLOSE IMPRESION.
           IF WKS-CONTADOR-LINEAS = 99
               PERFORM 8000-ENCABEZADO
               MOVE "TODOS LOS CLIENTES TIENEN DOMICILIO COMPLETO"
                   TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
           END-IF.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "CLIENTES CANDIDATOS A CARTA:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-CANDIDATOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "AVISOS DE RENOVACION:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-RENOVACIONES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "RECORDATORIOS DE PAGO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-RECORDATORIOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "AVISOS FORMALES:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-FORMALES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "AVISOS FINALES:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-FINALES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "TOTAL DE CARTAS IMPRESAS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-CARTAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "YA ENVIADAS EN EL CICLO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-YA-ENVIADAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "OMITIDAS POR DOMICILIO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-SIN-DOMICILIO TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "MOROSOS CON CONVENIO VIGENTE:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-EN-CONVENIO TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "MOROSOS SUSPENDIDOS/CANCELADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-NOACTIVOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "CARGOS SIN CLIENTE:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-SIN-CLIENTE TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "ERRORES AL REGISTRAR:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-ERRORES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           CLOSE REPORTE.

           DISPLAY "CARTAS IMPRESAS: " WKS-CONTADOR-CARTAS.
           DISPLAY "  RENOVACION: " WKS-CONTADOR-RENOVACIONES.
           DISPLAY "  RECORDATORIO: " WKS-CONTADOR-RECORDATORIOS.
           DISPLAY "  AVISO FORMAL: " WKS-CONTADOR-FORMALES.
           DISPLAY "  AVISO FINAL: " WKS-CONTADOR-FINALES.
           DISPLAY "YA ENVIADAS EN EL CICLO: " WKS-CONTADOR-YA-ENVIADAS.
           DISPLAY "OMITIDAS POR DOMICILIO: "
               WKS-CONTADOR-SIN-DOMICILIO.
           IF WKS-CONTADOR-ERRORES > 0
               DISPLAY "ERRORES AL REGISTRAR: " WKS-CONTADOR-ERRORES
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9800-REGISTRO-CONTROL.
           DISPLAY "CARTAS GRABADAS EN cartas.txt".
           DISPLAY "REPORTE GRABADO EN cartas.rpt".

       9100-ESCRIBIR-TOTAL.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9800-REGISTRO-CONTROL.
           MOVE "CARTAS" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-CANDIDATOS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-CARTAS TO RUN-APLICADOS.
           MOVE WKS-CONTADOR-SIN-DOMICILIO TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM CARTAS.
