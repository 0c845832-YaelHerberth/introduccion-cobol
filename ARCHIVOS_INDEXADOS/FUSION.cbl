       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-FILE
           ALTERNATE RECORD KEY IS NOMBRE-CLIENTE-FILE
               WITH DUPLICATES.

           SELECT OPTIONAL TAR-CLI ASSIGN TO "tarjetas.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-LLAVE.

           SELECT CAR-CLI ASSIGN TO "cargos.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARGO-LLAVE.

           SELECT OPTIONAL SAL-FAV ASSIGN TO "saldofav.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAF-LLAVE.

           SELECT OPTIONAL SUS-CLI ASSIGN TO "cargosusp.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUS-ID-CLIENTE.

           SELECT OPTIONAL CON-CLI ASSIGN TO "convenios.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONV-LLAVE.

           SELECT OPTIONAL PAGOS-PEND ASSIGN TO "pagos_pend.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CLI ASSIGN TO "logcli.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPE-CLI ASSIGN TO "operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CANDADO ASSIGN TO "candado.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPORTE ASSIGN TO "fusion.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REG-CLI.
       01 REG-CLIENTES.
           COPY CPCLIREG.

       FD TAR-CLI.
       01 REG-TARJETA.
           COPY CPTARREG.

       FD CAR-CLI.
       01 REG-CARGOS.
           COPY CPCARREG.

       FD SAL-FAV.
       01 REG-SALDO-FAVOR.
           COPY CPSAFREG.

      * MISMO LAYOUT QUE GRABA CARGOS AL CENSAR LAS SUSPENSIONES.
       FD SUS-CLI.
       01 REG-SUSPENSION.
           05 SUS-ID-CLIENTE PIC 9(7).
           05 SUS-MES-INICIO PIC 9(2).
           05 SUS-MES-SUSPENDIDO PIC X(1) OCCURS 12 TIMES.

       FD CON-CLI.
       01 REG-CONVENIO.
           COPY CPCONREG.

      * MISMO LAYOUT QUE EL SUSPENSO DE PAGOS.
       FD PAGOS-PEND.
       01 REG-PEND.
           02 PEND-TIPO PIC X(1).
           02 PEND-ID-CLIENTE PIC 9(7).
           02 PEND-CLAVE-TARJETA PIC 9(01).
           02 PEND-IMPORTE PIC 9(05).
           02 PEND-FECHA PIC 9(8).
           02 PEND-REFERENCIA PIC X(12).
           02 PEND-FECHA-ARCHIVO PIC 9(8).

       FD LOG-CLI.
       01 REG-LOG.
           COPY CPLOGREG.

       FD OPE-CLI.
       01 REG-OPERADOR.
           COPY CPOPEREG.

       FD CANDADO.
       01 REG-CANDADO.
           COPY CPCANDADO.

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WKS-FIN PIC 9(1).
       01 WKS-CONFIRMAR PIC 9(1).
       01 WKS-CANDADO-PUESTO PIC X(1).
       01 WKS-ID-SOBREVIVIENTE PIC 9(7).
       01 WKS-ID-DUPLICADO PIC 9(7).
       01 WKS-NOMBRE-SOBREVIVIENTE PIC X(20).
       01 WKS-NOMBRE-DUPLICADO PIC X(20).
       01 WKS-ID-CONSULTA PIC 9(7).
       01 WKS-ID-RELACIONADO PIC 9(7).
       01 WKS-FUSION-VALIDA PIC X(1).
       01 WKS-CLIENTE-EXISTE PIC X(1).
       01 WKS-FIN-CONVENIOS PIC X(1).
       01 WKS-TIENE-CONVENIO PIC X(1).
       01 WKS-FIN-TARJETAS PIC X(1).
       01 WKS-FIN-CARGOS PIC X(1).
       01 WKS-FIN-FAVOR PIC X(1).
       01 WKS-FIN-PEND PIC X(1).
       01 WKS-TAR-EXISTE PIC X(1).
       01 WKS-CARGO-EXISTE PIC X(1).
       01 WKS-SAF-EXISTE PIC X(1).
       01 WKS-SUS-EXISTE PIC X(1).
       01 WKS-ESTATUS-TAR-DUP PIC X(1).
       01 WKS-IDX PIC 9(3).
       01 WKS-IDX-SALDO PIC 9(1).
       01 WKS-MES PIC 9(2).
       01 WKS-MESES-SUMA PIC 9(3).
       01 WKS-IMPORTE-FAVOR PIC 9(7).
       01 WKS-FECHA-HOY PIC 9(8).
       01 WKS-CONTADOR-FUSIONES PIC 9(5) VALUE 0.
       01 WKS-CONT-TAR-MOVIDAS PIC 9(3).
       01 WKS-CONT-TAR-CONSERVADAS PIC 9(3).
       01 WKS-CONT-TAR-DETALLE PIC 9(3).
       01 WKS-CONT-CAR-MOVIDOS PIC 9(5).
       01 WKS-CONT-CAR-COMBINADOS PIC 9(5).
       01 WKS-CONT-SAF-MOVIDOS PIC 9(3).
       01 WKS-CONT-SUS-MOVIDOS PIC 9(3).
       01 WKS-CONT-PEND-DUPLICADO PIC 9(3).
       01 WKS-CONT-PEND-MOVIDOS PIC 9(3).
       01 WKS-SUMA-ANTES PIC 9(8).
       01 WKS-SUMA-DESPUES PIC 9(8).
       01 WKS-FAVOR-ANTES PIC 9(8).
       01 WKS-FAVOR-DESPUES PIC 9(8).
       01 WKS-OPERADOR PIC X(8).
       01 WKS-NOMBRE-OPERADOR PIC X(20).
       01 WKS-NIVEL-OPERADOR PIC 9(1).
       01 WKS-OPERADOR-VALIDO PIC X(1).
       01 WKS-FIN-OPERADORES PIC X(1).
       01 WKS-TOT-OPERADORES PIC 9(2).

      * CARGO DEL DUPLICADO QUE SE ESTA PASANDO, YA CON LOS CAMPOS
      * QUE LOS CARGOS VIEJOS TRAEN EN ESPACIOS LLEVADOS A CERO.
       01 WKS-CARGO-DUPLICADO.
           05 WKS-DUP-IMPORTE PIC 9(05).
           05 WKS-DUP-PAGADO PIC 9(05).
           05 WKS-DUP-BASE PIC 9(05).
           05 WKS-DUP-IVA PIC 9(05).
           05 WKS-DUP-AJUSTADO PIC 9(05).
           05 WKS-DUP-FECHA PIC 9(8).
           05 WKS-DUP-FECHA-AJUSTE PIC 9(8).
           05 WKS-DUP-MESES PIC 9(02).
           05 WKS-DUP-ESTATUS PIC X(09).

      * LLAVES DE LOS CARGOS DEL DUPLICADO, TOMADAS ANTES DE MOVER
      * NADA PARA NO RECORRER cargos.idx MIENTRAS SE BORRA Y GRABA.
       01 WKS-TABLA-CARGOS.
           05 WKS-TOT-CARGOS PIC 9(3) VALUE 0.
           05 WKS-CAR-OCURRENCIA OCCURS 300 TIMES.
               10 WKS-CAR-CLAVE PIC 9(01).
               10 WKS-CAR-ANIO PIC 9(4).
               10 WKS-CAR-PERIODO PIC 9(06).

       01 WKS-TABLA-TARJETAS.
           05 WKS-TOT-TARJETAS PIC 9(2) VALUE 0.
           05 WKS-TAR-CLAVE PIC 9(01) OCCURS 10 TIMES.

       01 WKS-TABLA-FAVOR.
           05 WKS-TOT-FAVOR PIC 9(2) VALUE 0.
           05 WKS-SAF-CLAVE PIC 9(01) OCCURS 10 TIMES.

       01 WKS-SUSPENSION-GUARDADA.
           05 WKS-SUS-MES-INICIO PIC 9(2).
           05 WKS-SUS-MES PIC X(1) OCCURS 12 TIMES.

      * pagos_pend.txt COMPLETO, CARGADO ANTES DE CONFIRMAR; PAGOS
      * TAMBIEN LO MANEJA EN UNA TABLA DE 200.
       01 WKS-TABLA-PEND.
           05 WKS-TOT-PEND PIC 9(3) VALUE 0.
           05 WKS-PEND-EXCEDIDO PIC X(1).
           05 WKS-PEND-OCURRENCIA OCCURS 200 TIMES.
               10 WKS-PEND-TIPO PIC X(1).
               10 WKS-PEND-ID PIC 9(7).
               10 WKS-PEND-CLAVE PIC 9(01).
               10 WKS-PEND-IMPORTE PIC 9(05).
               10 WKS-PEND-FECHA PIC 9(8).
               10 WKS-PEND-REFERENCIA PIC X(12).
               10 WKS-PEND-FECHA-ARCHIVO PIC 9(8).

      * SALDOS DE LOS DOS CLIENTES: 1 Y 2 ANTES DE LA FUSION
      * (SOBREVIVIENTE Y DUPLICADO), 3 Y 4 DESPUES.
       01 WKS-TABLA-SALDOS.
           05 WKS-SALDO-OCURRENCIA OCCURS 4 TIMES.
               10 WKS-SAL-TOT-CARGOS PIC 9(5).
               10 WKS-SAL-TOT-SALDO PIC 9(7).
               10 WKS-SAL-TOT-FAVOR PIC 9(7).
               10 WKS-SAL-TOT-TARJETAS PIC 9(2).

       01 WKS-LINEA-ENCABEZADO.
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 WKS-ENC-FECHA PIC 9(8).
           05 FILLER PIC X(8) VALUE "  HORA: ".
           05 WKS-ENC-HORA PIC 9(6).
           05 FILLER PIC X(12) VALUE "  OPERADOR: ".
           05 WKS-ENC-OPERADOR PIC X(8).

       01 WKS-LINEA-CLIENTE.
           05 WKS-CLI-TEXTO PIC X(15).
           05 WKS-CLI-ID PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WKS-CLI-NOMBRE PIC X(20).

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "  CARGOS".
           05 FILLER PIC X(10) VALUE "     SALDO".
           05 FILLER PIC X(10) VALUE "  A FAVOR ".
           05 FILLER PIC X(9) VALUE " TARJETAS".

       01 WKS-LINEA-SALDO.
           05 WKS-SAL-MOMENTO PIC X(8).
           05 WKS-SAL-CLIENTE PIC X(14).
           05 WKS-SAL-ID PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WKS-SAL-CARGOS PIC Z(7)9.
           05 WKS-SAL-SALDO PIC Z(9)9.
           05 WKS-SAL-FAVOR PIC Z(9)9.
           05 WKS-SAL-TARJETAS PIC Z(8)9.

       01 WKS-LINEA-RESUMEN.
           05 WKS-RES-TEXTO PIC X(32).
           05 WKS-RES-NUMERO PIC Z(8)9.

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
           DISPLAY "*****FUSION DE CLIENTES DUPLICADOS*****".
           PERFORM 1300-FIRMAR-OPERADOR.
           IF WKS-NIVEL-OPERADOR NOT = 2
               DISPLAY "SOLO UN SUPERVISOR PUEDE FUSIONAR CLIENTES"
               STOP RUN
           END-IF.

           PERFORM 1400-REVISAR-CANDADO.
           IF WKS-CANDADO-PUESTO = "S"
               DISPLAY "EL MAESTRO ESTA EN USO POR " CAND-PROGRAMA
               DISPLAY "DESDE " CAND-FECHA " " CAND-HORA
               DISPLAY "FUSION CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1450-PONER-CANDADO.

           OPEN I-O REG-CLI.
           OPEN I-O TAR-CLI.
           OPEN I-O CAR-CLI.
           OPEN I-O SAL-FAV.
           OPEN I-O SUS-CLI.
           OPEN INPUT CON-CLI.
           OPEN EXTEND LOG-CLI.
           OPEN EXTEND REPORTE.
           MOVE "*****FUSION DE CLIENTES DUPLICADOS*****"
               TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE Fecha-Actual(1:8) TO WKS-ENC-FECHA.
           MOVE Fecha-Actual(9:6) TO WKS-ENC-HORA.
           MOVE WKS-OPERADOR TO WKS-ENC-OPERADOR.
           MOVE WKS-LINEA-ENCABEZADO TO REG-REPORTE.
           WRITE REG-REPORTE.

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

      *****CANDADO DEL MAESTRO*********************************
       1400-REVISAR-CANDADO.
           MOVE "N" TO WKS-CANDADO-PUESTO.
           OPEN INPUT CANDADO.
           READ CANDADO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "S" TO WKS-CANDADO-PUESTO
           END-READ.
           CLOSE CANDADO.

       1450-PONER-CANDADO.
           MOVE "FUSION" TO CAND-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO CAND-FECHA.
           MOVE Fecha-Actual(9:6) TO CAND-HORA.
           OPEN OUTPUT CANDADO.
           WRITE REG-CANDADO.
           CLOSE CANDADO.

       1490-LIBERAR-CANDADO.
           OPEN OUTPUT CANDADO.
           CLOSE CANDADO.

      *****CAPTURA DE LOS DOS CLIENTES*************************
      * EL SOBREVIVIENTE CONSERVA SU ID Y SUS DATOS; EL DUPLICADO
      * LE PASA TARJETAS, CARGOS, SALDO A FAVOR, SUSPENSIONES Y
      * PAGOS EN SUSPENSO, Y QUEDA CANCELADO APUNTANDO A EL.
       2000-PROCESO.
           DISPLAY "INTRODUCE ID DEL CLIENTE SOBREVIVIENTE".
           ACCEPT WKS-ID-SOBREVIVIENTE.
           DISPLAY "INTRODUCE ID DEL CLIENTE DUPLICADO".
           ACCEPT WKS-ID-DUPLICADO.

           PERFORM 2100-VALIDAR-FUSION.
           IF WKS-FUSION-VALIDA = "S"
               PERFORM 2500-CONFIRMAR-FUSION
           END-IF.

           DISPLAY "¿DESEAS FUSIONAR OTRO PAR DE CLIENTES?".
           DISPLAY "1. SI".
           DISPLAY "2. NO".
           ACCEPT WKS-FIN.

       2100-VALIDAR-FUSION.
           MOVE "S" TO WKS-FUSION-VALIDA.
           IF WKS-ID-SOBREVIVIENTE = WKS-ID-DUPLICADO
               DISPLAY "LOS DOS ID DEBEN SER DIFERENTES"
               MOVE "N" TO WKS-FUSION-VALIDA
           END-IF.
           IF WKS-FUSION-VALIDA = "S"
               PERFORM 2110-LEER-DUPLICADO
           END-IF.
           IF WKS-FUSION-VALIDA = "S"
               PERFORM 2120-LEER-SOBREVIVIENTE
           END-IF.
           IF WKS-FUSION-VALIDA = "S"
               MOVE WKS-ID-DUPLICADO TO WKS-ID-CONSULTA
               PERFORM 2200-BUSCAR-CONVENIO
               IF WKS-TIENE-CONVENIO = "N"
                   MOVE WKS-ID-SOBREVIVIENTE TO WKS-ID-CONSULTA
                   PERFORM 2200-BUSCAR-CONVENIO
               END-IF
               IF WKS-TIENE-CONVENIO = "S"
                   DISPLAY "EL CLIENTE " WKS-ID-CONSULTA
                       " TIENE UN CONVENIO DE PAGO VIGENTE"
                   DISPLAY "CANCELALO EN MENU ANTES DE FUSIONAR"
                   MOVE "N" TO WKS-FUSION-VALIDA
               END-IF
           END-IF.
           IF WKS-FUSION-VALIDA = "S"
               PERFORM 2300-CARGAR-CARGOS-DUPLICADO
           END-IF.
           IF WKS-FUSION-VALIDA = "S"
               PERFORM 2400-CARGAR-PENDIENTES
           END-IF.

       2110-LEER-DUPLICADO.
           MOVE WKS-ID-DUPLICADO TO ID-CLIENTE-FILE.
           MOVE "S" TO WKS-CLIENTE-EXISTE.
           READ REG-CLI KEY IS ID-CLIENTE-FILE
               INVALID KEY
                   MOVE "N" TO WKS-CLIENTE-EXISTE
           END-READ.
           IF WKS-CLIENTE-EXISTE = "N"
               DISPLAY "NO EXISTE EL CLIENTE DUPLICADO"
               MOVE "N" TO WKS-FUSION-VALIDA
           ELSE
               IF ID-FUSIONADO-FILE IS NUMERIC
                   AND ID-FUSIONADO-FILE > 0
                   DISPLAY "EL DUPLICADO YA SE FUSIONO EN EL ID "
                       ID-FUSIONADO-FILE
                   MOVE "N" TO WKS-FUSION-VALIDA
               ELSE
                   MOVE NOMBRE-CLIENTE-FILE TO WKS-NOMBRE-DUPLICADO
                   DISPLAY "DUPLICADO:     " ID-CLIENTE-FILE " "
                       NOMBRE-CLIENTE-FILE " ESTATUS: "
                       ESTATUS-CLIENTE-FILE
                   DISPLAY "  RFC: " RFC-CLIENTE-FILE
                       " DOMICILIO: " DOMICILIO-CLIENTE-FILE
               END-IF
           END-IF.

      * EL SOBREVIVIENTE DEBE ESTAR VIGENTE: A UN CANCELADO SE LE
      * REACTIVA PRIMERO EN MENU.
       2120-LEER-SOBREVIVIENTE.
           MOVE WKS-ID-SOBREVIVIENTE TO ID-CLIENTE-FILE.
           MOVE "S" TO WKS-CLIENTE-EXISTE.
           READ REG-CLI KEY IS ID-CLIENTE-FILE
               INVALID KEY
                   MOVE "N" TO WKS-CLIENTE-EXISTE
           END-READ.
           IF WKS-CLIENTE-EXISTE = "N"
               DISPLAY "NO EXISTE EL CLIENTE SOBREVIVIENTE"
               MOVE "N" TO WKS-FUSION-VALIDA
           ELSE
               IF ESTATUS-CLIENTE-FILE = "C"
                   DISPLAY "EL SOBREVIVIENTE ESTA CANCELADO"
                   DISPLAY "REACTIVALO EN MENU ANTES DE FUSIONAR"
                   MOVE "N" TO WKS-FUSION-VALIDA
               ELSE
                   MOVE NOMBRE-CLIENTE-FILE
                       TO WKS-NOMBRE-SOBREVIVIENTE
                   DISPLAY "SOBREVIVIENTE: " ID-CLIENTE-FILE " "
                       NOMBRE-CLIENTE-FILE " ESTATUS: "
                       ESTATUS-CLIENTE-FILE
                   DISPLAY "  RFC: " RFC-CLIENTE-FILE
                       " DOMICILIO: " DOMICILIO-CLIENTE-FILE
               END-IF
           END-IF.

      * UN CONVENIO VIGENTE CUBRE CARGOS POR CLIENTE, TARJETA Y
      * CICLO; SI ESOS CARGOS CAMBIAN DE CLIENTE O SE SUMAN EL PLAN
      * DE PAGOS QUEDA DESCUADRADO.
       2200-BUSCAR-CONVENIO.
           MOVE "N" TO WKS-TIENE-CONVENIO.
           MOVE "N" TO WKS-FIN-CONVENIOS.
           MOVE WKS-ID-CONSULTA TO CONV-ID-CLIENTE.
           MOVE 0 TO CONV-NUMERO.
           START CON-CLI KEY IS NOT LESS THAN CONV-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CONVENIOS
           END-START.
           PERFORM 2210-LEER-CONVENIO UNTIL WKS-FIN-CONVENIOS = "S".

       2210-LEER-CONVENIO.
           READ CON-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CONVENIOS
               NOT AT END
                   IF CONV-ID-CLIENTE NOT = WKS-ID-CONSULTA
                       MOVE "S" TO WKS-FIN-CONVENIOS
                   ELSE
                       IF CONV-ESTATUS = "V"
                           MOVE "S" TO WKS-TIENE-CONVENIO
                           MOVE "S" TO WKS-FIN-CONVENIOS
                       END-IF
                   END-IF
           END-READ.

       2300-CARGAR-CARGOS-DUPLICADO.
           MOVE 0 TO WKS-TOT-CARGOS.
           MOVE "N" TO WKS-FIN-CARGOS.
           MOVE WKS-ID-DUPLICADO TO CARGO-ID-CLIENTE.
           MOVE 0 TO CARGO-CLAVE-TARJETA.
           MOVE 0 TO CARGO-ANIO.
           MOVE 0 TO CARGO-PERIODO.
           START CAR-CLI KEY IS NOT LESS THAN CARGO-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CARGOS
           END-START.
           PERFORM 2310-LEER-CARGO-DUPLICADO
               UNTIL WKS-FIN-CARGOS = "S".

       2310-LEER-CARGO-DUPLICADO.
           READ CAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CARGOS
               NOT AT END
                   IF CARGO-ID-CLIENTE NOT = WKS-ID-DUPLICADO
                       MOVE "S" TO WKS-FIN-CARGOS
                   ELSE
                       IF WKS-TOT-CARGOS = 300
                           DISPLAY "EL DUPLICADO TIENE MAS DE 300 "
                               "CARGOS, NO SE PUEDE FUSIONAR"
                           MOVE "N" TO WKS-FUSION-VALIDA
                           MOVE "S" TO WKS-FIN-CARGOS
                       ELSE
                           ADD 1 TO WKS-TOT-CARGOS
                           MOVE CARGO-CLAVE-TARJETA
                               TO WKS-CAR-CLAVE(WKS-TOT-CARGOS)
                           MOVE CARGO-ANIO
                               TO WKS-CAR-ANIO(WKS-TOT-CARGOS)
                           MOVE CARGO-PERIODO
                               TO WKS-CAR-PERIODO(WKS-TOT-CARGOS)
                       END-IF
                   END-IF
           END-READ.

       2400-CARGAR-PENDIENTES.
           MOVE 0 TO WKS-TOT-PEND.
           MOVE 0 TO WKS-CONT-PEND-DUPLICADO.
           MOVE "N" TO WKS-PEND-EXCEDIDO.
           MOVE "N" TO WKS-FIN-PEND.
           OPEN INPUT PAGOS-PEND.
           PERFORM 2410-LEER-PENDIENTE UNTIL WKS-FIN-PEND = "S".
           CLOSE PAGOS-PEND.
           IF WKS-PEND-EXCEDIDO = "S"
               DISPLAY "pagos_pend.txt TRAE MAS DE 200 MOVIMIENTOS"
               DISPLAY "CORRE PAGOS ANTES DE FUSIONAR"
               MOVE "N" TO WKS-FUSION-VALIDA
           END-IF.

       2410-LEER-PENDIENTE.
           READ PAGOS-PEND
               AT END
                   MOVE "S" TO WKS-FIN-PEND
               NOT AT END
                   IF WKS-TOT-PEND = 200
                       MOVE "S" TO WKS-PEND-EXCEDIDO
                       MOVE "S" TO WKS-FIN-PEND
                   ELSE
                       ADD 1 TO WKS-TOT-PEND
                       MOVE PEND-TIPO TO WKS-PEND-TIPO(WKS-TOT-PEND)
                       MOVE PEND-ID-CLIENTE
                           TO WKS-PEND-ID(WKS-TOT-PEND)
                       MOVE PEND-CLAVE-TARJETA
                           TO WKS-PEND-CLAVE(WKS-TOT-PEND)
                       MOVE PEND-IMPORTE
                           TO WKS-PEND-IMPORTE(WKS-TOT-PEND)
                       MOVE PEND-FECHA TO WKS-PEND-FECHA(WKS-TOT-PEND)
                       MOVE PEND-REFERENCIA
                           TO WKS-PEND-REFERENCIA(WKS-TOT-PEND)
                       MOVE PEND-FECHA-ARCHIVO
                           TO WKS-PEND-FECHA-ARCHIVO(WKS-TOT-PEND)
                       IF PEND-ID-CLIENTE = WKS-ID-DUPLICADO
                           ADD 1 TO WKS-CONT-PEND-DUPLICADO
                       END-IF
                   END-IF
           END-READ.

       2500-CONFIRMAR-FUSION.
           MOVE WKS-ID-SOBREVIVIENTE TO WKS-ID-CONSULTA.
           MOVE 1 TO WKS-IDX-SALDO.
           PERFORM 2600-CALCULAR-SALDOS.
           MOVE WKS-ID-DUPLICADO TO WKS-ID-CONSULTA.
           MOVE 2 TO WKS-IDX-SALDO.
           PERFORM 2600-CALCULAR-SALDOS.
           DISPLAY "SOBREVIVIENTE: CARGOS " WKS-SAL-TOT-CARGOS(1)
               " SALDO " WKS-SAL-TOT-SALDO(1)
               " A FAVOR " WKS-SAL-TOT-FAVOR(1)
               " TARJETAS " WKS-SAL-TOT-TARJETAS(1).
           DISPLAY "DUPLICADO:     CARGOS " WKS-SAL-TOT-CARGOS(2)
               " SALDO " WKS-SAL-TOT-SALDO(2)
               " A FAVOR " WKS-SAL-TOT-FAVOR(2)
               " TARJETAS " WKS-SAL-TOT-TARJETAS(2).
           DISPLAY "PAGOS EN SUSPENSO DEL DUPLICADO: "
               WKS-CONT-PEND-DUPLICADO.
           DISPLAY "SE PASARA TODO AL " WKS-ID-SOBREVIVIENTE
               " Y EL " WKS-ID-DUPLICADO " QUEDARA CANCELADO".
           DISPLAY "¿CONFIRMAS LA FUSION?".
           DISPLAY "1. SI".
           DISPLAY "2. NO".
           ACCEPT WKS-CONFIRMAR.
           IF WKS-CONFIRMAR = 1
               PERFORM 3000-FUSIONAR
           ELSE
               DISPLAY "FUSION CANCELADA"
           END-IF.

      *****SALDOS DE UN CLIENTE********************************
      * SALDO ABIERTO DE SUS CARGOS (SIN LOS CANCELADOS), SALDO A
      * FAVOR Y TARJETAS ACTIVAS, EN EL RENGLON WKS-IDX-SALDO.
       2600-CALCULAR-SALDOS.
           MOVE 0 TO WKS-SAL-TOT-CARGOS(WKS-IDX-SALDO).
           MOVE 0 TO WKS-SAL-TOT-SALDO(WKS-IDX-SALDO).
           MOVE 0 TO WKS-SAL-TOT-FAVOR(WKS-IDX-SALDO).
           MOVE 0 TO WKS-SAL-TOT-TARJETAS(WKS-IDX-SALDO).

           MOVE "N" TO WKS-FIN-CARGOS.
           MOVE WKS-ID-CONSULTA TO CARGO-ID-CLIENTE.
           MOVE 0 TO CARGO-CLAVE-TARJETA.
           MOVE 0 TO CARGO-ANIO.
           MOVE 0 TO CARGO-PERIODO.
           START CAR-CLI KEY IS NOT LESS THAN CARGO-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CARGOS
           END-START.
           PERFORM 2610-SUMAR-CARGO UNTIL WKS-FIN-CARGOS = "S".

           MOVE "N" TO WKS-FIN-FAVOR.
           MOVE WKS-ID-CONSULTA TO SAF-ID-CLIENTE.
           MOVE 0 TO SAF-CLAVE-TARJETA.
           START SAL-FAV KEY IS NOT LESS THAN SAF-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-FAVOR
           END-START.
           PERFORM 2620-SUMAR-FAVOR UNTIL WKS-FIN-FAVOR = "S".

           MOVE "N" TO WKS-FIN-TARJETAS.
           MOVE WKS-ID-CONSULTA TO TAR-ID-CLIENTE.
           MOVE 0 TO TAR-CLAVE-TARJETA.
           START TAR-CLI KEY IS NOT LESS THAN TAR-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-TARJETAS
           END-START.
           PERFORM 2630-CONTAR-TARJETA UNTIL WKS-FIN-TARJETAS = "S".

       2610-SUMAR-CARGO.
           READ CAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CARGOS
               NOT AT END
                   IF CARGO-ID-CLIENTE NOT = WKS-ID-CONSULTA
                       MOVE "S" TO WKS-FIN-CARGOS
                   ELSE
                       ADD 1 TO WKS-SAL-TOT-CARGOS(WKS-IDX-SALDO)
                       IF CARGO-ESTATUS NOT = "CANCELADO"
                           AND CARGO-IMPORTE > CARGO-IMPORTE-PAGADO
                           COMPUTE WKS-SAL-TOT-SALDO(WKS-IDX-SALDO) =
                               WKS-SAL-TOT-SALDO(WKS-IDX-SALDO)
                               + CARGO-IMPORTE - CARGO-IMPORTE-PAGADO
                       END-IF
                   END-IF
           END-READ.

       2620-SUMAR-FAVOR.
           READ SAL-FAV NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-FAVOR
               NOT AT END
                   IF SAF-ID-CLIENTE NOT = WKS-ID-CONSULTA
                       MOVE "S" TO WKS-FIN-FAVOR
                   ELSE
                       ADD SAF-IMPORTE
                           TO WKS-SAL-TOT-FAVOR(WKS-IDX-SALDO)
                   END-IF
           END-READ.

       2630-CONTAR-TARJETA.
           READ TAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-TARJETAS
               NOT AT END
                   IF TAR-ID-CLIENTE NOT = WKS-ID-CONSULTA
                       MOVE "S" TO WKS-FIN-TARJETAS
                   ELSE
                       IF TAR-ESTATUS NOT = "B"
                           ADD 1
                               TO WKS-SAL-TOT-TARJETAS(WKS-IDX-SALDO)
                       END-IF
                   END-IF
           END-READ.

      *****FUSION**********************************************
       3000-FUSIONAR.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-HOY.
           MOVE 0 TO WKS-CONT-TAR-MOVIDAS.
           MOVE 0 TO WKS-CONT-TAR-CONSERVADAS.
           MOVE 0 TO WKS-CONT-TAR-DETALLE.
           MOVE 0 TO WKS-CONT-CAR-MOVIDOS.
           MOVE 0 TO WKS-CONT-CAR-COMBINADOS.
           MOVE 0 TO WKS-CONT-SAF-MOVIDOS.
           MOVE 0 TO WKS-CONT-SUS-MOVIDOS.
           MOVE 0 TO WKS-CONT-PEND-MOVIDOS.

           MOVE WKS-ID-SOBREVIVIENTE TO WKS-ID-CONSULTA.
           PERFORM 3100-ASEGURAR-DETALLE.
           MOVE WKS-ID-DUPLICADO TO WKS-ID-CONSULTA.
           PERFORM 3100-ASEGURAR-DETALLE.
           PERFORM 3200-MOVER-TARJETAS.
           PERFORM 3300-MOVER-CARGO
               VARYING WKS-IDX FROM 1 BY 1
               UNTIL WKS-IDX > WKS-TOT-CARGOS.
           PERFORM 3400-MOVER-SALDO-FAVOR.
           PERFORM 3500-MOVER-SUSPENSION.
           IF WKS-CONT-PEND-DUPLICADO > 0
               PERFORM 3600-MOVER-PENDIENTES
           END-IF.
           PERFORM 3700-CANCELAR-DUPLICADO.

           MOVE WKS-ID-SOBREVIVIENTE TO WKS-ID-CONSULTA.
           MOVE 3 TO WKS-IDX-SALDO.
           PERFORM 2600-CALCULAR-SALDOS.
           MOVE WKS-ID-DUPLICADO TO WKS-ID-CONSULTA.
           MOVE 4 TO WKS-IDX-SALDO.
           PERFORM 2600-CALCULAR-SALDOS.
           PERFORM 3800-ESCRIBIR-REPORTE.
           ADD 1 TO WKS-CONTADOR-FUSIONES.
           DISPLAY "*****CLIENTES FUSIONADOS*****".

      * UN CLIENTE DE ANTES DEL DETALLE DE TARJETAS SOLO TIENE LA
      * TARJETA DE REG-CLI; SE LE GRABA SU RENGLON, COMO EN EL ALTA,
      * PARA QUE NO SE PIERDA AL RECIBIR O ENTREGAR TARJETAS.
       3100-ASEGURAR-DETALLE.
           MOVE "N" TO WKS-TAR-EXISTE.
           MOVE WKS-ID-CONSULTA TO TAR-ID-CLIENTE.
           MOVE 0 TO TAR-CLAVE-TARJETA.
           START TAR-CLI KEY IS NOT LESS THAN TAR-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ TAR-CLI NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TAR-ID-CLIENTE = WKS-ID-CONSULTA
                               MOVE "S" TO WKS-TAR-EXISTE
                           END-IF
                   END-READ
           END-START.
           IF WKS-TAR-EXISTE = "N"
               MOVE WKS-ID-CONSULTA TO ID-CLIENTE-FILE
               READ REG-CLI KEY IS ID-CLIENTE-FILE
                   INVALID KEY
                       DISPLAY "NO EXISTE EL CLIENTE " WKS-ID-CONSULTA
                   NOT INVALID KEY
                       PERFORM 3110-TARJETA-DE-MAESTRO
               END-READ
           END-IF.

       3110-TARJETA-DE-MAESTRO.
           MOVE ID-CLIENTE-FILE TO TAR-ID-CLIENTE.
           MOVE CLAVE-TARJETA-FILE TO TAR-CLAVE-TARJETA.
           MOVE NOMBRE-TARJETA-FILE TO TAR-NOMBRE-TARJETA.
           MOVE ANUALIDAD-FILE TO TAR-ANUALIDAD.
           MOVE Y OF FECHA-ALTA-FILE TO TAR-FECHA-Y.
           MOVE M OF FECHA-ALTA-FILE TO TAR-FECHA-M.
           MOVE D OF FECHA-ALTA-FILE TO TAR-FECHA-D.
           MOVE "A" TO TAR-ESTATUS.
           MOVE SPACES TO TAR-NUMERO-ENMASCARADO.
           MOVE ZEROS TO TAR-FECHA-VENCE.
           MOVE "V" TO TAR-ESTATUS-PLASTICO.
           MOVE TAR-FECHA-ALTA TO TAR-FECHA-PLASTICO.
           MOVE SPACES TO TAR-MOTIVO-PLASTICO.
           WRITE REG-TARJETA
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR TARJETA DEL CLIENTE "
                       TAR-ID-CLIENTE
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-TAR-DETALLE
           END-WRITE.

      *****TARJETAS********************************************
      * SI EL SOBREVIVIENTE YA TIENE LA MISMA CLAVE DE TARJETA SE
      * QUEDA CON SU RENGLON, SALVO QUE LA SUYA ESTE DADA DE BAJA Y
      * LA DEL DUPLICADO ACTIVA. EL RENGLON DEL DUPLICADO SE BORRA.
       3200-MOVER-TARJETAS.
           MOVE 0 TO WKS-TOT-TARJETAS.
           MOVE "N" TO WKS-FIN-TARJETAS.
           MOVE WKS-ID-DUPLICADO TO TAR-ID-CLIENTE.
           MOVE 0 TO TAR-CLAVE-TARJETA.
           START TAR-CLI KEY IS NOT LESS THAN TAR-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-TARJETAS
           END-START.
           PERFORM 3210-LEER-TARJETA-DUPLICADO
               UNTIL WKS-FIN-TARJETAS = "S".
           PERFORM 3220-MOVER-TARJETA
               VARYING WKS-IDX FROM 1 BY 1
               UNTIL WKS-IDX > WKS-TOT-TARJETAS.

       3210-LEER-TARJETA-DUPLICADO.
           READ TAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-TARJETAS
               NOT AT END
                   IF TAR-ID-CLIENTE NOT = WKS-ID-DUPLICADO
                       OR WKS-TOT-TARJETAS = 10
                       MOVE "S" TO WKS-FIN-TARJETAS
                   ELSE
                       ADD 1 TO WKS-TOT-TARJETAS
                       MOVE TAR-CLAVE-TARJETA
                           TO WKS-TAR-CLAVE(WKS-TOT-TARJETAS)
                   END-IF
           END-READ.

       3220-MOVER-TARJETA.
           MOVE WKS-ID-DUPLICADO TO TAR-ID-CLIENTE.
           MOVE WKS-TAR-CLAVE(WKS-IDX) TO TAR-CLAVE-TARJETA.
           MOVE "S" TO WKS-TAR-EXISTE.
           READ TAR-CLI KEY IS TAR-LLAVE
               INVALID KEY
                   MOVE "N" TO WKS-TAR-EXISTE
           END-READ.
           IF WKS-TAR-EXISTE = "S"
               MOVE TAR-ESTATUS TO WKS-ESTATUS-TAR-DUP
               MOVE WKS-ID-SOBREVIVIENTE TO TAR-ID-CLIENTE
               WRITE REG-TARJETA
                   INVALID KEY
                       PERFORM 3230-TARJETA-EXISTENTE
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-TAR-MOVIDAS
               END-WRITE
               MOVE WKS-ID-DUPLICADO TO TAR-ID-CLIENTE
               MOVE WKS-TAR-CLAVE(WKS-IDX) TO TAR-CLAVE-TARJETA
               DELETE TAR-CLI RECORD
                   INVALID KEY
                       DISPLAY "ERROR AL BORRAR TARJETA "
                           TAR-CLAVE-TARJETA " DEL DUPLICADO"
               END-DELETE
           END-IF.

       3230-TARJETA-EXISTENTE.
           READ TAR-CLI KEY IS TAR-LLAVE
               INVALID KEY
                   DISPLAY "ERROR AL LEER TARJETA DEL SOBREVIVIENTE"
           END-READ.
           IF TAR-ESTATUS = "B" AND WKS-ESTATUS-TAR-DUP NOT = "B"
               MOVE WKS-ID-DUPLICADO TO TAR-ID-CLIENTE
               READ TAR-CLI KEY IS TAR-LLAVE
                   INVALID KEY
                       DISPLAY "ERROR AL RELEER TARJETA DEL DUPLICADO"
               END-READ
               MOVE WKS-ID-SOBREVIVIENTE TO TAR-ID-CLIENTE
               REWRITE REG-TARJETA
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR TARJETA "
                           TAR-CLAVE-TARJETA " DEL SOBREVIVIENTE"
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-TAR-MOVIDAS
               END-REWRITE
           ELSE
               ADD 1 TO WKS-CONT-TAR-CONSERVADAS
           END-IF.

      *****CARGOS**********************************************
      * EL CARGO DEL DUPLICADO SE GRABA CON EL ID DEL SOBREVIVIENTE;
      * SI ESTE YA TIENE UN CARGO DE LA MISMA TARJETA, CICLO Y
      * PERIODO SE SUMAN EN UNO SOLO, SIN CREAR NI PERDER IMPORTE:
      * LO COBRADO DE MAS SE CORRIGE DESPUES CON AJUSTES.
       3300-MOVER-CARGO.
           MOVE WKS-ID-DUPLICADO TO CARGO-ID-CLIENTE.
           MOVE WKS-CAR-CLAVE(WKS-IDX) TO CARGO-CLAVE-TARJETA.
           MOVE WKS-CAR-ANIO(WKS-IDX) TO CARGO-ANIO.
           MOVE WKS-CAR-PERIODO(WKS-IDX) TO CARGO-PERIODO.
           MOVE "S" TO WKS-CARGO-EXISTE.
           READ CAR-CLI KEY IS CARGO-LLAVE
               INVALID KEY
                   MOVE "N" TO WKS-CARGO-EXISTE
           END-READ.
           IF WKS-CARGO-EXISTE = "S"
               PERFORM 3310-GUARDAR-CARGO-DUPLICADO
               MOVE WKS-ID-SOBREVIVIENTE TO CARGO-ID-CLIENTE
               MOVE WKS-NOMBRE-SOBREVIVIENTE TO CARGO-NOMBRE-CLIENTE
               WRITE REG-CARGOS
                   INVALID KEY
                       PERFORM 3320-COMBINAR-CARGO
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-CAR-MOVIDOS
               END-WRITE
               MOVE WKS-ID-DUPLICADO TO CARGO-ID-CLIENTE
               DELETE CAR-CLI RECORD
                   INVALID KEY
                       DISPLAY "ERROR AL BORRAR CARGO "
                           CARGO-LLAVE " DEL DUPLICADO"
               END-DELETE
           END-IF.

      * LOS CARGOS GRABADOS ANTES DEL DESGLOSE, LOS MESES COBRADOS
      * O LOS AJUSTES TRAEN ESOS CAMPOS EN ESPACIOS.
       3310-GUARDAR-CARGO-DUPLICADO.
           MOVE CARGO-IMPORTE TO WKS-DUP-IMPORTE.
           MOVE CARGO-IMPORTE-PAGADO TO WKS-DUP-PAGADO.
           MOVE CARGO-FECHA TO WKS-DUP-FECHA.
           MOVE CARGO-ESTATUS TO WKS-DUP-ESTATUS.
           IF CARGO-BASE IS NUMERIC
               MOVE CARGO-BASE TO WKS-DUP-BASE
           ELSE
               MOVE CARGO-IMPORTE TO WKS-DUP-BASE
           END-IF.
           IF CARGO-IVA IS NUMERIC
               MOVE CARGO-IVA TO WKS-DUP-IVA
           ELSE
               MOVE 0 TO WKS-DUP-IVA
           END-IF.
           IF CARGO-IMPORTE-AJUSTADO IS NUMERIC
               MOVE CARGO-IMPORTE-AJUSTADO TO WKS-DUP-AJUSTADO
           ELSE
               MOVE 0 TO WKS-DUP-AJUSTADO
           END-IF.
           IF CARGO-FECHA-AJUSTE IS NUMERIC
               MOVE CARGO-FECHA-AJUSTE TO WKS-DUP-FECHA-AJUSTE
           ELSE
               MOVE 0 TO WKS-DUP-FECHA-AJUSTE
           END-IF.
           IF CARGO-MESES-COBRADOS IS NUMERIC
               MOVE CARGO-MESES-COBRADOS TO WKS-DUP-MESES
           ELSE
               MOVE 12 TO WKS-DUP-MESES
           END-IF.

       3320-COMBINAR-CARGO.
           READ CAR-CLI KEY IS CARGO-LLAVE
               INVALID KEY
                   DISPLAY "ERROR AL LEER CARGO " CARGO-LLAVE
                       " DEL SOBREVIVIENTE"
           END-READ.
           IF CARGO-BASE IS NOT NUMERIC
               MOVE CARGO-IMPORTE TO CARGO-BASE
           END-IF.
           IF CARGO-TASA-IVA IS NOT NUMERIC
               MOVE 0 TO CARGO-TASA-IVA
           END-IF.
           IF CARGO-IVA IS NOT NUMERIC
               MOVE 0 TO CARGO-IVA
           END-IF.
           IF CARGO-IMPORTE-AJUSTADO IS NOT NUMERIC
               MOVE 0 TO CARGO-IMPORTE-AJUSTADO
           END-IF.
           IF CARGO-FECHA-AJUSTE IS NOT NUMERIC
               MOVE 0 TO CARGO-FECHA-AJUSTE
           END-IF.
           IF CARGO-MESES-COBRADOS IS NOT NUMERIC
               MOVE 12 TO CARGO-MESES-COBRADOS
           END-IF.

           ADD WKS-DUP-IMPORTE TO CARGO-IMPORTE.
           ADD WKS-DUP-PAGADO TO CARGO-IMPORTE-PAGADO.
           ADD WKS-DUP-BASE TO CARGO-BASE.
           ADD WKS-DUP-IVA TO CARGO-IVA.
           ADD WKS-DUP-AJUSTADO TO CARGO-IMPORTE-AJUSTADO.
           COMPUTE WKS-MESES-SUMA =
               CARGO-MESES-COBRADOS + WKS-DUP-MESES.
           IF WKS-MESES-SUMA > 12
               MOVE 12 TO CARGO-MESES-COBRADOS
           ELSE
               MOVE WKS-MESES-SUMA TO CARGO-MESES-COBRADOS
           END-IF.
           IF WKS-DUP-FECHA < CARGO-FECHA
               MOVE WKS-DUP-FECHA TO CARGO-FECHA
           END-IF.
           IF WKS-DUP-FECHA-AJUSTE > CARGO-FECHA-AJUSTE
               MOVE WKS-DUP-FECHA-AJUSTE TO CARGO-FECHA-AJUSTE
           END-IF.
           PERFORM 3330-ESTATUS-COMBINADO.
           REWRITE REG-CARGOS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR CARGO " CARGO-LLAVE
                       " DEL SOBREVIVIENTE"
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-CAR-COMBINADOS
           END-REWRITE.

       3330-ESTATUS-COMBINADO.
           EVALUATE TRUE
               WHEN CARGO-ESTATUS = "CANCELADO"
                   AND WKS-DUP-ESTATUS = "CANCELADO"
                   MOVE "CANCELADO" TO CARGO-ESTATUS
               WHEN CARGO-IMPORTE-PAGADO >= CARGO-IMPORTE
                   MOVE "PAGADO" TO CARGO-ESTATUS
               WHEN CARGO-ESTATUS = "CASTIGADO"
                   OR WKS-DUP-ESTATUS = "CASTIGADO"
                   MOVE "CASTIGADO" TO CARGO-ESTATUS
               WHEN CARGO-IMPORTE-PAGADO = 0
                   MOVE "PENDIENTE" TO CARGO-ESTATUS
               WHEN OTHER
                   MOVE "PARCIAL" TO CARGO-ESTATUS
           END-EVALUATE.

      *****SALDO A FAVOR***************************************
      * EL REGISTRO DEL DUPLICADO NO SE BORRA (SUS ACUMULADOS QUEDAN
      * PARA AUDITORIA): SU SALDO SE DA POR APLICADO Y SE ABONA AL
      * SOBREVIVIENTE EN LA MISMA TARJETA.
       3400-MOVER-SALDO-FAVOR.
           MOVE 0 TO WKS-TOT-FAVOR.
           MOVE "N" TO WKS-FIN-FAVOR.
           MOVE WKS-ID-DUPLICADO TO SAF-ID-CLIENTE.
           MOVE 0 TO SAF-CLAVE-TARJETA.
           START SAL-FAV KEY IS NOT LESS THAN SAF-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-FAVOR
           END-START.
           PERFORM 3410-LEER-FAVOR-DUPLICADO
               UNTIL WKS-FIN-FAVOR = "S".
           PERFORM 3420-MOVER-FAVOR
               VARYING WKS-IDX FROM 1 BY 1
               UNTIL WKS-IDX > WKS-TOT-FAVOR.

       3410-LEER-FAVOR-DUPLICADO.
           READ SAL-FAV NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-FAVOR
               NOT AT END
                   IF SAF-ID-CLIENTE NOT = WKS-ID-DUPLICADO
                       OR WKS-TOT-FAVOR = 10
                       MOVE "S" TO WKS-FIN-FAVOR
                   ELSE
                       IF SAF-IMPORTE > 0
                           ADD 1 TO WKS-TOT-FAVOR
                           MOVE SAF-CLAVE-TARJETA
                               TO WKS-SAF-CLAVE(WKS-TOT-FAVOR)
                       END-IF
                   END-IF
           END-READ.

       3420-MOVER-FAVOR.
           MOVE WKS-ID-DUPLICADO TO SAF-ID-CLIENTE.
           MOVE WKS-SAF-CLAVE(WKS-IDX) TO SAF-CLAVE-TARJETA.
           MOVE "S" TO WKS-SAF-EXISTE.
           READ SAL-FAV KEY IS SAF-LLAVE
               INVALID KEY
                   MOVE "N" TO WKS-SAF-EXISTE
           END-READ.
           IF WKS-SAF-EXISTE = "S"
               MOVE SAF-IMPORTE TO WKS-IMPORTE-FAVOR
               ADD WKS-IMPORTE-FAVOR TO SAF-TOTAL-APLICADO
               MOVE 0 TO SAF-IMPORTE
               MOVE WKS-FECHA-HOY TO SAF-FECHA-ULT-MOV
               MOVE "FUSION" TO SAF-PROGRAMA-ULT-MOV
               REWRITE REG-SALDO-FAVOR
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR SALDO A FAVOR "
                           "DEL DUPLICADO"
               END-REWRITE
               PERFORM 3430-ABONAR-FAVOR
           END-IF.

       3430-ABONAR-FAVOR.
           MOVE WKS-ID-SOBREVIVIENTE TO SAF-ID-CLIENTE.
           MOVE WKS-SAF-CLAVE(WKS-IDX) TO SAF-CLAVE-TARJETA.
           MOVE "S" TO WKS-SAF-EXISTE.
           READ SAL-FAV KEY IS SAF-LLAVE
               INVALID KEY
                   MOVE "N" TO WKS-SAF-EXISTE
           END-READ.
           IF WKS-SAF-EXISTE = "N"
               MOVE WKS-ID-SOBREVIVIENTE TO SAF-ID-CLIENTE
               MOVE WKS-SAF-CLAVE(WKS-IDX) TO SAF-CLAVE-TARJETA
               MOVE WKS-IMPORTE-FAVOR TO SAF-IMPORTE
               MOVE WKS-IMPORTE-FAVOR TO SAF-TOTAL-ABONADO
               MOVE 0 TO SAF-TOTAL-APLICADO
               MOVE WKS-FECHA-HOY TO SAF-FECHA-ALTA
               MOVE WKS-FECHA-HOY TO SAF-FECHA-ULT-MOV
               MOVE "FUSION" TO SAF-PROGRAMA-ULT-MOV
               WRITE REG-SALDO-FAVOR
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR SALDO A FAVOR "
                           "DEL SOBREVIVIENTE"
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-SAF-MOVIDOS
               END-WRITE
           ELSE
               ADD WKS-IMPORTE-FAVOR TO SAF-IMPORTE
               ADD WKS-IMPORTE-FAVOR TO SAF-TOTAL-ABONADO
               MOVE WKS-FECHA-HOY TO SAF-FECHA-ULT-MOV
               MOVE "FUSION" TO SAF-PROGRAMA-ULT-MOV
               REWRITE REG-SALDO-FAVOR
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR SALDO A FAVOR "
                           "DEL SOBREVIVIENTE"
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-SAF-MOVIDOS
               END-REWRITE
           END-IF.

      *****MESES SUSPENDIDOS***********************************
      * LOS MESES DEL DUPLICADO SE SUMAN A LOS DEL SOBREVIVIENTE.
      * CARGOS VUELVE A CENSAR ESTE ARCHIVO DESDE LA BITACORA EN
      * CADA CORRIDA.
       3500-MOVER-SUSPENSION.
           MOVE WKS-ID-DUPLICADO TO SUS-ID-CLIENTE.
           MOVE "S" TO WKS-SUS-EXISTE.
           READ SUS-CLI KEY IS SUS-ID-CLIENTE
               INVALID KEY
                   MOVE "N" TO WKS-SUS-EXISTE
           END-READ.
           IF WKS-SUS-EXISTE = "S"
               MOVE SUS-MES-INICIO TO WKS-SUS-MES-INICIO
               PERFORM 3510-GUARDAR-MES
                   VARYING WKS-MES FROM 1 BY 1 UNTIL WKS-MES > 12
               DELETE SUS-CLI RECORD
                   INVALID KEY
                       DISPLAY "ERROR AL BORRAR SUSPENSION "
                           "DEL DUPLICADO"
               END-DELETE
               PERFORM 3520-ACUMULAR-SUSPENSION
           END-IF.

       3510-GUARDAR-MES.
           MOVE SUS-MES-SUSPENDIDO(WKS-MES) TO WKS-SUS-MES(WKS-MES).

       3520-ACUMULAR-SUSPENSION.
           MOVE WKS-ID-SOBREVIVIENTE TO SUS-ID-CLIENTE.
           MOVE "S" TO WKS-SUS-EXISTE.
           READ SUS-CLI KEY IS SUS-ID-CLIENTE
               INVALID KEY
                   MOVE "N" TO WKS-SUS-EXISTE
           END-READ.
           IF WKS-SUS-EXISTE = "N"
               MOVE WKS-ID-SOBREVIVIENTE TO SUS-ID-CLIENTE
               MOVE WKS-SUS-MES-INICIO TO SUS-MES-INICIO
               PERFORM 3530-SUMAR-MES
                   VARYING WKS-MES FROM 1 BY 1 UNTIL WKS-MES > 12
               WRITE REG-SUSPENSION
                   INVALID KEY
                       DISPLAY "ERROR EN ARCHIVO DE SUSPENSIONES, ID "
                           SUS-ID-CLIENTE
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-SUS-MOVIDOS
               END-WRITE
           ELSE
               IF SUS-MES-INICIO = 0
                   MOVE WKS-SUS-MES-INICIO TO SUS-MES-INICIO
               END-IF
               PERFORM 3530-SUMAR-MES
                   VARYING WKS-MES FROM 1 BY 1 UNTIL WKS-MES > 12
               REWRITE REG-SUSPENSION
                   INVALID KEY
                       DISPLAY "ERROR EN ARCHIVO DE SUSPENSIONES, ID "
                           SUS-ID-CLIENTE
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-SUS-MOVIDOS
               END-REWRITE
           END-IF.

       3530-SUMAR-MES.
           IF WKS-SUS-MES(WKS-MES) = "S"
               MOVE "S" TO SUS-MES-SUSPENDIDO(WKS-MES)
           ELSE
               IF WKS-SUS-EXISTE = "N"
                   MOVE "N" TO SUS-MES-SUSPENDIDO(WKS-MES)
               END-IF
           END-IF.

      *****PAGOS EN SUSPENSO***********************************
      * SE REESCRIBE pagos_pend.txt COMPLETO DESDE LA TABLA, CON LOS
      * MOVIMIENTOS DEL DUPLICADO A NOMBRE DEL SOBREVIVIENTE; PAGOS
      * LOS REINTENTA EN SU SIGUIENTE CORRIDA.
       3600-MOVER-PENDIENTES.
           OPEN OUTPUT PAGOS-PEND.
           PERFORM 3610-ESCRIBIR-PENDIENTE
               VARYING WKS-IDX FROM 1 BY 1
               UNTIL WKS-IDX > WKS-TOT-PEND.
           CLOSE PAGOS-PEND.

       3610-ESCRIBIR-PENDIENTE.
           MOVE WKS-PEND-TIPO(WKS-IDX) TO PEND-TIPO.
           MOVE WKS-PEND-ID(WKS-IDX) TO PEND-ID-CLIENTE.
           MOVE WKS-PEND-CLAVE(WKS-IDX) TO PEND-CLAVE-TARJETA.
           MOVE WKS-PEND-IMPORTE(WKS-IDX) TO PEND-IMPORTE.
           MOVE WKS-PEND-FECHA(WKS-IDX) TO PEND-FECHA.
           MOVE WKS-PEND-REFERENCIA(WKS-IDX) TO PEND-REFERENCIA.
           MOVE WKS-PEND-FECHA-ARCHIVO(WKS-IDX) TO PEND-FECHA-ARCHIVO.
           IF PEND-ID-CLIENTE = WKS-ID-DUPLICADO
               MOVE WKS-ID-SOBREVIVIENTE TO PEND-ID-CLIENTE
               ADD 1 TO WKS-CONT-PEND-MOVIDOS
           END-IF.
           WRITE REG-PEND.

      *****MAESTRO Y BITACORA**********************************
       3700-CANCELAR-DUPLICADO.
           MOVE WKS-ID-DUPLICADO TO ID-CLIENTE-FILE.
           READ REG-CLI KEY IS ID-CLIENTE-FILE
               INVALID KEY
                   DISPLAY "ERROR AL LEER EL DUPLICADO"
           END-READ.
           MOVE "C" TO ESTATUS-CLIENTE-FILE.
           MOVE WKS-ID-SOBREVIVIENTE TO ID-FUSIONADO-FILE.
           MOVE Año TO Y OF FECHA-MODIFICACION.
           MOVE Mes TO M OF FECHA-MODIFICACION.
           MOVE Día TO D OF FECHA-MODIFICACION.
           REWRITE REG-CLIENTES
               INVALID KEY
                   DISPLAY "ERROR AL CANCELAR EL DUPLICADO"
               NOT INVALID KEY
                   MOVE WKS-ID-SOBREVIVIENTE TO WKS-ID-RELACIONADO
                   PERFORM 8000-BITACORA
           END-REWRITE.

           MOVE WKS-ID-SOBREVIVIENTE TO ID-CLIENTE-FILE.
           READ REG-CLI KEY IS ID-CLIENTE-FILE
               INVALID KEY
                   DISPLAY "ERROR AL LEER EL SOBREVIVIENTE"
           END-READ.
           IF ID-FUSIONADO-FILE IS NOT NUMERIC
               MOVE 0 TO ID-FUSIONADO-FILE
           END-IF.
           MOVE Año TO Y OF FECHA-MODIFICACION.
           MOVE Mes TO M OF FECHA-MODIFICACION.
           MOVE Día TO D OF FECHA-MODIFICACION.
           REWRITE REG-CLIENTES
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL SOBREVIVIENTE"
               NOT INVALID KEY
                   MOVE WKS-ID-DUPLICADO TO WKS-ID-RELACIONADO
                   PERFORM 8000-BITACORA
           END-REWRITE.

      *****REPORTE DE LA FUSION********************************
       3800-ESCRIBIR-REPORTE.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "SOBREVIVIENTE:" TO WKS-CLI-TEXTO.
           MOVE WKS-ID-SOBREVIVIENTE TO WKS-CLI-ID.
           MOVE WKS-NOMBRE-SOBREVIVIENTE TO WKS-CLI-NOMBRE.
           MOVE WKS-LINEA-CLIENTE TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "DUPLICADO:" TO WKS-CLI-TEXTO.
           MOVE WKS-ID-DUPLICADO TO WKS-CLI-ID.
           MOVE WKS-NOMBRE-DUPLICADO TO WKS-CLI-NOMBRE.
           MOVE WKS-LINEA-CLIENTE TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WKS-LINEA-COLUMNAS TO REG-REPORTE.
           WRITE REG-REPORTE.
           PERFORM 3810-RENGLON-SALDO
               VARYING WKS-IDX-SALDO FROM 1 BY 1
               UNTIL WKS-IDX-SALDO > 4.

           MOVE "TARJETAS PASADAS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-TAR-MOVIDAS TO WKS-RES-NUMERO.
           PERFORM 3820-ESCRIBIR-RESUMEN.
           MOVE "TARJETAS QUE YA TENIA:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-TAR-CONSERVADAS TO WKS-RES-NUMERO.
           PERFORM 3820-ESCRIBIR-RESUMEN.
           MOVE "TARJETAS TOMADAS DEL MAESTRO:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-TAR-DETALLE TO WKS-RES-NUMERO.
           PERFORM 3820-ESCRIBIR-RESUMEN.
           MOVE "CARGOS PASADOS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-CAR-MOVIDOS TO WKS-RES-NUMERO.
           PERFORM 3820-ESCRIBIR-RESUMEN.
           MOVE "CARGOS SUMADOS AL MISMO CICLO:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-CAR-COMBINADOS TO WKS-RES-NUMERO.
           PERFORM 3820-ESCRIBIR-RESUMEN.
           MOVE "SALDOS A FAVOR PASADOS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-SAF-MOVIDOS TO WKS-RES-NUMERO.
           PERFORM 3820-ESCRIBIR-RESUMEN.
           MOVE "SUSPENSIONES PASADAS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-SUS-MOVIDOS TO WKS-RES-NUMERO.
           PERFORM 3820-ESCRIBIR-RESUMEN.
           MOVE "PAGOS EN SUSPENSO PASADOS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONT-PEND-MOVIDOS TO WKS-RES-NUMERO.
           PERFORM 3820-ESCRIBIR-RESUMEN.

      * LO QUE SUMABAN LOS DOS ANTES DEBE SEGUIR SUMANDO LO MISMO.
           COMPUTE WKS-SUMA-ANTES =
               WKS-SAL-TOT-SALDO(1) + WKS-SAL-TOT-SALDO(2).
           COMPUTE WKS-SUMA-DESPUES =
               WKS-SAL-TOT-SALDO(3) + WKS-SAL-TOT-SALDO(4).
           COMPUTE WKS-FAVOR-ANTES =
               WKS-SAL-TOT-FAVOR(1) + WKS-SAL-TOT-FAVOR(2).
           COMPUTE WKS-FAVOR-DESPUES =
               WKS-SAL-TOT-FAVOR(3) + WKS-SAL-TOT-FAVOR(4).
           IF WKS-SUMA-ANTES = WKS-SUMA-DESPUES
               AND WKS-FAVOR-ANTES = WKS-FAVOR-DESPUES
               MOVE "SALDOS CUADRAN ANTES Y DESPUES" TO REG-REPORTE
           ELSE
               MOVE "SALDOS NO CUADRAN, REVISAR LA FUSION"
                   TO REG-REPORTE
               DISPLAY "SALDOS NO CUADRAN, REVISAR fusion.rpt"
           END-IF.
           WRITE REG-REPORTE.

       3810-RENGLON-SALDO.
           IF WKS-IDX-SALDO < 3
               MOVE "ANTES" TO WKS-SAL-MOMENTO
           ELSE
               MOVE "DESPUES" TO WKS-SAL-MOMENTO
           END-IF.
           IF WKS-IDX-SALDO = 1 OR WKS-IDX-SALDO = 3
               MOVE "SOBREVIVIENTE" TO WKS-SAL-CLIENTE
               MOVE WKS-ID-SOBREVIVIENTE TO WKS-SAL-ID
           ELSE
               MOVE "DUPLICADO" TO WKS-SAL-CLIENTE
               MOVE WKS-ID-DUPLICADO TO WKS-SAL-ID
           END-IF.
           MOVE WKS-SAL-TOT-CARGOS(WKS-IDX-SALDO) TO WKS-SAL-CARGOS.
           MOVE WKS-SAL-TOT-SALDO(WKS-IDX-SALDO) TO WKS-SAL-SALDO.
           MOVE WKS-SAL-TOT-FAVOR(WKS-IDX-SALDO) TO WKS-SAL-FAVOR.
           MOVE WKS-SAL-TOT-TARJETAS(WKS-IDX-SALDO)
               TO WKS-SAL-TARJETAS.
           MOVE WKS-LINEA-SALDO TO REG-REPORTE.
           WRITE REG-REPORTE.
           DISPLAY WKS-LINEA-SALDO.

       3820-ESCRIBIR-RESUMEN.
           MOVE WKS-LINEA-RESUMEN TO REG-REPORTE.
           WRITE REG-REPORTE.

       8000-BITACORA.
           MOVE ID-CLIENTE-FILE TO LOG-ID-CLIENTE.
           MOVE "MERG" TO LOG-OPERACION.
           MOVE "FUSION" TO LOG-PROGRAMA.
           MOVE WKS-OPERADOR TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
           MOVE Día TO LOG-FECHA-D.
           MOVE Hora TO LOG-HORA-H.
           MOVE Minuto TO LOG-HORA-MI.
           MOVE Segundo TO LOG-HORA-S.
           MOVE ANUALIDAD-FILE TO LOG-ANUALIDAD-ANTES.
           MOVE ANUALIDAD-FILE TO LOG-ANUALIDAD-DESPUES.
           MOVE WKS-ID-RELACIONADO TO LOG-ID-RELACIONADO.
           WRITE REG-LOG.

       9000-FIN.
           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "FUSIONES REALIZADAS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONTADOR-FUSIONES TO WKS-RES-NUMERO.
           PERFORM 3820-ESCRIBIR-RESUMEN.
           CLOSE REG-CLI.
           CLOSE TAR-CLI.
           CLOSE CAR-CLI.
           CLOSE SAL-FAV.
           CLOSE SUS-CLI.
           CLOSE CON-CLI.
           CLOSE LOG-CLI.
           CLOSE REPORTE.
           PERFORM 1490-LIBERAR-CANDADO.
           DISPLAY "FUSIONES REALIZADAS: " WKS-CONTADOR-FUSIONES.
           DISPLAY "REPORTE GRABADO EN fusion.rpt".
           DISPLAY "GRACIAS POR SU VISITA".

       END PROGRAM FUSION.
