       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURA.

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
           ACCESS MODE IS RANDOM
           RECORD KEY IS TAR-LLAVE.

           SELECT OPTIONAL CAR-CLI ASSIGN TO "cargos.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CARGO-LLAVE.

      * HISTORICOS QUE DEJO PURGA EL DIA DE LA DEPURACION; EL
      * NOMBRE SE ARMA CON LA FECHA QUE CAPTURA EL SUPERVISOR.
           SELECT OPTIONAL ARC-CLI ASSIGN TO WKS-NOMBRE-ARC-CLI
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARC-TAR ASSIGN TO WKS-NOMBRE-ARC-TAR
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARC-CAR ASSIGN TO WKS-NOMBRE-ARC-CAR
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PUR-CTL ASSIGN TO "purga.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CLI ASSIGN TO "logcli.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPE-CLI ASSIGN TO "operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CANDADO ASSIGN TO "candado.txt"
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

      * MISMOS REGISTROS QUE GRABA PURGA.
       FD ARC-CLI.
       01 REG-ARC-CLI.
           05 ARC-CLI-ID PIC 9(7).
           05 FILLER PIC X(121).

       FD ARC-TAR.
       01 REG-ARC-TAR.
           05 ARC-TAR-ID PIC 9(7).
           05 FILLER PIC X(74).

       FD ARC-CAR.
       01 REG-ARC-CAR.
           05 ARC-CAR-ID PIC 9(7).
           05 FILLER PIC X(88).

       FD PUR-CTL.
       01 REG-PUR-CTL.
           COPY CPPURCTL.

       FD LOG-CLI.
       01 REG-LOG.
           COPY CPLOGREG.

       FD OPE-CLI.
       01 REG-OPERADOR.
           COPY CPOPEREG.

       FD CANDADO.
       01 REG-CANDADO.
           COPY CPCANDADO.

       WORKING-STORAGE SECTION.
       01 WKS-FIN PIC 9(1).
       01 WKS-CONFIRMAR PIC 9(1).
       01 WKS-CANDADO-PUESTO PIC X(1).
       01 WKS-NOMBRE-ARC-CLI PIC X(20).
       01 WKS-NOMBRE-ARC-TAR PIC X(20).
       01 WKS-NOMBRE-ARC-CAR PIC X(20).
       01 WKS-FECHA-PURGA PIC 9(8).
       01 WKS-ID-RESTAURAR PIC 9(7).
       01 WKS-CLIENTE-ARCHIVADO PIC X(128).
       01 WKS-ENCONTRADO PIC X(1).
       01 WKS-CLIENTE-EXISTE PIC X(1).
       01 WKS-FIN-ARCHIVO PIC X(1).
       01 WKS-CONT-TAR-ARCHIVO PIC 9(3).
       01 WKS-CONT-CAR-ARCHIVO PIC 9(5).
       01 WKS-CONT-TAR-RESTAURADAS PIC 9(3).
       01 WKS-CONT-CAR-RESTAURADOS PIC 9(5).
       01 WKS-CONT-YA-EXISTIAN PIC 9(5).
       01 WKS-SUMA-TAR PIC 9(9).
       01 WKS-SUMA-CAR PIC 9(9).
       01 WKS-CONTADOR-RESTAURADOS PIC 9(5) VALUE 0.
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
           DISPLAY "*****RESTAURACION DE CLIENTES DEPURADOS*****".
           PERFORM 1300-FIRMAR-OPERADOR.
           IF WKS-NIVEL-OPERADOR NOT = 2
               DISPLAY "SOLO UN SUPERVISOR PUEDE RESTAURAR CLIENTES"
               STOP RUN
           END-IF.

           PERFORM 1400-REVISAR-CANDADO.
           IF WKS-CANDADO-PUESTO = "S"
               DISPLAY "EL MAESTRO ESTA EN USO POR " CAND-PROGRAMA
               DISPLAY "DESDE " CAND-FECHA " " CAND-HORA
               DISPLAY "RESTAURACION CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1450-PONER-CANDADO.

           OPEN I-O REG-CLI.
           OPEN I-O TAR-CLI.
           OPEN I-O CAR-CLI.
           OPEN EXTEND LOG-CLI.
           OPEN EXTEND PUR-CTL.

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
           MOVE "RESTAURA" TO CAND-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO CAND-FECHA.
           MOVE Fecha-Actual(9:6) TO CAND-HORA.
           OPEN OUTPUT CANDADO.
           WRITE REG-CANDADO.
           CLOSE CANDADO.

       1490-LIBERAR-CANDADO.
           OPEN OUTPUT CANDADO.
           CLOSE CANDADO.

      *****CAPTURA DEL CLIENTE A RESTAURAR*********************
      * SE RESTAURA UN CLIENTE A LA VEZ, POR REQUERIMIENTO LEGAL O
      * FISCAL. REGRESA CANCELADO, CON SUS TARJETAS Y CARGOS TAL
      * COMO SE DEPURARON; PARA VOLVER A OPERARLO SE REACTIVA EN
      * MENU COMO CUALQUIER CANCELADO.
       2000-PROCESO.
           DISPLAY "INTRODUCE LA FECHA DE LA DEPURACION (AAAAMMDD)".
           ACCEPT WKS-FECHA-PURGA.
           DISPLAY "INTRODUCE ID DEL CLIENTE A RESTAURAR".
           ACCEPT WKS-ID-RESTAURAR.

           PERFORM 2100-ARMAR-NOMBRES.
           PERFORM 2200-BUSCAR-ARCHIVADO.
           IF WKS-ENCONTRADO = "N"
               DISPLAY "EL CLIENTE NO ESTA EN " WKS-NOMBRE-ARC-CLI
           ELSE
               MOVE WKS-ID-RESTAURAR TO ID-CLIENTE-FILE
               MOVE "S" TO WKS-CLIENTE-EXISTE
               READ REG-CLI KEY IS ID-CLIENTE-FILE
                   INVALID KEY
                       MOVE "N" TO WKS-CLIENTE-EXISTE
               END-READ
               IF WKS-CLIENTE-EXISTE = "S"
                   DISPLAY "EL ID YA EXISTE EN EL MAESTRO: "
                       NOMBRE-CLIENTE-FILE
                   DISPLAY "NO SE PUEDE RESTAURAR"
               ELSE
                   PERFORM 2500-CONFIRMAR-RESTAURACION
               END-IF
           END-IF.

           DISPLAY "¿DESEAS RESTAURAR OTRO CLIENTE?".
           DISPLAY "1. SI".
           DISPLAY "2. NO".
           ACCEPT WKS-FIN.

       2100-ARMAR-NOMBRES.
           MOVE SPACES TO WKS-NOMBRE-ARC-CLI.
           STRING "purcli_" DELIMITED BY SIZE
               WKS-FECHA-PURGA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WKS-NOMBRE-ARC-CLI.
           MOVE SPACES TO WKS-NOMBRE-ARC-TAR.
           STRING "purtar_" DELIMITED BY SIZE
               WKS-FECHA-PURGA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WKS-NOMBRE-ARC-TAR.
           MOVE SPACES TO WKS-NOMBRE-ARC-CAR.
           STRING "purcar_" DELIMITED BY SIZE
               WKS-FECHA-PURGA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WKS-NOMBRE-ARC-CAR.

      * SI EL CLIENTE SE DEPURO DOS VECES EL MISMO DIA (RESTAURADO
      * ENTRE LAS DOS CORRIDAS) SE QUEDA EL ULTIMO REGISTRO.
       2200-BUSCAR-ARCHIVADO.
           MOVE "N" TO WKS-ENCONTRADO.
           OPEN INPUT ARC-CLI.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           PERFORM 2210-LEER-CLIENTE-ARCHIVADO
               UNTIL WKS-FIN-ARCHIVO = "S".
           CLOSE ARC-CLI.

       2210-LEER-CLIENTE-ARCHIVADO.
           READ ARC-CLI
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF ARC-CLI-ID = WKS-ID-RESTAURAR
                       MOVE "S" TO WKS-ENCONTRADO
                       MOVE REG-ARC-CLI TO WKS-CLIENTE-ARCHIVADO
                   END-IF
           END-READ.

       2300-CONTAR-TARJETAS.
           MOVE 0 TO WKS-CONT-TAR-ARCHIVO.
           OPEN INPUT ARC-TAR.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           PERFORM 2310-LEER-TARJETA-ARCHIVADA
               UNTIL WKS-FIN-ARCHIVO = "S".
           CLOSE ARC-TAR.

       2310-LEER-TARJETA-ARCHIVADA.
           READ ARC-TAR
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF ARC-TAR-ID = WKS-ID-RESTAURAR
                       ADD 1 TO WKS-CONT-TAR-ARCHIVO
                   END-IF
           END-READ.

       2400-CONTAR-CARGOS.
           MOVE 0 TO WKS-CONT-CAR-ARCHIVO.
           OPEN INPUT ARC-CAR.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           PERFORM 2410-LEER-CARGO-ARCHIVADO
               UNTIL WKS-FIN-ARCHIVO = "S".
           CLOSE ARC-CAR.

       2410-LEER-CARGO-ARCHIVADO.
           READ ARC-CAR
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF ARC-CAR-ID = WKS-ID-RESTAURAR
                       ADD 1 TO WKS-CONT-CAR-ARCHIVO
                   END-IF
           END-READ.

       2500-CONFIRMAR-RESTAURACION.
           MOVE WKS-CLIENTE-ARCHIVADO TO REG-CLIENTES.
           PERFORM 2300-CONTAR-TARJETAS.
           PERFORM 2400-CONTAR-CARGOS.
           DISPLAY "CLIENTE: " ID-CLIENTE-FILE " "
               NOMBRE-CLIENTE-FILE " ESTATUS: " ESTATUS-CLIENTE-FILE.
           DISPLAY "  RFC: " RFC-CLIENTE-FILE
               " ULTIMA MODIFICACION: " FECHA-MODIFICACION.
           DISPLAY "  TARJETAS ARCHIVADAS: " WKS-CONT-TAR-ARCHIVO
               " CARGOS ARCHIVADOS: " WKS-CONT-CAR-ARCHIVO.
           DISPLAY "¿CONFIRMAS LA RESTAURACION?".
           DISPLAY "1. SI".
           DISPLAY "2. NO".
           ACCEPT WKS-CONFIRMAR.
           IF WKS-CONFIRMAR = 1
               PERFORM 3000-RESTAURAR
           ELSE
               DISPLAY "RESTAURACION CANCELADA"
           END-IF.

      *****RESTAURACION****************************************
      * LA FECHA DE MODIFICACION SE PONE AL DIA PARA QUE LA SIGUIENTE
      * DEPURACION LE CUENTE LA RETENCION COMPLETA DESDE HOY.
       3000-RESTAURAR.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE WKS-CLIENTE-ARCHIVADO TO REG-CLIENTES.
           MOVE Año TO Y OF FECHA-MODIFICACION.
           MOVE Mes TO M OF FECHA-MODIFICACION.
           MOVE Día TO D OF FECHA-MODIFICACION.
           WRITE REG-CLIENTES
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL CLIENTE "
                       ID-CLIENTE-FILE
               NOT INVALID KEY
                   PERFORM 3100-RESTAURAR-DETALLE
           END-WRITE.

       3100-RESTAURAR-DETALLE.
           ADD 1 TO WKS-CONTADOR-RESTAURADOS.
           PERFORM 8000-BITACORA.
           MOVE "RESTCLI" TO CTLP-TIPO.
           MOVE 1 TO CTLP-REGISTROS.
           MOVE ANUALIDAD-FILE TO CTLP-SUMA.
           PERFORM 8100-GRABAR-CTL.

           MOVE 0 TO WKS-CONT-TAR-RESTAURADAS.
           MOVE 0 TO WKS-CONT-CAR-RESTAURADOS.
           MOVE 0 TO WKS-CONT-YA-EXISTIAN.
           MOVE 0 TO WKS-SUMA-TAR.
           MOVE 0 TO WKS-SUMA-CAR.

           OPEN INPUT ARC-TAR.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           PERFORM 3200-RESTAURAR-TARJETA
               UNTIL WKS-FIN-ARCHIVO = "S".
           CLOSE ARC-TAR.
           MOVE "RESTTAR" TO CTLP-TIPO.
           MOVE WKS-CONT-TAR-RESTAURADAS TO CTLP-REGISTROS.
           MOVE WKS-SUMA-TAR TO CTLP-SUMA.
           PERFORM 8100-GRABAR-CTL.

           OPEN INPUT ARC-CAR.
           MOVE "N" TO WKS-FIN-ARCHIVO.
           PERFORM 3300-RESTAURAR-CARGO
               UNTIL WKS-FIN-ARCHIVO = "S".
           CLOSE ARC-CAR.
           MOVE "RESTCAR" TO CTLP-TIPO.
           MOVE WKS-CONT-CAR-RESTAURADOS TO CTLP-REGISTROS.
           MOVE WKS-SUMA-CAR TO CTLP-SUMA.
           PERFORM 8100-GRABAR-CTL.

           DISPLAY "CLIENTE " ID-CLIENTE-FILE " RESTAURADO, CANCELADO".
           DISPLAY "  TARJETAS RESTAURADAS: " WKS-CONT-TAR-RESTAURADAS
               " CARGOS RESTAURADOS: " WKS-CONT-CAR-RESTAURADOS.
           IF WKS-CONT-YA-EXISTIAN > 0
               DISPLAY "  YA EXISTIAN Y NO SE TOCARON: "
                   WKS-CONT-YA-EXISTIAN
           END-IF.

       3200-RESTAURAR-TARJETA.
           READ ARC-TAR
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF ARC-TAR-ID = WKS-ID-RESTAURAR
                       MOVE REG-ARC-TAR TO REG-TARJETA
                       WRITE REG-TARJETA
                           INVALID KEY
                               ADD 1 TO WKS-CONT-YA-EXISTIAN
                           NOT INVALID KEY
                               ADD 1 TO WKS-CONT-TAR-RESTAURADAS
                               ADD TAR-ANUALIDAD TO WKS-SUMA-TAR
                       END-WRITE
                   END-IF
           END-READ.

       3300-RESTAURAR-CARGO.
           READ ARC-CAR
               AT END
                   MOVE "S" TO WKS-FIN-ARCHIVO
               NOT AT END
                   IF ARC-CAR-ID = WKS-ID-RESTAURAR
                       MOVE REG-ARC-CAR TO REG-CARGOS
                       WRITE REG-CARGOS
                           INVALID KEY
                               ADD 1 TO WKS-CONT-YA-EXISTIAN
                           NOT INVALID KEY
                               ADD 1 TO WKS-CONT-CAR-RESTAURADOS
                               ADD CARGO-IMPORTE TO WKS-SUMA-CAR
                       END-WRITE
                   END-IF
           END-READ.

      * LA LINEA REST REABRE LA HISTORIA DEL CLIENTE: CONCILIA LA
      * TOMA COMO SU ENTRADA AL MAESTRO, IGUAL QUE UN ALTA.
       8000-BITACORA.
           MOVE ID-CLIENTE-FILE TO LOG-ID-CLIENTE.
           MOVE "REST" TO LOG-OPERACION.
           MOVE "RESTAURA" TO LOG-PROGRAMA.
           MOVE WKS-OPERADOR TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
           MOVE Día TO LOG-FECHA-D.
           MOVE Hora TO LOG-HORA-H.
           MOVE Minuto TO LOG-HORA-MI.
           MOVE Segundo TO LOG-HORA-S.
           MOVE 0 TO LOG-ANUALIDAD-ANTES.
           MOVE ANUALIDAD-FILE TO LOG-ANUALIDAD-DESPUES.
           MOVE 0 TO LOG-ID-RELACIONADO.
           WRITE REG-LOG.

       8100-GRABAR-CTL.
           MOVE WKS-FECHA-PURGA TO CTLP-FECHA-PURGA.
           MOVE Fecha-Actual(1:8) TO CTLP-FECHA-CORRIDA.
           MOVE Fecha-Actual(9:6) TO CTLP-HORA-CORRIDA.
           MOVE WKS-OPERADOR TO CTLP-OPERADOR.
           WRITE REG-PUR-CTL.

       9000-FIN.
           CLOSE REG-CLI.
           CLOSE TAR-CLI.
           CLOSE CAR-CLI.
           CLOSE LOG-CLI.
           CLOSE PUR-CTL.
           PERFORM 1490-LIBERAR-CANDADO.
           DISPLAY "CLIENTES RESTAURADOS: " WKS-CONTADOR-RESTAURADOS.
           DISPLAY "GRACIAS POR SU VISITA".

       END PROGRAM RESTAURA.
