           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARGO-LLAVE.

           SELECT OPTIONAL CRT-CLI ASSIGN TO "cartas.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRT-LLAVE.

           SELECT OPTIONAL LOG-CLI ASSIGN TO "logcli.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       01 REG-CARGOS.
           COPY CPCARREG.

       FD CRT-CLI.
       01 REG-CARTA-ENVIADA.
           COPY CPCRTREG.

       FD LOG-CLI.
       01 REG-LOG.
           COPY CPLOGREG.
       01 WKS-FIN-TARJETAS PIC X(1).
       01 WKS-FIN-CARGOS PIC X(1).
       01 WKS-FIN-LOG PIC X(1).
       01 WKS-FIN-CARTAS PIC X(1).
       01 WKS-CONTADOR-CARTAS PIC 9(3).
       01 WKS-CONTADOR-TARJETAS PIC 9(2).
       01 WKS-CONTADOR-CARGOS PIC 9(3).
       01 WKS-CONTADOR-MOVTOS PIC 9(5).
       01 WKS-SALDO PIC 9(5).
       01 WKS-CONTADOR-RECARGOS PIC 9(3).
       01 WKS-SALDO-ANUALIDADES PIC 9(7).
       01 WKS-SALDO-RECARGOS PIC 9(7).
       01 WKS-CONTADOR-CASTIGADOS PIC 9(3).
       01 WKS-SALDO-CASTIGADO PIC 9(7).
       01 WKS-LINEA PIC X(80).

       01 WKS-LINEA-CARGO.
           05 FILLER PIC X(3) VALUE " T:".
           05 WKS-CGO-TIPO PIC X(1).

      * LOS RECARGOS MORATORIOS SE IMPRIMEN CON SU PROPIO RENGLON,
      * DEBAJO DE LA ANUALIDAD DEL CICLO QUE LOS ORIGINO.
       01 WKS-LINEA-RECARGO.
           05 FILLER PIC X(10) VALUE "  RECARGO ".
           05 WKS-REC-PERIODO PIC 9(6).
           05 FILLER PIC X(7) VALUE " CICLO ".
           05 WKS-REC-ANIO PIC 9(4).
           05 FILLER PIC X(4) VALUE " TJ ".
           05 WKS-REC-CLAVE PIC 9(1).
           05 FILLER PIC X(6) VALUE " IMP: ".
           05 WKS-REC-IMPORTE PIC 9(5).
           05 FILLER PIC X(6) VALUE " PAG: ".
           05 WKS-REC-PAGADO PIC 9(5).
           05 FILLER PIC X(8) VALUE " SALDO: ".
           05 WKS-REC-SALDO PIC 9(5).
           05 FILLER PIC X(1) VALUE " ".
           05 WKS-REC-ESTATUS PIC X(9).

       01 WKS-LINEA-MOVTO.
           05 FILLER PIC X(2) VALUE "  ".
           05 WKS-MOV-FECHA PIC 9(8).
           05 FILLER PIC X(6) VALUE " OPR: ".
           05 WKS-MOV-OPERADOR PIC X(8).

       01 WKS-LINEA-CARTA.
           05 FILLER PIC X(2) VALUE "  ".
           05 WKS-CRT-DESCRIPCION PIC X(12).
           05 FILLER PIC X(4) VALUE " TJ ".
           05 WKS-CRT-CLAVE PIC 9(1).
           05 FILLER PIC X(7) VALUE " CICLO ".
           05 WKS-CRT-CICLO PIC 9(4).
           05 FILLER PIC X(9) VALUE " ENVIADA ".
           05 WKS-CRT-FECHA PIC 9(8).
           05 FILLER PIC X(10) VALUE " IMPORTE: ".
           05 WKS-CRT-IMPORTE PIC 9(7).
           05 FILLER PIC X(7) VALUE " DIAS: ".
           05 WKS-CRT-DIAS PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           OPEN INPUT REG-CLI.
           OPEN INPUT TAR-CLI.
           OPEN INPUT CAR-CLI.
           OPEN INPUT CRT-CLI.
           IF WKS-IMPRIMIR = 1
               OPEN OUTPUT REPORTE
           END-IF.
               PERFORM 4000-TARJETAS-CLIENTE
               PERFORM 5000-CARGOS-CLIENTE
               PERFORM 6000-MOVIMIENTOS-CLIENTE
               PERFORM 7000-CARTAS-CLIENTE
           END-IF.

           DISPLAY "¿DESEAS CONSULTAR OTRO CLIENTE?".
           MOVE "CARGOS:" TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.
           MOVE 0 TO WKS-CONTADOR-CARGOS.
           MOVE 0 TO WKS-CONTADOR-RECARGOS.
           MOVE 0 TO WKS-SALDO-ANUALIDADES.
           MOVE 0 TO WKS-SALDO-RECARGOS.
           MOVE 0 TO WKS-CONTADOR-CASTIGADOS.
           MOVE 0 TO WKS-SALDO-CASTIGADO.
           MOVE "N" TO WKS-FIN-CARGOS.
           MOVE ID-CLIENTE-FILE TO CARGO-ID-CLIENTE.
           MOVE 0 TO CARGO-CLAVE-TARJETA.
           MOVE 0 TO CARGO-ANIO.
           MOVE 0 TO CARGO-PERIODO.
           START CAR-CLI KEY IS NOT LESS THAN CARGO-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CARGOS
           IF WKS-CONTADOR-CARGOS = 0
               MOVE "  SIN CARGOS GENERADOS" TO WKS-LINEA
               PERFORM 8100-EMITIR-LINEA
           ELSE
               PERFORM 5300-EMITIR-SALDOS
           END-IF.

       5100-LEER-CARGO.
           END-READ.

       5200-EMITIR-CARGO.
           MOVE 0 TO WKS-SALDO.
           IF CARGO-IMPORTE > CARGO-IMPORTE-PAGADO
               SUBTRACT CARGO-IMPORTE-PAGADO FROM CARGO-IMPORTE
                   GIVING WKS-SALDO
           END-IF.
           IF CARGO-ESTATUS = "CASTIGADO"
               ADD 1 TO WKS-CONTADOR-CASTIGADOS
               ADD WKS-SALDO TO WKS-SALDO-CASTIGADO
           END-IF.
           IF CARGO-TIPO-CARGO = "R"
               PERFORM 5250-EMITIR-RECARGO
           ELSE
               IF CARGO-ESTATUS NOT = "CASTIGADO"
                   ADD WKS-SALDO TO WKS-SALDO-ANUALIDADES
               END-IF
               PERFORM 5210-EMITIR-ANUALIDAD
           END-IF.
           IF CARGO-IMPORTE-AJUSTADO IS NUMERIC
               AND CARGO-IMPORTE-AJUSTADO > 0
               PERFORM 5260-EMITIR-AJUSTE
           END-IF.

       5210-EMITIR-ANUALIDAD.
           MOVE CARGO-ANIO TO WKS-CGO-ANIO.
           MOVE CARGO-CLAVE-TARJETA TO WKS-CGO-CLAVE.
           MOVE CARGO-IMPORTE TO WKS-CGO-IMPORTE.
           MOVE CARGO-IMPORTE-PAGADO TO WKS-CGO-PAGADO.
           MOVE WKS-SALDO TO WKS-CGO-SALDO.
           MOVE CARGO-ESTATUS TO WKS-CGO-ESTATUS.
           MOVE CARGO-TIPO-CARGO TO WKS-CGO-TIPO.
           MOVE WKS-LINEA-CARGO TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.

       5250-EMITIR-RECARGO.
           IF CARGO-ESTATUS NOT = "CASTIGADO"
               ADD 1 TO WKS-CONTADOR-RECARGOS
               ADD WKS-SALDO TO WKS-SALDO-RECARGOS
           END-IF.
           MOVE CARGO-PERIODO TO WKS-REC-PERIODO.
           MOVE CARGO-ANIO TO WKS-REC-ANIO.
           MOVE CARGO-CLAVE-TARJETA TO WKS-REC-CLAVE.
           MOVE CARGO-IMPORTE TO WKS-REC-IMPORTE.
           MOVE CARGO-IMPORTE-PAGADO TO WKS-REC-PAGADO.
           MOVE WKS-SALDO TO WKS-REC-SALDO.
           MOVE CARGO-ESTATUS TO WKS-REC-ESTATUS.
           MOVE WKS-LINEA-RECARGO TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.

      * LO QUE UN SUPERVISOR REBAJO O CANCELO DESDE AJUSTES; EL
      * IMPORTE DEL CARGO YA VIENE NETO DEL AJUSTE.
       5260-EMITIR-AJUSTE.
           MOVE SPACES TO WKS-LINEA.
           STRING "    AJUSTADO: " DELIMITED BY SIZE
               CARGO-IMPORTE-AJUSTADO DELIMITED BY SIZE
               " EL " DELIMITED BY SIZE
               CARGO-FECHA-AJUSTE DELIMITED BY SIZE
               INTO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.

      * SALDO PENDIENTE SEPARADO: ANUALIDADES Y RECARGOS MORATORIOS.
      * LO CASTIGADO COMO INCOBRABLE VA EN SU PROPIO RENGLON Y NO
      * SUMA EN LOS OTROS DOS.
       5300-EMITIR-SALDOS.
           MOVE SPACES TO WKS-LINEA.
           STRING "  SALDO ANUALIDADES: " DELIMITED BY SIZE
               WKS-SALDO-ANUALIDADES DELIMITED BY SIZE
               "  SALDO RECARGOS: " DELIMITED BY SIZE
               WKS-SALDO-RECARGOS DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WKS-CONTADOR-RECARGOS DELIMITED BY SIZE
               " RECARGOS)" DELIMITED BY SIZE
               INTO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.
           IF WKS-CONTADOR-CASTIGADOS > 0
               MOVE SPACES TO WKS-LINEA
               STRING "  SALDO CASTIGADO: " DELIMITED BY SIZE
                   WKS-SALDO-CASTIGADO DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WKS-CONTADOR-CASTIGADOS DELIMITED BY SIZE
                   " CARGOS INCOBRABLES)" DELIMITED BY SIZE
                   INTO WKS-LINEA
               PERFORM 8100-EMITIR-LINEA
           END-IF.

      *****MOVIMIENTOS DE LA BITACORA**************************
       6000-MOVIMIENTOS-CLIENTE.
           MOVE "MOVIMIENTOS:" TO WKS-LINEA.
           MOVE WKS-LINEA-MOVTO TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.

      *****CARTAS ENVIADAS AL CLIENTE**************************
      * LO QUE EL LOTE CARTAS DEJO EN cartas.idx: AVISOS DE
      * RENOVACION Y CARTAS DE COBRANZA QUE YA SE IMPRIMIERON.
       7000-CARTAS-CLIENTE.
           MOVE "CARTAS ENVIADAS:" TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.
           MOVE 0 TO WKS-CONTADOR-CARTAS.
           MOVE "N" TO WKS-FIN-CARTAS.
           MOVE ID-CLIENTE-FILE TO CRT-ID-CLIENTE.
           MOVE 0 TO CRT-CLAVE-TARJETA.
           MOVE LOW-VALUES TO CRT-TIPO.
           MOVE 0 TO CRT-CICLO.
           START CRT-CLI KEY IS NOT LESS THAN CRT-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CARTAS
           END-START.
           PERFORM 7100-LEER-CARTA UNTIL WKS-FIN-CARTAS = "S".
           IF WKS-CONTADOR-CARTAS = 0
               MOVE "  SIN CARTAS ENVIADAS" TO WKS-LINEA
               PERFORM 8100-EMITIR-LINEA
           END-IF.

       7100-LEER-CARTA.
           READ CRT-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CARTAS
               NOT AT END
                   IF CRT-ID-CLIENTE NOT = ID-CLIENTE-FILE
                       MOVE "S" TO WKS-FIN-CARTAS
                   ELSE
                       ADD 1 TO WKS-CONTADOR-CARTAS
                       PERFORM 7200-EMITIR-CARTA
                   END-IF
           END-READ.

       7200-EMITIR-CARTA.
           EVALUATE CRT-TIPO
               WHEN "RENO"
                   MOVE "RENOVACION" TO WKS-CRT-DESCRIPCION
               WHEN "COB1"
                   MOVE "RECORDATORIO" TO WKS-CRT-DESCRIPCION
               WHEN "COB2"
                   MOVE "AVISO FORMAL" TO WKS-CRT-DESCRIPCION
               WHEN "COB3"
                   MOVE "AVISO FINAL" TO WKS-CRT-DESCRIPCION
               WHEN OTHER
                   MOVE CRT-TIPO TO WKS-CRT-DESCRIPCION
           END-EVALUATE.
           MOVE CRT-CLAVE-TARJETA TO WKS-CRT-CLAVE.
           MOVE CRT-CICLO TO WKS-CRT-CICLO.
           MOVE CRT-FECHA-ENVIO TO WKS-CRT-FECHA.
           MOVE CRT-IMPORTE TO WKS-CRT-IMPORTE.
           MOVE CRT-DIAS-VENCIDO TO WKS-CRT-DIAS.
           MOVE WKS-LINEA-CARTA TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.

      *****SALIDA A PANTALLA Y OPCIONAL A ARCHIVO**************
       8100-EMITIR-LINEA.
           DISPLAY WKS-LINEA.
           CLOSE REG-CLI.
           CLOSE TAR-CLI.
           CLOSE CAR-CLI.
           CLOSE CRT-CLI.
           IF WKS-IMPRIMIR = 1
               CLOSE REPORTE
               DISPLAY "ESTADO DE CUENTA GRABADO EN estadocta.rpt"
