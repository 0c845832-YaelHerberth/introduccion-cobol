       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CON-CLI ASSIGN TO "convenios.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CONV-LLAVE.

           SELECT OPTIONAL PAG-APL ASSIGN TO "pagosapl.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-LLAVE.

           SELECT REG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-FILE
           ALTERNATE RECORD KEY IS NOMBRE-CLIENTE-FILE
               WITH DUPLICATES.

           SELECT REPORTE ASSIGN TO "convrotos.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CON-CLI.
       01 REG-CONVENIO.
           COPY CPCONREG.

       FD PAG-APL.
       01 REG-PAGO-APLICADO.
           COPY CPPAGREG.

       FD REG-CLI.
       01 REG-CLIENTES.
           COPY CPCLIREG.

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
       01 WKS-FIN PIC X(1) VALUE "N".
       01 WKS-FIN-PAGOS PIC X(1).
       01 WKS-CARGO-CUBIERTO PIC X(1).
       01 WKS-CONTADOR-CARGO PIC 9(2).
       01 WKS-CONTADOR-PARC PIC 9(2).
       01 WKS-PERIODO-PAGO PIC 9(6).
       01 WKS-IMPORTE-AL-CARGO PIC 9(05).
       01 WKS-ABONADO PIC S9(7).
       01 WKS-EXIGIBLE PIC 9(7).
       01 WKS-ACUMULADO PIC 9(7).
       01 WKS-VENCIO PIC 9(8).
       01 WKS-NUEVO-ESTATUS PIC X(1).
       01 WKS-CONTADOR-LEIDOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-REVISADOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-AL-CORRIENTE PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-ROTOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-LIQUIDADOS PIC 9(5) VALUE 0.
       01 WKS-SUMA-ROTOS PIC 9(9) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(40)
               VALUE "CONVENIOS DE PAGO ROTOS PARA COBRANZA   ".
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 WKS-TIT-FECHA PIC 9(8).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(8) VALUE "ID      ".
           05 FILLER PIC X(21) VALUE "NOMBRE               ".
           05 FILLER PIC X(11) VALUE "TELEFONO   ".
           05 FILLER PIC X(4) VALUE "CNV ".
           05 FILLER PIC X(8) VALUE "  TOTAL ".
           05 FILLER PIC X(8) VALUE "EXIGIBLE".
           05 FILLER PIC X(8) VALUE " ABONADO".
           05 FILLER PIC X(9) VALUE " VENCIO".

       01 WKS-LINEA-DETALLE.
           05 WKS-DET-ID PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-TELEFONO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-NUMERO PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-TOTAL PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-EXIGIBLE PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-ABONADO PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-VENCIO PIC 9(8).

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
           PERFORM 2000-PROCESO UNTIL WKS-FIN = "S".
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO WKS-HORA-INICIO.
           MOVE WKS-FECHA-INICIO TO WKS-TIT-FECHA.
           DISPLAY "*****REVISION DE CONVENIOS DE PAGO*****".

           OPEN I-O CON-CLI.
           OPEN INPUT PAG-APL.
           OPEN INPUT REG-CLI.
           OPEN OUTPUT REPORTE.

      *****RECORRIDO DE CONVENIOS******************************
      * SOLO SE REVISAN LOS VIGENTES; ROTOS, LIQUIDADOS Y CANCELADOS
      * QUEDAN COMO HISTORIA.
       2000-PROCESO.
           READ CON-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-LEIDOS
                   IF CONV-ESTATUS = "V"
                       PERFORM 2100-REVISAR-CONVENIO
                   END-IF
           END-READ.

      * LO EXIGIBLE ES LA SUMA DE LAS PARCIALIDADES YA VENCIDAS (LA
      * QUE VENCE HOY TODAVIA SE PUEDE PAGAR HOY); SI LO ABONADO NO
      * LA ALCANZA, EL CONVENIO SE ROMPE.
       2100-REVISAR-CONVENIO.
           ADD 1 TO WKS-CONTADOR-REVISADOS.
           PERFORM 2200-SUMAR-ABONOS.
           MOVE 0 TO WKS-EXIGIBLE.
           MOVE 0 TO WKS-ACUMULADO.
           MOVE 0 TO WKS-VENCIO.
           PERFORM 2300-REVISAR-PARCIALIDAD
               VARYING WKS-CONTADOR-PARC FROM 1 BY 1
               UNTIL WKS-CONTADOR-PARC > CONV-TOT-PARCIALIDADES.

           MOVE WKS-ABONADO TO CONV-IMPORTE-PAGADO.
           EVALUATE TRUE
               WHEN WKS-ABONADO >= CONV-IMPORTE-TOTAL
                   MOVE "L" TO WKS-NUEVO-ESTATUS
                   ADD 1 TO WKS-CONTADOR-LIQUIDADOS
               WHEN WKS-ABONADO < WKS-EXIGIBLE
                   MOVE "R" TO WKS-NUEVO-ESTATUS
                   ADD 1 TO WKS-CONTADOR-ROTOS
                   PERFORM 2500-LISTAR-ROTO
               WHEN OTHER
                   MOVE "V" TO WKS-NUEVO-ESTATUS
                   ADD 1 TO WKS-CONTADOR-AL-CORRIENTE
           END-EVALUATE.
           IF WKS-NUEVO-ESTATUS NOT = "V"
               MOVE WKS-NUEVO-ESTATUS TO CONV-ESTATUS
               MOVE WKS-FECHA-INICIO TO CONV-FECHA-ESTATUS
           END-IF.
           REWRITE REG-CONVENIO
               INVALID KEY
                   MOVE "ERROR" TO WKS-ESTADO-CORRIDA
                   DISPLAY "ERROR AL ACTUALIZAR CONVENIO "
                       CONV-ID-CLIENTE " " CONV-NUMERO
           END-REWRITE.

      *****ABONOS DEL CLIENTE EN EL HISTORICO DE PAGOS*********
      * CUENTAN LOS MOVIMIENTOS APLICADOS A UN CARGO CUBIERTO, DESDE
      * LA FECHA DE CAPTURA; LO QUE SE FUE AL SALDO A FAVOR NO ABONO
      * AL CARGO Y SE DESCUENTA. LAS DEVOLUCIONES RESTAN.
       2200-SUMAR-ABONOS.
           MOVE 0 TO WKS-ABONADO.
           MOVE "N" TO WKS-FIN-PAGOS.
           MOVE CONV-ID-CLIENTE TO PAG-ID-CLIENTE.
           MOVE 0 TO PAG-CLAVE-TARJETA.
           MOVE 0 TO PAG-ANIO.
           MOVE 0 TO PAG-FECHA-APLICACION.
           MOVE 0 TO PAG-HORA-APLICACION.
           MOVE 0 TO PAG-CONSECUTIVO.
           START PAG-APL KEY IS NOT LESS THAN PAG-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-PAGOS
           END-START.
           PERFORM 2210-LEER-PAGO UNTIL WKS-FIN-PAGOS = "S".
           IF WKS-ABONADO < 0
               MOVE 0 TO WKS-ABONADO
           END-IF.

       2210-LEER-PAGO.
           READ PAG-APL NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-PAGOS
               NOT AT END
                   IF PAG-ID-CLIENTE NOT = CONV-ID-CLIENTE
                       MOVE "S" TO WKS-FIN-PAGOS
                   ELSE
                       IF PAG-DESTINO = "A"
                           AND PAG-FECHA-APLICACION
                               >= CONV-FECHA-CAPTURA
                           PERFORM 2220-ABONAR-PAGO
                       END-IF
                   END-IF
           END-READ.

       2220-ABONAR-PAGO.
           IF PAG-PERIODO-CARGO IS NUMERIC
               MOVE PAG-PERIODO-CARGO TO WKS-PERIODO-PAGO
           ELSE
               MOVE 0 TO WKS-PERIODO-PAGO
           END-IF.
           MOVE "N" TO WKS-CARGO-CUBIERTO.
           PERFORM 2230-COMPARAR-CARGO
               VARYING WKS-CONTADOR-CARGO FROM 1 BY 1
               UNTIL WKS-CONTADOR-CARGO > CONV-TOT-CARGOS.
           IF WKS-CARGO-CUBIERTO = "S"
               MOVE PAG-IMPORTE TO WKS-IMPORTE-AL-CARGO
               IF PAG-IMPORTE-A-FAVOR IS NUMERIC
                   AND PAG-IMPORTE-A-FAVOR < PAG-IMPORTE
                   SUBTRACT PAG-IMPORTE-A-FAVOR
                       FROM WKS-IMPORTE-AL-CARGO
               END-IF
               EVALUATE PAG-TIPO
                   WHEN "P"
                       ADD WKS-IMPORTE-AL-CARGO TO WKS-ABONADO
                   WHEN "D"
                       SUBTRACT WKS-IMPORTE-AL-CARGO FROM WKS-ABONADO
               END-EVALUATE
           END-IF.

       2230-COMPARAR-CARGO.
           IF CONV-CARGO-TARJETA(WKS-CONTADOR-CARGO)
                   = PAG-CLAVE-TARJETA
               AND CONV-CARGO-ANIO(WKS-CONTADOR-CARGO) = PAG-ANIO
               AND CONV-CARGO-PERIODO(WKS-CONTADOR-CARGO)
                   = WKS-PERIODO-PAGO
               MOVE "S" TO WKS-CARGO-CUBIERTO
           END-IF.

      * SE GUARDA EL VENCIMIENTO DE LA PRIMERA PARCIALIDAD VENCIDA
      * QUE LO ABONADO YA NO ALCANZA A CUBRIR.
       2300-REVISAR-PARCIALIDAD.
           IF CONV-PARC-VENCIMIENTO(WKS-CONTADOR-PARC)
               < WKS-FECHA-INICIO
               ADD CONV-PARC-IMPORTE(WKS-CONTADOR-PARC)
                   TO WKS-EXIGIBLE
               ADD CONV-PARC-IMPORTE(WKS-CONTADOR-PARC)
                   TO WKS-ACUMULADO
               IF WKS-ACUMULADO > WKS-ABONADO AND WKS-VENCIO = 0
                   MOVE CONV-PARC-VENCIMIENTO(WKS-CONTADOR-PARC)
                       TO WKS-VENCIO
               END-IF
           END-IF.

      *****LISTADO PARA COBRANZA*******************************
       2500-LISTAR-ROTO.
           MOVE CONV-ID-CLIENTE TO ID-CLIENTE-FILE.
           MOVE SPACES TO WKS-DET-TELEFONO.
           READ REG-CLI KEY IS ID-CLIENTE-FILE
               INVALID KEY
                   MOVE "NO EXISTE" TO WKS-DET-TELEFONO
               NOT INVALID KEY
                   MOVE TELEFONO-CLIENTE-FILE TO WKS-DET-TELEFONO
           END-READ.
           MOVE CONV-ID-CLIENTE TO WKS-DET-ID.
           MOVE CONV-NOMBRE-CLIENTE TO WKS-DET-NOMBRE.
           MOVE CONV-NUMERO TO WKS-DET-NUMERO.
           MOVE CONV-IMPORTE-TOTAL TO WKS-DET-TOTAL.
           MOVE WKS-EXIGIBLE TO WKS-DET-EXIGIBLE.
           MOVE WKS-ABONADO TO WKS-DET-ABONADO.
           MOVE WKS-VENCIO TO WKS-DET-VENCIO.
           COMPUTE WKS-SUMA-ROTOS = WKS-SUMA-ROTOS
               + CONV-IMPORTE-TOTAL - WKS-ABONADO.
           MOVE WKS-LINEA-DETALLE TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

      *****CONTROL DE PAGINA***********************************
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

       9000-FIN.
           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "CONVENIOS LEIDOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-LEIDOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "VIGENTES REVISADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-REVISADOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "AL CORRIENTE:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-AL-CORRIENTE TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "LIQUIDADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-LIQUIDADOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "ROTOS (A COBRANZA):" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-ROTOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SALDO DE LOS CONVENIOS ROTOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-ROTOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE CON-CLI.
           CLOSE PAG-APL.
           CLOSE REG-CLI.
           CLOSE REPORTE.
           DISPLAY "CONVENIOS VIGENTES REVISADOS: "
               WKS-CONTADOR-REVISADOS.
           DISPLAY "AL CORRIENTE: " WKS-CONTADOR-AL-CORRIENTE
               " LIQUIDADOS: " WKS-CONTADOR-LIQUIDADOS.
           DISPLAY "ROTOS: " WKS-CONTADOR-ROTOS
               " SALDO " WKS-SUMA-ROTOS.
           DISPLAY "LISTADO PARA COBRANZA EN convrotos.rpt".
           DISPLAY "*****REVISION DE CONVENIOS TERMINADA*****".

       9100-ESCRIBIR-TOTAL.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9800-REGISTRO-CONTROL.
           MOVE "REVCONV" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-LEIDOS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-REVISADOS TO RUN-APLICADOS.
           MOVE 0 TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM REVCONV.
