           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CON-CLI ASSIGN TO "convenios.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONV-LLAVE.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-CLI.
           05 COB-DIAS-VENCIDO PIC 9(04).
           05 COB-FECHA-CARGO PIC 9(8).
           05 COB-ANIO-CICLO PIC 9(4).
      * TIPO DE CARGO (R = RECARGO MORATORIO) Y SU PERIODO, PARA QUE
      * EL CENTRO DE LLAMADAS NO COBRE EL RECARGO COMO ANUALIDAD.
           05 COB-TIPO-CARGO PIC X(01).
           05 COB-PERIODO PIC 9(06).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       FD CON-CLI.
       01 REG-CONVENIO.
           COPY CPCONREG.

       WORKING-STORAGE SECTION.
       01 WKS-FIN PIC X(1) VALUE "N".
       01 WKS-SALDO PIC 9(05).
       01 WKS-CONTADOR-LEIDOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-MOROSOS PIC 9(5) VALUE 0.
       01 WKS-SUMA-VENCIDA PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-RECARGOS PIC 9(5) VALUE 0.
       01 WKS-SUMA-RECARGOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-EN-CONVENIO PIC 9(5) VALUE 0.
       01 WKS-SUMA-EN-CONVENIO PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-CASTIGADOS PIC 9(5) VALUE 0.
       01 WKS-SUMA-CASTIGADA PIC 9(7) VALUE 0.
       01 WKS-FIN-CONVENIOS PIC X(1).
       01 WKS-TIENE-CONVENIO PIC X(1) VALUE "N".
       01 WKS-ID-CONVENIO PIC 9(7) VALUE 0.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".
                   15 WKS-ANT-CARGOS PIC 9(5).
                   15 WKS-ANT-SALDO PIC 9(7).

      * LOS RECARGOS MORATORIOS (TIPO R) SE ACUMULAN APARTE, CON LA
      * MISMA ANTIGUEDAD, PARA NO INFLAR EL SALDO DE ANUALIDADES.
       01 WKS-TABLA-RECARGOS.
           05 WKS-REC-BUCKET OCCURS 5 TIMES.
               10 WKS-REC-CARGOS PIC 9(5).
               10 WKS-REC-SALDO PIC 9(7).

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(42)
               VALUE "REPORTE DE ANTIGUEDAD DE SALDOS VENCIDOS  ".
           COMPUTE WKS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-INICIO).
           MOVE ZEROES TO WKS-TABLA-ANTIGUEDAD.
           MOVE ZEROES TO WKS-TABLA-RECARGOS.

           OPEN INPUT CAR-CLI.
           OPEN INPUT CON-CLI.
           OPEN OUTPUT REPORTE.
           OPEN OUTPUT COBRANZA.
           DISPLAY "*****ANTIGUEDAD DE SALDOS Y COBRANZA*****".
                   PERFORM 2100-REVISAR-CARGO
           END-READ.

      * LO CASTIGADO YA NO SE COBRA: NO ENTRA A LA ANTIGUEDAD NI A
      * cobranza.txt, SOLO SE TOTALIZA APARTE.
       2100-REVISAR-CARGO.
           IF CARGO-ESTATUS = "PENDIENTE" OR CARGO-ESTATUS = "PARCIAL"
               PERFORM 2200-ACUMULAR-MOROSO
           END-IF.
           IF CARGO-ESTATUS = "CASTIGADO"
               PERFORM 2150-ACUMULAR-CASTIGADO
           END-IF.

       2150-ACUMULAR-CASTIGADO.
           IF CARGO-IMPORTE > CARGO-IMPORTE-PAGADO
               ADD 1 TO WKS-CONTADOR-CASTIGADOS
               COMPUTE WKS-SUMA-CASTIGADA = WKS-SUMA-CASTIGADA
                   + CARGO-IMPORTE - CARGO-IMPORTE-PAGADO
           END-IF.

       2200-ACUMULAR-MOROSO.
           MOVE 0 TO WKS-SALDO.
           IF WKS-SALDO = 0
               CONTINUE
           ELSE
               PERFORM 2500-BUSCAR-CONVENIO
               IF WKS-TIENE-CONVENIO = "S"
                   ADD 1 TO WKS-CONTADOR-EN-CONVENIO
                   ADD WKS-SALDO TO WKS-SUMA-EN-CONVENIO
               ELSE
                   PERFORM 2300-CLASIFICAR-Y-EXTRAER
               END-IF
           END-IF.

       2300-CLASIFICAR-Y-EXTRAER.
               MOVE 9 TO WKS-CLAVE
           END-IF.

           IF CARGO-TIPO-CARGO = "R"
               ADD 1 TO WKS-REC-CARGOS(WKS-BUCKET)
               ADD WKS-SALDO TO WKS-REC-SALDO(WKS-BUCKET)
               ADD 1 TO WKS-CONTADOR-RECARGOS
               ADD WKS-SALDO TO WKS-SUMA-RECARGOS
           ELSE
               ADD 1 TO WKS-ANT-CARGOS(WKS-CLAVE, WKS-BUCKET)
               ADD WKS-SALDO TO WKS-ANT-SALDO(WKS-CLAVE, WKS-BUCKET)
               ADD 1 TO WKS-CONTADOR-MOROSOS
               ADD WKS-SALDO TO WKS-SUMA-VENCIDA
           END-IF.

           MOVE CARGO-ID-CLIENTE TO COB-ID-CLIENTE.
           MOVE CARGO-NOMBRE-CLIENTE TO COB-NOMBRE-CLIENTE.
           MOVE WKS-DIAS TO COB-DIAS-VENCIDO.
           MOVE WKS-FECHA-CARGO-NUM TO COB-FECHA-CARGO.
           MOVE CARGO-ANIO TO COB-ANIO-CICLO.
           MOVE CARGO-TIPO-CARGO TO COB-TIPO-CARGO.
           MOVE CARGO-PERIODO TO COB-PERIODO.
           WRITE REG-COBRANZA.

      *****CONVENIO DE PAGO VIGENTE****************************
      * EL SALDO DE UN CLIENTE CON CONVENIO VIGENTE NO ENTRA A LA
      * ANTIGUEDAD NI A cobranza.txt: SE REPORTA APARTE. LOS CARGOS
      * VIENEN POR CLIENTE, SOLO SE CONSULTA AL CAMBIAR EL CLIENTE.
       2500-BUSCAR-CONVENIO.
           IF CARGO-ID-CLIENTE NOT = WKS-ID-CONVENIO
               MOVE CARGO-ID-CLIENTE TO WKS-ID-CONVENIO
               MOVE "N" TO WKS-TIENE-CONVENIO
               MOVE "N" TO WKS-FIN-CONVENIOS
               MOVE CARGO-ID-CLIENTE TO CONV-ID-CLIENTE
               MOVE 0 TO CONV-NUMERO
               START CON-CLI KEY IS NOT LESS THAN CONV-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-FIN-CONVENIOS
               END-START
               PERFORM 2510-LEER-CONVENIO
                   UNTIL WKS-FIN-CONVENIOS = "S"
           END-IF.

       2510-LEER-CONVENIO.
           READ CON-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CONVENIOS
               NOT AT END
                   IF CONV-ID-CLIENTE NOT = WKS-ID-CONVENIO
                       MOVE "S" TO WKS-FIN-CONVENIOS
                   ELSE
                       IF CONV-ESTATUS = "V"
                           MOVE "S" TO WKS-TIENE-CONVENIO
                           MOVE "S" TO WKS-FIN-CONVENIOS
                       END-IF
                   END-IF
           END-READ.

      *****REPORTE POR TIPO Y ANTIGUEDAD***********************
       3000-FIN.
           MOVE WKS-LINEA-TITULO TO REG-REPORTE.
               VARYING WKS-CLAVE FROM 1 BY 1
               UNTIL WKS-CLAVE > 9.

           PERFORM 3300-RENGLON-RECARGOS.

           MOVE SPACES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE "CARGOS REVISADOS:" TO WKS-TOT-TEXTO.
           MOVE "SALDO VENCIDO TOTAL:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-VENCIDA TO WKS-TOT-NUMERO.
           PERFORM 3200-ESCRIBIR-TOTAL.
           MOVE "RECARGOS MOROSOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-RECARGOS TO WKS-TOT-NUMERO.
           PERFORM 3200-ESCRIBIR-TOTAL.
           MOVE "SALDO EN RECARGOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-RECARGOS TO WKS-TOT-NUMERO.
           PERFORM 3200-ESCRIBIR-TOTAL.
           MOVE "CARGOS EN CONVENIO VIGENTE:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-EN-CONVENIO TO WKS-TOT-NUMERO.
           PERFORM 3200-ESCRIBIR-TOTAL.
           MOVE "SALDO EN CONVENIO VIGENTE:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-EN-CONVENIO TO WKS-TOT-NUMERO.
           PERFORM 3200-ESCRIBIR-TOTAL.
           MOVE "CARGOS CASTIGADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-CASTIGADOS TO WKS-TOT-NUMERO.
           PERFORM 3200-ESCRIBIR-TOTAL.
           MOVE "SALDO CASTIGADO:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-CASTIGADA TO WKS-TOT-NUMERO.
           PERFORM 3200-ESCRIBIR-TOTAL.

           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE CAR-CLI.
           CLOSE CON-CLI.
           CLOSE REPORTE.
           CLOSE COBRANZA.
           DISPLAY "CARGOS REVISADOS: " WKS-CONTADOR-LEIDOS.
           DISPLAY "CARGOS MOROSOS: " WKS-CONTADOR-MOROSOS.
           DISPLAY "SALDO VENCIDO TOTAL: " WKS-SUMA-VENCIDA.
           DISPLAY "RECARGOS MOROSOS: " WKS-CONTADOR-RECARGOS
               " SALDO " WKS-SUMA-RECARGOS.
           DISPLAY "CARGOS EN CONVENIO VIGENTE: "
               WKS-CONTADOR-EN-CONVENIO " SALDO " WKS-SUMA-EN-CONVENIO.
           DISPLAY "CARGOS CASTIGADOS: " WKS-CONTADOR-CASTIGADOS
               " SALDO " WKS-SUMA-CASTIGADA.
           DISPLAY "REPORTE GRABADO EN morosos.rpt".
           DISPLAY "EXTRACTO DE COBRANZA EN cobranza.txt".
           DISPLAY "*****ANTIGUEDAD DE SALDOS TERMINADA*****".
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           WRITE REG-REPORTE.

      * RENGLON DE RECARGOS MORATORIOS DE TODOS LOS TIPOS, CON LA
      * MISMA ANTIGUEDAD QUE LAS ANUALIDADES.
       3300-RENGLON-RECARGOS.
           IF WKS-CONTADOR-RECARGOS > 0
               MOVE SPACES TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE "RECARGOS MORATORIOS" TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE 0 TO WKS-LIN-CLAVE
               PERFORM 3310-COLUMNA-RECARGO
                   VARYING WKS-BUCKET FROM 1 BY 1
                   UNTIL WKS-BUCKET > 5
               MOVE WKS-LINEA-CLAVE TO REG-REPORTE
               MOVE "R" TO REG-REPORTE(1:1)
               WRITE REG-REPORTE
               MOVE WKS-LINEA-CUENTA TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       3310-COLUMNA-RECARGO.
           MOVE WKS-REC-SALDO(WKS-BUCKET) TO WKS-LIN-SALDO(WKS-BUCKET).
           MOVE WKS-REC-CARGOS(WKS-BUCKET)
               TO WKS-CUE-CARGOS(WKS-BUCKET).

       9800-REGISTRO-CONTROL.
           MOVE "MOROSOS" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-LEIDOS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-MOROSOS TO RUN-APLICADOS.
           ADD WKS-CONTADOR-RECARGOS TO RUN-APLICADOS.
           MOVE 0 TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
