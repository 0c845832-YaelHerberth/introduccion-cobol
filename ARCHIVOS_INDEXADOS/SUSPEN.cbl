           SELECT OPTIONAL CANDADO ASSIGN TO "candado.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CON-CLI ASSIGN TO "convenios.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONV-LLAVE.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-CLI.
       01 REG-CANDADO.
           COPY CPCANDADO.

       FD CON-CLI.
       01 REG-CONVENIO.
           COPY CPCONREG.

       WORKING-STORAGE SECTION.
       01 WKS-CANDADO-PUESTO PIC X(1).
       01 WKS-FIN PIC X(1) VALUE "N".
       01 WKS-CONTADOR-LEIDOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-SUSPENDIDOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-OMITIDOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-EN-CONVENIO PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-CASTIGADOS PIC 9(5) VALUE 0.
       01 WKS-SUMA-CASTIGADA PIC 9(7) VALUE 0.
       01 WKS-FIN-CONVENIOS PIC X(1).
       01 WKS-TIENE-CONVENIO PIC X(1) VALUE "N".
       01 WKS-ID-CONVENIO PIC 9(7) VALUE 0.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".
           05 WKS-RES-TEXTO PIC X(30).
           05 WKS-RES-NUMERO PIC 9(5).

       01 WKS-LINEA-RESUMEN-IMPORTE.
           05 WKS-RES-IMP-TEXTO PIC X(30).
           05 WKS-RES-IMPORTE PIC 9(7).

       01 Fecha-Actual.
           05 Año PIC 9(4).
           05 Mes PIC 99.
           PERFORM 1450-PONER-CANDADO.

           OPEN INPUT CAR-CLI.
           OPEN INPUT CON-CLI.
           OPEN I-O REG-CLI.
           OPEN EXTEND LOG-CLI.
           OPEN OUTPUT REPORTE.
                   FUNCTION INTEGER-OF-DATE(WKS-FECHA-CARGO-NUM)
               COMPUTE WKS-DIAS = WKS-DIA-HOY - WKS-DIA-CARGO
               IF WKS-DIAS > WKS-DIAS-TOLERANCIA
                   PERFORM 2150-REVISAR-CONVENIO
               END-IF
           END-IF.
           IF CARGO-ESTATUS = "CASTIGADO"
               PERFORM 2160-CONTAR-CASTIGADO
           END-IF.

      * UN CLIENTE CON CONVENIO VIGENTE NO SE SUSPENDE: LO VIGILA
      * REVCONV CONTRA LAS PARCIALIDADES PACTADAS.
       2150-REVISAR-CONVENIO.
           PERFORM 2500-BUSCAR-CONVENIO.
           IF WKS-TIENE-CONVENIO = "S"
               ADD 1 TO WKS-CONTADOR-OMITIDOS
               ADD 1 TO WKS-CONTADOR-EN-CONVENIO
               MOVE CARGO-ID-CLIENTE TO WKS-DET-ID
               MOVE "OMITIDO, TIENE CONVENIO DE PAGO VIGENTE"
                   TO WKS-DET-TEXTO
               PERFORM 8100-ESCRIBIR-DETALLE
           ELSE
               PERFORM 2200-BUSCAR-CLIENTE
           END-IF.

      * UN CARGO CASTIGADO YA SE DIO POR INCOBRABLE: NO SUSPENDE AL
      * CLIENTE, SOLO SE INFORMA APARTE EN EL RESUMEN.
       2160-CONTAR-CASTIGADO.
           IF CARGO-IMPORTE > CARGO-IMPORTE-PAGADO
               ADD 1 TO WKS-CONTADOR-CASTIGADOS
               COMPUTE WKS-SUMA-CASTIGADA = WKS-SUMA-CASTIGADA
                   + CARGO-IMPORTE - CARGO-IMPORTE-PAGADO
           END-IF.

       2200-BUSCAR-CLIENTE.
           MOVE CARGO-ID-CLIENTE TO ID-CLIENTE-FILE.
                   PERFORM 8100-ESCRIBIR-DETALLE
           END-REWRITE.

      *****CONVENIO DE PAGO VIGENTE****************************
      * LOS CARGOS VIENEN POR CLIENTE: SOLO SE CONSULTA convenios.idx
      * CUANDO CAMBIA EL CLIENTE.
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

       8000-BITACORA.
           MOVE ID-CLIENTE-FILE TO LOG-ID-CLIENTE.
           MOVE "SUSP" TO LOG-OPERACION.
           MOVE "SUSPEN" TO LOG-PROGRAMA.
           MOVE "LOTE" TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE 0 TO LOG-ID-RELACIONADO.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
           MOVE Día TO LOG-FECHA-D.
           MOVE "CLIENTES OMITIDOS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONTADOR-OMITIDOS TO WKS-RES-NUMERO.
           PERFORM 3100-ESCRIBIR-RESUMEN.
           MOVE "  POR CONVENIO VIGENTE:" TO WKS-RES-TEXTO.
           MOVE WKS-CONTADOR-EN-CONVENIO TO WKS-RES-NUMERO.
           PERFORM 3100-ESCRIBIR-RESUMEN.
           MOVE "CARGOS CASTIGADOS:" TO WKS-RES-TEXTO.
           MOVE WKS-CONTADOR-CASTIGADOS TO WKS-RES-NUMERO.
           PERFORM 3100-ESCRIBIR-RESUMEN.
           MOVE "SALDO CASTIGADO:" TO WKS-RES-IMP-TEXTO.
           MOVE WKS-SUMA-CASTIGADA TO WKS-RES-IMPORTE.
           MOVE WKS-LINEA-RESUMEN-IMPORTE TO REG-REPORTE.
           WRITE REG-REPORTE.

           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE CAR-CLI.
           CLOSE CON-CLI.
           CLOSE REG-CLI.
           CLOSE LOG-CLI.
           CLOSE REPORTE.
           DISPLAY "CARGOS REVISADOS: " WKS-CONTADOR-LEIDOS.
           DISPLAY "CLIENTES SUSPENDIDOS: " WKS-CONTADOR-SUSPENDIDOS.
           DISPLAY "CLIENTES OMITIDOS: " WKS-CONTADOR-OMITIDOS.
           DISPLAY "  POR CONVENIO VIGENTE: " WKS-CONTADOR-EN-CONVENIO.
           DISPLAY "CARGOS CASTIGADOS: " WKS-CONTADOR-CASTIGADOS
               " SALDO " WKS-SUMA-CASTIGADA.
           DISPLAY "REPORTE GRABADO EN suspende.rpt".
           DISPLAY "LA REACTIVACION SIGUE SIENDO MANUAL EN MENU".
           DISPLAY "*****SUSPENSION TERMINADA*****".
