       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONPAGOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-CLIENTE-FILE
           ALTERNATE RECORD KEY IS NOMBRE-CLIENTE-FILE
               WITH DUPLICATES.

           SELECT OPTIONAL PAG-APL ASSIGN TO "pagosapl.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-LLAVE.

           SELECT OPTIONAL OPE-CLI ASSIGN TO "operadores.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE ASSIGN TO "conpagos.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REG-CLI.
       01 REG-CLIENTES.
           COPY CPCLIREG.

       FD PAG-APL.
       01 REG-PAGO-APLICADO.
           COPY CPPAGREG.

       FD OPE-CLI.
       01 REG-OPERADOR.
           COPY CPOPEREG.

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WKS-FIN PIC 9(1).
       01 WKS-ID-CLIENTE PIC 9(7).
       01 WKS-CLAVE-TARJETA PIC 9(1).
       01 WKS-CICLO PIC 9(4).
       01 WKS-CLIENTE-EXISTE PIC X(1).
       01 WKS-IMPRIMIR PIC 9(1).
       01 WKS-FIN-PAGOS PIC X(1).
       01 WKS-CONTADOR-PAGOS PIC 9(5).
       01 WKS-CLAVE-ACTUAL PIC 9(1).
       01 WKS-CICLO-ACTUAL PIC 9(4).
       01 WKS-HAY-GRUPO PIC X(1).
       01 WKS-SUMA-ABONOS PIC 9(7).
       01 WKS-SUMA-DEVOLUCIONES PIC 9(7).
       01 WKS-SUMA-SUSPENSO PIC 9(7).
       01 WKS-LINEA PIC X(80).
       01 WKS-OPERADOR PIC X(8).
       01 WKS-NOMBRE-OPERADOR PIC X(20).
       01 WKS-NIVEL-OPERADOR PIC 9(1).
       01 WKS-OPERADOR-VALIDO PIC X(1).
       01 WKS-FIN-OPERADORES PIC X(1).
       01 WKS-TOT-OPERADORES PIC 9(2).

       01 WKS-LINEA-PAGO.
           05 FILLER PIC X(2) VALUE "  ".
           05 WKS-PAG-FECHA-APL PIC 9(8).
           05 FILLER PIC X(1) VALUE " ".
           05 WKS-PAG-TIPO PIC X(1).
           05 FILLER PIC X(1) VALUE " ".
           05 WKS-PAG-ORIGEN PIC X(1).
           05 WKS-PAG-DESTINO PIC X(1).
           05 FILLER PIC X(5) VALUE " REF:".
           05 WKS-PAG-REFERENCIA PIC X(12).
           05 FILLER PIC X(5) VALUE " VAL:".
           05 WKS-PAG-VALOR PIC 9(8).
           05 FILLER PIC X(5) VALUE " ARC:".
           05 WKS-PAG-ARCHIVO PIC 9(8).
           05 FILLER PIC X(5) VALUE " IMP:".
           05 WKS-PAG-IMPORTE PIC 9(5).
           05 FILLER PIC X(7) VALUE " PEDIA:".
           05 WKS-PAG-PEDIA PIC 9(4).

       01 WKS-LINEA-TOTAL.
           05 FILLER PIC X(12) VALUE "    ABONOS: ".
           05 WKS-TOT-ABONOS PIC 9(7).
           05 FILLER PIC X(16) VALUE " DEVOLUCIONES: ".
           05 WKS-TOT-DEVOLUCIONES PIC 9(7).
           05 FILLER PIC X(13) VALUE " AL SUSPENSO:".
           05 WKS-TOT-SUSPENSO PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-FIN = 2.
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
       1000-INICIO.
           DISPLAY "*****CONSULTA DEL HISTORICO DE PAGOS*****".
           PERFORM 1300-FIRMAR-OPERADOR.
           IF WKS-NIVEL-OPERADOR NOT = 2
               DISPLAY "SOLO UN SUPERVISOR PUEDE CONSULTAR EL"
               DISPLAY "HISTORICO DE PAGOS"
               STOP RUN
           END-IF.

           DISPLAY "¿GRABAR TAMBIEN EN conpagos.rpt PARA IMPRIMIR?".
           DISPLAY "1. SI".
           DISPLAY "2. NO".
           ACCEPT WKS-IMPRIMIR.

           OPEN INPUT REG-CLI.
           OPEN INPUT PAG-APL.
           IF WKS-IMPRIMIR = 1
               OPEN OUTPUT REPORTE
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

      * TARJETA 0 = TODAS LAS TARJETAS; CICLO 0 = TODOS LOS CICLOS.
      * EL CLIENTE PUEDE YA NO ESTAR EN EL MAESTRO: SU HISTORICO DE
      * PAGOS SE LISTA DE TODOS MODOS.
       2000-PROCESO.
           DISPLAY "INTRODUCE ID CLIENTE".
           ACCEPT WKS-ID-CLIENTE.
           DISPLAY "CLAVE DE TARJETA (0 = TODAS)".
           ACCEPT WKS-CLAVE-TARJETA.
           DISPLAY "ANIO DEL CICLO (0 = TODOS)".
           ACCEPT WKS-CICLO.

           MOVE WKS-ID-CLIENTE TO ID-CLIENTE-FILE.
           MOVE "S" TO WKS-CLIENTE-EXISTE.
           READ REG-CLI KEY IS ID-CLIENTE-FILE
               INVALID KEY
                   MOVE "N" TO WKS-CLIENTE-EXISTE
           END-READ.

           PERFORM 3000-DATOS-CLIENTE.
           PERFORM 4000-LISTAR-PAGOS.

           DISPLAY "¿DESEAS CONSULTAR OTRO CLIENTE?".
           DISPLAY "1. SI".
           DISPLAY "2. NO".
           ACCEPT WKS-FIN.

       3000-DATOS-CLIENTE.
           MOVE ALL "=" TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.
           MOVE SPACES TO WKS-LINEA.
           IF WKS-CLIENTE-EXISTE = "S"
               STRING "PAGOS DEL ID: " DELIMITED BY SIZE
                   WKS-ID-CLIENTE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOMBRE-CLIENTE-FILE DELIMITED BY SIZE
                   "  ESTATUS: " DELIMITED BY SIZE
                   ESTATUS-CLIENTE-FILE DELIMITED BY SIZE
                   INTO WKS-LINEA
           ELSE
               STRING "PAGOS DEL ID: " DELIMITED BY SIZE
                   WKS-ID-CLIENTE DELIMITED BY SIZE
                   "  (NO ESTA EN EL MAESTRO)" DELIMITED BY SIZE
                   INTO WKS-LINEA
           END-IF.
           PERFORM 8100-EMITIR-LINEA.
           MOVE "TIPO P=PAGO D=DEVOLUCION F=SALDO A FAVOR APLICADO;"
               TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.
           MOVE "ORIGEN C=CAJA S=SUSPENSO F=SALDO A FAVOR;"
               TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.
           MOVE "DESTINO A=APLICADO S=AL SUSPENSO; PEDIA=CICLO DE LA"
               TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.
           MOVE "FECHA VALOR (DISTINTO AL CICLO = ABONO REDIRIGIDO)"
               TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.

      *****PAGOS POR TARJETA Y CICLO***************************
      * EL HISTORICO VIENE ORDENADO POR CLIENTE, TARJETA Y CICLO;
      * CADA CAMBIO DE TARJETA O CICLO CIERRA SU GRUPO CON TOTALES.
       4000-LISTAR-PAGOS.
           MOVE 0 TO WKS-CONTADOR-PAGOS.
           MOVE "N" TO WKS-HAY-GRUPO.
           MOVE "N" TO WKS-FIN-PAGOS.
           MOVE WKS-ID-CLIENTE TO PAG-ID-CLIENTE.
           MOVE WKS-CLAVE-TARJETA TO PAG-CLAVE-TARJETA.
           MOVE 0 TO PAG-ANIO.
           IF WKS-CLAVE-TARJETA NOT = 0
               MOVE WKS-CICLO TO PAG-ANIO
           END-IF.
           MOVE 0 TO PAG-FECHA-APLICACION.
           MOVE 0 TO PAG-HORA-APLICACION.
           MOVE 0 TO PAG-CONSECUTIVO.
           START PAG-APL KEY IS NOT LESS THAN PAG-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-PAGOS
           END-START.
           PERFORM 4100-LEER-PAGO UNTIL WKS-FIN-PAGOS = "S".
           IF WKS-HAY-GRUPO = "S"
               PERFORM 4300-CERRAR-GRUPO
           END-IF.
           IF WKS-CONTADOR-PAGOS = 0
               MOVE "  SIN PAGOS EN EL HISTORICO" TO WKS-LINEA
               PERFORM 8100-EMITIR-LINEA
           END-IF.

       4100-LEER-PAGO.
           READ PAG-APL NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-PAGOS
               NOT AT END
                   IF PAG-ID-CLIENTE NOT = WKS-ID-CLIENTE
                       MOVE "S" TO WKS-FIN-PAGOS
                   ELSE
                       PERFORM 4150-FILTRAR-PAGO
                   END-IF
           END-READ.

       4150-FILTRAR-PAGO.
           IF WKS-CLAVE-TARJETA NOT = 0
               AND PAG-CLAVE-TARJETA NOT = WKS-CLAVE-TARJETA
               MOVE "S" TO WKS-FIN-PAGOS
           ELSE
               IF WKS-CICLO = 0 OR PAG-ANIO = WKS-CICLO
                   PERFORM 4200-EMITIR-PAGO
               END-IF
           END-IF.

       4200-EMITIR-PAGO.
           IF WKS-HAY-GRUPO = "S"
               IF PAG-CLAVE-TARJETA NOT = WKS-CLAVE-ACTUAL
                   OR PAG-ANIO NOT = WKS-CICLO-ACTUAL
                   PERFORM 4300-CERRAR-GRUPO
               END-IF
           END-IF.
           IF WKS-HAY-GRUPO = "N"
               PERFORM 4250-ABRIR-GRUPO
           END-IF.

           ADD 1 TO WKS-CONTADOR-PAGOS.
           IF PAG-DESTINO = "S"
               ADD PAG-IMPORTE TO WKS-SUMA-SUSPENSO
           ELSE
               IF PAG-TIPO = "D"
                   ADD PAG-IMPORTE TO WKS-SUMA-DEVOLUCIONES
               ELSE
                   ADD PAG-IMPORTE TO WKS-SUMA-ABONOS
               END-IF
           END-IF.

           MOVE PAG-FECHA-APLICACION TO WKS-PAG-FECHA-APL.
           MOVE PAG-TIPO TO WKS-PAG-TIPO.
           MOVE PAG-ORIGEN TO WKS-PAG-ORIGEN.
           MOVE PAG-DESTINO TO WKS-PAG-DESTINO.
           MOVE PAG-REFERENCIA TO WKS-PAG-REFERENCIA.
           MOVE PAG-FECHA-VALOR TO WKS-PAG-VALOR.
           MOVE PAG-FECHA-ARCHIVO TO WKS-PAG-ARCHIVO.
           MOVE PAG-IMPORTE TO WKS-PAG-IMPORTE.
           MOVE PAG-ANIO-SOLICITADO TO WKS-PAG-PEDIA.
           MOVE WKS-LINEA-PAGO TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.
           IF PAG-IMPORTE-A-FAVOR NOT NUMERIC
               CONTINUE
           ELSE
               IF PAG-IMPORTE-A-FAVOR > 0 AND PAG-TIPO NOT = "F"
                   PERFORM 4210-EMITIR-SALDO-FAVOR
               END-IF
           END-IF.
           IF PAG-PERIODO-CARGO NOT NUMERIC
               CONTINUE
           ELSE
               IF PAG-PERIODO-CARGO > 0
                   PERFORM 4220-EMITIR-RECARGO
               END-IF
           END-IF.

      * PARTE DEL MOVIMIENTO QUE ENTRO O SALIO DEL SALDO A FAVOR.
       4210-EMITIR-SALDO-FAVOR.
           MOVE SPACES TO WKS-LINEA.
           IF PAG-TIPO = "D"
               STRING "      DESCONTADO DEL SALDO A FAVOR: "
                   DELIMITED BY SIZE
                   PAG-IMPORTE-A-FAVOR DELIMITED BY SIZE
                   INTO WKS-LINEA
           ELSE
               STRING "      EXCEDENTE AL SALDO A FAVOR: "
                   DELIMITED BY SIZE
                   PAG-IMPORTE-A-FAVOR DELIMITED BY SIZE
                   INTO WKS-LINEA
           END-IF.
           PERFORM 8100-EMITIR-LINEA.

      * EL MOVIMIENTO CAYO EN UN RECARGO MORATORIO DEL CICLO Y NO
      * EN SU ANUALIDAD.
       4220-EMITIR-RECARGO.
           MOVE SPACES TO WKS-LINEA.
           STRING "      ABONADO AL RECARGO DEL PERIODO: "
               DELIMITED BY SIZE
               PAG-PERIODO-CARGO DELIMITED BY SIZE
               INTO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.

       4250-ABRIR-GRUPO.
           MOVE "S" TO WKS-HAY-GRUPO.
           MOVE PAG-CLAVE-TARJETA TO WKS-CLAVE-ACTUAL.
           MOVE PAG-ANIO TO WKS-CICLO-ACTUAL.
           MOVE 0 TO WKS-SUMA-ABONOS.
           MOVE 0 TO WKS-SUMA-DEVOLUCIONES.
           MOVE 0 TO WKS-SUMA-SUSPENSO.
           MOVE SPACES TO WKS-LINEA.
           STRING "TARJETA: " DELIMITED BY SIZE
               WKS-CLAVE-ACTUAL DELIMITED BY SIZE
               "  CICLO: " DELIMITED BY SIZE
               WKS-CICLO-ACTUAL DELIMITED BY SIZE
               INTO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.

       4300-CERRAR-GRUPO.
           MOVE WKS-SUMA-ABONOS TO WKS-TOT-ABONOS.
           MOVE WKS-SUMA-DEVOLUCIONES TO WKS-TOT-DEVOLUCIONES.
           MOVE WKS-SUMA-SUSPENSO TO WKS-TOT-SUSPENSO.
           MOVE WKS-LINEA-TOTAL TO WKS-LINEA.
           PERFORM 8100-EMITIR-LINEA.
           MOVE "N" TO WKS-HAY-GRUPO.

      *****SALIDA A PANTALLA Y OPCIONAL A ARCHIVO**************
       8100-EMITIR-LINEA.
           DISPLAY WKS-LINEA.
           IF WKS-IMPRIMIR = 1
               MOVE WKS-LINEA TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       9000-FIN.
           CLOSE REG-CLI.
           CLOSE PAG-APL.
           IF WKS-IMPRIMIR = 1
               CLOSE REPORTE
               DISPLAY "CONSULTA GRABADA EN conpagos.rpt"
           END-IF.
           DISPLAY "*****FIN DE LA CONSULTA*****".

       END PROGRAM CONPAGOS.
