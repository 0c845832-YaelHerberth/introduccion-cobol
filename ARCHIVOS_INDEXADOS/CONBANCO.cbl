       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONBANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO ASSIGN TO "banco.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARRASTRE ASSIGN TO "conbanco_pend.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAG-APL ASSIGN TO "pagosapl.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAG-LLAVE.

           SELECT REPORTE ASSIGN TO "conbanco.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ESTADO DE CUENTA DIARIO DEL BANCO: H=ENCABEZADO (FECHA DEL
      * ESTADO), D=DEPOSITO (CLIENTE QUE TRAE LA REFERENCIA DEL
      * DEPOSITO, IMPORTE, FECHA VALOR Y REFERENCIA DEL BANCO),
      * T=COLA CON CONTEO Y SUMA. COMO CON pagos.txt, UN ARCHIVO
      * CUYA COLA NO CUADRA SE RECHAZA COMPLETO.
       FD BANCO.
       01 REG-BANCO.
           02 BAN-TIPO PIC X(1).
           02 BAN-DATOS PIC X(35).
           02 BAN-DETALLE REDEFINES BAN-DATOS.
            03 BAN-ID-CLIENTE PIC 9(7).
            03 BAN-IMPORTE PIC 9(07).
            03 BAN-FECHA PIC 9(8).
            03 BAN-REFERENCIA PIC X(12).
            03 FILLER PIC X(1).
           02 BAN-ENCABEZADO REDEFINES BAN-DATOS.
            03 BAN-ENC-FECHA PIC 9(8).
            03 FILLER PIC X(27).
           02 BAN-COLA REDEFINES BAN-DATOS.
            03 BAN-COLA-REGISTROS PIC 9(7).
            03 BAN-COLA-SUMA PIC 9(11).
            03 FILLER PIC X(17).

      * PARTIDAS SIN CONCILIAR QUE SE ARRASTRAN A LA SIGUIENTE
      * CORRIDA HASTA QUE LLEGUE SU CONTRAPARTE: B=DEPOSITO SIN PAGO,
      * P=PAGO SIN DEPOSITO. EL RENGLON H GUARDA LA FECHA DEL ULTIMO
      * ESTADO CONCILIADO PARA NO CONCILIAR DOS VECES EL MISMO DIA.
      * FECHA-ALTA ES LA DEL ESTADO EN QUE LA PARTIDA QUEDO ABIERTA.
       FD ARRASTRE.
       01 REG-ARRASTRE.
           02 ARR-TIPO PIC X(1).
           02 ARR-ID-CLIENTE PIC 9(7).
           02 ARR-IMPORTE PIC 9(07).
           02 ARR-FECHA PIC 9(8).
           02 ARR-REFERENCIA PIC X(12).
           02 ARR-FECHA-ALTA PIC 9(8).

       FD PAG-APL.
       01 REG-PAGO-APLICADO.
           COPY CPPAGREG.

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
       01 WKS-FIN PIC X(1) VALUE "N".
       01 WKS-FIN-VALIDA PIC X(1) VALUE "N".
       01 WKS-HAY-ENCABEZADO PIC X(1) VALUE "N".
       01 WKS-HAY-COLA PIC X(1) VALUE "N".
       01 WKS-ARCHIVO-VALIDO PIC X(1) VALUE "S".
       01 WKS-VAL-REGISTROS PIC 9(7) VALUE 0.
       01 WKS-VAL-SUMA PIC 9(11) VALUE 0.
       01 WKS-COLA-REGISTROS PIC 9(7) VALUE 0.
       01 WKS-COLA-SUMA PIC 9(11) VALUE 0.
       01 WKS-FECHA-ESTADO PIC 9(8) VALUE 0.
       01 WKS-ULTIMA-FECHA PIC 9(8) VALUE 0.
       01 WKS-TABLA-EXCEDIDA PIC X(1) VALUE "N".
       01 WKS-ENCONTRADO PIC X(1).
       01 WKS-CON-FECHA PIC X(1).
       01 WKS-I PIC 9(3).
       01 WKS-J PIC 9(3).
       01 WKS-DIAS PIC S9(5).
       01 WKS-DIA-ESTADO PIC 9(7).
       01 WKS-DIA-ALTA PIC 9(7).
       01 WKS-CONTADOR-DEPOSITOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-PAGOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-ARR-DEP PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-ARR-PAG PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-CONCILIADOS PIC 9(5) VALUE 0.
       01 WKS-SUMA-CONCILIADA PIC 9(9) VALUE 0.
       01 WKS-CONTADOR-DEP-SIN-PAGO PIC 9(5) VALUE 0.
       01 WKS-SUMA-DEP-SIN-PAGO PIC 9(9) VALUE 0.
       01 WKS-CONTADOR-PAG-SIN-DEP PIC 9(5) VALUE 0.
       01 WKS-SUMA-PAG-SIN-DEP PIC 9(9) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

      * DEPOSITOS DEL ESTADO MAS LOS ARRASTRADOS (ORIGEN A); MATCH
      * ES EL RENGLON DE LA TABLA DE PAGOS CON QUE SE CONCILIO.
       01 WKS-TABLA-DEPOSITOS.
           05 WKS-TOT-DEP PIC 9(3) VALUE 0.
           05 WKS-DEP-OCURRENCIA OCCURS 500 TIMES.
               10 WKS-DEP-ORIGEN PIC X(1).
               10 WKS-DEP-ID PIC 9(7).
               10 WKS-DEP-IMPORTE PIC 9(07).
               10 WKS-DEP-FECHA PIC 9(8).
               10 WKS-DEP-REFERENCIA PIC X(12).
               10 WKS-DEP-FECHA-ALTA PIC 9(8).
               10 WKS-DEP-MATCH PIC 9(3).

      * PAGOS DE CAJA APLICADOS CON LA FECHA VALOR DEL ESTADO MAS
      * LOS ARRASTRADOS; MATCH ES EL DEPOSITO CON QUE SE CONCILIO.
       01 WKS-TABLA-PAGOS.
           05 WKS-TOT-PAG PIC 9(3) VALUE 0.
           05 WKS-PAG-OCURRENCIA OCCURS 500 TIMES.
               10 WKS-PAG-ORIGEN PIC X(1).
               10 WKS-PAG-ID PIC 9(7).
               10 WKS-PAG-IMPORTE PIC 9(07).
               10 WKS-PAG-FECHA PIC 9(8).
               10 WKS-PAG-REFERENCIA PIC X(12).
               10 WKS-PAG-FECHA-ALTA PIC 9(8).
               10 WKS-PAG-MATCH PIC 9(3).

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(29)
               VALUE "CONCILIACION BANCARIA ESTADO ".
           05 WKS-TIT-FECHA PIC 9(8).
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(9) VALUE "ID       ".
           05 FILLER PIC X(9) VALUE "F.BANCO  ".
           05 FILLER PIC X(9) VALUE "F.VALOR  ".
           05 FILLER PIC X(9) VALUE "  IMPORTE".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "REF BANCO    ".
           05 FILLER PIC X(13) VALUE "REF CAJA     ".
           05 FILLER PIC X(5) VALUE " DIAS".

       01 WKS-LINEA-DETALLE.
           05 WKS-DET-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-FECHA-BANCO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-FECHA-VALOR PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-IMPORTE PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-REF-BANCO PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-REF-CAJA PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-DIAS PIC ZZZZ9.

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
           PERFORM 2000-CONCILIAR.
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO WKS-HORA-INICIO.
           DISPLAY "*****CONCILIACION BANCARIA DE PAGOS*****".

           PERFORM 1100-VALIDAR-ESTADO.
           PERFORM 1200-CARGAR-ARRASTRE.
           IF WKS-ULTIMA-FECHA NOT < WKS-FECHA-ESTADO
               DISPLAY "EL ESTADO DEL " WKS-FECHA-ESTADO
                   " YA SE CONCILIO (ULTIMO: " WKS-ULTIMA-FECHA ")"
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               PERFORM 9800-REGISTRO-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-CARGAR-DEPOSITOS.
           PERFORM 1400-CARGAR-PAGOS.
           IF WKS-TABLA-EXCEDIDA = "S"
               DISPLAY "DEMASIADAS PARTIDAS PARA LAS TABLAS (500)"
               DISPLAY "NO SE CONCILIA, EL ARRASTRE QUEDA INTACTO"
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               PERFORM 9800-REGISTRO-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ESTADO DEL " WKS-FECHA-ESTADO
               " DEPOSITOS: " WKS-CONTADOR-DEPOSITOS
               " PAGOS: " WKS-CONTADOR-PAGOS.
           DISPLAY "ARRASTRE ANTERIOR DEPOSITOS: " WKS-CONTADOR-ARR-DEP
               " PAGOS: " WKS-CONTADOR-ARR-PAG.
           MOVE WKS-FECHA-ESTADO TO WKS-TIT-FECHA.
           COMPUTE WKS-DIA-ESTADO =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-ESTADO).

      *****VALIDACION DE CIFRAS DE CONTROL DEL ESTADO**********
       1100-VALIDAR-ESTADO.
           OPEN INPUT BANCO.
           PERFORM 1110-LEER-VALIDACION UNTIL WKS-FIN-VALIDA = "S".
           CLOSE BANCO.

           IF WKS-HAY-ENCABEZADO = "N"
               DISPLAY "banco.txt SIN ENCABEZADO"
               MOVE "N" TO WKS-ARCHIVO-VALIDO
           END-IF.
           IF WKS-HAY-COLA = "N"
               DISPLAY "banco.txt SIN REGISTRO DE COLA"
               MOVE "N" TO WKS-ARCHIVO-VALIDO
           ELSE
               IF WKS-VAL-REGISTROS NOT = WKS-COLA-REGISTROS
                   OR WKS-VAL-SUMA NOT = WKS-COLA-SUMA
                   DISPLAY "CIFRAS DE CONTROL NO CUADRAN"
                   DISPLAY "COLA: " WKS-COLA-REGISTROS
                       " SUMA " WKS-COLA-SUMA
                   DISPLAY "ARCHIVO: " WKS-VAL-REGISTROS
                       " SUMA " WKS-VAL-SUMA
                   MOVE "N" TO WKS-ARCHIVO-VALIDO
               END-IF
           END-IF.

           IF WKS-ARCHIVO-VALIDO = "N"
               DISPLAY "*************************************"
               DISPLAY "* ESTADO DE CUENTA RECHAZADO        *"
               DISPLAY "* PIDE A TESORERIA REENVIAR         *"
               DISPLAY "* banco.txt                         *"
               DISPLAY "*************************************"
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               PERFORM 9800-REGISTRO-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-LEER-VALIDACION.
           READ BANCO
               AT END
                   MOVE "S" TO WKS-FIN-VALIDA
               NOT AT END
                   PERFORM 1120-ACUMULAR-VALIDACION
           END-READ.

       1120-ACUMULAR-VALIDACION.
           EVALUATE BAN-TIPO
               WHEN "H"
                   MOVE "S" TO WKS-HAY-ENCABEZADO
                   MOVE BAN-ENC-FECHA TO WKS-FECHA-ESTADO
               WHEN "T"
                   MOVE "S" TO WKS-HAY-COLA
                   MOVE BAN-COLA-REGISTROS TO WKS-COLA-REGISTROS
                   MOVE BAN-COLA-SUMA TO WKS-COLA-SUMA
               WHEN "D"
                   ADD 1 TO WKS-VAL-REGISTROS
                   ADD BAN-IMPORTE TO WKS-VAL-SUMA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****PARTIDAS ARRASTRADAS DE CORRIDAS ANTERIORES*********
       1200-CARGAR-ARRASTRE.
           OPEN INPUT ARRASTRE.
           MOVE "N" TO WKS-FIN.
           PERFORM 1210-LEER-ARRASTRE UNTIL WKS-FIN = "S".
           CLOSE ARRASTRE.

       1210-LEER-ARRASTRE.
           READ ARRASTRE
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   PERFORM 1220-GUARDAR-ARRASTRE
           END-READ.

       1220-GUARDAR-ARRASTRE.
           EVALUATE ARR-TIPO
               WHEN "H"
                   MOVE ARR-FECHA TO WKS-ULTIMA-FECHA
               WHEN "B"
                   ADD 1 TO WKS-CONTADOR-ARR-DEP
                   IF WKS-TOT-DEP < 500
                       ADD 1 TO WKS-TOT-DEP
                       MOVE "A" TO WKS-DEP-ORIGEN(WKS-TOT-DEP)
                       MOVE ARR-ID-CLIENTE TO WKS-DEP-ID(WKS-TOT-DEP)
                       MOVE ARR-IMPORTE
                           TO WKS-DEP-IMPORTE(WKS-TOT-DEP)
                       MOVE ARR-FECHA TO WKS-DEP-FECHA(WKS-TOT-DEP)
                       MOVE ARR-REFERENCIA
                           TO WKS-DEP-REFERENCIA(WKS-TOT-DEP)
                       MOVE ARR-FECHA-ALTA
                           TO WKS-DEP-FECHA-ALTA(WKS-TOT-DEP)
                       MOVE 0 TO WKS-DEP-MATCH(WKS-TOT-DEP)
                   ELSE
                       MOVE "S" TO WKS-TABLA-EXCEDIDA
                   END-IF
               WHEN "P"
                   ADD 1 TO WKS-CONTADOR-ARR-PAG
                   IF WKS-TOT-PAG < 500
                       ADD 1 TO WKS-TOT-PAG
                       MOVE "A" TO WKS-PAG-ORIGEN(WKS-TOT-PAG)
                       MOVE ARR-ID-CLIENTE TO WKS-PAG-ID(WKS-TOT-PAG)
                       MOVE ARR-IMPORTE
                           TO WKS-PAG-IMPORTE(WKS-TOT-PAG)
                       MOVE ARR-FECHA TO WKS-PAG-FECHA(WKS-TOT-PAG)
                       MOVE ARR-REFERENCIA
                           TO WKS-PAG-REFERENCIA(WKS-TOT-PAG)
                       MOVE ARR-FECHA-ALTA
                           TO WKS-PAG-FECHA-ALTA(WKS-TOT-PAG)
                       MOVE 0 TO WKS-PAG-MATCH(WKS-TOT-PAG)
                   ELSE
                       MOVE "S" TO WKS-TABLA-EXCEDIDA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****DEPOSITOS DEL ESTADO DE CUENTA**********************
       1300-CARGAR-DEPOSITOS.
           OPEN INPUT BANCO.
           MOVE "N" TO WKS-FIN.
           PERFORM 1310-LEER-DEPOSITO UNTIL WKS-FIN = "S".
           CLOSE BANCO.

       1310-LEER-DEPOSITO.
           READ BANCO
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   IF BAN-TIPO = "D"
                       PERFORM 1320-GUARDAR-DEPOSITO
                   END-IF
           END-READ.

       1320-GUARDAR-DEPOSITO.
           ADD 1 TO WKS-CONTADOR-DEPOSITOS.
           IF WKS-TOT-DEP < 500
               ADD 1 TO WKS-TOT-DEP
               MOVE "N" TO WKS-DEP-ORIGEN(WKS-TOT-DEP)
               MOVE BAN-ID-CLIENTE TO WKS-DEP-ID(WKS-TOT-DEP)
               MOVE BAN-IMPORTE TO WKS-DEP-IMPORTE(WKS-TOT-DEP)
               MOVE BAN-FECHA TO WKS-DEP-FECHA(WKS-TOT-DEP)
               MOVE BAN-REFERENCIA TO WKS-DEP-REFERENCIA(WKS-TOT-DEP)
               MOVE WKS-FECHA-ESTADO TO WKS-DEP-FECHA-ALTA(WKS-TOT-DEP)
               MOVE 0 TO WKS-DEP-MATCH(WKS-TOT-DEP)
           ELSE
               MOVE "S" TO WKS-TABLA-EXCEDIDA
           END-IF.

      *****PAGOS DE CAJA APLICADOS CON ESA FECHA VALOR*********
      * SOLO LOS ABONOS QUE LLEGARON DE CAJA (ORIGEN C), APLICADOS
      * O MANDADOS AL SUSPENSO: EL DINERO SE RECIBIO IGUAL. LOS
      * REINTENTOS DEL SUSPENSO YA SE CONTARON EL DIA QUE LLEGARON
      * Y LAS DEVOLUCIONES NO SON DEPOSITOS.
       1400-CARGAR-PAGOS.
           OPEN INPUT PAG-APL.
           MOVE "N" TO WKS-FIN.
           PERFORM 1410-LEER-PAGO UNTIL WKS-FIN = "S".
           CLOSE PAG-APL.

       1410-LEER-PAGO.
           READ PAG-APL
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   IF PAG-TIPO = "P" AND PAG-ORIGEN = "C"
                       AND PAG-FECHA-VALOR = WKS-FECHA-ESTADO
                       PERFORM 1420-GUARDAR-PAGO
                   END-IF
           END-READ.

       1420-GUARDAR-PAGO.
           ADD 1 TO WKS-CONTADOR-PAGOS.
           IF WKS-TOT-PAG < 500
               ADD 1 TO WKS-TOT-PAG
               MOVE "N" TO WKS-PAG-ORIGEN(WKS-TOT-PAG)
               MOVE PAG-ID-CLIENTE TO WKS-PAG-ID(WKS-TOT-PAG)
               MOVE PAG-IMPORTE TO WKS-PAG-IMPORTE(WKS-TOT-PAG)
               MOVE PAG-FECHA-VALOR TO WKS-PAG-FECHA(WKS-TOT-PAG)
               MOVE PAG-REFERENCIA TO WKS-PAG-REFERENCIA(WKS-TOT-PAG)
               MOVE WKS-FECHA-ESTADO TO WKS-PAG-FECHA-ALTA(WKS-TOT-PAG)
               MOVE 0 TO WKS-PAG-MATCH(WKS-TOT-PAG)
           ELSE
               MOVE "S" TO WKS-TABLA-EXCEDIDA
           END-IF.

      *****CONCILIACION***************************************
      * PRIMERA VUELTA: MISMO CLIENTE, IMPORTE Y FECHA. SEGUNDA
      * VUELTA: MISMO CLIENTE E IMPORTE CON CUALQUIER FECHA, PARA
      * QUE UNA PARTIDA ARRASTRADA SE CIERRE CUANDO LLEGUE SU
      * CONTRAPARTE EN OTRO DIA.
       2000-CONCILIAR.
           MOVE "S" TO WKS-CON-FECHA.
           PERFORM 2100-BUSCAR-PAGO
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > WKS-TOT-DEP.
           MOVE "N" TO WKS-CON-FECHA.
           PERFORM 2100-BUSCAR-PAGO
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > WKS-TOT-DEP.

       2100-BUSCAR-PAGO.
           IF WKS-DEP-MATCH(WKS-I) = 0
               MOVE "N" TO WKS-ENCONTRADO
               PERFORM 2110-COMPARAR-PAGO
                   VARYING WKS-J FROM 1 BY 1
                   UNTIL WKS-J > WKS-TOT-PAG
                   OR WKS-ENCONTRADO = "S"
           END-IF.

       2110-COMPARAR-PAGO.
           IF WKS-PAG-MATCH(WKS-J) = 0
               AND WKS-PAG-ID(WKS-J) = WKS-DEP-ID(WKS-I)
               AND WKS-PAG-IMPORTE(WKS-J) = WKS-DEP-IMPORTE(WKS-I)
               AND (WKS-CON-FECHA = "N"
                   OR WKS-PAG-FECHA(WKS-J) = WKS-DEP-FECHA(WKS-I))
               MOVE "S" TO WKS-ENCONTRADO
               MOVE WKS-J TO WKS-DEP-MATCH(WKS-I)
               MOVE WKS-I TO WKS-PAG-MATCH(WKS-J)
           END-IF.

      *****REPORTE DE CONCILIACION*****************************
       3000-REPORTE.
           MOVE "PARTIDAS CONCILIADAS" TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           PERFORM 3100-RENGLON-CONCILIADO
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > WKS-TOT-DEP.
           MOVE "CONCILIADAS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-CONCILIADOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "IMPORTE CONCILIADO:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-CONCILIADA TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "DEPOSITOS SIN PAGO APLICADO" TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           PERFORM 3200-RENGLON-DEPOSITO
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > WKS-TOT-DEP.
           MOVE "DEPOSITOS SIN PAGO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-DEP-SIN-PAGO TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "IMPORTE SIN PAGO:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-DEP-SIN-PAGO TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "PAGOS APLICADOS SIN DEPOSITO" TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           PERFORM 3300-RENGLON-PAGO
               VARYING WKS-J FROM 1 BY 1
               UNTIL WKS-J > WKS-TOT-PAG.
           MOVE "PAGOS SIN DEPOSITO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-PAG-SIN-DEP TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "IMPORTE SIN DEPOSITO:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-PAG-SIN-DEP TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

       3100-RENGLON-CONCILIADO.
           IF WKS-DEP-MATCH(WKS-I) NOT = 0
               MOVE WKS-DEP-MATCH(WKS-I) TO WKS-J
               ADD 1 TO WKS-CONTADOR-CONCILIADOS
               ADD WKS-DEP-IMPORTE(WKS-I) TO WKS-SUMA-CONCILIADA
               MOVE WKS-DEP-ID(WKS-I) TO WKS-DET-ID
               MOVE WKS-DEP-FECHA(WKS-I) TO WKS-DET-FECHA-BANCO
               MOVE WKS-PAG-FECHA(WKS-J) TO WKS-DET-FECHA-VALOR
               MOVE WKS-DEP-IMPORTE(WKS-I) TO WKS-DET-IMPORTE
               MOVE WKS-DEP-REFERENCIA(WKS-I) TO WKS-DET-REF-BANCO
               MOVE WKS-PAG-REFERENCIA(WKS-J) TO WKS-DET-REF-CAJA
               MOVE 0 TO WKS-DET-DIAS
               MOVE WKS-LINEA-DETALLE TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
           END-IF.

      * LO QUE QUEDA ABIERTO SE LISTA CON LOS DIAS QUE LLEVA SIN
      * CONCILIAR Y SE GRABA EN EL ARRASTRE PARA LA SIGUIENTE CORRIDA.
       3200-RENGLON-DEPOSITO.
           IF WKS-DEP-MATCH(WKS-I) = 0
               ADD 1 TO WKS-CONTADOR-DEP-SIN-PAGO
               ADD WKS-DEP-IMPORTE(WKS-I) TO WKS-SUMA-DEP-SIN-PAGO
               MOVE WKS-DEP-ID(WKS-I) TO WKS-DET-ID
               MOVE WKS-DEP-FECHA(WKS-I) TO WKS-DET-FECHA-BANCO
               MOVE SPACES TO WKS-DET-FECHA-VALOR
               MOVE WKS-DEP-IMPORTE(WKS-I) TO WKS-DET-IMPORTE
               MOVE WKS-DEP-REFERENCIA(WKS-I) TO WKS-DET-REF-BANCO
               MOVE SPACES TO WKS-DET-REF-CAJA
               COMPUTE WKS-DIA-ALTA =
                   FUNCTION INTEGER-OF-DATE(WKS-DEP-FECHA-ALTA(WKS-I))
               COMPUTE WKS-DIAS = WKS-DIA-ESTADO - WKS-DIA-ALTA
               MOVE WKS-DIAS TO WKS-DET-DIAS
               MOVE WKS-LINEA-DETALLE TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
               MOVE "B" TO ARR-TIPO
               MOVE WKS-DEP-ID(WKS-I) TO ARR-ID-CLIENTE
               MOVE WKS-DEP-IMPORTE(WKS-I) TO ARR-IMPORTE
               MOVE WKS-DEP-FECHA(WKS-I) TO ARR-FECHA
               MOVE WKS-DEP-REFERENCIA(WKS-I) TO ARR-REFERENCIA
               MOVE WKS-DEP-FECHA-ALTA(WKS-I) TO ARR-FECHA-ALTA
               WRITE REG-ARRASTRE
           END-IF.

       3300-RENGLON-PAGO.
           IF WKS-PAG-MATCH(WKS-J) = 0
               ADD 1 TO WKS-CONTADOR-PAG-SIN-DEP
               ADD WKS-PAG-IMPORTE(WKS-J) TO WKS-SUMA-PAG-SIN-DEP
               MOVE WKS-PAG-ID(WKS-J) TO WKS-DET-ID
               MOVE SPACES TO WKS-DET-FECHA-BANCO
               MOVE WKS-PAG-FECHA(WKS-J) TO WKS-DET-FECHA-VALOR
               MOVE WKS-PAG-IMPORTE(WKS-J) TO WKS-DET-IMPORTE
               MOVE SPACES TO WKS-DET-REF-BANCO
               MOVE WKS-PAG-REFERENCIA(WKS-J) TO WKS-DET-REF-CAJA
               COMPUTE WKS-DIA-ALTA =
                   FUNCTION INTEGER-OF-DATE(WKS-PAG-FECHA-ALTA(WKS-J))
               COMPUTE WKS-DIAS = WKS-DIA-ESTADO - WKS-DIA-ALTA
               MOVE WKS-DIAS TO WKS-DET-DIAS
               MOVE WKS-LINEA-DETALLE TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
               MOVE "P" TO ARR-TIPO
               MOVE WKS-PAG-ID(WKS-J) TO ARR-ID-CLIENTE
               MOVE WKS-PAG-IMPORTE(WKS-J) TO ARR-IMPORTE
               MOVE WKS-PAG-FECHA(WKS-J) TO ARR-FECHA
               MOVE WKS-PAG-REFERENCIA(WKS-J) TO ARR-REFERENCIA
               MOVE WKS-PAG-FECHA-ALTA(WKS-J) TO ARR-FECHA-ALTA
               WRITE REG-ARRASTRE
           END-IF.

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

      * EL ARRASTRE SE REESCRIBE COMPLETO: LA FECHA DE ESTE ESTADO Y
      * LAS PARTIDAS QUE SIGUEN ABIERTAS, ARRASTRADAS O NUEVAS.
       9000-FIN.
           OPEN OUTPUT REPORTE.
           OPEN OUTPUT ARRASTRE.
           MOVE "H" TO ARR-TIPO.
           MOVE 0 TO ARR-ID-CLIENTE.
           MOVE 0 TO ARR-IMPORTE.
           MOVE WKS-FECHA-ESTADO TO ARR-FECHA.
           MOVE SPACES TO ARR-REFERENCIA.
           MOVE WKS-FECHA-INICIO TO ARR-FECHA-ALTA.
           WRITE REG-ARRASTRE.
           PERFORM 3000-REPORTE.
           CLOSE ARRASTRE.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "DEPOSITOS DEL ESTADO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-DEPOSITOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "PAGOS DE CAJA CON ESA FECHA:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-PAGOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "DEPOSITOS ARRASTRADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-ARR-DEP TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "PAGOS ARRASTRADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-ARR-PAG TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "QUEDAN ABIERTAS PARA MANANA:" TO WKS-TOT-TEXTO.
           COMPUTE WKS-TOT-NUMERO = WKS-CONTADOR-DEP-SIN-PAGO
               + WKS-CONTADOR-PAG-SIN-DEP.
           PERFORM 9100-ESCRIBIR-TOTAL.

           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE REPORTE.
           DISPLAY "CONCILIADAS: " WKS-CONTADOR-CONCILIADOS
               " IMPORTE " WKS-SUMA-CONCILIADA.
           DISPLAY "DEPOSITOS SIN PAGO: " WKS-CONTADOR-DEP-SIN-PAGO
               " IMPORTE " WKS-SUMA-DEP-SIN-PAGO.
           DISPLAY "PAGOS SIN DEPOSITO: " WKS-CONTADOR-PAG-SIN-DEP
               " IMPORTE " WKS-SUMA-PAG-SIN-DEP.
           DISPLAY "REPORTE GRABADO EN conbanco.rpt".
           DISPLAY "PARTIDAS ABIERTAS EN conbanco_pend.txt".
           DISPLAY "*****CONCILIACION BANCARIA TERMINADA*****".

       9100-ESCRIBIR-TOTAL.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9800-REGISTRO-CONTROL.
           MOVE "CONBANCO" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-DEPOSITOS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-CONCILIADOS TO RUN-APLICADOS.
           COMPUTE RUN-RECHAZADOS = WKS-CONTADOR-DEP-SIN-PAGO
               + WKS-CONTADOR-PAG-SIN-DEP.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM CONBANCO.
