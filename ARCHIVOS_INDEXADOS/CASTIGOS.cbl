       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTIGOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAR-CLI ASSIGN TO "cargos.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARGO-LLAVE.

           SELECT OPTIONAL CON-CLI ASSIGN TO "convenios.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONV-LLAVE.

           SELECT OPTIONAL PAR-CLI ASSIGN TO "parametros.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AJU-DIA ASSIGN TO "ajustes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE ASSIGN TO "castigos.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-CLI.
       01 REG-CARGOS.
           COPY CPCARREG.

       FD CON-CLI.
       01 REG-CONVENIO.
           COPY CPCONREG.

       FD PAR-CLI.
       01 REG-PARAMETRO.
           COPY CPPARREG.

       FD AJU-DIA.
       01 REG-AJUSTE.
           COPY CPAJUREG.

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
           COPY CPPARAM.

       01 WKS-FIN PIC X(1) VALUE "N".
       01 WKS-FIN-PARAMETROS PIC X(1) VALUE "N".
       01 WKS-CONTADOR-PARAM PIC 9(2).
       01 WKS-CLAVE-BUSCADA PIC X(08).
       01 WKS-PARAMETRO-VALIDO PIC X(1).
       01 WKS-MEJOR-VIGENCIA PIC 9(8).
       01 WKS-VALOR-PARAMETRO PIC 9(7)V99.
       01 WKS-DIAS-CASTIGO PIC 9(5).
       01 WKS-FIN-CONVENIOS PIC X(1).
       01 WKS-TIENE-CONVENIO PIC X(1) VALUE "N".
       01 WKS-ID-CONVENIO PIC 9(7) VALUE 0.
       01 WKS-SALDO PIC 9(05).
       01 WKS-DIAS PIC S9(5).
       01 WKS-DIA-HOY PIC 9(7).
       01 WKS-DIA-CARGO PIC 9(7).
       01 WKS-FECHA-CARGO-NUM PIC 9(8).
       01 WKS-ESTATUS-ANTES PIC X(09).
       01 WKS-CONTADOR-LEIDOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-CASTIGADOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-EN-CONVENIO PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-ERRORES PIC 9(5) VALUE 0.
       01 WKS-SUMA-CASTIGADA PIC 9(9) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(29)
               VALUE "CASTIGO DE CARTERA AL DIA   ".
           05 WKS-TIT-FECHA PIC 9(8).
           05 FILLER PIC X(12) VALUE "  ANTIGUEDAD".
           05 WKS-TIT-DIAS PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE " DIAS    ".
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(9) VALUE "ID       ".
           05 FILLER PIC X(21) VALUE "NOMBRE               ".
           05 FILLER PIC X(3) VALUE "TJ ".
           05 FILLER PIC X(6) VALUE "CICLO ".
           05 FILLER PIC X(7) VALUE "PERIODO".
           05 FILLER PIC X(9) VALUE " FECHA   ".
           05 FILLER PIC X(6) VALUE " DIAS ".
           05 FILLER PIC X(7) VALUE " SALDO ".
           05 FILLER PIC X(10) VALUE "ESTATUS".

       01 WKS-LINEA-DETALLE.
           05 WKS-DET-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-CLAVE PIC 9(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-ANIO PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-PERIODO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-FECHA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-DIAS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-SALDO PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-ESTATUS PIC X(09).

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
           COMPUTE WKS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-INICIO).
           DISPLAY "*****CASTIGO DE CARTERA INCOBRABLE*****".

           PERFORM 1100-CARGAR-PARAMETROS.
           MOVE "CASTDIAS" TO WKS-CLAVE-BUSCADA.
           PERFORM 1200-BUSCAR-PARAMETRO.
           IF WKS-PARAMETRO-VALIDO = "N"
               PERFORM 1900-SIN-PARAMETRO
           END-IF.
           MOVE WKS-VALOR-PARAMETRO TO WKS-DIAS-CASTIGO.

           DISPLAY "FECHA: " WKS-FECHA-INICIO
               " DIAS DE ANTIGUEDAD: " WKS-DIAS-CASTIGO.
           MOVE WKS-FECHA-INICIO TO WKS-TIT-FECHA.
           MOVE WKS-DIAS-CASTIGO TO WKS-TIT-DIAS.

           OPEN I-O CAR-CLI.
           OPEN INPUT CON-CLI.
           OPEN EXTEND AJU-DIA.
           OPEN OUTPUT REPORTE.

      *****PARAMETROS DEL CASTIGO******************************
       1100-CARGAR-PARAMETROS.
           OPEN INPUT PAR-CLI.
           MOVE "N" TO WKS-FIN-PARAMETROS.
           PERFORM 1110-LEER-PARAMETRO UNTIL WKS-FIN-PARAMETROS = "S".
           CLOSE PAR-CLI.

       1110-LEER-PARAMETRO.
           READ PAR-CLI
               AT END
                   MOVE "S" TO WKS-FIN-PARAMETROS
               NOT AT END
                   PERFORM 1120-GUARDAR-PARAMETRO
           END-READ.

       1120-GUARDAR-PARAMETRO.
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
      * FECHA DE LA CORRIDA, IGUAL QUE CON LAS TASAS.
       1200-BUSCAR-PARAMETRO.
           MOVE "N" TO WKS-PARAMETRO-VALIDO.
           MOVE 0 TO WKS-MEJOR-VIGENCIA.
           MOVE 0 TO WKS-VALOR-PARAMETRO.
           PERFORM 1210-COMPARAR-PARAMETRO
               VARYING WKS-CONTADOR-PARAM FROM 1 BY 1
               UNTIL WKS-CONTADOR-PARAM > WKS-TOT-PARAMETROS.

       1210-COMPARAR-PARAMETRO.
           IF WKS-PARAM-CLAVE(WKS-CONTADOR-PARAM) = WKS-CLAVE-BUSCADA
               AND WKS-PARAM-VIGENCIA(WKS-CONTADOR-PARAM)
                   <= WKS-FECHA-INICIO
               AND WKS-PARAM-VIGENCIA(WKS-CONTADOR-PARAM)
                   >= WKS-MEJOR-VIGENCIA
               MOVE "S" TO WKS-PARAMETRO-VALIDO
               MOVE WKS-PARAM-VALOR(WKS-CONTADOR-PARAM)
                   TO WKS-VALOR-PARAMETRO
               MOVE WKS-PARAM-VIGENCIA(WKS-CONTADOR-PARAM)
                   TO WKS-MEJOR-VIGENCIA
           END-IF.

      * SIN LA ANTIGUEDAD VIGENTE NO SE CASTIGA NADA: LA CORRIDA
      * QUEDA EN ERROR PARA QUE EL SUPERVISOR LA CAPTURE CON EL
      * PROGRAMA PARAMS.
       1900-SIN-PARAMETRO.
           DISPLAY "NO HAY PARAMETRO VIGENTE " WKS-CLAVE-BUSCADA
               " EN parametros.txt".
           DISPLAY "CAPTURALO CON EL PROGRAMA PARAMS".
           MOVE "ERROR" TO WKS-ESTADO-CORRIDA.
           PERFORM 9800-REGISTRO-CONTROL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *****RECORRIDO DE CARGOS*********************************
      * EL CARGO ABIERTO CON MAS DIAS DE ANTIGUEDAD QUE CASTDIAS
      * PASA A CASTIGADO: CONSERVA SU IMPORTE Y LO PAGADO, PERO SALE
      * DE LA COBRANZA Y LOS REPORTES LO MUESTRAN APARTE. SI DESPUES
      * LLEGA UN PAGO AL CARGO, PAGOS LO APLICA COMO RECUPERACION.
       2000-PROCESO.
           READ CAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-LEIDOS
                   PERFORM 2100-REVISAR-CARGO
           END-READ.

       2100-REVISAR-CARGO.
           IF CARGO-ESTATUS = "PENDIENTE" OR CARGO-ESTATUS = "PARCIAL"
               PERFORM 2200-CALCULAR-ANTIGUEDAD
           END-IF.

       2200-CALCULAR-ANTIGUEDAD.
           MOVE 0 TO WKS-SALDO.
           IF CARGO-IMPORTE > CARGO-IMPORTE-PAGADO
               SUBTRACT CARGO-IMPORTE-PAGADO FROM CARGO-IMPORTE
                   GIVING WKS-SALDO
           END-IF.
           MOVE CARGO-FECHA TO WKS-FECHA-CARGO-NUM.
           COMPUTE WKS-DIA-CARGO =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-CARGO-NUM).
           COMPUTE WKS-DIAS = WKS-DIA-HOY - WKS-DIA-CARGO.
           IF WKS-SALDO > 0 AND WKS-DIAS > WKS-DIAS-CASTIGO
               IF CARGO-ID-CLIENTE NOT = WKS-ID-CONVENIO
                   PERFORM 2500-BUSCAR-CONVENIO
               END-IF
               IF WKS-TIENE-CONVENIO = "S"
                   ADD 1 TO WKS-CONTADOR-EN-CONVENIO
               ELSE
                   PERFORM 2300-CASTIGAR-CARGO
               END-IF
           END-IF.

       2300-CASTIGAR-CARGO.
           MOVE CARGO-ESTATUS TO WKS-ESTATUS-ANTES.
           MOVE "CASTIGADO" TO CARGO-ESTATUS.
           MOVE WKS-FECHA-INICIO TO CARGO-FECHA-AJUSTE.
           IF CARGO-IMPORTE-AJUSTADO IS NOT NUMERIC
               MOVE 0 TO CARGO-IMPORTE-AJUSTADO
           END-IF.
           MOVE CARGO-ID-CLIENTE TO WKS-DET-ID.
           MOVE CARGO-NOMBRE-CLIENTE TO WKS-DET-NOMBRE.
           MOVE CARGO-CLAVE-TARJETA TO WKS-DET-CLAVE.
           MOVE CARGO-ANIO TO WKS-DET-ANIO.
           MOVE CARGO-PERIODO TO WKS-DET-PERIODO.
           MOVE WKS-FECHA-CARGO-NUM TO WKS-DET-FECHA.
           MOVE WKS-DIAS TO WKS-DET-DIAS.
           MOVE WKS-SALDO TO WKS-DET-SALDO.
           REWRITE REG-CARGOS
               INVALID KEY
                   ADD 1 TO WKS-CONTADOR-ERRORES
                   MOVE "ERROR" TO WKS-ESTADO-CORRIDA
                   MOVE "NO GRABO" TO WKS-DET-ESTATUS
               NOT INVALID KEY
                   ADD 1 TO WKS-CONTADOR-CASTIGADOS
                   ADD WKS-SALDO TO WKS-SUMA-CASTIGADA
                   MOVE "CASTIGADO" TO WKS-DET-ESTATUS
                   PERFORM 2400-GRABAR-DIARIO
           END-REWRITE.
           MOVE WKS-LINEA-DETALLE TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

      * EL CASTIGO NO CAMBIA EL IMPORTE: EN EL DIARIO EL IMPORTE
      * ANTES Y DESPUES ES EL MISMO Y AJU-IMPORTE ES EL SALDO QUE SE
      * DA POR INCOBRABLE.
       2400-GRABAR-DIARIO.
           MOVE CARGO-ID-CLIENTE TO AJU-ID-CLIENTE.
           MOVE CARGO-CLAVE-TARJETA TO AJU-CLAVE-TARJETA.
           MOVE CARGO-ANIO TO AJU-ANIO.
           MOVE CARGO-PERIODO TO AJU-PERIODO.
           MOVE "K" TO AJU-TIPO.
           MOVE 90 TO AJU-MOTIVO.
           MOVE WKS-SALDO TO AJU-IMPORTE.
           MOVE CARGO-IMPORTE TO AJU-IMPORTE-ANTES.
           MOVE CARGO-IMPORTE TO AJU-IMPORTE-DESPUES.
           MOVE CARGO-IMPORTE-PAGADO TO AJU-PAGADO.
           MOVE WKS-ESTATUS-ANTES TO AJU-ESTATUS-ANTES.
           MOVE CARGO-ESTATUS TO AJU-ESTATUS-DESPUES.
           MOVE "LOTE" TO AJU-OPERADOR.
           MOVE "CASTIGOS" TO AJU-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO AJU-FECHA.
           MOVE WKS-HORA-INICIO TO AJU-HORA.
           WRITE REG-AJUSTE.

      *****CONVENIO VIGENTE DEL CLIENTE************************
      * UN CLIENTE CON CONVENIO VIGENTE SE ESTA PONIENDO AL CORRIENTE;
      * SUS CARGOS NO SE CASTIGAN MIENTRAS REVCONV NO LO DE POR ROTO.
       2500-BUSCAR-CONVENIO.
           MOVE CARGO-ID-CLIENTE TO WKS-ID-CONVENIO.
           MOVE "N" TO WKS-TIENE-CONVENIO.
           MOVE "N" TO WKS-FIN-CONVENIOS.
           MOVE CARGO-ID-CLIENTE TO CONV-ID-CLIENTE.
           MOVE 0 TO CONV-NUMERO.
           START CON-CLI KEY IS NOT LESS THAN CONV-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CONVENIOS
           END-START.
           PERFORM 2510-LEER-CONVENIO UNTIL WKS-FIN-CONVENIOS = "S".

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
           MOVE "CARGOS LEIDOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-LEIDOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "CARGOS CASTIGADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-CASTIGADOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SALDO CASTIGADO:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-CASTIGADA TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "NO CASTIGADOS POR CONVENIO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-EN-CONVENIO TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "ERRORES AL GRABAR:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-ERRORES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE CAR-CLI.
           CLOSE CON-CLI.
           CLOSE AJU-DIA.
           CLOSE REPORTE.
           DISPLAY "CARGOS LEIDOS: " WKS-CONTADOR-LEIDOS.
           DISPLAY "CARGOS CASTIGADOS: " WKS-CONTADOR-CASTIGADOS
               " SALDO " WKS-SUMA-CASTIGADA.
           DISPLAY "NO CASTIGADOS POR CONVENIO: "
               WKS-CONTADOR-EN-CONVENIO.
           DISPLAY "REPORTE GRABADO EN castigos.rpt".
           DISPLAY "*****CASTIGO TERMINADO*****".

       9100-ESCRIBIR-TOTAL.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9800-REGISTRO-CONTROL.
           MOVE "CASTIGOS" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-LEIDOS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-CASTIGADOS TO RUN-APLICADOS.
           MOVE WKS-CONTADOR-ERRORES TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM CASTIGOS.
