       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECARGOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAR-CLI ASSIGN TO "cargos.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARGO-LLAVE.

           SELECT OPTIONAL PAR-CLI ASSIGN TO "parametros.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE ASSIGN TO "recargos.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-CLI.
       01 REG-CARGOS.
           COPY CPCARREG.

       FD PAR-CLI.
       01 REG-PARAMETRO.
           COPY CPPARREG.

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
       01 WKS-PORC-RECARGO PIC 9(3)V99.
       01 WKS-DIAS-GRACIA PIC 9(5).
       01 WKS-PERIODO-RECARGO PIC 9(6).
       01 WKS-SALDO PIC 9(05).
       01 WKS-IMPORTE-RECARGO PIC 9(05).
       01 WKS-DIAS PIC S9(5).
       01 WKS-DIA-HOY PIC 9(7).
       01 WKS-DIA-CARGO PIC 9(7).
       01 WKS-FECHA-CARGO-NUM PIC 9(8).
       01 WKS-CONTADOR-LEIDOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-VENCIDOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-RECARGOS PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-YA-EXISTEN PIC 9(5) VALUE 0.
       01 WKS-CONTADOR-EN-CERO PIC 9(5) VALUE 0.
       01 WKS-SUMA-SALDOS PIC 9(9) VALUE 0.
       01 WKS-SUMA-RECARGOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(29)
               VALUE "RECARGOS MORATORIOS PERIODO ".
           05 WKS-TIT-PERIODO PIC 9(6).
           05 FILLER PIC X(6) VALUE "  PCT:".
           05 WKS-TIT-PORC PIC ZZ9.99.
           05 FILLER PIC X(8) VALUE "  GRACIA".
           05 WKS-TIT-DIAS PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE " DIAS    ".
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(9) VALUE "ID       ".
           05 FILLER PIC X(21) VALUE "NOMBRE               ".
           05 FILLER PIC X(3) VALUE "TJ ".
           05 FILLER PIC X(6) VALUE "CICLO ".
           05 FILLER PIC X(9) VALUE "FECHA    ".
           05 FILLER PIC X(6) VALUE " DIAS ".
           05 FILLER PIC X(7) VALUE " SALDO ".
           05 FILLER PIC X(8) VALUE "RECARGO ".
           05 FILLER PIC X(11) VALUE "RESULTADO".

       01 WKS-LINEA-DETALLE.
           05 WKS-DET-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-CLAVE PIC 9(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-ANIO PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-FECHA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-DIAS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-SALDO PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-RECARGO PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WKS-DET-RESULTADO PIC X(11).

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
           COMPUTE WKS-PERIODO-RECARGO = Año * 100 + Mes.
           DISPLAY "*****RECARGOS MORATORIOS*****".

           PERFORM 1100-CARGAR-PARAMETROS.
           MOVE "RECPORC" TO WKS-CLAVE-BUSCADA.
           PERFORM 1200-BUSCAR-PARAMETRO.
           IF WKS-PARAMETRO-VALIDO = "N"
               PERFORM 1900-SIN-PARAMETRO
           END-IF.
           MOVE WKS-VALOR-PARAMETRO TO WKS-PORC-RECARGO.
           MOVE "RECDIAS" TO WKS-CLAVE-BUSCADA.
           PERFORM 1200-BUSCAR-PARAMETRO.
           IF WKS-PARAMETRO-VALIDO = "N"
               PERFORM 1900-SIN-PARAMETRO
           END-IF.
           MOVE WKS-VALOR-PARAMETRO TO WKS-DIAS-GRACIA.

           DISPLAY "PERIODO: " WKS-PERIODO-RECARGO
               " PORCENTAJE: " WKS-PORC-RECARGO
               " DIAS DE GRACIA: " WKS-DIAS-GRACIA.
           MOVE WKS-PERIODO-RECARGO TO WKS-TIT-PERIODO.
           MOVE WKS-PORC-RECARGO TO WKS-TIT-PORC.
           MOVE WKS-DIAS-GRACIA TO WKS-TIT-DIAS.

           OPEN I-O CAR-CLI.
           OPEN OUTPUT REPORTE.

      *****PARAMETROS DEL RECARGO******************************
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

      * SIN PORCENTAJE O SIN DIAS DE GRACIA VIGENTES NO SE RECARGA
      * NADA: LA CORRIDA QUEDA EN ERROR PARA QUE EL SUPERVISOR LOS
      * CAPTURE CON EL PROGRAMA PARAMS.
       1900-SIN-PARAMETRO.
           DISPLAY "NO HAY PARAMETRO VIGENTE " WKS-CLAVE-BUSCADA
               " EN parametros.txt".
           DISPLAY "CAPTURALO CON EL PROGRAMA PARAMS".
           MOVE "ERROR" TO WKS-ESTADO-CORRIDA.
           PERFORM 9800-REGISTRO-CONTROL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *****RECORRIDO DE CARGOS*********************************
      * SE RECORRE cargos.idx POR LLAVE; EL RECARGO SE GRABA CON LA
      * LLAVE DEL CICLO Y EL PERIODO DEL MES, QUE QUEDA ADELANTE DEL
      * CARGO LEIDO Y SE SALTA AL LLEGAR A EL POR SER TIPO R. SI YA
      * EXISTE (CORRIDA REPETIDA EN EL MES) NO SE VUELVE A COBRAR.
       2000-PROCESO.
           READ CAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-LEIDOS
                   PERFORM 2100-REVISAR-CARGO
           END-READ.

      * SOLO LAS ANUALIDADES GENERAN RECARGO; UN RECARGO NO SE
      * RECARGA.
       2100-REVISAR-CARGO.
           IF CARGO-TIPO-CARGO NOT = "R"
               AND (CARGO-ESTATUS = "PENDIENTE"
                   OR CARGO-ESTATUS = "PARCIAL")
               PERFORM 2200-CALCULAR-ATRASO
           END-IF.

       2200-CALCULAR-ATRASO.
           MOVE 0 TO WKS-SALDO.
           IF CARGO-IMPORTE > CARGO-IMPORTE-PAGADO
               SUBTRACT CARGO-IMPORTE-PAGADO FROM CARGO-IMPORTE
                   GIVING WKS-SALDO
           END-IF.
           MOVE CARGO-FECHA TO WKS-FECHA-CARGO-NUM.
           COMPUTE WKS-DIA-CARGO =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-CARGO-NUM).
           COMPUTE WKS-DIAS = WKS-DIA-HOY - WKS-DIA-CARGO.
           IF WKS-SALDO > 0 AND WKS-DIAS > WKS-DIAS-GRACIA
               ADD 1 TO WKS-CONTADOR-VENCIDOS
               ADD WKS-SALDO TO WKS-SUMA-SALDOS
               PERFORM 2300-GRABAR-RECARGO
           END-IF.

      * EL RECARGO NACE PENDIENTE, CON LA FECHA DE LA CORRIDA (DE
      * AHI CUENTAN MOROSOS Y SUSPEN SU ANTIGUEDAD) Y EL NOMBRE DEL
      * CARGO QUE LO ORIGINO.
       2300-GRABAR-RECARGO.
           COMPUTE WKS-IMPORTE-RECARGO ROUNDED =
               WKS-SALDO * WKS-PORC-RECARGO / 100.
           MOVE CARGO-ID-CLIENTE TO WKS-DET-ID.
           MOVE CARGO-NOMBRE-CLIENTE TO WKS-DET-NOMBRE.
           MOVE CARGO-CLAVE-TARJETA TO WKS-DET-CLAVE.
           MOVE CARGO-ANIO TO WKS-DET-ANIO.
           MOVE WKS-FECHA-CARGO-NUM TO WKS-DET-FECHA.
           MOVE WKS-DIAS TO WKS-DET-DIAS.
           MOVE WKS-SALDO TO WKS-DET-SALDO.
           MOVE WKS-IMPORTE-RECARGO TO WKS-DET-RECARGO.

           IF WKS-IMPORTE-RECARGO = 0
               ADD 1 TO WKS-CONTADOR-EN-CERO
               MOVE "EN CERO" TO WKS-DET-RESULTADO
           ELSE
               MOVE WKS-PERIODO-RECARGO TO CARGO-PERIODO
               MOVE WKS-IMPORTE-RECARGO TO CARGO-IMPORTE
               MOVE Año TO CARGO-FECHA-Y
               MOVE Mes TO CARGO-FECHA-M
               MOVE Día TO CARGO-FECHA-D
               MOVE 0 TO CARGO-IMPORTE-PAGADO
               MOVE "PENDIENTE" TO CARGO-ESTATUS
               MOVE "R" TO CARGO-TIPO-CARGO
               MOVE 0 TO CARGO-MESES-COBRADOS
               MOVE WKS-IMPORTE-RECARGO TO CARGO-BASE
               MOVE 0 TO CARGO-TASA-IVA
               MOVE 0 TO CARGO-IVA
               MOVE 0 TO CARGO-IMPORTE-AJUSTADO
               MOVE 0 TO CARGO-FECHA-AJUSTE
               WRITE REG-CARGOS
                   INVALID KEY
                       ADD 1 TO WKS-CONTADOR-YA-EXISTEN
                       MOVE "YA EXISTIA" TO WKS-DET-RESULTADO
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONTADOR-RECARGOS
                       ADD WKS-IMPORTE-RECARGO TO WKS-SUMA-RECARGOS
                       MOVE "GENERADO" TO WKS-DET-RESULTADO
               END-WRITE
           END-IF.
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
           MOVE "CARGOS LEIDOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-LEIDOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "ANUALIDADES FUERA DE GRACIA:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-VENCIDOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SALDO SOBRE EL QUE SE CALCULA:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-SALDOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "RECARGOS GENERADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-RECARGOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "IMPORTE DE RECARGOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-RECARGOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "YA RECARGADOS EN EL PERIODO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-YA-EXISTEN TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "RECARGO EN CERO (SALDO CHICO):" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-EN-CERO TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE CAR-CLI.
           CLOSE REPORTE.
           DISPLAY "CARGOS LEIDOS: " WKS-CONTADOR-LEIDOS.
           DISPLAY "ANUALIDADES FUERA DE GRACIA: "
               WKS-CONTADOR-VENCIDOS.
           DISPLAY "RECARGOS GENERADOS: " WKS-CONTADOR-RECARGOS
               " IMPORTE " WKS-SUMA-RECARGOS.
           DISPLAY "YA RECARGADOS EN EL PERIODO: "
               WKS-CONTADOR-YA-EXISTEN.
           DISPLAY "REPORTE GRABADO EN recargos.rpt".
           DISPLAY "*****RECARGOS TERMINADOS*****".

       9100-ESCRIBIR-TOTAL.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9800-REGISTRO-CONTROL.
           MOVE "RECARGOS" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-LEIDOS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-RECARGOS TO RUN-APLICADOS.
           MOVE WKS-CONTADOR-YA-EXISTEN TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM RECARGOS.
