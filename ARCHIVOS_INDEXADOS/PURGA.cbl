       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLIENTE-FILE
           ALTERNATE RECORD KEY IS NOMBRE-CLIENTE-FILE
               WITH DUPLICATES.

           SELECT OPTIONAL TAR-CLI ASSIGN TO "tarjetas.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-LLAVE.

           SELECT OPTIONAL CAR-CLI ASSIGN TO "cargos.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARGO-LLAVE.

           SELECT OPTIONAL SAL-FAV ASSIGN TO "saldofav.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAF-LLAVE.

           SELECT OPTIONAL PAGOS-PEND ASSIGN TO "pagos_pend.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAR-CLI ASSIGN TO "parametros.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-CLI ASSIGN TO "logcli.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CANDADO ASSIGN TO "candado.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      * ARCHIVOS HISTORICOS DE LA CORRIDA, purcli_AAAAMMDD.txt,
      * purtar_AAAAMMDD.txt Y purcar_AAAAMMDD.txt; LOS NOMBRES SE
      * ARMAN EN MEMORIA CON LA FECHA DEL DIA. SE ABREN EN EXTEND
      * PARA QUE UNA SEGUNDA CORRIDA EL MISMO DIA NO PISE LA PRIMERA.
           SELECT OPTIONAL ARC-CLI ASSIGN TO WKS-NOMBRE-ARC-CLI
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARC-TAR ASSIGN TO WKS-NOMBRE-ARC-TAR
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARC-CAR ASSIGN TO WKS-NOMBRE-ARC-CAR
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PUR-CTL ASSIGN TO "purga.ctl"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE ASSIGN TO "purga.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CTL ASSIGN TO "runctl.txt"
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

       FD PAR-CLI.
       01 REG-PARAMETRO.
           COPY CPPARREG.

       FD LOG-CLI.
       01 REG-LOG.
           COPY CPLOGREG.

       FD CANDADO.
       01 REG-CANDADO.
           COPY CPCANDADO.

      * LOS HISTORICOS GUARDAN EL REGISTRO TAL CUAL ESTABA EN SU
      * ARCHIVO INDEXADO (CPCLIREG, CPTARREG Y CPCARREG); LOS TRES
      * EMPIEZAN CON EL ID DEL CLIENTE.
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

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
           COPY CPPARAM.

       01 WKS-NOMBRE-ARC-CLI PIC X(20).
       01 WKS-NOMBRE-ARC-TAR PIC X(20).
       01 WKS-NOMBRE-ARC-CAR PIC X(20).
       01 WKS-FIN-MAESTRO PIC X(1) VALUE "N".
       01 WKS-FIN-PARAMETROS PIC X(1) VALUE "N".
       01 WKS-FIN-PEND PIC X(1) VALUE "N".
       01 WKS-FIN-CARGOS PIC X(1).
       01 WKS-FIN-TARJETAS PIC X(1).
       01 WKS-FIN-FAVOR PIC X(1).
       01 WKS-CANDADO-PUESTO PIC X(1).
       01 WKS-CONTADOR-PARAM PIC 9(2).
       01 WKS-CLAVE-BUSCADA PIC X(08).
       01 WKS-PARAMETRO-VALIDO PIC X(1).
       01 WKS-MEJOR-VIGENCIA PIC 9(8).
       01 WKS-VALOR-PARAMETRO PIC 9(7)V99.
       01 WKS-ANIOS-RETENCION PIC 9(2).
       01 WKS-FECHA-CORTE PIC 9(8).
       01 WKS-FECHA-BAJA PIC 9(8).
       01 WKS-ID-CONSULTA PIC 9(7).
       01 WKS-SALDO-ABIERTO PIC 9(7).
       01 WKS-SALDO-FAVOR PIC 9(7).
       01 WKS-TIENE-PENDIENTE PIC X(1).
       01 WKS-IDX PIC 9(3).
       01 WKS-CONT-CAR-CLIENTE PIC 9(5).
       01 WKS-CONT-TAR-CLIENTE PIC 9(3).
       01 WKS-CONTADOR-LEIDOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-CANCELADOS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-DEPURADOS PIC 9(7) VALUE 0.
       01 WKS-CONT-CON-SALDO PIC 9(7) VALUE 0.
       01 WKS-CONT-CON-FAVOR PIC 9(7) VALUE 0.
       01 WKS-CONT-CON-PENDIENTE PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-RESTANTES PIC 9(7) VALUE 0.
       01 WKS-CONT-COMPROBACION PIC 9(7).
       01 WKS-CONTADOR-ERRORES PIC 9(5) VALUE 0.
       01 WKS-CONT-ARC-CLI PIC 9(7) VALUE 0.
       01 WKS-SUMA-ARC-CLI PIC 9(9) VALUE 0.
       01 WKS-CONT-ARC-TAR PIC 9(7) VALUE 0.
       01 WKS-SUMA-ARC-TAR PIC 9(9) VALUE 0.
       01 WKS-CONT-ARC-CAR PIC 9(7) VALUE 0.
       01 WKS-SUMA-ARC-CAR PIC 9(9) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

      * CLIENTES CON MOVIMIENTOS EN pagos_pend.txt: UN PAGO QUE
      * ESPERA APLICARSE ES DINERO DEL CLIENTE Y NO SE DEPURA.
       01 WKS-TABLA-PEND.
           05 WKS-TOT-PEND PIC 9(3) VALUE 0.
           05 WKS-PEND-ID PIC 9(7) OCCURS 500 TIMES.

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(23) VALUE "DEPURACION DE CLIENTES ".
           05 WKS-TIT-FECHA PIC 9(8).
           05 FILLER PIC X(20) VALUE "  CANCELADOS ANTES: ".
           05 WKS-TIT-CORTE PIC 9(8).
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(9) VALUE "ID       ".
           05 FILLER PIC X(21) VALUE "NOMBRE               ".
           05 FILLER PIC X(9) VALUE "BAJA     ".
           05 FILLER PIC X(8) VALUE "TARJETAS".
           05 FILLER PIC X(8) VALUE "  CARGOS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "RESULTADO".

       01 WKS-LINEA-DETALLE.
           05 WKS-DET-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-BAJA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-TARJETAS PIC Z(7)9.
           05 WKS-DET-CARGOS PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-RESULTADO PIC X(23).

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
           PERFORM 2000-PROCESO UNTIL WKS-FIN-MAESTRO = "S".
           PERFORM 4000-CONTAR-RESTANTES.
           PERFORM 9000-FIN.
           STOP RUN.

      *RUTINAS
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO WKS-FECHA-INICIO.
           MOVE Fecha-Actual(9:6) TO WKS-HORA-INICIO.
           DISPLAY "*****DEPURACION DE CLIENTES CANCELADOS*****".

           PERFORM 1100-CARGAR-PARAMETROS.
           MOVE "PURANIOS" TO WKS-CLAVE-BUSCADA.
           PERFORM 1200-BUSCAR-PARAMETRO.
           IF WKS-PARAMETRO-VALIDO = "N"
               PERFORM 1900-SIN-PARAMETRO
           END-IF.
           MOVE WKS-VALOR-PARAMETRO TO WKS-ANIOS-RETENCION.
           IF WKS-ANIOS-RETENCION = 0
               DISPLAY "PURANIOS DEBE SER DE AL MENOS UN AÑO"
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               PERFORM 9800-REGISTRO-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WKS-FECHA-CORTE =
               (Año - WKS-ANIOS-RETENCION) * 10000
               + Mes * 100 + Día.
           DISPLAY "SE DEPURAN CLIENTES CANCELADOS ANTES DEL "
               WKS-FECHA-CORTE.
           MOVE WKS-FECHA-INICIO TO WKS-TIT-FECHA.
           MOVE WKS-FECHA-CORTE TO WKS-TIT-CORTE.

           PERFORM 1300-CARGAR-PENDIENTES.

           PERFORM 1400-REVISAR-CANDADO.
           IF WKS-CANDADO-PUESTO = "S"
               DISPLAY "EL MAESTRO ESTA EN USO POR " CAND-PROGRAMA
               DISPLAY "DESDE " CAND-FECHA " " CAND-HORA
               DISPLAY "DEPURACION CANCELADA"
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               PERFORM 9800-REGISTRO-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1450-PONER-CANDADO.

           MOVE SPACES TO WKS-NOMBRE-ARC-CLI.
           STRING "purcli_" DELIMITED BY SIZE
               WKS-FECHA-INICIO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WKS-NOMBRE-ARC-CLI.
           MOVE SPACES TO WKS-NOMBRE-ARC-TAR.
           STRING "purtar_" DELIMITED BY SIZE
               WKS-FECHA-INICIO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WKS-NOMBRE-ARC-TAR.
           MOVE SPACES TO WKS-NOMBRE-ARC-CAR.
           STRING "purcar_" DELIMITED BY SIZE
               WKS-FECHA-INICIO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WKS-NOMBRE-ARC-CAR.

           OPEN I-O REG-CLI.
           OPEN I-O TAR-CLI.
           OPEN I-O CAR-CLI.
           OPEN INPUT SAL-FAV.
           OPEN EXTEND LOG-CLI.
           OPEN EXTEND ARC-CLI.
           OPEN EXTEND ARC-TAR.
           OPEN EXTEND ARC-CAR.
           OPEN OUTPUT REPORTE.

      *****PARAMETROS DE LA DEPURACION*************************
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

      * SIN LOS AÑOS DE RETENCION NO SE DEPURA NADA: LA CORRIDA
      * QUEDA EN ERROR PARA QUE EL SUPERVISOR LOS CAPTURE CON EL
      * PROGRAMA PARAMS.
       1900-SIN-PARAMETRO.
           DISPLAY "NO HAY PARAMETRO VIGENTE " WKS-CLAVE-BUSCADA
               " EN parametros.txt".
           DISPLAY "CAPTURALO CON EL PROGRAMA PARAMS".
           MOVE "ERROR" TO WKS-ESTADO-CORRIDA.
           PERFORM 9800-REGISTRO-CONTROL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *****PAGOS EN SUSPENSO***********************************
       1300-CARGAR-PENDIENTES.
           OPEN INPUT PAGOS-PEND.
           PERFORM 1310-LEER-PENDIENTE UNTIL WKS-FIN-PEND = "S".
           CLOSE PAGOS-PEND.

       1310-LEER-PENDIENTE.
           READ PAGOS-PEND
               AT END
                   MOVE "S" TO WKS-FIN-PEND
               NOT AT END
                   IF WKS-TOT-PEND < 500
                       ADD 1 TO WKS-TOT-PEND
                       MOVE PEND-ID-CLIENTE TO WKS-PEND-ID(WKS-TOT-PEND)
                   ELSE
                       DISPLAY "pagos_pend.txt REBASA 500 MOVIMIENTOS"
                       DISPLAY "APLICA O DEPURA EL SUSPENSO ANTES DE "
                           "CORRER PURGA"
                       CLOSE PAGOS-PEND
                       MOVE "ERROR" TO WKS-ESTADO-CORRIDA
                       PERFORM 9800-REGISTRO-CONTROL
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

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
           MOVE "PURGA" TO CAND-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO CAND-FECHA.
           MOVE Fecha-Actual(9:6) TO CAND-HORA.
           OPEN OUTPUT CANDADO.
           WRITE REG-CANDADO.
           CLOSE CANDADO.

       1490-LIBERAR-CANDADO.
           OPEN OUTPUT CANDADO.
           CLOSE CANDADO.

      *****RECORRIDO DEL MAESTRO*******************************
      * LA FECHA DE LA BAJA ES LA DE LA ULTIMA MODIFICACION DEL
      * CLIENTE CANCELADO: BAJA, BUSCAR, MENU Y FUSION LA PONEN AL
      * CANCELAR. SOLO SE DEPURA SIN SALDO ABIERTO, SIN SALDO A FAVOR
      * Y SIN PAGOS EN SUSPENSO; LO DEMAS SE LISTA Y SE QUEDA.
       2000-PROCESO.
           READ REG-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-MAESTRO
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-LEIDOS
                   IF ESTATUS-CLIENTE-FILE = "C"
                       ADD 1 TO WKS-CONTADOR-CANCELADOS
                       PERFORM 2100-REVISAR-CLIENTE
                   END-IF
           END-READ.

       2100-REVISAR-CLIENTE.
           MOVE FECHA-MODIFICACION TO WKS-FECHA-BAJA.
           IF WKS-FECHA-BAJA IS NUMERIC
               AND WKS-FECHA-BAJA < WKS-FECHA-CORTE
               MOVE ID-CLIENTE-FILE TO WKS-ID-CONSULTA
               PERFORM 2200-CALCULAR-SALDO
               PERFORM 2300-CALCULAR-FAVOR
               PERFORM 2400-BUSCAR-PENDIENTE
               MOVE ID-CLIENTE-FILE TO WKS-DET-ID
               MOVE NOMBRE-CLIENTE-FILE TO WKS-DET-NOMBRE
               MOVE WKS-FECHA-BAJA TO WKS-DET-BAJA
               MOVE 0 TO WKS-DET-TARJETAS
               MOVE 0 TO WKS-DET-CARGOS
               EVALUATE TRUE
                   WHEN WKS-SALDO-ABIERTO > 0
                       ADD 1 TO WKS-CONT-CON-SALDO
                       MOVE "SE QUEDA: SALDO ABIERTO"
                           TO WKS-DET-RESULTADO
                       PERFORM 8200-ESCRIBIR-DETALLE
                   WHEN WKS-SALDO-FAVOR > 0
                       ADD 1 TO WKS-CONT-CON-FAVOR
                       MOVE "SE QUEDA: SALDO A FAVOR"
                           TO WKS-DET-RESULTADO
                       PERFORM 8200-ESCRIBIR-DETALLE
                   WHEN WKS-TIENE-PENDIENTE = "S"
                       ADD 1 TO WKS-CONT-CON-PENDIENTE
                       MOVE "SE QUEDA: PAGO SUSPENSO"
                           TO WKS-DET-RESULTADO
                       PERFORM 8200-ESCRIBIR-DETALLE
                   WHEN OTHER
                       PERFORM 3000-DEPURAR-CLIENTE
               END-EVALUATE
           END-IF.

      * SALDO ABIERTO DE SUS CARGOS, SIN LOS CANCELADOS; LOS
      * CASTIGADOS CONSERVAN SU SALDO Y TAMBIEN DETIENEN LA PURGA.
       2200-CALCULAR-SALDO.
           MOVE 0 TO WKS-SALDO-ABIERTO.
           MOVE "N" TO WKS-FIN-CARGOS.
           MOVE WKS-ID-CONSULTA TO CARGO-ID-CLIENTE.
           MOVE 0 TO CARGO-CLAVE-TARJETA.
           MOVE 0 TO CARGO-ANIO.
           MOVE 0 TO CARGO-PERIODO.
           START CAR-CLI KEY IS NOT LESS THAN CARGO-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CARGOS
           END-START.
           PERFORM 2210-SUMAR-CARGO UNTIL WKS-FIN-CARGOS = "S".

       2210-SUMAR-CARGO.
           READ CAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CARGOS
               NOT AT END
                   IF CARGO-ID-CLIENTE NOT = WKS-ID-CONSULTA
                       MOVE "S" TO WKS-FIN-CARGOS
                   ELSE
                       IF CARGO-ESTATUS NOT = "CANCELADO"
                           AND CARGO-IMPORTE > CARGO-IMPORTE-PAGADO
                           COMPUTE WKS-SALDO-ABIERTO =
                               WKS-SALDO-ABIERTO
                               + CARGO-IMPORTE - CARGO-IMPORTE-PAGADO
                       END-IF
                   END-IF
           END-READ.

       2300-CALCULAR-FAVOR.
           MOVE 0 TO WKS-SALDO-FAVOR.
           MOVE "N" TO WKS-FIN-FAVOR.
           MOVE WKS-ID-CONSULTA TO SAF-ID-CLIENTE.
           MOVE 0 TO SAF-CLAVE-TARJETA.
           START SAL-FAV KEY IS NOT LESS THAN SAF-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-FAVOR
           END-START.
           PERFORM 2310-SUMAR-FAVOR UNTIL WKS-FIN-FAVOR = "S".

       2310-SUMAR-FAVOR.
           READ SAL-FAV NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-FAVOR
               NOT AT END
                   IF SAF-ID-CLIENTE NOT = WKS-ID-CONSULTA
                       MOVE "S" TO WKS-FIN-FAVOR
                   ELSE
                       ADD SAF-IMPORTE TO WKS-SALDO-FAVOR
                   END-IF
           END-READ.

       2400-BUSCAR-PENDIENTE.
           MOVE "N" TO WKS-TIENE-PENDIENTE.
           PERFORM 2410-COMPARAR-PENDIENTE
               VARYING WKS-IDX FROM 1 BY 1
               UNTIL WKS-IDX > WKS-TOT-PEND.

       2410-COMPARAR-PENDIENTE.
           IF WKS-PEND-ID(WKS-IDX) = WKS-ID-CONSULTA
               MOVE "S" TO WKS-TIENE-PENDIENTE
           END-IF.

      *****DEPURACION DE UN CLIENTE****************************
      * PRIMERO SUS CARGOS Y TARJETAS, AL FINAL EL CLIENTE: SI ALGO
      * FALLA A MEDIAS EL CLIENTE SIGUE EN EL MAESTRO Y SE VE EN EL
      * REPORTE. EL REGISTRO DE SALDOS A FAVOR, YA EN CERO, SE QUEDA
      * COMO HISTORIAL IGUAL QUE LOS CONVENIOS Y LOS ABONOS.
       3000-DEPURAR-CLIENTE.
           MOVE 0 TO WKS-CONT-CAR-CLIENTE.
           MOVE 0 TO WKS-CONT-TAR-CLIENTE.
           PERFORM 3100-DEPURAR-CARGOS.
           PERFORM 3200-DEPURAR-TARJETAS.
           MOVE WKS-CONT-TAR-CLIENTE TO WKS-DET-TARJETAS.
           MOVE WKS-CONT-CAR-CLIENTE TO WKS-DET-CARGOS.

           MOVE REG-CLIENTES TO REG-ARC-CLI.
           DELETE REG-CLI RECORD
               INVALID KEY
                   ADD 1 TO WKS-CONTADOR-ERRORES
                   MOVE "ERROR AL BORRAR CLIENTE" TO WKS-DET-RESULTADO
               NOT INVALID KEY
                   WRITE REG-ARC-CLI
                   ADD 1 TO WKS-CONT-ARC-CLI
                   ADD ANUALIDAD-FILE TO WKS-SUMA-ARC-CLI
                   ADD 1 TO WKS-CONTADOR-DEPURADOS
                   MOVE "DEPURADO" TO WKS-DET-RESULTADO
                   PERFORM 7000-BITACORA
           END-DELETE.
           PERFORM 8200-ESCRIBIR-DETALLE.

       3100-DEPURAR-CARGOS.
           MOVE "N" TO WKS-FIN-CARGOS.
           MOVE WKS-ID-CONSULTA TO CARGO-ID-CLIENTE.
           MOVE 0 TO CARGO-CLAVE-TARJETA.
           MOVE 0 TO CARGO-ANIO.
           MOVE 0 TO CARGO-PERIODO.
           START CAR-CLI KEY IS NOT LESS THAN CARGO-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-CARGOS
           END-START.
           PERFORM 3110-DEPURAR-CARGO UNTIL WKS-FIN-CARGOS = "S".

       3110-DEPURAR-CARGO.
           READ CAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-CARGOS
               NOT AT END
                   IF CARGO-ID-CLIENTE NOT = WKS-ID-CONSULTA
                       MOVE "S" TO WKS-FIN-CARGOS
                   ELSE
                       PERFORM 3120-ARCHIVAR-CARGO
                   END-IF
           END-READ.

       3120-ARCHIVAR-CARGO.
           MOVE REG-CARGOS TO REG-ARC-CAR.
           DELETE CAR-CLI RECORD
               INVALID KEY
                   ADD 1 TO WKS-CONTADOR-ERRORES
                   DISPLAY "ERROR AL BORRAR CARGO " CARGO-LLAVE
               NOT INVALID KEY
                   WRITE REG-ARC-CAR
                   ADD 1 TO WKS-CONT-ARC-CAR
                   ADD CARGO-IMPORTE TO WKS-SUMA-ARC-CAR
                   ADD 1 TO WKS-CONT-CAR-CLIENTE
           END-DELETE.

       3200-DEPURAR-TARJETAS.
           MOVE "N" TO WKS-FIN-TARJETAS.
           MOVE WKS-ID-CONSULTA TO TAR-ID-CLIENTE.
           MOVE 0 TO TAR-CLAVE-TARJETA.
           START TAR-CLI KEY IS NOT LESS THAN TAR-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-TARJETAS
           END-START.
           PERFORM 3210-DEPURAR-TARJETA UNTIL WKS-FIN-TARJETAS = "S".

       3210-DEPURAR-TARJETA.
           READ TAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-TARJETAS
               NOT AT END
                   IF TAR-ID-CLIENTE NOT = WKS-ID-CONSULTA
                       MOVE "S" TO WKS-FIN-TARJETAS
                   ELSE
                       PERFORM 3220-ARCHIVAR-TARJETA
                   END-IF
           END-READ.

       3220-ARCHIVAR-TARJETA.
           MOVE REG-TARJETA TO REG-ARC-TAR.
           DELETE TAR-CLI RECORD
               INVALID KEY
                   ADD 1 TO WKS-CONTADOR-ERRORES
                   DISPLAY "ERROR AL BORRAR TARJETA " TAR-LLAVE
               NOT INVALID KEY
                   WRITE REG-ARC-TAR
                   ADD 1 TO WKS-CONT-ARC-TAR
                   ADD TAR-ANUALIDAD TO WKS-SUMA-ARC-TAR
                   ADD 1 TO WKS-CONT-TAR-CLIENTE
           END-DELETE.

      *****COMPROBACION: LO QUE QUEDA EN EL MAESTRO************
       4000-CONTAR-RESTANTES.
           CLOSE REG-CLI.
           OPEN INPUT REG-CLI.
           MOVE "N" TO WKS-FIN-MAESTRO.
           PERFORM 4100-CONTAR-RESTANTE UNTIL WKS-FIN-MAESTRO = "S".

       4100-CONTAR-RESTANTE.
           READ REG-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-MAESTRO
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-RESTANTES
           END-READ.

      * LA LINEA PURG CIERRA LA HISTORIA DEL CLIENTE EN LA BITACORA:
      * CONCILIA LA TRATA COMO UNA BAJA Y NO LO REPORTA COMO FALTANTE.
       7000-BITACORA.
           MOVE ID-CLIENTE-FILE TO LOG-ID-CLIENTE.
           MOVE "PURG" TO LOG-OPERACION.
           MOVE "PURGA" TO LOG-PROGRAMA.
           MOVE "LOTE" TO LOG-OPERADOR.
           MOVE SPACES TO LOG-OPERADOR-AUTORIZA.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Año TO LOG-FECHA-Y.
           MOVE Mes TO LOG-FECHA-M.
           MOVE Día TO LOG-FECHA-D.
           MOVE Hora TO LOG-HORA-H.
           MOVE Minuto TO LOG-HORA-MI.
           MOVE Segundo TO LOG-HORA-S.
           MOVE ANUALIDAD-FILE TO LOG-ANUALIDAD-ANTES.
           MOVE 0 TO LOG-ANUALIDAD-DESPUES.
           MOVE 0 TO LOG-ID-RELACIONADO.
           WRITE REG-LOG.

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

       8200-ESCRIBIR-DETALLE.
           MOVE WKS-LINEA-DETALLE TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

      *****CIFRAS DE CONTROL Y CIERRE**************************
       9000-FIN.
           CLOSE REG-CLI.
           CLOSE TAR-CLI.
           CLOSE CAR-CLI.
           CLOSE SAL-FAV.
           CLOSE LOG-CLI.
           CLOSE ARC-CLI.
           CLOSE ARC-TAR.
           CLOSE ARC-CAR.
           PERFORM 1490-LIBERAR-CANDADO.

           OPEN EXTEND PUR-CTL.
           MOVE "CLIENTES" TO CTLP-TIPO.
           MOVE WKS-CONT-ARC-CLI TO CTLP-REGISTROS.
           MOVE WKS-SUMA-ARC-CLI TO CTLP-SUMA.
           PERFORM 9200-GRABAR-CTL.
           MOVE "TARJETAS" TO CTLP-TIPO.
           MOVE WKS-CONT-ARC-TAR TO CTLP-REGISTROS.
           MOVE WKS-SUMA-ARC-TAR TO CTLP-SUMA.
           PERFORM 9200-GRABAR-CTL.
           MOVE "CARGOS" TO CTLP-TIPO.
           MOVE WKS-CONT-ARC-CAR TO CTLP-REGISTROS.
           MOVE WKS-SUMA-ARC-CAR TO CTLP-SUMA.
           PERFORM 9200-GRABAR-CTL.
           CLOSE PUR-CTL.

           MOVE WKS-CONTADOR-DEPURADOS TO WKS-CONT-COMPROBACION.
           ADD WKS-CONTADOR-RESTANTES TO WKS-CONT-COMPROBACION.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "CLIENTES LEIDOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-LEIDOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "CLIENTES CANCELADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-CANCELADOS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SE QUEDAN POR SALDO ABIERTO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONT-CON-SALDO TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SE QUEDAN POR SALDO A FAVOR:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONT-CON-FAVOR TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SE QUEDAN POR PAGO EN SUSPENSO:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONT-CON-PENDIENTE TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "CLIENTES DEPURADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONT-ARC-CLI TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SUMA DE ANUALIDADES:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-ARC-CLI TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "TARJETAS DEPURADAS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONT-ARC-TAR TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SUMA DE ANUALIDADES:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-ARC-TAR TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "CARGOS DEPURADOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONT-ARC-CAR TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SUMA DE IMPORTES:" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-ARC-CAR TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "CLIENTES QUE QUEDAN:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-RESTANTES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "ERRORES AL BORRAR:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-ERRORES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

           DISPLAY "CLIENTES LEIDOS: " WKS-CONTADOR-LEIDOS.
           DISPLAY "CLIENTES DEPURADOS: " WKS-CONT-ARC-CLI
               " EN " WKS-NOMBRE-ARC-CLI.
           DISPLAY "TARJETAS DEPURADAS: " WKS-CONT-ARC-TAR
               " EN " WKS-NOMBRE-ARC-TAR.
           DISPLAY "CARGOS DEPURADOS: " WKS-CONT-ARC-CAR
               " EN " WKS-NOMBRE-ARC-CAR.
           DISPLAY "CIFRAS DE CONTROL EN purga.ctl".

           IF WKS-CONT-COMPROBACION NOT = WKS-CONTADOR-LEIDOS
               OR WKS-CONTADOR-ERRORES > 0
               DISPLAY "*************************************"
               DISPLAY "* CIFRAS DE CONTROL NO COINCIDEN    *"
               DISPLAY "* LEIDOS: " WKS-CONTADOR-LEIDOS
                   " REPARTIDOS: " WKS-CONT-COMPROBACION
               DISPLAY "* ERRORES: " WKS-CONTADOR-ERRORES
               DISPLAY "* REVISA purga.rpt ANTES DE OPERAR  *"
               DISPLAY "*************************************"
               MOVE "CIFRAS DE CONTROL NO COINCIDEN" TO REG-REPORTE
               PERFORM 8100-ESCRIBIR-LINEA
               MOVE "ERROR" TO WKS-ESTADO-CORRIDA
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CIFRAS DE CONTROL CORRECTAS"
           END-IF.
           CLOSE REPORTE.
           PERFORM 9800-REGISTRO-CONTROL.
           DISPLAY "REPORTE GRABADO EN purga.rpt".
           DISPLAY "*****DEPURACION TERMINADA*****".

       9100-ESCRIBIR-TOTAL.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9200-GRABAR-CTL.
           MOVE WKS-FECHA-INICIO TO CTLP-FECHA-PURGA.
           MOVE WKS-FECHA-INICIO TO CTLP-FECHA-CORRIDA.
           MOVE WKS-HORA-INICIO TO CTLP-HORA-CORRIDA.
           MOVE "LOTE" TO CTLP-OPERADOR.
           WRITE REG-PUR-CTL.

       9800-REGISTRO-CONTROL.
           MOVE "PURGA" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-LEIDOS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-DEPURADOS TO RUN-APLICADOS.
           MOVE WKS-CONTADOR-ERRORES TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM PURGA.
