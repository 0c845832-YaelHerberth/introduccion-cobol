       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-CLI ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-CLIENTE-FILE
           ALTERNATE RECORD KEY IS NOMBRE-CLIENTE-FILE
               WITH DUPLICATES.

           SELECT OPTIONAL TAR-CLI ASSIGN TO "tarjetas.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-LLAVE.

           SELECT OPTIONAL PAR-CLI ASSIGN TO "parametros.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMBOZADOR ASSIGN TO "reposicion.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE ASSIGN TO "reposic.rpt"
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

       FD PAR-CLI.
       01 REG-PARAMETRO.
           COPY CPPARREG.

      * ARCHIVO PARA EL EMBOZADOR: H ENCABEZADO, D UNA TARJETA A
      * REPONER, T COLA CON CONTEO Y SUMA DE IDS DE CLIENTE COMO
      * CIFRA DE CONTROL. LA RESPUESTA LA PROCESA RESPOSIC.
       FD EMBOZADOR.
       01 REG-EMBOZADOR PIC X(120).

       FD REPORTE.
       01 REG-REPORTE PIC X(80).

       FD RUN-CTL.
       01 REG-RUNCTL.
           COPY CPRUNCTL.

       WORKING-STORAGE SECTION.
           COPY CPPARAM.

       01 WKS-FIN PIC X(1) VALUE "N".
       01 WKS-FIN-TARJETAS PIC X(1).
       01 WKS-FIN-PARAMETROS PIC X(1) VALUE "N".
       01 WKS-CONTADOR-PARAM PIC 9(2).
       01 WKS-CLAVE-BUSCADA PIC X(08).
       01 WKS-PARAMETRO-VALIDO PIC X(1).
       01 WKS-MEJOR-VIGENCIA PIC 9(8).
       01 WKS-VALOR-PARAMETRO PIC 9(7)V99.
       01 WKS-MESES-VENTANA PIC 9(2).
       01 WKS-ANIOS-VIGENCIA PIC 9(2).
       01 WKS-MESES-TOTAL PIC 9(6).
       01 WKS-ANIO-LIMITE PIC 9(4).
       01 WKS-MES-LIMITE PIC 9(2).
       01 WKS-VENCE-LIMITE PIC 9(6).
       01 WKS-VENCE-TARJETA PIC 9(6).
       01 WKS-VENCE-NUEVO PIC 9(6).
       01 WKS-I PIC 9(3).
       01 WKS-CONTADOR-CLIENTES PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-TARJETAS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-ENVIADAS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-EXCLUIDAS PIC 9(7) VALUE 0.
       01 WKS-CONTADOR-EN-ESPERA PIC 9(7) VALUE 0.
       01 WKS-SUMA-IDS PIC 9(13) VALUE 0.
       01 WKS-CONTADOR-LINEAS PIC 9(2) VALUE 99.
       01 WKS-LINEA-PENDIENTE PIC X(80).
       01 WKS-CONTADOR-PAGINAS PIC 9(3) VALUE 0.
       01 WKS-TAM-PAGINA PIC 9(2) VALUE 55.
       01 WKS-FECHA-INICIO PIC 9(8).
       01 WKS-HORA-INICIO PIC 9(6).
       01 WKS-ESTADO-CORRIDA PIC X(5) VALUE "OK".

      * TARJETAS POR VENCER DE CLIENTES SUSPENDIDOS O CANCELADOS: NO
      * SE MANDAN AL EMBOZADOR Y SE LISTAN APARTE AL FINAL.
       01 WKS-TABLA-EXCLUIDAS.
           05 WKS-TOT-EXCLUIDAS PIC 9(3) VALUE 0.
           05 WKS-EXC-OCURRENCIA OCCURS 500 TIMES.
               10 WKS-EXC-ID PIC 9(7).
               10 WKS-EXC-NOMBRE PIC X(20).
               10 WKS-EXC-CLAVE PIC 9(1).
               10 WKS-EXC-TARJETA PIC X(8).
               10 WKS-EXC-NUMERO PIC X(16).
               10 WKS-EXC-VENCE PIC 9(6).
               10 WKS-EXC-ESTATUS PIC X(1).

       01 WKS-EMB-ENCABEZADO.
           05 FILLER PIC X(1) VALUE "H".
           05 WKS-ENC-FECHA PIC 9(8).
           05 WKS-ENC-VENCE-LIMITE PIC 9(6).

       01 WKS-EMB-DETALLE.
           05 FILLER PIC X(1) VALUE "D".
           05 WKS-EMB-ID PIC 9(7).
           05 WKS-EMB-CLAVE PIC 9(1).
           05 WKS-EMB-NOMBRE PIC X(20).
           05 WKS-EMB-TARJETA PIC X(8).
           05 WKS-EMB-DOMICILIO PIC X(40).
           05 WKS-EMB-NUMERO PIC X(16).
           05 WKS-EMB-VENCE PIC 9(6).
           05 WKS-EMB-VENCE-NUEVO PIC 9(6).

       01 WKS-EMB-COLA.
           05 FILLER PIC X(1) VALUE "T".
           05 WKS-COLA-REGISTROS PIC 9(7).
           05 WKS-COLA-SUMA PIC 9(13).

       01 WKS-LINEA-TITULO.
           05 FILLER PIC X(33)
               VALUE "REPOSICION DE PLASTICOS VENCE <= ".
           05 WKS-TIT-VENCE PIC 9(6).
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAGINA: ".
           05 WKS-TIT-PAGINA PIC ZZ9.

       01 WKS-LINEA-COLUMNAS.
           05 FILLER PIC X(9) VALUE "ID       ".
           05 FILLER PIC X(21) VALUE "NOMBRE               ".
           05 FILLER PIC X(3) VALUE "TJ ".
           05 FILLER PIC X(9) VALUE "TARJETA  ".
           05 FILLER PIC X(17) VALUE "NUMERO           ".
           05 FILLER PIC X(8) VALUE "VENCE   ".
           05 FILLER PIC X(10) VALUE "NVO/ESTAT.".

       01 WKS-LINEA-DETALLE.
           05 WKS-DET-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-CLAVE PIC 9(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-TARJETA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-NUMERO PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKS-DET-VENCE PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKS-DET-OBSERVA PIC X(10).

       01 WKS-LINEA-TOTAL.
           05 WKS-TOT-TEXTO PIC X(32).
           05 WKS-TOT-NUMERO PIC Z(12)9.

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
           DISPLAY "*****REPOSICION DE PLASTICOS POR VENCER*****".

           PERFORM 1100-CARGAR-PARAMETROS.
           MOVE "REPVENTA" TO WKS-CLAVE-BUSCADA.
           PERFORM 1200-BUSCAR-PARAMETRO.
           IF WKS-PARAMETRO-VALIDO = "N"
               PERFORM 1900-SIN-PARAMETRO
           END-IF.
           MOVE WKS-VALOR-PARAMETRO TO WKS-MESES-VENTANA.
           MOVE "REPANIOS" TO WKS-CLAVE-BUSCADA.
           PERFORM 1200-BUSCAR-PARAMETRO.
           IF WKS-PARAMETRO-VALIDO = "N"
               PERFORM 1900-SIN-PARAMETRO
           END-IF.
           MOVE WKS-VALOR-PARAMETRO TO WKS-ANIOS-VIGENCIA.

      * LA VENTANA CUBRE DEL MES EN CURSO A REPVENTA MESES ADELANTE;
      * LO YA VENCIDO TAMBIEN ENTRA. EL PLASTICO NUEVO SE PROPONE AL
      * EMBOZADOR CON VIGENCIA DESDE ESTE MES.
           COMPUTE WKS-MESES-TOTAL = Año * 12 + Mes - 1
               + WKS-MESES-VENTANA.
           DIVIDE WKS-MESES-TOTAL BY 12 GIVING WKS-ANIO-LIMITE
               REMAINDER WKS-MES-LIMITE.
           ADD 1 TO WKS-MES-LIMITE.
           COMPUTE WKS-VENCE-LIMITE =
               WKS-ANIO-LIMITE * 100 + WKS-MES-LIMITE.
           COMPUTE WKS-VENCE-NUEVO =
               (Año + WKS-ANIOS-VIGENCIA) * 100 + Mes.

           DISPLAY "VENTANA: " WKS-MESES-VENTANA " MESES, VENCE HASTA "
               WKS-VENCE-LIMITE " VIGENCIA: " WKS-ANIOS-VIGENCIA
               " ANIOS".
           MOVE WKS-VENCE-LIMITE TO WKS-TIT-VENCE.

           OPEN INPUT REG-CLI.
           OPEN I-O TAR-CLI.
           OPEN OUTPUT EMBOZADOR.
           OPEN OUTPUT REPORTE.

           MOVE WKS-FECHA-INICIO TO WKS-ENC-FECHA.
           MOVE WKS-VENCE-LIMITE TO WKS-ENC-VENCE-LIMITE.
           MOVE WKS-EMB-ENCABEZADO TO REG-EMBOZADOR.
           WRITE REG-EMBOZADOR.

           MOVE "TARJETAS ENVIADAS AL EMBOZADOR" TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

      *****PARAMETROS DE LA REPOSICION*************************
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

      * SIN VENTANA O SIN VIGENCIA DEL PLASTICO NO SE MANDA NADA AL
      * EMBOZADOR: LA CORRIDA QUEDA EN ERROR PARA QUE EL SUPERVISOR
      * LOS CAPTURE CON EL PROGRAMA PARAMS.
       1900-SIN-PARAMETRO.
           DISPLAY "NO HAY PARAMETRO VIGENTE " WKS-CLAVE-BUSCADA
               " EN parametros.txt".
           DISPLAY "CAPTURALO CON EL PROGRAMA PARAMS".
           MOVE "ERROR" TO WKS-ESTADO-CORRIDA.
           PERFORM 9800-REGISTRO-CONTROL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *****RECORRIDO DE CLIENTES Y SUS TARJETAS****************
      * SOLO SE REPONEN TARJETAS DEL DETALLE TAR-CLI: LA TARJETA
      * UNICA DE REG-CLI NO TIENE DATOS DE PLASTICO.
       2000-PROCESO.
           READ REG-CLI
               AT END
                   MOVE "S" TO WKS-FIN
               NOT AT END
                   ADD 1 TO WKS-CONTADOR-CLIENTES
                   PERFORM 2100-REVISAR-CLIENTE
           END-READ.

       2100-REVISAR-CLIENTE.
           MOVE "N" TO WKS-FIN-TARJETAS.
           MOVE ID-CLIENTE-FILE TO TAR-ID-CLIENTE.
           MOVE 0 TO TAR-CLAVE-TARJETA.
           START TAR-CLI KEY IS NOT LESS THAN TAR-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-FIN-TARJETAS
           END-START.
           PERFORM 2110-LEER-TARJETA UNTIL WKS-FIN-TARJETAS = "S".

       2110-LEER-TARJETA.
           READ TAR-CLI NEXT RECORD
               AT END
                   MOVE "S" TO WKS-FIN-TARJETAS
               NOT AT END
                   IF TAR-ID-CLIENTE NOT = ID-CLIENTE-FILE
                       MOVE "S" TO WKS-FIN-TARJETAS
                   ELSE
                       PERFORM 2200-REVISAR-TARJETA
                   END-IF
           END-READ.

      * SIN VENCIMIENTO DEL EMBOZADOR (REGISTROS ANTERIORES AL CAMPO
      * O TARJETAS QUE AUN NO SE REPONEN) SE TOMA EL MES DE ALTA MAS
      * LA VIGENCIA DEL PLASTICO. LAS QUE YA ESTAN CON EL EMBOZADOR
      * (R) NO SE VUELVEN A MANDAR HASTA QUE LLEGUE SU RESPUESTA.
       2200-REVISAR-TARJETA.
           IF TAR-ESTATUS NOT = "B"
               ADD 1 TO WKS-CONTADOR-TARJETAS
               IF TAR-FECHA-VENCE IS NUMERIC
                   AND TAR-FECHA-VENCE NOT = ZEROS
                   COMPUTE WKS-VENCE-TARJETA =
                       TAR-VENCE-Y * 100 + TAR-VENCE-M
               ELSE
                   COMPUTE WKS-VENCE-TARJETA =
                       (TAR-FECHA-Y + WKS-ANIOS-VIGENCIA) * 100
                       + TAR-FECHA-M
               END-IF
               IF WKS-VENCE-TARJETA <= WKS-VENCE-LIMITE
                   PERFORM 2250-CLASIFICAR-TARJETA
               END-IF
           END-IF.

       2250-CLASIFICAR-TARJETA.
           EVALUATE TRUE
               WHEN TAR-ESTATUS-PLASTICO = "R"
                   ADD 1 TO WKS-CONTADOR-EN-ESPERA
               WHEN ESTATUS-CLIENTE-FILE = "S"
                   OR ESTATUS-CLIENTE-FILE = "C"
                   PERFORM 2400-GUARDAR-EXCLUIDA
               WHEN OTHER
                   PERFORM 2300-ENVIAR-REPOSICION
           END-EVALUATE.

       2300-ENVIAR-REPOSICION.
           MOVE ID-CLIENTE-FILE TO WKS-EMB-ID.
           MOVE TAR-CLAVE-TARJETA TO WKS-EMB-CLAVE.
           MOVE NOMBRE-CLIENTE-FILE TO WKS-EMB-NOMBRE.
           MOVE TAR-NOMBRE-TARJETA TO WKS-EMB-TARJETA.
           MOVE DOMICILIO-CLIENTE-FILE TO WKS-EMB-DOMICILIO.
           MOVE TAR-NUMERO-ENMASCARADO TO WKS-EMB-NUMERO.
           MOVE WKS-VENCE-TARJETA TO WKS-EMB-VENCE.
           MOVE WKS-VENCE-NUEVO TO WKS-EMB-VENCE-NUEVO.
           MOVE WKS-EMB-DETALLE TO REG-EMBOZADOR.
           WRITE REG-EMBOZADOR.
           ADD 1 TO WKS-CONTADOR-ENVIADAS.
           ADD ID-CLIENTE-FILE TO WKS-SUMA-IDS.

           MOVE "R" TO TAR-ESTATUS-PLASTICO.
           MOVE WKS-FECHA-INICIO TO TAR-FECHA-PLASTICO.
           MOVE SPACES TO TAR-MOTIVO-PLASTICO.
           REWRITE REG-TARJETA
               INVALID KEY
                   DISPLAY "ERROR AL MARCAR TARJETA DEL CLIENTE "
                       TAR-ID-CLIENTE
                   MOVE "ERROR" TO WKS-ESTADO-CORRIDA
           END-REWRITE.

           MOVE ID-CLIENTE-FILE TO WKS-DET-ID.
           MOVE NOMBRE-CLIENTE-FILE TO WKS-DET-NOMBRE.
           MOVE TAR-CLAVE-TARJETA TO WKS-DET-CLAVE.
           MOVE TAR-NOMBRE-TARJETA TO WKS-DET-TARJETA.
           MOVE TAR-NUMERO-ENMASCARADO TO WKS-DET-NUMERO.
           MOVE WKS-VENCE-TARJETA TO WKS-DET-VENCE.
           MOVE WKS-VENCE-NUEVO TO WKS-DET-OBSERVA.
           MOVE WKS-LINEA-DETALLE TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       2400-GUARDAR-EXCLUIDA.
           ADD 1 TO WKS-CONTADOR-EXCLUIDAS.
           IF WKS-TOT-EXCLUIDAS < 500
               ADD 1 TO WKS-TOT-EXCLUIDAS
               MOVE ID-CLIENTE-FILE TO WKS-EXC-ID(WKS-TOT-EXCLUIDAS)
               MOVE NOMBRE-CLIENTE-FILE
                   TO WKS-EXC-NOMBRE(WKS-TOT-EXCLUIDAS)
               MOVE TAR-CLAVE-TARJETA
                   TO WKS-EXC-CLAVE(WKS-TOT-EXCLUIDAS)
               MOVE TAR-NOMBRE-TARJETA
                   TO WKS-EXC-TARJETA(WKS-TOT-EXCLUIDAS)
               MOVE TAR-NUMERO-ENMASCARADO
                   TO WKS-EXC-NUMERO(WKS-TOT-EXCLUIDAS)
               MOVE WKS-VENCE-TARJETA
                   TO WKS-EXC-VENCE(WKS-TOT-EXCLUIDAS)
               MOVE ESTATUS-CLIENTE-FILE
                   TO WKS-EXC-ESTATUS(WKS-TOT-EXCLUIDAS)
           ELSE
               DISPLAY "LISTA DE EXCLUIDAS LLENA, NO SE LISTA ID "
                   ID-CLIENTE-FILE
           END-IF.

       3000-LISTAR-EXCLUIDAS.
           MOVE WKS-EXC-ID(WKS-I) TO WKS-DET-ID.
           MOVE WKS-EXC-NOMBRE(WKS-I) TO WKS-DET-NOMBRE.
           MOVE WKS-EXC-CLAVE(WKS-I) TO WKS-DET-CLAVE.
           MOVE WKS-EXC-TARJETA(WKS-I) TO WKS-DET-TARJETA.
           MOVE WKS-EXC-NUMERO(WKS-I) TO WKS-DET-NUMERO.
           MOVE WKS-EXC-VENCE(WKS-I) TO WKS-DET-VENCE.
           IF WKS-EXC-ESTATUS(WKS-I) = "S"
               MOVE "SUSPENDIDO" TO WKS-DET-OBSERVA
           ELSE
               MOVE "CANCELADO" TO WKS-DET-OBSERVA
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
           MOVE WKS-CONTADOR-ENVIADAS TO WKS-COLA-REGISTROS.
           MOVE WKS-SUMA-IDS TO WKS-COLA-SUMA.
           MOVE WKS-EMB-COLA TO REG-EMBOZADOR.
           WRITE REG-EMBOZADOR.

           MOVE "ENVIADAS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-ENVIADAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "SUMA DE IDS (CONTROL):" TO WKS-TOT-TEXTO.
           MOVE WKS-SUMA-IDS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "POR VENCER DE CLIENTES SUSPENDIDOS O CANCELADOS"
               TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "(NO SE MANDAN AL EMBOZADOR)" TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           PERFORM 3000-LISTAR-EXCLUIDAS
               VARYING WKS-I FROM 1 BY 1
               UNTIL WKS-I > WKS-TOT-EXCLUIDAS.
           MOVE "EXCLUIDAS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-EXCLUIDAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

           MOVE SPACES TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.
           MOVE "CLIENTES LEIDOS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-CLIENTES TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "TARJETAS ACTIVAS REVISADAS:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-TARJETAS TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.
           MOVE "YA CON EL EMBOZADOR:" TO WKS-TOT-TEXTO.
           MOVE WKS-CONTADOR-EN-ESPERA TO WKS-TOT-NUMERO.
           PERFORM 9100-ESCRIBIR-TOTAL.

           PERFORM 9800-REGISTRO-CONTROL.
           CLOSE REG-CLI.
           CLOSE TAR-CLI.
           CLOSE EMBOZADOR.
           CLOSE REPORTE.
           DISPLAY "TARJETAS REVISADAS: " WKS-CONTADOR-TARJETAS.
           DISPLAY "ENVIADAS AL EMBOZADOR: " WKS-CONTADOR-ENVIADAS
               " SUMA DE IDS: " WKS-SUMA-IDS.
           DISPLAY "EXCLUIDAS (CLIENTE S/C): " WKS-CONTADOR-EXCLUIDAS.
           DISPLAY "YA CON EL EMBOZADOR: " WKS-CONTADOR-EN-ESPERA.
           DISPLAY "ARCHIVO GRABADO EN reposicion.txt".
           DISPLAY "REPORTE GRABADO EN reposic.rpt".
           DISPLAY "*****REPOSICION TERMINADA*****".

       9100-ESCRIBIR-TOTAL.
           MOVE WKS-LINEA-TOTAL TO REG-REPORTE.
           PERFORM 8100-ESCRIBIR-LINEA.

       9800-REGISTRO-CONTROL.
           MOVE "REPOSIC" TO RUN-PROGRAMA.
           MOVE WKS-FECHA-INICIO TO RUN-FECHA-INICIO.
           MOVE WKS-HORA-INICIO TO RUN-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE TO Fecha-Actual.
           MOVE Fecha-Actual(1:8) TO RUN-FECHA-FIN.
           MOVE Fecha-Actual(9:6) TO RUN-HORA-FIN.
           MOVE WKS-CONTADOR-TARJETAS TO RUN-LEIDOS.
           MOVE WKS-CONTADOR-ENVIADAS TO RUN-APLICADOS.
           MOVE WKS-CONTADOR-EXCLUIDAS TO RUN-RECHAZADOS.
           MOVE WKS-ESTADO-CORRIDA TO RUN-ESTADO.
           OPEN EXTEND RUN-CTL.
           WRITE REG-RUNCTL.
           CLOSE RUN-CTL.

       END PROGRAM REPOSIC.
